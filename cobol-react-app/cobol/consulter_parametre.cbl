        OPEN I-O PARAMETRES-FILE
    END-IF.

    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    PERFORM CHERCHER-VALEUR-EN-VIGUEUR.

    CLOSE PARAMETRES-FILE.
*>     gerer_depots_terme).
*>   PREAVIS-DORMANCE-JOURS : jours d'avance du préavis de dormance
*>     envoyé au client (30 par défaut, detecter_comptes_dormants).
*>   TAUX-PENALITE-PRET-PCT : indemnité de remboursement anticipé
*>     d'un prêt, en pourcentage du capital restant dû (3.00 par
*>     défaut, gerer_prets).
*>   MAJORATION-RETARD-PCT : points ajoutés au taux du prêt pour les
*>     intérêts de retard sur échéance impayée (3.00 par défaut,
*>     prelever_echeances_prets).
*>   DELAI-REMB-PRLV-JOURS : délai de remboursement d'un prélèvement
*>     autorisé contesté par le client, en jours depuis le débit
*>     (56 par défaut, gerer_prelevements).
*>   TAUX-DEBITEUR-PCT : taux débiteur annuel en pourcentage couru
*>     sur un découvert couvert par le seul plancher négatif du type
*>     de compte, sans autorisation propre (12.00 par défaut,
*>     calcul_interets).
*>   TAUX-DEPASSEMENT-PCT : taux annuel en pourcentage couru sur la
*>     part d'un découvert qui dépasse l'autorisation (16.00 par
*>     défaut, calcul_interets).
*>   SOLDE-INSAISISSABLE : solde bancaire insaisissable laissé au
*>     débiteur d'une saisie sur comptes, tous comptes confondus
*>     (635.71 par défaut, gerer_saisies).
*>   DELAI-CONTESTATION-JOURS : délai de contestation d'une saisie
*>     compté depuis sa signification, avant paiement du créancier
*>     (30 par défaut, gerer_saisies).
*>   SEUIL-FILTRAGE-PCT : ressemblance minimale, en pourcentage,
*>     entre un nom filtré et une entrée de la liste de gel des
*>     avoirs pour lever une alerte (80 par défaut,
*>     filtrer_sanctions).
*>   DUREE-AUTORISATION-JOURS : durée de vie d'une autorisation
*>     carte et de son blocage sans compensation, en jours depuis
*>     l'opération (7 par défaut, importer_operations_cartes).
*>   PLAFOND-CARTE-JOUR : plafond de dépense journalier d'une carte
*>     à l'émission (500.00 par défaut, gerer_cartes).
*>   PLAFOND-CARTE-MOIS : plafond de dépense mensuel d'une carte à
*>     l'émission (2500.00 par défaut, gerer_cartes).
*>   REVUE-KYC-MOIS-FAIBLE, REVUE-KYC-MOIS-MOYEN,
*>   REVUE-KYC-MOIS-ELEVE : périodicité en mois de la revue de
*>     connaissance client selon le niveau de risque du client (60,
*>     24 et 12 par défaut, calculer_echeance_revue).
CREER-PARAMETRES-PAR-DEFAUT.
    MOVE "00000000" TO PAR-DATE-EFFET.
    MOVE "SEUIL-VALIDATION" TO PAR-CLE.
