*> Chaîne de nuit : enchaîne les programmes batch dans le bon ordre,
*> à la place des lancements manuels par l'opérateur :
*>   0. sauvegarder_fichiers (point de restauration d'avant-chaîne)
*>   0b. importer_liste_sanctions (liste de gel des avoirs du jour)
*>   0c. filtrer_clients (refiltrage des clients et bénéficiaires,
*>       seulement si la liste a changé ; avant tout paiement)
*>   1. executer_virements_permanents (échéances du jour)
*>   1b. presenter_cheques (chèques présentés en compensation)
*>   1c. importer_prelevements (prélèvements reçus, retours impayés)
*>   1d. importer_operations_cartes (autorisations et compensations
*>       cartes du processeur, autorisations expirées)
*>       (1b à 1d : première date traitée seulement, voir plus bas)
*>   2. echoir_depots_terme (dépôts à terme arrivés à échéance)
*>   2b. prelever_echeances_prets (échéances de prêts du jour et
*>       impayés) puis editer_encours_prets (état des encours)
*>   3. calcul_interets (intérêts créditeurs, agios courus)
*>   3b. facturer_frais_actes (frais à l'acte des événements du jour,
*>       avant le rapport mensuel des frais)
*>   4. prelever_frais_mensuels (dernier jour du mois seulement)
*>   4b. arreter_agios (dernier jour ouvré du trimestre seulement :
*>       prélèvement des agios et arrêtés de compte)
*>   4c. payer_saisies (saisies sur comptes au terme du délai de
*>       contestation : paiement des créanciers, levée des blocages)
*>   4d. relancer_revues_kyc (dernier jour ouvré du mois seulement :
*>       liste par agence des dossiers KYC échus, relance des
*>       clients)
*>   5. emettre_virements_externes (fichier de compensation du jour)
*>   6. exporter_comptabilite (interface grand livre du jour)
*>   7. surveiller_mouvements (rapport conformité du jour)
*>   8. reconcilier_comptes (contrôle la nuit complète)
*>   8b. controler_integrite (références orphelines entre fichiers)
*>   8c. photographier_soldes (dernier jour ouvré du mois seulement :
*>       photographie des soldes et des dépôts à terme, qui clôt le
*>       mois)
*>   9. purger_journal_jour (vide le journal du jour exporté)
*> Chaque programme enregistre lui-même son passage dans
*> PASSAGES-BATCH-FILE via controler_passage_batch : un programme
*> interrompu la veille reprend de son dernier compte pointé.
*> La chaîne s'arrête au premier programme en échec (RETURN-CODE 8)
*> pour que la réconciliation ne tourne pas sur une nuit incomplète.
*> La chaîne traite la date comptable (maj_date_comptable, voir
*> DATECPT.CPY) et non la date du calendrier : elle ferme les
*> guichets à son lancement et, seulement après un passage complet,
*> avance la date au jour ouvré suivant (consulter_jour_ouvre) et les
*> rouvre. Interrompue, elle laisse la date en place pour être
*> relancée sur le même jour. Si la date comptable est restée en
*> retard sur le calendrier (chaîne non passée pendant une panne),
*> chaque date manquée est rattrapée à la suite comme une journée à
*> part entière, puis le jour du calendrier lui-même (la chaîne
*> passe normalement avant minuit) : la date comptable en sort
*> positionnée sur le jour ouvré qui suit le calendrier. Les imports
*> de compensation (1b, 1c, 1d) lisent des fichiers livrés à nom fixe,
*> qui ne portent que la livraison présente : ils ne passent que sur
*> la première date traitée et sont sautés pour les dates rattrapées
*> ensuite, qui n'ont pas de fichier propre (relire le même fichier
*> rejetterait ou refacturerait des opérations déjà traitées).
*> Une date comptable déjà postérieure au calendrier (chaîne relancée
*> après une nuit complète, ou lancée le samedi alors que la nuit du
*> vendredi a avancé la date au lundi) n'est pas traitée en avance :
*> les guichets sont rouverts et la chaîne rend RETURN-CODE 4.
*> Chaque programme est déchargé (CANCEL) après son appel : rappelé
*> pour une date rattrapée, il repart de ses valeurs initiales
*> (indicateurs de fin de fichier, compteurs, tables) et non de
*> l'état laissé par la date précédente.
*> Une journée d'un mois déjà clos par sa photographie de fin de mois
*> (consulter_mois_clos) n'est pas traitée : ses mouvements seraient
*> antidatés dans un mois photographié. Seule la nuit même de la
*> photographie peut être relancée (les programmes déjà passés s'y
*> refusent, il ne reste que la purge et l'avance de la date).

ENVIRONMENT DIVISION.

01 WS-JOUR-PRECEDENT         PIC X(08).
01 WS-DERNIER-OUVRE-DU-MOIS  PIC X(01).
01 WS-CHAINE-EN-ECHEC        PIC X(01) VALUE 'N'.
01 WS-DATE-CALENDRIER        PIC X(08).
01 WS-ACTION-DATE            PIC X(01).
01 WS-ETAT-GUICHETS          PIC X(01).
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-MOIS-CLOS              PIC X(01).
01 WS-DATE-PHOTO             PIC X(08).
01 WS-IMPORTS-COMPENSATION   PIC X(01).

PROCEDURE DIVISION.
DEBUT-CHAINE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CALENDRIER.
    MOVE 'D' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-TRAITEMENT
        WS-ETAT-GUICHETS WS-OPERATEUR-BATCH.
    IF WS-ETAT-GUICHETS NOT = 'C'
        DISPLAY "Date comptable illisible : chaîne non lancée."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-DATE-TRAITEMENT > WS-DATE-CALENDRIER
        DISPLAY "Date comptable " WS-DATE-TRAITEMENT " postérieure au"
            " calendrier (" WS-DATE-CALENDRIER ") : nuit déjà passée,"
            " chaîne non lancée."
        MOVE 'O' TO WS-ACTION-DATE
        CALL 'maj_date_comptable' USING WS-ACTION-DATE
            WS-DATE-TRAITEMENT WS-ETAT-GUICHETS WS-OPERATEUR-BATCH
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 'O' TO WS-IMPORTS-COMPENSATION.
    PERFORM EXECUTER-CHAINE-DU-JOUR.
    PERFORM AVANCER-DATE-COMPTABLE.
    MOVE 'N' TO WS-IMPORTS-COMPENSATION.
    PERFORM UNTIL WS-CHAINE-EN-ECHEC = 'O'
        OR WS-DATE-TRAITEMENT > WS-DATE-CALENDRIER
        DISPLAY "Date comptable en retard sur le calendrier ("
            WS-DATE-CALENDRIER ") : traitement à la suite du "
            WS-DATE-TRAITEMENT "."
        MOVE 'D' TO WS-ACTION-DATE
        CALL 'maj_date_comptable' USING WS-ACTION-DATE
            WS-DATE-TRAITEMENT WS-ETAT-GUICHETS WS-OPERATEUR-BATCH
        PERFORM EXECUTER-CHAINE-DU-JOUR
        PERFORM AVANCER-DATE-COMPTABLE
    END-PERFORM.

    DISPLAY "=================================================".
    IF WS-CHAINE-EN-ECHEC = 'O'
        DISPLAY "CHAINE INTERROMPUE : corriger puis relancer."
        DISPLAY "Les programmes déjà passés seront refusés, le"
        DISPLAY "programme interrompu reprendra de son checkpoint."
        DISPLAY "Date comptable maintenue au " WS-DATE-TRAITEMENT
            ", guichets fermés."
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "CHAINE TERMINEE SANS INCIDENT."
        DISPLAY "Date comptable : " WS-DATE-TRAITEMENT
            ", guichets ouverts."
        MOVE 0 TO RETURN-CODE
    END-IF.
    DISPLAY "=================================================".
    STOP RUN.

EXECUTER-CHAINE-DU-JOUR.
    DISPLAY "=================================================".
    DISPLAY "CHAINE BATCH DE NUIT - " WS-DATE-TRAITEMENT.
    DISPLAY "=================================================".

    CALL 'consulter_mois_clos' USING WS-DATE-TRAITEMENT WS-MOIS-CLOS
        WS-DATE-PHOTO.
    IF WS-MOIS-CLOS = 'O' AND WS-DATE-PHOTO NOT = WS-DATE-TRAITEMENT
        DISPLAY "Mois " WS-DATE-TRAITEMENT(1:6) " clos par la"
            " photographie du " WS-DATE-PHOTO " : journée du "
            WS-DATE-TRAITEMENT " non traitée."
        MOVE 'O' TO WS-CHAINE-EN-ECHEC
        EXIT PARAGRAPH
    END-IF.

    DISPLAY ">> Sauvegarde des fichiers maîtres".
    MOVE 0 TO RETURN-CODE.
    CALL 'sauvegarder_fichiers'
    CANCEL 'sauvegarder_fichiers'.
    PERFORM CONTROLER-RETOUR.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Import de la liste de gel des avoirs"
        MOVE 0 TO RETURN-CODE
        CALL 'importer_liste_sanctions'
        CANCEL 'importer_liste_sanctions'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Refiltrage sanctions des clients"
        MOVE 0 TO RETURN-CODE
        CALL 'filtrer_clients'
        CANCEL 'filtrer_clients'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Virements permanents"
        MOVE 0 TO RETURN-CODE
        CALL 'executer_virements_permanents'
        CANCEL 'executer_virements_permanents'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N' AND WS-IMPORTS-COMPENSATION = 'N'
        DISPLAY ">> Date rattrapée : chèques, prélèvements et"
            " opérations cartes déjà importés sur la première date"
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N' AND WS-IMPORTS-COMPENSATION = 'O'
        DISPLAY ">> Présentation des chèques"
        MOVE 0 TO RETURN-CODE
        CALL 'presenter_cheques'
        CANCEL 'presenter_cheques'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N' AND WS-IMPORTS-COMPENSATION = 'O'
        DISPLAY ">> Import des prélèvements"
        MOVE 0 TO RETURN-CODE
        CALL 'importer_prelevements'
        CANCEL 'importer_prelevements'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N' AND WS-IMPORTS-COMPENSATION = 'O'
        DISPLAY ">> Import des opérations cartes"
        MOVE 0 TO RETURN-CODE
        CALL 'importer_operations_cartes'
        CANCEL 'importer_operations_cartes'
        PERFORM CONTROLER-RETOUR
    END-IF.

        DISPLAY ">> Echéances des dépôts à terme"
        MOVE 0 TO RETURN-CODE
        CALL 'echoir_depots_terme'
        CANCEL 'echoir_depots_terme'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Prélèvement des échéances de prêts"
        MOVE 0 TO RETURN-CODE
        CALL 'prelever_echeances_prets'
        CANCEL 'prelever_echeances_prets'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Etat des encours de prêts"
        MOVE 0 TO RETURN-CODE
        CALL 'editer_encours_prets'
        CANCEL 'editer_encours_prets'
        PERFORM CONTROLER-RETOUR
    END-IF.

        DISPLAY ">> Calcul des intérêts"
        MOVE 0 TO RETURN-CODE
        CALL 'calcul_interets'
        CANCEL 'calcul_interets'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Facturation des frais à l'acte"
        MOVE 0 TO RETURN-CODE
        CALL 'facturer_frais_actes'
        CANCEL 'facturer_frais_actes'
        PERFORM CONTROLER-RETOUR
    END-IF.

            DISPLAY ">> Prélèvement des frais mensuels (fin de mois)"
            MOVE 0 TO RETURN-CODE
            CALL 'prelever_frais_mensuels'
            CANCEL 'prelever_frais_mensuels'
            PERFORM CONTROLER-RETOUR
        END-IF
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        IF WS-DERNIER-OUVRE-DU-MOIS = 'O'
            AND (WS-DATE-TRAITEMENT(5:2) = '03'
                OR WS-DATE-TRAITEMENT(5:2) = '06'
                OR WS-DATE-TRAITEMENT(5:2) = '09'
                OR WS-DATE-TRAITEMENT(5:2) = '12')
            DISPLAY ">> Arrêté trimestriel des agios"
            MOVE 0 TO RETURN-CODE
            CALL 'arreter_agios'
            CANCEL 'arreter_agios'
            PERFORM CONTROLER-RETOUR
        END-IF
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Paiement des saisies sur comptes"
        MOVE 0 TO RETURN-CODE
        CALL 'payer_saisies'
        CANCEL 'payer_saisies'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        IF WS-DERNIER-OUVRE-DU-MOIS = 'O'
            DISPLAY ">> Relance des revues KYC échues (fin de mois)"
            MOVE 0 TO RETURN-CODE
            CALL 'relancer_revues_kyc'
            CANCEL 'relancer_revues_kyc'
            PERFORM CONTROLER-RETOUR
        END-IF
    END-IF.
        DISPLAY ">> Emission des virements externes"
        MOVE 0 TO RETURN-CODE
        CALL 'emettre_virements_externes'
        CANCEL 'emettre_virements_externes'
        PERFORM CONTROLER-RETOUR
    END-IF.

        DISPLAY ">> Export comptable du jour"
        MOVE 0 TO RETURN-CODE
        CALL 'exporter_comptabilite'
        CANCEL 'exporter_comptabilite'
        PERFORM CONTROLER-RETOUR
    END-IF.

        DISPLAY ">> Surveillance conformité du jour"
        MOVE 0 TO RETURN-CODE
        CALL 'surveiller_mouvements'
        CANCEL 'surveiller_mouvements'
        PERFORM CONTROLER-RETOUR
    END-IF.

        DISPLAY ">> Réconciliation des comptes"
        MOVE 0 TO RETURN-CODE
        CALL 'reconcilier_comptes'
        CANCEL 'reconcilier_comptes'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Contrôle d'intégrité référentielle"
        MOVE 0 TO RETURN-CODE
        CALL 'controler_integrite'
        CANCEL 'controler_integrite'
        PERFORM CONTROLER-RETOUR
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        IF WS-DERNIER-OUVRE-DU-MOIS = 'O'
            DISPLAY ">> Photographie des soldes de fin de mois"
            MOVE 0 TO RETURN-CODE
            CALL 'photographier_soldes'
            CANCEL 'photographier_soldes'
            PERFORM CONTROLER-RETOUR
        END-IF
    END-IF.

    IF WS-CHAINE-EN-ECHEC = 'N'
        DISPLAY ">> Purge du journal du jour"
        MOVE 0 TO RETURN-CODE
        CALL 'purger_journal_jour'
        CANCEL 'purger_journal_jour'
        PERFORM CONTROLER-RETOUR
    END-IF.

*> Chaîne complète : la date comptable passe au jour ouvré suivant
*> (le lendemain s'il est ouvré, sinon le premier jour ouvré après)
*> et les guichets rouvrent.
AVANCER-DATE-COMPTABLE.
    IF WS-CHAINE-EN-ECHEC = 'O'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-JOURS-ENTIERS = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-DATE-TRAITEMENT)) + 1.
    COMPUTE WS-DATE-ENTIERE =
        FUNCTION DATE-OF-INTEGER(WS-JOURS-ENTIERS).
    MOVE WS-DATE-ENTIERE TO WS-DATE-LENDEMAIN.
    CALL 'consulter_jour_ouvre' USING WS-DATE-LENDEMAIN
        WS-JOUR-OUVRE WS-JOUR-SUIVANT WS-JOUR-PRECEDENT.
    MOVE WS-JOUR-SUIVANT TO WS-DATE-TRAITEMENT.
    MOVE 'F' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-TRAITEMENT
        WS-ETAT-GUICHETS WS-OPERATEUR-BATCH.
    IF WS-ETAT-GUICHETS NOT = 'O'
        DISPLAY "ECHEC de l'avance de la date comptable au "
            WS-DATE-TRAITEMENT "."
        MOVE 'O' TO WS-CHAINE-EN-ECHEC
    END-IF.

*> RETURN-CODE 0 = complet, 4 = déjà passé (toléré, la chaîne peut
*> avoir été relancée après incident), 8 = échec.
