*> complément libre. Appelé par retrait_argent (solde arrivé au
*> minimum), detecter_comptes_dormants (préavis et mise en
*> dormance), surveiller_mouvements (mouvement au-dessus du seuil de
*> déclaration), gerer_statut_compte (tout changement de statut) et
*> relancer_revues_kyc (pièce d'identité expirée ou revue de
*> connaissance client due).
*> Une fiche client introuvable n'empêche pas l'émission :
*> l'événement part avec des coordonnées à blanc, le prestataire le
*> rejettera et l'agence mettra la fiche à jour. Le fichier est
PROCEDURE DIVISION USING LK-ID-CLIENT LK-NUMERO-COMPTE
        LK-CODE-MESSAGE LK-COMPLEMENT.
DEBUT-EMETTRE-NOTIFICATION.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-NOM-NOTIFICATIONS.
    STRING "notifications_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-NOTIFICATIONS.
