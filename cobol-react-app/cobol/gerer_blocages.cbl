*> BLOCAGE-LEV) pour que l'historique du compte garde la trace de qui
*> a gelé ou libéré quoi. Même principe de séquence par compte que
*> journaliser (SEQBLO.CPY).
*> Les blocages posés par une saisie sur comptes (motif SAISIE
*> <dossier>) ne se lèvent pas ici : ils suivent le dossier dans
*> gerer_saisies (mainlevée) et payer_saisies (paiement). De même,
*> les blocages d'autorisation carte (motif CARTE <autorisation>)
*> suivent l'autorisation : levés par importer_operations_cartes à
*> la compensation ou à l'expiration.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-BLOCAGES.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O BLOCAGES-FILE.
    IF WS-BLO-STATUS = '35'
        OPEN OUTPUT BLOCAGES-FILE
            BLO-OPERATEUR-LEVEE "."
        EXIT PARAGRAPH
    END-IF.
    IF BLO-MOTIF(1:7) = "SAISIE "
        DISPLAY "Blocage de saisie : lever par la mainlevée du dossier"
            " (gestion des saisies)."
        EXIT PARAGRAPH
    END-IF.
    IF BLO-MOTIF(1:6) = "CARTE "
        DISPLAY "Blocage d'autorisation carte : levé à la compensation"
            " ou à l'expiration de l'autorisation."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO BLO-STATUT.
    MOVE LK-OPERATEUR TO BLO-OPERATEUR-LEVEE.
    MOVE WS-DATE-DU-JOUR TO BLO-DATE-LEVEE.
