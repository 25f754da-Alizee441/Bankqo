
PROCEDURE DIVISION.
DEBUT-ARCHIVAGE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    PERFORM CALCULER-DATE-LIMITE.

    MOVE SPACES TO WS-DERNIER-COMPTE.
