
PROCEDURE DIVISION.
DEBUT-SAUVEGARDE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-PRISE.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
