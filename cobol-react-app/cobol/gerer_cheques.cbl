PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-CHEQUES.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O CHEQUIERS-FILE.
    IF WS-CHQ-STATUS = '35'
        OPEN OUTPUT CHEQUIERS-FILE
