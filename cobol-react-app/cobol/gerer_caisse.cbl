PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-CAISSE.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O CAISSES-FILE.
    IF WS-CAI-STATUS = '35'
        OPEN OUTPUT CAISSES-FILE
