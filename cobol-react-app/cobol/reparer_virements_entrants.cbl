PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-REPARER-ENTRANTS.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O VIREMENTS-ENTRANTS-FILE.
    IF WS-VE-STATUS = '35'
        DISPLAY "Aucun virement entrant enregistré."
