        GOBACK
    END-IF.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O OPERATEURS-FILE.
    IF WS-OP-STATUS NOT = '00'
        DISPLAY "Ouverture de OPERATEURS-FILE impossible (statut "
