        GOBACK
    END-IF.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O PARAMETRES-FILE.
    IF WS-PAR-STATUS = '35'
        DISPLAY "Fichier des paramètres absent : il sera créé avec"
