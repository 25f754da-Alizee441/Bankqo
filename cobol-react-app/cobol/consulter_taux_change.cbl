    GOBACK.

CREER-TAUX-PAR-DEFAUT.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    MOVE "USD" TO TC-DEVISE-SOURCE.
    MOVE "EUR" TO TC-DEVISE-DEST.
