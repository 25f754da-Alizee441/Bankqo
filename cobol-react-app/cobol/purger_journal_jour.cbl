
PROCEDURE DIVISION.
DEBUT-PURGE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O JOURNAL-JOUR-FILE.
    IF WS-JJ-STATUS = '35'
        DISPLAY "Journal du jour absent : rien à purger."
