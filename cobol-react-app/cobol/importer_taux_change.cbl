
PROCEDURE DIVISION.
DEBUT-IMPORT.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    OPEN INPUT MARCHE-FILE.
    IF WS-MAR-STATUS NOT = '00'
