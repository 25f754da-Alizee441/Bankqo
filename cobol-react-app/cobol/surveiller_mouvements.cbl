
PROCEDURE DIVISION.
DEBUT-SURVEILLANCE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-NOM-FICHIER-RAPPORT.
    STRING "surveillance_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-FICHIER-RAPPORT.
