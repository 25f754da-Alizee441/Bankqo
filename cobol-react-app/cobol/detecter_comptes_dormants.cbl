
PROCEDURE DIVISION.
DEBUT-DETECTION.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE WS-DATE-DU-JOUR TO WS-DATE-LIMITE.
    MOVE WS-DATE-DU-JOUR(1:4) TO WS-ANNEE-LIMITE.
    SUBTRACT 2 FROM WS-ANNEE-LIMITE.
