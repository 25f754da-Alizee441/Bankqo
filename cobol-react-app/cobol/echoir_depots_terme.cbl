
PROCEDURE DIVISION.
DEBUT-ECHEANCES.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-CONTRAT.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
