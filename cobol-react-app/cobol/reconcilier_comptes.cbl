
PROCEDURE DIVISION.
DEBUT-RECONCILIATION.
    CALL 'consulter_date_comptable' USING WS-DATE-TRAITEMENT.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME

    DISPLAY "=================================================".
    DISPLAY "RECONCILIATION NOCTURNE DES COMPTES".
    DISPLAY "Date : " WS-DATE-TRAITEMENT.

    OPEN I-O CONTROLE-FILE.
    IF WS-CTL-STATUS = '35'
