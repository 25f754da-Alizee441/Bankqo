
    MOVE 'F' TO SUS-STATUT.
    MOVE WS-SUPERVISEUR TO SUS-OPERATEUR-REGUL.
    CALL 'consulter_date_comptable' USING SUS-DATE-REGUL.
    REWRITE SUSPENS-RECORD.
    IF WS-SUS-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE SUSPENS-FILE (statut " WS-SUS-STATUS
