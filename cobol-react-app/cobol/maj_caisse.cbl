    END-IF.

    MOVE LK-OPERATEUR TO CAI-OPERATEUR.
    CALL 'consulter_date_comptable' USING CAI-DATE.
    MOVE LK-DEVISE TO CAI-DEVISE.
    READ CAISSES-FILE KEY IS CAI-CLE.
    IF WS-CAI-STATUS NOT = '00' OR CAI-STATUT NOT = 'O'
