        GOBACK
    END-IF.

    CALL 'consulter_date_comptable' USING WS-DATE-AUJOURDHUI.
    IF WS-DATE-NUMERIQUE > WS-DATE-AUJOURDHUI
        MOVE "Date de création ne peut pas être dans le futur." TO LK-MESSAGE
        GOBACK
