    IF WS-REPONSE-CONVERSION = 'O' OR WS-REPONSE-CONVERSION = 'o'
        DISPLAY "Devise de conversion (ex. EUR, USD) : "
        ACCEPT WS-DEVISE-CIBLE
        CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR
        CALL 'consulter_taux_change' USING DEVISE WS-DEVISE-CIBLE
            WS-DATE-DU-JOUR WS-TAUX-CHANGE WS-TAUX-TROUVE
        IF WS-TAUX-TROUVE = 'O'
