*> Purge de rétention : ne supprime que des erreurs déjà revues et
*> plus anciennes que la rétention.
PURGER-REVUES.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE "RETENTION-ERREURS-MOIS" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
