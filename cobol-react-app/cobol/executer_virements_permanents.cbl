*> VP-DATE-PROCHAINE <= date du jour — la date contractuelle de
*> l'ordre n'est jamais réécrite.
*> Une échéance qui ne peut pas être exécutée (fonds insuffisants
*> contre le solde minimum du type de compte ou le découvert
*> autorisé du compte (consulter_decouvert), compte introuvable,
*> taux de change absent...) est inscrite sur la liste des exceptions
*> (exceptions_virements.txt) et l'échéance n'est pas avancée : elle
*> sera retentée la nuit suivante jusqu'à régularisation, suspension

PROCEDURE DIVISION.
DEBUT-EXECUTION.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-ORDRE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - VP-MONTANT.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
