*> numéro de compte, le programme appelant et l'horodatage, sur le
*> même principe que journaliser pour TRANSACTIONS-FILE. Appelé par
*> tout programme qui rencontre un WS-FILE-STATUS différent de '00'.
*> Le statut IR (intégrité référentielle, controler_integrite) n'est
*> pas un statut fichier : le message de l'appelant, qui désigne la
*> règle et l'enregistrement en cause, est alors conservé tel quel.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    MOVE LK-NUMERO-COMPTE TO ERR-NUMERO-COMPTE.
    MOVE SEQERR-DERNIER-NUMERO TO ERR-SEQUENCE.
    CALL 'consulter_date_comptable' USING ERR-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO ERR-HEURE.
    MOVE LK-PROGRAMME TO ERR-PROGRAMME.
    MOVE LK-STATUT TO ERR-STATUT.

TRADUIRE-STATUT.
    EVALUATE LK-STATUT
        WHEN 'IR'
            CONTINUE
        WHEN '00'
            MOVE "Opération réussie." TO LK-MESSAGE
        WHEN '10'
