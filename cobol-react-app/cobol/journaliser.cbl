*> de journee lisent a la place de l'historique complet ; un echec
*> d'ecriture du journal du jour est signale sans annuler la
*> journalisation, le fichier vif restant la reference.
*> La ligne porte la date comptable (consulter_date_comptable) et non
*> la date du calendrier ; seule l'heure vient de l'horloge.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    MOVE LK-NUMERO-COMPTE TO TRANS-NUMERO-COMPTE.
    MOVE SEQ-DERNIER-NUMERO TO TRANS-SEQUENCE.
    CALL 'consulter_date_comptable' USING TRANS-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-HEURE.
    MOVE LK-TYPE-TRANSACTION TO TRANS-TYPE.
    MOVE LK-MONTANT TO TRANS-MONTANT.
