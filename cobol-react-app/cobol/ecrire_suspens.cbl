    MOVE LK-MONTANT TO SUS-MONTANT.
    MOVE LK-DEVISE TO SUS-DEVISE.
    MOVE LK-ETAPE TO SUS-ETAPE.
    CALL 'consulter_date_comptable' USING SUS-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO SUS-HEURE.
    MOVE LK-OPERATEUR TO SUS-OPERATEUR.
    MOVE 'O' TO SUS-STATUT.
