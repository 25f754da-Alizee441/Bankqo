*> validation dans ATTENTE-FILE (voir ATTENTE.CPY) au lieu de la
*> passer sur le compte, sur le même principe que journaliser pour
*> TRANSACTIONS-FILE (séquence propre par compte, SEQATT.CPY).
*> Appelé par retrait_argent et virement_compte, et pour tout ordre
*> de la banque en ligne par traiter_requetes_web ; l'opération sera
*> passée — ou rejetée — par un superviseur dans valider_operations.

ENVIRONMENT DIVISION.
    MOVE LK-COMPTE-DESTINATION TO AP-COMPTE-DESTINATION.
    MOVE LK-MONTANT TO AP-MONTANT.
    MOVE LK-DEVISE TO AP-DEVISE.
    CALL 'consulter_date_comptable' USING AP-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO AP-HEURE.
    MOVE LK-OPERATEUR TO AP-OPERATEUR-DEMANDE.
    MOVE 'A' TO AP-STATUT.
