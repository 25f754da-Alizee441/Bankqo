    *> Enregistrement du fichier des retours de prélèvements remis à
    *> la compensation (prelevements_retours_AAAAMMJJ.txt, format
    *> fixe, ouvert en ajout) : prélèvements impayés retournés par
    *> importer_prelevements et remboursements accordés au guichet par
    *> gerer_prelevements (code MD06). Voir PRLV.CPY pour les codes
    *> motif.
01 RETOUR-PRELEVEMENT.
   05 RET-REFERENCE            PIC X(16).
   05 RET-ICS                  PIC X(35).
   05 RET-RUM                  PIC X(35).
   05 RET-NUMERO-COMPTE        PIC X(10).
   05 RET-MONTANT              PIC 9(11).99.
   05 RET-DEVISE               PIC X(03).
   05 RET-CODE-RETOUR          PIC X(04).
   05 RET-DATE                 PIC X(08).
