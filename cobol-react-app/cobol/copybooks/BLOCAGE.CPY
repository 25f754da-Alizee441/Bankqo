    *> BLO-DATE-EXPIRATION a espaces = sans expiration ; un blocage
    *> expire cesse de compter dans le disponible sans intervention.
    *> BLO-STATUT : O = ouvert, L = leve.
    *> Motifs reserves, non levables dans gerer_blocages : SAISIE
    *> <dossier> (gerer_saisies, payer_saisies) et CARTE
    *> <autorisation> (importer_operations_cartes, voir AUTOCRT.CPY).
01 BLOCAGE-RECORD.
   05 BLO-CLE.
      10 BLO-NUMERO-COMPTE     PIC X(10).
