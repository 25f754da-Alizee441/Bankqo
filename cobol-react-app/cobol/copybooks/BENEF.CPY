    *> que vers un beneficiaire actif du client titulaire du compte
    *> source : pas de saisie libre de coordonnees au guichet.
    *> Cle = client + code beneficiaire (code court choisi au guichet,
    *> unique par client). BEN-STATUT : A = actif, X = desactive,
    *> S = suspendu par le filtrage sanctions (nom a examiner par la
    *> conformite), G = gele (correspondance confirmee). Seul un
    *> beneficiaire actif recoit des virements.
01 BENEFICIAIRE-RECORD.
   05 BEN-CLE.
      10 BEN-ID-CLIENT     PIC X(10).
