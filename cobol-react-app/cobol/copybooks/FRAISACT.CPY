    *> Registre des frais a l'acte (FRAIS-ACTES-FILE) : un
    *> enregistrement par evenement facturable recense la nuit par
    *> facturer_frais_actes (voir TARIF.CPY pour les evenements).
    *> Cle = date comptable + evenement + reference de l'evenement
    *> (cle du journal du jour, numero de saisie, reference du
    *> virement recu, ID-CLIENT pour une succession) : un evenement
    *> deja recense n'est jamais facture une seconde fois, meme si le
    *> passage est relance. Cle secondaire = compte debite.
    *> FA-STATUT : A = a facturer, F = facture, P = facture
    *> partiellement (solde minimum atteint), E = exonere (motif de
    *> l'exoneration), N = non facture (tarif nul, compte inconnu,
    *> bloque ou sans marge ; motif renseigne).
    *> Le rapport mensuel des frais (prelever_frais_mensuels) totalise
    *> ce registre par evenement.
01 FRAIS-ACTE-RECORD.
   05 FA-CLE.
      10 FA-DATE               PIC X(08).
      10 FA-EVENEMENT          PIC X(06).
      10 FA-REFERENCE          PIC X(20).
   05 FA-NUMERO-COMPTE         PIC X(10).
   05 FA-ID-CLIENT             PIC X(10).
   05 FA-TYPE-COMPTE           PIC X(10).
   05 FA-DEVISE                PIC X(03).
   05 FA-MONTANT-TARIF         PIC 9(7)V99.
   05 FA-MONTANT-PRELEVE       PIC S9(13)V99.
   05 FA-STATUT                PIC X(01).
   05 FA-MOTIF                 PIC X(40).
