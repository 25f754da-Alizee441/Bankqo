    *> Echéance du tableau d'amortissement d'un prêt
    *> (ECHEANCES-PRET-FILE). Clé = numéro de prêt + rang de
    *> l'échéance (1 à PRT-DUREE-MOIS), écrite à l'octroi par
    *> gerer_prets. Chaque échéance se décompose en capital, intérêt
    *> et assurance, journalisés séparément au prélèvement (types
    *> PRET-CAPITAL, PRET-INTERET, PRET-ASSUR) pour que
    *> exporter_comptabilite les impute chacun à son compte.
    *> ECH-CAPITAL-RESTANT : capital restant dû après paiement de
    *> l'échéance.
    *> ECH-STATUT : A = à venir, P = payée, I = impayée (en retard,
    *> reprise chaque nuit jusqu'à paiement), X = annulée par un
    *> remboursement anticipé.
    *> ECH-INTERET-RETARD : intérêts de retard courus sur une échéance
    *> impayée, au taux du prêt majoré (paramètre
    *> MAJORATION-RETARD-PCT), arrêtés à ECH-DATE-CALCUL-RETARD et
    *> prélevés avec l'échéance (type PRET-RETARD).
01 ECHEANCE-PRET-RECORD.
   05 ECH-CLE.
      10 ECH-NUMERO-PRET       PIC X(06).
      10 ECH-RANG              PIC 9(03).
   05 ECH-DATE-ECHEANCE        PIC X(08).
   05 ECH-CAPITAL              PIC S9(13)V99.
   05 ECH-INTERET              PIC S9(13)V99.
   05 ECH-ASSURANCE            PIC S9(13)V99.
   05 ECH-CAPITAL-RESTANT      PIC S9(13)V99.
   05 ECH-STATUT               PIC X(01).
   05 ECH-INTERET-RETARD       PIC S9(13)V99.
   05 ECH-DATE-CALCUL-RETARD   PIC X(08).
   05 ECH-DATE-PAIEMENT        PIC X(08).
