    *> Contrat de prêt (PRETS-FILE) : prêt amortissable à échéances
    *> mensuelles constantes, accordé au guichet dans gerer_prets. Le
    *> capital est versé au compte courant lié (type PRET-DEBLOC) ;
    *> le prêt vit ensuite hors COMPTES-FILE, comme le dépôt à terme,
    *> au lieu d'être simulé par un SOLDE-COMPTE négatif. Le tableau
    *> d'amortissement est écrit à l'octroi dans ECHEANCES-PRET-FILE
    *> (voir ECHPRET.CPY) et chaque échéance est prélevée la nuit de
    *> son terme par prelever_echeances_prets.
    *> PRT-TAUX est le taux nominal ANNUEL (0.0450 = 4,50 %), appliqué
    *> mensuellement au capital restant dû ; PRT-TAUX-ASSURANCE est le
    *> taux annuel de l'assurance emprunteur, appliqué au capital
    *> initial (cotisation constante).
    *> PRT-CATEGORIE : C = consommation (particulier), P = professionnel.
    *> PRT-CAPITAL-RESTANT : capital non encore amorti, échéances
    *> impayées comprises (leur capital reste dû). PRT-NB-IMPAYES et
    *> PRT-MONTANT-IMPAYE résument les échéances en retard (montant
    *> d'échéance hors intérêts de retard), tenus par
    *> prelever_echeances_prets pour l'état des encours.
    *> PRT-AGENCE = agence du compte lié à l'octroi, PRT-DEVISE sa
    *> devise. PRT-STATUT : A = actif, S = soldé au terme,
    *> R = remboursé par anticipation.
01 PRET-RECORD.
   05 PRT-NUMERO-PRET          PIC X(06).
   05 PRT-COMPTE-LIE           PIC X(10).
   05 PRT-ID-CLIENT            PIC X(10).
   05 PRT-CATEGORIE            PIC X(01).
   05 PRT-CAPITAL-INITIAL      PIC S9(13)V99.
   05 PRT-CAPITAL-RESTANT      PIC S9(13)V99.
   05 PRT-TAUX                 PIC 9V9(4).
   05 PRT-TAUX-ASSURANCE       PIC 9V9(4).
   05 PRT-DUREE-MOIS           PIC 9(3).
   05 PRT-DATE-DEBLOCAGE       PIC X(08).
   05 PRT-DATE-PREMIERE-ECH    PIC X(08).
   05 PRT-DEVISE               PIC X(03).
   05 PRT-AGENCE               PIC X(03).
   05 PRT-OPERATEUR            PIC X(08).
   05 PRT-NB-IMPAYES           PIC 9(3).
   05 PRT-MONTANT-IMPAYE       PIC S9(13)V99.
   05 PRT-STATUT               PIC X(01).
