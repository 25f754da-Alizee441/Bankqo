    *> Autorisation de découvert d'un compte (DECOUVERTS-FILE), une
    *> fiche par compte, clé = numéro de compte. Accordée, renouvelée
    *> ou résiliée au guichet par gerer_decouverts ; le renouvellement
    *> remplace la fiche précédente (la trace reste au journal).
    *> DEC-LIMITE est le montant de découvert autorisé (positif) : tant
    *> que l'autorisation est active (DEC-STATUT 'A') et que la date
    *> du jour est comprise entre DEC-DATE-DEBUT et
    *> DEC-DATE-EXPIRATION, le plancher du compte devient -DEC-LIMITE
    *> s'il est plus bas que le solde minimum du type de compte (voir
    *> consulter_decouvert). DEC-TAUX-DEBITEUR est un taux annuel
    *> (0.0850 = 8,50 %) appliqué chaque nuit par calcul_interets à la
    *> part autorisée du découvert ; l'au-delà est couru au taux de
    *> dépassement (voir AGIOS.CPY).
    *> DEC-STATUT : A = active, R = résiliée.
01 DECOUVERT-RECORD.
   05 DEC-NUMERO-COMPTE        PIC X(10).
   05 DEC-LIMITE               PIC 9(9)V99.
   05 DEC-TAUX-DEBITEUR        PIC 9V9(4).
   05 DEC-DATE-DEBUT           PIC X(08).
   05 DEC-DATE-EXPIRATION      PIC X(08).
   05 DEC-DATE-ACCORD          PIC X(08).
   05 DEC-OPERATEUR            PIC X(08).
   05 DEC-STATUT               PIC X(01).
   05 DEC-DATE-RESILIATION     PIC X(08).
   05 DEC-OPERATEUR-RESILIATION PIC X(08).
