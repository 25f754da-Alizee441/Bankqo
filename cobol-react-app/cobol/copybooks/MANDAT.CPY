    *> Mandat de prélèvement (MANDATS-FILE) : autorisation donnée par
    *> le titulaire d'un compte à un créancier (compagnie d'énergie,
    *> assureur, administration fiscale...) de débiter son compte.
    *> Clé = compte + identifiant créancier (ICS) + référence unique
    *> du mandat (RUM) : un même créancier peut détenir plusieurs
    *> mandats sur un compte (un par contrat). Enregistrement,
    *> révocation et consultation au guichet dans gerer_prelevements ;
    *> chaque prélèvement reçu de la compensation est rapproché de son
    *> mandat par importer_prelevements.
    *> MDT-PLAFOND : montant maximal accepté par prélèvement, zéro =
    *> sans plafond. MDT-DATE-DERNIER-PRLV : date d'échéance du
    *> dernier prélèvement payé sur ce mandat.
    *> MDT-STATUT : A = actif, R = révoqué par le titulaire.
01 MANDAT-RECORD.
   05 MDT-CLE.
      10 MDT-NUMERO-COMPTE     PIC X(10).
      10 MDT-ICS               PIC X(35).
      10 MDT-RUM               PIC X(35).
   05 MDT-NOM-CREANCIER        PIC X(30).
   05 MDT-DATE-SIGNATURE       PIC X(08).
   05 MDT-PLAFOND              PIC S9(13)V99.
   05 MDT-STATUT               PIC X(01).
   05 MDT-DATE-ENREGISTREMENT  PIC X(08).
   05 MDT-OPERATEUR            PIC X(08).
   05 MDT-DATE-DERNIER-PRLV    PIC X(08).
   05 MDT-DATE-REVOCATION      PIC X(08).
   05 MDT-OPERATEUR-REVOCATION PIC X(08).
