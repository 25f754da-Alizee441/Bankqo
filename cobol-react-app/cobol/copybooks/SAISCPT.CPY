    *> Detail par compte d'une saisie (SAISIES-COMPTES-FILE), ecrit a
    *> l'enregistrement par gerer_saisies pour chaque compte du
    *> debiteur, saisi ou non : il sert a la declaration du tiers
    *> saisi puis au paiement de nuit (payer_saisies). Cle = numero
    *> de saisie + compte, sur le principe de ECHPRET.CPY.
    *> SAC-SOLDE-DECLARE : solde du compte au jour de l'enregistrement,
    *> SAC-DISPONIBLE : solde moins les blocages deja poses.
    *> SAC-BLO-SEQUENCE : sequence du blocage pose dans BLOCAGES-FILE
    *> (zero si rien n'est bloque sur ce compte).
    *> SAC-STATUT : B = montant bloque, N = non saisi (rien de
    *> disponible, solde insaisissable, ou devise differente de la
    *> saisie), P = paye au creancier, L = blocage leve (mainlevee).
01 SAISIE-COMPTE-RECORD.
   05 SAC-CLE.
      10 SAC-NUMERO-SAISIE     PIC X(06).
      10 SAC-NUMERO-COMPTE     PIC X(10).
   05 SAC-DEVISE               PIC X(03).
   05 SAC-SOLDE-DECLARE        PIC S9(13)V99.
   05 SAC-DISPONIBLE           PIC S9(13)V99.
   05 SAC-MONTANT-BLOQUE       PIC S9(13)V99.
   05 SAC-BLO-SEQUENCE         PIC 9(6).
   05 SAC-MONTANT-PAYE         PIC S9(13)V99.
   05 SAC-STATUT               PIC X(01).
