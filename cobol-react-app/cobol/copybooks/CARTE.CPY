    *> Carte de debit (CARTES-FILE) : carte emise sur un compte de
    *> COMPTES-FILE pour un porteur (titulaire ou mandataire), tenue au
    *> guichet dans gerer_cartes. Cle = numero de carte (16 chiffres) ;
    *> cle secondaire = NUMERO-COMPTE (cartes d'un compte).
    *> CRT-DATE-EXPIRATION au format AAAAMM (fin de mois incluse).
    *> CRT-STATUT : A = active, P = perdue, V = volee, X = annulee.
    *> Une carte perdue, volee ou annulee ne redevient jamais active
    *> (nouvelle carte) : toute autorisation recue ensuite est refusee
    *> par importer_operations_cartes.
    *> Plafonds de depense par jour et par mois calendaire d'operation,
    *> controles a l'import des autorisations contre les cumuls tenus
    *> sur la carte (remis a zero au changement de jour ou de mois).
01 CARTE-RECORD.
   05 CRT-NUMERO-CARTE         PIC X(16).
   05 CRT-NUMERO-COMPTE        PIC X(10).
   05 CRT-ID-PORTEUR           PIC X(10).
   05 CRT-NOM-PORTEUR          PIC X(30).
   05 CRT-DATE-EXPIRATION      PIC X(06).
   05 CRT-STATUT               PIC X(01).
   05 CRT-PLAFOND-JOUR         PIC 9(7)V99.
   05 CRT-PLAFOND-MOIS         PIC 9(9)V99.
   05 CRT-DATE-CUMUL-JOUR      PIC X(08).
   05 CRT-CUMUL-JOUR           PIC 9(9)V99.
   05 CRT-MOIS-CUMUL           PIC X(06).
   05 CRT-CUMUL-MOIS           PIC 9(11)V99.
   05 CRT-DATE-EMISSION        PIC X(08).
   05 CRT-OPERATEUR            PIC X(08).
   05 CRT-DATE-OPPOSITION      PIC X(08).
   05 CRT-OPERATEUR-OPPOSITION PIC X(08).
