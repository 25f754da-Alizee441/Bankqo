    *> Photographie des soldes de fin de mois (SOLDES-FIN-MOIS-FILE,
    *> soldes_fin_mois.dat), ecrite par photographier_soldes le dernier
    *> jour ouvre de chaque mois, en fin de chaine de nuit (apres tous
    *> les mouvements de la journee) : elle donne la situation de la
    *> banque au soir de SFM-DATE-PHOTO.
    *> SFM-TYPE-LIGNE :
    *>   E = entete du mois (SFM-REFERENCE a blanc) : date de la
    *>       photographie, nombres de comptes et de contrats. Ecrite en
    *>       dernier : sa presence signifie photographie complete et
    *>       mois clos (consulter_mois_clos), plus aucun mouvement ne
    *>       peut etre passe a une date de ce mois.
    *>   C = compte (SFM-REFERENCE = NUMERO-COMPTE) : solde, statut,
    *>       type, devise et agence du compte au soir de la photo.
    *>   D = depot a terme actif (SFM-REFERENCE = DAT-NUMERO-CONTRAT) :
    *>       compte lie, principal, interet couru prorata temporis a la
    *>       date de la photo (meme calcul que le certificat de
    *>       succession), devise, agence du compte lie et echeance.
    *> Le type de ligne est en tete de cle pour que les entetes se
    *> lisent a la suite (START sur 'E') sans parcourir les comptes.
    *> Relu par editer_attestation_solde comme point de depart de la
    *> reconstitution d'un solde a une date passee.
01 SOLDE-FIN-MOIS-RECORD.
   05 SFM-CLE.
      10 SFM-TYPE-LIGNE       PIC X(01).
      10 SFM-MOIS             PIC X(06).
      10 SFM-REFERENCE        PIC X(10).
   05 SFM-DATE-PHOTO          PIC X(08).
   05 SFM-NUMERO-COMPTE       PIC X(10).
   05 SFM-MONTANT             PIC S9(13)V99.
   05 SFM-INTERET-COURU       PIC S9(13)V99.
   05 SFM-STATUT              PIC X(01).
   05 SFM-TYPE-COMPTE         PIC X(10).
   05 SFM-DEVISE              PIC X(03).
   05 SFM-AGENCE              PIC X(03).
   05 SFM-DATE-ECHEANCE       PIC X(08).
   05 SFM-NB-COMPTES          PIC 9(07).
   05 SFM-NB-CONTRATS         PIC 9(07).
   05 SFM-HEURE-PHOTO         PIC X(06).
