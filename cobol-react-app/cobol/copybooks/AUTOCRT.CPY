    *> Autorisation carte (AUTORISATIONS-CARTE-FILE) : une ligne par
    *> numero d'autorisation du processeur monetique, ecrite par
    *> importer_operations_cartes. Une autorisation acceptee pose un
    *> blocage partiel de solde (BLOCAGE.CPY, motif "CARTE <numero>")
    *> jusqu'a ACA-DATE-EXPIRATION ; la compensation correspondante
    *> debite le compte (journal CARTE) et leve le blocage. La cle
    *> sert aussi de garde contre une relivraison du fichier du
    *> processeur (autorisation ou compensation deja traitee).
    *> ACA-STATUT : O = ouverte (blocage pose), C = compensee,
    *> E = expiree sans compensation, R = refusee (ACA-MOTIF).
    *> ACA-BLO-SEQUENCE = 0 : aucun blocage (refus, ou compensation
    *> recue sans autorisation prealable).
01 AUTORISATION-CARTE-RECORD.
   05 ACA-NUMERO-AUTORISATION  PIC X(12).
   05 ACA-NUMERO-CARTE         PIC X(16).
   05 ACA-NUMERO-COMPTE        PIC X(10).
   05 ACA-MONTANT              PIC S9(13)V99.
   05 ACA-DEVISE               PIC X(03).
   05 ACA-COMMERCANT           PIC X(25).
   05 ACA-DATE-OPERATION       PIC X(08).
   05 ACA-DATE-TRAITEMENT      PIC X(08).
   05 ACA-DATE-EXPIRATION      PIC X(08).
   05 ACA-BLO-SEQUENCE         PIC 9(6).
   05 ACA-STATUT               PIC X(01).
   05 ACA-MOTIF                PIC X(30).
   05 ACA-MONTANT-COMPENSE     PIC S9(13)V99.
   05 ACA-DATE-COMPENSATION    PIC X(08).
