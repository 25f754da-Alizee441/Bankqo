    *> Tarif des frais a l'acte (TARIFS-FILE) : montant facture pour
    *> un evenement facturable, par type de compte et par date
    *> d'effet, sur le modele de PARAMETRES-FILE (PARAM.CPY) :
    *> consulter_tarif retient le tarif le plus recent dont la date
    *> d'effet n'est pas posterieure a la date du jour, cherche d'abord
    *> pour le type du compte puis pour le type generique TOUS. Un
    *> tarif a zero vaut gratuite pour ce type. Les tarifs de la
    *> plaquette a la mise en service portent la date d'effet 00000000
    *> et le type TOUS ; la tenue se fait dans gerer_tarifs
    *> (superviseur), sous piste d'audit audit_tarifs.txt.
    *> TAR-EVENEMENT (type de journal FRAIS-xxxxxx a la facturation) :
    *>   VIREXT = virement externe emis, CHQIER = delivrance de
    *>   chequier, OPPCHQ = opposition sur cheque, REJCHQ = cheque
    *>   rejete pour fonds insuffisants, REJVIR = virement recu
    *>   retourne a l'emetteur, SUCCES = ouverture d'un dossier de
    *>   succession, SAISIE = traitement d'une saisie sur comptes.
    *> Le montant est exprime dans la devise du compte debite.
01 TARIF-RECORD.
   05 TAR-CLE-EFFET.
      10 TAR-EVENEMENT         PIC X(06).
      10 TAR-TYPE-COMPTE       PIC X(10).
      10 TAR-DATE-EFFET        PIC X(08).
   05 TAR-MONTANT              PIC 9(7)V99.
   05 TAR-LIBELLE              PIC X(30).
