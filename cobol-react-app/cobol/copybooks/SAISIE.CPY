    *> Saisie sur comptes (SAISIES-FILE) : saisie-attribution signifiee
    *> par un commissaire de justice ou avis a tiers detenteur /
    *> saisie administrative du Tresor, enregistree dans gerer_saisies
    *> au lieu d'un blocage libre "saisie" dans gerer_blocages.
    *> A l'enregistrement, le montant saisissable est calcule sur tous
    *> les comptes du debiteur (SAI-ID-CLIENT) tenus dans la devise de
    *> la saisie : disponible (solde moins blocages deja poses) moins
    *> le solde bancaire insaisissable (parametre SOLDE-INSAISISSABLE,
    *> laisse une seule fois au debiteur tous comptes confondus),
    *> plafonne au montant reclame. Le detail par compte (solde
    *> declare, montant bloque, sequence du blocage) est dans
    *> SAISIES-COMPTES-FILE (voir SAISCPT.CPY).
    *> SAI-NATURE : H = saisie-attribution (commissaire de justice),
    *> T = avis a tiers detenteur / saisie administrative (Tresor).
    *> SAI-MANDATAIRE / SAI-ADRESSE-MANDATAIRE : destinataire de la
    *> declaration du tiers saisi. SAI-BANQUE-CREANCIER et
    *> SAI-COMPTE-CREANCIER : compte de reglement du creancier.
    *> SAI-SOLDE-PROTEGE : solde insaisissable laisse au debiteur.
    *> SAI-STATUT : A = en cours (fonds bloques, paiement par
    *> payer_saisies la nuit suivant la fin de contestation, ou des
    *> que SAI-DATE-DECISION est posee par un maintien apres
    *> contestation), C = contestee (paiement suspendu), P = payee,
    *> L = mainlevee (blocages leves sans paiement).
01 SAISIE-RECORD.
   05 SAI-NUMERO               PIC X(06).
   05 SAI-ID-CLIENT            PIC X(10).
   05 SAI-NATURE               PIC X(01).
   05 SAI-CREANCIER            PIC X(30).
   05 SAI-REFERENCE            PIC X(20).
   05 SAI-MANDATAIRE           PIC X(30).
   05 SAI-ADRESSE-MANDATAIRE   PIC X(40).
   05 SAI-BANQUE-CREANCIER     PIC X(11).
   05 SAI-COMPTE-CREANCIER     PIC X(34).
   05 SAI-MONTANT-RECLAME      PIC S9(13)V99.
   05 SAI-DEVISE               PIC X(03).
   05 SAI-SOLDE-PROTEGE        PIC S9(13)V99.
   05 SAI-MONTANT-BLOQUE       PIC S9(13)V99.
   05 SAI-MONTANT-PAYE         PIC S9(13)V99.
   05 SAI-DATE-SIGNIFICATION   PIC X(08).
   05 SAI-DATE-FIN-CONTESTATION PIC X(08).
   05 SAI-DATE-ENREGISTREMENT  PIC X(08).
   05 SAI-OPERATEUR            PIC X(08).
   05 SAI-STATUT               PIC X(01).
   05 SAI-DATE-DECISION        PIC X(08).
   05 SAI-OPERATEUR-DECISION   PIC X(08).
   05 SAI-DATE-PAIEMENT        PIC X(08).
