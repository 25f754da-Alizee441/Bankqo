    *> Alerte de filtrage sanctions (ALERTES-SANCTIONS-FILE) : nom
    *> proche d'un nom de la liste de gel (LISTSANC.CPY), ecrit par
    *> filtrer_sanctions a la saisie d'une fiche client ou d'un
    *> beneficiaire, au refiltrage de nuit de la base et au passage
    *> d'un paiement (virement sortant a emettre, virement recu a
    *> crediter). L'alerte attend la decision d'un superviseur dans
    *> examiner_alertes_sanctions ; elle n'est jamais purgee : c'est
    *> la trace des decisions pour les controles de conformite.
    *> Cle = client concerne + sequence (sequence propre par client,
    *> SEQALS.CPY), sur le principe de ERREUR.CPY. Pour un
    *> beneficiaire, le client est son titulaire de rattachement ;
    *> pour un donneur d'ordre entrant, le client du compte credite
    *> (espaces si le compte est inconnu).
    *> ALS-TYPE-NOM : C = nom du client, B = nom d'un beneficiaire
    *> (ALS-BEN-CODE), D = donneur d'ordre d'un virement recu,
    *> P = beneficiaire d'un paiement sans fiche beneficiaire
    *> (creancier saisissant paye par payer_saisies, le client etant
    *> le debiteur saisi).
    *> ALS-TYPE-OPERATION : espaces = fiche (saisie ou refiltrage),
    *> OC = ouverture de compte, VS = virement sortant (reference =
    *> compte source + sequence), VE = virement recu (reference de
    *> compensation).
    *> ALS-SCORE : ressemblance en pourcentage (seuil parametre
    *> SEUIL-FILTRAGE-PCT).
    *> ALS-STATUT : E = a examiner, C = correspondance confirmee (gel
    *> des avoirs, paiement retenu), L = levee (homonyme ecarte).
    *> Une decision deja prise pour la meme partie et la meme entree
    *> de liste vaut pour les filtrages suivants.
01 ALERTE-SANCTION-RECORD.
   05 ALS-CLE.
      10 ALS-ID-CLIENT         PIC X(10).
      10 ALS-SEQUENCE          PIC 9(6).
   05 ALS-TYPE-NOM             PIC X(01).
   05 ALS-BEN-CODE             PIC X(06).
   05 ALS-NOM                  PIC X(30).
   05 ALS-LS-REFERENCE         PIC X(12).
   05 ALS-LS-NOM               PIC X(40).
   05 ALS-SCORE                PIC 9(3).
   05 ALS-TYPE-OPERATION       PIC X(02).
   05 ALS-REFERENCE-OPERATION  PIC X(16).
   05 ALS-DATE-DETECTION       PIC X(08).
   05 ALS-HEURE-DETECTION      PIC X(06).
   05 ALS-OPERATEUR            PIC X(08).
   05 ALS-STATUT               PIC X(01).
   05 ALS-DATE-DECISION        PIC X(08).
   05 ALS-OPERATEUR-DECISION   PIC X(08).
   05 ALS-MOTIF-DECISION       PIC X(40).
