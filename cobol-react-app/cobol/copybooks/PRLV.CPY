    *> Prélèvement reçu de la compensation (PRELEVEMENTS-FILE), payé ou
    *> retourné, inscrit par importer_prelevements. La référence de
    *> compensation sert de clé et de garde contre un double débit en
    *> cas de relivraison, comme VE-REFERENCE pour les virements
    *> entrants ; la clé alternative sur le compte sert à la liste et
    *> au remboursement au guichet (gerer_prelevements).
    *> PRL-MONTANT : montant débité, dans la devise du compte.
    *> PRL-CODE-RETOUR : code motif normalisé du retour (AC01 compte
    *> inconnu, AC04 compte clôturé, AC06 compte bloqué, AM02 montant
    *> au-delà du plafond du mandat, AM03 devise non admise, AM04
    *> provision insuffisante, AM05 doublon, MD01 pas de mandat actif,
    *> SL01 créancier en opposition, MD06 remboursement demandé par le
    *> débiteur), à espaces pour un prélèvement payé.
    *> PRL-STATUT : P = payé, J = retourné impayé à la compensation,
    *> R = remboursé au débiteur.
01 PRELEVEMENT-RECORD.
   05 PRL-REFERENCE            PIC X(16).
   05 PRL-NUMERO-COMPTE        PIC X(10).
   05 PRL-ICS                  PIC X(35).
   05 PRL-RUM                  PIC X(35).
   05 PRL-NOM-CREANCIER        PIC X(30).
   05 PRL-MONTANT              PIC S9(13)V99.
   05 PRL-DEVISE               PIC X(03).
   05 PRL-DATE-ECHEANCE        PIC X(08).
   05 PRL-DATE-TRAITEMENT      PIC X(08).
   05 PRL-STATUT               PIC X(01).
   05 PRL-CODE-RETOUR          PIC X(04).
   05 PRL-DATE-REMBOURSEMENT   PIC X(08).
   05 PRL-OPERATEUR-REMB       PIC X(08).
