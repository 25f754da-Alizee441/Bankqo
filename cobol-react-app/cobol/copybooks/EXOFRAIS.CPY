    *> Exoneration de frais a l'acte (EXONERATIONS-FRAIS-FILE) :
    *> dispense accordee par un superviseur dans gerer_tarifs, pour un
    *> compte (EXO-PORTEE C, EXO-IDENTIFIANT = numero de compte) ou
    *> pour tous les comptes d'un client (EXO-PORTEE L,
    *> EXO-IDENTIFIANT = ID-CLIENT), sur un evenement de TARIF.CPY ou
    *> sur tous (EXO-EVENEMENT = TOUS). Le motif est obligatoire.
    *> Valable du EXO-DATE-DEBUT au EXO-DATE-FIN inclus (fin a blanc =
    *> sans limite). EXO-STATUT : A = active, L = levee (date et
    *> operateur de la levee conserves ; une nouvelle exoneration sur
    *> la meme cle remplace la fiche levee). facturer_frais_actes
    *> consulte l'exoneration du compte avant celle du client.
01 EXONERATION-RECORD.
   05 EXO-CLE.
      10 EXO-PORTEE            PIC X(01).
      10 EXO-IDENTIFIANT       PIC X(10).
      10 EXO-EVENEMENT         PIC X(06).
   05 EXO-DATE-DEBUT           PIC X(08).
   05 EXO-DATE-FIN             PIC X(08).
   05 EXO-MOTIF                PIC X(40).
   05 EXO-OPERATEUR            PIC X(08).
   05 EXO-DATE-SAISIE          PIC X(08).
   05 EXO-STATUT               PIC X(01).
   05 EXO-OPERATEUR-LEVEE      PIC X(08).
   05 EXO-DATE-LEVEE           PIC X(08).
