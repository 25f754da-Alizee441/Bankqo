    *> Intervenant sur un compte (INTERVENANTS-FILE) : rattache une
    *> fiche client (CLIENT.CPY) à un NUMERO-COMPTE autre que par
    *> l'ID-CLIENT du compte, qui reste le titulaire principal. Clé =
    *> compte + client ; clé secondaire INT-ID-CLIENT (doublons) pour
    *> retrouver tous les comptes où un client intervient. Tenu au
    *> guichet par gerer_intervenants.
    *> INT-ROLE : T = titulaire (le titulaire principal, inscrit
    *> seulement pour lui donner une règle de signature), C =
    *> co-titulaire, M = mandataire (procuration), R = représentant
    *> légal. INT-SIGNATURE : S = signe seul, J = signature conjointe
    *> de toutes les personnes ayant pouvoir sur le compte (voir
    *> verifier_pouvoir). INT-QUOTE-PART : part du co-titulaire en
    *> pourcentage, utilisée pour répartir intérêts et frais dans le
    *> récapitulatif fiscal ; le titulaire principal garde le reste
    *> (100 moins les quotes-parts des co-titulaires). Nulle pour les
    *> mandataires et représentants, qui ne détiennent rien.
    *> INT-DATE-FIN a espaces = sans échéance ; la révocation la pose
    *> à la date du jour. INT-STATUT : A = actif, R = révoqué.
01 INTERVENANT-RECORD.
   05 INT-CLE.
      10 INT-NUMERO-COMPTE     PIC X(10).
      10 INT-ID-CLIENT         PIC X(10).
   05 INT-ROLE                 PIC X(01).
   05 INT-SIGNATURE            PIC X(01).
   05 INT-QUOTE-PART           PIC 9(3)V99.
   05 INT-DATE-DEBUT           PIC X(08).
   05 INT-DATE-FIN             PIC X(08).
   05 INT-STATUT               PIC X(01).
   05 INT-DATE-ENREGISTREMENT  PIC X(08).
   05 INT-OPERATEUR            PIC X(08).
   05 INT-DATE-REVOCATION      PIC X(08).
   05 INT-OPERATEUR-REVOCATION PIC X(08).
