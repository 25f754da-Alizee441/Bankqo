    *> Opposition sur créancier (OPPOSITIONS-CREANCIERS-FILE) : le
    *> titulaire refuse tout prélèvement d'un créancier (ICS) sur son
    *> compte, quel que soit le mandat présenté — sur le même principe
    *> qu'OPPCHQ.CPY pour les chèques. Pose et levée au guichet dans
    *> gerer_prelevements ; importer_prelevements retourne tout
    *> prélèvement du créancier sous le code SL01 tant que
    *> l'opposition est active.
    *> OPC-STATUT : O = active, L = levée.
01 OPPOSITION-CREANCIER-RECORD.
   05 OPC-CLE.
      10 OPC-NUMERO-COMPTE     PIC X(10).
      10 OPC-ICS               PIC X(35).
   05 OPC-MOTIF                PIC X(30).
   05 OPC-DATE-POSE            PIC X(08).
   05 OPC-OPERATEUR            PIC X(08).
   05 OPC-STATUT               PIC X(01).
   05 OPC-OPERATEUR-LEVEE      PIC X(08).
   05 OPC-DATE-LEVEE           PIC X(08).
