    *> Format precedent de CLIENT-RECORD (avec DATE-DECES-CLIENT, sans
    *> les donnees de connaissance client), conserve uniquement pour
    *> que migrer_clients_kyc puisse relire les fichiers CLIENTS-FILE
    *> ecrits avant l'ajout de la piece structuree, du niveau de
    *> risque et des dates de revue (fichiers deja repris par
    *> migrer_clients depuis CLIENTV1, ou crees depuis avec la date de
    *> deces). Un fichier encore au format CLIENTV1 passe directement
    *> au format courant par migrer_clients. Ne pas utiliser dans un
    *> nouveau programme : COPY CLIENT a la place.
01 CLIENT-V2-RECORD.
   05 V2-ID-CLIENT         PIC X(10).
   05 V2-NOM-CLIENT        PIC X(30).
   05 V2-ADRESSE-CLIENT    PIC X(40).
   05 V2-TELEPHONE-CLIENT  PIC X(15).
   05 V2-PIECE-IDENTITE    PIC X(20).
   05 V2-DATE-DECES-CLIENT PIC X(08).
