    *> Format precedent de CLIENT-RECORD (sans DATE-DECES-CLIENT),
    *> conserve uniquement pour que migrer_clients puisse relire les
    *> fichiers CLIENTS-FILE ecrits avant l'ajout de la date de deces.
    *> Ne pas utiliser dans un nouveau programme : COPY CLIENT a la
    *> place.
01 CLIENT-V1-RECORD.
   05 V1-ID-CLIENT         PIC X(10).
   05 V1-NOM-CLIENT        PIC X(30).
   05 V1-ADRESSE-CLIENT    PIC X(40).
   05 V1-TELEPHONE-CLIENT  PIC X(15).
   05 V1-PIECE-IDENTITE    PIC X(20).
