    *> Compteur de sequence par client pour ALERTES-SANCTIONS-FILE.
01 SEQUENCE-ALS-RECORD.
   05 SEQALS-ID-CLIENT      PIC X(10).
   05 SEQALS-DERNIER-NUMERO PIC 9(6).
