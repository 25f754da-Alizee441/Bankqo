    *> Agios courus d'un compte débiteur sur la période en cours
    *> (AGIOS-FILE), clé = numéro de compte. Créé par calcul_interets
    *> la première nuit où le compte est débiteur, cumulé chaque nuit
    *> pour le nombre de jours calendaires jusqu'au prochain jour
    *> ouvré, puis prélevé et supprimé par arreter_agios le dernier
    *> jour ouvré du trimestre, qui édite l'arrêté de compte.
    *> Les nombres débiteurs sont la somme des soldes débiteurs
    *> multipliés par leur nombre de jours, séparés entre la part
    *> couverte par l'autorisation (découvert accordé, voir
    *> DECOUV.CPY, ou plancher négatif du type de compte) et le
    *> dépassement au-delà. Les intérêts sont courus à six décimales
    *> et arrondis au centime à l'arrêté seulement.
01 AGIOS-RECORD.
   05 AGI-NUMERO-COMPTE        PIC X(10).
   05 AGI-DATE-DEBUT-PERIODE   PIC X(08).
   05 AGI-DATE-DERNIER-CALCUL  PIC X(08).
   05 AGI-NB-JOURS-DEBITEURS   PIC 9(3).
   05 AGI-PLUS-FORT-DECOUVERT  PIC 9(13)V99.
   05 AGI-NOMBRES-AUTORISES    PIC 9(15)V99.
   05 AGI-NOMBRES-DEPASSEMENT  PIC 9(15)V99.
   05 AGI-INTERETS-AUTORISES   PIC 9(11)V9(6).
   05 AGI-INTERETS-DEPASSEMENT PIC 9(11)V9(6).
   05 AGI-TAUX-DEBITEUR        PIC 9V9(4).
   05 AGI-TAUX-DEPASSEMENT     PIC 9V9(4).
