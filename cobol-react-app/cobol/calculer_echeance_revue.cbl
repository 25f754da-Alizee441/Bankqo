IDENTIFICATION DIVISION.
PROGRAM-ID. calculer_echeance_revue.

*> Sous-programme commun : calcule la prochaine échéance de revue de
*> connaissance client (ECHEANCE-REVUE-CLIENT, voir CLIENT.CPY) à
*> partir de la date de la revue et du niveau de risque du client.
*> La périodicité en mois vient des paramètres d'exploitation
*> REVUE-KYC-MOIS-FAIBLE / -MOYEN / -ELEVE (60, 24 et 12 mois par
*> défaut) ; un risque inconnu est traité comme élevé, la revue la
*> plus rapprochée. L'échéance tombe le même jour du mois que la
*> revue, ramené au 28 au-delà pour rester une date valide quel que
*> soit le mois d'arrivée.
*> Appelé par gerer_clients (revue KYC) et ouvrir_compte (nouveau
*> client).

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-NB-MOIS                PIC 9(03).
01 WS-MOIS-ABSOLU            PIC 9(07).
01 WS-DATE-CALCUL.
   05 WS-ANNEE-CALCUL        PIC 9(04).
   05 WS-MOIS-CALCUL         PIC 9(02).
   05 WS-JOUR-CALCUL         PIC 9(02).

LINKAGE SECTION.
01 LK-RISQUE                 PIC X(01).
01 LK-DATE-REVUE             PIC X(08).
01 LK-ECHEANCE               PIC X(08).

PROCEDURE DIVISION USING LK-RISQUE LK-DATE-REVUE LK-ECHEANCE.
DEBUT-CALCULER-ECHEANCE.
    EVALUATE LK-RISQUE
        WHEN 'F'
            MOVE "REVUE-KYC-MOIS-FAIBLE" TO WS-CLE-PARAMETRE
            MOVE 60 TO WS-NB-MOIS
        WHEN 'M'
            MOVE "REVUE-KYC-MOIS-MOYEN" TO WS-CLE-PARAMETRE
            MOVE 24 TO WS-NB-MOIS
        WHEN OTHER
            MOVE "REVUE-KYC-MOIS-ELEVE" TO WS-CLE-PARAMETRE
            MOVE 12 TO WS-NB-MOIS
    END-EVALUATE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-NB-MOIS
    END-IF.

    MOVE LK-DATE-REVUE TO WS-DATE-CALCUL.
    COMPUTE WS-MOIS-ABSOLU = WS-ANNEE-CALCUL * 12
        + WS-MOIS-CALCUL - 1 + WS-NB-MOIS.
    DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-ANNEE-CALCUL
        REMAINDER WS-MOIS-CALCUL.
    ADD 1 TO WS-MOIS-CALCUL.
    IF WS-JOUR-CALCUL > 28
        MOVE 28 TO WS-JOUR-CALCUL
    END-IF.
    MOVE WS-DATE-CALCUL TO LK-ECHEANCE.
    GOBACK.
