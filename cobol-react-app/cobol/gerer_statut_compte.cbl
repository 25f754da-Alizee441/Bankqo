*> mise en instance de clôture. Chaque changement est journalisé
*> (type MAJ-STATUT) avec l'opérateur, pour que l'historique du
*> compte garde la trace de qui a bloqué ou réactivé quoi.
*> Un compte bloqué par le gel des avoirs (alerte sanctions
*> confirmée sur le client, voir examiner_alertes_sanctions) ne
*> sort pas du blocage ici.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT ALERTES-SANCTIONS-FILE ASSIGN TO 'alertes_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALS-CLE
        FILE STATUS IS WS-ALS-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD ALERTES-SANCTIONS-FILE.
COPY ALRSANC.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS          PIC X(02).
01 WS-ZERO                  PIC S9(13)V99 VALUE 0.
01 WS-COMPLEMENT-NOTIF      PIC X(30).
01 WS-PROGRAMME             PIC X(15) VALUE "gerer_statut".
01 WS-MESSAGE-ERREUR        PIC X(50).
01 WS-ALS-STATUS            PIC X(02).
01 WS-FIN-FICHIER           PIC X(01).
01 WS-CLIENT-GELE           PIC X(01).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
        GOBACK
    END-IF.

    IF STATUT-COMPTE = 'B'
        PERFORM CONTROLER-GEL-AVOIRS
        IF WS-CLIENT-GELE = 'O'
            DISPLAY "Compte sous gel des avoirs (sanctions) :"
                " déblocage refusé."
            CLOSE COMPTES-FILE
            GOBACK
        END-IF
    END-IF.

    MOVE WS-NOUVEAU-STATUT TO STATUT-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS = '00'

    CLOSE COMPTES-FILE.
    GOBACK.

*> Recherche d'une alerte confirmée sur le nom du client titulaire.
CONTROLER-GEL-AVOIRS.
    MOVE 'N' TO WS-CLIENT-GELE.
    OPEN INPUT ALERTES-SANCTIONS-FILE.
    IF WS-ALS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE ID-CLIENT TO ALS-ID-CLIENT.
    MOVE 0 TO ALS-SEQUENCE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ALS-ID-CLIENT NOT = ID-CLIENT
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF ALS-TYPE-NOM = 'C' AND ALS-STATUT = 'C'
                        MOVE 'O' TO WS-CLIENT-GELE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ALERTES-SANCTIONS-FILE.
