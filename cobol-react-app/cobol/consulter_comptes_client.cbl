*> ID-CLIENT (doublons autorisés, voir reorganiser_comptes) : la
*> lecture se positionne directement sur le premier compte du client
*> au lieu de balayer tout le fichier comme avant la réorganisation.
*> Suivent les comptes d'autres titulaires sur lesquels le client
*> intervient (INTERVENANTS-FILE, voir INTERV.CPY, clé secondaire
*> INT-ID-CLIENT) comme co-titulaire, mandataire ou représentant
*> légal, avec son rôle ; seules comptent les inscriptions actives
*> en vigueur à la date comptable (même règle que position_client) :
*> révoquées, pas encore commencées ou échues, elles sont ignorées.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD INTERVENANTS-FILE.
COPY INTERV.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS          PIC X(02).
01 WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
01 WS-ID-CLIENT-RECHERCHE    PIC X(10).
01 WS-NB-TROUVES             PIC 9(6) VALUE 0.
01 WS-INT-STATUS             PIC X(02).
01 WS-NB-INTERVENTIONS       PIC 9(6) VALUE 0.
01 WS-LIBELLE-ROLE           PIC X(22).
01 WS-DATE-DU-JOUR           PIC X(08).

PROCEDURE DIVISION.
DEBUT-CONSULTER-COMPTES-CLIENT.
        END-READ
    END-PERFORM.

    MOVE 0 TO WS-NB-INTERVENTIONS.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN INPUT INTERVENANTS-FILE.
    IF WS-INT-STATUS = '00'
        MOVE 'N' TO WS-FIN-FICHIER
        MOVE WS-ID-CLIENT-RECHERCHE TO INT-ID-CLIENT
        START INTERVENANTS-FILE KEY IS = INT-ID-CLIENT
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ INTERVENANTS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    IF INT-ID-CLIENT NOT = WS-ID-CLIENT-RECHERCHE
                        MOVE 'O' TO WS-FIN-FICHIER
                    ELSE
                        PERFORM AFFICHER-COMPTE-INTERVENANT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVENANTS-FILE
    END-IF.

    CLOSE COMPTES-FILE.

    DISPLAY "=================================================".
    IF WS-NB-TROUVES = 0 AND WS-NB-INTERVENTIONS = 0
        DISPLAY "Aucun compte trouvé pour ce client."
    ELSE
        DISPLAY "Nombre de comptes trouvés : " WS-NB-TROUVES
        DISPLAY "Comptes de tiers où il intervient : "
            WS-NB-INTERVENTIONS
    END-IF.
    DISPLAY "=================================================".
    GOBACK.

AFFICHER-COMPTE-INTERVENANT.
    IF INT-STATUT NOT = 'A' OR INT-ROLE = 'T'
        OR INT-DATE-DEBUT > WS-DATE-DU-JOUR
        OR (INT-DATE-FIN NOT = SPACES
            AND INT-DATE-FIN < WS-DATE-DU-JOUR)
        EXIT PARAGRAPH
    END-IF.
    MOVE INT-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF WS-NB-INTERVENTIONS = 0
        DISPLAY "-------------------------------------------------"
        DISPLAY "COMPTES DE TIERS (co-titulaire, mandataire,"
            " représentant légal)"
    END-IF.
    EVALUATE INT-ROLE
        WHEN 'C' MOVE "co-titulaire" TO WS-LIBELLE-ROLE
        WHEN 'M' MOVE "mandataire" TO WS-LIBELLE-ROLE
        WHEN 'R' MOVE "représentant légal" TO WS-LIBELLE-ROLE
        WHEN OTHER MOVE INT-ROLE TO WS-LIBELLE-ROLE
    END-EVALUATE.
    DISPLAY NUMERO-COMPTE " " NOM-TITULAIRE " "
        TYPE-COMPTE " " SOLDE-COMPTE " " DEVISE " " WS-LIBELLE-ROLE.
    ADD 1 TO WS-NB-INTERVENTIONS.
