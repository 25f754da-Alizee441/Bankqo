*> TAUX ANCIEN mais compté. Le total général en devise de référence
*> est ce que le responsable d'agence regarde avant d'accorder une
*> facilité.
*> Les comptes dont le client est co-titulaire (INTERVENANTS-FILE,
*> voir INTERV.CPY, rôle C actif à la date du jour) sont valorisés à
*> la suite, marqués CO-TITULAIRE et comptés dans le total pour leur
*> solde entier : c'est l'engagement que le client peut mouvementer.
*> Les procurations (mandataire, représentant légal) n'y entrent pas.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS TC-CLE
        FILE STATUS IS WS-TC-STATUS.

    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
FD TAUX-CHANGE-FILE.
COPY TAUXCHG.

FD INTERVENANTS-FILE.
COPY INTERV.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS           PIC X(02).
01 WS-TC-STATUS             PIC X(02).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-AGE-MAX-JOURS          PIC 9(4).
01 WS-INT-STATUS            PIC X(02).
01 WS-MENTION-COMPTE         PIC X(13).

PROCEDURE DIVISION.
DEBUT-POSITION-CLIENT.
    MOVE 0 TO WS-NB-TROUVES.
    MOVE 0 TO WS-NB-SANS-TAUX.
    MOVE 0 TO WS-TOTAL-GENERAL.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    DISPLAY "Entrez l'identifiant client : ".
    ACCEPT WS-ID-CLIENT-RECHERCHE.
    DISPLAY "Devise de référence (vide = EUR) : ".
                    NOT = WS-ID-CLIENT-RECHERCHE
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    MOVE SPACES TO WS-MENTION-COMPTE
                    PERFORM VALORISER-COMPTE
                END-IF
        END-READ
    END-PERFORM.

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
                        PERFORM VALORISER-COMPTE-COTITULAIRE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVENANTS-FILE
    END-IF.

    CLOSE TAUX-CHANGE-FILE.
    CLOSE COMPTES-FILE.

        END-IF
        DISPLAY NUMERO-COMPTE " " SOLDE-COMPTE " " DEVISE " "
            WS-TAUX-RETENU " " WS-DATE-TAUX " " WS-CONTRE-VALEUR
            " " WS-SIGNAL-TAUX " " WS-MENTION-COMPTE
    ELSE
        ADD 1 TO WS-NB-SANS-TAUX
        DISPLAY NUMERO-COMPTE " " SOLDE-COMPTE " " DEVISE
            " TAUX ABSENT : exclu du total " WS-MENTION-COMPTE
    END-IF.

VALORISER-COMPTE-COTITULAIRE.
    IF INT-ROLE NOT = 'C' OR INT-STATUT NOT = 'A'
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
    MOVE "CO-TITULAIRE" TO WS-MENTION-COMPTE.
    PERFORM VALORISER-COMPTE.

*> Même règle de sélection que consulter_taux_change, lue ici
*> directement pour rapporter la date d'effet du taux retenu.
