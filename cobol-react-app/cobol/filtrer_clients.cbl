IDENTIFICATION DIVISION.
PROGRAM-ID. filtrer_clients.

*> Refiltrage de nuit de toute la base contre la liste de gel des
*> avoirs, lorsque la liste a changé (ajout, modification ou
*> radiation chargés par importer_liste_sanctions) : chaque fiche de
*> CLIENTS-FILE (NOM-CLIENT) puis chaque bénéficiaire actif ou en
*> attente d'examen de BENEFICIAIRES-FILE (BEN-NOM) passe par
*> filtrer_sanctions. Une correspondance possible va à la file
*> d'examen de la conformité (examiner_alertes_sanctions) ; un
*> bénéficiaire concerné est suspendu (BEN-STATUT S) jusqu'à la
*> décision, et passe gelé (G) si la correspondance est déjà
*> confirmée.
*> La version de la liste est la date de sa dernière mise à jour
*> (LS-DATE-MAJ la plus récente) : elle sert de date de traitement
*> dans PASSAGES-BATCH-FILE, si bien que la base n'est refiltrée
*> qu'une fois par version de la liste (lancement refusé sinon) et
*> qu'un refiltrage interrompu reprend après le dernier client
*> pointé.
*> RETURN-CODE : 0 = complet (ou aucune liste chargée), 4 = refusé
*> (liste inchangée depuis le dernier refiltrage), 8 = abandon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LISTE-SANCTIONS-FILE ASSIGN TO 'liste_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-CLE
        FILE STATUS IS WS-LS-STATUS.

    SELECT CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENT
        FILE STATUS IS WS-CLIENT-STATUS.

    SELECT BENEFICIAIRES-FILE ASSIGN TO 'beneficiaires.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BEN-CLE
        FILE STATUS IS WS-BEN-STATUS.

DATA DIVISION.
FILE SECTION.
FD LISTE-SANCTIONS-FILE.
COPY LISTSANC.

FD CLIENTS-FILE.
COPY CLIENT.

FD BENEFICIAIRES-FILE.
COPY BENEF.

WORKING-STORAGE SECTION.
01 WS-LS-STATUS             PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-BEN-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-VERSION-LISTE          PIC X(08).
01 WS-NB-CLIENTS             PIC 9(7) VALUE 0.
01 WS-NB-BENEFICIAIRES       PIC 9(7) VALUE 0.
01 WS-NB-ALERTES             PIC 9(6) VALUE 0.
01 WS-NB-CONFIRMES           PIC 9(6) VALUE 0.
01 WS-PROGRAMME              PIC X(15) VALUE "filtrer_clients".
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).
01 WS-TYPE-NOM               PIC X(01).
01 WS-BEN-CODE-VIDE          PIC X(06) VALUE SPACES.
01 WS-TYPE-OPERATION         PIC X(02) VALUE SPACES.
01 WS-REFERENCE-OPERATION    PIC X(16) VALUE SPACES.
01 WS-RESULTAT-FILTRAGE      PIC X(01).
01 WS-SEQUENCE-ALERTE        PIC 9(6).

PROCEDURE DIVISION.
DEBUT-FILTRER-CLIENTS.
    PERFORM DETERMINER-VERSION-LISTE.
    IF WS-VERSION-LISTE = SPACES
        DISPLAY "Aucune liste de gel chargée : rien à refiltrer."
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-VERSION-LISTE WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Base déjà refiltrée contre la liste du "
            WS-VERSION-LISTE " : liste inchangée."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-RESULTAT-PASSAGE = 'P'
        DISPLAY "Reprise du refiltrage après le client "
            WS-DERNIER-COMPTE "."
    END-IF.

    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00' AND WS-CLIENT-STATUS NOT = '35'
        DISPLAY "Ouverture de CLIENTS-FILE impossible (statut "
            WS-CLIENT-STATUS "). Refiltrage abandonné."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-CLIENT-STATUS = '00'
        PERFORM FILTRER-FICHES-CLIENTS
        CLOSE CLIENTS-FILE
    END-IF.

    OPEN I-O BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS = '00'
        PERFORM FILTRER-BENEFICIAIRES
        CLOSE BENEFICIAIRES-FILE
    END-IF.

    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-VERSION-LISTE WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    DISPLAY "Refiltrage contre la liste du " WS-VERSION-LISTE
        " terminé.".
    DISPLAY "Clients filtrés       : " WS-NB-CLIENTS.
    DISPLAY "Bénéficiaires filtrés : " WS-NB-BENEFICIAIRES.
    DISPLAY "Alertes à examiner    : " WS-NB-ALERTES.
    DISPLAY "Parties sous gel      : " WS-NB-CONFIRMES.
    IF WS-NB-ALERTES > 0
        DISPLAY "Voir l'examen des alertes sanctions."
    END-IF.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

DETERMINER-VERSION-LISTE.
    MOVE SPACES TO WS-VERSION-LISTE.
    OPEN INPUT LISTE-SANCTIONS-FILE.
    IF WS-LS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ LISTE-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF LS-DATE-MAJ > WS-VERSION-LISTE
                    OR WS-VERSION-LISTE = SPACES
                    MOVE LS-DATE-MAJ TO WS-VERSION-LISTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LISTE-SANCTIONS-FILE.

FILTRER-FICHES-CLIENTS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-DERNIER-COMPTE TO ID-CLIENT.
    IF WS-DERNIER-COMPTE = SPACES
        MOVE LOW-VALUES TO ID-CLIENT
        START CLIENTS-FILE KEY IS >= ID-CLIENT
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
    ELSE
        START CLIENTS-FILE KEY IS > ID-CLIENT
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
    END-IF.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ CLIENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM FILTRER-FICHE
        END-READ
    END-PERFORM.

FILTRER-FICHE.
    ADD 1 TO WS-NB-CLIENTS.
    MOVE 'C' TO WS-TYPE-NOM.
    CALL 'filtrer_sanctions' USING NOM-CLIENT WS-TYPE-NOM ID-CLIENT
        WS-BEN-CODE-VIDE WS-TYPE-OPERATION WS-REFERENCE-OPERATION
        WS-OPERATEUR-BATCH WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE.
    PERFORM COMPTER-RESULTAT.
    MOVE ID-CLIENT TO WS-DERNIER-COMPTE.
    MOVE 'C' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-VERSION-LISTE WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.

*> Les bénéficiaires sont repris en entier après les clients (une
*> reprise les refiltre tous : les alertes ne sont pas doublées).
FILTRER-BENEFICIAIRES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ BENEFICIAIRES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF BEN-STATUT = 'A' OR BEN-STATUT = 'S'
                    PERFORM FILTRER-BENEFICIAIRE
                END-IF
        END-READ
    END-PERFORM.

FILTRER-BENEFICIAIRE.
    ADD 1 TO WS-NB-BENEFICIAIRES.
    MOVE 'B' TO WS-TYPE-NOM.
    CALL 'filtrer_sanctions' USING BEN-NOM WS-TYPE-NOM BEN-ID-CLIENT
        BEN-CODE WS-TYPE-OPERATION WS-REFERENCE-OPERATION
        WS-OPERATEUR-BATCH WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE.
    PERFORM COMPTER-RESULTAT.
    EVALUATE TRUE
        WHEN WS-RESULTAT-FILTRAGE = 'S' AND BEN-STATUT = 'A'
            MOVE 'S' TO BEN-STATUT
            REWRITE BENEFICIAIRE-RECORD
        WHEN WS-RESULTAT-FILTRAGE = 'C'
            MOVE 'G' TO BEN-STATUT
            REWRITE BENEFICIAIRE-RECORD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

COMPTER-RESULTAT.
    EVALUATE WS-RESULTAT-FILTRAGE
        WHEN 'S'
            ADD 1 TO WS-NB-ALERTES
        WHEN 'C'
            ADD 1 TO WS-NB-CONFIRMES
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
