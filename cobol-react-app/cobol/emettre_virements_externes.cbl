*> reprise dans un fichier suivant.
*> Le passage est enregistré dans PASSAGES-BATCH-FILE ; un second
*> lancement le même jour est refusé (pas de double émission).
*> Avant émission, le nom du client donneur d'ordre et celui du
*> bénéficiaire (s'il vient du registre) passent par le filtrage
*> sanctions (filtrer_sanctions) : une correspondance possible
*> suspend l'instruction (statut S) jusqu'à la décision de la
*> conformité, une correspondance confirmée la gèle (statut G) ; le
*> compte source reste débité, les fonds restant en suspens.
*> RETURN-CODE : 0 = complet, 4 = refusé (déjà passé), 8 = abandon.

ENVIRONMENT DIVISION.
        RECORD KEY IS VS-CLE
        FILE STATUS IS WS-VS-STATUS.

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

    SELECT EMISSION-FILE ASSIGN TO 'emission_interbancaire.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMI-STATUS.
FD VIREMENTS-SORTANTS-FILE.
COPY VIRSORT.

FD CLIENTS-FILE.
COPY CLIENT.

FD BENEFICIAIRES-FILE.
COPY BENEF.

FD EMISSION-FILE.
01 EMISSION-ENREGISTREMENT   PIC X(90).

WORKING-STORAGE SECTION.
01 WS-VS-STATUS             PIC X(02).
01 WS-EMI-STATUS            PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-BEN-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-NB-EMIS                PIC 9(6) VALUE 0.
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).
01 WS-NB-SUSPENDUS           PIC 9(6) VALUE 0.
01 WS-NB-GELES               PIC 9(6) VALUE 0.
01 WS-STATUT-FILTRAGE        PIC X(01).
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-TYPE-NOM               PIC X(01).
01 WS-BEN-CODE-VIDE          PIC X(06) VALUE SPACES.
01 WS-TYPE-OPERATION         PIC X(02) VALUE 'VS'.
01 WS-REFERENCE-OPERATION    PIC X(16).
01 WS-RESULTAT-FILTRAGE      PIC X(01).
01 WS-SEQUENCE-ALERTE        PIC 9(6).

01 WS-ENTETE-EMISSION.
   05 FILLER                 PIC X(02) VALUE "01".

PROCEDURE DIVISION.
DEBUT-EMISSION.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT CLIENTS-FILE.
    OPEN INPUT BENEFICIAIRES-FILE.
    MOVE WS-DATE-DU-JOUR TO WS-ENT-DATE.
    MOVE WS-ENTETE-EMISSION TO EMISSION-ENREGISTREMENT.
    WRITE EMISSION-ENREGISTREMENT.
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF VS-STATUT = 'A'
                    PERFORM FILTRER-INSTRUCTION
                    IF WS-STATUT-FILTRAGE = SPACE
                        PERFORM EMETTRE-INSTRUCTION
                    ELSE
                        PERFORM RETENIR-INSTRUCTION
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    MOVE WS-FIN-EMISSION TO EMISSION-ENREGISTREMENT.
    WRITE EMISSION-ENREGISTREMENT.
    CLOSE EMISSION-FILE.
    IF WS-BEN-STATUS NOT = '35'
        CLOSE BENEFICIAIRES-FILE
    END-IF.
    IF WS-CLIENT-STATUS NOT = '35'
        CLOSE CLIENTS-FILE
    END-IF.
    CLOSE VIREMENTS-SORTANTS-FILE.

    MOVE 'F' TO WS-ACTION-PASSAGE.
    DISPLAY "Emission interbancaire terminée. Instructions émises : "
        WS-NB-EMIS.
    DISPLAY "Fichier de compensation : emission_interbancaire.dat".
    DISPLAY "Suspendues (filtrage sanctions) : " WS-NB-SUSPENDUS.
    DISPLAY "Gelées (sanctions)              : " WS-NB-GELES.
    IF WS-NB-SUSPENDUS > 0
        DISPLAY "Voir l'examen des alertes sanctions."
    END-IF.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

            VS-COMPTE-SOURCE " " VS-SEQUENCE " statut " WS-VS-STATUS
            " : instruction émise mais toujours marquée à émettre."
    END-IF.

*> Filtrage du donneur d'ordre (nom de la fiche client) et du
*> bénéficiaire du registre, sous la référence compte source +
*> séquence de l'instruction.
FILTRER-INSTRUCTION.
    MOVE SPACE TO WS-STATUT-FILTRAGE.
    MOVE VS-CLE TO WS-REFERENCE-OPERATION.
    MOVE VS-ID-CLIENT TO ID-CLIENT.
    READ CLIENTS-FILE KEY IS ID-CLIENT.
    IF WS-CLIENT-STATUS = '00'
        MOVE 'C' TO WS-TYPE-NOM
        CALL 'filtrer_sanctions' USING NOM-CLIENT WS-TYPE-NOM
            VS-ID-CLIENT WS-BEN-CODE-VIDE WS-TYPE-OPERATION
            WS-REFERENCE-OPERATION WS-OPERATEUR-BATCH
            WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE
        PERFORM RETENIR-SELON-FILTRAGE
    END-IF.
    IF VS-BEN-CODE NOT = SPACES
        MOVE VS-ID-CLIENT TO BEN-ID-CLIENT
        MOVE VS-BEN-CODE TO BEN-CODE
        READ BENEFICIAIRES-FILE KEY IS BEN-CLE
        IF WS-BEN-STATUS = '00'
            MOVE 'B' TO WS-TYPE-NOM
            CALL 'filtrer_sanctions' USING BEN-NOM WS-TYPE-NOM
                VS-ID-CLIENT VS-BEN-CODE WS-TYPE-OPERATION
                WS-REFERENCE-OPERATION WS-OPERATEUR-BATCH
                WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE
            PERFORM RETENIR-SELON-FILTRAGE
        END-IF
    END-IF.

RETENIR-SELON-FILTRAGE.
    IF WS-RESULTAT-FILTRAGE = 'C'
        MOVE 'G' TO WS-STATUT-FILTRAGE
    END-IF.
    IF WS-RESULTAT-FILTRAGE = 'S' AND WS-STATUT-FILTRAGE NOT = 'G'
        MOVE 'S' TO WS-STATUT-FILTRAGE
    END-IF.

RETENIR-INSTRUCTION.
    MOVE WS-STATUT-FILTRAGE TO VS-STATUT.
    REWRITE VIREMENT-SORTANT-RECORD.
    IF WS-VS-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE VIREMENTS-SORTANTS-FILE pour "
            VS-COMPTE-SOURCE " " VS-SEQUENCE " statut " WS-VS-STATUS
            " : instruction retenue mais toujours marquée à émettre."
        EXIT PARAGRAPH
    END-IF.
    IF VS-STATUT = 'G'
        ADD 1 TO WS-NB-GELES
        DISPLAY "GEL instruction " VS-COMPTE-SOURCE " " VS-SEQUENCE
            " (sanctions)."
    ELSE
        ADD 1 TO WS-NB-SUSPENDUS
        DISPLAY "SUSPENSION instruction " VS-COMPTE-SOURCE " "
            VS-SEQUENCE " (examen filtrage sanctions)."
    END-IF.
