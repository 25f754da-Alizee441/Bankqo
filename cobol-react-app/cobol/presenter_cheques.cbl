*> chéquier délivrée (CHEQUIERS-FILE), pas d'opposition active
*> (OPPOSITIONS-CHEQUES-FILE), pas déjà payé (CHEQUES-PAYES-FILE) et
*> solde disponible (blocages déduits) suffisant contre le solde
*> minimum du type de compte, ou le découvert autorisé du compte
*> s'il est plus large (consulter_decouvert). Un chèque payé est
*> débité, journalisé avec son numéro dans le type (CHQ-nnnnnn),
*> répercuté sur le total de contrôle et inscrit dans
*> CHEQUES-PAYES-FILE ; un chèque refusé part dans le fichier des
*> retours cheques_rejetes.txt avec le motif ; un rejet pour fonds
*> insuffisants est en plus journalisé sur le compte tiré avec son
*> numéro dans le type (REJ-nnnnnn, montant nul, solde inchangé),
*> fait générateur des frais de rejet facturés la nuit par
*> facturer_frais_actes.
*> Passage enregistré dans PASSAGES-BATCH-FILE : un second lancement
*> pour la même date est refusé (pas de double paiement). Relancé
*> après une interruption, le fichier est repris depuis le début :
*> un chèque déjà inscrit dans CHEQUES-PAYES-FILE payé ce même jour
*> pour le même montant est alors compté comme déjà traité et
*> ignoré ; payé un autre jour, c'est une seconde présentation,
*> rejetée. Un chèque déjà rejeté avant l'interruption est rejeté à
*> nouveau dans cheques_rejetes.txt, recréé à chaque lancement, mais
*> son REJ-nnnnnn déjà présent au journal du jour n'est pas réécrit.
*> RETURN-CODE : 0 = complet (fichier de présentation absent
*> compris), 4 = refusé (déjà passé), 8 = abandon sur erreur fichier.

        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT JOURNAL-JOUR-FILE ASSIGN TO 'journal_jour.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JJ-CLE
        FILE STATUS IS WS-JJ-STATUS.

    SELECT REJETS-FILE ASSIGN TO 'cheques_rejetes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJ-STATUS.
FD COMPTES-FILE.
COPY COMPTE.

FD JOURNAL-JOUR-FILE.
COPY JOURJOUR.

FD REJETS-FILE.
01 REJET-LIGNE               PIC X(120).

01 WS-CP-STATUS             PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-REJ-STATUS            PIC X(02).
01 WS-JJ-STATUS             PIC X(02).
01 WS-FIN-JOURNAL            PIC X(01).
01 WS-REJET-JOURNALISE       PIC X(01).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-FIN-PLAGES             PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-NB-PAYES               PIC 9(6) VALUE 0.
01 WS-NB-REJETES             PIC 9(6) VALUE 0.
01 WS-NB-DEJA-TRAITES        PIC 9(6) VALUE 0.
01 WS-DEJA-PAYE              PIC X(01).
01 WS-MOTIF-REJET            PIC X(50).
01 WS-NUMERO-CHEQUE          PIC 9(6).
01 WS-MONTANT-CHEQUE         PIC S9(13)V99.
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "presenter_chq".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-MONTANT-NUL            PIC S9(13)V99 VALUE 0.
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).

PROCEDURE DIVISION.
DEBUT-PRESENTATION.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    DISPLAY "Présentation terminée. Payés : " WS-NB-PAYES
        " Rejetés : " WS-NB-REJETES
        " Déjà traités : " WS-NB-DEJA-TRAITES.
    IF WS-NB-REJETES > 0
        DISPLAY "Fichier des retours : cheques_rejetes.txt"
    END-IF.

TRAITER-CHEQUE-PRESENTE.
    MOVE SPACES TO WS-MOTIF-REJET.
    MOVE 'N' TO WS-DEJA-PAYE.
    PERFORM VALIDER-CHEQUE.
    IF WS-DEJA-PAYE = 'O'
        ADD 1 TO WS-NB-DEJA-TRAITES
        EXIT PARAGRAPH
    END-IF.
    IF WS-MOTIF-REJET NOT = SPACES
        PERFORM REJETER-CHEQUE
        EXIT PARAGRAPH
        EXIT PARAGRAPH
    END-IF.

    MOVE CHP-NUMERO-COMPTE TO CP-NUMERO-COMPTE.
    MOVE WS-NUMERO-CHEQUE TO CP-NUMERO-CHEQUE.
    READ CHEQUES-PAYES-FILE KEY IS CP-CLE.
    IF WS-CP-STATUS = '00'
        IF CP-DATE-PAIEMENT = WS-DATE-DU-JOUR
            AND CP-MONTANT = WS-MONTANT-CHEQUE
            MOVE 'O' TO WS-DEJA-PAYE
        ELSE
            MOVE "Chèque déjà payé (seconde présentation)."
                TO WS-MOTIF-REJET
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE CHP-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        END-IF
    END-IF.

    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT-CHEQUE.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
        CHP-MONTANT " : " WS-MOTIF-REJET
        DELIMITED BY SIZE INTO REJET-LIGNE.
    WRITE REJET-LIGNE.
    IF WS-MOTIF-REJET = "Fonds disponibles insuffisants."
        MOVE SPACES TO WS-TYPE-JOURNAL
        STRING "REJ-" CHP-NUMERO-CHEQUE DELIMITED BY SIZE
            INTO WS-TYPE-JOURNAL
        PERFORM RECHERCHER-REJET-JOURNALISE
        IF WS-REJET-JOURNALISE = 'N'
            CALL 'journaliser' USING NUMERO-COMPTE WS-TYPE-JOURNAL
                WS-MONTANT-NUL SOLDE-COMPTE WS-OPERATEUR-BATCH
        END-IF
    END-IF.

*> Relance après interruption : le rejet du chèque a pu être
*> journalisé au premier passage. Le journal du jour du compte tiré
*> est relu pour ne pas l'écrire (et le facturer) une seconde fois.
RECHERCHER-REJET-JOURNALISE.
    MOVE 'N' TO WS-REJET-JOURNALISE.
    OPEN INPUT JOURNAL-JOUR-FILE.
    IF WS-JJ-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-JOURNAL.
    MOVE NUMERO-COMPTE TO JJ-NUMERO-COMPTE.
    MOVE 0 TO JJ-SEQUENCE.
    START JOURNAL-JOUR-FILE KEY IS >= JJ-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-JOURNAL
    END-START.
    PERFORM UNTIL WS-FIN-JOURNAL = 'O'
        READ JOURNAL-JOUR-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-JOURNAL
            NOT AT END
                IF JJ-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE 'O' TO WS-FIN-JOURNAL
                ELSE
                    IF JJ-DATE = WS-DATE-DU-JOUR
                        AND JJ-TYPE = WS-TYPE-JOURNAL
                        MOVE 'O' TO WS-REJET-JOURNALISE
                        MOVE 'O' TO WS-FIN-JOURNAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-JOUR-FILE.
