IDENTIFICATION DIVISION.
PROGRAM-ID. consulter_solde_historique.

*> Sous-programme commun : rend le solde d'un compte au soir d'une
*> date passée, reconstitué à partir du journal des mouvements. Le
*> solde retenu est le TRANS-SOLDE-APRES du dernier mouvement de
*> solde daté au plus tard de la date demandée, cherché dans les
*> archives annuelles (archives_transactions_AAAA.dat, de l'année de
*> création du compte à l'année courante, comme releve_compte) puis
*> dans le journal vif. Les lignes de journal sans effet sur le
*> solde (montant nul, levée de blocage, rejet de validation — dont
*> le solde porté est à zéro) sont ignorées. Sans mouvement jusqu'à
*> cette date : solde actuel si le compte n'a pas bougé depuis, zéro
*> sinon (compte alimenté après la date). LK-SOLDE-TROUVE = N si le
*> compte est introuvable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT TRANSACTIONS-FILE ASSIGN TO 'transactions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-CLE
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT ARCHIVES-FILE ASSIGN TO WS-NOM-FICHIER-ARCHIVE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARC-CLE
        FILE STATUS IS WS-ARC-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD TRANSACTIONS-FILE.
COPY TRANSAC.

FD ARCHIVES-FILE.
COPY ARCHTRANS.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS           PIC X(02).
01 WS-TRANS-STATUS          PIC X(02).
01 WS-ARC-STATUS            PIC X(02).
01 WS-NOM-FICHIER-ARCHIVE    PIC X(40).
01 WS-ANNEE-ARCHIVE          PIC 9(4).
01 WS-ANNEE-COURANTE         PIC 9(4).
01 WS-DATE-COMPTABLE         PIC X(08).
01 WS-FIN-MOUVEMENTS         PIC X(01).
01 WS-SOLDE-ACTUEL           PIC S9(13)V99.
01 WS-SOLDE-AVANT-TROUVE     PIC X(01).
01 WS-MOUVEMENT-APRES        PIC X(01).
01 WS-DATE-MOUVEMENT         PIC X(08).
01 WS-TYPE-MOUVEMENT         PIC X(12).
01 WS-MONTANT-MOUVEMENT      PIC S9(13)V99.
01 WS-SOLDE-MOUVEMENT        PIC S9(13)V99.

LINKAGE SECTION.
01 LK-NUMERO-COMPTE          PIC X(10).
01 LK-DATE-REFERENCE         PIC X(08).
01 LK-SOLDE                  PIC S9(13)V99.
01 LK-SOLDE-TROUVE           PIC X(01).

PROCEDURE DIVISION USING LK-NUMERO-COMPTE LK-DATE-REFERENCE
        LK-SOLDE LK-SOLDE-TROUVE.
DEBUT-SOLDE-HISTORIQUE.
    MOVE 0 TO LK-SOLDE.
    MOVE 'N' TO LK-SOLDE-TROUVE.
    MOVE 'N' TO WS-SOLDE-AVANT-TROUVE.
    MOVE 'N' TO WS-MOUVEMENT-APRES.

    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        GOBACK
    END-IF.
    MOVE LK-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    CLOSE COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        GOBACK
    END-IF.
    MOVE SOLDE-COMPTE TO WS-SOLDE-ACTUEL.
    MOVE 'O' TO LK-SOLDE-TROUVE.

    IF DATE-CREATION(1:4) IS NUMERIC
        MOVE DATE-CREATION(1:4) TO WS-ANNEE-ARCHIVE
    ELSE
        MOVE LK-DATE-REFERENCE(1:4) TO WS-ANNEE-ARCHIVE
    END-IF.
    CALL 'consulter_date_comptable' USING WS-DATE-COMPTABLE.
    MOVE WS-DATE-COMPTABLE(1:4) TO WS-ANNEE-COURANTE.
    PERFORM UNTIL WS-ANNEE-ARCHIVE > WS-ANNEE-COURANTE
        PERFORM LIRE-ARCHIVE-ANNEE
        ADD 1 TO WS-ANNEE-ARCHIVE
    END-PERFORM.
    PERFORM LIRE-JOURNAL-VIF.

    IF WS-SOLDE-AVANT-TROUVE = 'N'
        IF WS-MOUVEMENT-APRES = 'N'
            MOVE WS-SOLDE-ACTUEL TO LK-SOLDE
        ELSE
            MOVE 0 TO LK-SOLDE
        END-IF
    END-IF.
    GOBACK.

LIRE-ARCHIVE-ANNEE.
    MOVE SPACES TO WS-NOM-FICHIER-ARCHIVE.
    STRING "archives_transactions_" WS-ANNEE-ARCHIVE ".dat"
        DELIMITED BY SIZE INTO WS-NOM-FICHIER-ARCHIVE.
    OPEN INPUT ARCHIVES-FILE.
    IF WS-ARC-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-MOUVEMENTS.
    MOVE LK-NUMERO-COMPTE TO ARC-NUMERO-COMPTE.
    MOVE 0 TO ARC-SEQUENCE.
    START ARCHIVES-FILE KEY IS >= ARC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-MOUVEMENTS
    END-START.
    PERFORM UNTIL WS-FIN-MOUVEMENTS = 'O'
        READ ARCHIVES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-MOUVEMENTS
            NOT AT END
                IF ARC-NUMERO-COMPTE NOT = LK-NUMERO-COMPTE
                    MOVE 'O' TO WS-FIN-MOUVEMENTS
                ELSE
                    MOVE ARC-DATE TO WS-DATE-MOUVEMENT
                    MOVE ARC-TYPE TO WS-TYPE-MOUVEMENT
                    MOVE ARC-MONTANT TO WS-MONTANT-MOUVEMENT
                    MOVE ARC-SOLDE-APRES TO WS-SOLDE-MOUVEMENT
                    PERFORM EXAMINER-MOUVEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVES-FILE.

LIRE-JOURNAL-VIF.
    OPEN INPUT TRANSACTIONS-FILE.
    IF WS-TRANS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-MOUVEMENTS.
    MOVE LK-NUMERO-COMPTE TO TRANS-NUMERO-COMPTE.
    MOVE 0 TO TRANS-SEQUENCE.
    START TRANSACTIONS-FILE KEY IS >= TRANS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-MOUVEMENTS
    END-START.
    PERFORM UNTIL WS-FIN-MOUVEMENTS = 'O'
        READ TRANSACTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-MOUVEMENTS
            NOT AT END
                IF TRANS-NUMERO-COMPTE NOT = LK-NUMERO-COMPTE
                    MOVE 'O' TO WS-FIN-MOUVEMENTS
                ELSE
                    MOVE TRANS-DATE TO WS-DATE-MOUVEMENT
                    MOVE TRANS-TYPE TO WS-TYPE-MOUVEMENT
                    MOVE TRANS-MONTANT TO WS-MONTANT-MOUVEMENT
                    MOVE TRANS-SOLDE-APRES TO WS-SOLDE-MOUVEMENT
                    PERFORM EXAMINER-MOUVEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANSACTIONS-FILE.

*> Les mouvements d'un compte arrivent dans l'ordre chronologique
*> (séquence croissante) : le dernier retenu avant la date l'emporte.
EXAMINER-MOUVEMENT.
    IF WS-MONTANT-MOUVEMENT = 0
        OR WS-TYPE-MOUVEMENT = "BLOCAGE-LEV"
        OR WS-TYPE-MOUVEMENT = "VALID-REJET"
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-MOUVEMENT > LK-DATE-REFERENCE
        MOVE 'O' TO WS-MOUVEMENT-APRES
    ELSE
        MOVE WS-SOLDE-MOUVEMENT TO LK-SOLDE
        MOVE 'O' TO WS-SOLDE-AVANT-TROUVE
    END-IF.
