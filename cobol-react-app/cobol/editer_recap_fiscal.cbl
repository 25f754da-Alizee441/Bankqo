*> lecture par clé dans le journal vif (TRANSACTIONS-FILE) et dans
*> l'archive de l'exercice (archives_transactions_AAAA.dat, voir
*> archiver_transactions — absente si l'exercice n'a pas encore été
*> archivé). Les types INTERET et DAT-INTERET (intérêts), FRAIS et
*> FRAIS-<événement> (frais mensuels et frais à l'acte, voir
*> facturer_frais_actes) de l'exercice sont cumulés par devise et le
*> document du client — entête avec le nom et l'adresse de
*> CLIENT-RECORD, une ligne par devise — est édité au fil de l'eau
*> dans recap_fiscal_AAAA.txt : aucune table globale, donc aucune
*> limite sur le nombre de clients, ce document étant réglementaire.
*> L'intérêt capitalisé lors d'un renouvellement de dépôt à terme
*> (type DAT-RENOUVEL) reste volontairement hors du récapitulatif :
*> il n'est pas versé au client (voir DEPTERME.CPY).
*> Comptes joints (INTERVENANTS-FILE, voir INTERV.CPY) : chaque
*> co-titulaire inscrit pendant l'exercice déclare sa quote-part des
*> intérêts et frais du compte, le titulaire principal le reste (100
*> moins les quotes-parts des co-titulaires) ; chaque mouvement est
*> réparti au prorata, arrondi au centime. Les comptes joints sont
*> lus à la suite des comptes propres du client par la clé secondaire
*> INT-ID-CLIENT et rappelés dans son document avec leur quote-part.
*> Mandataires et représentants légaux ne détiennent rien et
*> n'entrent pas dans la répartition.
*> Une passe résiduelle balaie ensuite le journal vif et l'archive
*> pour les mouvements dont le compte a disparu (injoignables par la
*> passe par client) et les édite dans une section finale "comptes
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENTS-FILE.
FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(120).

FD INTERVENANTS-FILE.
COPY INTERV.

WORKING-STORAGE SECTION.
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-TYPE-MOUVEMENT         PIC X(12).
01 WS-MONTANT-MOUVEMENT      PIC S9(13)V99.
01 WS-NB-CLIENTS-EDITES      PIC 9(6) VALUE 0.
01 WS-INT-STATUS            PIC X(02).
01 WS-INTERV-PRESENT         PIC X(01) VALUE 'N'.
01 WS-FIN-INTERVENANTS       PIC X(01).
01 WS-DEBUT-EXERCICE         PIC X(08).
01 WS-FIN-EXERCICE           PIC X(08).
01 WS-QUOTE-PART             PIC 9(3)V99.
01 WS-QUOTES-COTITULAIRES    PIC 9(5)V99.

*> Comptes joints du client en cours, rappelés dans son document.
01 WS-COMPTES-JOINTS.
   05 WS-CJ OCCURS 20 TIMES INDEXED BY IDX-CJ.
      10 WS-CJ-COMPTE         PIC X(10).
      10 WS-CJ-QUOTE-PART     PIC 9(3)V99.
01 WS-NB-COMPTES-JOINTS       PIC 9(4).

01 WS-LIGNE-JOINT.
   05 FILLER                 PIC X(17) VALUE "  Compte joint ".
   05 WS-LJ-COMPTE           PIC X(10).
   05 FILLER                 PIC X(16) VALUE "  quote-part : ".
   05 WS-LJ-QUOTE-PART       PIC ZZ9.99.
   05 FILLER                 PIC X(02) VALUE " %".

*> Cumuls par devise du client en cours (remis à zéro à chaque
*> client) ; les devises détenues par un même client restent peu

PROCEDURE DIVISION.
DEBUT-RECAP-FISCAL.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    DISPLAY "Exercice à récapituler (AAAA) : ".
    ACCEPT WS-EXERCICE.
    IF WS-EXERCICE NOT NUMERIC
        GOBACK
    END-IF.
    PERFORM OUVRIR-ARCHIVE-EXERCICE.
    MOVE SPACES TO WS-DEBUT-EXERCICE.
    STRING WS-EXERCICE "0101" DELIMITED BY SIZE INTO WS-DEBUT-EXERCICE.
    MOVE SPACES TO WS-FIN-EXERCICE.
    STRING WS-EXERCICE "1231" DELIMITED BY SIZE INTO WS-FIN-EXERCICE.
    OPEN INPUT INTERVENANTS-FILE.
    IF WS-INT-STATUS = '00'
        MOVE 'O' TO WS-INTERV-PRESENT
    END-IF.

    MOVE SPACES TO WS-NOM-FICHIER-RAPPORT.
    STRING "recap_fiscal_" WS-EXERCICE ".txt"
    PERFORM EDITER-COMPTES-DISPARUS.

    CLOSE RAPPORT-FILE.
    IF WS-INTERV-PRESENT = 'O'
        CLOSE INTERVENANTS-FILE
    END-IF.
    IF WS-ARCHIVE-PRESENTE = 'O'
        CLOSE ARCHIVES-FILE
    END-IF.
TRAITER-CLIENT.
    MOVE ID-CLIENT OF CLIENT-RECORD TO WS-CLIENT-EN-COURS.
    MOVE 0 TO WS-NB-CUMULS.
    MOVE 0 TO WS-NB-COMPTES-JOINTS.

    MOVE 'N' TO WS-FIN-COMPTES.
    MOVE WS-CLIENT-EN-COURS TO ID-CLIENT OF COMPTE-RECORD.
                ELSE
                    MOVE NUMERO-COMPTE TO WS-COMPTE-EN-COURS
                    MOVE DEVISE TO WS-DEVISE-COMPTE
                    PERFORM DETERMINER-QUOTE-PART
                    PERFORM CUMULER-COMPTE-VIF
                    PERFORM CUMULER-COMPTE-ARCHIVE
                END-IF
        END-READ
    END-PERFORM.

    IF WS-INTERV-PRESENT = 'O'
        MOVE 'N' TO WS-FIN-INTERVENANTS
        MOVE WS-CLIENT-EN-COURS TO INT-ID-CLIENT
        START INTERVENANTS-FILE KEY IS = INT-ID-CLIENT
            INVALID KEY MOVE 'O' TO WS-FIN-INTERVENANTS
        END-START
        PERFORM UNTIL WS-FIN-INTERVENANTS = 'O'
            READ INTERVENANTS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-INTERVENANTS
                NOT AT END
                    IF INT-ID-CLIENT NOT = WS-CLIENT-EN-COURS
                        MOVE 'O' TO WS-FIN-INTERVENANTS
                    ELSE
                        PERFORM CUMULER-COMPTE-JOINT
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

    IF WS-NB-CUMULS > 0
        PERFORM EDITER-DOCUMENT-CLIENT
    END-IF.
CUMULER-MOUVEMENT.
    IF WS-TYPE-MOUVEMENT NOT = "INTERET"
        AND WS-TYPE-MOUVEMENT NOT = "DAT-INTERET"
        AND WS-TYPE-MOUVEMENT(1:5) NOT = "FRAIS"
        EXIT PARAGRAPH
    END-IF.
    IF WS-QUOTE-PART < 100
        COMPUTE WS-MONTANT-MOUVEMENT ROUNDED =
            WS-MONTANT-MOUVEMENT * WS-QUOTE-PART / 100
    END-IF.
    MOVE 'N' TO WS-CUMUL-FAIT.
    PERFORM VARYING IDX-CU FROM 1 BY 1 UNTIL IDX-CU > WS-NB-CUMULS
        IF WS-CU-DEVISE(IDX-CU) = WS-DEVISE-COMPTE
    END-IF.

AJOUTER-AU-CUMUL.
    IF WS-TYPE-MOUVEMENT(1:5) = "FRAIS"
        ADD WS-MONTANT-MOUVEMENT TO WS-CU-FRAIS(IDX-CU)
    ELSE
        ADD WS-MONTANT-MOUVEMENT TO WS-CU-INTERETS(IDX-CU)
        MOVE WS-LIGNE-DEVISE TO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    END-PERFORM.
    PERFORM VARYING IDX-CJ FROM 1 BY 1
        UNTIL IDX-CJ > WS-NB-COMPTES-JOINTS
        MOVE WS-CJ-COMPTE(IDX-CJ) TO WS-LJ-COMPTE
        MOVE WS-CJ-QUOTE-PART(IDX-CJ) TO WS-LJ-QUOTE-PART
        MOVE WS-LIGNE-JOINT TO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    END-PERFORM.

*> Quote-part du titulaire principal sur le compte en cours : 100
*> moins les quotes-parts des co-titulaires inscrits pendant
*> l'exercice (révoqués en cours d'année compris, leur date de fin
*> faisant foi).
DETERMINER-QUOTE-PART.
    MOVE 100 TO WS-QUOTE-PART.
    IF WS-INTERV-PRESENT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-QUOTES-COTITULAIRES.
    MOVE 'N' TO WS-FIN-INTERVENANTS.
    MOVE WS-COMPTE-EN-COURS TO INT-NUMERO-COMPTE.
    MOVE LOW-VALUES TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS >= INT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-INTERVENANTS
    END-START.
    PERFORM UNTIL WS-FIN-INTERVENANTS = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-INTERVENANTS
            NOT AT END
                IF INT-NUMERO-COMPTE NOT = WS-COMPTE-EN-COURS
                    MOVE 'O' TO WS-FIN-INTERVENANTS
                ELSE
                    IF INT-ROLE = 'C'
                        AND INT-DATE-DEBUT NOT > WS-FIN-EXERCICE
                        AND (INT-DATE-FIN = SPACES
                            OR INT-DATE-FIN NOT < WS-DEBUT-EXERCICE)
                        ADD INT-QUOTE-PART TO WS-QUOTES-COTITULAIRES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-QUOTES-COTITULAIRES > 0
        IF WS-QUOTES-COTITULAIRES < 100
            COMPUTE WS-QUOTE-PART = 100 - WS-QUOTES-COTITULAIRES
        ELSE
            MOVE 0 TO WS-QUOTE-PART
        END-IF
        PERFORM NOTER-COMPTE-JOINT
    END-IF.

*> Compte d'un autre titulaire dont le client en cours est
*> co-titulaire pendant l'exercice : sa quote-part des mouvements.
CUMULER-COMPTE-JOINT.
    IF INT-ROLE NOT = 'C'
        OR INT-DATE-DEBUT > WS-FIN-EXERCICE
        OR (INT-DATE-FIN NOT = SPACES
            AND INT-DATE-FIN < WS-DEBUT-EXERCICE)
        EXIT PARAGRAPH
    END-IF.
    MOVE INT-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE NUMERO-COMPTE TO WS-COMPTE-EN-COURS.
    MOVE DEVISE TO WS-DEVISE-COMPTE.
    MOVE INT-QUOTE-PART TO WS-QUOTE-PART.
    PERFORM NOTER-COMPTE-JOINT.
    PERFORM CUMULER-COMPTE-VIF.
    PERFORM CUMULER-COMPTE-ARCHIVE.

NOTER-COMPTE-JOINT.
    IF WS-NB-COMPTES-JOINTS < 20
        ADD 1 TO WS-NB-COMPTES-JOINTS
        SET IDX-CJ TO WS-NB-COMPTES-JOINTS
        MOVE WS-COMPTE-EN-COURS TO WS-CJ-COMPTE(IDX-CJ)
        MOVE WS-QUOTE-PART TO WS-CJ-QUOTE-PART(IDX-CJ)
    END-IF.

*> Passe résiduelle : les mouvements de l'exercice dont le compte a
*> disparu de COMPTES-FILE sont injoignables par la passe par client.
*> le total déclaré couvre tout l'exercice.
EDITER-COMPTES-DISPARUS.
    MOVE 0 TO WS-NB-CUMULS.
    MOVE 100 TO WS-QUOTE-PART.
    MOVE SPACES TO WS-CLIENT-EN-COURS.
    MOVE ALL '?' TO WS-CLIENT-EN-COURS.
    MOVE "???" TO WS-DEVISE-COMPTE.
CUMULER-SI-COMPTE-DISPARU.
    IF WS-TYPE-MOUVEMENT NOT = "INTERET"
        AND WS-TYPE-MOUVEMENT NOT = "DAT-INTERET"
        AND WS-TYPE-MOUVEMENT(1:5) NOT = "FRAIS"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-COMPTE-EN-COURS TO NUMERO-COMPTE.
