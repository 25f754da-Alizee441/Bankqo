IDENTIFICATION DIVISION.
PROGRAM-ID. verifier_pouvoir.

*> Sous-programme commun : dit si une personne (ID-CLIENT) a pouvoir
*> d'opérer sur un compte à une date donnée, d'après
*> INTERVENANTS-FILE (voir INTERV.CPY). Rend S si elle signe seule,
*> J si sa signature doit être accompagnée de celle de toutes les
*> autres personnes ayant pouvoir, N si elle n'a aucun pouvoir
*> (inconnue du compte, révoquée, hors de ses dates de validité), et
*> le nombre de personnes ayant pouvoir à cette date pour que
*> l'appelant sache combien de cosignatures recueillir. Le titulaire
*> principal (ID-CLIENT du compte) a pouvoir et signe seul sans
*> inscription ; une fiche d'intervenant à son nom remplace cette
*> règle (par exemple signature conjointe d'un compte de société)
*> tant qu'elle est active et dans ses dates.
*> Un fichier des intervenants absent = titulaire principal seul.
*> Appelé par recueillir_signatures (guichet : retrait_argent,
*> virement_compte, gerer_virements_externes) avant toute saisie de
*> montant.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTERVENANTS-FILE.
COPY INTERV.

WORKING-STORAGE SECTION.
01 WS-INT-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-TITULAIRE-INSCRIT      PIC X(01).

LINKAGE SECTION.
01 LK-NUMERO-COMPTE          PIC X(10).
01 LK-ID-TITULAIRE           PIC X(10).
01 LK-ID-AGISSANT            PIC X(10).
01 LK-DATE-REFERENCE         PIC X(08).
01 LK-POUVOIR                PIC X(01).
01 LK-NB-SIGNATAIRES         PIC 9(2).

PROCEDURE DIVISION USING LK-NUMERO-COMPTE LK-ID-TITULAIRE
        LK-ID-AGISSANT LK-DATE-REFERENCE LK-POUVOIR
        LK-NB-SIGNATAIRES.
DEBUT-VERIFIER-POUVOIR.
    MOVE 'N' TO LK-POUVOIR.
    MOVE 0 TO LK-NB-SIGNATAIRES.
    MOVE 'N' TO WS-TITULAIRE-INSCRIT.

    OPEN INPUT INTERVENANTS-FILE.
    IF WS-INT-STATUS = '00'
        MOVE 'N' TO WS-FIN-FICHIER
        MOVE LK-NUMERO-COMPTE TO INT-NUMERO-COMPTE
        MOVE LOW-VALUES TO INT-ID-CLIENT
        START INTERVENANTS-FILE KEY IS >= INT-CLE
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ INTERVENANTS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    IF INT-NUMERO-COMPTE NOT = LK-NUMERO-COMPTE
                        MOVE 'O' TO WS-FIN-FICHIER
                    ELSE
                        PERFORM EXAMINER-INTERVENANT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVENANTS-FILE
    END-IF.

    IF WS-TITULAIRE-INSCRIT = 'N'
        ADD 1 TO LK-NB-SIGNATAIRES
        IF LK-ID-AGISSANT = LK-ID-TITULAIRE
            MOVE 'S' TO LK-POUVOIR
        END-IF
    END-IF.
    GOBACK.

EXAMINER-INTERVENANT.
    IF INT-STATUT NOT = 'A'
        OR INT-DATE-DEBUT > LK-DATE-REFERENCE
        OR (INT-DATE-FIN NOT = SPACES
            AND INT-DATE-FIN < LK-DATE-REFERENCE)
        EXIT PARAGRAPH
    END-IF.
    IF INT-ID-CLIENT = LK-ID-TITULAIRE
        MOVE 'O' TO WS-TITULAIRE-INSCRIT
    END-IF.
    ADD 1 TO LK-NB-SIGNATAIRES.
    IF INT-ID-CLIENT = LK-ID-AGISSANT
        MOVE INT-SIGNATURE TO LK-POUVOIR
    END-IF.
