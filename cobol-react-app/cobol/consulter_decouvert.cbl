IDENTIFICATION DIVISION.
PROGRAM-ID. consulter_decouvert.

*> Sous-programme commun : abaisse le solde minimum d'un compte à
*> -DEC-LIMITE quand le compte a une autorisation de découvert active
*> et en cours de validité à la date de référence (DECOUVERTS-FILE,
*> voir DECOUV.CPY), et que ce plancher est plus bas que celui déjà
*> fixé par le type de compte (consulter_type_compte). Sans
*> autorisation, ou avec une autorisation résiliée ou expirée, le
*> solde minimum reçu est rendu tel quel. Appelé après
*> consulter_type_compte par retrait_argent, virement_compte,
*> presenter_cheques, executer_virements_permanents,
*> valider_operations, gerer_virements_externes,
*> importer_prelevements et prelever_echeances_prets. Un fichier des
*> découverts absent = aucune autorisation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECOUVERTS-FILE ASSIGN TO 'decouverts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEC-NUMERO-COMPTE
        FILE STATUS IS WS-DEC-STATUS.

DATA DIVISION.
FILE SECTION.
FD DECOUVERTS-FILE.
COPY DECOUV.

WORKING-STORAGE SECTION.
01 WS-DEC-STATUS            PIC X(02).
01 WS-PLANCHER-AUTORISE      PIC S9(9)V99.

LINKAGE SECTION.
01 LK-NUMERO-COMPTE          PIC X(10).
01 LK-DATE-REFERENCE         PIC X(08).
01 LK-SOLDE-MINIMUM          PIC S9(9)V99.

PROCEDURE DIVISION USING LK-NUMERO-COMPTE LK-DATE-REFERENCE
        LK-SOLDE-MINIMUM.
DEBUT-CONSULTER-DECOUVERT.
    OPEN INPUT DECOUVERTS-FILE.
    IF WS-DEC-STATUS NOT = '00'
        GOBACK
    END-IF.

    MOVE LK-NUMERO-COMPTE TO DEC-NUMERO-COMPTE.
    READ DECOUVERTS-FILE KEY IS DEC-NUMERO-COMPTE.
    IF WS-DEC-STATUS = '00'
        AND DEC-STATUT = 'A'
        AND DEC-DATE-DEBUT NOT > LK-DATE-REFERENCE
        AND DEC-DATE-EXPIRATION NOT < LK-DATE-REFERENCE
        COMPUTE WS-PLANCHER-AUTORISE = 0 - DEC-LIMITE
        IF WS-PLANCHER-AUTORISE < LK-SOLDE-MINIMUM
            MOVE WS-PLANCHER-AUTORISE TO LK-SOLDE-MINIMUM
        END-IF
    END-IF.

    CLOSE DECOUVERTS-FILE.
    GOBACK.
