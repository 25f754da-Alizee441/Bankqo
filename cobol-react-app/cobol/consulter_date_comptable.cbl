IDENTIFICATION DIVISION.
PROGRAM-ID. consulter_date_comptable.

*> Sous-programme commun : renvoie la date comptable de la banque
*> (DATE-COMPTABLE-FILE, voir DATECPT.CPY), à utiliser partout à la
*> place de FUNCTION CURRENT-DATE pour dater une écriture, une
*> échéance ou un passage batch. Tant que la date n'a jamais été
*> posée (première chaîne de nuit pas encore passée), la date du
*> calendrier est renvoyée. Seules les heures (horodatage des
*> journaux et pistes d'audit) et les contrôles de sécurité des
*> opérateurs restent sur l'horloge système.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATE-COMPTABLE-FILE ASSIGN TO 'date_comptable.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DC-CLE
        FILE STATUS IS WS-DC-STATUS.

DATA DIVISION.
FILE SECTION.
FD DATE-COMPTABLE-FILE.
COPY DATECPT.

WORKING-STORAGE SECTION.
01 WS-DC-STATUS             PIC X(02).

LINKAGE SECTION.
01 LK-DATE-COMPTABLE         PIC X(08).

PROCEDURE DIVISION USING LK-DATE-COMPTABLE.
DEBUT-CONSULTER-DATE-COMPTABLE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO LK-DATE-COMPTABLE.
    OPEN INPUT DATE-COMPTABLE-FILE.
    IF WS-DC-STATUS NOT = '00'
        GOBACK
    END-IF.
    MOVE "JOUR" TO DC-CLE.
    READ DATE-COMPTABLE-FILE KEY IS DC-CLE.
    IF WS-DC-STATUS = '00'
        MOVE DC-DATE-COMPTABLE TO LK-DATE-COMPTABLE
    END-IF.
    CLOSE DATE-COMPTABLE-FILE.
    GOBACK.
