IDENTIFICATION DIVISION.
PROGRAM-ID. maj_date_comptable.

*> Sous-programme commun : tient la date comptable et l'état des
*> guichets (DATE-COMPTABLE-FILE, voir DATECPT.CPY). Quatre actions,
*> choisies par LK-ACTION :
*>   'L' (lecture)    : renvoie la date comptable et l'état (date du
*>                      calendrier et guichets ouverts tant que la
*>                      date n'a jamais été posée).
*>   'D' (début)      : lancement de la chaîne de nuit : ferme les
*>                      guichets (état C) et renvoie la date à
*>                      traiter ; pose la date du calendrier au tout
*>                      premier lancement.
*>   'F' (fin)        : chaîne complète : la date passe à LK-DATE (le
*>                      jour ouvré suivant, calculé par l'appelant),
*>                      l'ancienne est gardée en DC-DATE-PRECEDENTE, et
*>                      les guichets rouvrent.
*>   'O' (ouverture)  : réouverture des guichets sans changer de date,
*>                      après une chaîne interrompue qui ne sera pas
*>                      relancée tout de suite (décision superviseur
*>                      dans gerer_calendrier).
*> LK-ETAT renvoie l'état après l'action ; espace si le fichier est
*> inaccessible.
*> Appelé par chaine_batch_nuit, main (refus des opérations de
*> guichet pendant la chaîne) et gerer_calendrier.

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
01 WS-ENREGISTREMENT-LU     PIC X(01).

LINKAGE SECTION.
01 LK-ACTION                 PIC X(01).
01 LK-DATE                   PIC X(08).
01 LK-ETAT                   PIC X(01).
01 LK-OPERATEUR              PIC X(08).

PROCEDURE DIVISION USING LK-ACTION LK-DATE LK-ETAT LK-OPERATEUR.
DEBUT-MAJ-DATE-COMPTABLE.
    MOVE SPACE TO LK-ETAT.

    IF LK-ACTION = 'L'
        OPEN INPUT DATE-COMPTABLE-FILE
    ELSE
        OPEN I-O DATE-COMPTABLE-FILE
        IF WS-DC-STATUS = '35'
            OPEN OUTPUT DATE-COMPTABLE-FILE
            CLOSE DATE-COMPTABLE-FILE
            OPEN I-O DATE-COMPTABLE-FILE
        END-IF
    END-IF.
    IF WS-DC-STATUS = '35'
        MOVE FUNCTION CURRENT-DATE(1:8) TO LK-DATE
        MOVE 'O' TO LK-ETAT
        GOBACK
    END-IF.
    IF WS-DC-STATUS NOT = '00'
        DISPLAY "Ouverture de DATE-COMPTABLE-FILE impossible (statut "
            WS-DC-STATUS ")."
        GOBACK
    END-IF.

    MOVE "JOUR" TO DC-CLE.
    READ DATE-COMPTABLE-FILE KEY IS DC-CLE.
    IF WS-DC-STATUS = '00'
        MOVE 'O' TO WS-ENREGISTREMENT-LU
    ELSE
        MOVE 'N' TO WS-ENREGISTREMENT-LU
        MOVE "JOUR" TO DC-CLE
        MOVE FUNCTION CURRENT-DATE(1:8) TO DC-DATE-COMPTABLE
        MOVE 'O' TO DC-ETAT
        MOVE SPACES TO DC-DATE-PRECEDENTE
    END-IF.

    EVALUATE LK-ACTION
        WHEN 'L'
            MOVE DC-DATE-COMPTABLE TO LK-DATE
            MOVE DC-ETAT TO LK-ETAT
        WHEN 'D'
            MOVE 'C' TO DC-ETAT
            PERFORM ENREGISTRER-DATE
            MOVE DC-DATE-COMPTABLE TO LK-DATE
        WHEN 'F'
            MOVE DC-DATE-COMPTABLE TO DC-DATE-PRECEDENTE
            MOVE LK-DATE TO DC-DATE-COMPTABLE
            MOVE 'O' TO DC-ETAT
            PERFORM ENREGISTRER-DATE
        WHEN 'O'
            MOVE 'O' TO DC-ETAT
            PERFORM ENREGISTRER-DATE
            MOVE DC-DATE-COMPTABLE TO LK-DATE
        WHEN OTHER
            DISPLAY "Action de date comptable inconnue : " LK-ACTION
    END-EVALUATE.

    CLOSE DATE-COMPTABLE-FILE.
    GOBACK.

ENREGISTRER-DATE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO DC-DATE-MAJ.
    MOVE FUNCTION CURRENT-DATE(9:6) TO DC-HEURE-MAJ.
    MOVE LK-OPERATEUR TO DC-OPERATEUR.
    IF WS-ENREGISTREMENT-LU = 'O'
        REWRITE DATE-COMPTABLE-RECORD
    ELSE
        WRITE DATE-COMPTABLE-RECORD
    END-IF.
    IF WS-DC-STATUS = '00'
        MOVE DC-ETAT TO LK-ETAT
    ELSE
        DISPLAY "ECHEC ECRITURE DATE-COMPTABLE-FILE (statut "
            WS-DC-STATUS ")."
    END-IF.
