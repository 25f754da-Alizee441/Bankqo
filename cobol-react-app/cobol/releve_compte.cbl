01 WS-NOM-FICHIER-ARCHIVE  PIC X(40).
01 WS-ANNEE-ARCHIVE        PIC 9(4).
01 WS-ANNEE-COURANTE       PIC 9(4).
01 WS-DATE-COMPTABLE       PIC X(08).

PROCEDURE DIVISION.
DEBUT-RELEVE.
*> simplement sautee.
IMPRIMER-MOUVEMENTS-ARCHIVES.
    MOVE DATE-CREATION(1:4) TO WS-ANNEE-ARCHIVE.
    CALL 'consulter_date_comptable' USING WS-DATE-COMPTABLE.
    MOVE WS-DATE-COMPTABLE(1:4) TO WS-ANNEE-COURANTE.
    PERFORM UNTIL WS-ANNEE-ARCHIVE > WS-ANNEE-COURANTE
        PERFORM IMPRIMER-ARCHIVE-ANNEE
        ADD 1 TO WS-ANNEE-ARCHIVE
