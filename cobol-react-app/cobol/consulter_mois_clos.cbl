IDENTIFICATION DIVISION.
PROGRAM-ID. consulter_mois_clos.

*> Sous-programme commun : indique si le mois d'une date est clos,
*> c'est-à-dire si sa photographie de fin de mois est complète dans
*> SOLDES-FIN-MOIS-FILE (entête E présente, voir SOLDMOIS.CPY).
*> Aucun mouvement ne peut plus être passé à une date d'un mois clos :
*> la photographie ne refléterait plus les soldes du mois et les
*> attestations de solde partant d'elle seraient fausses.
*> LK-MOIS-CLOS : O = clos, N = ouvert (ou fichier absent) ;
*> LK-DATE-PHOTO : date de la photographie, à blanc si ouvert.
*> Appelé par main (refus des opérations de guichet), gerer_calendrier
*> (refus de rouvrir les guichets) et chaine_batch_nuit (refus de
*> traiter une journée d'un mois déjà clos).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOLDES-FIN-MOIS-FILE ASSIGN TO 'soldes_fin_mois.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SFM-CLE
        FILE STATUS IS WS-SFM-STATUS.

DATA DIVISION.
FILE SECTION.
FD SOLDES-FIN-MOIS-FILE.
COPY SOLDMOIS.

WORKING-STORAGE SECTION.
01 WS-SFM-STATUS            PIC X(02).

LINKAGE SECTION.
01 LK-DATE                   PIC X(08).
01 LK-MOIS-CLOS              PIC X(01).
01 LK-DATE-PHOTO             PIC X(08).

PROCEDURE DIVISION USING LK-DATE LK-MOIS-CLOS LK-DATE-PHOTO.
DEBUT-MOIS-CLOS.
    MOVE 'N' TO LK-MOIS-CLOS.
    MOVE SPACES TO LK-DATE-PHOTO.
    OPEN INPUT SOLDES-FIN-MOIS-FILE.
    IF WS-SFM-STATUS NOT = '00'
        GOBACK
    END-IF.
    MOVE 'E' TO SFM-TYPE-LIGNE.
    MOVE LK-DATE(1:6) TO SFM-MOIS.
    MOVE SPACES TO SFM-REFERENCE.
    READ SOLDES-FIN-MOIS-FILE KEY IS SFM-CLE.
    IF WS-SFM-STATUS = '00'
        MOVE 'O' TO LK-MOIS-CLOS
        MOVE SFM-DATE-PHOTO TO LK-DATE-PHOTO
    END-IF.
    CLOSE SOLDES-FIN-MOIS-FILE.
    GOBACK.
