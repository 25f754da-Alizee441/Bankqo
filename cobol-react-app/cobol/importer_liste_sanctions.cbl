IDENTIFICATION DIVISION.
PROGRAM-ID. importer_liste_sanctions.

*> Import de la liste de gel des avoirs publiée (liste_sanctions.txt,
*> format fixe : référence de la mesure, rang du nom — 00 nom
*> principal, 01 et suivants alias —, source FR/UE/ONU, nature P/M,
*> nom, date de publication AAAAMMJJ) dans LISTE-SANCTIONS-FILE
*> (voir LISTSANC.CPY), sur le modèle d'importer_taux_change :
*> validation ligne à ligne, lignes refusées avec motif dans
*> liste_sanctions_rejets.txt. Chaque livraison est la liste
*> complète en vigueur : un nom nouveau est ajouté, un nom modifié
*> est mis à jour, et un nom en vigueur absent de la livraison est
*> radié (statut R, jamais supprimé : les alertes déjà tenues y
*> renvoient). Une livraison sans aucune ligne exploitable ne radie
*> rien. Tout ajout, modification ou radiation porte la date du
*> jour en LS-DATE-MAJ, qui déclenche le refiltrage de la base
*> clients par filtrer_clients dans la même nuit ; une relivraison
*> identique ne change rien et ne déclenche rien.
*> Lancé par chaine_batch_nuit avant les paiements de la nuit.
*> RETURN-CODE : 0 = complet (ou pas de liste livrée), 8 = abandon
*> sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PUBLICATION-FILE ASSIGN TO 'liste_sanctions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PUB-STATUS.

    SELECT LISTE-SANCTIONS-FILE ASSIGN TO 'liste_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-CLE
        FILE STATUS IS WS-LS-STATUS.

    SELECT REJETS-FILE ASSIGN TO 'liste_sanctions_rejets.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJ-STATUS.

DATA DIVISION.
FILE SECTION.
FD PUBLICATION-FILE.
01 PUBLICATION-ENREGISTREMENT.
   05 PUB-REFERENCE          PIC X(12).
   05 PUB-RANG               PIC X(02).
   05 PUB-SOURCE             PIC X(03).
   05 PUB-NATURE             PIC X(01).
   05 PUB-NOM                PIC X(40).
   05 PUB-DATE-PUBLICATION   PIC X(08).

FD LISTE-SANCTIONS-FILE.
COPY LISTSANC.

FD REJETS-FILE.
01 REJET-LIGNE               PIC X(120).

WORKING-STORAGE SECTION.
01 WS-PUB-STATUS            PIC X(02).
01 WS-LS-STATUS             PIC X(02).
01 WS-REJ-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-NB-LUS                 PIC 9(6) VALUE 0.
01 WS-NB-AJOUTES             PIC 9(6) VALUE 0.
01 WS-NB-MODIFIES            PIC 9(6) VALUE 0.
01 WS-NB-INCHANGES           PIC 9(6) VALUE 0.
01 WS-NB-RADIES              PIC 9(6) VALUE 0.
01 WS-NB-REJETS              PIC 9(6) VALUE 0.
01 WS-MOTIF-REJET            PIC X(60).
01 WS-DATE-VALIDE            PIC X(01).
01 WS-MESSAGE-DATE           PIC X(40).

PROCEDURE DIVISION.
DEBUT-IMPORT-LISTE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE 'N' TO WS-FIN-FICHIER.

    OPEN INPUT PUBLICATION-FILE.
    IF WS-PUB-STATUS NOT = '00'
        DISPLAY "Pas de liste liste_sanctions.txt livrée (statut "
            WS-PUB-STATUS ") : liste de gel inchangée."
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O LISTE-SANCTIONS-FILE.
    IF WS-LS-STATUS = '35'
        OPEN OUTPUT LISTE-SANCTIONS-FILE
        CLOSE LISTE-SANCTIONS-FILE
        OPEN I-O LISTE-SANCTIONS-FILE
    END-IF.
    IF WS-LS-STATUS NOT = '00'
        DISPLAY "Ouverture de LISTE-SANCTIONS-FILE impossible (statut "
            WS-LS-STATUS "). Import abandonné."
        CLOSE PUBLICATION-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT REJETS-FILE.
    MOVE SPACES TO REJET-LIGNE.
    STRING "REJETS D'IMPORT DE LA LISTE DE GEL DU " WS-DATE-DU-JOUR
        DELIMITED BY SIZE INTO REJET-LIGNE.
    WRITE REJET-LIGNE.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ PUBLICATION-FILE
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM TRAITER-LIGNE-PUBLIEE
        END-READ
    END-PERFORM.
    CLOSE PUBLICATION-FILE.

    IF WS-NB-LUS > 0
        PERFORM RADIER-NOMS-ABSENTS
    ELSE
        DISPLAY "Aucune ligne exploitable : aucune radiation."
    END-IF.

    CLOSE REJETS-FILE.
    CLOSE LISTE-SANCTIONS-FILE.

    DISPLAY "Import de la liste de gel terminé.".
    DISPLAY "Ajoutés   : " WS-NB-AJOUTES.
    DISPLAY "Modifiés  : " WS-NB-MODIFIES.
    DISPLAY "Inchangés : " WS-NB-INCHANGES.
    DISPLAY "Radiés    : " WS-NB-RADIES.
    DISPLAY "Rejetés   : " WS-NB-REJETS.
    IF WS-NB-REJETS > 0
        DISPLAY "Voir liste_sanctions_rejets.txt."
    END-IF.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

TRAITER-LIGNE-PUBLIEE.
    MOVE SPACES TO WS-MOTIF-REJET.
    PERFORM VALIDER-LIGNE-PUBLIEE.
    IF WS-MOTIF-REJET NOT = SPACES
        PERFORM REJETER-LIGNE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-LUS.
    PERFORM CHARGER-NOM.

VALIDER-LIGNE-PUBLIEE.
    IF PUB-REFERENCE = SPACES
        MOVE "Référence de la mesure absente." TO WS-MOTIF-REJET
        EXIT PARAGRAPH
    END-IF.
    IF PUB-RANG NOT NUMERIC
        MOVE "Rang du nom non numérique." TO WS-MOTIF-REJET
        EXIT PARAGRAPH
    END-IF.
    IF PUB-SOURCE NOT = "FR " AND PUB-SOURCE NOT = "UE "
        AND PUB-SOURCE NOT = "ONU"
        MOVE "Source inconnue (FR, UE ou ONU)." TO WS-MOTIF-REJET
        EXIT PARAGRAPH
    END-IF.
    IF PUB-NATURE NOT = 'P' AND PUB-NATURE NOT = 'M'
        MOVE "Nature inconnue (P ou M)." TO WS-MOTIF-REJET
        EXIT PARAGRAPH
    END-IF.
    IF PUB-NOM = SPACES
        MOVE "Nom absent." TO WS-MOTIF-REJET
        EXIT PARAGRAPH
    END-IF.
    CALL 'valider_date' USING PUB-DATE-PUBLICATION WS-DATE-VALIDE
        WS-MESSAGE-DATE.
    IF WS-DATE-VALIDE NOT = 'O'
        MOVE WS-MESSAGE-DATE TO WS-MOTIF-REJET
    END-IF.

*> Nom nouveau : ajouté ; nom connu : mis à jour s'il a changé (ou
*> s'il avait été radié), vu dans la livraison du jour dans tous les
*> cas.
CHARGER-NOM.
    MOVE PUB-REFERENCE TO LS-REFERENCE.
    MOVE PUB-RANG TO LS-RANG.
    READ LISTE-SANCTIONS-FILE KEY IS LS-CLE.
    IF WS-LS-STATUS NOT = '00'
        MOVE PUB-SOURCE TO LS-SOURCE
        MOVE PUB-NATURE TO LS-NATURE
        MOVE PUB-NOM TO LS-NOM
        MOVE PUB-DATE-PUBLICATION TO LS-DATE-PUBLICATION
        MOVE WS-DATE-DU-JOUR TO LS-DATE-VU
        MOVE WS-DATE-DU-JOUR TO LS-DATE-MAJ
        MOVE 'A' TO LS-STATUT
        WRITE LISTE-SANCTION-RECORD
        IF WS-LS-STATUS = '00'
            ADD 1 TO WS-NB-AJOUTES
        ELSE
            MOVE SPACES TO WS-MOTIF-REJET
            STRING "Ajout en échec (statut " WS-LS-STATUS ")."
                DELIMITED BY SIZE INTO WS-MOTIF-REJET
            PERFORM REJETER-LIGNE
        END-IF
        EXIT PARAGRAPH
    END-IF.

    IF LS-SOURCE = PUB-SOURCE AND LS-NATURE = PUB-NATURE
        AND LS-NOM = PUB-NOM
        AND LS-DATE-PUBLICATION = PUB-DATE-PUBLICATION
        AND LS-STATUT = 'A'
        ADD 1 TO WS-NB-INCHANGES
    ELSE
        MOVE PUB-SOURCE TO LS-SOURCE
        MOVE PUB-NATURE TO LS-NATURE
        MOVE PUB-NOM TO LS-NOM
        MOVE PUB-DATE-PUBLICATION TO LS-DATE-PUBLICATION
        MOVE 'A' TO LS-STATUT
        MOVE WS-DATE-DU-JOUR TO LS-DATE-MAJ
        ADD 1 TO WS-NB-MODIFIES
    END-IF.
    MOVE WS-DATE-DU-JOUR TO LS-DATE-VU.
    REWRITE LISTE-SANCTION-RECORD.
    IF WS-LS-STATUS NOT = '00'
        MOVE SPACES TO WS-MOTIF-REJET
        STRING "Mise à jour en échec (statut " WS-LS-STATUS ")."
            DELIMITED BY SIZE INTO WS-MOTIF-REJET
        PERFORM REJETER-LIGNE
    END-IF.

*> Un nom en vigueur que la livraison du jour ne contenait pas a été
*> retiré de la liste publiée.
RADIER-NOMS-ABSENTS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LOW-VALUES TO LS-CLE.
    START LISTE-SANCTIONS-FILE KEY IS >= LS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ LISTE-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF LS-STATUT = 'A' AND LS-DATE-VU < WS-DATE-DU-JOUR
                    MOVE 'R' TO LS-STATUT
                    MOVE WS-DATE-DU-JOUR TO LS-DATE-MAJ
                    REWRITE LISTE-SANCTION-RECORD
                    IF WS-LS-STATUS = '00'
                        ADD 1 TO WS-NB-RADIES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REJETER-LIGNE.
    ADD 1 TO WS-NB-REJETS.
    MOVE SPACES TO REJET-LIGNE.
    STRING PUB-REFERENCE " " PUB-RANG " " PUB-SOURCE " "
        PUB-NOM " : " WS-MOTIF-REJET
        DELIMITED BY SIZE INTO REJET-LIGNE.
    WRITE REJET-LIGNE.
