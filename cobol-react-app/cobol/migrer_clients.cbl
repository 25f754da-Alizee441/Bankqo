IDENTIFICATION DIVISION.
PROGRAM-ID. migrer_clients.

*> Utilitaire à lancer une seule fois après l'ajout de la date de
*> décès à CLIENT-RECORD : relit CLIENTS-FILE avec l'ancien format
*> (CLIENTV1) et réécrit chaque fiche au nouveau format (COPY CLIENT)
*> dans un fichier séparé, sans perte de données, sur le même
*> principe que migrer_comptes_agence. Tous les clients existants
*> sont migrés vivants (DATE-DECES-CLIENT à espaces), au risque KYC
*> moyen et sans donnée de pièce ni de revue passée, avec la même
*> première échéance de revue que migrer_clients_kyc (date saisie au
*> lancement, vide = date comptable plus un an), pour ne pas bloquer
*> l'ouverture de produits de toute la clientèle dès le lendemain.
*> Une fois le résultat vérifié, clients_v2.dat remplace clients.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ANCIEN-CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS V1-ID-CLIENT
        FILE STATUS IS WS-ANCIEN-STATUS.

    SELECT NOUVEAU-CLIENTS-FILE ASSIGN TO 'clients_v2.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ID-CLIENT
        FILE STATUS IS WS-NOUVEAU-STATUS.

DATA DIVISION.
FILE SECTION.
FD ANCIEN-CLIENTS-FILE.
COPY CLIENTV1.

FD NOUVEAU-CLIENTS-FILE.
COPY CLIENT.

WORKING-STORAGE SECTION.
01 WS-ANCIEN-STATUS         PIC X(02).
01 WS-NOUVEAU-STATUS        PIC X(02).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-NB-CONVERTIS           PIC 9(6) VALUE 0.
01 WS-ECHEANCE-INITIALE      PIC X(08).
01 WS-DATE-COMPTABLE         PIC X(08).
01 WS-JOURS-ENTIERS          PIC 9(08).
01 WS-DATE-ENTIERE           PIC 9(08).

PROCEDURE DIVISION.
DEBUT-MIGRATION.
    CALL 'consulter_date_comptable' USING WS-DATE-COMPTABLE.
    DISPLAY "Première échéance de revue KYC AAAAMMJJ"
        " (vide = dans un an) : ".
    ACCEPT WS-ECHEANCE-INITIALE.
    IF WS-ECHEANCE-INITIALE = SPACES
        COMPUTE WS-JOURS-ENTIERS = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-DATE-COMPTABLE)) + 365
        COMPUTE WS-DATE-ENTIERE =
            FUNCTION DATE-OF-INTEGER(WS-JOURS-ENTIERS)
        MOVE WS-DATE-ENTIERE TO WS-ECHEANCE-INITIALE
    END-IF.
    IF WS-ECHEANCE-INITIALE NOT NUMERIC
        OR WS-ECHEANCE-INITIALE(5:2) < '01'
        OR WS-ECHEANCE-INITIALE(5:2) > '12'
        OR WS-ECHEANCE-INITIALE(7:2) < '01'
        OR WS-ECHEANCE-INITIALE(7:2) > '31'
        DISPLAY "Echéance invalide : AAAAMMJJ attendu."
        DISPLAY "Migration abandonnée, aucun fichier écrit."
        STOP RUN
    END-IF.

    OPEN INPUT ANCIEN-CLIENTS-FILE.
    OPEN OUTPUT NOUVEAU-CLIENTS-FILE.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ANCIEN-CLIENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM CONVERTIR-ENREGISTREMENT
        END-READ
    END-PERFORM.

    CLOSE ANCIEN-CLIENTS-FILE.
    CLOSE NOUVEAU-CLIENTS-FILE.

    DISPLAY "Migration terminée. Clients convertis : "
        WS-NB-CONVERTIS " (revue due le " WS-ECHEANCE-INITIALE ").".
    DISPLAY "Vérifiez clients_v2.dat puis remplacez clients.dat par"
        " ce fichier.".
    STOP RUN.

CONVERTIR-ENREGISTREMENT.
    MOVE V1-ID-CLIENT TO ID-CLIENT.
    MOVE V1-NOM-CLIENT TO NOM-CLIENT.
    MOVE V1-ADRESSE-CLIENT TO ADRESSE-CLIENT.
    MOVE V1-TELEPHONE-CLIENT TO TELEPHONE-CLIENT.
    MOVE V1-PIECE-IDENTITE TO PIECE-IDENTITE.
    MOVE SPACES TO DATE-DECES-CLIENT.
    MOVE SPACES TO TYPE-PIECE-CLIENT PAYS-PIECE-CLIENT
        EXPIRATION-PIECE-CLIENT DATE-REVUE-KYC-CLIENT.
    MOVE 'M' TO RISQUE-KYC-CLIENT.
    MOVE WS-ECHEANCE-INITIALE TO ECHEANCE-REVUE-CLIENT.

    WRITE CLIENT-RECORD.
    IF WS-NOUVEAU-STATUS = '00'
        ADD 1 TO WS-NB-CONVERTIS
    ELSE
        DISPLAY "Erreur d'écriture pour le client " V1-ID-CLIENT
            " (statut " WS-NOUVEAU-STATUS ")"
    END-IF.
