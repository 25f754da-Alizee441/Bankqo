IDENTIFICATION DIVISION.
PROGRAM-ID. relancer_revues_kyc.

*> Traitement mensuel (chaîne de nuit, dernier jour ouvré du mois) :
*> liste par agence les clients dont le dossier de connaissance
*> client (KYC, voir CLIENT.CPY) est échu à la date comptable —
*> pièce d'identité expirée, ou revue périodique due ou jamais faite
*> — avec la même règle que le contrôle de guichet controler_kyc, et
*> envoie à chacun une relance par le fichier des notifications
*> (emettre_notification) : code KYC-PIECE pour une pièce expirée,
*> KYC-REVUE pour une revue due. La relance est renvoyée chaque mois
*> tant que le dossier n'est pas repris dans gerer_clients.
*> Les clients décédés (succession ouverte) et les clients sans
*> aucun compte ne sont ni listés ni relancés. L'agence d'un client
*> est celle de son premier compte (clé secondaire ID-CLIENT de
*> COMPTES-FILE) ; le compte relu est aussi celui cité dans la
*> notification.
*> Premier passage sur CLIENTS-FILE : relances et préparation d'un
*> fichier de travail indexé par agence puis client
*> (kyc_travail.dat) ; second passage sur ce fichier : édition de
*> revues_kyc_AAAAMMJJ.txt, sous-totalisé par agence.
*> Le passage est enregistré dans PASSAGES-BATCH-FILE via
*> controler_passage_batch, avec reprise au client suivant le dernier
*> client pointé (le fichier de travail est alors complété, pas
*> recréé, pour ne relancer personne deux fois). RETURN-CODE : 0 =
*> complet, 4 = refusé (déjà passé ce jour), 8 = abandon sur erreur
*> fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENT OF CLIENT-RECORD
        FILE STATUS IS WS-CLIENT-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT OF COMPTE-RECORD
            WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT TRAVAIL-KYC-FILE ASSIGN TO 'kyc_travail.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KYT-CLE
        FILE STATUS IS WS-KYT-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO WS-NOM-RAPPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENTS-FILE.
COPY CLIENT.

FD COMPTES-FILE.
COPY COMPTE.

*> Client au dossier KYC échu, rangé par agence pour l'édition.
FD TRAVAIL-KYC-FILE.
01 TRAVAIL-KYC-RECORD.
   05 KYT-CLE.
      10 KYT-AGENCE           PIC X(03).
      10 KYT-ID-CLIENT        PIC X(10).
   05 KYT-NOM-CLIENT          PIC X(30).
   05 KYT-NUMERO-COMPTE       PIC X(10).
   05 KYT-TYPE-PIECE          PIC X(02).
   05 KYT-EXPIRATION          PIC X(08).
   05 KYT-RISQUE              PIC X(01).
   05 KYT-ECHEANCE            PIC X(08).
   05 KYT-MOTIF               PIC X(12).

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(120).

WORKING-STORAGE SECTION.
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-KYT-STATUS            PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-NOM-RAPPORT            PIC X(40).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-FIN-TRAVAIL            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-COMPTE-TROUVE          PIC X(01).
01 WS-CODE-MESSAGE           PIC X(12).
01 WS-COMPLEMENT-NOTIF       PIC X(30).
01 WS-AGENCE-COURANTE        PIC X(03).
01 WS-NB-AGENCE              PIC 9(6).
01 WS-NB-RELANCES            PIC 9(6) VALUE 0.
01 WS-NB-LISTES              PIC 9(6) VALUE 0.
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "relancer_kyc".
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-CLIENT         PIC X(10).

01 WS-LIGNE-CLIENT.
   05 WS-LC-AGENCE           PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LC-CLIENT           PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LC-NOM              PIC X(30).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LC-COMPTE           PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LC-TYPE-PIECE       PIC X(02).
   05 FILLER                 PIC X(03) VALUE SPACES.
   05 WS-LC-EXPIRATION       PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LC-RISQUE           PIC X(01).
   05 FILLER                 PIC X(04) VALUE SPACES.
   05 WS-LC-ECHEANCE         PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LC-MOTIF            PIC X(12).

PROCEDURE DIVISION.
DEBUT-RELANCES-KYC.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    MOVE SPACES TO WS-DERNIER-CLIENT.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-CLIENT
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Relances KYC déjà exécutées pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS = '35'
        DISPLAY "Aucun fichier clients : aucune relance KYC."
        PERFORM TERMINER-PASSAGE
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Ouverture de CLIENTS-FILE impossible (statut "
            WS-CLIENT-STATUS "). Relances KYC abandonnées."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Relances KYC abandonnées."
        CLOSE CLIENTS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-CLIENT NOT = SPACES
        OPEN I-O TRAVAIL-KYC-FILE
        IF WS-KYT-STATUS = '35'
            OPEN OUTPUT TRAVAIL-KYC-FILE
        END-IF
    ELSE
        OPEN OUTPUT TRAVAIL-KYC-FILE
    END-IF.
    IF WS-KYT-STATUS NOT = '00'
        DISPLAY "Ouverture du fichier de travail impossible (statut "
            WS-KYT-STATUS "). Relances KYC abandonnées."
        CLOSE COMPTES-FILE
        CLOSE CLIENTS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-CLIENT NOT = SPACES
        DISPLAY "Reprise des relances KYC après le client "
            WS-DERNIER-CLIENT
        MOVE WS-DERNIER-CLIENT TO ID-CLIENT OF CLIENT-RECORD
        START CLIENTS-FILE KEY IS > ID-CLIENT OF CLIENT-RECORD
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
    END-IF.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ CLIENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF DATE-DECES-CLIENT = SPACES
                    PERFORM EXAMINER-CLIENT
                END-IF
                PERFORM POINTER-CLIENT
        END-READ
    END-PERFORM.

    CLOSE TRAVAIL-KYC-FILE.
    CLOSE COMPTES-FILE.
    CLOSE CLIENTS-FILE.
    PERFORM EDITER-LISTE-AGENCES.

    PERFORM TERMINER-PASSAGE.
    DISPLAY "Relances KYC émises : " WS-NB-RELANCES.
    DISPLAY "Clients à revoir listés : " WS-NB-LISTES.
    DISPLAY "Liste par agence : " WS-NOM-RAPPORT.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*> Même règle que controler_kyc : pièce expirée d'abord, puis revue
*> absente ou due à la date comptable.
EXAMINER-CLIENT.
    MOVE SPACES TO WS-CODE-MESSAGE.
    MOVE SPACES TO WS-COMPLEMENT-NOTIF.
    IF EXPIRATION-PIECE-CLIENT NOT = SPACES
        AND EXPIRATION-PIECE-CLIENT < WS-DATE-DU-JOUR
        MOVE "KYC-PIECE" TO WS-CODE-MESSAGE
        STRING "Pièce expirée le " EXPIRATION-PIECE-CLIENT
            DELIMITED BY SIZE INTO WS-COMPLEMENT-NOTIF
    ELSE
        IF ECHEANCE-REVUE-CLIENT = SPACES
            MOVE "KYC-REVUE" TO WS-CODE-MESSAGE
            MOVE "Revue KYC à faire" TO WS-COMPLEMENT-NOTIF
        ELSE
            IF ECHEANCE-REVUE-CLIENT NOT > WS-DATE-DU-JOUR
                MOVE "KYC-REVUE" TO WS-CODE-MESSAGE
                STRING "Revue KYC due le " ECHEANCE-REVUE-CLIENT
                    DELIMITED BY SIZE INTO WS-COMPLEMENT-NOTIF
            END-IF
        END-IF
    END-IF.
    IF WS-CODE-MESSAGE = SPACES
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHERCHER-PREMIER-COMPTE.
    IF WS-COMPTE-TROUVE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.

    CALL 'emettre_notification' USING ID-CLIENT OF CLIENT-RECORD
        NUMERO-COMPTE WS-CODE-MESSAGE WS-COMPLEMENT-NOTIF.
    ADD 1 TO WS-NB-RELANCES.

    MOVE AGENCE-COMPTE TO KYT-AGENCE.
    MOVE ID-CLIENT OF CLIENT-RECORD TO KYT-ID-CLIENT.
    MOVE NOM-CLIENT TO KYT-NOM-CLIENT.
    MOVE NUMERO-COMPTE TO KYT-NUMERO-COMPTE.
    MOVE TYPE-PIECE-CLIENT TO KYT-TYPE-PIECE.
    MOVE EXPIRATION-PIECE-CLIENT TO KYT-EXPIRATION.
    MOVE RISQUE-KYC-CLIENT TO KYT-RISQUE.
    MOVE ECHEANCE-REVUE-CLIENT TO KYT-ECHEANCE.
    IF WS-CODE-MESSAGE = "KYC-PIECE"
        MOVE "PIECE EXPIR." TO KYT-MOTIF
    ELSE
        MOVE "REVUE DUE" TO KYT-MOTIF
    END-IF.
    WRITE TRAVAIL-KYC-RECORD.
    IF WS-KYT-STATUS NOT = '00'
        DISPLAY "Client " KYT-ID-CLIENT " relancé mais non listé"
            " (statut " WS-KYT-STATUS ")."
    END-IF.

*> Premier compte du client par la clé secondaire : il donne
*> l'agence de rattachement et le compte cité dans la relance.
CHERCHER-PREMIER-COMPTE.
    MOVE 'N' TO WS-COMPTE-TROUVE.
    MOVE ID-CLIENT OF CLIENT-RECORD TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY EXIT PARAGRAPH
    END-START.
    READ COMPTES-FILE NEXT RECORD
        AT END
            EXIT PARAGRAPH
    END-READ.
    IF ID-CLIENT OF COMPTE-RECORD = ID-CLIENT OF CLIENT-RECORD
        MOVE 'O' TO WS-COMPTE-TROUVE
    END-IF.

POINTER-CLIENT.
    MOVE ID-CLIENT OF CLIENT-RECORD TO WS-DERNIER-CLIENT.
    MOVE 'C' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-CLIENT
        WS-RESULTAT-PASSAGE.

TERMINER-PASSAGE.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-CLIENT
        WS-RESULTAT-PASSAGE.

*> Second passage, sur le fichier de travail rangé par agence : une
*> rubrique par agence avec son nombre de clients à revoir.
EDITER-LISTE-AGENCES.
    MOVE SPACES TO WS-NOM-RAPPORT.
    STRING "revues_kyc_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
    OPEN OUTPUT RAPPORT-FILE.
    MOVE SPACES TO RAPPORT-LIGNE.
    STRING "CLIENTS A REVOIR (KYC ECHU) AU " WS-DATE-DU-JOUR
        DELIMITED BY SIZE INTO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    MOVE SPACES TO RAPPORT-LIGNE.
    STRING "Agc Client     Nom                            "
        "Compte     Pce Expire   Rsq Echeance Motif"
        DELIMITED BY SIZE INTO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.

    MOVE SPACES TO WS-AGENCE-COURANTE.
    MOVE 0 TO WS-NB-AGENCE.
    OPEN INPUT TRAVAIL-KYC-FILE.
    IF WS-KYT-STATUS NOT = '00'
        DISPLAY "Relecture du fichier de travail impossible (statut "
            WS-KYT-STATUS ") : liste par agence vide."
        MOVE 'O' TO WS-FIN-TRAVAIL
    ELSE
        MOVE 'N' TO WS-FIN-TRAVAIL
    END-IF.
    PERFORM UNTIL WS-FIN-TRAVAIL = 'O'
        READ TRAVAIL-KYC-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-TRAVAIL
            NOT AT END
                IF KYT-AGENCE NOT = WS-AGENCE-COURANTE
                    AND WS-NB-AGENCE > 0
                    PERFORM ECRIRE-TOTAL-AGENCE
                END-IF
                MOVE KYT-AGENCE TO WS-AGENCE-COURANTE
                PERFORM ECRIRE-LIGNE-CLIENT
        END-READ
    END-PERFORM.
    IF WS-NB-AGENCE > 0
        PERFORM ECRIRE-TOTAL-AGENCE
    END-IF.
    CLOSE TRAVAIL-KYC-FILE.

    MOVE SPACES TO RAPPORT-LIGNE.
    STRING "Nombre de clients à revoir : " WS-NB-LISTES
        DELIMITED BY SIZE INTO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    CLOSE RAPPORT-FILE.

ECRIRE-LIGNE-CLIENT.
    MOVE KYT-AGENCE TO WS-LC-AGENCE.
    MOVE KYT-ID-CLIENT TO WS-LC-CLIENT.
    MOVE KYT-NOM-CLIENT TO WS-LC-NOM.
    MOVE KYT-NUMERO-COMPTE TO WS-LC-COMPTE.
    MOVE KYT-TYPE-PIECE TO WS-LC-TYPE-PIECE.
    MOVE KYT-EXPIRATION TO WS-LC-EXPIRATION.
    MOVE KYT-RISQUE TO WS-LC-RISQUE.
    MOVE KYT-ECHEANCE TO WS-LC-ECHEANCE.
    MOVE KYT-MOTIF TO WS-LC-MOTIF.
    MOVE WS-LIGNE-CLIENT TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    ADD 1 TO WS-NB-AGENCE.
    ADD 1 TO WS-NB-LISTES.

ECRIRE-TOTAL-AGENCE.
    MOVE SPACES TO RAPPORT-LIGNE.
    STRING "  Agence " WS-AGENCE-COURANTE " : " WS-NB-AGENCE
        " client(s) à revoir"
        DELIMITED BY SIZE INTO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    MOVE 0 TO WS-NB-AGENCE.
