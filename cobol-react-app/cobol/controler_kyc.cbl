IDENTIFICATION DIVISION.
PROGRAM-ID. controler_kyc.

*> Sous-programme commun de guichet : contrôle, avant l'ouverture
*> d'un nouveau produit, que le dossier de connaissance client (KYC,
*> voir CLIENT.CPY) de LK-ID-CLIENT est à jour à la date comptable.
*> Le dossier est échu quand la pièce d'identité est expirée
*> (EXPIRATION-PIECE-CLIENT antérieure à la date comptable) ou que
*> la revue périodique est due (ECHEANCE-REVUE-CLIENT à blanc ou
*> atteinte) ; une fiche client introuvable est traitée de même.
*> Dossier échu : le motif est affiché et le produit est refusé
*> (LK-AUTORISE = N) sauf dérogation immédiate d'un superviseur
*> (profil 'S', différent de l'opérateur du guichet, contrôle à
*> quatre yeux comme valider_operations). Toute dérogation accordée
*> ou refusée est inscrite au journal KYC journal_kyc.txt (date,
*> heure, client, produit demandé, opérateur, superviseur, motif),
*> relu par la conformité avec les revues faites dans gerer_clients.
*> LK-PRODUIT : libellé du produit demandé, repris au journal.
*> Appelé par ouvrir_compte (client existant), gerer_virements_externes
*> (nouveau bénéficiaire) et gerer_depots_terme (souscription).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENT
        FILE STATUS IS WS-CLIENT-STATUS.

    SELECT JOURNAL-KYC-FILE ASSIGN TO 'journal_kyc.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JK-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENTS-FILE.
COPY CLIENT.

FD JOURNAL-KYC-FILE.
01 JOURNAL-KYC-LIGNE         PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-JK-STATUS             PIC X(02).
01 WS-DATE-DU-JOUR          PIC X(08).
01 WS-MOTIF                 PIC X(40).
01 WS-SUPERVISEUR            PIC X(08).
01 WS-PIN-SUPERVISEUR        PIC X(04).
01 WS-AUTHENTIFIE            PIC X(01).
01 WS-PROFIL                 PIC X(01).
01 WS-REPONSE                PIC X(01).

01 WS-LIGNE-JOURNAL-KYC.
   05 WS-LK-DATE             PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-HEURE            PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-ID-CLIENT        PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-ACTION           PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-PRODUIT          PIC X(12).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-OPERATEUR        PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-SUPERVISEUR      PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-MOTIF            PIC X(40).

LINKAGE SECTION.
01 LK-ID-CLIENT              PIC X(10).
01 LK-PRODUIT                PIC X(12).
01 LK-OPERATEUR              PIC X(08).
01 LK-AUTORISE               PIC X(01).

PROCEDURE DIVISION USING LK-ID-CLIENT LK-PRODUIT LK-OPERATEUR
    LK-AUTORISE.
DEBUT-CONTROLER-KYC.
    MOVE 'O' TO LK-AUTORISE.
    MOVE SPACES TO WS-MOTIF.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        MOVE "Fichier clients indisponible" TO WS-MOTIF
    ELSE
        MOVE LK-ID-CLIENT TO ID-CLIENT
        READ CLIENTS-FILE KEY IS ID-CLIENT
        IF WS-CLIENT-STATUS NOT = '00'
            MOVE "Fiche client introuvable" TO WS-MOTIF
        ELSE
            PERFORM DETERMINER-MOTIF
        END-IF
        CLOSE CLIENTS-FILE
    END-IF.

    IF WS-MOTIF = SPACES
        GOBACK
    END-IF.

    MOVE 'N' TO LK-AUTORISE.
    DISPLAY "KYC échu pour le client " LK-ID-CLIENT " : " WS-MOTIF.
    DISPLAY "Nouveau produit refusé sans dérogation superviseur.".
    DISPLAY "Demander une dérogation (O/N) ? ".
    ACCEPT WS-REPONSE.
    IF WS-REPONSE NOT = 'O' AND WS-REPONSE NOT = 'o'
        GOBACK
    END-IF.
    PERFORM OBTENIR-DEROGATION.
    GOBACK.

*> Pièce expirée d'abord (plus grave), sinon revue due.
DETERMINER-MOTIF.
    IF EXPIRATION-PIECE-CLIENT NOT = SPACES
        AND EXPIRATION-PIECE-CLIENT < WS-DATE-DU-JOUR
        STRING "Pièce expirée le " EXPIRATION-PIECE-CLIENT
            DELIMITED BY SIZE INTO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF ECHEANCE-REVUE-CLIENT = SPACES
        MOVE "Aucune revue KYC enregistrée" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF ECHEANCE-REVUE-CLIENT NOT > WS-DATE-DU-JOUR
        STRING "Revue KYC due depuis le " ECHEANCE-REVUE-CLIENT
            DELIMITED BY SIZE INTO WS-MOTIF
    END-IF.

OBTENIR-DEROGATION.
    DISPLAY "Identifiant superviseur : ".
    ACCEPT WS-SUPERVISEUR.
    DISPLAY "Code PIN : ".
    ACCEPT WS-PIN-SUPERVISEUR.
    CALL 'authentifier_operateur' USING WS-SUPERVISEUR
        WS-PIN-SUPERVISEUR WS-AUTHENTIFIE WS-PROFIL.
    IF WS-AUTHENTIFIE NOT = 'O'
        DISPLAY "Authentification superviseur refusée."
        MOVE "REFUS" TO WS-LK-ACTION
        PERFORM JOURNALISER-DEROGATION
        EXIT PARAGRAPH
    END-IF.
    IF WS-PROFIL NOT = 'S'
        DISPLAY "Profil superviseur requis pour déroger."
        MOVE "REFUS" TO WS-LK-ACTION
        PERFORM JOURNALISER-DEROGATION
        EXIT PARAGRAPH
    END-IF.
    IF WS-SUPERVISEUR = LK-OPERATEUR
        DISPLAY "Le superviseur doit être différent de l'opérateur"
            " (contrôle à quatre yeux)."
        MOVE "REFUS" TO WS-LK-ACTION
        PERFORM JOURNALISER-DEROGATION
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO LK-AUTORISE.
    MOVE "DEROG" TO WS-LK-ACTION.
    PERFORM JOURNALISER-DEROGATION.
    DISPLAY "Dérogation accordée par " WS-SUPERVISEUR
        ", inscrite au journal KYC.".

JOURNALISER-DEROGATION.
    OPEN EXTEND JOURNAL-KYC-FILE.
    IF WS-JK-STATUS = '35'
        OPEN OUTPUT JOURNAL-KYC-FILE
    END-IF.
    MOVE WS-DATE-DU-JOUR TO WS-LK-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LK-HEURE.
    MOVE LK-ID-CLIENT TO WS-LK-ID-CLIENT.
    MOVE LK-PRODUIT TO WS-LK-PRODUIT.
    MOVE LK-OPERATEUR TO WS-LK-OPERATEUR.
    MOVE WS-SUPERVISEUR TO WS-LK-SUPERVISEUR.
    MOVE WS-MOTIF TO WS-LK-MOTIF.
    WRITE JOURNAL-KYC-LIGNE FROM WS-LIGNE-JOURNAL-KYC.
    CLOSE JOURNAL-KYC-FILE.
