IDENTIFICATION DIVISION.
PROGRAM-ID. editer_attestation_solde.

*> Attestation de solde d'un compte à une date passée, demandée au
*> guichet par un client, son notaire ou un commissaire aux comptes
*> (« solde au 31 décembre »). Le solde au soir de la date est
*> reconstitué à partir de la photographie de fin de mois la plus
*> proche de la date (SOLDES-FIN-MOIS-FILE, voir SOLDMOIS.CPY) où
*> figure le compte, en appliquant les mouvements du journal —
*> archives annuelles archives_transactions_AAAA.dat comprises, de
*> l'année de création du compte à l'année courante, puis journal
*> vif — passés entre la photographie et la date :
*>   - date après la photographie : solde photographié PLUS l'effet
*>     des mouvements datés après la photo et au plus tard de la date ;
*>   - date avant la photographie : solde photographié MOINS l'effet
*>     des mouvements datés après la date et au plus tard de la photo.
*> L'effet d'un mouvement est l'écart entre son solde porté
*> (TRANS-SOLDE-APRES) et celui du mouvement précédent du compte :
*> le montant journalisé n'est pas signé (un retrait porte un montant
*> positif). Comme dans consulter_solde_historique, les lignes sans
*> effet sur le solde (montant nul, levée de blocage, rejet de
*> validation — dont le solde porté est à zéro) sont ignorées.
*> Sans photographie contenant le compte (compte ouvert après la
*> dernière, ou mois jamais photographiés), le solde est reconstitué
*> depuis l'ouverture du compte (solde nul).
*> La date doit être antérieure à la date comptable et postérieure
*> ou égale à la création du compte. L'attestation
*> (attestation_solde_<compte>_<date>.txt) porte l'identité du
*> titulaire, le solde, la base de calcul, l'agence et l'opérateur
*> signataire, avec les emplacements de signature et de cachet ;
*> son édition est journalisée (ATTEST-SOLDE, montant nul).
*> Simple consultation : permise pendant la chaîne de nuit et sur un
*> mois clos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT SOLDES-FIN-MOIS-FILE ASSIGN TO 'soldes_fin_mois.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SFM-CLE
        FILE STATUS IS WS-SFM-STATUS.

    SELECT TRANSACTIONS-FILE ASSIGN TO 'transactions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-CLE
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT ARCHIVES-FILE ASSIGN TO WS-NOM-FICHIER-ARCHIVE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARC-CLE
        FILE STATUS IS WS-ARC-STATUS.

    SELECT OPERATEURS-FILE ASSIGN TO 'operateurs.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-IDENTIFIANT
        FILE STATUS IS WS-OP-STATUS.

    SELECT ATTESTATION-FILE ASSIGN TO WS-NOM-ATTESTATION
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATT-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD SOLDES-FIN-MOIS-FILE.
COPY SOLDMOIS.

FD TRANSACTIONS-FILE.
COPY TRANSAC.

FD ARCHIVES-FILE.
COPY ARCHTRANS.

FD OPERATEURS-FILE.
COPY OPERATEUR.

FD ATTESTATION-FILE.
01 ATTESTATION-LIGNE         PIC X(100).

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS           PIC X(02).
01 WS-SFM-STATUS            PIC X(02).
01 WS-TRANS-STATUS          PIC X(02).
01 WS-ARC-STATUS            PIC X(02).
01 WS-OP-STATUS             PIC X(02).
01 WS-ATT-STATUS            PIC X(02).
01 WS-NOM-FICHIER-ARCHIVE    PIC X(40).
01 WS-NOM-ATTESTATION        PIC X(50).
01 WS-ANNEE-ARCHIVE          PIC 9(4).
01 WS-ANNEE-COURANTE         PIC 9(4).
01 WS-DATE-COMPTABLE         PIC X(08).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-DATE-ATTESTEE          PIC X(08).
01 WS-DATE-VALIDE            PIC X(01).
01 WS-MESSAGE-DATE           PIC X(40).
01 WS-DATE-CREATION          PIC X(08).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-FIN-MOUVEMENTS         PIC X(01).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-SOLDE-NUL              PIC S9(13)V99 VALUE 0.

*> Photographies disponibles (entêtes E), chargées une fois avant de
*> chercher le compte dans chacune : une lecture par clé au milieu du
*> parcours des entêtes ferait perdre la position de lecture.
01 WS-PHOTOS.
   05 WS-PH OCCURS 600 TIMES INDEXED BY IDX-PH.
      10 WS-PH-MOIS           PIC X(06).
      10 WS-PH-DATE           PIC X(08).
01 WS-NB-PHOTOS              PIC 9(4) VALUE 0.

*> Photographie retenue comme point de départ.
01 WS-PHOTO-TROUVEE          PIC X(01).
01 WS-DATE-DEPART            PIC X(08).
01 WS-SOLDE-DEPART           PIC S9(13)V99.
01 WS-STATUT-DEPART          PIC X(01).
01 WS-ECART-JOURS            PIC S9(7).
01 WS-ECART-RETENU           PIC S9(7).
01 WS-SENS                   PIC X(01).

*> Application des mouvements entre la photo et la date.
01 WS-BORNE-BASSE            PIC X(08).
01 WS-BORNE-HAUTE            PIC X(08).
01 WS-SOLDE-PRECEDENT        PIC S9(13)V99.
01 WS-EFFET-MOUVEMENT        PIC S9(13)V99.
01 WS-CUMUL-EFFETS           PIC S9(13)V99.
01 WS-NB-MOUVEMENTS          PIC 9(6).
01 WS-DATE-MOUVEMENT         PIC X(08).
01 WS-TYPE-MOUVEMENT         PIC X(12).
01 WS-MONTANT-MOUVEMENT      PIC S9(13)V99.
01 WS-SOLDE-MOUVEMENT        PIC S9(13)V99.
01 WS-SOLDE-ATTESTE          PIC S9(13)V99.

01 WS-NOM-OPERATEUR          PIC X(30).
01 WS-AGENCE-OPERATEUR       PIC X(03).
01 WS-SOLDE-EDITE            PIC -9(13).99.
01 WS-NB-EDITE               PIC Z(5)9.
01 WS-SENS-SOLDE             PIC X(10).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).

PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-ATTESTATION-SOLDE.
    CALL 'consulter_date_comptable' USING WS-DATE-COMPTABLE.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS ")."
        GOBACK
    END-IF.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    CLOSE COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Compte introuvable."
        GOBACK
    END-IF.
    MOVE DATE-CREATION(1:8) TO WS-DATE-CREATION.

    DISPLAY "Date du solde à attester (AAAAMMJJ) : ".
    ACCEPT WS-DATE-ATTESTEE.
    CALL 'valider_date' USING WS-DATE-ATTESTEE WS-DATE-VALIDE
        WS-MESSAGE-DATE.
    IF WS-DATE-VALIDE NOT = 'O'
        DISPLAY WS-MESSAGE-DATE
        GOBACK
    END-IF.
    IF WS-DATE-ATTESTEE NOT < WS-DATE-COMPTABLE
        DISPLAY "La date doit être antérieure à la date comptable ("
            WS-DATE-COMPTABLE ")."
        GOBACK
    END-IF.
    IF WS-DATE-CREATION IS NUMERIC
        AND WS-DATE-ATTESTEE < WS-DATE-CREATION
        DISPLAY "Le compte n'était pas ouvert le " WS-DATE-ATTESTEE
            " (créé le " WS-DATE-CREATION ")."
        GOBACK
    END-IF.

    PERFORM CHOISIR-PHOTOGRAPHIE.
    PERFORM APPLIQUER-MOUVEMENTS.
    IF WS-SENS = 'A'
        COMPUTE WS-SOLDE-ATTESTE = WS-SOLDE-DEPART + WS-CUMUL-EFFETS
    ELSE
        COMPUTE WS-SOLDE-ATTESTE = WS-SOLDE-DEPART - WS-CUMUL-EFFETS
    END-IF.

    PERFORM LIRE-OPERATEUR.
    PERFORM EDITER-ATTESTATION.
    GOBACK.

*>----------------------------------------------------------------
*> Point de départ : photographie la plus proche de la date, en
*> jours calendaires, parmi celles où figure le compte ; à écart
*> égal, la plus ancienne (mouvements appliqués en avant).
*>----------------------------------------------------------------
CHOISIR-PHOTOGRAPHIE.
    MOVE 'N' TO WS-PHOTO-TROUVEE.
    MOVE 0 TO WS-SOLDE-DEPART.
    MOVE SPACES TO WS-STATUT-DEPART.
    MOVE "00000000" TO WS-DATE-DEPART.
    MOVE 0 TO WS-NB-PHOTOS.
    OPEN INPUT SOLDES-FIN-MOIS-FILE.
    IF WS-SFM-STATUS NOT = '00'
        PERFORM FIXER-SENS
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE 'E' TO SFM-TYPE-LIGNE.
    MOVE LOW-VALUES TO SFM-MOIS.
    MOVE LOW-VALUES TO SFM-REFERENCE.
    START SOLDES-FIN-MOIS-FILE KEY IS >= SFM-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SOLDES-FIN-MOIS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF SFM-TYPE-LIGNE NOT = 'E'
                    OR WS-NB-PHOTOS NOT < 600
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    ADD 1 TO WS-NB-PHOTOS
                    MOVE SFM-MOIS TO WS-PH-MOIS(WS-NB-PHOTOS)
                    MOVE SFM-DATE-PHOTO TO WS-PH-DATE(WS-NB-PHOTOS)
                END-IF
        END-READ
    END-PERFORM.

    PERFORM VARYING IDX-PH FROM 1 BY 1 UNTIL IDX-PH > WS-NB-PHOTOS
        PERFORM EXAMINER-PHOTOGRAPHIE
    END-PERFORM.
    CLOSE SOLDES-FIN-MOIS-FILE.
    PERFORM FIXER-SENS.

EXAMINER-PHOTOGRAPHIE.
    COMPUTE WS-ECART-JOURS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-ATTESTEE))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PH-DATE(IDX-PH))).
    IF WS-ECART-JOURS < 0
        COMPUTE WS-ECART-JOURS = WS-ECART-JOURS * -1
    END-IF.
    IF WS-PHOTO-TROUVEE = 'O' AND WS-ECART-JOURS NOT < WS-ECART-RETENU
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO SFM-TYPE-LIGNE.
    MOVE WS-PH-MOIS(IDX-PH) TO SFM-MOIS.
    MOVE WS-COMPTE-SAISI TO SFM-REFERENCE.
    READ SOLDES-FIN-MOIS-FILE KEY IS SFM-CLE.
    IF WS-SFM-STATUS = '00'
        MOVE 'O' TO WS-PHOTO-TROUVEE
        MOVE WS-ECART-JOURS TO WS-ECART-RETENU
        MOVE SFM-DATE-PHOTO TO WS-DATE-DEPART
        MOVE SFM-MONTANT TO WS-SOLDE-DEPART
        MOVE SFM-STATUT TO WS-STATUT-DEPART
    END-IF.

*> A = en avant (de la photo, ou de l'ouverture, vers la date),
*> R = en arrière (de la photo vers la date). Bornes : mouvements
*> datés après la borne basse et au plus tard de la borne haute.
FIXER-SENS.
    IF WS-DATE-ATTESTEE < WS-DATE-DEPART
        MOVE 'R' TO WS-SENS
        MOVE WS-DATE-ATTESTEE TO WS-BORNE-BASSE
        MOVE WS-DATE-DEPART TO WS-BORNE-HAUTE
    ELSE
        MOVE 'A' TO WS-SENS
        MOVE WS-DATE-DEPART TO WS-BORNE-BASSE
        MOVE WS-DATE-ATTESTEE TO WS-BORNE-HAUTE
    END-IF.

*>----------------------------------------------------------------
*> Parcours chronologique de tout l'historique du compte : archives
*> annuelles puis journal vif, comme consulter_solde_historique.
*>----------------------------------------------------------------
APPLIQUER-MOUVEMENTS.
    MOVE 0 TO WS-SOLDE-PRECEDENT.
    MOVE 0 TO WS-CUMUL-EFFETS.
    MOVE 0 TO WS-NB-MOUVEMENTS.
    IF WS-DATE-CREATION(1:4) IS NUMERIC
        MOVE WS-DATE-CREATION(1:4) TO WS-ANNEE-ARCHIVE
    ELSE
        MOVE WS-DATE-ATTESTEE(1:4) TO WS-ANNEE-ARCHIVE
    END-IF.
    MOVE WS-DATE-COMPTABLE(1:4) TO WS-ANNEE-COURANTE.
    PERFORM UNTIL WS-ANNEE-ARCHIVE > WS-ANNEE-COURANTE
        PERFORM LIRE-ARCHIVE-ANNEE
        ADD 1 TO WS-ANNEE-ARCHIVE
    END-PERFORM.
    PERFORM LIRE-JOURNAL-VIF.

LIRE-ARCHIVE-ANNEE.
    MOVE SPACES TO WS-NOM-FICHIER-ARCHIVE.
    STRING "archives_transactions_" WS-ANNEE-ARCHIVE ".dat"
        DELIMITED BY SIZE INTO WS-NOM-FICHIER-ARCHIVE.
    OPEN INPUT ARCHIVES-FILE.
    IF WS-ARC-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-MOUVEMENTS.
    MOVE WS-COMPTE-SAISI TO ARC-NUMERO-COMPTE.
    MOVE 0 TO ARC-SEQUENCE.
    START ARCHIVES-FILE KEY IS >= ARC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-MOUVEMENTS
    END-START.
    PERFORM UNTIL WS-FIN-MOUVEMENTS = 'O'
        READ ARCHIVES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-MOUVEMENTS
            NOT AT END
                IF ARC-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-MOUVEMENTS
                ELSE
                    MOVE ARC-DATE TO WS-DATE-MOUVEMENT
                    MOVE ARC-TYPE TO WS-TYPE-MOUVEMENT
                    MOVE ARC-MONTANT TO WS-MONTANT-MOUVEMENT
                    MOVE ARC-SOLDE-APRES TO WS-SOLDE-MOUVEMENT
                    PERFORM EXAMINER-MOUVEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVES-FILE.

LIRE-JOURNAL-VIF.
    OPEN INPUT TRANSACTIONS-FILE.
    IF WS-TRANS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-MOUVEMENTS.
    MOVE WS-COMPTE-SAISI TO TRANS-NUMERO-COMPTE.
    MOVE 0 TO TRANS-SEQUENCE.
    START TRANSACTIONS-FILE KEY IS >= TRANS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-MOUVEMENTS
    END-START.
    PERFORM UNTIL WS-FIN-MOUVEMENTS = 'O'
        READ TRANSACTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-MOUVEMENTS
            NOT AT END
                IF TRANS-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-MOUVEMENTS
                ELSE
                    MOVE TRANS-DATE TO WS-DATE-MOUVEMENT
                    MOVE TRANS-TYPE TO WS-TYPE-MOUVEMENT
                    MOVE TRANS-MONTANT TO WS-MONTANT-MOUVEMENT
                    MOVE TRANS-SOLDE-APRES TO WS-SOLDE-MOUVEMENT
                    PERFORM EXAMINER-MOUVEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANSACTIONS-FILE.

*> Chaque mouvement retenu fait avancer le solde précédent ; son effet
*> n'est cumulé que s'il tombe entre les bornes.
EXAMINER-MOUVEMENT.
    IF WS-MONTANT-MOUVEMENT = 0
        OR WS-TYPE-MOUVEMENT = "BLOCAGE-LEV"
        OR WS-TYPE-MOUVEMENT = "VALID-REJET"
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-EFFET-MOUVEMENT =
        WS-SOLDE-MOUVEMENT - WS-SOLDE-PRECEDENT.
    MOVE WS-SOLDE-MOUVEMENT TO WS-SOLDE-PRECEDENT.
    IF WS-DATE-MOUVEMENT > WS-BORNE-BASSE
        AND WS-DATE-MOUVEMENT NOT > WS-BORNE-HAUTE
        ADD WS-EFFET-MOUVEMENT TO WS-CUMUL-EFFETS
        IF WS-EFFET-MOUVEMENT NOT = 0
            ADD 1 TO WS-NB-MOUVEMENTS
        END-IF
    END-IF.

LIRE-OPERATEUR.
    MOVE SPACES TO WS-NOM-OPERATEUR.
    MOVE SPACES TO WS-AGENCE-OPERATEUR.
    OPEN INPUT OPERATEURS-FILE.
    IF WS-OP-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE LK-OPERATEUR TO OP-IDENTIFIANT.
    READ OPERATEURS-FILE KEY IS OP-IDENTIFIANT.
    IF WS-OP-STATUS = '00'
        MOVE OP-NOM TO WS-NOM-OPERATEUR
        MOVE OP-AGENCE TO WS-AGENCE-OPERATEUR
    END-IF.
    CLOSE OPERATEURS-FILE.

*>----------------------------------------------------------------
*> Edition de l'attestation
*>----------------------------------------------------------------
EDITER-ATTESTATION.
    MOVE SPACES TO WS-NOM-ATTESTATION.
    STRING "attestation_solde_" DELIMITED BY SIZE
        WS-COMPTE-SAISI DELIMITED BY SPACE
        "_" WS-DATE-ATTESTEE ".txt" DELIMITED BY SIZE
        INTO WS-NOM-ATTESTATION.
    OPEN OUTPUT ATTESTATION-FILE.
    IF WS-ATT-STATUS NOT = '00'
        DISPLAY "Création de l'attestation impossible (statut "
            WS-ATT-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-SOLDE-ATTESTE TO WS-SOLDE-EDITE.
    IF WS-SOLDE-ATTESTE < 0
        MOVE "débiteur" TO WS-SENS-SOLDE
    ELSE
        MOVE "créditeur" TO WS-SENS-SOLDE
    END-IF.
    MOVE WS-NB-MOUVEMENTS TO WS-NB-EDITE.

    MOVE "=================================================="
        TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE "ATTESTATION DE SOLDE" TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE "=================================================="
        TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    STRING "Titulaire : " ID-CLIENT " " NOM-TITULAIRE
        DELIMITED BY SIZE INTO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    STRING "Compte    : " NUMERO-COMPTE "  type " TYPE-COMPTE
        "  devise " DEVISE "  agence " AGENCE-COMPTE
        DELIMITED BY SIZE INTO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    STRING "Nous attestons que le solde de ce compte au soir du "
        WS-DATE-ATTESTEE DELIMITED BY SIZE INTO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    STRING "s'élevait à " WS-SOLDE-EDITE " " DEVISE " ("
        WS-SENS-SOLDE DELIMITED BY SPACE
        ")." DELIMITED BY SIZE INTO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    IF WS-PHOTO-TROUVEE = 'O'
        STRING "Base : solde de fin de mois photographié le "
            WS-DATE-DEPART " (statut " WS-STATUT-DEPART ")"
            DELIMITED BY SIZE INTO ATTESTATION-LIGNE
    ELSE
        STRING "Base : ouverture du compte (aucune photographie de"
            " fin de mois)" DELIMITED BY SIZE INTO ATTESTATION-LIGNE
    END-IF.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    IF WS-SENS = 'A'
        STRING "       " WS-NB-EDITE " mouvement(s) appliqué(s) du "
            WS-BORNE-BASSE " exclu au " WS-BORNE-HAUTE " inclus"
            DELIMITED BY SIZE INTO ATTESTATION-LIGNE
    ELSE
        STRING "       " WS-NB-EDITE " mouvement(s) retranché(s) du "
            WS-BORNE-BASSE " exclu au " WS-BORNE-HAUTE " inclus"
            DELIMITED BY SIZE INTO ATTESTATION-LIGNE
    END-IF.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    STRING "Fait pour servir et valoir ce que de droit, agence "
        WS-AGENCE-OPERATEUR ", le " WS-DATE-COMPTABLE "."
        DELIMITED BY SIZE INTO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    STRING "Signataire : " LK-OPERATEUR " " WS-NOM-OPERATEUR
        DELIMITED BY SIZE INTO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE SPACES TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    MOVE "Signature :                    Cachet de l'agence :"
        TO ATTESTATION-LIGNE.
    WRITE ATTESTATION-LIGNE.
    CLOSE ATTESTATION-FILE.

    CALL 'journaliser' USING NUMERO-COMPTE "ATTEST-SOLDE"
        WS-ZERO WS-SOLDE-NUL LK-OPERATEUR.
    DISPLAY "Solde au " WS-DATE-ATTESTEE " : " WS-SOLDE-EDITE " "
        DEVISE.
    DISPLAY "Attestation éditée : " WS-NOM-ATTESTATION.
