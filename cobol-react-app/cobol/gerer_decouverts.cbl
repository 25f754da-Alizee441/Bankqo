IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_decouverts.

*> Guichet des autorisations de découvert (DECOUVERTS-FILE, voir
*> DECOUV.CPY) : accord ou renouvellement d'une autorisation propre
*> au compte (montant autorisé, taux débiteur annuel, dates de début
*> et d'expiration), résiliation, consultation de l'autorisation et
*> des agios courus depuis le dernier arrêté (AGIOS-FILE, voir
*> AGIOS.CPY). L'accord et la résiliation engagent la banque et sont
*> réservés au profil superviseur ; l'opérateur qui accorde est
*> inscrit sur la fiche et l'opération est tracée au journal sans
*> mouvement de solde (DECOUVERT, DECOUV-RESIL). La limite est
*> appliquée par consulter_decouvert dans tous les contrôles de
*> disponible, les agios courus par calcul_interets et prélevés en
*> fin de trimestre par arreter_agios.
*> Résilier une autorisation sur un compte débiteur au-delà du
*> plancher de son type fait passer tout l'excédent au taux de
*> dépassement dès la nuit suivante : l'opérateur est prévenu.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECOUVERTS-FILE ASSIGN TO 'decouverts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEC-NUMERO-COMPTE
        FILE STATUS IS WS-DEC-STATUS.

    SELECT AGIOS-FILE ASSIGN TO 'agios.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGI-NUMERO-COMPTE
        FILE STATUS IS WS-AGI-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD DECOUVERTS-FILE.
COPY DECOUV.

FD AGIOS-FILE.
COPY AGIOS.

FD COMPTES-FILE.
COPY COMPTE.

WORKING-STORAGE SECTION.
01 WS-DEC-STATUS            PIC X(02).
01 WS-AGI-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-LIMITE-SAISIE          PIC 9(9)V99.
01 WS-TAUX-SAISI-PCT         PIC 9(2)V99.
01 WS-DATE-DEBUT-SAISIE      PIC X(08).
01 WS-DATE-EXPIRATION-SAISIE PIC X(08).
01 WS-DATE-A-CONTROLER       PIC X(08).
01 WS-DATE-VALIDE            PIC X(01).
01 WS-CONFIRMATION           PIC X(01).
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-SOLDE-NUL              PIC S9(13)V99 VALUE 0.
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_decouv".
01 WS-MESSAGE-ERREUR         PIC X(50).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-DECOUVERTS.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O DECOUVERTS-FILE.
    IF WS-DEC-STATUS = '35'
        OPEN OUTPUT DECOUVERTS-FILE
        CLOSE DECOUVERTS-FILE
        OPEN I-O DECOUVERTS-FILE
    END-IF.
    IF WS-DEC-STATUS NOT = '00'
        DISPLAY "Ouverture de DECOUVERTS-FILE impossible (statut "
            WS-DEC-STATUS ")."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- AUTORISATIONS DE DECOUVERT ---"
        DISPLAY "1. Accorder ou renouveler une autorisation"
            " (superviseur)"
        DISPLAY "2. Résilier une autorisation (superviseur)"
        DISPLAY "3. Consulter l'autorisation et les agios courus"
        DISPLAY "4. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM ACCORDER-DECOUVERT
            WHEN 2
                PERFORM RESILIER-DECOUVERT
            WHEN 3
                PERFORM CONSULTER-DECOUVERT
            WHEN 4
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE DECOUVERTS-FILE.
    GOBACK.

ACCORDER-DECOUVERT.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    OPEN INPUT COMPTES-FILE.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    CLOSE COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-COMPTE-SAISI WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE NOT = 'A'
        DISPLAY "Compte non actif (statut " STATUT-COMPTE
            ") : découvert refusé."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Montant du découvert autorisé : ".
    ACCEPT WS-LIMITE-SAISIE.
    IF WS-LIMITE-SAISIE NOT > 0
        DISPLAY "Le montant autorisé doit être positif."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Taux débiteur annuel en % (ex. 8.50) : ".
    ACCEPT WS-TAUX-SAISI-PCT.
    IF WS-TAUX-SAISI-PCT NOT > 0
        DISPLAY "Le taux débiteur doit être positif."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date de début (AAAAMMJJ) : ".
    ACCEPT WS-DATE-DEBUT-SAISIE.
    MOVE WS-DATE-DEBUT-SAISIE TO WS-DATE-A-CONTROLER.
    PERFORM CONTROLER-DATE.
    IF WS-DATE-VALIDE = 'N'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date d'expiration (AAAAMMJJ) : ".
    ACCEPT WS-DATE-EXPIRATION-SAISIE.
    MOVE WS-DATE-EXPIRATION-SAISIE TO WS-DATE-A-CONTROLER.
    PERFORM CONTROLER-DATE.
    IF WS-DATE-VALIDE = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-EXPIRATION-SAISIE NOT > WS-DATE-DEBUT-SAISIE
        OR WS-DATE-EXPIRATION-SAISIE < WS-DATE-DU-JOUR
        DISPLAY "La date d'expiration doit suivre la date de début"
            " et ne pas être passée."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-COMPTE-SAISI TO DEC-NUMERO-COMPTE.
    READ DECOUVERTS-FILE KEY IS DEC-NUMERO-COMPTE.
    IF WS-DEC-STATUS = '00' AND DEC-STATUT = 'A'
        DISPLAY "Autorisation en cours : " DEC-LIMITE " jusqu'au "
            DEC-DATE-EXPIRATION ". La remplacer (O/N) : "
        ACCEPT WS-CONFIRMATION
        IF WS-CONFIRMATION NOT = 'O'
            DISPLAY "Autorisation inchangée."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-COMPTE-SAISI TO DEC-NUMERO-COMPTE.
    MOVE WS-LIMITE-SAISIE TO DEC-LIMITE.
    COMPUTE DEC-TAUX-DEBITEUR = WS-TAUX-SAISI-PCT / 100.
    MOVE WS-DATE-DEBUT-SAISIE TO DEC-DATE-DEBUT.
    MOVE WS-DATE-EXPIRATION-SAISIE TO DEC-DATE-EXPIRATION.
    MOVE WS-DATE-DU-JOUR TO DEC-DATE-ACCORD.
    MOVE LK-OPERATEUR TO DEC-OPERATEUR.
    MOVE 'A' TO DEC-STATUT.
    MOVE SPACES TO DEC-DATE-RESILIATION.
    MOVE SPACES TO DEC-OPERATEUR-RESILIATION.
    IF WS-DEC-STATUS = '00'
        REWRITE DECOUVERT-RECORD
    ELSE
        WRITE DECOUVERT-RECORD
    END-IF.
    IF WS-DEC-STATUS = '00'
        DISPLAY "Découvert de " DEC-LIMITE " " DEVISE " accordé du "
            DEC-DATE-DEBUT " au " DEC-DATE-EXPIRATION "."
        CALL 'journaliser' USING WS-COMPTE-SAISI "DECOUVERT"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC WRITE DECOUVERTS-FILE (statut " WS-DEC-STATUS
            ")."
    END-IF.

RESILIER-DECOUVERT.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    MOVE WS-COMPTE-SAISI TO DEC-NUMERO-COMPTE.
    READ DECOUVERTS-FILE KEY IS DEC-NUMERO-COMPTE.
    IF WS-DEC-STATUS NOT = '00' OR DEC-STATUT NOT = 'A'
        DISPLAY "Aucune autorisation active sur ce compte."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT COMPTES-FILE.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    CLOSE COMPTES-FILE.
    IF WS-FILE-STATUS = '00'
        CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
            WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE
        IF SOLDE-COMPTE < WS-SOLDE-MINIMUM
            DISPLAY "ATTENTION : solde " SOLDE-COMPTE " sous le"
                " plancher du type de compte ; l'excédent sera couru"
                " au taux de dépassement."
        END-IF
    END-IF.
    DISPLAY "Confirmer la résiliation (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Résiliation abandonnée."
        EXIT PARAGRAPH
    END-IF.

    MOVE 'R' TO DEC-STATUT.
    MOVE WS-DATE-DU-JOUR TO DEC-DATE-RESILIATION.
    MOVE LK-OPERATEUR TO DEC-OPERATEUR-RESILIATION.
    REWRITE DECOUVERT-RECORD.
    IF WS-DEC-STATUS = '00'
        DISPLAY "Autorisation de découvert résiliée."
        CALL 'journaliser' USING WS-COMPTE-SAISI "DECOUV-RESIL"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC REWRITE DECOUVERTS-FILE (statut " WS-DEC-STATUS
            ")."
    END-IF.

CONSULTER-DECOUVERT.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    MOVE WS-COMPTE-SAISI TO DEC-NUMERO-COMPTE.
    READ DECOUVERTS-FILE KEY IS DEC-NUMERO-COMPTE.
    IF WS-DEC-STATUS = '00'
        DISPLAY "Découvert autorisé : " DEC-LIMITE
            "  taux débiteur : " DEC-TAUX-DEBITEUR
        DISPLAY "Du " DEC-DATE-DEBUT " au " DEC-DATE-EXPIRATION
            "  accordé le " DEC-DATE-ACCORD " par " DEC-OPERATEUR
            "  statut " DEC-STATUT
        IF DEC-STATUT = 'R'
            DISPLAY "Résiliée le " DEC-DATE-RESILIATION " par "
                DEC-OPERATEUR-RESILIATION
        END-IF
    ELSE
        DISPLAY "Aucune autorisation de découvert sur ce compte."
    END-IF.

    OPEN INPUT AGIOS-FILE.
    IF WS-AGI-STATUS NOT = '00'
        DISPLAY "Aucun agio couru."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-COMPTE-SAISI TO AGI-NUMERO-COMPTE.
    READ AGIOS-FILE KEY IS AGI-NUMERO-COMPTE.
    IF WS-AGI-STATUS = '00'
        DISPLAY "Agios courus depuis le " AGI-DATE-DEBUT-PERIODE
            " (dernier calcul " AGI-DATE-DERNIER-CALCUL ") :"
        DISPLAY "  jours débiteurs " AGI-NB-JOURS-DEBITEURS
            "  plus fort découvert " AGI-PLUS-FORT-DECOUVERT
        DISPLAY "  part autorisée  " AGI-INTERETS-AUTORISES
        DISPLAY "  dépassement     " AGI-INTERETS-DEPASSEMENT
    ELSE
        DISPLAY "Aucun agio couru depuis le dernier arrêté."
    END-IF.
    CLOSE AGIOS-FILE.

CONTROLER-DATE.
    MOVE 'O' TO WS-DATE-VALIDE.
    IF WS-DATE-A-CONTROLER NOT NUMERIC
        OR WS-DATE-A-CONTROLER(5:2) < '01'
        OR WS-DATE-A-CONTROLER(5:2) > '12'
        OR WS-DATE-A-CONTROLER(7:2) < '01'
        OR WS-DATE-A-CONTROLER(7:2) > '31'
        DISPLAY "Date invalide : AAAAMMJJ attendu."
        MOVE 'N' TO WS-DATE-VALIDE
    END-IF.
