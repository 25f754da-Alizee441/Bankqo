IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_intervenants.

*> Guichet des co-titulaires et mandataires (INTERVENANTS-FILE, voir
*> INTERV.CPY) : inscription d'une personne sur un compte avec son
*> rôle (titulaire, co-titulaire, mandataire, représentant légal),
*> sa règle de signature (seul ou conjointe), ses dates de validité
*> et, pour un co-titulaire, sa quote-part ; révocation ; liste des
*> intervenants d'un compte. La personne doit exister dans
*> CLIENTS-FILE. Le rôle T n'est accepté que pour le titulaire
*> principal du compte (ID-CLIENT du compte), qui ne peut prendre
*> aucun autre rôle ; les quotes-parts des co-titulaires doivent
*> laisser une part au titulaire principal. Chaque inscription ou
*> révocation est tracée au journal sans mouvement de solde
*> (INTERVENANT, INTERV-REVOC). Les pouvoirs sont contrôlés par
*> verifier_pouvoir au moment de chaque opération.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT OF COMPTE-RECORD
            WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENT OF CLIENT-RECORD
        FILE STATUS IS WS-CLIENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTERVENANTS-FILE.
COPY INTERV.

FD COMPTES-FILE.
COPY COMPTE.

FD CLIENTS-FILE.
COPY CLIENT.

WORKING-STORAGE SECTION.
01 WS-INT-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-CLIENT-SAISI           PIC X(10).
01 WS-ID-TITULAIRE           PIC X(10).
01 WS-ROLE-SAISI             PIC X(01).
01 WS-SIGNATURE-SAISIE       PIC X(01).
01 WS-QUOTE-PART-SAISIE      PIC 9(3)V99.
01 WS-TOTAL-QUOTES-PARTS     PIC 9(5)V99.
01 WS-DATE-DEBUT-SAISIE      PIC X(08).
01 WS-DATE-FIN-SAISIE        PIC X(08).
01 WS-DATE-A-CONTROLER       PIC X(08).
01 WS-DATE-VALIDE            PIC X(01).
01 WS-NB-INTERVENANTS        PIC 9(3).
01 WS-LIBELLE-ROLE           PIC X(22).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-SOLDE-NUL              PIC S9(13)V99 VALUE 0.
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_interv".
01 WS-MESSAGE-ERREUR         PIC X(50).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).

PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-INTERVENANTS.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O INTERVENANTS-FILE.
    IF WS-INT-STATUS = '35'
        OPEN OUTPUT INTERVENANTS-FILE
        CLOSE INTERVENANTS-FILE
        OPEN I-O INTERVENANTS-FILE
    END-IF.
    IF WS-INT-STATUS NOT = '00'
        DISPLAY "Ouverture de INTERVENANTS-FILE impossible (statut "
            WS-INT-STATUS ")."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- CO-TITULAIRES ET MANDATAIRES ---"
        DISPLAY "1. Inscrire un intervenant sur un compte"
        DISPLAY "2. Révoquer un intervenant"
        DISPLAY "3. Lister les intervenants d'un compte"
        DISPLAY "4. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM INSCRIRE-INTERVENANT
            WHEN 2
                PERFORM REVOQUER-INTERVENANT
            WHEN 3
                PERFORM LISTER-INTERVENANTS
            WHEN 4
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE INTERVENANTS-FILE.
    GOBACK.

INSCRIRE-INTERVENANT.
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
    IF STATUT-COMPTE = 'C'
        DISPLAY "Compte clôturé : inscription refusée."
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT OF COMPTE-RECORD TO WS-ID-TITULAIRE.

    DISPLAY "Identifiant client de l'intervenant : ".
    ACCEPT WS-CLIENT-SAISI.
    OPEN INPUT CLIENTS-FILE.
    MOVE WS-CLIENT-SAISI TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    CLOSE CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Client " WS-CLIENT-SAISI " inconnu : inscription"
            " refusée."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Rôle (T=titulaire, C=co-titulaire, M=mandataire,"
        " R=représentant légal) : ".
    ACCEPT WS-ROLE-SAISI.
    IF WS-ROLE-SAISI NOT = 'T' AND WS-ROLE-SAISI NOT = 'C'
        AND WS-ROLE-SAISI NOT = 'M' AND WS-ROLE-SAISI NOT = 'R'
        DISPLAY "Rôle invalide."
        EXIT PARAGRAPH
    END-IF.
    IF WS-ROLE-SAISI = 'T' AND WS-CLIENT-SAISI NOT = WS-ID-TITULAIRE
        DISPLAY "Le rôle T est réservé au titulaire principal du"
            " compte (" WS-ID-TITULAIRE ")."
        EXIT PARAGRAPH
    END-IF.
    IF WS-ROLE-SAISI NOT = 'T' AND WS-CLIENT-SAISI = WS-ID-TITULAIRE
        DISPLAY "Le titulaire principal ne peut être inscrit qu'avec"
            " le rôle T."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Signature (S=seul, J=conjointe) : ".
    ACCEPT WS-SIGNATURE-SAISIE.
    IF WS-SIGNATURE-SAISIE NOT = 'S' AND WS-SIGNATURE-SAISIE NOT = 'J'
        DISPLAY "Règle de signature invalide."
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-QUOTE-PART-SAISIE.
    IF WS-ROLE-SAISI = 'C'
        DISPLAY "Quote-part du co-titulaire en % (ex. 50.00) : "
        ACCEPT WS-QUOTE-PART-SAISIE
        IF WS-QUOTE-PART-SAISIE NOT > 0
            DISPLAY "La quote-part doit être positive."
            EXIT PARAGRAPH
        END-IF
        PERFORM TOTALISER-QUOTES-PARTS
        ADD WS-QUOTE-PART-SAISIE TO WS-TOTAL-QUOTES-PARTS
        IF WS-TOTAL-QUOTES-PARTS NOT < 100
            DISPLAY "Quotes-parts des co-titulaires trop élevées ("
                WS-TOTAL-QUOTES-PARTS " %) : le titulaire principal"
                " doit garder une part."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    DISPLAY "Date de début (AAAAMMJJ, vide = aujourd'hui) : ".
    ACCEPT WS-DATE-DEBUT-SAISIE.
    IF WS-DATE-DEBUT-SAISIE = SPACES
        MOVE WS-DATE-DU-JOUR TO WS-DATE-DEBUT-SAISIE
    END-IF.
    MOVE WS-DATE-DEBUT-SAISIE TO WS-DATE-A-CONTROLER.
    PERFORM CONTROLER-DATE.
    IF WS-DATE-VALIDE = 'N'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date de fin (AAAAMMJJ, vide = sans échéance) : ".
    ACCEPT WS-DATE-FIN-SAISIE.
    IF WS-DATE-FIN-SAISIE NOT = SPACES
        MOVE WS-DATE-FIN-SAISIE TO WS-DATE-A-CONTROLER
        PERFORM CONTROLER-DATE
        IF WS-DATE-VALIDE = 'N'
            EXIT PARAGRAPH
        END-IF
        IF WS-DATE-FIN-SAISIE < WS-DATE-DEBUT-SAISIE
            DISPLAY "La date de fin précède la date de début."
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-COMPTE-SAISI TO INT-NUMERO-COMPTE.
    MOVE WS-CLIENT-SAISI TO INT-ID-CLIENT.
    READ INTERVENANTS-FILE KEY IS INT-CLE.
    IF WS-INT-STATUS = '00' AND INT-STATUT = 'A'
        DISPLAY "Ce client est déjà inscrit sur le compte (rôle "
            INT-ROLE ") : le révoquer d'abord."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-COMPTE-SAISI TO INT-NUMERO-COMPTE.
    MOVE WS-CLIENT-SAISI TO INT-ID-CLIENT.
    MOVE WS-ROLE-SAISI TO INT-ROLE.
    MOVE WS-SIGNATURE-SAISIE TO INT-SIGNATURE.
    MOVE WS-QUOTE-PART-SAISIE TO INT-QUOTE-PART.
    MOVE WS-DATE-DEBUT-SAISIE TO INT-DATE-DEBUT.
    MOVE WS-DATE-FIN-SAISIE TO INT-DATE-FIN.
    MOVE 'A' TO INT-STATUT.
    MOVE WS-DATE-DU-JOUR TO INT-DATE-ENREGISTREMENT.
    MOVE LK-OPERATEUR TO INT-OPERATEUR.
    MOVE SPACES TO INT-DATE-REVOCATION.
    MOVE SPACES TO INT-OPERATEUR-REVOCATION.
    IF WS-INT-STATUS = '00'
        REWRITE INTERVENANT-RECORD
    ELSE
        WRITE INTERVENANT-RECORD
    END-IF.
    IF WS-INT-STATUS = '00'
        DISPLAY "Intervenant " WS-CLIENT-SAISI " inscrit sur le compte "
            WS-COMPTE-SAISI "."
        CALL 'journaliser' USING WS-COMPTE-SAISI "INTERVENANT"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC WRITE INTERVENANTS-FILE (statut " WS-INT-STATUS
            ")."
    END-IF.

REVOQUER-INTERVENANT.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    DISPLAY "Identifiant client de l'intervenant : ".
    ACCEPT WS-CLIENT-SAISI.
    MOVE WS-COMPTE-SAISI TO INT-NUMERO-COMPTE.
    MOVE WS-CLIENT-SAISI TO INT-ID-CLIENT.
    READ INTERVENANTS-FILE KEY IS INT-CLE.
    IF WS-INT-STATUS NOT = '00' OR INT-STATUT NOT = 'A'
        DISPLAY "Aucun intervenant actif pour ce compte et ce client."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO INT-STATUT.
    MOVE WS-DATE-DU-JOUR TO INT-DATE-FIN.
    MOVE WS-DATE-DU-JOUR TO INT-DATE-REVOCATION.
    MOVE LK-OPERATEUR TO INT-OPERATEUR-REVOCATION.
    REWRITE INTERVENANT-RECORD.
    IF WS-INT-STATUS = '00'
        DISPLAY "Intervenant révoqué."
        CALL 'journaliser' USING WS-COMPTE-SAISI "INTERV-REVOC"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC REWRITE INTERVENANTS-FILE (statut "
            WS-INT-STATUS ")."
    END-IF.

LISTER-INTERVENANTS.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    MOVE 0 TO WS-NB-INTERVENANTS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-COMPTE-SAISI TO INT-NUMERO-COMPTE.
    MOVE LOW-VALUES TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS >= INT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF INT-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM AFFICHER-INTERVENANT
                END-IF
        END-READ
    END-PERFORM.
    IF WS-NB-INTERVENANTS = 0
        DISPLAY "Aucun intervenant inscrit : le titulaire principal"
            " signe seul."
    END-IF.

AFFICHER-INTERVENANT.
    ADD 1 TO WS-NB-INTERVENANTS.
    EVALUATE INT-ROLE
        WHEN 'T' MOVE "titulaire" TO WS-LIBELLE-ROLE
        WHEN 'C' MOVE "co-titulaire" TO WS-LIBELLE-ROLE
        WHEN 'M' MOVE "mandataire" TO WS-LIBELLE-ROLE
        WHEN 'R' MOVE "représentant légal" TO WS-LIBELLE-ROLE
        WHEN OTHER MOVE INT-ROLE TO WS-LIBELLE-ROLE
    END-EVALUATE.
    DISPLAY INT-ID-CLIENT "  " WS-LIBELLE-ROLE "  signature "
        INT-SIGNATURE "  quote-part " INT-QUOTE-PART
        "  du " INT-DATE-DEBUT " au " INT-DATE-FIN
        "  statut " INT-STATUT.

TOTALISER-QUOTES-PARTS.
    MOVE 0 TO WS-TOTAL-QUOTES-PARTS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-COMPTE-SAISI TO INT-NUMERO-COMPTE.
    MOVE LOW-VALUES TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS >= INT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF INT-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF INT-ROLE = 'C' AND INT-STATUT = 'A'
                        AND INT-ID-CLIENT NOT = WS-CLIENT-SAISI
                        ADD INT-QUOTE-PART TO WS-TOTAL-QUOTES-PARTS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

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
