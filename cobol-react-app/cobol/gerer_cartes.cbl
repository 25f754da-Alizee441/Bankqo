IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_cartes.

*> Gestion des cartes de débit au guichet (CARTES-FILE, voir
*> CARTE.CPY) :
*>   - émission d'une carte sur un compte actif pour un porteur qui
*>     a pouvoir d'y opérer seul (verifier_pouvoir : titulaire,
*>     co-titulaire ou mandataire), numéro de carte contrôlé par sa
*>     clé de Luhn, validité de trois ans, plafonds journalier et
*>     mensuel par défaut (paramètres PLAFOND-CARTE-JOUR et
*>     PLAFOND-CARTE-MOIS) ;
*>   - mise en opposition d'une carte perdue ou volée, par tout
*>     opérateur : la prochaine autorisation reçue du processeur est
*>     refusée par importer_operations_cartes, le porteur est
*>     prévenu (emettre_notification, code OPPOS-CARTE) ;
*>   - annulation d'une carte (restituée, compte clôturé...) ;
*>   - modification des plafonds, réservée au superviseur ;
*>   - liste des cartes d'un compte et des autorisations d'une carte
*>     (AUTORISATIONS-CARTE-FILE, voir AUTOCRT.CPY).
*> Pendant la chaîne de nuit (guichets fermés), seules l'opposition
*> et les consultations restent permises.
*> Le numéro de carte n'est jamais affiché en entier : six premiers
*> et quatre derniers chiffres.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CARTES-FILE ASSIGN TO 'cartes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRT-NUMERO-CARTE
        ALTERNATE RECORD KEY IS CRT-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-CRT-STATUS.

    SELECT AUTORISATIONS-CARTE-FILE
        ASSIGN TO 'autorisations_cartes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACA-NUMERO-AUTORISATION
        ALTERNATE RECORD KEY IS ACA-NUMERO-CARTE WITH DUPLICATES
        FILE STATUS IS WS-ACA-STATUS.

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
FD CARTES-FILE.
COPY CARTE.

FD AUTORISATIONS-CARTE-FILE.
COPY AUTOCRT.

FD COMPTES-FILE.
COPY COMPTE.

FD CLIENTS-FILE.
COPY CLIENT.

WORKING-STORAGE SECTION.
01 WS-CRT-STATUS            PIC X(02).
01 WS-ACA-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-ACTION-DATE            PIC X(01).
01 WS-DATE-COMPTABLE         PIC X(08).
01 WS-ETAT-GUICHETS          PIC X(01).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-CARTE-SAISIE           PIC X(16).
01 WS-CARTE-MASQUEE          PIC X(16).
01 WS-ID-PORTEUR             PIC X(10).
01 WS-NOM-PORTEUR            PIC X(30).
01 WS-POUVOIR                PIC X(01).
01 WS-NB-SIGNATAIRES         PIC 9(2).
01 WS-TYPE-OPPOSITION        PIC X(01).
01 WS-CONFIRMATION           PIC X(01).
01 WS-PLAFOND-JOUR-SAISI     PIC 9(7)V99.
01 WS-PLAFOND-MOIS-SAISI     PIC 9(9)V99.
01 WS-ANNEE-EXPIRATION       PIC 9(4).
01 WS-NB-CARTES              PIC 9(4).
01 WS-NB-AUTORISATIONS       PIC 9(6).
01 WS-CLE-VALIDE             PIC X(01).
01 WS-SOMME-LUHN             PIC 9(3).
01 WS-POSITION               PIC 9(2).
01 WS-CHIFFRE                PIC 9(2).
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-COMPLEMENT-NOTIF       PIC X(30).
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_cartes".
01 WS-MESSAGE-ERREUR         PIC X(50).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-CARTES.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O CARTES-FILE.
    IF WS-CRT-STATUS = '35'
        OPEN OUTPUT CARTES-FILE
        CLOSE CARTES-FILE
        OPEN I-O CARTES-FILE
    END-IF.
    IF WS-CRT-STATUS NOT = '00'
        DISPLAY "Ouverture de CARTES-FILE impossible (statut "
            WS-CRT-STATUS ")."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- CARTES DE DEBIT ---"
        DISPLAY "1. Emettre une carte"
        DISPLAY "2. Mettre une carte en opposition (perte ou vol)"
        DISPLAY "3. Annuler une carte"
        DISPLAY "4. Modifier les plafonds (superviseur)"
        DISPLAY "5. Lister les cartes d'un compte"
        DISPLAY "6. Lister les autorisations d'une carte"
        DISPLAY "7. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM CONTROLER-GUICHETS-OUVERTS
                IF WS-ETAT-GUICHETS NOT = 'C'
                    PERFORM EMETTRE-CARTE
                END-IF
            WHEN 2
                PERFORM METTRE-EN-OPPOSITION
            WHEN 3
                PERFORM CONTROLER-GUICHETS-OUVERTS
                IF WS-ETAT-GUICHETS NOT = 'C'
                    PERFORM ANNULER-CARTE
                END-IF
            WHEN 4
                PERFORM CONTROLER-GUICHETS-OUVERTS
                IF WS-ETAT-GUICHETS NOT = 'C'
                    PERFORM MODIFIER-PLAFONDS
                END-IF
            WHEN 5
                PERFORM LISTER-CARTES-COMPTE
            WHEN 6
                PERFORM LISTER-AUTORISATIONS
            WHEN 7
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE CARTES-FILE.
    GOBACK.

*> Pendant la chaîne de nuit, l'émission, l'annulation et les
*> plafonds attendent la réouverture des guichets.
CONTROLER-GUICHETS-OUVERTS.
    MOVE 'L' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-COMPTABLE
        WS-ETAT-GUICHETS LK-OPERATEUR.
    IF WS-ETAT-GUICHETS = 'C'
        DISPLAY "Chaîne de nuit en cours : seules l'opposition et les"
            " consultations sont permises."
    END-IF.

EMETTRE-CARTE.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    OPEN INPUT COMPTES-FILE.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-COMPTE-SAISI WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY WS-MESSAGE-ERREUR
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    CLOSE COMPTES-FILE.
    IF STATUT-COMPTE NOT = 'A'
        DISPLAY "Compte " WS-COMPTE-SAISI " non actif (statut "
            STATUT-COMPTE ") : carte refusée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Titulaire : " NOM-TITULAIRE " Devise : " DEVISE.

    DISPLAY "Identifiant client du porteur : ".
    ACCEPT WS-ID-PORTEUR.
    CALL 'verifier_pouvoir' USING NUMERO-COMPTE
        ID-CLIENT OF COMPTE-RECORD WS-ID-PORTEUR WS-DATE-DU-JOUR
        WS-POUVOIR WS-NB-SIGNATAIRES.
    IF WS-POUVOIR NOT = 'S'
        DISPLAY "Le porteur doit avoir pouvoir de signer seul sur le"
            " compte " NUMERO-COMPTE " : carte refusée."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-PORTEUR.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Fiche client " WS-ID-PORTEUR " introuvable."
        EXIT PARAGRAPH
    END-IF.
    IF DATE-DECES-CLIENT NOT = SPACES
        DISPLAY "Porteur décédé le " DATE-DECES-CLIENT
            " : carte refusée."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Numéro de la carte (16 chiffres) : ".
    ACCEPT WS-CARTE-SAISIE.
    PERFORM CONTROLER-CLE-LUHN.
    IF WS-CLE-VALIDE NOT = 'O'
        DISPLAY "Numéro de carte invalide (clé de contrôle)."
        EXIT PARAGRAPH
    END-IF.

    PERFORM DETERMINER-PLAFONDS-DEFAUT.
    MOVE WS-DATE-DU-JOUR(1:4) TO WS-ANNEE-EXPIRATION.
    ADD 3 TO WS-ANNEE-EXPIRATION.

    MOVE WS-CARTE-SAISIE TO CRT-NUMERO-CARTE.
    MOVE WS-COMPTE-SAISI TO CRT-NUMERO-COMPTE.
    MOVE WS-ID-PORTEUR TO CRT-ID-PORTEUR.
    MOVE WS-NOM-PORTEUR TO CRT-NOM-PORTEUR.
    MOVE SPACES TO CRT-DATE-EXPIRATION.
    STRING WS-ANNEE-EXPIRATION WS-DATE-DU-JOUR(5:2)
        DELIMITED BY SIZE INTO CRT-DATE-EXPIRATION.
    MOVE 'A' TO CRT-STATUT.
    MOVE WS-PLAFOND-JOUR-SAISI TO CRT-PLAFOND-JOUR.
    MOVE WS-PLAFOND-MOIS-SAISI TO CRT-PLAFOND-MOIS.
    MOVE SPACES TO CRT-DATE-CUMUL-JOUR.
    MOVE 0 TO CRT-CUMUL-JOUR.
    MOVE SPACES TO CRT-MOIS-CUMUL.
    MOVE 0 TO CRT-CUMUL-MOIS.
    MOVE WS-DATE-DU-JOUR TO CRT-DATE-EMISSION.
    MOVE LK-OPERATEUR TO CRT-OPERATEUR.
    MOVE SPACES TO CRT-DATE-OPPOSITION.
    MOVE SPACES TO CRT-OPERATEUR-OPPOSITION.
    WRITE CARTE-RECORD.
    EVALUATE WS-CRT-STATUS
        WHEN '00'
            PERFORM MASQUER-NUMERO-CARTE
            DISPLAY "Carte " WS-CARTE-MASQUEE " émise sur le compte "
                CRT-NUMERO-COMPTE " pour " CRT-NOM-PORTEUR
            DISPLAY "Expire fin " CRT-DATE-EXPIRATION
                " Plafond jour : " CRT-PLAFOND-JOUR
                " Plafond mois : " CRT-PLAFOND-MOIS
        WHEN '22'
            DISPLAY "Numéro de carte déjà enregistré."
        WHEN OTHER
            DISPLAY "ECHEC WRITE CARTES-FILE (statut " WS-CRT-STATUS
                ")."
    END-EVALUATE.

LIRE-PORTEUR.
    MOVE SPACES TO WS-NOM-PORTEUR.
    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ID-PORTEUR TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    IF WS-CLIENT-STATUS = '00'
        MOVE NOM-CLIENT TO WS-NOM-PORTEUR
    END-IF.
    CLOSE CLIENTS-FILE.

DETERMINER-PLAFONDS-DEFAUT.
    MOVE "PLAFOND-CARTE-JOUR" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-PLAFOND-JOUR-SAISI
    ELSE
        MOVE 500.00 TO WS-PLAFOND-JOUR-SAISI
    END-IF.
    MOVE "PLAFOND-CARTE-MOIS" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-PLAFOND-MOIS-SAISI
    ELSE
        MOVE 2500.00 TO WS-PLAFOND-MOIS-SAISI
    END-IF.

*> Clé de Luhn : en partant de la droite, un chiffre sur deux est
*> doublé (moins 9 s'il dépasse 9) ; la somme doit finir par zéro.
CONTROLER-CLE-LUHN.
    MOVE 'N' TO WS-CLE-VALIDE.
    IF WS-CARTE-SAISIE NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-SOMME-LUHN.
    PERFORM VARYING WS-POSITION FROM 16 BY -1 UNTIL WS-POSITION < 1
        MOVE WS-CARTE-SAISIE(WS-POSITION:1) TO WS-CHIFFRE
        IF FUNCTION MOD(WS-POSITION, 2) = 1
            MULTIPLY 2 BY WS-CHIFFRE
            IF WS-CHIFFRE > 9
                SUBTRACT 9 FROM WS-CHIFFRE
            END-IF
        END-IF
        ADD WS-CHIFFRE TO WS-SOMME-LUHN
    END-PERFORM.
    IF FUNCTION MOD(WS-SOMME-LUHN, 10) = 0
        MOVE 'O' TO WS-CLE-VALIDE
    END-IF.

MASQUER-NUMERO-CARTE.
    MOVE SPACES TO WS-CARTE-MASQUEE.
    STRING CRT-NUMERO-CARTE(1:6) "******" CRT-NUMERO-CARTE(13:4)
        DELIMITED BY SIZE INTO WS-CARTE-MASQUEE.

LIRE-CARTE.
    DISPLAY "Numéro de la carte : ".
    ACCEPT WS-CARTE-SAISIE.
    MOVE WS-CARTE-SAISIE TO CRT-NUMERO-CARTE.
    READ CARTES-FILE KEY IS CRT-NUMERO-CARTE.
    IF WS-CRT-STATUS NOT = '00'
        DISPLAY "Carte inconnue."
        EXIT PARAGRAPH
    END-IF.
    PERFORM MASQUER-NUMERO-CARTE.
    DISPLAY "Carte " WS-CARTE-MASQUEE " compte " CRT-NUMERO-COMPTE
        " porteur " CRT-NOM-PORTEUR " statut " CRT-STATUT.

*> Opposition immédiate : les autorisations déjà accordées par le
*> processeur restent dues au commerçant et seront compensées.
METTRE-EN-OPPOSITION.
    PERFORM LIRE-CARTE.
    IF WS-CRT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF CRT-STATUT NOT = 'A'
        DISPLAY "Carte déjà en opposition ou annulée le "
            CRT-DATE-OPPOSITION " par " CRT-OPERATEUR-OPPOSITION "."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Perte (P) ou vol (V) : ".
    ACCEPT WS-TYPE-OPPOSITION.
    IF WS-TYPE-OPPOSITION NOT = 'P' AND WS-TYPE-OPPOSITION NOT = 'V'
        DISPLAY "Réponse P ou V attendue."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Confirmer l'opposition, définitive (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Opposition abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-TYPE-OPPOSITION TO CRT-STATUT.
    PERFORM ENREGISTRER-FIN-CARTE.
    IF WS-CRT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-COMPLEMENT-NOTIF.
    IF CRT-STATUT = 'V'
        STRING "CARTE " WS-CARTE-MASQUEE " VOL" DELIMITED BY SIZE
            INTO WS-COMPLEMENT-NOTIF
    ELSE
        STRING "CARTE " WS-CARTE-MASQUEE " PERTE" DELIMITED BY SIZE
            INTO WS-COMPLEMENT-NOTIF
    END-IF.
    CALL 'emettre_notification' USING CRT-ID-PORTEUR
        CRT-NUMERO-COMPTE "OPPOS-CARTE" WS-COMPLEMENT-NOTIF.
    DISPLAY "Carte " WS-CARTE-MASQUEE " en opposition : toute"
        " nouvelle autorisation sera refusée.".

ANNULER-CARTE.
    PERFORM LIRE-CARTE.
    IF WS-CRT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF CRT-STATUT NOT = 'A'
        DISPLAY "Carte déjà en opposition ou annulée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Confirmer l'annulation, définitive (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Annulation abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'X' TO CRT-STATUT.
    PERFORM ENREGISTRER-FIN-CARTE.
    IF WS-CRT-STATUS = '00'
        DISPLAY "Carte " WS-CARTE-MASQUEE " annulée."
    END-IF.

ENREGISTRER-FIN-CARTE.
    MOVE WS-DATE-DU-JOUR TO CRT-DATE-OPPOSITION.
    MOVE LK-OPERATEUR TO CRT-OPERATEUR-OPPOSITION.
    REWRITE CARTE-RECORD.
    IF WS-CRT-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE CARTES-FILE (statut " WS-CRT-STATUS
            ")."
    END-IF.

MODIFIER-PLAFONDS.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-CARTE.
    IF WS-CRT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF CRT-STATUT NOT = 'A'
        DISPLAY "Carte en opposition ou annulée : plafonds figés."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Plafonds actuels : jour " CRT-PLAFOND-JOUR
        " mois " CRT-PLAFOND-MOIS.
    DISPLAY "Nouveau plafond journalier : ".
    ACCEPT WS-PLAFOND-JOUR-SAISI.
    DISPLAY "Nouveau plafond mensuel : ".
    ACCEPT WS-PLAFOND-MOIS-SAISI.
    IF WS-PLAFOND-JOUR-SAISI NOT > 0
        OR WS-PLAFOND-MOIS-SAISI < WS-PLAFOND-JOUR-SAISI
        DISPLAY "Plafonds invalides : le plafond mensuel doit couvrir"
            " le plafond journalier."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-PLAFOND-JOUR-SAISI TO CRT-PLAFOND-JOUR.
    MOVE WS-PLAFOND-MOIS-SAISI TO CRT-PLAFOND-MOIS.
    REWRITE CARTE-RECORD.
    IF WS-CRT-STATUS = '00'
        DISPLAY "Plafonds modifiés."
    ELSE
        DISPLAY "ECHEC REWRITE CARTES-FILE (statut " WS-CRT-STATUS
            ")."
    END-IF.

LISTER-CARTES-COMPTE.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    MOVE 0 TO WS-NB-CARTES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-COMPTE-SAISI TO CRT-NUMERO-COMPTE.
    START CARTES-FILE KEY IS = CRT-NUMERO-COMPTE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Carte            Porteur                        Expire"
        " St Plafond jour Plafond mois  Cumul jour    Cumul mois".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ CARTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF CRT-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM MASQUER-NUMERO-CARTE
                    DISPLAY WS-CARTE-MASQUEE " " CRT-NOM-PORTEUR " "
                        CRT-DATE-EXPIRATION " " CRT-STATUT "  "
                        CRT-PLAFOND-JOUR " " CRT-PLAFOND-MOIS " "
                        CRT-CUMUL-JOUR " " CRT-CUMUL-MOIS
                    ADD 1 TO WS-NB-CARTES
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Cartes du compte : " WS-NB-CARTES.

LISTER-AUTORISATIONS.
    DISPLAY "Numéro de la carte : ".
    ACCEPT WS-CARTE-SAISIE.
    OPEN INPUT AUTORISATIONS-CARTE-FILE.
    IF WS-ACA-STATUS NOT = '00'
        DISPLAY "Aucune autorisation reçue du processeur."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-NB-AUTORISATIONS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-CARTE-SAISIE TO ACA-NUMERO-CARTE.
    START AUTORISATIONS-CARTE-FILE KEY IS = ACA-NUMERO-CARTE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Autorisation Date     Commerçant                Montant"
        "          St Expire   Compensé".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ AUTORISATIONS-CARTE-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ACA-NUMERO-CARTE NOT = WS-CARTE-SAISIE
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    DISPLAY ACA-NUMERO-AUTORISATION " "
                        ACA-DATE-OPERATION " " ACA-COMMERCANT " "
                        ACA-MONTANT " " ACA-STATUT "  "
                        ACA-DATE-EXPIRATION " " ACA-MONTANT-COMPENSE
                    IF ACA-STATUT = 'R'
                        DISPLAY "    Refus : " ACA-MOTIF
                    END-IF
                    ADD 1 TO WS-NB-AUTORISATIONS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUTORISATIONS-CARTE-FILE.
    DISPLAY "Autorisations : " WS-NB-AUTORISATIONS.
