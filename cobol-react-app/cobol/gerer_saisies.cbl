IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_saisies.

*> Registre des saisies sur comptes (SAISIES-FILE, voir SAISIE.CPY) :
*> saisies-attributions des commissaires de justice et avis à tiers
*> détenteur du Trésor, jusque-là posés à la main en blocage libre.
*> A l'enregistrement (créancier, référence de l'acte, montant
*> réclamé, dates de signification et de fin de contestation) :
*>   - tous les comptes du débiteur sont relus par la clé secondaire
*>     ID-CLIENT de COMPTES-FILE ; le disponible de chacun est son
*>     solde moins les blocages déjà posés (consulter_blocages) ;
*>   - le montant saisissable est le disponible total des comptes
*>     tenus dans la devise de la saisie, moins le solde bancaire
*>     insaisissable (paramètre SOLDE-INSAISISSABLE, 635.71 par
*>     défaut) laissé une seule fois au débiteur, plafonné au
*>     montant réclamé ;
*>   - ce montant est bloqué compte par compte dans BLOCAGES-FILE
*>     (motif SAISIE <numéro>, journal BLOCAGE) ; le détail par
*>     compte va dans SAISIES-COMPTES-FILE (SAISCPT.CPY) ;
*>   - la déclaration du tiers saisi est éditée pour le mandataire
*>     (declaration_saisie_<numéro>.txt : nature et solde de chaque
*>     compte, montant bloqué, solde laissé) et le client est
*>     prévenu (emettre_notification, code SAISIE).
*> La fin de contestation vaut par défaut la date de signification
*> plus le paramètre DELAI-CONTESTATION-JOURS (30 par défaut). Passé
*> ce délai, payer_saisies paie le créancier la nuit suivante par
*> VIREMENTS-SORTANTS-FILE et lève les blocages. Le superviseur peut
*> enregistrer une contestation (paiement suspendu), maintenir la
*> saisie après décision du juge (payée la nuit suivante) ou en
*> donner mainlevée (blocages levés, client prévenu). Les comptes
*> tenus dans une autre devise sont déclarés mais non saisis.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SAISIES-FILE ASSIGN TO 'saisies.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SAI-NUMERO
        FILE STATUS IS WS-SAI-STATUS.

    SELECT SAISIES-COMPTES-FILE ASSIGN TO 'saisies_comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SAC-CLE
        FILE STATUS IS WS-SAC-STATUS.

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

    SELECT BLOCAGES-FILE ASSIGN TO 'blocages.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLO-CLE
        FILE STATUS IS WS-BLO-STATUS.

    SELECT SEQUENCE-BLO-FILE ASSIGN TO 'sequence_blo.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQBLO-NUMERO-COMPTE
        FILE STATUS IS WS-SEQBLO-STATUS.

    SELECT DECLARATION-FILE ASSIGN TO WS-NOM-DECLARATION
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECL-STATUS.

DATA DIVISION.
FILE SECTION.
FD SAISIES-FILE.
COPY SAISIE.

FD SAISIES-COMPTES-FILE.
COPY SAISCPT.

FD CLIENTS-FILE.
COPY CLIENT.

FD COMPTES-FILE.
COPY COMPTE.

FD BLOCAGES-FILE.
COPY BLOCAGE.

FD SEQUENCE-BLO-FILE.
COPY SEQBLO.

FD DECLARATION-FILE.
01 DECLARATION-LIGNE         PIC X(120).

WORKING-STORAGE SECTION.
01 WS-SAI-STATUS            PIC X(02).
01 WS-SAC-STATUS            PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-BLO-STATUS            PIC X(02).
01 WS-SEQBLO-STATUS         PIC X(02).
01 WS-DECL-STATUS           PIC X(02).
01 WS-NOM-DECLARATION        PIC X(40).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-NUMERO-SAISI           PIC X(06).
01 WS-CLIENT-SAISI           PIC X(10).
01 WS-NOM-DEBITEUR           PIC X(30).
01 WS-ADRESSE-DEBITEUR       PIC X(40).
01 WS-DATE-SAISIE            PIC X(08).
01 WS-DATE-A-CONTROLER       PIC X(08).
01 WS-DATE-VALIDE            PIC X(01).
01 WS-CONFIRMATION           PIC X(01).
01 WS-SEQUENCE-PRISE         PIC X(01).
01 WS-NB-SAISIES             PIC 9(6).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-DELAI-CONTESTATION     PIC 9(3).
01 WS-JOURS-ENTIERS          PIC 9(7).
01 WS-DATE-ENTIERE           PIC 9(8).
01 WS-COMPLEMENT-NOTIF       PIC X(30).
01 WS-MONTANT-EDITE          PIC Z(12)9.99.
01 WS-COMPTE-NOTIFIE         PIC X(10).
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_saisies".
01 WS-MESSAGE-ERREUR         PIC X(50).

*> Comptes du débiteur relus à l'enregistrement : disponible et
*> part bloquée de chacun.
01 WS-COMPTES-DEBITEUR.
   05 WS-CD OCCURS 50 TIMES INDEXED BY IDX-CD.
      10 WS-CD-NUMERO         PIC X(10).
      10 WS-CD-TYPE           PIC X(10).
      10 WS-CD-DEVISE         PIC X(03).
      10 WS-CD-SOLDE          PIC S9(13)V99.
      10 WS-CD-DISPONIBLE     PIC S9(13)V99.
      10 WS-CD-BLOQUE         PIC S9(13)V99.
      10 WS-CD-SEQUENCE       PIC 9(6).
01 WS-NB-COMPTES-DEBITEUR    PIC 9(4).
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-TOTAL-DISPONIBLE       PIC S9(13)V99.
01 WS-SOLDE-PROTEGE          PIC S9(13)V99.
01 WS-SAISISSABLE            PIC S9(13)V99.
01 WS-RESTE-A-BLOQUER        PIC S9(13)V99.

01 WS-LIGNE-DECLARATION.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-COMPTE           PIC X(10).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-TYPE             PIC X(10).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-DEVISE           PIC X(03).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-SOLDE            PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-BLOQUE           PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-MENTION          PIC X(25).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-SAISIES.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O SAISIES-FILE.
    IF WS-SAI-STATUS = '35'
        OPEN OUTPUT SAISIES-FILE
        CLOSE SAISIES-FILE
        OPEN I-O SAISIES-FILE
    END-IF.
    IF WS-SAI-STATUS NOT = '00'
        DISPLAY "Ouverture de SAISIES-FILE impossible (statut "
            WS-SAI-STATUS ")."
        GOBACK
    END-IF.
    OPEN I-O SAISIES-COMPTES-FILE.
    IF WS-SAC-STATUS = '35'
        OPEN OUTPUT SAISIES-COMPTES-FILE
        CLOSE SAISIES-COMPTES-FILE
        OPEN I-O SAISIES-COMPTES-FILE
    END-IF.
    IF WS-SAC-STATUS NOT = '00'
        DISPLAY "Ouverture de SAISIES-COMPTES-FILE impossible (statut "
            WS-SAC-STATUS ")."
        CLOSE SAISIES-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- SAISIES SUR COMPTES ---"
        DISPLAY "1. Enregistrer une saisie"
        DISPLAY "2. Consulter une saisie"
        DISPLAY "3. Enregistrer une contestation (superviseur)"
        DISPLAY "4. Maintenir après contestation (superviseur)"
        DISPLAY "5. Mainlevée (superviseur)"
        DISPLAY "6. Lister les saisies en cours"
        DISPLAY "7. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM ENREGISTRER-SAISIE
            WHEN 2
                PERFORM CONSULTER-SAISIE
            WHEN 3
                PERFORM CONTESTER-SAISIE
            WHEN 4
                PERFORM MAINTENIR-SAISIE
            WHEN 5
                PERFORM DONNER-MAINLEVEE
            WHEN 6
                PERFORM LISTER-SAISIES
            WHEN 7
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE SAISIES-COMPTES-FILE.
    CLOSE SAISIES-FILE.
    GOBACK.

ENREGISTRER-SAISIE.
    DISPLAY "Numéro de dossier de saisie (6 caractères) : ".
    ACCEPT WS-NUMERO-SAISI.
    IF WS-NUMERO-SAISI = SPACES
        DISPLAY "Numéro de dossier obligatoire."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-NUMERO-SAISI TO SAI-NUMERO.
    READ SAISIES-FILE KEY IS SAI-NUMERO.
    IF WS-SAI-STATUS = '00'
        DISPLAY "Dossier de saisie déjà enregistré."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Identifiant client du débiteur : ".
    ACCEPT WS-CLIENT-SAISI.
    OPEN INPUT CLIENTS-FILE.
    MOVE WS-CLIENT-SAISI TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    CLOSE CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Fiche client introuvable : " WS-CLIENT-SAISI
        EXIT PARAGRAPH
    END-IF.
    MOVE NOM-CLIENT TO WS-NOM-DEBITEUR.
    MOVE ADRESSE-CLIENT TO WS-ADRESSE-DEBITEUR.
    DISPLAY "Débiteur : " WS-NOM-DEBITEUR.

    INITIALIZE SAISIE-RECORD.
    MOVE WS-NUMERO-SAISI TO SAI-NUMERO.
    MOVE WS-CLIENT-SAISI TO SAI-ID-CLIENT.
    DISPLAY "Nature (H = saisie-attribution, T = avis à tiers"
        " détenteur) : ".
    ACCEPT SAI-NATURE.
    IF SAI-NATURE NOT = 'H' AND SAI-NATURE NOT = 'T'
        DISPLAY "Nature invalide : H ou T attendu."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Créancier : ".
    ACCEPT SAI-CREANCIER.
    DISPLAY "Référence de l'acte : ".
    ACCEPT SAI-REFERENCE.
    IF SAI-CREANCIER = SPACES OR SAI-REFERENCE = SPACES
        DISPLAY "Créancier et référence obligatoires."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Commissaire de justice / comptable public : ".
    ACCEPT SAI-MANDATAIRE.
    DISPLAY "Adresse du mandataire : ".
    ACCEPT SAI-ADRESSE-MANDATAIRE.
    DISPLAY "Banque du créancier (BIC) : ".
    ACCEPT SAI-BANQUE-CREANCIER.
    DISPLAY "Compte du créancier (IBAN) : ".
    ACCEPT SAI-COMPTE-CREANCIER.
    IF SAI-BANQUE-CREANCIER = SPACES OR SAI-COMPTE-CREANCIER = SPACES
        DISPLAY "Coordonnées de règlement du créancier obligatoires."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Montant réclamé : ".
    ACCEPT SAI-MONTANT-RECLAME.
    IF SAI-MONTANT-RECLAME NOT > 0
        DISPLAY "Le montant réclamé doit être positif."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Devise de la saisie (espaces = EUR) : ".
    ACCEPT SAI-DEVISE.
    IF SAI-DEVISE = SPACES
        MOVE "EUR" TO SAI-DEVISE
    END-IF.

    DISPLAY "Date de signification (AAAAMMJJ) : ".
    ACCEPT WS-DATE-SAISIE.
    MOVE WS-DATE-SAISIE TO WS-DATE-A-CONTROLER.
    PERFORM CONTROLER-DATE.
    IF WS-DATE-VALIDE = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-SAISIE > WS-DATE-DU-JOUR
        DISPLAY "La date de signification ne peut pas être future."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DATE-SAISIE TO SAI-DATE-SIGNIFICATION.
    PERFORM DETERMINER-DELAI-CONTESTATION.
    COMPUTE WS-JOURS-ENTIERS = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(SAI-DATE-SIGNIFICATION))
        + WS-DELAI-CONTESTATION.
    COMPUTE WS-DATE-ENTIERE =
        FUNCTION DATE-OF-INTEGER(WS-JOURS-ENTIERS).
    DISPLAY "Fin du délai de contestation (AAAAMMJJ, espaces = "
        WS-DATE-ENTIERE ") : ".
    ACCEPT WS-DATE-SAISIE.
    IF WS-DATE-SAISIE = SPACES
        MOVE WS-DATE-ENTIERE TO SAI-DATE-FIN-CONTESTATION
    ELSE
        MOVE WS-DATE-SAISIE TO WS-DATE-A-CONTROLER
        PERFORM CONTROLER-DATE
        IF WS-DATE-VALIDE = 'N'
            EXIT PARAGRAPH
        END-IF
        IF WS-DATE-SAISIE < SAI-DATE-SIGNIFICATION
            DISPLAY "La fin de contestation précède la"
                " signification."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-DATE-SAISIE TO SAI-DATE-FIN-CONTESTATION
    END-IF.

    PERFORM CHARGER-COMPTES-DEBITEUR.
    IF WS-NB-COMPTES-DEBITEUR = 0
        DISPLAY "Aucun compte pour ce client : déclaration négative"
            " à adresser au mandataire, rien à bloquer."
    END-IF.
    PERFORM CALCULER-SAISISSABLE.
    DISPLAY "Disponible " SAI-DEVISE " tous comptes : "
        WS-TOTAL-DISPONIBLE.
    DISPLAY "Solde insaisissable laissé    : " WS-SOLDE-PROTEGE.
    DISPLAY "Montant saisissable bloqué    : " WS-SAISISSABLE.
    DISPLAY "Confirmer l'enregistrement et les blocages (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Enregistrement abandonné."
        EXIT PARAGRAPH
    END-IF.

    PERFORM POSER-BLOCAGES-SAISIE.
    MOVE WS-SOLDE-PROTEGE TO SAI-SOLDE-PROTEGE.
    MOVE 0 TO SAI-MONTANT-PAYE.
    MOVE WS-DATE-DU-JOUR TO SAI-DATE-ENREGISTREMENT.
    MOVE LK-OPERATEUR TO SAI-OPERATEUR.
    MOVE 'A' TO SAI-STATUT.
    MOVE SPACES TO SAI-DATE-DECISION.
    MOVE SPACES TO SAI-OPERATEUR-DECISION.
    MOVE SPACES TO SAI-DATE-PAIEMENT.
    WRITE SAISIE-RECORD.
    IF WS-SAI-STATUS NOT = '00'
        DISPLAY "ECHEC WRITE SAISIES-FILE (statut " WS-SAI-STATUS
            ") : blocages posés mais dossier non enregistré,"
            " CORRECTION MANUELLE REQUISE."
        EXIT PARAGRAPH
    END-IF.
    PERFORM ECRIRE-DETAIL-COMPTES.
    PERFORM EDITER-DECLARATION.

    MOVE SPACES TO WS-COMPTE-NOTIFIE.
    IF WS-NB-COMPTES-DEBITEUR > 0
        MOVE WS-CD-NUMERO(1) TO WS-COMPTE-NOTIFIE
    END-IF.
    MOVE SAI-MONTANT-BLOQUE TO WS-MONTANT-EDITE.
    MOVE SPACES TO WS-COMPLEMENT-NOTIF.
    STRING SAI-NUMERO " BLOQUE " WS-MONTANT-EDITE
        DELIMITED BY SIZE INTO WS-COMPLEMENT-NOTIF.
    CALL 'emettre_notification' USING SAI-ID-CLIENT WS-COMPTE-NOTIFIE
        "SAISIE" WS-COMPLEMENT-NOTIF.
    DISPLAY "Saisie " SAI-NUMERO " enregistrée : " SAI-MONTANT-BLOQUE
        " " SAI-DEVISE " bloqués, paiement après le "
        SAI-DATE-FIN-CONTESTATION ".".

DETERMINER-DELAI-CONTESTATION.
    MOVE "DELAI-CONTESTATION-JOURS" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-DELAI-CONTESTATION
    ELSE
        MOVE 30 TO WS-DELAI-CONTESTATION
    END-IF.

CHARGER-COMPTES-DEBITEUR.
    MOVE 0 TO WS-NB-COMPTES-DEBITEUR.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-CLIENT-SAISI TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ID-CLIENT OF COMPTE-RECORD NOT = WS-CLIENT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM RETENIR-COMPTE-DEBITEUR
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COMPTES-FILE.

RETENIR-COMPTE-DEBITEUR.
    IF WS-NB-COMPTES-DEBITEUR >= 50
        DISPLAY "Plus de 50 comptes : compte " NUMERO-COMPTE
            " à déclarer et bloquer à la main."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-COMPTES-DEBITEUR.
    SET IDX-CD TO WS-NB-COMPTES-DEBITEUR.
    MOVE NUMERO-COMPTE TO WS-CD-NUMERO(IDX-CD).
    MOVE TYPE-COMPTE TO WS-CD-TYPE(IDX-CD).
    MOVE DEVISE TO WS-CD-DEVISE(IDX-CD).
    MOVE SOLDE-COMPTE TO WS-CD-SOLDE(IDX-CD).
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    COMPUTE WS-CD-DISPONIBLE(IDX-CD) = SOLDE-COMPTE - WS-TOTAL-BLOQUE.
    IF WS-CD-DISPONIBLE(IDX-CD) < 0
        MOVE 0 TO WS-CD-DISPONIBLE(IDX-CD)
    END-IF.
    MOVE 0 TO WS-CD-BLOQUE(IDX-CD).
    MOVE 0 TO WS-CD-SEQUENCE(IDX-CD).

*> Solde bancaire insaisissable : paramètre SOLDE-INSAISISSABLE
*> (montant forfaitaire du RSA pour une personne seule, 635.71 par
*> défaut), laissé une fois au débiteur sur l'ensemble de ses
*> comptes.
CALCULER-SAISISSABLE.
    MOVE 0 TO WS-TOTAL-DISPONIBLE.
    PERFORM VARYING IDX-CD FROM 1 BY 1
        UNTIL IDX-CD > WS-NB-COMPTES-DEBITEUR
        IF WS-CD-DEVISE(IDX-CD) = SAI-DEVISE
            ADD WS-CD-DISPONIBLE(IDX-CD) TO WS-TOTAL-DISPONIBLE
        END-IF
    END-PERFORM.
    MOVE "SOLDE-INSAISISSABLE" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O'
        MOVE WS-PARAM-MONTANT TO WS-SOLDE-PROTEGE
    ELSE
        MOVE 635.71 TO WS-SOLDE-PROTEGE
    END-IF.
    IF WS-SOLDE-PROTEGE > WS-TOTAL-DISPONIBLE
        MOVE WS-TOTAL-DISPONIBLE TO WS-SOLDE-PROTEGE
    END-IF.
    COMPUTE WS-SAISISSABLE = WS-TOTAL-DISPONIBLE - WS-SOLDE-PROTEGE.
    IF WS-SAISISSABLE > SAI-MONTANT-RECLAME
        MOVE SAI-MONTANT-RECLAME TO WS-SAISISSABLE
    END-IF.

*> Le montant saisissable est bloqué compte après compte, dans
*> l'ordre des comptes, jusqu'à épuisement.
POSER-BLOCAGES-SAISIE.
    MOVE 0 TO SAI-MONTANT-BLOQUE.
    MOVE WS-SAISISSABLE TO WS-RESTE-A-BLOQUER.
    OPEN I-O BLOCAGES-FILE.
    IF WS-BLO-STATUS = '35'
        OPEN OUTPUT BLOCAGES-FILE
        CLOSE BLOCAGES-FILE
        OPEN I-O BLOCAGES-FILE
    END-IF.
    IF WS-BLO-STATUS NOT = '00'
        DISPLAY "Ouverture de BLOCAGES-FILE impossible (statut "
            WS-BLO-STATUS ") : aucun blocage posé."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING IDX-CD FROM 1 BY 1
        UNTIL IDX-CD > WS-NB-COMPTES-DEBITEUR
            OR WS-RESTE-A-BLOQUER NOT > 0
        IF WS-CD-DEVISE(IDX-CD) = SAI-DEVISE
            AND WS-CD-DISPONIBLE(IDX-CD) > 0
            PERFORM POSER-BLOCAGE-COMPTE
        END-IF
    END-PERFORM.
    CLOSE BLOCAGES-FILE.

POSER-BLOCAGE-COMPTE.
    IF WS-CD-DISPONIBLE(IDX-CD) < WS-RESTE-A-BLOQUER
        MOVE WS-CD-DISPONIBLE(IDX-CD) TO WS-CD-BLOQUE(IDX-CD)
    ELSE
        MOVE WS-RESTE-A-BLOQUER TO WS-CD-BLOQUE(IDX-CD)
    END-IF.
    PERFORM PRENDRE-SEQUENCE-BLOCAGE.
    IF WS-SEQUENCE-PRISE NOT = 'O'
        MOVE 0 TO WS-CD-BLOQUE(IDX-CD)
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CD-NUMERO(IDX-CD) TO BLO-NUMERO-COMPTE.
    MOVE SEQBLO-DERNIER-NUMERO TO BLO-SEQUENCE.
    MOVE WS-CD-BLOQUE(IDX-CD) TO BLO-MONTANT.
    MOVE SPACES TO BLO-MOTIF.
    STRING "SAISIE " SAI-NUMERO " " SAI-REFERENCE
        DELIMITED BY SIZE INTO BLO-MOTIF.
    MOVE WS-DATE-DU-JOUR TO BLO-DATE-POSE.
    MOVE SPACES TO BLO-DATE-EXPIRATION.
    MOVE LK-OPERATEUR TO BLO-OPERATEUR.
    MOVE 'O' TO BLO-STATUT.
    MOVE SPACES TO BLO-OPERATEUR-LEVEE.
    MOVE SPACES TO BLO-DATE-LEVEE.
    WRITE BLOCAGE-RECORD.
    IF WS-BLO-STATUS = '00'
        MOVE BLO-SEQUENCE TO WS-CD-SEQUENCE(IDX-CD)
        SUBTRACT WS-CD-BLOQUE(IDX-CD) FROM WS-RESTE-A-BLOQUER
        ADD WS-CD-BLOQUE(IDX-CD) TO SAI-MONTANT-BLOQUE
        CALL 'journaliser' USING BLO-NUMERO-COMPTE "BLOCAGE"
            BLO-MONTANT WS-CD-SOLDE(IDX-CD) LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC WRITE BLOCAGES-FILE pour "
            WS-CD-NUMERO(IDX-CD) " (statut " WS-BLO-STATUS ")."
        MOVE 0 TO WS-CD-BLOQUE(IDX-CD)
    END-IF.

PRENDRE-SEQUENCE-BLOCAGE.
    MOVE 'N' TO WS-SEQUENCE-PRISE.
    OPEN I-O SEQUENCE-BLO-FILE.
    IF WS-SEQBLO-STATUS = '35'
        OPEN OUTPUT SEQUENCE-BLO-FILE
        CLOSE SEQUENCE-BLO-FILE
        OPEN I-O SEQUENCE-BLO-FILE
    END-IF.
    MOVE WS-CD-NUMERO(IDX-CD) TO SEQBLO-NUMERO-COMPTE.
    READ SEQUENCE-BLO-FILE KEY IS SEQBLO-NUMERO-COMPTE.
    IF WS-SEQBLO-STATUS = '00'
        ADD 1 TO SEQBLO-DERNIER-NUMERO
        REWRITE SEQUENCE-BLO-RECORD
    ELSE
        MOVE 1 TO SEQBLO-DERNIER-NUMERO
        WRITE SEQUENCE-BLO-RECORD
    END-IF.
    IF WS-SEQBLO-STATUS = '00'
        MOVE 'O' TO WS-SEQUENCE-PRISE
    ELSE
        DISPLAY "ECHEC SEQUENCE-BLO-FILE pour " WS-CD-NUMERO(IDX-CD)
            " statut " WS-SEQBLO-STATUS ". Blocage non posé."
    END-IF.
    CLOSE SEQUENCE-BLO-FILE.

ECRIRE-DETAIL-COMPTES.
    PERFORM VARYING IDX-CD FROM 1 BY 1
        UNTIL IDX-CD > WS-NB-COMPTES-DEBITEUR
        MOVE SAI-NUMERO TO SAC-NUMERO-SAISIE
        MOVE WS-CD-NUMERO(IDX-CD) TO SAC-NUMERO-COMPTE
        MOVE WS-CD-DEVISE(IDX-CD) TO SAC-DEVISE
        MOVE WS-CD-SOLDE(IDX-CD) TO SAC-SOLDE-DECLARE
        MOVE WS-CD-DISPONIBLE(IDX-CD) TO SAC-DISPONIBLE
        MOVE WS-CD-BLOQUE(IDX-CD) TO SAC-MONTANT-BLOQUE
        MOVE WS-CD-SEQUENCE(IDX-CD) TO SAC-BLO-SEQUENCE
        MOVE 0 TO SAC-MONTANT-PAYE
        IF WS-CD-BLOQUE(IDX-CD) > 0
            MOVE 'B' TO SAC-STATUT
        ELSE
            MOVE 'N' TO SAC-STATUT
        END-IF
        WRITE SAISIE-COMPTE-RECORD
        IF WS-SAC-STATUS NOT = '00'
            DISPLAY "ECHEC WRITE SAISIES-COMPTES-FILE pour "
                WS-CD-NUMERO(IDX-CD) " (statut " WS-SAC-STATUS
                "), CORRECTION MANUELLE REQUISE."
        END-IF
    END-PERFORM.

*> Déclaration du tiers saisi : nature et solde de chaque compte du
*> débiteur au jour de la saisie, sommes rendues indisponibles et
*> solde laissé au titre de l'insaisissabilité.
EDITER-DECLARATION.
    MOVE SPACES TO WS-NOM-DECLARATION.
    STRING "declaration_saisie_" DELIMITED BY SIZE
        SAI-NUMERO DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-NOM-DECLARATION.
    OPEN OUTPUT DECLARATION-FILE.
    IF WS-DECL-STATUS NOT = '00'
        DISPLAY "Création de la déclaration impossible (statut "
            WS-DECL-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "A l'attention de : " SAI-MANDATAIRE
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "                   " SAI-ADRESSE-MANDATAIRE
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    IF SAI-NATURE = 'T'
        STRING "DECLARATION DU TIERS DETENTEUR - avis du "
            SAI-DATE-SIGNIFICATION " réf. " SAI-REFERENCE
            DELIMITED BY SIZE INTO DECLARATION-LIGNE
    ELSE
        STRING "DECLARATION DU TIERS SAISI - acte signifié le "
            SAI-DATE-SIGNIFICATION " réf. " SAI-REFERENCE
            DELIMITED BY SIZE INTO DECLARATION-LIGNE
    END-IF.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "Dossier " SAI-NUMERO " - créancier : " SAI-CREANCIER
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "Débiteur : " SAI-ID-CLIENT " " WS-NOM-DEBITEUR
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "           " WS-ADRESSE-DEBITEUR
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    MOVE SAI-MONTANT-RECLAME TO WS-MONTANT-EDITE.
    STRING "Montant réclamé : " WS-MONTANT-EDITE " " SAI-DEVISE
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    IF WS-NB-COMPTES-DEBITEUR = 0
        MOVE "Le débiteur n'est titulaire d'aucun compte dans nos"
            & " livres." TO DECLARATION-LIGNE
        WRITE DECLARATION-LIGNE
    ELSE
        MOVE "  Compte      Nature      Dev  Solde              "
            & "Rendu indisponible" TO DECLARATION-LIGNE
        WRITE DECLARATION-LIGNE
        PERFORM VARYING IDX-CD FROM 1 BY 1
            UNTIL IDX-CD > WS-NB-COMPTES-DEBITEUR
            PERFORM EDITER-LIGNE-DECLARATION
        END-PERFORM
    END-IF.
    MOVE SPACES TO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    MOVE SAI-MONTANT-BLOQUE TO WS-MONTANT-EDITE.
    STRING "Total rendu indisponible : " WS-MONTANT-EDITE " "
        SAI-DEVISE DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    MOVE SAI-SOLDE-PROTEGE TO WS-MONTANT-EDITE.
    STRING "Solde bancaire insaisissable laissé au débiteur : "
        WS-MONTANT-EDITE " " SAI-DEVISE
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "Sommes versées au créancier à l'expiration du délai de"
        " contestation (" SAI-DATE-FIN-CONTESTATION ")."
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    MOVE SPACES TO DECLARATION-LIGNE.
    STRING "Edité le " WS-DATE-DU-JOUR " par " LK-OPERATEUR
        DELIMITED BY SIZE INTO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.
    CLOSE DECLARATION-FILE.
    DISPLAY "Déclaration du tiers saisi : " WS-NOM-DECLARATION.

EDITER-LIGNE-DECLARATION.
    MOVE WS-CD-NUMERO(IDX-CD) TO WS-LD-COMPTE.
    MOVE WS-CD-TYPE(IDX-CD) TO WS-LD-TYPE.
    MOVE WS-CD-DEVISE(IDX-CD) TO WS-LD-DEVISE.
    MOVE WS-CD-SOLDE(IDX-CD) TO WS-LD-SOLDE.
    MOVE WS-CD-BLOQUE(IDX-CD) TO WS-LD-BLOQUE.
    MOVE SPACES TO WS-LD-MENTION.
    IF WS-CD-DEVISE(IDX-CD) NOT = SAI-DEVISE
        MOVE "devise hors saisie" TO WS-LD-MENTION
    ELSE
        IF WS-CD-SOLDE(IDX-CD) > WS-CD-DISPONIBLE(IDX-CD)
            MOVE "saisies/blocages antér." TO WS-LD-MENTION
        END-IF
    END-IF.
    MOVE WS-LIGNE-DECLARATION TO DECLARATION-LIGNE.
    WRITE DECLARATION-LIGNE.

LIRE-SAISIE.
    DISPLAY "Numéro de dossier de saisie : ".
    ACCEPT WS-NUMERO-SAISI.
    MOVE WS-NUMERO-SAISI TO SAI-NUMERO.
    READ SAISIES-FILE KEY IS SAI-NUMERO.
    IF WS-SAI-STATUS NOT = '00'
        DISPLAY "Dossier de saisie introuvable."
    END-IF.

CONSULTER-SAISIE.
    PERFORM LIRE-SAISIE.
    IF WS-SAI-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Saisie " SAI-NUMERO " (" SAI-NATURE ") débiteur "
        SAI-ID-CLIENT " statut " SAI-STATUT.
    DISPLAY "Créancier : " SAI-CREANCIER " réf. " SAI-REFERENCE.
    DISPLAY "Mandataire : " SAI-MANDATAIRE.
    DISPLAY "Réclamé : " SAI-MONTANT-RECLAME " " SAI-DEVISE
        " bloqué : " SAI-MONTANT-BLOQUE " payé : " SAI-MONTANT-PAYE.
    DISPLAY "Signifiée le " SAI-DATE-SIGNIFICATION
        " fin de contestation " SAI-DATE-FIN-CONTESTATION.
    IF SAI-DATE-DECISION NOT = SPACES
        DISPLAY "Décision du " SAI-DATE-DECISION " par "
            SAI-OPERATEUR-DECISION
    END-IF.
    IF SAI-DATE-PAIEMENT NOT = SPACES
        DISPLAY "Payée le " SAI-DATE-PAIEMENT
    END-IF.
    DISPLAY "Compte     Dev Solde déclaré      Bloqué"
        "             Payé               Statut".
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE SAI-NUMERO TO SAC-NUMERO-SAISIE.
    MOVE LOW-VALUES TO SAC-NUMERO-COMPTE.
    START SAISIES-COMPTES-FILE KEY IS >= SAC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SAISIES-COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF SAC-NUMERO-SAISIE NOT = SAI-NUMERO
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    DISPLAY SAC-NUMERO-COMPTE " " SAC-DEVISE " "
                        SAC-SOLDE-DECLARE " " SAC-MONTANT-BLOQUE " "
                        SAC-MONTANT-PAYE " " SAC-STATUT
                END-IF
        END-READ
    END-PERFORM.

CONTESTER-SAISIE.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-SAISIE.
    IF WS-SAI-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF SAI-STATUT NOT = 'A'
        DISPLAY "Seule une saisie en cours peut être contestée"
            " (statut " SAI-STATUT ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO SAI-STATUT.
    MOVE WS-DATE-DU-JOUR TO SAI-DATE-DECISION.
    MOVE LK-OPERATEUR TO SAI-OPERATEUR-DECISION.
    REWRITE SAISIE-RECORD.
    IF WS-SAI-STATUS = '00'
        DISPLAY "Contestation enregistrée : paiement suspendu, fonds"
            " toujours bloqués."
    ELSE
        DISPLAY "ECHEC REWRITE SAISIES-FILE (statut " WS-SAI-STATUS
            ")."
    END-IF.

*> Contestation rejetée par le juge : la saisie repart au statut A
*> avec la date de décision, payer_saisies la paie dès la nuit
*> suivante sans attendre la fin du délai.
MAINTENIR-SAISIE.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-SAISIE.
    IF WS-SAI-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF SAI-STATUT NOT = 'C'
        DISPLAY "Seule une saisie contestée peut être maintenue"
            " (statut " SAI-STATUT ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'A' TO SAI-STATUT.
    MOVE WS-DATE-DU-JOUR TO SAI-DATE-DECISION.
    MOVE LK-OPERATEUR TO SAI-OPERATEUR-DECISION.
    REWRITE SAISIE-RECORD.
    IF WS-SAI-STATUS = '00'
        DISPLAY "Saisie maintenue : paiement au créancier la nuit"
            " prochaine."
    ELSE
        DISPLAY "ECHEC REWRITE SAISIES-FILE (statut " WS-SAI-STATUS
            ")."
    END-IF.

DONNER-MAINLEVEE.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-SAISIE.
    IF WS-SAI-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF SAI-STATUT NOT = 'A' AND SAI-STATUT NOT = 'C'
        DISPLAY "Saisie déjà soldée (statut " SAI-STATUT ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Lever tous les blocages de la saisie " SAI-NUMERO
        " (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Mainlevée abandonnée."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-COMPTE-NOTIFIE.
    OPEN I-O BLOCAGES-FILE.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE SAI-NUMERO TO SAC-NUMERO-SAISIE.
    MOVE LOW-VALUES TO SAC-NUMERO-COMPTE.
    START SAISIES-COMPTES-FILE KEY IS >= SAC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SAISIES-COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF SAC-NUMERO-SAISIE NOT = SAI-NUMERO
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF WS-COMPTE-NOTIFIE = SPACES
                        MOVE SAC-NUMERO-COMPTE TO WS-COMPTE-NOTIFIE
                    END-IF
                    IF SAC-STATUT = 'B'
                        PERFORM LEVER-BLOCAGE-SAISIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BLOCAGES-FILE.

    MOVE 'L' TO SAI-STATUT.
    MOVE WS-DATE-DU-JOUR TO SAI-DATE-DECISION.
    MOVE LK-OPERATEUR TO SAI-OPERATEUR-DECISION.
    REWRITE SAISIE-RECORD.
    IF WS-SAI-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE SAISIES-FILE (statut " WS-SAI-STATUS
            ") : blocages levés mais dossier toujours ouvert."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-COMPLEMENT-NOTIF.
    STRING SAI-NUMERO " MAINLEVEE" DELIMITED BY SIZE
        INTO WS-COMPLEMENT-NOTIF.
    CALL 'emettre_notification' USING SAI-ID-CLIENT WS-COMPTE-NOTIFIE
        "SAISIE-LEVEE" WS-COMPLEMENT-NOTIF.
    DISPLAY "Mainlevée enregistrée, fonds libérés.".

LEVER-BLOCAGE-SAISIE.
    MOVE SAC-NUMERO-COMPTE TO BLO-NUMERO-COMPTE.
    MOVE SAC-BLO-SEQUENCE TO BLO-SEQUENCE.
    READ BLOCAGES-FILE KEY IS BLO-CLE.
    IF WS-BLO-STATUS = '00' AND BLO-STATUT = 'O'
        MOVE 'L' TO BLO-STATUT
        MOVE LK-OPERATEUR TO BLO-OPERATEUR-LEVEE
        MOVE WS-DATE-DU-JOUR TO BLO-DATE-LEVEE
        REWRITE BLOCAGE-RECORD
        IF WS-BLO-STATUS = '00'
            CALL 'journaliser' USING BLO-NUMERO-COMPTE "BLOCAGE-LEV"
                BLO-MONTANT WS-ZERO LK-OPERATEUR
        ELSE
            DISPLAY "ECHEC REWRITE BLOCAGES-FILE pour "
                SAC-NUMERO-COMPTE " (statut " WS-BLO-STATUS ")."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 'L' TO SAC-STATUT.
    REWRITE SAISIE-COMPTE-RECORD.

LISTER-SAISIES.
    MOVE 0 TO WS-NB-SAISIES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LOW-VALUES TO SAI-NUMERO.
    START SAISIES-FILE KEY IS >= SAI-NUMERO
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Dossier Client     N Créancier                      "
        "Bloqué             Fin contest. St".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SAISIES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF SAI-STATUT = 'A' OR SAI-STATUT = 'C'
                    DISPLAY SAI-NUMERO "  " SAI-ID-CLIENT " "
                        SAI-NATURE " " SAI-CREANCIER " "
                        SAI-MONTANT-BLOQUE " "
                        SAI-DATE-FIN-CONTESTATION " " SAI-STATUT
                    ADD 1 TO WS-NB-SAISIES
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Saisies en cours : " WS-NB-SAISIES.

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
