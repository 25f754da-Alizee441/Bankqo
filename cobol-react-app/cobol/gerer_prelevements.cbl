IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_prelevements.

*> Guichet des prélèvements : registre des mandats par compte
*> (MANDATS-FILE, voir MANDAT.CPY) — enregistrement, révocation,
*> liste — oppositions sur créancier (OPPOSITIONS-CREANCIERS-FILE,
*> OPPCRE.CPY) qui font retourner tout prélèvement d'un créancier
*> quel que soit le mandat, liste des prélèvements reçus sur un
*> compte et remboursement d'un prélèvement payé (PRELEVEMENTS-FILE,
*> PRLV.CPY). Le remboursement, sans justification pour un
*> prélèvement autorisé, n'est admis que dans le délai de
*> contestation (paramètre DELAI-REMB-PRLV-JOURS, 56 jours — huit
*> semaines — par défaut) depuis la date de débit : le compte est
*> recrédité (type PRLV-REMB), le total de contrôle mis à jour et le
*> remboursement remis à la compensation dans le fichier des retours
*> du jour sous le code MD06, pour recouvrement auprès du créancier.
*> Les poses et levées d'opposition et les révocations de mandat
*> sont tracées au journal sans mouvement de solde, comme les
*> oppositions sur chèques. Les prélèvements eux-mêmes sont imputés
*> chaque nuit par importer_prelevements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MANDATS-FILE ASSIGN TO 'mandats.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MDT-CLE
        FILE STATUS IS WS-MDT-STATUS.

    SELECT OPPOSITIONS-CREANCIERS-FILE
        ASSIGN TO 'oppositions_creanciers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPC-CLE
        FILE STATUS IS WS-OPC-STATUS.

    SELECT PRELEVEMENTS-FILE ASSIGN TO 'prelevements.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRL-REFERENCE
        ALTERNATE RECORD KEY IS PRL-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-PRL-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT RETOURS-FILE ASSIGN TO WS-NOM-RETOURS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RET-STATUS.

DATA DIVISION.
FILE SECTION.
FD MANDATS-FILE.
COPY MANDAT.

FD OPPOSITIONS-CREANCIERS-FILE.
COPY OPPCRE.

FD PRELEVEMENTS-FILE.
COPY PRLV.

FD COMPTES-FILE.
COPY COMPTE.

FD RETOURS-FILE.
COPY RETPRLV.

WORKING-STORAGE SECTION.
01 WS-MDT-STATUS            PIC X(02).
01 WS-OPC-STATUS            PIC X(02).
01 WS-PRL-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-RET-STATUS            PIC X(02).
01 WS-NOM-RETOURS            PIC X(40).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-ICS-SAISI              PIC X(35).
01 WS-RUM-SAISIE             PIC X(35).
01 WS-REFERENCE-SAISIE       PIC X(16).
01 WS-DATE-SAISIE            PIC X(08).
01 WS-CONFIRMATION           PIC X(01).
01 WS-NB-LIGNES              PIC 9(6).
01 WS-JOURS-ECOULES          PIC S9(7).
01 WS-DELAI-REMBOURSEMENT    PIC 9(5).
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-SOLDE-NUL              PIC S9(13)V99 VALUE 0.
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_prlv".
01 WS-MESSAGE-ERREUR         PIC X(50).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).

PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-PRELEVEMENTS.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O MANDATS-FILE.
    IF WS-MDT-STATUS = '35'
        OPEN OUTPUT MANDATS-FILE
        CLOSE MANDATS-FILE
        OPEN I-O MANDATS-FILE
    END-IF.
    IF WS-MDT-STATUS NOT = '00'
        DISPLAY "Ouverture de MANDATS-FILE impossible (statut "
            WS-MDT-STATUS ")."
        GOBACK
    END-IF.
    OPEN I-O OPPOSITIONS-CREANCIERS-FILE.
    IF WS-OPC-STATUS = '35'
        OPEN OUTPUT OPPOSITIONS-CREANCIERS-FILE
        CLOSE OPPOSITIONS-CREANCIERS-FILE
        OPEN I-O OPPOSITIONS-CREANCIERS-FILE
    END-IF.
    IF WS-OPC-STATUS NOT = '00'
        DISPLAY "Ouverture de OPPOSITIONS-CREANCIERS-FILE impossible"
            " (statut " WS-OPC-STATUS ")."
        CLOSE MANDATS-FILE
        GOBACK
    END-IF.
    OPEN I-O PRELEVEMENTS-FILE.
    IF WS-PRL-STATUS = '35'
        OPEN OUTPUT PRELEVEMENTS-FILE
        CLOSE PRELEVEMENTS-FILE
        OPEN I-O PRELEVEMENTS-FILE
    END-IF.
    IF WS-PRL-STATUS NOT = '00'
        DISPLAY "Ouverture de PRELEVEMENTS-FILE impossible (statut "
            WS-PRL-STATUS ")."
        CLOSE OPPOSITIONS-CREANCIERS-FILE
        CLOSE MANDATS-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- PRELEVEMENTS ET MANDATS ---"
        DISPLAY "1. Enregistrer un mandat"
        DISPLAY "2. Révoquer un mandat"
        DISPLAY "3. Lister les mandats d'un compte"
        DISPLAY "4. Bloquer un créancier (opposition)"
        DISPLAY "5. Lever l'opposition sur un créancier"
        DISPLAY "6. Lister les prélèvements d'un compte"
        DISPLAY "7. Rembourser un prélèvement"
        DISPLAY "8. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM ENREGISTRER-MANDAT
            WHEN 2
                PERFORM REVOQUER-MANDAT
            WHEN 3
                PERFORM LISTER-MANDATS
            WHEN 4
                PERFORM POSER-OPPOSITION-CREANCIER
            WHEN 5
                PERFORM LEVER-OPPOSITION-CREANCIER
            WHEN 6
                PERFORM LISTER-PRELEVEMENTS
            WHEN 7
                PERFORM REMBOURSER-PRELEVEMENT
            WHEN 8
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE PRELEVEMENTS-FILE.
    CLOSE OPPOSITIONS-CREANCIERS-FILE.
    CLOSE MANDATS-FILE.
    GOBACK.

*> Le compte doit exister et ne pas être en clôture : un mandat sur
*> un compte qui ferme serait retourné dès le premier prélèvement.
CONTROLER-COMPTE.
    OPEN INPUT COMPTES-FILE.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-COMPTE-SAISI WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY WS-MESSAGE-ERREUR
    END-IF.
    CLOSE COMPTES-FILE.

ENREGISTRER-MANDAT.
    DISPLAY "Numéro de compte débiteur : ".
    ACCEPT WS-COMPTE-SAISI.
    PERFORM CONTROLER-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'P'
        DISPLAY "Compte en instance de clôture : mandat refusé."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Identifiant créancier (ICS) : ".
    ACCEPT WS-ICS-SAISI.
    DISPLAY "Référence unique du mandat (RUM) : ".
    ACCEPT WS-RUM-SAISIE.
    IF WS-ICS-SAISI = SPACES OR WS-RUM-SAISIE = SPACES
        DISPLAY "ICS et RUM sont obligatoires."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-COMPTE-SAISI TO MDT-NUMERO-COMPTE.
    MOVE WS-ICS-SAISI TO MDT-ICS.
    MOVE WS-RUM-SAISIE TO MDT-RUM.
    READ MANDATS-FILE KEY IS MDT-CLE.
    IF WS-MDT-STATUS = '00'
        DISPLAY "Mandat déjà enregistré (statut " MDT-STATUT ")."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Nom du créancier : ".
    ACCEPT MDT-NOM-CREANCIER.
    DISPLAY "Date de signature (AAAAMMJJ) : ".
    ACCEPT WS-DATE-SAISIE.
    IF WS-DATE-SAISIE NOT NUMERIC
        OR WS-DATE-SAISIE(5:2) < '01' OR WS-DATE-SAISIE(5:2) > '12'
        OR WS-DATE-SAISIE(7:2) < '01' OR WS-DATE-SAISIE(7:2) > '31'
        DISPLAY "Date invalide : AAAAMMJJ attendu."
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-SAISIE > WS-DATE-DU-JOUR
        DISPLAY "La date de signature ne peut pas être future."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Plafond par prélèvement (0 = sans plafond) : ".
    ACCEPT MDT-PLAFOND.
    IF MDT-PLAFOND < 0
        DISPLAY "Le plafond ne peut pas être négatif."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-COMPTE-SAISI TO MDT-NUMERO-COMPTE.
    MOVE WS-ICS-SAISI TO MDT-ICS.
    MOVE WS-RUM-SAISIE TO MDT-RUM.
    MOVE WS-DATE-SAISIE TO MDT-DATE-SIGNATURE.
    MOVE 'A' TO MDT-STATUT.
    MOVE WS-DATE-DU-JOUR TO MDT-DATE-ENREGISTREMENT.
    MOVE LK-OPERATEUR TO MDT-OPERATEUR.
    MOVE SPACES TO MDT-DATE-DERNIER-PRLV.
    MOVE SPACES TO MDT-DATE-REVOCATION.
    MOVE SPACES TO MDT-OPERATEUR-REVOCATION.
    WRITE MANDAT-RECORD.
    IF WS-MDT-STATUS = '00'
        DISPLAY "Mandat enregistré pour le compte " MDT-NUMERO-COMPTE
            "."
        CALL 'journaliser' USING WS-COMPTE-SAISI "MANDAT"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC WRITE MANDATS-FILE (statut " WS-MDT-STATUS ")."
    END-IF.

REVOQUER-MANDAT.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    DISPLAY "Identifiant créancier (ICS) : ".
    ACCEPT WS-ICS-SAISI.
    DISPLAY "Référence unique du mandat (RUM) : ".
    ACCEPT WS-RUM-SAISIE.
    MOVE WS-COMPTE-SAISI TO MDT-NUMERO-COMPTE.
    MOVE WS-ICS-SAISI TO MDT-ICS.
    MOVE WS-RUM-SAISIE TO MDT-RUM.
    READ MANDATS-FILE KEY IS MDT-CLE.
    IF WS-MDT-STATUS NOT = '00'
        DISPLAY "Mandat introuvable."
        EXIT PARAGRAPH
    END-IF.
    IF MDT-STATUT NOT = 'A'
        DISPLAY "Mandat déjà révoqué le " MDT-DATE-REVOCATION "."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO MDT-STATUT.
    MOVE WS-DATE-DU-JOUR TO MDT-DATE-REVOCATION.
    MOVE LK-OPERATEUR TO MDT-OPERATEUR-REVOCATION.
    REWRITE MANDAT-RECORD.
    IF WS-MDT-STATUS = '00'
        DISPLAY "Mandat révoqué : les prélèvements présentés sur ce"
            " mandat seront retournés (MD01)."
        CALL 'journaliser' USING WS-COMPTE-SAISI "MANDAT-REVOC"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC REWRITE MANDATS-FILE (statut " WS-MDT-STATUS
            ")."
    END-IF.

LISTER-MANDATS.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    MOVE 0 TO WS-NB-LIGNES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-COMPTE-SAISI TO MDT-NUMERO-COMPTE.
    MOVE LOW-VALUES TO MDT-ICS.
    MOVE LOW-VALUES TO MDT-RUM.
    START MANDATS-FILE KEY IS >= MDT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ MANDATS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF MDT-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    DISPLAY MDT-NOM-CREANCIER " ICS " MDT-ICS
                    DISPLAY "   RUM " MDT-RUM " signé le "
                        MDT-DATE-SIGNATURE " plafond " MDT-PLAFOND
                        " dernier " MDT-DATE-DERNIER-PRLV
                        " statut " MDT-STATUT
                    ADD 1 TO WS-NB-LIGNES
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Nombre de mandats : " WS-NB-LIGNES.

POSER-OPPOSITION-CREANCIER.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    PERFORM CONTROLER-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Identifiant créancier (ICS) à bloquer : ".
    ACCEPT WS-ICS-SAISI.
    IF WS-ICS-SAISI = SPACES
        DISPLAY "ICS obligatoire."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-COMPTE-SAISI TO OPC-NUMERO-COMPTE.
    MOVE WS-ICS-SAISI TO OPC-ICS.
    READ OPPOSITIONS-CREANCIERS-FILE KEY IS OPC-CLE.
    IF WS-OPC-STATUS = '00' AND OPC-STATUT = 'O'
        DISPLAY "Opposition déjà active sur ce créancier (posée le "
            OPC-DATE-POSE ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Motif de l'opposition : ".
    ACCEPT OPC-MOTIF.
    MOVE WS-COMPTE-SAISI TO OPC-NUMERO-COMPTE.
    MOVE WS-ICS-SAISI TO OPC-ICS.
    MOVE WS-DATE-DU-JOUR TO OPC-DATE-POSE.
    MOVE LK-OPERATEUR TO OPC-OPERATEUR.
    MOVE 'O' TO OPC-STATUT.
    MOVE SPACES TO OPC-OPERATEUR-LEVEE.
    MOVE SPACES TO OPC-DATE-LEVEE.
    IF WS-OPC-STATUS = '00'
        REWRITE OPPOSITION-CREANCIER-RECORD
    ELSE
        WRITE OPPOSITION-CREANCIER-RECORD
    END-IF.
    IF WS-OPC-STATUS = '00'
        DISPLAY "Opposition posée : tout prélèvement de ce créancier"
            " sur le compte " OPC-NUMERO-COMPTE " sera retourné."
        CALL 'journaliser' USING WS-COMPTE-SAISI "OPPOS-CREANC"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC WRITE OPPOSITIONS-CREANCIERS-FILE (statut "
            WS-OPC-STATUS ")."
    END-IF.

LEVER-OPPOSITION-CREANCIER.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    DISPLAY "Identifiant créancier (ICS) : ".
    ACCEPT WS-ICS-SAISI.
    MOVE WS-COMPTE-SAISI TO OPC-NUMERO-COMPTE.
    MOVE WS-ICS-SAISI TO OPC-ICS.
    READ OPPOSITIONS-CREANCIERS-FILE KEY IS OPC-CLE.
    IF WS-OPC-STATUS NOT = '00' OR OPC-STATUT NOT = 'O'
        DISPLAY "Aucune opposition active sur ce créancier."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO OPC-STATUT.
    MOVE LK-OPERATEUR TO OPC-OPERATEUR-LEVEE.
    MOVE WS-DATE-DU-JOUR TO OPC-DATE-LEVEE.
    REWRITE OPPOSITION-CREANCIER-RECORD.
    IF WS-OPC-STATUS = '00'
        DISPLAY "Opposition levée."
        CALL 'journaliser' USING WS-COMPTE-SAISI "OPPCREA-LEV"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    ELSE
        DISPLAY "ECHEC REWRITE OPPOSITIONS-CREANCIERS-FILE (statut "
            WS-OPC-STATUS ")."
    END-IF.

LISTER-PRELEVEMENTS.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-COMPTE-SAISI.
    MOVE 0 TO WS-NB-LIGNES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-COMPTE-SAISI TO PRL-NUMERO-COMPTE.
    START PRELEVEMENTS-FILE KEY IS >= PRL-NUMERO-COMPTE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Référence        Créancier                      Montant          Débité   St Code".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ PRELEVEMENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF PRL-NUMERO-COMPTE NOT = WS-COMPTE-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    DISPLAY PRL-REFERENCE " " PRL-NOM-CREANCIER " "
                        PRL-MONTANT " " PRL-DATE-TRAITEMENT " "
                        PRL-STATUT " " PRL-CODE-RETOUR
                    ADD 1 TO WS-NB-LIGNES
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Nombre de prélèvements : " WS-NB-LIGNES.

*> Remboursement d'un prélèvement payé, à la demande du titulaire,
*> dans le délai de contestation compté depuis la date de débit.
REMBOURSER-PRELEVEMENT.
    DISPLAY "Référence du prélèvement : ".
    ACCEPT WS-REFERENCE-SAISIE.
    MOVE WS-REFERENCE-SAISIE TO PRL-REFERENCE.
    READ PRELEVEMENTS-FILE KEY IS PRL-REFERENCE.
    IF WS-PRL-STATUS NOT = '00'
        DISPLAY "Prélèvement introuvable."
        EXIT PARAGRAPH
    END-IF.
    IF PRL-STATUT NOT = 'P'
        DISPLAY "Seul un prélèvement payé peut être remboursé (statut "
            PRL-STATUT ")."
        EXIT PARAGRAPH
    END-IF.
    PERFORM DETERMINER-DELAI-REMBOURSEMENT.
    COMPUTE WS-JOURS-ECOULES =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DU-JOUR))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(PRL-DATE-TRAITEMENT)).
    IF WS-JOURS-ECOULES > WS-DELAI-REMBOURSEMENT
        DISPLAY "Délai de remboursement dépassé (" WS-JOURS-ECOULES
            " jours, délai " WS-DELAI-REMBOURSEMENT ")."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Rembourser " PRL-MONTANT " " PRL-DEVISE " à "
        PRL-NUMERO-COMPTE " (" PRL-NOM-CREANCIER ") (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Remboursement abandonné."
        EXIT PARAGRAPH
    END-IF.

    OPEN I-O COMPTES-FILE.
    MOVE PRL-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRL-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Compte illisible, remboursement annulé. "
            WS-MESSAGE-ERREUR
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B'
        DISPLAY "Compte bloqué : remboursement refusé."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    ADD PRL-MONTANT TO SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRL-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Crédit du compte en échec, remboursement annulé. "
            WS-MESSAGE-ERREUR
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "PRLV-REMB"
        PRL-MONTANT SOLDE-COMPTE LK-OPERATEUR.
    MOVE PRL-MONTANT TO WS-DELTA-CONTROLE.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.
    CLOSE COMPTES-FILE.

    MOVE 'R' TO PRL-STATUT.
    MOVE "MD06" TO PRL-CODE-RETOUR.
    MOVE WS-DATE-DU-JOUR TO PRL-DATE-REMBOURSEMENT.
    MOVE LK-OPERATEUR TO PRL-OPERATEUR-REMB.
    REWRITE PRELEVEMENT-RECORD.
    IF WS-PRL-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE PRELEVEMENTS-FILE (statut "
            WS-PRL-STATUS ") : compte crédité mais prélèvement"
            " toujours payé, NE PAS rembourser une seconde fois."
    END-IF.
    PERFORM ECRIRE-RETOUR-REMBOURSEMENT.
    DISPLAY "Prélèvement " PRL-REFERENCE " remboursé.".

ECRIRE-RETOUR-REMBOURSEMENT.
    MOVE SPACES TO WS-NOM-RETOURS.
    STRING "prelevements_retours_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-RETOURS.
    OPEN EXTEND RETOURS-FILE.
    IF WS-RET-STATUS = '35'
        OPEN OUTPUT RETOURS-FILE
    END-IF.
    IF WS-RET-STATUS NOT = '00'
        DISPLAY "ATTENTION : fichier des retours indisponible (statut "
            WS-RET-STATUS "), remboursement " PRL-REFERENCE
            " à remettre manuellement à la compensation."
        EXIT PARAGRAPH
    END-IF.
    MOVE PRL-REFERENCE TO RET-REFERENCE.
    MOVE PRL-ICS TO RET-ICS.
    MOVE PRL-RUM TO RET-RUM.
    MOVE PRL-NUMERO-COMPTE TO RET-NUMERO-COMPTE.
    MOVE PRL-MONTANT TO RET-MONTANT.
    MOVE PRL-DEVISE TO RET-DEVISE.
    MOVE "MD06" TO RET-CODE-RETOUR.
    MOVE WS-DATE-DU-JOUR TO RET-DATE.
    WRITE RETOUR-PRELEVEMENT.
    CLOSE RETOURS-FILE.

*> Délai de contestation d'un prélèvement autorisé : paramètre
*> DELAI-REMB-PRLV-JOURS, 56 jours (huit semaines) par défaut.
DETERMINER-DELAI-REMBOURSEMENT.
    MOVE "DELAI-REMB-PRLV-JOURS" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-DELAI-REMBOURSEMENT
    ELSE
        MOVE 56 TO WS-DELAI-REMBOURSEMENT
    END-IF.
