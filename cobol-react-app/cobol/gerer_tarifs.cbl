IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_tarifs.

*> Tenue du tarif des frais à l'acte (TARIFS-FILE, voir TARIF.CPY)
*> et des exonérations (EXONERATIONS-FRAIS-FILE, voir EXOFRAIS.CPY),
*> réservée au profil superviseur :
*>   - liste du tarif, consultation du tarif en vigueur pour un
*>     événement et un type de compte (consulter_tarif), saisie d'un
*>     tarif nouveau ou corrigé avec sa date d'effet, sur le modèle
*>     de gerer_parametres ;
*>   - exonération d'un compte ou de tous les comptes d'un client,
*>     pour un événement ou pour tous, sur une période, avec un motif
*>     obligatoire ; levée d'une exonération ; liste des exonérations
*>     d'un compte ou d'un client ;
*>   - liste des frais à l'acte recensés sur un compte
*>     (FRAIS-ACTES-FILE, voir FRAISACT.CPY), facturés, exonérés ou
*>     non facturés, pour répondre à une réclamation.
*> Chaque changement de tarif, chaque exonération accordée ou levée
*> est inscrit sur la piste d'audit audit_tarifs.txt (date et heure,
*> objet, ancienne et nouvelle valeur ou motif, opérateur).
*> Les frais sont facturés la nuit par facturer_frais_actes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TARIFS-FILE ASSIGN TO 'tarifs.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TAR-CLE-EFFET
        FILE STATUS IS WS-TAR-STATUS.

    SELECT EXONERATIONS-FRAIS-FILE ASSIGN TO 'exonerations_frais.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXO-CLE
        FILE STATUS IS WS-EXO-STATUS.

    SELECT FRAIS-ACTES-FILE ASSIGN TO 'frais_actes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FA-CLE
        ALTERNATE RECORD KEY IS FA-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-FA-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO 'audit_tarifs.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.
FILE SECTION.
FD TARIFS-FILE.
COPY TARIF.

FD EXONERATIONS-FRAIS-FILE.
COPY EXOFRAIS.

FD FRAIS-ACTES-FILE.
COPY FRAISACT.

FD COMPTES-FILE.
COPY COMPTE.

FD AUDIT-FILE.
01 AUDIT-LIGNE               PIC X(132).

WORKING-STORAGE SECTION.
01 WS-TAR-STATUS            PIC X(02).
01 WS-EXO-STATUS            PIC X(02).
01 WS-FA-STATUS             PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-AUD-STATUS            PIC X(02).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-HEURE-COURANTE         PIC X(06).
01 WS-EVENEMENT-SAISI        PIC X(06).
   88 WS-EVENEMENT-CONNU     VALUE "VIREXT" "CHQIER" "OPPCHQ"
                                   "REJCHQ" "REJVIR" "SUCCES"
                                   "SAISIE".
01 WS-TYPE-SAISI             PIC X(10).
01 WS-DATE-SAISIE            PIC X(08).
01 WS-DATE-FIN-SAISIE        PIC X(08).
01 WS-MONTANT-SAISI          PIC 9(7)V99.
01 WS-LIBELLE-SAISI          PIC X(30).
01 WS-ANCIENNE-VALEUR        PIC 9(7)V99.
01 WS-VALEUR-EXISTANTE       PIC X(01).
01 WS-NB-VALEURS             PIC 9(6).
01 WS-MONTANT-TROUVE         PIC 9(7)V99.
01 WS-TARIF-TROUVE           PIC X(01).
01 WS-PORTEE-SAISIE          PIC X(01).
01 WS-IDENTIFIANT-SAISI      PIC X(10).
01 WS-MOTIF-SAISI            PIC X(40).
01 WS-CONFIRMATION           PIC X(01).
01 WS-ANCIENNE-AFFICHEE      PIC Z(6)9.99.
01 WS-NOUVELLE-AFFICHEE      PIC Z(6)9.99.
01 WS-MONTANT-AFFICHE        PIC Z(6)9.99.
01 WS-PRELEVE-AFFICHE        PIC -Z(12)9.99.
01 WS-OBJET-AUDIT            PIC X(40).
01 WS-DETAIL-AUDIT           PIC X(60).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-TARIFS.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        GOBACK
    END-IF.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

*>  Le premier appel à consulter_tarif crée le fichier avec les
*>  tarifs de la plaquette s'il n'existe pas encore.
    MOVE "VIREXT" TO WS-EVENEMENT-SAISI.
    MOVE "TOUS" TO WS-TYPE-SAISI.
    CALL 'consulter_tarif' USING WS-EVENEMENT-SAISI WS-TYPE-SAISI
        WS-MONTANT-TROUVE WS-TARIF-TROUVE.
    OPEN I-O TARIFS-FILE.
    IF WS-TAR-STATUS NOT = '00'
        DISPLAY "Ouverture de TARIFS-FILE impossible (statut "
            WS-TAR-STATUS ")."
        GOBACK
    END-IF.

    OPEN I-O EXONERATIONS-FRAIS-FILE.
    IF WS-EXO-STATUS = '35'
        OPEN OUTPUT EXONERATIONS-FRAIS-FILE
        CLOSE EXONERATIONS-FRAIS-FILE
        OPEN I-O EXONERATIONS-FRAIS-FILE
    END-IF.
    IF WS-EXO-STATUS NOT = '00'
        DISPLAY "Ouverture de EXONERATIONS-FRAIS-FILE impossible"
            " (statut " WS-EXO-STATUS ")."
        CLOSE TARIFS-FILE
        GOBACK
    END-IF.

    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS ")."
        CLOSE TARIFS-FILE
        CLOSE EXONERATIONS-FRAIS-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- TARIF DES FRAIS A L'ACTE (SUPERVISEUR) ---"
        DISPLAY "1. Lister le tarif"
        DISPLAY "2. Consulter le tarif en vigueur"
        DISPLAY "3. Saisir ou corriger un tarif"
        DISPLAY "4. Accorder une exonération"
        DISPLAY "5. Lever une exonération"
        DISPLAY "6. Lister les exonérations d'un compte ou d'un client"
        DISPLAY "7. Lister les frais à l'acte d'un compte"
        DISPLAY "8. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM LISTER-TARIF
            WHEN 2
                PERFORM CONSULTER-TARIF-EN-VIGUEUR
            WHEN 3
                PERFORM SAISIR-TARIF
            WHEN 4
                PERFORM ACCORDER-EXONERATION
            WHEN 5
                PERFORM LEVER-EXONERATION
            WHEN 6
                PERFORM LISTER-EXONERATIONS
            WHEN 7
                PERFORM LISTER-FRAIS-COMPTE
            WHEN 8
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE TARIFS-FILE.
    CLOSE EXONERATIONS-FRAIS-FILE.
    CLOSE COMPTES-FILE.
    GOBACK.

LISTER-TARIF.
    MOVE 0 TO WS-NB-VALEURS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LOW-VALUES TO TAR-CLE-EFFET.
    START TARIFS-FILE KEY IS >= TAR-CLE-EFFET
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Evén.  Type       Date effet    Montant Libellé".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ TARIFS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                MOVE TAR-MONTANT TO WS-MONTANT-AFFICHE
                DISPLAY TAR-EVENEMENT " " TAR-TYPE-COMPTE " "
                    TAR-DATE-EFFET " " WS-MONTANT-AFFICHE " "
                    TAR-LIBELLE
                ADD 1 TO WS-NB-VALEURS
        END-READ
    END-PERFORM.
    DISPLAY "Tarifs enregistrés : " WS-NB-VALEURS
        " (type TOUS = tous types de compte, date d'effet 00000000"
        " = depuis l'origine).".

CONSULTER-TARIF-EN-VIGUEUR.
    DISPLAY "Evénement (VIREXT CHQIER OPPCHQ REJCHQ REJVIR SUCCES"
        " SAISIE) : ".
    ACCEPT WS-EVENEMENT-SAISI.
    DISPLAY "Type de compte : ".
    ACCEPT WS-TYPE-SAISI.
    CALL 'consulter_tarif' USING WS-EVENEMENT-SAISI WS-TYPE-SAISI
        WS-MONTANT-TROUVE WS-TARIF-TROUVE.
    IF WS-TARIF-TROUVE = 'O'
        MOVE WS-MONTANT-TROUVE TO WS-MONTANT-AFFICHE
        DISPLAY "Tarif en vigueur de " WS-EVENEMENT-SAISI " pour "
            WS-TYPE-SAISI " : " WS-MONTANT-AFFICHE
    ELSE
        DISPLAY "Aucun tarif en vigueur : l'événement n'est pas"
            " facturé pour ce type de compte."
    END-IF.

SAISIR-TARIF.
    DISPLAY "Evénement (VIREXT CHQIER OPPCHQ REJCHQ REJVIR SUCCES"
        " SAISIE) : ".
    ACCEPT WS-EVENEMENT-SAISI.
    IF NOT WS-EVENEMENT-CONNU
        DISPLAY "Evénement inconnu."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Type de compte (vide = TOUS) : ".
    ACCEPT WS-TYPE-SAISI.
    IF WS-TYPE-SAISI = SPACES
        MOVE "TOUS" TO WS-TYPE-SAISI
    END-IF.
    DISPLAY "Date d'effet (AAAAMMJJ, vide = aujourd'hui) : ".
    ACCEPT WS-DATE-SAISIE.
    IF WS-DATE-SAISIE = SPACES
        MOVE WS-DATE-DU-JOUR TO WS-DATE-SAISIE
    END-IF.
    IF WS-DATE-SAISIE NOT NUMERIC
        OR WS-DATE-SAISIE(5:2) < '01' OR WS-DATE-SAISIE(5:2) > '12'
        OR WS-DATE-SAISIE(7:2) < '01' OR WS-DATE-SAISIE(7:2) > '31'
        DISPLAY "Date d'effet invalide : AAAAMMJJ attendu."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Montant (0 = gratuit) : ".
    ACCEPT WS-MONTANT-SAISI.
    DISPLAY "Libellé : ".
    ACCEPT WS-LIBELLE-SAISI.

    MOVE WS-EVENEMENT-SAISI TO TAR-EVENEMENT.
    MOVE WS-TYPE-SAISI TO TAR-TYPE-COMPTE.
    MOVE WS-DATE-SAISIE TO TAR-DATE-EFFET.
    READ TARIFS-FILE KEY IS TAR-CLE-EFFET.
    IF WS-TAR-STATUS = '00'
        MOVE 'O' TO WS-VALEUR-EXISTANTE
        MOVE TAR-MONTANT TO WS-ANCIENNE-VALEUR
        IF WS-LIBELLE-SAISI = SPACES
            MOVE TAR-LIBELLE TO WS-LIBELLE-SAISI
        END-IF
    ELSE
        MOVE 'N' TO WS-VALEUR-EXISTANTE
        MOVE 0 TO WS-ANCIENNE-VALEUR
    END-IF.

    MOVE WS-EVENEMENT-SAISI TO TAR-EVENEMENT.
    MOVE WS-TYPE-SAISI TO TAR-TYPE-COMPTE.
    MOVE WS-DATE-SAISIE TO TAR-DATE-EFFET.
    MOVE WS-MONTANT-SAISI TO TAR-MONTANT.
    MOVE WS-LIBELLE-SAISI TO TAR-LIBELLE.
    IF WS-VALEUR-EXISTANTE = 'O'
        REWRITE TARIF-RECORD
    ELSE
        WRITE TARIF-RECORD
    END-IF.
    IF WS-TAR-STATUS NOT = '00'
        DISPLAY "ECHEC D'ECRITURE TARIFS-FILE (statut "
            WS-TAR-STATUS ") : tarif non enregistré."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-MONTANT-SAISI TO WS-NOUVELLE-AFFICHEE.
    DISPLAY "Tarif enregistré : " TAR-EVENEMENT " " TAR-TYPE-COMPTE
        " au " TAR-DATE-EFFET " = " WS-NOUVELLE-AFFICHEE ".".

    MOVE SPACES TO WS-OBJET-AUDIT.
    STRING "TARIF " WS-EVENEMENT-SAISI " " WS-TYPE-SAISI
        " effet " WS-DATE-SAISIE
        DELIMITED BY SIZE INTO WS-OBJET-AUDIT.
    MOVE WS-ANCIENNE-VALEUR TO WS-ANCIENNE-AFFICHEE.
    MOVE SPACES TO WS-DETAIL-AUDIT.
    IF WS-VALEUR-EXISTANTE = 'O'
        STRING "ancien " WS-ANCIENNE-AFFICHEE
            " nouveau " WS-NOUVELLE-AFFICHEE
            DELIMITED BY SIZE INTO WS-DETAIL-AUDIT
    ELSE
        STRING "ancien (aucun)  "
            " nouveau " WS-NOUVELLE-AFFICHEE
            DELIMITED BY SIZE INTO WS-DETAIL-AUDIT
    END-IF.
    PERFORM ECRIRE-AUDIT.

*> Exonération d'un compte (C) ou de tous les comptes d'un client
*> (L), sur un événement ou sur tous (TOUS). Une exonération active
*> sur la même clé doit d'abord être levée ; une fiche levée est
*> remplacée.
ACCORDER-EXONERATION.
    DISPLAY "Portée : C = un compte, L = tous les comptes d'un"
        " client : ".
    ACCEPT WS-PORTEE-SAISIE.
    EVALUATE WS-PORTEE-SAISIE
        WHEN 'C'
            DISPLAY "Numéro de compte : "
            ACCEPT WS-IDENTIFIANT-SAISI
            MOVE WS-IDENTIFIANT-SAISI TO NUMERO-COMPTE
            READ COMPTES-FILE KEY IS NUMERO-COMPTE
            IF WS-FILE-STATUS NOT = '00'
                DISPLAY "Compte inconnu."
                EXIT PARAGRAPH
            END-IF
        WHEN 'L'
            DISPLAY "Identifiant client : "
            ACCEPT WS-IDENTIFIANT-SAISI
            MOVE WS-IDENTIFIANT-SAISI TO ID-CLIENT
            READ COMPTES-FILE KEY IS ID-CLIENT
            IF WS-FILE-STATUS NOT = '00'
                DISPLAY "Aucun compte pour ce client."
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            DISPLAY "Portée invalide : C ou L attendu."
            EXIT PARAGRAPH
    END-EVALUATE.

    DISPLAY "Evénement exonéré (VIREXT CHQIER OPPCHQ REJCHQ REJVIR"
        " SUCCES SAISIE, TOUS = tous les frais à l'acte) : ".
    ACCEPT WS-EVENEMENT-SAISI.
    IF NOT WS-EVENEMENT-CONNU AND WS-EVENEMENT-SAISI NOT = "TOUS"
        DISPLAY "Evénement inconnu."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Début de l'exonération (AAAAMMJJ, vide = aujourd'hui) : ".
    ACCEPT WS-DATE-SAISIE.
    IF WS-DATE-SAISIE = SPACES
        MOVE WS-DATE-DU-JOUR TO WS-DATE-SAISIE
    END-IF.
    IF WS-DATE-SAISIE NOT NUMERIC
        OR WS-DATE-SAISIE(5:2) < '01' OR WS-DATE-SAISIE(5:2) > '12'
        OR WS-DATE-SAISIE(7:2) < '01' OR WS-DATE-SAISIE(7:2) > '31'
        DISPLAY "Date de début invalide : AAAAMMJJ attendu."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Fin de l'exonération (AAAAMMJJ, vide = sans limite) : ".
    ACCEPT WS-DATE-FIN-SAISIE.
    IF WS-DATE-FIN-SAISIE NOT = SPACES
        IF WS-DATE-FIN-SAISIE NOT NUMERIC
            OR WS-DATE-FIN-SAISIE(5:2) < '01'
            OR WS-DATE-FIN-SAISIE(5:2) > '12'
            OR WS-DATE-FIN-SAISIE(7:2) < '01'
            OR WS-DATE-FIN-SAISIE(7:2) > '31'
            DISPLAY "Date de fin invalide : AAAAMMJJ attendu."
            EXIT PARAGRAPH
        END-IF
        IF WS-DATE-FIN-SAISIE < WS-DATE-SAISIE
            DISPLAY "Date de fin antérieure à la date de début."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    DISPLAY "Motif de l'exonération (obligatoire) : ".
    ACCEPT WS-MOTIF-SAISI.
    IF WS-MOTIF-SAISI = SPACES
        DISPLAY "Motif obligatoire : exonération refusée."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-PORTEE-SAISIE TO EXO-PORTEE.
    MOVE WS-IDENTIFIANT-SAISI TO EXO-IDENTIFIANT.
    MOVE WS-EVENEMENT-SAISI TO EXO-EVENEMENT.
    READ EXONERATIONS-FRAIS-FILE KEY IS EXO-CLE.
    IF WS-EXO-STATUS = '00'
        IF EXO-STATUT = 'A'
            DISPLAY "Exonération déjà active sur cette clé depuis le "
                EXO-DATE-DEBUT " : la lever d'abord."
            EXIT PARAGRAPH
        END-IF
        MOVE 'O' TO WS-VALEUR-EXISTANTE
    ELSE
        MOVE 'N' TO WS-VALEUR-EXISTANTE
    END-IF.

    MOVE WS-PORTEE-SAISIE TO EXO-PORTEE.
    MOVE WS-IDENTIFIANT-SAISI TO EXO-IDENTIFIANT.
    MOVE WS-EVENEMENT-SAISI TO EXO-EVENEMENT.
    MOVE WS-DATE-SAISIE TO EXO-DATE-DEBUT.
    MOVE WS-DATE-FIN-SAISIE TO EXO-DATE-FIN.
    MOVE WS-MOTIF-SAISI TO EXO-MOTIF.
    MOVE LK-OPERATEUR TO EXO-OPERATEUR.
    MOVE WS-DATE-DU-JOUR TO EXO-DATE-SAISIE.
    MOVE 'A' TO EXO-STATUT.
    MOVE SPACES TO EXO-OPERATEUR-LEVEE.
    MOVE SPACES TO EXO-DATE-LEVEE.
    IF WS-VALEUR-EXISTANTE = 'O'
        REWRITE EXONERATION-RECORD
    ELSE
        WRITE EXONERATION-RECORD
    END-IF.
    IF WS-EXO-STATUS NOT = '00'
        DISPLAY "ECHEC D'ECRITURE EXONERATIONS-FRAIS-FILE (statut "
            WS-EXO-STATUS ") : exonération non enregistrée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Exonération enregistrée : " EXO-PORTEE " "
        EXO-IDENTIFIANT " " EXO-EVENEMENT " du " EXO-DATE-DEBUT.

    MOVE SPACES TO WS-OBJET-AUDIT.
    STRING "EXONERATION " EXO-PORTEE " " EXO-IDENTIFIANT " "
        EXO-EVENEMENT DELIMITED BY SIZE INTO WS-OBJET-AUDIT.
    MOVE SPACES TO WS-DETAIL-AUDIT.
    STRING "accordée " EXO-DATE-DEBUT "-" EXO-DATE-FIN " "
        EXO-MOTIF DELIMITED BY SIZE INTO WS-DETAIL-AUDIT.
    PERFORM ECRIRE-AUDIT.

LEVER-EXONERATION.
    DISPLAY "Portée (C = compte, L = client) : ".
    ACCEPT WS-PORTEE-SAISIE.
    DISPLAY "Numéro de compte ou identifiant client : ".
    ACCEPT WS-IDENTIFIANT-SAISI.
    DISPLAY "Evénement (ou TOUS) : ".
    ACCEPT WS-EVENEMENT-SAISI.
    MOVE WS-PORTEE-SAISIE TO EXO-PORTEE.
    MOVE WS-IDENTIFIANT-SAISI TO EXO-IDENTIFIANT.
    MOVE WS-EVENEMENT-SAISI TO EXO-EVENEMENT.
    READ EXONERATIONS-FRAIS-FILE KEY IS EXO-CLE.
    IF WS-EXO-STATUS NOT = '00' OR EXO-STATUT NOT = 'A'
        DISPLAY "Aucune exonération active sur cette clé."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Exonération du " EXO-DATE-DEBUT " : " EXO-MOTIF.
    DISPLAY "Confirmer la levée (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Levée abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO EXO-STATUT.
    MOVE LK-OPERATEUR TO EXO-OPERATEUR-LEVEE.
    MOVE WS-DATE-DU-JOUR TO EXO-DATE-LEVEE.
    REWRITE EXONERATION-RECORD.
    IF WS-EXO-STATUS NOT = '00'
        DISPLAY "ECHEC D'ECRITURE EXONERATIONS-FRAIS-FILE (statut "
            WS-EXO-STATUS ") : levée non enregistrée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Exonération levée.".

    MOVE SPACES TO WS-OBJET-AUDIT.
    STRING "EXONERATION " EXO-PORTEE " " EXO-IDENTIFIANT " "
        EXO-EVENEMENT DELIMITED BY SIZE INTO WS-OBJET-AUDIT.
    MOVE SPACES TO WS-DETAIL-AUDIT.
    STRING "levée (accordée le " EXO-DATE-SAISIE " par "
        EXO-OPERATEUR ")" DELIMITED BY SIZE INTO WS-DETAIL-AUDIT.
    PERFORM ECRIRE-AUDIT.

LISTER-EXONERATIONS.
    DISPLAY "Portée (C = compte, L = client) : ".
    ACCEPT WS-PORTEE-SAISIE.
    DISPLAY "Numéro de compte ou identifiant client : ".
    ACCEPT WS-IDENTIFIANT-SAISI.
    MOVE 0 TO WS-NB-VALEURS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-PORTEE-SAISIE TO EXO-PORTEE.
    MOVE WS-IDENTIFIANT-SAISI TO EXO-IDENTIFIANT.
    MOVE LOW-VALUES TO EXO-EVENEMENT.
    START EXONERATIONS-FRAIS-FILE KEY IS >= EXO-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ EXONERATIONS-FRAIS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF EXO-PORTEE NOT = WS-PORTEE-SAISIE
                    OR EXO-IDENTIFIANT NOT = WS-IDENTIFIANT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    ADD 1 TO WS-NB-VALEURS
                    DISPLAY EXO-EVENEMENT " " EXO-STATUT " du "
                        EXO-DATE-DEBUT " au " EXO-DATE-FIN " par "
                        EXO-OPERATEUR " : " EXO-MOTIF
                    IF EXO-STATUT = 'L'
                        DISPLAY "       levée le " EXO-DATE-LEVEE
                            " par " EXO-OPERATEUR-LEVEE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Exonérations : " WS-NB-VALEURS
        " (A = active, L = levée, fin à blanc = sans limite).".

LISTER-FRAIS-COMPTE.
    DISPLAY "Numéro de compte : ".
    ACCEPT WS-IDENTIFIANT-SAISI.
    OPEN INPUT FRAIS-ACTES-FILE.
    IF WS-FA-STATUS NOT = '00'
        DISPLAY "Aucun frais à l'acte recensé à ce jour."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-NB-VALEURS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-IDENTIFIANT-SAISI TO FA-NUMERO-COMPTE.
    START FRAIS-ACTES-FILE KEY IS = FA-NUMERO-COMPTE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ FRAIS-ACTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF FA-NUMERO-COMPTE NOT = WS-IDENTIFIANT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    ADD 1 TO WS-NB-VALEURS
                    MOVE FA-MONTANT-TARIF TO WS-MONTANT-AFFICHE
                    MOVE FA-MONTANT-PRELEVE TO WS-PRELEVE-AFFICHE
                    DISPLAY FA-DATE " " FA-EVENEMENT " "
                        FA-REFERENCE " " FA-STATUT " tarif "
                        WS-MONTANT-AFFICHE " prélevé "
                        WS-PRELEVE-AFFICHE " " FA-DEVISE
                    IF FA-MOTIF NOT = SPACES
                        DISPLAY "       " FA-MOTIF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FRAIS-ACTES-FILE.
    DISPLAY "Frais recensés : " WS-NB-VALEURS
        " (F = facturé, P = partiel, E = exonéré, N = non facturé,"
        " A = à facturer la nuit).".

*> Piste d'audit en ajout au fil de l'eau, comme audit_parametres.txt.
ECRIRE-AUDIT.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-COURANTE.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUD-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF WS-AUD-STATUS NOT = '00'
        DISPLAY "ATTENTION : piste d'audit indisponible (statut "
            WS-AUD-STATUS "), changement non audité."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AUDIT-LIGNE.
    STRING WS-DATE-DU-JOUR " " WS-HEURE-COURANTE " "
        WS-OBJET-AUDIT " " WS-DETAIL-AUDIT
        " par " LK-OPERATEUR
        DELIMITED BY SIZE INTO AUDIT-LIGNE.
    WRITE AUDIT-LIGNE.
    CLOSE AUDIT-FILE.
