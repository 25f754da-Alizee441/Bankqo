IDENTIFICATION DIVISION.
PROGRAM-ID. examiner_alertes_sanctions.

*> File d'examen de la conformité : alertes de filtrage sanctions
*> (ALERTES-SANCTIONS-FILE, voir ALRSANC.CPY) écrites par
*> filtrer_sanctions à la saisie des fiches et des bénéficiaires, au
*> refiltrage de nuit et au passage des paiements. Consultation
*> ouverte à tous ; la décision est réservée au superviseur et
*> demande un motif.
*>   - Confirmer (vraie correspondance) : gel des avoirs. Un client
*>     confirmé voit tous ses comptes bloqués (journal GEL-SANCTION)
*>     — ceux dont il est titulaire et ceux dont il est co-titulaire
*>     actif (INTERVENANTS-FILE, voir INTERV.CPY) ; les comptes où il
*>     n'a qu'une procuration (mandataire, représentant légal) sont
*>     listés sans être bloqués, la conformité décidant au cas par
*>     cas — et ses virements sortants non encore émis retenus
*>     (VS-STATUT G) ; un bénéficiaire confirmé passe gelé
*>     (BEN-STATUT G) avec les virements en attente vers lui ; le
*>     paiement à l'origine de l'alerte est retenu (virement sortant
*>     G, virement reçu G, les fonds restant en suspens).
*>   - Lever (homonyme) : le bénéficiaire suspendu redevient actif,
*>     le virement sortant suspendu repart à la prochaine émission,
*>     le virement reçu retenu passe en suspens ordinaire pour être
*>     crédité dans reparer_virements_entrants — chacun seulement si
*>     aucune autre alerte n'est encore à examiner pour lui.
*> La décision reste sur l'alerte (jamais purgée) et s'ajoute à la
*> piste d'audit audit_sanctions.txt. Le client n'est pas notifié
*> (pas d'avertissement de la personne visée).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERTES-SANCTIONS-FILE ASSIGN TO 'alertes_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALS-CLE
        FILE STATUS IS WS-ALS-STATUS.

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

    SELECT BENEFICIAIRES-FILE ASSIGN TO 'beneficiaires.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BEN-CLE
        FILE STATUS IS WS-BEN-STATUS.

    SELECT VIREMENTS-SORTANTS-FILE ASSIGN TO 'virements_sortants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VS-CLE
        FILE STATUS IS WS-VS-STATUS.

    SELECT VIREMENTS-ENTRANTS-FILE ASSIGN TO 'virements_entrants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VE-REFERENCE
        FILE STATUS IS WS-VE-STATUS.

    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

    SELECT AUDIT-FILE ASSIGN TO 'audit_sanctions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.
FILE SECTION.
FD ALERTES-SANCTIONS-FILE.
COPY ALRSANC.

FD COMPTES-FILE.
COPY COMPTE.

FD CLIENTS-FILE.
COPY CLIENT.

FD BENEFICIAIRES-FILE.
COPY BENEF.

FD VIREMENTS-SORTANTS-FILE.
COPY VIRSORT.

FD VIREMENTS-ENTRANTS-FILE.
COPY VIRENT.

FD INTERVENANTS-FILE.
COPY INTERV.

FD AUDIT-FILE.
01 AUDIT-LIGNE               PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ALS-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-BEN-STATUS            PIC X(02).
01 WS-VS-STATUS             PIC X(02).
01 WS-VE-STATUS             PIC X(02).
01 WS-AUD-STATUS            PIC X(02).
01 WS-INT-STATUS            PIC X(02).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-HEURE-COURANTE         PIC X(06).
01 WS-ID-CLIENT-SAISI        PIC X(10).
01 WS-SEQUENCE-SAISIE        PIC 9(6).
01 WS-NB-TROUVES             PIC 9(6).
01 WS-NB-GELES               PIC 9(6).
01 WS-NB-PROCURATIONS        PIC 9(6).
01 WS-FIN-INTERVENANTS       PIC X(01).
01 WS-NB-RETENUS             PIC 9(6).
01 WS-MOTIF-SAISI            PIC X(40).
01 WS-CONFIRMATION           PIC X(01).
01 WS-LIBELLE-AUDIT          PIC X(12).
01 WS-AUTRE-ALERTE           PIC X(01).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-PROGRAMME              PIC X(15) VALUE "examiner_alerte".
01 WS-MESSAGE-ERREUR         PIC X(50).

*> Alerte en cours de décision, gardée à part : les parcours qui
*> suivent réutilisent la zone de l'enregistrement.
01 WS-ALERTE-DECIDEE.
   05 WS-AD-ID-CLIENT        PIC X(10).
   05 WS-AD-SEQUENCE         PIC 9(6).
   05 WS-AD-TYPE-NOM         PIC X(01).
   05 WS-AD-BEN-CODE         PIC X(06).
   05 WS-AD-TYPE-OPERATION   PIC X(02).
   05 WS-AD-REFERENCE-OP     PIC X(16).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-EXAMINER-ALERTES.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O ALERTES-SANCTIONS-FILE.
    IF WS-ALS-STATUS = '35'
        DISPLAY "Aucune alerte sanctions enregistrée."
        GOBACK
    END-IF.
    IF WS-ALS-STATUS NOT = '00'
        DISPLAY "Ouverture de ALERTES-SANCTIONS-FILE impossible"
            " (statut " WS-ALS-STATUS ")."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- ALERTES SANCTIONS (CONFORMITE) ---"
        DISPLAY "1. Lister les alertes à examiner"
        DISPLAY "2. Consulter une alerte"
        DISPLAY "3. Confirmer une correspondance (gel des avoirs)"
        DISPLAY "4. Lever une alerte (homonyme)"
        DISPLAY "5. Historique des alertes d'un client"
        DISPLAY "6. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM LISTER-ALERTES-OUVERTES
            WHEN 2
                PERFORM CONSULTER-ALERTE
            WHEN 3
                PERFORM CONFIRMER-ALERTE
            WHEN 4
                PERFORM LEVER-ALERTE
            WHEN 5
                PERFORM HISTORIQUE-CLIENT
            WHEN 6
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE ALERTES-SANCTIONS-FILE.
    GOBACK.

LISTER-ALERTES-OUVERTES.
    MOVE 0 TO WS-NB-TROUVES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LOW-VALUES TO ALS-CLE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Client     Séq.   T Nom filtré                     "
        "Score Liste        Op".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ALS-STATUT = 'E'
                    PERFORM AFFICHER-LIGNE-ALERTE
                    ADD 1 TO WS-NB-TROUVES
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Alertes à examiner : " WS-NB-TROUVES.

AFFICHER-LIGNE-ALERTE.
    DISPLAY ALS-ID-CLIENT " " ALS-SEQUENCE " " ALS-TYPE-NOM " "
        ALS-NOM " " ALS-SCORE "%  " ALS-LS-REFERENCE " "
        ALS-TYPE-OPERATION " " ALS-STATUT.

LIRE-ALERTE.
    DISPLAY "Identifiant client de l'alerte : ".
    ACCEPT WS-ID-CLIENT-SAISI.
    DISPLAY "Séquence de l'alerte : ".
    ACCEPT WS-SEQUENCE-SAISIE.
    MOVE WS-ID-CLIENT-SAISI TO ALS-ID-CLIENT.
    MOVE WS-SEQUENCE-SAISIE TO ALS-SEQUENCE.
    READ ALERTES-SANCTIONS-FILE KEY IS ALS-CLE.
    IF WS-ALS-STATUS NOT = '00'
        DISPLAY "Alerte introuvable."
    END-IF.

CONSULTER-ALERTE.
    PERFORM LIRE-ALERTE.
    IF WS-ALS-STATUS = '00'
        PERFORM AFFICHER-ALERTE
    END-IF.

AFFICHER-ALERTE.
    DISPLAY "=================================================".
    DISPLAY "Alerte            : " ALS-ID-CLIENT " / " ALS-SEQUENCE.
    EVALUATE ALS-TYPE-NOM
        WHEN 'C'
            DISPLAY "Nom filtré        : " ALS-NOM " (client)"
        WHEN 'B'
            DISPLAY "Nom filtré        : " ALS-NOM
                " (bénéficiaire " ALS-BEN-CODE ")"
        WHEN 'P'
            DISPLAY "Nom filtré        : " ALS-NOM
                " (créancier saisissant)"
        WHEN OTHER
            DISPLAY "Nom filtré        : " ALS-NOM
                " (donneur d'ordre)"
    END-EVALUATE.
    DISPLAY "Entrée de liste   : " ALS-LS-REFERENCE " " ALS-LS-NOM.
    DISPLAY "Ressemblance      : " ALS-SCORE " %".
    EVALUATE ALS-TYPE-OPERATION
        WHEN 'OC'
            DISPLAY "Opération         : ouverture de compte refusée"
        WHEN 'VS'
            DISPLAY "Opération         : virement sortant "
                ALS-REFERENCE-OPERATION
        WHEN 'VE'
            DISPLAY "Opération         : virement reçu "
                ALS-REFERENCE-OPERATION
        WHEN OTHER
            DISPLAY "Opération         : fiche (saisie ou refiltrage)"
    END-EVALUATE.
    DISPLAY "Détectée le       : " ALS-DATE-DETECTION " "
        ALS-HEURE-DETECTION " par " ALS-OPERATEUR.
    EVALUATE ALS-STATUT
        WHEN 'E'
            DISPLAY "Statut            : à examiner"
        WHEN 'C'
            DISPLAY "Statut            : confirmée le "
                ALS-DATE-DECISION " par " ALS-OPERATEUR-DECISION
            DISPLAY "Motif             : " ALS-MOTIF-DECISION
        WHEN OTHER
            DISPLAY "Statut            : levée le "
                ALS-DATE-DECISION " par " ALS-OPERATEUR-DECISION
            DISPLAY "Motif             : " ALS-MOTIF-DECISION
    END-EVALUATE.
    DISPLAY "=================================================".

*> Lecture de l'alerte à décider et du motif, communes à la
*> confirmation et à la levée.
PREPARER-DECISION.
    MOVE 'N' TO WS-CONFIRMATION.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-ALERTE.
    IF WS-ALS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM AFFICHER-ALERTE.
    IF ALS-STATUT NOT = 'E'
        DISPLAY "Alerte déjà décidée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Motif de la décision (obligatoire) : ".
    ACCEPT WS-MOTIF-SAISI.
    IF WS-MOTIF-SAISI = SPACES
        DISPLAY "Motif obligatoire : décision abandonnée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Confirmer la décision (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Décision abandonnée."
        MOVE 'N' TO WS-CONFIRMATION
        EXIT PARAGRAPH
    END-IF.
    MOVE ALS-ID-CLIENT TO WS-AD-ID-CLIENT.
    MOVE ALS-SEQUENCE TO WS-AD-SEQUENCE.
    MOVE ALS-TYPE-NOM TO WS-AD-TYPE-NOM.
    MOVE ALS-BEN-CODE TO WS-AD-BEN-CODE.
    MOVE ALS-TYPE-OPERATION TO WS-AD-TYPE-OPERATION.
    MOVE ALS-REFERENCE-OPERATION TO WS-AD-REFERENCE-OP.

ENREGISTRER-DECISION.
    MOVE WS-DATE-DU-JOUR TO ALS-DATE-DECISION.
    MOVE LK-OPERATEUR TO ALS-OPERATEUR-DECISION.
    MOVE WS-MOTIF-SAISI TO ALS-MOTIF-DECISION.
    REWRITE ALERTE-SANCTION-RECORD.
    IF WS-ALS-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-AD-ID-CLIENT WS-PROGRAMME
            WS-ALS-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Décision non enregistrée : " WS-MESSAGE-ERREUR
        MOVE 'N' TO WS-CONFIRMATION
        EXIT PARAGRAPH
    END-IF.
    PERFORM ECRIRE-AUDIT.

CONFIRMER-ALERTE.
    PERFORM PREPARER-DECISION.
    IF WS-CONFIRMATION NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO ALS-STATUT.
    MOVE "CONFIRMATION" TO WS-LIBELLE-AUDIT.
    PERFORM ENREGISTRER-DECISION.
    IF WS-CONFIRMATION NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Correspondance confirmée : gel des avoirs.".

    EVALUATE WS-AD-TYPE-NOM
        WHEN 'C'
            PERFORM GELER-COMPTES-CLIENT
            PERFORM RETENIR-VIREMENTS-SORTANTS
        WHEN 'B'
            PERFORM GELER-BENEFICIAIRE
            PERFORM RETENIR-VIREMENTS-SORTANTS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    EVALUATE WS-AD-TYPE-OPERATION
        WHEN 'VS'
            PERFORM RETENIR-VIREMENT-ALERTE
        WHEN 'VE'
            PERFORM RETENIR-VIREMENT-RECU
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Blocage de tous les comptes du client, par la clé secondaire
*> ID-CLIENT de COMPTES-FILE.
GELER-COMPTES-CLIENT.
    MOVE 0 TO WS-NB-GELES.
    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Comptes indisponibles (statut " WS-FILE-STATUS
            ") : GEL DES COMPTES A FAIRE MANUELLEMENT."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-AD-ID-CLIENT TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ID-CLIENT OF COMPTE-RECORD NOT = WS-AD-ID-CLIENT
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM GELER-COMPTE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM GELER-COMPTES-INTERVENANT.
    CLOSE COMPTES-FILE.
    DISPLAY "Comptes bloqués : " WS-NB-GELES.
    IF WS-NB-PROCURATIONS > 0
        DISPLAY "Procurations à examiner par la conformité : "
            WS-NB-PROCURATIONS
    END-IF.

*> Comptes d'autrui où le client intervient : co-titulaire actif à
*> la date du jour = avoirs gelés comme les siens ; simple pouvoir
*> (mandataire, représentant légal) = listé seulement.
GELER-COMPTES-INTERVENANT.
    MOVE 0 TO WS-NB-PROCURATIONS.
    OPEN INPUT INTERVENANTS-FILE.
    IF WS-INT-STATUS = '35'
        EXIT PARAGRAPH
    END-IF.
    IF WS-INT-STATUS NOT = '00'
        DISPLAY "Intervenants indisponibles (statut " WS-INT-STATUS
            ") : COMPTES CO-DETENUS A GELER MANUELLEMENT."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-INTERVENANTS.
    MOVE WS-AD-ID-CLIENT TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS = INT-ID-CLIENT
        INVALID KEY MOVE 'O' TO WS-FIN-INTERVENANTS
    END-START.
    PERFORM UNTIL WS-FIN-INTERVENANTS = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-INTERVENANTS
            NOT AT END
                IF INT-ID-CLIENT NOT = WS-AD-ID-CLIENT
                    MOVE 'O' TO WS-FIN-INTERVENANTS
                ELSE
                    PERFORM GELER-COMPTE-INTERVENANT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INTERVENANTS-FILE.

GELER-COMPTE-INTERVENANT.
    IF INT-STATUT NOT = 'A'
        OR INT-DATE-DEBUT > WS-DATE-DU-JOUR
        OR (INT-DATE-FIN NOT = SPACES
            AND INT-DATE-FIN < WS-DATE-DU-JOUR)
        EXIT PARAGRAPH
    END-IF.
    IF INT-ROLE = 'C' OR INT-ROLE = 'T'
        MOVE INT-NUMERO-COMPTE TO NUMERO-COMPTE
        READ COMPTES-FILE KEY IS NUMERO-COMPTE
        IF WS-FILE-STATUS = '00'
            PERFORM GELER-COMPTE
        ELSE
            DISPLAY "Compte co-détenu " INT-NUMERO-COMPTE
                " introuvable : A GELER MANUELLEMENT."
        END-IF
    ELSE
        ADD 1 TO WS-NB-PROCURATIONS
        DISPLAY "Procuration (rôle " INT-ROLE ") sur le compte "
            INT-NUMERO-COMPTE " : non bloqué, à examiner."
    END-IF.

GELER-COMPTE.
    IF STATUT-COMPTE = 'B'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'B' TO STATUT-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS = '00'
        ADD 1 TO WS-NB-GELES
        CALL 'journaliser' USING NUMERO-COMPTE "GEL-SANCTION"
            WS-ZERO SOLDE-COMPTE LK-OPERATEUR
    ELSE
        CALL 'traiter_erreur' USING NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Gel en échec sur " NUMERO-COMPTE " : "
            WS-MESSAGE-ERREUR
    END-IF.

GELER-BENEFICIAIRE.
    OPEN I-O BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00'
        DISPLAY "Bénéficiaires indisponibles (statut " WS-BEN-STATUS
            ") : GEL DU BENEFICIAIRE A FAIRE MANUELLEMENT."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AD-ID-CLIENT TO BEN-ID-CLIENT.
    MOVE WS-AD-BEN-CODE TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    IF WS-BEN-STATUS = '00'
        MOVE 'G' TO BEN-STATUT
        REWRITE BENEFICIAIRE-RECORD
        IF WS-BEN-STATUS = '00'
            DISPLAY "Bénéficiaire " BEN-CODE " gelé."
        END-IF
    END-IF.
    CLOSE BENEFICIAIRES-FILE.

*> Virements sortants non encore émis de la partie gelée : tous ceux
*> du client (nom du client confirmé) ou ceux vers le bénéficiaire
*> confirmé.
RETENIR-VIREMENTS-SORTANTS.
    MOVE 0 TO WS-NB-RETENUS.
    OPEN I-O VIREMENTS-SORTANTS-FILE.
    IF WS-VS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ VIREMENTS-SORTANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF VS-ID-CLIENT = WS-AD-ID-CLIENT
                    AND (VS-STATUT = 'A' OR VS-STATUT = 'S')
                    AND (WS-AD-TYPE-NOM = 'C'
                        OR VS-BEN-CODE = WS-AD-BEN-CODE)
                    MOVE 'G' TO VS-STATUT
                    REWRITE VIREMENT-SORTANT-RECORD
                    IF WS-VS-STATUS = '00'
                        ADD 1 TO WS-NB-RETENUS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VIREMENTS-SORTANTS-FILE.
    DISPLAY "Virements sortants retenus : " WS-NB-RETENUS.

RETENIR-VIREMENT-ALERTE.
    OPEN I-O VIREMENTS-SORTANTS-FILE.
    IF WS-VS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AD-REFERENCE-OP TO VS-CLE.
    READ VIREMENTS-SORTANTS-FILE KEY IS VS-CLE.
    IF WS-VS-STATUS = '00' AND VS-STATUT NOT = 'E'
        AND VS-STATUT NOT = 'G'
        MOVE 'G' TO VS-STATUT
        REWRITE VIREMENT-SORTANT-RECORD
        DISPLAY "Virement sortant " VS-COMPTE-SOURCE " "
            VS-SEQUENCE " retenu."
    END-IF.
    CLOSE VIREMENTS-SORTANTS-FILE.

RETENIR-VIREMENT-RECU.
    OPEN I-O VIREMENTS-ENTRANTS-FILE.
    IF WS-VE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AD-REFERENCE-OP TO VE-REFERENCE.
    READ VIREMENTS-ENTRANTS-FILE KEY IS VE-REFERENCE.
    IF WS-VE-STATUS = '00'
        AND (VE-STATUT = 'F' OR VE-STATUT = 'O')
        MOVE 'G' TO VE-STATUT
        MOVE "Gel des avoirs (sanctions)." TO VE-MOTIF
        MOVE LK-OPERATEUR TO VE-OPERATEUR-REGUL
        MOVE WS-DATE-DU-JOUR TO VE-DATE-REGUL
        REWRITE VIREMENT-ENTRANT-RECORD
        DISPLAY "Virement reçu " VE-REFERENCE " retenu en suspens."
    END-IF.
    CLOSE VIREMENTS-ENTRANTS-FILE.

LEVER-ALERTE.
    PERFORM PREPARER-DECISION.
    IF WS-CONFIRMATION NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO ALS-STATUT.
    MOVE "LEVEE" TO WS-LIBELLE-AUDIT.
    PERFORM ENREGISTRER-DECISION.
    IF WS-CONFIRMATION NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Alerte levée (homonyme).".

    IF WS-AD-TYPE-NOM = 'B'
        PERFORM CHERCHER-AUTRE-ALERTE-BEN
        IF WS-AUTRE-ALERTE = 'N'
            PERFORM REACTIVER-BENEFICIAIRE
        END-IF
    END-IF.
    IF WS-AD-TYPE-OPERATION = 'VS' OR WS-AD-TYPE-OPERATION = 'VE'
        PERFORM CHERCHER-AUTRE-ALERTE-OP
        IF WS-AUTRE-ALERTE = 'O'
            DISPLAY "Une autre alerte reste à examiner pour cette"
                " opération : paiement toujours retenu."
        ELSE
            IF WS-AD-TYPE-OPERATION = 'VS'
                PERFORM LIBERER-VIREMENT-SORTANT
            ELSE
                PERFORM LIBERER-VIREMENT-RECU
            END-IF
        END-IF
    END-IF.

*> Autre alerte encore à examiner pour la même opération (nom du
*> client et nom du bénéficiaire ou du donneur d'ordre sont filtrés
*> séparément, sous le même client).
CHERCHER-AUTRE-ALERTE-OP.
    MOVE 'N' TO WS-AUTRE-ALERTE.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-AD-ID-CLIENT TO ALS-ID-CLIENT.
    MOVE 0 TO ALS-SEQUENCE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ALS-ID-CLIENT NOT = WS-AD-ID-CLIENT
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF ALS-STATUT = 'E'
                        AND ALS-SEQUENCE NOT = WS-AD-SEQUENCE
                        AND ALS-TYPE-OPERATION = WS-AD-TYPE-OPERATION
                        AND ALS-REFERENCE-OPERATION =
                            WS-AD-REFERENCE-OP
                        MOVE 'O' TO WS-AUTRE-ALERTE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

CHERCHER-AUTRE-ALERTE-BEN.
    MOVE 'N' TO WS-AUTRE-ALERTE.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-AD-ID-CLIENT TO ALS-ID-CLIENT.
    MOVE 0 TO ALS-SEQUENCE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ALS-ID-CLIENT NOT = WS-AD-ID-CLIENT
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF ALS-STATUT = 'E'
                        AND ALS-SEQUENCE NOT = WS-AD-SEQUENCE
                        AND ALS-TYPE-NOM = 'B'
                        AND ALS-BEN-CODE = WS-AD-BEN-CODE
                        MOVE 'O' TO WS-AUTRE-ALERTE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REACTIVER-BENEFICIAIRE.
    OPEN I-O BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AD-ID-CLIENT TO BEN-ID-CLIENT.
    MOVE WS-AD-BEN-CODE TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    IF WS-BEN-STATUS = '00' AND BEN-STATUT = 'S'
        MOVE 'A' TO BEN-STATUT
        REWRITE BENEFICIAIRE-RECORD
        DISPLAY "Bénéficiaire " BEN-CODE " réactivé."
    END-IF.
    CLOSE BENEFICIAIRES-FILE.

LIBERER-VIREMENT-SORTANT.
    OPEN I-O VIREMENTS-SORTANTS-FILE.
    IF WS-VS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AD-REFERENCE-OP TO VS-CLE.
    READ VIREMENTS-SORTANTS-FILE KEY IS VS-CLE.
    IF WS-VS-STATUS = '00' AND VS-STATUT = 'S'
        MOVE 'A' TO VS-STATUT
        REWRITE VIREMENT-SORTANT-RECORD
        DISPLAY "Virement sortant " VS-COMPTE-SOURCE " " VS-SEQUENCE
            " libéré : émission la nuit prochaine."
    END-IF.
    CLOSE VIREMENTS-SORTANTS-FILE.

LIBERER-VIREMENT-RECU.
    OPEN I-O VIREMENTS-ENTRANTS-FILE.
    IF WS-VE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AD-REFERENCE-OP TO VE-REFERENCE.
    READ VIREMENTS-ENTRANTS-FILE KEY IS VE-REFERENCE.
    IF WS-VE-STATUS = '00' AND VE-STATUT = 'F'
        MOVE 'O' TO VE-STATUT
        MOVE "Filtrage sanctions levé : à créditer." TO VE-MOTIF
        REWRITE VIREMENT-ENTRANT-RECORD
        DISPLAY "Virement reçu " VE-REFERENCE " passé en suspens :"
            " à créditer dans les virements entrants en suspens."
    END-IF.
    CLOSE VIREMENTS-ENTRANTS-FILE.

HISTORIQUE-CLIENT.
    DISPLAY "Identifiant client : ".
    ACCEPT WS-ID-CLIENT-SAISI.
    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS = '00'
        MOVE WS-ID-CLIENT-SAISI TO ID-CLIENT OF CLIENT-RECORD
        READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD
        IF WS-CLIENT-STATUS = '00'
            DISPLAY "Client : " NOM-CLIENT
        END-IF
        CLOSE CLIENTS-FILE
    END-IF.
    MOVE 0 TO WS-NB-TROUVES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-ID-CLIENT-SAISI TO ALS-ID-CLIENT.
    MOVE 0 TO ALS-SEQUENCE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ALS-ID-CLIENT NOT = WS-ID-CLIENT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM AFFICHER-LIGNE-ALERTE
                    IF ALS-STATUT NOT = 'E'
                        DISPLAY "    décidée le " ALS-DATE-DECISION
                            " par " ALS-OPERATEUR-DECISION " : "
                            ALS-MOTIF-DECISION
                    END-IF
                    ADD 1 TO WS-NB-TROUVES
                END-IF
        END-READ
    END-PERFORM.
    DISPLAY "Alertes du client : " WS-NB-TROUVES.

*> Piste d'audit en ajout au fil de l'eau, partagée avec
*> filtrer_sanctions.
ECRIRE-AUDIT.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-COURANTE.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUD-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF WS-AUD-STATUS NOT = '00'
        DISPLAY "ATTENTION : piste d'audit sanctions indisponible"
            " (statut " WS-AUD-STATUS "), décision non auditée."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AUDIT-LIGNE.
    STRING WS-DATE-DU-JOUR " " WS-HEURE-COURANTE " "
        WS-LIBELLE-AUDIT " " ALS-ID-CLIENT "/" ALS-SEQUENCE
        " " ALS-LS-REFERENCE " par " LK-OPERATEUR " : "
        ALS-MOTIF-DECISION
        DELIMITED BY SIZE INTO AUDIT-LIGNE.
    WRITE AUDIT-LIGNE.
    CLOSE AUDIT-FILE.
