IDENTIFICATION DIVISION.
PROGRAM-ID. payer_saisies.

*> Traitement de nuit : paie au créancier les saisies sur comptes
*> arrivées au terme de leur délai de contestation (SAISIES-FILE,
*> voir SAISIE.CPY), c'est-à-dire au statut A dont la fin de
*> contestation est passée, ou maintenues après contestation
*> (SAI-DATE-DECISION posée). Pour chaque compte bloqué de la saisie
*> (SAISIES-COMPTES-FILE, SAISCPT.CPY) :
*>   - le compte est débité du montant bloqué, ramené au solde
*>     créditeur si des frais l'ont entamé depuis (journal SAISIE,
*>     total de contrôle tenu par maj_controle) ;
*>   - une instruction de virement vers le compte du créancier est
*>     écrite dans VIREMENTS-SORTANTS-FILE (statut A), émise le soir
*>     même par emettre_virements_externes qui passe après ce
*>     programme dans chaine_batch_nuit. Le créancier n'ayant pas de
*>     fiche bénéficiaire, son nom est filtré ici contre la liste de
*>     gel (filtrer_sanctions, opération VS) : une alerte à examiner
*>     écrit l'instruction suspendue (S), une correspondance
*>     confirmée l'écrit gelée (G), les fonds restant en suspens
*>     jusqu'à la décision dans examiner_alertes_sanctions ;
*>   - le blocage est levé (journal BLOCAGE-LEV).
*> Un compte bloqué (gel des avoirs, succession...) n'est pas
*> débité : la part reste en attente avec son blocage et est
*> signalée chaque nuit jusqu'au déblocage. Une part en échec
*> (compte illisible, débit refusé) garde de même son blocage et la
*> saisie reste en cours pour la nuit suivante. Payée
*> en entier, la saisie passe au statut P et le client est prévenu
*> (emettre_notification, code SAISIE-PAYEE). A lancer une fois par
*> nuit via chaine_batch_nuit. Passage enregistré dans
*> PASSAGES-BATCH-FILE avec reprise au dossier suivant le dernier
*> pointé. RETURN-CODE : 0 = complet, 4 = refusé (déjà passé),
*> 8 = abandon sur erreur fichier.

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

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT BLOCAGES-FILE ASSIGN TO 'blocages.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLO-CLE
        FILE STATUS IS WS-BLO-STATUS.

    SELECT VIREMENTS-SORTANTS-FILE ASSIGN TO 'virements_sortants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VS-CLE
        FILE STATUS IS WS-VS-STATUS.

    SELECT SEQUENCE-VS-FILE ASSIGN TO 'sequence_vs.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQVS-NUMERO-COMPTE
        FILE STATUS IS WS-SEQVS-STATUS.

DATA DIVISION.
FILE SECTION.
FD SAISIES-FILE.
COPY SAISIE.

FD SAISIES-COMPTES-FILE.
COPY SAISCPT.

FD COMPTES-FILE.
COPY COMPTE.

FD BLOCAGES-FILE.
COPY BLOCAGE.

FD VIREMENTS-SORTANTS-FILE.
COPY VIRSORT.

FD SEQUENCE-VS-FILE.
COPY SEQVS.

WORKING-STORAGE SECTION.
01 WS-SAI-STATUS            PIC X(02).
01 WS-SAC-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-BLO-STATUS            PIC X(02).
01 WS-VS-STATUS             PIC X(02).
01 WS-SEQVS-STATUS          PIC X(02).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-FIN-COMPTES            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-SEQUENCE-PRISE         PIC X(01).
01 WS-PART-EN-ECHEC          PIC X(01).
01 WS-DOSSIER-ERREUR         PIC X(10).
01 WS-MONTANT-A-PAYER        PIC S9(13)V99.
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-NB-SAISIES-PAYEES      PIC 9(6) VALUE 0.
01 WS-NB-VIREMENTS           PIC 9(6) VALUE 0.
01 WS-TOTAL-PAYE             PIC S9(13)V99 VALUE 0.
01 WS-COMPTE-NOTIFIE         PIC X(10).
01 WS-COMPLEMENT-NOTIF       PIC X(30).
01 WS-MONTANT-EDITE          PIC Z(12)9.99.
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "payer_saisies".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-DOSSIER        PIC X(10).
01 WS-TYPE-NOM               PIC X(01) VALUE 'P'.
01 WS-BEN-CODE-VIDE          PIC X(06) VALUE SPACES.
01 WS-TYPE-OPERATION         PIC X(02) VALUE "VS".
01 WS-REFERENCE-OPERATION    PIC X(16).
01 WS-RESULTAT-FILTRAGE      PIC X(01).
01 WS-SEQUENCE-ALERTE        PIC 9(6).
01 WS-NB-RETENUS             PIC 9(6) VALUE 0.
01 WS-NB-PARTS-BLOQUEES      PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
DEBUT-PAYER-SAISIES.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-DOSSIER.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-DOSSIER
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Saisies déjà payées pour le " WS-DATE-DU-JOUR
            ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O SAISIES-FILE.
    IF WS-SAI-STATUS = '35'
        DISPLAY "Aucun registre des saisies. Rien à payer."
        MOVE 'F' TO WS-ACTION-PASSAGE
        CALL 'controler_passage_batch' USING WS-PROGRAMME
            WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-DOSSIER
            WS-RESULTAT-PASSAGE
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-SAI-STATUS NOT = '00'
        DISPLAY "Ouverture de SAISIES-FILE impossible (statut "
            WS-SAI-STATUS "). Traitement abandonné."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O SAISIES-COMPTES-FILE.
    IF WS-SAC-STATUS NOT = '00'
        DISPLAY "Ouverture de SAISIES-COMPTES-FILE impossible (statut "
            WS-SAC-STATUS "). Traitement abandonné."
        CLOSE SAISIES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Traitement abandonné."
        CLOSE SAISIES-COMPTES-FILE
        CLOSE SAISIES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O BLOCAGES-FILE.
    IF WS-BLO-STATUS NOT = '00'
        DISPLAY "Ouverture de BLOCAGES-FILE impossible (statut "
            WS-BLO-STATUS "). Traitement abandonné."
        CLOSE COMPTES-FILE
        CLOSE SAISIES-COMPTES-FILE
        CLOSE SAISIES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O VIREMENTS-SORTANTS-FILE.
    IF WS-VS-STATUS = '35'
        OPEN OUTPUT VIREMENTS-SORTANTS-FILE
        CLOSE VIREMENTS-SORTANTS-FILE
        OPEN I-O VIREMENTS-SORTANTS-FILE
    END-IF.
    IF WS-VS-STATUS NOT = '00'
        DISPLAY "Ouverture de VIREMENTS-SORTANTS-FILE impossible"
            " (statut " WS-VS-STATUS "). Traitement abandonné."
        CLOSE BLOCAGES-FILE
        CLOSE COMPTES-FILE
        CLOSE SAISIES-COMPTES-FILE
        CLOSE SAISIES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-DOSSIER NOT = SPACES
        DISPLAY "Reprise du paiement des saisies après le dossier "
            WS-DERNIER-DOSSIER
        MOVE WS-DERNIER-DOSSIER(1:6) TO SAI-NUMERO
        START SAISIES-FILE KEY IS > SAI-NUMERO
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
    END-IF.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SAISIES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF SAI-STATUT = 'A'
                    AND (SAI-DATE-FIN-CONTESTATION < WS-DATE-DU-JOUR
                        OR SAI-DATE-DECISION NOT = SPACES)
                    PERFORM PAYER-SAISIE
                END-IF
                PERFORM POINTER-DOSSIER
        END-READ
    END-PERFORM.

    CLOSE VIREMENTS-SORTANTS-FILE.
    CLOSE BLOCAGES-FILE.
    CLOSE COMPTES-FILE.
    CLOSE SAISIES-COMPTES-FILE.
    CLOSE SAISIES-FILE.

    DISPLAY "Saisies payées        : " WS-NB-SAISIES-PAYEES.
    DISPLAY "Virements aux créanciers : " WS-NB-VIREMENTS.
    DISPLAY "Total versé           : " WS-TOTAL-PAYE.
    DISPLAY "Virements retenus (sanctions) : " WS-NB-RETENUS.
    DISPLAY "Parts en attente (compte bloqué) : " WS-NB-PARTS-BLOQUEES.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-DOSSIER
        WS-RESULTAT-PASSAGE.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

POINTER-DOSSIER.
    MOVE SPACES TO WS-DERNIER-DOSSIER.
    MOVE SAI-NUMERO TO WS-DERNIER-DOSSIER(1:6).
    MOVE 'C' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-DOSSIER
        WS-RESULTAT-PASSAGE.

PAYER-SAISIE.
    MOVE 'N' TO WS-PART-EN-ECHEC.
    MOVE SPACES TO WS-COMPTE-NOTIFIE.
    MOVE 'N' TO WS-FIN-COMPTES.
    MOVE SAI-NUMERO TO SAC-NUMERO-SAISIE.
    MOVE LOW-VALUES TO SAC-NUMERO-COMPTE.
    START SAISIES-COMPTES-FILE KEY IS >= SAC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-COMPTES
    END-START.
    PERFORM UNTIL WS-FIN-COMPTES = 'O'
        READ SAISIES-COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-COMPTES
            NOT AT END
                IF SAC-NUMERO-SAISIE NOT = SAI-NUMERO
                    MOVE 'O' TO WS-FIN-COMPTES
                ELSE
                    IF WS-COMPTE-NOTIFIE = SPACES
                        MOVE SAC-NUMERO-COMPTE TO WS-COMPTE-NOTIFIE
                    END-IF
                    IF SAC-STATUT = 'B'
                        PERFORM PAYER-COMPTE-SAISI
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

    IF WS-PART-EN-ECHEC = 'O'
        REWRITE SAISIE-RECORD
        DISPLAY "Saisie " SAI-NUMERO " partiellement payée : reprise"
            " la nuit prochaine."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'P' TO SAI-STATUT.
    MOVE WS-DATE-DU-JOUR TO SAI-DATE-PAIEMENT.
    REWRITE SAISIE-RECORD.
    IF WS-SAI-STATUS NOT = '00'
        MOVE SPACES TO WS-DOSSIER-ERREUR
        MOVE SAI-NUMERO TO WS-DOSSIER-ERREUR
        CALL 'traiter_erreur' USING WS-DOSSIER-ERREUR WS-PROGRAMME
            WS-SAI-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "ECHEC REWRITE SAISIES-FILE " SAI-NUMERO
            " : payée mais toujours marquée en cours, CORRECTION"
            " MANUELLE REQUISE."
    END-IF.
    ADD 1 TO WS-NB-SAISIES-PAYEES.
    MOVE SAI-MONTANT-PAYE TO WS-MONTANT-EDITE.
    MOVE SPACES TO WS-COMPLEMENT-NOTIF.
    STRING SAI-NUMERO " PAYE " WS-MONTANT-EDITE
        DELIMITED BY SIZE INTO WS-COMPLEMENT-NOTIF.
    CALL 'emettre_notification' USING SAI-ID-CLIENT WS-COMPTE-NOTIFIE
        "SAISIE-PAYEE" WS-COMPLEMENT-NOTIF.

*> Débit puis levée du blocage : le blocage garantissait les fonds,
*> seul un débit de frais ou d'agios passé depuis a pu les entamer.
*> Une part en échec garde son blocage et la saisie reste en cours :
*> elle est reprise la nuit suivante, les parts déjà payées (statut
*> P) n'étant pas repayées.
PAYER-COMPTE-SAISI.
    MOVE SAC-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING SAC-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Saisie " SAI-NUMERO " : compte " SAC-NUMERO-COMPTE
            " illisible, part non payée. " WS-MESSAGE-ERREUR
        MOVE 'O' TO WS-PART-EN-ECHEC
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B'
        DISPLAY "Saisie " SAI-NUMERO " : compte " SAC-NUMERO-COMPTE
            " bloqué (gel des avoirs ou succession), part non payée,"
            " blocage maintenu."
        ADD 1 TO WS-NB-PARTS-BLOQUEES
        MOVE 'O' TO WS-PART-EN-ECHEC
        EXIT PARAGRAPH
    END-IF.
    MOVE SAC-MONTANT-BLOQUE TO WS-MONTANT-A-PAYER.
    IF WS-MONTANT-A-PAYER > SOLDE-COMPTE
        IF SOLDE-COMPTE > 0
            MOVE SOLDE-COMPTE TO WS-MONTANT-A-PAYER
        ELSE
            MOVE 0 TO WS-MONTANT-A-PAYER
        END-IF
        DISPLAY "Saisie " SAI-NUMERO " : compte " NUMERO-COMPTE
            " entamé depuis le blocage, versé " WS-MONTANT-A-PAYER
    END-IF.
    IF WS-MONTANT-A-PAYER = 0
        PERFORM LEVER-BLOCAGE-SAISIE
        MOVE 0 TO SAC-MONTANT-PAYE
        MOVE 'P' TO SAC-STATUT
        REWRITE SAISIE-COMPTE-RECORD
        EXIT PARAGRAPH
    END-IF.

    PERFORM PRENDRE-SEQUENCE-SORTANT.
    IF WS-SEQUENCE-PRISE NOT = 'O'
        MOVE 'O' TO WS-PART-EN-ECHEC
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT WS-MONTANT-A-PAYER FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Saisie " SAI-NUMERO " : débit en échec sur "
            NUMERO-COMPTE ". " WS-MESSAGE-ERREUR
        MOVE 'O' TO WS-PART-EN-ECHEC
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "SAISIE"
        WS-MONTANT-A-PAYER SOLDE-COMPTE WS-OPERATEUR-BATCH.
    COMPUTE WS-DELTA-CONTROLE = WS-MONTANT-A-PAYER * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.

    MOVE NUMERO-COMPTE TO VS-COMPTE-SOURCE.
    MOVE SEQVS-DERNIER-NUMERO TO VS-SEQUENCE.
    MOVE SAI-ID-CLIENT TO VS-ID-CLIENT.
    MOVE SPACES TO VS-BEN-CODE.
    MOVE SAI-BANQUE-CREANCIER TO VS-BANQUE-EXTERNE.
    MOVE SAI-COMPTE-CREANCIER TO VS-COMPTE-EXTERNE.
    MOVE WS-MONTANT-A-PAYER TO VS-MONTANT.
    MOVE DEVISE TO VS-DEVISE.
    MOVE WS-DATE-DU-JOUR TO VS-DATE-SAISIE.
    MOVE WS-OPERATEUR-BATCH TO VS-OPERATEUR.
    MOVE 'A' TO VS-STATUT.
    MOVE SPACES TO VS-DATE-EMISSION.
    PERFORM FILTRER-CREANCIER.
    WRITE VIREMENT-SORTANT-RECORD.
    IF WS-VS-STATUS = '00'
        ADD 1 TO WS-NB-VIREMENTS
        IF VS-STATUT NOT = 'A'
            ADD 1 TO WS-NB-RETENUS
            DISPLAY "Saisie " SAI-NUMERO " : virement au créancier "
                VS-COMPTE-SOURCE " " VS-SEQUENCE " retenu (filtrage"
                " sanctions, statut " VS-STATUT ")."
        END-IF
    ELSE
        DISPLAY "ECHEC WRITE VIREMENTS-SORTANTS-FILE (statut "
            WS-VS-STATUS ") saisie " SAI-NUMERO " compte "
            NUMERO-COMPTE " : compte débité mais instruction non"
            " enregistrée, CORRECTION MANUELLE REQUISE."
    END-IF.

    PERFORM LEVER-BLOCAGE-SAISIE.
    MOVE WS-MONTANT-A-PAYER TO SAC-MONTANT-PAYE.
    MOVE 'P' TO SAC-STATUT.
    REWRITE SAISIE-COMPTE-RECORD.
    ADD WS-MONTANT-A-PAYER TO SAI-MONTANT-PAYE.
    ADD WS-MONTANT-A-PAYER TO WS-TOTAL-PAYE.

*> Nom du créancier filtré contre la liste de gel sous le client
*> débiteur, l'alerte portant la clé de l'instruction : sa levée
*> libère l'instruction, sa confirmation la gèle.
FILTRER-CREANCIER.
    MOVE VS-CLE TO WS-REFERENCE-OPERATION.
    CALL 'filtrer_sanctions' USING SAI-CREANCIER WS-TYPE-NOM
        SAI-ID-CLIENT WS-BEN-CODE-VIDE WS-TYPE-OPERATION
        WS-REFERENCE-OPERATION WS-OPERATEUR-BATCH
        WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE.
    IF WS-RESULTAT-FILTRAGE = 'C'
        MOVE 'G' TO VS-STATUT
    END-IF.
    IF WS-RESULTAT-FILTRAGE = 'S'
        MOVE 'S' TO VS-STATUT
    END-IF.

LEVER-BLOCAGE-SAISIE.
    MOVE SAC-NUMERO-COMPTE TO BLO-NUMERO-COMPTE.
    MOVE SAC-BLO-SEQUENCE TO BLO-SEQUENCE.
    READ BLOCAGES-FILE KEY IS BLO-CLE.
    IF WS-BLO-STATUS = '00' AND BLO-STATUT = 'O'
        MOVE 'L' TO BLO-STATUT
        MOVE WS-OPERATEUR-BATCH TO BLO-OPERATEUR-LEVEE
        MOVE WS-DATE-DU-JOUR TO BLO-DATE-LEVEE
        REWRITE BLOCAGE-RECORD
        IF WS-BLO-STATUS = '00'
            CALL 'journaliser' USING BLO-NUMERO-COMPTE "BLOCAGE-LEV"
                BLO-MONTANT WS-ZERO WS-OPERATEUR-BATCH
        END-IF
    END-IF.

PRENDRE-SEQUENCE-SORTANT.
    MOVE 'N' TO WS-SEQUENCE-PRISE.
    OPEN I-O SEQUENCE-VS-FILE.
    IF WS-SEQVS-STATUS = '35'
        OPEN OUTPUT SEQUENCE-VS-FILE
        CLOSE SEQUENCE-VS-FILE
        OPEN I-O SEQUENCE-VS-FILE
    END-IF.
    MOVE NUMERO-COMPTE TO SEQVS-NUMERO-COMPTE.
    READ SEQUENCE-VS-FILE KEY IS SEQVS-NUMERO-COMPTE.
    IF WS-SEQVS-STATUS = '00'
        ADD 1 TO SEQVS-DERNIER-NUMERO
        REWRITE SEQUENCE-VS-RECORD
    ELSE
        MOVE 1 TO SEQVS-DERNIER-NUMERO
        WRITE SEQUENCE-VS-RECORD
    END-IF.
    IF WS-SEQVS-STATUS = '00'
        MOVE 'O' TO WS-SEQUENCE-PRISE
    ELSE
        DISPLAY "ECHEC SEQUENCE-VS-FILE pour " NUMERO-COMPTE
            " statut " WS-SEQVS-STATUS ". Part de saisie non payée."
    END-IF.
    CLOSE SEQUENCE-VS-FILE.
