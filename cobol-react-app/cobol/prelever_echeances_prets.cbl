IDENTIFICATION DIVISION.
PROGRAM-ID. prelever_echeances_prets.

*> Traitement de nuit : prélève sur le compte courant lié les
*> échéances de prêt arrivées à terme (ECHEANCES-PRET-FILE, voir
*> ECHPRET.CPY) pour chaque prêt actif de PRETS-FILE (PRET.CPY).
*> L'échéance est prélevée en entier ou pas du tout, avec le même
*> contrôle du disponible que retrait_argent : SOLDE-COMPTE moins les
*> blocages ouverts (consulter_blocages) ne doit pas passer sous le
*> solde minimum du type de compte (TC-SOLDE-MINIMUM), abaissé par
*> le découvert autorisé du compte (consulter_decouvert). Capital,
*> intérêt, assurance et intérêts de retard sont journalisés
*> séparément (PRET-CAPITAL, PRET-INTERET, PRET-ASSUR, PRET-RETARD)
*> et le total de contrôle débité via maj_controle.
*> Une échéance non couverte (ou dont le compte lié est bloqué)
*> passe impayée (statut I) : le client est prévenu
*> (emettre_notification, code PRET-IMPAYE), l'échéance figure au
*> rapport impayes_prets.txt et elle est représentée chaque nuit
*> suivante, avant les échéances plus récentes, en portant des
*> intérêts de retard au taux du prêt majoré du paramètre
*> MAJORATION-RETARD-PCT (3 points par défaut), courus jour par jour
*> depuis l'échéance. Tant qu'une échéance plus ancienne reste
*> impayée, les suivantes ne sont pas prélevées.
*> Le prêt dont toutes les échéances sont payées passe au statut S.
*> A lancer une fois par nuit via chaine_batch_nuit. Passage
*> enregistré dans PASSAGES-BATCH-FILE avec reprise au prêt suivant
*> le dernier pointé ; en reprise, le rapport des impayés est
*> complété (ouvert en ajout) et non recréé, pour garder les
*> impayés constatés avant l'interruption. RETURN-CODE : 0 =
*> complet, 4 = refusé (déjà passé), 8 = abandon sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRETS-FILE ASSIGN TO 'prets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRT-NUMERO-PRET
        FILE STATUS IS WS-PRT-STATUS.

    SELECT ECHEANCES-PRET-FILE ASSIGN TO 'echeances_prets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ECH-CLE
        FILE STATUS IS WS-ECH-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO 'impayes_prets.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD PRETS-FILE.
COPY PRET.

FD ECHEANCES-PRET-FILE.
COPY ECHPRET.

FD COMPTES-FILE.
COPY COMPTE.

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(120).

WORKING-STORAGE SECTION.
01 WS-PRT-STATUS            PIC X(02).
01 WS-ECH-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-FIN-ECHEANCES          PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-COMPTE-LISIBLE         PIC X(01).
01 WS-PRET-EN-DEFAUT         PIC X(01).
01 WS-ECHEANCES-OUVERTES     PIC 9(3).
01 WS-ECHEANCES-PAYEES       PIC 9(6) VALUE 0.
01 WS-ECHEANCES-IMPAYEES     PIC 9(6) VALUE 0.
01 WS-PRETS-SOLDES           PIC 9(6) VALUE 0.
01 WS-MONTANT-ECHEANCE       PIC S9(13)V99.
01 WS-MONTANT-DU             PIC S9(13)V99.
01 WS-JOURS-RETARD           PIC S9(7).
01 WS-TAUX-RETARD            PIC 9(3)V9(6).
01 WS-MAJORATION-RETARD      PIC 9(3)V99.
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-SOLDE-APRES-DEBIT      PIC S9(13)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-COMPLEMENT-NOTIF       PIC X(30).
01 WS-MOTIF-IMPAYE           PIC X(40).
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "prelever_prets".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-PRET           PIC X(10).

01 WS-LIGNE-IMPAYE.
   05 WS-IMP-PRET            PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-RANG            PIC 9(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-ECHEANCE        PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-COMPTE          PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-AGENCE          PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-MONTANT         PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-RETARD          PIC -9(9).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-IMP-MOTIF           PIC X(40).

PROCEDURE DIVISION.
DEBUT-PRELEVEMENT-PRETS.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-PRET.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-PRET
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Echéances de prêts déjà prélevées pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O PRETS-FILE.
    IF WS-PRT-STATUS = '35'
        DISPLAY "Aucun fichier de prêts. Rien à prélever."
        MOVE 'F' TO WS-ACTION-PASSAGE
        CALL 'controler_passage_batch' USING WS-PROGRAMME
            WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-PRET
            WS-RESULTAT-PASSAGE
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-PRT-STATUS NOT = '00'
        DISPLAY "Ouverture de PRETS-FILE impossible (statut "
            WS-PRT-STATUS "). Traitement abandonné."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O ECHEANCES-PRET-FILE.
    IF WS-ECH-STATUS NOT = '00'
        DISPLAY "Ouverture de ECHEANCES-PRET-FILE impossible (statut "
            WS-ECH-STATUS "). Traitement abandonné."
        CLOSE PRETS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Traitement abandonné."
        CLOSE ECHEANCES-PRET-FILE
        CLOSE PRETS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-PRET NOT = SPACES
        DISPLAY "Reprise du prélèvement après le prêt "
            WS-DERNIER-PRET
        MOVE WS-DERNIER-PRET(1:6) TO PRT-NUMERO-PRET
        START PRETS-FILE KEY IS > PRT-NUMERO-PRET
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
    END-IF.

    PERFORM DETERMINER-MAJORATION-RETARD.
    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-PRET NOT = SPACES
        OPEN EXTEND RAPPORT-FILE
        IF WS-RAP-STATUS = '35'
            OPEN OUTPUT RAPPORT-FILE
        END-IF
        MOVE SPACES TO RAPPORT-LIGNE
        STRING "REPRISE DU " WS-DATE-DU-JOUR " : suite après le prêt "
            WS-DERNIER-PRET DELIMITED BY SIZE INTO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    ELSE
        OPEN OUTPUT RAPPORT-FILE
        MOVE SPACES TO RAPPORT-LIGNE
        STRING "ECHEANCES DE PRETS IMPAYEES AU " WS-DATE-DU-JOUR
            DELIMITED BY SIZE INTO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    END-IF.
    MOVE "Prêt   Rg  Echéance Compte     Agc Montant échéance  Retard couru  Motif"
        TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ PRETS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF PRT-STATUT = 'A'
                    PERFORM TRAITER-PRET
                END-IF
                PERFORM POINTER-PRET
        END-READ
    END-PERFORM.

    CLOSE COMPTES-FILE.
    CLOSE ECHEANCES-PRET-FILE.
    CLOSE PRETS-FILE.
    CLOSE RAPPORT-FILE.

    DISPLAY "Echéances prélevées : " WS-ECHEANCES-PAYEES.
    DISPLAY "Echéances impayées  : " WS-ECHEANCES-IMPAYEES.
    DISPLAY "Prêts soldés        : " WS-PRETS-SOLDES.
    DISPLAY "Rapport : impayes_prets.txt".
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-PRET
        WS-RESULTAT-PASSAGE.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

POINTER-PRET.
    MOVE SPACES TO WS-DERNIER-PRET.
    MOVE PRT-NUMERO-PRET TO WS-DERNIER-PRET(1:6).
    MOVE 'C' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-PRET
        WS-RESULTAT-PASSAGE.

*> Parcourt le tableau du prêt dans l'ordre des rangs : les impayés
*> sont représentés avant l'échéance du jour, et la première
*> échéance non couverte arrête les prélèvements du prêt pour la
*> nuit.
TRAITER-PRET.
    MOVE 'N' TO WS-PRET-EN-DEFAUT.
    MOVE 0 TO WS-ECHEANCES-OUVERTES.
    MOVE PRT-COMPTE-LIE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS = '00'
        MOVE 'O' TO WS-COMPTE-LISIBLE
        CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
            WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE
        CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
            WS-TOTAL-BLOQUE
        CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
            WS-SOLDE-MINIMUM
    ELSE
        MOVE 'N' TO WS-COMPTE-LISIBLE
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
    END-IF.

    MOVE 'N' TO WS-FIN-ECHEANCES.
    MOVE PRT-NUMERO-PRET TO ECH-NUMERO-PRET.
    MOVE 0 TO ECH-RANG.
    START ECHEANCES-PRET-FILE KEY IS >= ECH-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-ECHEANCES
    END-START.
    PERFORM UNTIL WS-FIN-ECHEANCES = 'O'
        READ ECHEANCES-PRET-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-ECHEANCES
            NOT AT END
                IF ECH-NUMERO-PRET NOT = PRT-NUMERO-PRET
                    MOVE 'O' TO WS-FIN-ECHEANCES
                ELSE
                    IF ECH-STATUT = 'I'
                        OR (ECH-STATUT = 'A'
                            AND ECH-DATE-ECHEANCE NOT > WS-DATE-DU-JOUR)
                        PERFORM TRAITER-ECHEANCE
                    END-IF
                    IF ECH-STATUT = 'A' OR ECH-STATUT = 'I'
                        ADD 1 TO WS-ECHEANCES-OUVERTES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

    IF WS-ECHEANCES-OUVERTES = 0
        MOVE 0 TO PRT-CAPITAL-RESTANT
        MOVE 'S' TO PRT-STATUT
        ADD 1 TO WS-PRETS-SOLDES
    END-IF.
    REWRITE PRET-RECORD.
    IF WS-PRT-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-PRT-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Prêt " PRT-NUMERO-PRET " : mise à jour en échec, "
            WS-MESSAGE-ERREUR
    END-IF.

TRAITER-ECHEANCE.
    COMPUTE WS-MONTANT-ECHEANCE =
        ECH-CAPITAL + ECH-INTERET + ECH-ASSURANCE.
    IF ECH-STATUT = 'I'
        PERFORM COURIR-INTERET-RETARD
    END-IF.
    COMPUTE WS-MONTANT-DU = WS-MONTANT-ECHEANCE + ECH-INTERET-RETARD.

    IF WS-PRET-EN-DEFAUT = 'O'
        MOVE "Impayé antérieur non régularisé." TO WS-MOTIF-IMPAYE
        PERFORM CONSTATER-IMPAYE
        EXIT PARAGRAPH
    END-IF.
    IF WS-COMPTE-LISIBLE NOT = 'O'
        MOVE "Compte lié illisible." TO WS-MOTIF-IMPAYE
        PERFORM CONSTATER-IMPAYE
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B'
        MOVE "Compte lié bloqué." TO WS-MOTIF-IMPAYE
        PERFORM CONSTATER-IMPAYE
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT-DU.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
        MOVE "Fonds disponibles insuffisants." TO WS-MOTIF-IMPAYE
        PERFORM CONSTATER-IMPAYE
        EXIT PARAGRAPH
    END-IF.

    SUBTRACT WS-MONTANT-DU FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        ADD WS-MONTANT-DU TO SOLDE-COMPTE
        MOVE "Débit du compte lié en échec." TO WS-MOTIF-IMPAYE
        PERFORM CONSTATER-IMPAYE
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "PRET-CAPITAL"
        ECH-CAPITAL SOLDE-COMPTE WS-OPERATEUR-BATCH.
    IF ECH-INTERET > 0
        CALL 'journaliser' USING NUMERO-COMPTE "PRET-INTERET"
            ECH-INTERET SOLDE-COMPTE WS-OPERATEUR-BATCH
    END-IF.
    IF ECH-ASSURANCE > 0
        CALL 'journaliser' USING NUMERO-COMPTE "PRET-ASSUR"
            ECH-ASSURANCE SOLDE-COMPTE WS-OPERATEUR-BATCH
    END-IF.
    IF ECH-INTERET-RETARD > 0
        CALL 'journaliser' USING NUMERO-COMPTE "PRET-RETARD"
            ECH-INTERET-RETARD SOLDE-COMPTE WS-OPERATEUR-BATCH
    END-IF.
    COMPUTE WS-DELTA-CONTROLE = WS-MONTANT-DU * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.

    IF ECH-STATUT = 'I'
        SUBTRACT 1 FROM PRT-NB-IMPAYES
        SUBTRACT WS-MONTANT-ECHEANCE FROM PRT-MONTANT-IMPAYE
    END-IF.
    SUBTRACT ECH-CAPITAL FROM PRT-CAPITAL-RESTANT.
    MOVE 'P' TO ECH-STATUT.
    MOVE WS-DATE-DU-JOUR TO ECH-DATE-PAIEMENT.
    REWRITE ECHEANCE-PRET-RECORD.
    IF WS-ECH-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-ECH-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "ECHEC REWRITE ECHEANCES-PRET-FILE prêt "
            PRT-NUMERO-PRET " rang " ECH-RANG " : compte débité mais"
            " échéance non soldée, CORRECTION MANUELLE REQUISE."
    END-IF.
    ADD 1 TO WS-ECHEANCES-PAYEES.

*> Echéance non prélevée : à sa première constatation elle passe
*> impayée, court des intérêts de retard depuis sa date d'échéance
*> et le client est prévenu ; déjà impayée, elle est seulement
*> remise à jour (retard couru jusqu'à ce jour).
CONSTATER-IMPAYE.
    MOVE 'O' TO WS-PRET-EN-DEFAUT.
    IF ECH-STATUT = 'A'
        MOVE 'I' TO ECH-STATUT
        MOVE ECH-DATE-ECHEANCE TO ECH-DATE-CALCUL-RETARD
        PERFORM COURIR-INTERET-RETARD
        ADD 1 TO PRT-NB-IMPAYES
        ADD WS-MONTANT-ECHEANCE TO PRT-MONTANT-IMPAYE
        MOVE SPACES TO WS-COMPLEMENT-NOTIF
        STRING "Prêt " PRT-NUMERO-PRET " échéance " ECH-DATE-ECHEANCE
            DELIMITED BY SIZE INTO WS-COMPLEMENT-NOTIF
        CALL 'emettre_notification' USING PRT-ID-CLIENT
            PRT-COMPTE-LIE "PRET-IMPAYE" WS-COMPLEMENT-NOTIF
    END-IF.
    REWRITE ECHEANCE-PRET-RECORD.
    IF WS-ECH-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-ECH-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
    END-IF.
    ADD 1 TO WS-ECHEANCES-IMPAYEES.
    MOVE PRT-NUMERO-PRET TO WS-IMP-PRET.
    MOVE ECH-RANG TO WS-IMP-RANG.
    MOVE ECH-DATE-ECHEANCE TO WS-IMP-ECHEANCE.
    MOVE PRT-COMPTE-LIE TO WS-IMP-COMPTE.
    MOVE PRT-AGENCE TO WS-IMP-AGENCE.
    MOVE WS-MONTANT-ECHEANCE TO WS-IMP-MONTANT.
    MOVE ECH-INTERET-RETARD TO WS-IMP-RETARD.
    MOVE WS-MOTIF-IMPAYE TO WS-IMP-MOTIF.
    MOVE WS-LIGNE-IMPAYE TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.

*> Intérêts de retard sur le montant de l'échéance impayée, au taux
*> du prêt majoré, pour les jours écoulés depuis le dernier calcul.
COURIR-INTERET-RETARD.
    COMPUTE WS-JOURS-RETARD =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DU-JOUR))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(ECH-DATE-CALCUL-RETARD)).
    IF WS-JOURS-RETARD > 0
        COMPUTE WS-TAUX-RETARD =
            PRT-TAUX + WS-MAJORATION-RETARD / 100
        COMPUTE ECH-INTERET-RETARD ROUNDED = ECH-INTERET-RETARD
            + WS-MONTANT-ECHEANCE * WS-TAUX-RETARD
              * WS-JOURS-RETARD / 365
        MOVE WS-DATE-DU-JOUR TO ECH-DATE-CALCUL-RETARD
    END-IF.

*> Majoration du taux de retard : paramètre MAJORATION-RETARD-PCT
*> (points ajoutés au taux annuel du prêt), 3 points par défaut si
*> le fichier ne le connaît pas.
DETERMINER-MAJORATION-RETARD.
    MOVE "MAJORATION-RETARD-PCT" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT NOT < 0
        MOVE WS-PARAM-MONTANT TO WS-MAJORATION-RETARD
    ELSE
        MOVE 3.00 TO WS-MAJORATION-RETARD
    END-IF.
