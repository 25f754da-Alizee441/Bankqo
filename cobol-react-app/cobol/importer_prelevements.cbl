IDENTIFICATION DIVISION.
PROGRAM-ID. importer_prelevements.

*> Import du fichier quotidien des prélèvements présentés par les
*> créanciers via le système de compensation (prelevements_recus.txt,
*> format fixe : référence de compensation, identifiant créancier
*> ICS, nom du créancier, référence unique du mandat RUM, numéro de
*> compte, montant, devise, date d'échéance), sur le modèle
*> d'importer_virements_recus. Chaque prélèvement est contrôlé dans
*> l'ordre :
*>   - ligne exploitable (référence, créancier, mandat, montant
*>     numérique positif), sinon retour FF01 ;
*>   - référence non déjà inscrite dans PRELEVEMENTS-FILE : une
*>     référence connue (reprise après interruption, relivraison ou
*>     relecture du même fichier par le rattrapage de la chaîne) a
*>     déjà été payée ou retournée, elle est comptée comme déjà
*>     traitée et ignorée, sans nouveau retour ;
*>   - compte connu (AC01), ni en clôture (AC04), ni bloqué ni
*>     dormant (AC06), tenu dans la devise du prélèvement (AM03) ;
*>   - créancier sans opposition du titulaire (OPPCRE.CPY), sinon
*>     SL01 ;
*>   - mandat actif pour ce compte, ce créancier et cette RUM, signé
*>     au plus tard à l'échéance (MANDAT.CPY), sinon MD01 ;
*>     montant dans le plafond du mandat, sinon AM02 ;
*>   - disponible suffisant, même contrôle que retrait_argent
*>     (blocages déduits, solde minimum du type ou découvert
*>     autorisé), sinon AM04.
*> Un prélèvement accepté est débité, journalisé sous le type PRLV et
*> répercuté sur le total de contrôle ; un prélèvement refusé est
*> écrit avec son code motif dans le fichier des retours du jour
*> (prelevements_retours_AAAAMMJJ.txt, voir RETPRLV.CPY). Les deux
*> sont inscrits dans PRELEVEMENTS-FILE (statut P ou J), qui sert de
*> garde contre les doublons et de base au remboursement au guichet
*> (gerer_prelevements). A lancer une fois par nuit via
*> chaine_batch_nuit ; passage enregistré dans PASSAGES-BATCH-FILE.
*> RETURN-CODE : 0 = complet (ou pas de fichier livré), 4 = refusé
*> (déjà passé), 8 = abandon sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECUS-FILE ASSIGN TO 'prelevements_recus.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REC-STATUS.

    SELECT PRELEVEMENTS-FILE ASSIGN TO 'prelevements.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRL-REFERENCE
        ALTERNATE RECORD KEY IS PRL-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-PRL-STATUS.

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
FD RECUS-FILE.
01 RECU-ENREGISTREMENT.
   05 PR-REFERENCE           PIC X(16).
   05 PR-ICS                 PIC X(35).
   05 PR-NOM-CREANCIER       PIC X(30).
   05 PR-RUM                 PIC X(35).
   05 PR-NUMERO-COMPTE       PIC X(10).
   05 PR-MONTANT             PIC X(14).
   05 PR-DEVISE              PIC X(03).
   05 PR-DATE-ECHEANCE       PIC X(08).

FD PRELEVEMENTS-FILE.
COPY PRLV.

FD MANDATS-FILE.
COPY MANDAT.

FD OPPOSITIONS-CREANCIERS-FILE.
COPY OPPCRE.

FD COMPTES-FILE.
COPY COMPTE.

FD RETOURS-FILE.
COPY RETPRLV.

WORKING-STORAGE SECTION.
01 WS-REC-STATUS            PIC X(02).
01 WS-PRL-STATUS            PIC X(02).
01 WS-MDT-STATUS            PIC X(02).
01 WS-OPC-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-RET-STATUS            PIC X(02).
01 WS-NOM-RETOURS            PIC X(40).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-NB-PAYES               PIC 9(6) VALUE 0.
01 WS-NB-RETOURNES           PIC 9(6) VALUE 0.
01 WS-NB-DEJA-TRAITES        PIC 9(6) VALUE 0.
01 WS-CODE-RETOUR            PIC X(04).
01 WS-MONTANT-IMPORTE        PIC S9(13)V99.
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-SOLDE-APRES-DEBIT      PIC S9(13)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-POSITION               PIC 9(2).
01 WS-NB-CHIFFRES            PIC 9(2).
01 WS-CARACTERE              PIC X(01).
01 WS-MONTANT-INVALIDE       PIC X(01).
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "import_prlv".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).

PROCEDURE DIVISION.
DEBUT-IMPORT-PRELEVEMENTS.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Prélèvements déjà importés pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT RECUS-FILE.
    IF WS-REC-STATUS NOT = '00'
        DISPLAY "Pas de fichier prelevements_recus.txt livré"
            " (statut " WS-REC-STATUS ") : aucun prélèvement."
        MOVE 'F' TO WS-ACTION-PASSAGE
        CALL 'controler_passage_batch' USING WS-PROGRAMME
            WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
            WS-RESULTAT-PASSAGE
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O PRELEVEMENTS-FILE.
    IF WS-PRL-STATUS = '35'
        OPEN OUTPUT PRELEVEMENTS-FILE
        CLOSE PRELEVEMENTS-FILE
        OPEN I-O PRELEVEMENTS-FILE
    END-IF.
    IF WS-PRL-STATUS NOT = '00'
        DISPLAY "Ouverture de PRELEVEMENTS-FILE impossible"
            " (statut " WS-PRL-STATUS "). Import abandonné."
        CLOSE RECUS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O MANDATS-FILE.
    IF WS-MDT-STATUS = '35'
        OPEN OUTPUT MANDATS-FILE
        CLOSE MANDATS-FILE
        OPEN I-O MANDATS-FILE
    END-IF.
    IF WS-MDT-STATUS NOT = '00'
        DISPLAY "Ouverture de MANDATS-FILE impossible"
            " (statut " WS-MDT-STATUS "). Import abandonné."
        CLOSE PRELEVEMENTS-FILE
        CLOSE RECUS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT OPPOSITIONS-CREANCIERS-FILE.
    IF WS-OPC-STATUS = '35'
        OPEN OUTPUT OPPOSITIONS-CREANCIERS-FILE
        CLOSE OPPOSITIONS-CREANCIERS-FILE
        OPEN INPUT OPPOSITIONS-CREANCIERS-FILE
    END-IF.

    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Import abandonné."
        CLOSE OPPOSITIONS-CREANCIERS-FILE
        CLOSE MANDATS-FILE
        CLOSE PRELEVEMENTS-FILE
        CLOSE RECUS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-NOM-RETOURS.
    STRING "prelevements_retours_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-RETOURS.
    OPEN EXTEND RETOURS-FILE.
    IF WS-RET-STATUS = '35'
        OPEN OUTPUT RETOURS-FILE
    END-IF.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ RECUS-FILE
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM TRAITER-PRELEVEMENT
        END-READ
    END-PERFORM.

    CLOSE RETOURS-FILE.
    CLOSE COMPTES-FILE.
    CLOSE OPPOSITIONS-CREANCIERS-FILE.
    CLOSE MANDATS-FILE.
    CLOSE PRELEVEMENTS-FILE.
    CLOSE RECUS-FILE.

    DISPLAY "Import des prélèvements terminé.".
    DISPLAY "Payés     : " WS-NB-PAYES.
    DISPLAY "Retournés : " WS-NB-RETOURNES.
    DISPLAY "Déjà traités : " WS-NB-DEJA-TRAITES.
    IF WS-NB-RETOURNES > 0
        DISPLAY "Voir " WS-NOM-RETOURS
    END-IF.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

TRAITER-PRELEVEMENT.
    MOVE SPACES TO WS-CODE-RETOUR.
    PERFORM VALIDER-LIGNE.
    IF WS-CODE-RETOUR NOT = SPACES
        PERFORM ECRIRE-RETOUR
        EXIT PARAGRAPH
    END-IF.

    MOVE PR-REFERENCE TO PRL-REFERENCE.
    READ PRELEVEMENTS-FILE KEY IS PRL-REFERENCE.
    IF WS-PRL-STATUS = '00'
        ADD 1 TO WS-NB-DEJA-TRAITES
        EXIT PARAGRAPH
    END-IF.

    PERFORM CONTROLER-PRELEVEMENT.
    IF WS-CODE-RETOUR = SPACES
        PERFORM DEBITER-COMPTE
    END-IF.
    IF WS-CODE-RETOUR NOT = SPACES
        PERFORM ECRIRE-RETOUR
    END-IF.
    PERFORM INSCRIRE-PRELEVEMENT.

*> Validation structurelle : une ligne inexploitable est retournée
*> sous FF01 sans être inscrite (la référence peut manquer).
VALIDER-LIGNE.
    IF PR-REFERENCE = SPACES OR PR-ICS = SPACES OR PR-RUM = SPACES
        MOVE "FF01" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    PERFORM CONTROLER-MONTANT-NUMERIQUE.
    IF WS-MONTANT-INVALIDE = 'O'
        MOVE "FF01" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-MONTANT-IMPORTE = FUNCTION NUMVAL(PR-MONTANT).
    IF WS-MONTANT-IMPORTE NOT > 0
        MOVE "FF01" TO WS-CODE-RETOUR
    END-IF.

*> Même règle que le montant des virements reçus : chiffres, au plus
*> un point décimal et espaces, au moins un chiffre.
CONTROLER-MONTANT-NUMERIQUE.
    MOVE 'N' TO WS-MONTANT-INVALIDE.
    MOVE 0 TO WS-NB-CHIFFRES.
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 14
        MOVE PR-MONTANT(WS-POSITION:1) TO WS-CARACTERE
        EVALUATE WS-CARACTERE
            WHEN '0' WHEN '1' WHEN '2' WHEN '3' WHEN '4'
            WHEN '5' WHEN '6' WHEN '7' WHEN '8' WHEN '9'
                ADD 1 TO WS-NB-CHIFFRES
            WHEN '.'
                CONTINUE
            WHEN SPACE
                CONTINUE
            WHEN OTHER
                MOVE 'O' TO WS-MONTANT-INVALIDE
        END-EVALUATE
    END-PERFORM.
    IF WS-NB-CHIFFRES = 0
        MOVE 'O' TO WS-MONTANT-INVALIDE
    END-IF.

*> Compte, opposition sur créancier, mandat et disponible ; le
*> premier empêchement rencontré donne le code motif du retour.
CONTROLER-PRELEVEMENT.
    MOVE PR-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        MOVE "AC01" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'P'
        MOVE "AC04" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B' OR STATUT-COMPTE = 'D'
        MOVE "AC06" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    IF PR-DEVISE NOT = DEVISE
        MOVE "AM03" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.

    MOVE PR-NUMERO-COMPTE TO OPC-NUMERO-COMPTE.
    MOVE PR-ICS TO OPC-ICS.
    READ OPPOSITIONS-CREANCIERS-FILE KEY IS OPC-CLE.
    IF WS-OPC-STATUS = '00' AND OPC-STATUT = 'O'
        MOVE "SL01" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.

    MOVE PR-NUMERO-COMPTE TO MDT-NUMERO-COMPTE.
    MOVE PR-ICS TO MDT-ICS.
    MOVE PR-RUM TO MDT-RUM.
    READ MANDATS-FILE KEY IS MDT-CLE.
    IF WS-MDT-STATUS NOT = '00' OR MDT-STATUT NOT = 'A'
        MOVE "MD01" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    IF PR-DATE-ECHEANCE NOT = SPACES
        AND MDT-DATE-SIGNATURE > PR-DATE-ECHEANCE
        MOVE "MD01" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    IF MDT-PLAFOND > 0 AND WS-MONTANT-IMPORTE > MDT-PLAFOND
        MOVE "AM02" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.

    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT-IMPORTE.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
        MOVE "AM04" TO WS-CODE-RETOUR
    END-IF.

DEBITER-COMPTE.
    SUBTRACT WS-MONTANT-IMPORTE FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PR-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        MOVE "AC06" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "PRLV"
        WS-MONTANT-IMPORTE SOLDE-COMPTE WS-OPERATEUR-BATCH.
    COMPUTE WS-DELTA-CONTROLE = WS-MONTANT-IMPORTE * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.
    MOVE PR-DATE-ECHEANCE TO MDT-DATE-DERNIER-PRLV.
    IF MDT-DATE-DERNIER-PRLV = SPACES
        MOVE WS-DATE-DU-JOUR TO MDT-DATE-DERNIER-PRLV
    END-IF.
*> Le débit est acquis : un échec ici laisse seulement la date du
*> dernier prélèvement du mandat en retard, signalé pour correction.
    REWRITE MANDAT-RECORD.
    IF WS-MDT-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PR-NUMERO-COMPTE WS-PROGRAMME
            WS-MDT-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Mandat " PR-RUM " non mis à jour (dernier"
            " prélèvement) : " WS-MESSAGE-ERREUR
    END-IF.

INSCRIRE-PRELEVEMENT.
    MOVE PR-REFERENCE TO PRL-REFERENCE.
    MOVE PR-NUMERO-COMPTE TO PRL-NUMERO-COMPTE.
    MOVE PR-ICS TO PRL-ICS.
    MOVE PR-RUM TO PRL-RUM.
    MOVE PR-NOM-CREANCIER TO PRL-NOM-CREANCIER.
    MOVE WS-MONTANT-IMPORTE TO PRL-MONTANT.
    MOVE PR-DEVISE TO PRL-DEVISE.
    MOVE PR-DATE-ECHEANCE TO PRL-DATE-ECHEANCE.
    MOVE WS-DATE-DU-JOUR TO PRL-DATE-TRAITEMENT.
    MOVE WS-CODE-RETOUR TO PRL-CODE-RETOUR.
    MOVE SPACES TO PRL-DATE-REMBOURSEMENT.
    MOVE SPACES TO PRL-OPERATEUR-REMB.
    IF WS-CODE-RETOUR = SPACES
        MOVE 'P' TO PRL-STATUT
        ADD 1 TO WS-NB-PAYES
    ELSE
        MOVE 'J' TO PRL-STATUT
    END-IF.
    WRITE PRELEVEMENT-RECORD.
    IF WS-PRL-STATUS NOT = '00'
        DISPLAY "ECHEC WRITE PRELEVEMENTS-FILE pour " PRL-REFERENCE
            " statut " WS-PRL-STATUS "."
    END-IF.

ECRIRE-RETOUR.
    ADD 1 TO WS-NB-RETOURNES.
    MOVE PR-REFERENCE TO RET-REFERENCE.
    MOVE PR-ICS TO RET-ICS.
    MOVE PR-RUM TO RET-RUM.
    MOVE PR-NUMERO-COMPTE TO RET-NUMERO-COMPTE.
    IF WS-CODE-RETOUR = "FF01"
        MOVE 0 TO RET-MONTANT
    ELSE
        MOVE WS-MONTANT-IMPORTE TO RET-MONTANT
    END-IF.
    MOVE PR-DEVISE TO RET-DEVISE.
    MOVE WS-CODE-RETOUR TO RET-CODE-RETOUR.
    MOVE WS-DATE-DU-JOUR TO RET-DATE.
    WRITE RETOUR-PRELEVEMENT.
    DISPLAY "RETOUR prélèvement " PR-REFERENCE " sur "
        PR-NUMERO-COMPTE " : " WS-CODE-RETOUR.
