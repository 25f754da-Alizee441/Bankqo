IDENTIFICATION DIVISION.
PROGRAM-ID. importer_operations_cartes.

*> Import du fichier quotidien du processeur monétique
*> (operations_cartes.txt, format fixe : type d'opération A =
*> autorisation ou C = compensation, numéro d'autorisation, numéro
*> de carte, montant, devise, date de l'opération, commerçant), sur
*> le modèle d'importer_prelevements. Chaque ligne est inscrite dans
*> AUTORISATIONS-CARTE-FILE (voir AUTOCRT.CPY), dont la clé garde
*> contre une relivraison ou une reprise : une ligne déjà traitée
*> est ignorée.
*> Autorisation : refusée si la carte est inconnue, en opposition
*> (perdue, volée), annulée ou expirée, si son compte n'est pas
*> actif ou pas tenu dans la devise, si le plafond journalier ou
*> mensuel de la carte serait dépassé, ou si le disponible ne suffit
*> pas (même contrôle que retrait_argent). Acceptée, elle pose un
*> blocage partiel (BLOCAGE.CPY, motif CARTE <autorisation>,
*> journalisé BLOCAGE) qui expire DUREE-AUTORISATION-JOURS après
*> l'opération (7 par défaut) et s'ajoute aux cumuls de la carte.
*> Compensation : rapprochée de son autorisation ouverte, elle
*> débite le compte du montant compensé (journal CARTE, total de
*> contrôle) et lève le blocage (BLOCAGE-LEV). Sans autorisation
*> ouverte (inconnue, refusée ou expirée), elle est payée au
*> commerçant si la carte est active (ou si l'autorisation était
*> simplement expirée) et le compte utilisable, sinon laissée
*> impayée pour contestation auprès du processeur.
*> En fin d'import, les autorisations ouvertes dont la date
*> d'expiration est passée sont closes (statut E) et leur blocage
*> levé, fichier livré ou non.
*> Le rapport d'exceptions du jour (cartes_exceptions_AAAAMMJJ.txt)
*> liste les autorisations refusées, les compensations sans
*> autorisation (payées ou non), les autorisations expirées sans
*> compensation et les lignes inexploitables.
*> A lancer une fois par nuit via chaine_batch_nuit ; passage
*> enregistré dans PASSAGES-BATCH-FILE.
*> RETURN-CODE : 0 = complet (ou pas de fichier livré), 4 = refusé
*> (déjà passé), 8 = abandon sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATIONS-FILE ASSIGN TO 'operations_cartes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPE-STATUS.

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

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT EXCEPTIONS-FILE ASSIGN TO WS-NOM-EXCEPTIONS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPERATIONS-FILE.
01 OPERATION-ENREGISTREMENT.
   05 OC-TYPE                PIC X(01).
   05 OC-NUMERO-AUTORISATION PIC X(12).
   05 OC-NUMERO-CARTE        PIC X(16).
   05 OC-MONTANT             PIC X(14).
   05 OC-DEVISE              PIC X(03).
   05 OC-DATE-OPERATION      PIC X(08).
   05 OC-COMMERCANT          PIC X(25).

FD CARTES-FILE.
COPY CARTE.

FD AUTORISATIONS-CARTE-FILE.
COPY AUTOCRT.

FD BLOCAGES-FILE.
COPY BLOCAGE.

FD SEQUENCE-BLO-FILE.
COPY SEQBLO.

FD COMPTES-FILE.
COPY COMPTE.

FD EXCEPTIONS-FILE.
01 EXCEPTION-LIGNE           PIC X(132).

WORKING-STORAGE SECTION.
01 WS-OPE-STATUS            PIC X(02).
01 WS-CRT-STATUS            PIC X(02).
01 WS-ACA-STATUS            PIC X(02).
01 WS-BLO-STATUS            PIC X(02).
01 WS-SEQBLO-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-EXC-STATUS            PIC X(02).
01 WS-NOM-EXCEPTIONS         PIC X(40).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-FICHIER-LIVRE          PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-DATE-OPERATION         PIC X(08).
01 WS-MOTIF                  PIC X(30).
01 WS-CATEGORIE              PIC X(22).
01 WS-AUTORISATION-TROUVEE   PIC X(01).
01 WS-PAYER                  PIC X(01).
01 WS-SEQUENCE-PRISE         PIC X(01).
01 WS-NB-LIGNES              PIC 9(6) VALUE 0.
01 WS-NB-AUTORISEES          PIC 9(6) VALUE 0.
01 WS-NB-REFUSEES            PIC 9(6) VALUE 0.
01 WS-NB-COMPENSEES          PIC 9(6) VALUE 0.
01 WS-NB-SANS-AUTORISATION   PIC 9(6) VALUE 0.
01 WS-NB-IMPAYEES            PIC 9(6) VALUE 0.
01 WS-NB-EXPIREES            PIC 9(6) VALUE 0.
01 WS-NB-REJETEES            PIC 9(6) VALUE 0.
01 WS-NB-DEJA-TRAITEES       PIC 9(6) VALUE 0.
01 WS-NB-EXCEPTIONS          PIC 9(6) VALUE 0.
01 WS-MONTANT-IMPORTE        PIC S9(13)V99.
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-SOLDE-APRES-DEBIT      PIC S9(13)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-CUMUL-JOUR             PIC 9(9)V99.
01 WS-CUMUL-MOIS             PIC 9(11)V99.
01 WS-DUREE-AUTORISATION     PIC 9(3).
01 WS-JOURS-ENTIERS          PIC 9(7).
01 WS-DATE-ENTIERE           PIC 9(8).
01 WS-POSITION               PIC 9(2).
01 WS-NB-CHIFFRES            PIC 9(2).
01 WS-CARACTERE              PIC X(01).
01 WS-MONTANT-INVALIDE       PIC X(01).
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "import_cartes".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).

01 WS-LIGNE-TITRE.
   05 FILLER                 PIC X(36)
      VALUE "Exceptions cartes de la journée du ".
   05 WS-LT-DATE             PIC X(08).

01 WS-LIGNE-ENTETE.
   05 FILLER                 PIC X(24) VALUE "Catégorie".
   05 FILLER                 PIC X(13) VALUE "Autorisation".
   05 FILLER                 PIC X(17) VALUE "Carte".
   05 FILLER                 PIC X(11) VALUE "Compte".
   05 FILLER                 PIC X(18) VALUE "Montant".
   05 FILLER                 PIC X(04) VALUE "Dev".
   05 FILLER                 PIC X(09) VALUE "Date op.".
   05 FILLER                 PIC X(05) VALUE "Motif".

01 WS-LIGNE-EXCEPTION.
   05 WS-LE-CATEGORIE        PIC X(22).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-AUTORISATION     PIC X(12).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-CARTE            PIC X(16).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-COMPTE           PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-MONTANT          PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-DEVISE           PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-DATE             PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LE-MOTIF            PIC X(30).

01 WS-LIGNE-TOTAL.
   05 WS-TOT-LIBELLE         PIC X(42).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-TOT-NOMBRE          PIC ZZZZZ9.

PROCEDURE DIVISION.
DEBUT-IMPORT-CARTES.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Opérations cartes déjà importées pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM DETERMINER-DUREE-AUTORISATION.

    OPEN INPUT OPERATIONS-FILE.
    IF WS-OPE-STATUS = '00'
        MOVE 'O' TO WS-FICHIER-LIVRE
    ELSE
        DISPLAY "Pas de fichier operations_cartes.txt livré"
            " (statut " WS-OPE-STATUS ") : expirations seules."
    END-IF.

    OPEN I-O AUTORISATIONS-CARTE-FILE.
    IF WS-ACA-STATUS = '35'
        OPEN OUTPUT AUTORISATIONS-CARTE-FILE
        CLOSE AUTORISATIONS-CARTE-FILE
        OPEN I-O AUTORISATIONS-CARTE-FILE
    END-IF.
    IF WS-ACA-STATUS NOT = '00'
        DISPLAY "Ouverture de AUTORISATIONS-CARTE-FILE impossible"
            " (statut " WS-ACA-STATUS "). Import abandonné."
        PERFORM FERMER-OPERATIONS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O CARTES-FILE.
    IF WS-CRT-STATUS = '35'
        OPEN OUTPUT CARTES-FILE
        CLOSE CARTES-FILE
        OPEN I-O CARTES-FILE
    END-IF.
    IF WS-CRT-STATUS NOT = '00'
        DISPLAY "Ouverture de CARTES-FILE impossible"
            " (statut " WS-CRT-STATUS "). Import abandonné."
        CLOSE AUTORISATIONS-CARTE-FILE
        PERFORM FERMER-OPERATIONS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O BLOCAGES-FILE.
    IF WS-BLO-STATUS = '35'
        OPEN OUTPUT BLOCAGES-FILE
        CLOSE BLOCAGES-FILE
        OPEN I-O BLOCAGES-FILE
    END-IF.
    IF WS-BLO-STATUS NOT = '00'
        DISPLAY "Ouverture de BLOCAGES-FILE impossible"
            " (statut " WS-BLO-STATUS "). Import abandonné."
        CLOSE CARTES-FILE
        CLOSE AUTORISATIONS-CARTE-FILE
        PERFORM FERMER-OPERATIONS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Import abandonné."
        CLOSE BLOCAGES-FILE
        CLOSE CARTES-FILE
        CLOSE AUTORISATIONS-CARTE-FILE
        PERFORM FERMER-OPERATIONS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-NOM-EXCEPTIONS.
    STRING "cartes_exceptions_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-EXCEPTIONS.
    OPEN EXTEND EXCEPTIONS-FILE.
    IF WS-EXC-STATUS = '35'
        OPEN OUTPUT EXCEPTIONS-FILE
    END-IF.
    MOVE WS-DATE-DU-JOUR TO WS-LT-DATE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-TITRE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-ENTETE.

    IF WS-FICHIER-LIVRE = 'O'
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ OPERATIONS-FILE
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    PERFORM TRAITER-OPERATION
            END-READ
        END-PERFORM
    END-IF.

    PERFORM EXPIRER-AUTORISATIONS.
    PERFORM ECRIRE-TOTAUX.

    CLOSE EXCEPTIONS-FILE.
    CLOSE COMPTES-FILE.
    CLOSE BLOCAGES-FILE.
    CLOSE CARTES-FILE.
    CLOSE AUTORISATIONS-CARTE-FILE.
    PERFORM FERMER-OPERATIONS.

    DISPLAY "Import des opérations cartes terminé.".
    DISPLAY "Lignes lues                  : " WS-NB-LIGNES.
    DISPLAY "Autorisations acceptées      : " WS-NB-AUTORISEES.
    DISPLAY "Autorisations refusées       : " WS-NB-REFUSEES.
    DISPLAY "Compensations rapprochées    : " WS-NB-COMPENSEES.
    DISPLAY "Compensations sans autorisat.: " WS-NB-SANS-AUTORISATION.
    DISPLAY "Compensations impayées       : " WS-NB-IMPAYEES.
    DISPLAY "Autorisations expirées       : " WS-NB-EXPIREES.
    DISPLAY "Lignes rejetées              : " WS-NB-REJETEES.
    DISPLAY "Lignes déjà traitées         : " WS-NB-DEJA-TRAITEES.
    IF WS-NB-EXCEPTIONS > 0
        DISPLAY "Voir " WS-NOM-EXCEPTIONS
    END-IF.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

FERMER-OPERATIONS.
    IF WS-FICHIER-LIVRE = 'O'
        CLOSE OPERATIONS-FILE
    END-IF.

DETERMINER-DUREE-AUTORISATION.
    MOVE "DUREE-AUTORISATION-JOURS" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-DUREE-AUTORISATION
    ELSE
        MOVE 7 TO WS-DUREE-AUTORISATION
    END-IF.

TRAITER-OPERATION.
    ADD 1 TO WS-NB-LIGNES.
    MOVE SPACES TO WS-MOTIF.
    PERFORM VALIDER-LIGNE.
    IF WS-MOTIF NOT = SPACES
        ADD 1 TO WS-NB-REJETEES
        MOVE "LIGNE REJETEE" TO WS-CATEGORIE
        MOVE 0 TO WS-MONTANT-IMPORTE
        MOVE SPACES TO NUMERO-COMPTE
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.

    MOVE OC-NUMERO-AUTORISATION TO ACA-NUMERO-AUTORISATION.
    READ AUTORISATIONS-CARTE-FILE KEY IS ACA-NUMERO-AUTORISATION.
    IF WS-ACA-STATUS = '00'
        MOVE 'O' TO WS-AUTORISATION-TROUVEE
    ELSE
        MOVE 'N' TO WS-AUTORISATION-TROUVEE
    END-IF.

    IF OC-TYPE = 'A'
        IF WS-AUTORISATION-TROUVEE = 'O'
            ADD 1 TO WS-NB-DEJA-TRAITEES
        ELSE
            PERFORM TRAITER-AUTORISATION
        END-IF
    ELSE
        IF WS-AUTORISATION-TROUVEE = 'O' AND ACA-STATUT = 'C'
            ADD 1 TO WS-NB-DEJA-TRAITEES
        ELSE
            PERFORM TRAITER-COMPENSATION
        END-IF
    END-IF.

*> Validation structurelle : type, numéros, montant numérique
*> positif, date d'opération AAAAMMJJ (à blanc = date du jour).
VALIDER-LIGNE.
    IF OC-TYPE NOT = 'A' AND OC-TYPE NOT = 'C'
        MOVE "TYPE D'OPERATION INCONNU" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF OC-NUMERO-AUTORISATION = SPACES OR OC-NUMERO-CARTE = SPACES
        MOVE "NUMERO AUTORISATION/CARTE VIDE" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    PERFORM CONTROLER-MONTANT-NUMERIQUE.
    IF WS-MONTANT-INVALIDE = 'O'
        MOVE "MONTANT NON NUMERIQUE" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-MONTANT-IMPORTE = FUNCTION NUMVAL(OC-MONTANT).
    IF WS-MONTANT-IMPORTE NOT > 0
        MOVE "MONTANT NUL OU NEGATIF" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    MOVE OC-DATE-OPERATION TO WS-DATE-OPERATION.
    IF WS-DATE-OPERATION = SPACES
        MOVE WS-DATE-DU-JOUR TO WS-DATE-OPERATION
    END-IF.
    IF WS-DATE-OPERATION NOT NUMERIC
        OR WS-DATE-OPERATION(5:2) < '01'
        OR WS-DATE-OPERATION(5:2) > '12'
        OR WS-DATE-OPERATION(7:2) < '01'
        OR WS-DATE-OPERATION(7:2) > '31'
        MOVE "DATE D'OPERATION INVALIDE" TO WS-MOTIF
    END-IF.

*> Même règle que le montant des prélèvements reçus : chiffres, au
*> plus un point décimal et espaces, au moins un chiffre.
CONTROLER-MONTANT-NUMERIQUE.
    MOVE 'N' TO WS-MONTANT-INVALIDE.
    MOVE 0 TO WS-NB-CHIFFRES.
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 14
        MOVE OC-MONTANT(WS-POSITION:1) TO WS-CARACTERE
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

*> Autorisation : le premier empêchement donne le motif du refus ;
*> acceptée, elle pose le blocage et compte dans les cumuls.
TRAITER-AUTORISATION.
    MOVE SPACES TO NUMERO-COMPTE.
    PERFORM CONTROLER-CARTE.
    IF WS-MOTIF = SPACES
        PERFORM CONTROLER-COMPTE
    END-IF.
    IF WS-MOTIF = SPACES
        PERFORM CONTROLER-PLAFONDS
    END-IF.
    IF WS-MOTIF = SPACES
        PERFORM CONTROLER-DISPONIBLE
    END-IF.

    PERFORM PREPARER-AUTORISATION.
    IF WS-MOTIF = SPACES
        PERFORM POSER-BLOCAGE-CARTE
    END-IF.
    IF WS-MOTIF = SPACES
        PERFORM CUMULER-CARTE
        MOVE 'O' TO ACA-STATUT
        ADD 1 TO WS-NB-AUTORISEES
    ELSE
        MOVE 'R' TO ACA-STATUT
        MOVE WS-MOTIF TO ACA-MOTIF
        ADD 1 TO WS-NB-REFUSEES
        MOVE "AUTORISATION REFUSEE" TO WS-CATEGORIE
        PERFORM ECRIRE-EXCEPTION
    END-IF.
    WRITE AUTORISATION-CARTE-RECORD.
    IF WS-ACA-STATUS NOT = '00'
        DISPLAY "ECHEC WRITE AUTORISATIONS-CARTE-FILE pour "
            ACA-NUMERO-AUTORISATION " statut " WS-ACA-STATUS "."
    END-IF.

CONTROLER-CARTE.
    MOVE OC-NUMERO-CARTE TO CRT-NUMERO-CARTE.
    READ CARTES-FILE KEY IS CRT-NUMERO-CARTE.
    IF WS-CRT-STATUS NOT = '00'
        MOVE "CARTE INCONNUE" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    EVALUATE CRT-STATUT
        WHEN 'A'
            CONTINUE
        WHEN 'P'
            MOVE "CARTE PERDUE (OPPOSITION)" TO WS-MOTIF
        WHEN 'V'
            MOVE "CARTE VOLEE (OPPOSITION)" TO WS-MOTIF
        WHEN OTHER
            MOVE "CARTE ANNULEE" TO WS-MOTIF
    END-EVALUATE.
    IF WS-MOTIF = SPACES
        AND CRT-DATE-EXPIRATION < WS-DATE-OPERATION(1:6)
        MOVE "CARTE EXPIREE" TO WS-MOTIF
    END-IF.

CONTROLER-COMPTE.
    MOVE CRT-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        MOVE "COMPTE INCONNU" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE NOT = 'A'
        MOVE "COMPTE NON ACTIF" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF OC-DEVISE NOT = DEVISE
        MOVE "DEVISE DIFFERENTE DU COMPTE" TO WS-MOTIF
    END-IF.

*> Cumuls de la carte par jour et par mois d'opération : une
*> opération d'un jour (ou d'un mois) postérieur aux cumuls les
*> remet à zéro ; une opération tardive d'un jour antérieur ne
*> compte que dans le mois.
CONTROLER-PLAFONDS.
    PERFORM CALCULER-CUMULS.
    IF WS-DATE-OPERATION NOT < CRT-DATE-CUMUL-JOUR
        IF WS-CUMUL-JOUR + WS-MONTANT-IMPORTE > CRT-PLAFOND-JOUR
            MOVE "PLAFOND JOURNALIER DEPASSE" TO WS-MOTIF
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF WS-DATE-OPERATION(1:6) NOT < CRT-MOIS-CUMUL
        IF WS-CUMUL-MOIS + WS-MONTANT-IMPORTE > CRT-PLAFOND-MOIS
            MOVE "PLAFOND MENSUEL DEPASSE" TO WS-MOTIF
        END-IF
    END-IF.

CALCULER-CUMULS.
    MOVE CRT-CUMUL-JOUR TO WS-CUMUL-JOUR.
    IF WS-DATE-OPERATION > CRT-DATE-CUMUL-JOUR
        MOVE 0 TO WS-CUMUL-JOUR
    END-IF.
    MOVE CRT-CUMUL-MOIS TO WS-CUMUL-MOIS.
    IF WS-DATE-OPERATION(1:6) > CRT-MOIS-CUMUL
        MOVE 0 TO WS-CUMUL-MOIS
    END-IF.

CUMULER-CARTE.
    PERFORM CALCULER-CUMULS.
    IF WS-DATE-OPERATION NOT < CRT-DATE-CUMUL-JOUR
        COMPUTE CRT-CUMUL-JOUR = WS-CUMUL-JOUR + WS-MONTANT-IMPORTE
        MOVE WS-DATE-OPERATION TO CRT-DATE-CUMUL-JOUR
    END-IF.
    IF WS-DATE-OPERATION(1:6) NOT < CRT-MOIS-CUMUL
        COMPUTE CRT-CUMUL-MOIS = WS-CUMUL-MOIS + WS-MONTANT-IMPORTE
        MOVE WS-DATE-OPERATION(1:6) TO CRT-MOIS-CUMUL
    END-IF.
    REWRITE CARTE-RECORD.
    IF WS-CRT-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE CARTES-FILE pour la carte de "
            CRT-NUMERO-COMPTE " statut " WS-CRT-STATUS "."
    END-IF.

*> Même contrôle que retrait_argent et importer_prelevements :
*> blocages déduits, solde minimum du type ou découvert autorisé.
CONTROLER-DISPONIBLE.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT-IMPORTE.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
        MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
    END-IF.

PREPARER-AUTORISATION.
    MOVE OC-NUMERO-AUTORISATION TO ACA-NUMERO-AUTORISATION.
    MOVE OC-NUMERO-CARTE TO ACA-NUMERO-CARTE.
    MOVE NUMERO-COMPTE TO ACA-NUMERO-COMPTE.
    MOVE WS-MONTANT-IMPORTE TO ACA-MONTANT.
    MOVE OC-DEVISE TO ACA-DEVISE.
    MOVE OC-COMMERCANT TO ACA-COMMERCANT.
    MOVE WS-DATE-OPERATION TO ACA-DATE-OPERATION.
    MOVE WS-DATE-DU-JOUR TO ACA-DATE-TRAITEMENT.
    COMPUTE WS-JOURS-ENTIERS = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-DATE-OPERATION)) + WS-DUREE-AUTORISATION.
    COMPUTE WS-DATE-ENTIERE =
        FUNCTION DATE-OF-INTEGER(WS-JOURS-ENTIERS).
    MOVE WS-DATE-ENTIERE TO ACA-DATE-EXPIRATION.
    MOVE 0 TO ACA-BLO-SEQUENCE.
    MOVE SPACES TO ACA-MOTIF.
    MOVE 0 TO ACA-MONTANT-COMPENSE.
    MOVE SPACES TO ACA-DATE-COMPENSATION.

*> Une autorisation déjà expirée à l'import (fichier en retard) est
*> inscrite sans blocage : elle sera close au passage des
*> expirations.
POSER-BLOCAGE-CARTE.
    IF ACA-DATE-EXPIRATION < WS-DATE-DU-JOUR
        EXIT PARAGRAPH
    END-IF.
    PERFORM PRENDRE-SEQUENCE-BLOCAGE.
    IF WS-SEQUENCE-PRISE NOT = 'O'
        MOVE "BLOCAGE IMPOSSIBLE" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    MOVE NUMERO-COMPTE TO BLO-NUMERO-COMPTE.
    MOVE SEQBLO-DERNIER-NUMERO TO BLO-SEQUENCE.
    MOVE WS-MONTANT-IMPORTE TO BLO-MONTANT.
    MOVE SPACES TO BLO-MOTIF.
    STRING "CARTE " OC-NUMERO-AUTORISATION " " OC-COMMERCANT
        DELIMITED BY SIZE INTO BLO-MOTIF.
    MOVE WS-DATE-DU-JOUR TO BLO-DATE-POSE.
    MOVE ACA-DATE-EXPIRATION TO BLO-DATE-EXPIRATION.
    MOVE WS-OPERATEUR-BATCH TO BLO-OPERATEUR.
    MOVE 'O' TO BLO-STATUT.
    MOVE SPACES TO BLO-OPERATEUR-LEVEE.
    MOVE SPACES TO BLO-DATE-LEVEE.
    WRITE BLOCAGE-RECORD.
    IF WS-BLO-STATUS = '00'
        MOVE BLO-SEQUENCE TO ACA-BLO-SEQUENCE
        CALL 'journaliser' USING BLO-NUMERO-COMPTE "BLOCAGE"
            BLO-MONTANT SOLDE-COMPTE WS-OPERATEUR-BATCH
    ELSE
        DISPLAY "ECHEC WRITE BLOCAGES-FILE pour " NUMERO-COMPTE
            " statut " WS-BLO-STATUS "."
        MOVE "BLOCAGE IMPOSSIBLE" TO WS-MOTIF
    END-IF.

PRENDRE-SEQUENCE-BLOCAGE.
    MOVE 'N' TO WS-SEQUENCE-PRISE.
    OPEN I-O SEQUENCE-BLO-FILE.
    IF WS-SEQBLO-STATUS = '35'
        OPEN OUTPUT SEQUENCE-BLO-FILE
        CLOSE SEQUENCE-BLO-FILE
        OPEN I-O SEQUENCE-BLO-FILE
    END-IF.
    MOVE NUMERO-COMPTE TO SEQBLO-NUMERO-COMPTE.
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
        DISPLAY "ECHEC SEQUENCE-BLO-FILE pour " NUMERO-COMPTE
            " statut " WS-SEQBLO-STATUS ". Blocage non posé."
    END-IF.
    CLOSE SEQUENCE-BLO-FILE.

*> Compensation : rapprochée d'une autorisation ouverte, ou payée
*> sans autorisation quand la carte et le compte le permettent.
TRAITER-COMPENSATION.
    IF WS-AUTORISATION-TROUVEE = 'O' AND ACA-STATUT = 'O'
        PERFORM COMPENSER-AUTORISATION
    ELSE
        PERFORM COMPENSER-SANS-AUTORISATION
    END-IF.

COMPENSER-AUTORISATION.
    MOVE ACA-NUMERO-COMPTE TO NUMERO-COMPTE.
    PERFORM CONTROLER-COMPTE-DEBIT.
    IF WS-MOTIF NOT = SPACES
        ADD 1 TO WS-NB-IMPAYEES
        MOVE "COMPENSATION IMPAYEE" TO WS-CATEGORIE
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM DEBITER-COMPTE.
    IF WS-MOTIF NOT = SPACES
        ADD 1 TO WS-NB-IMPAYEES
        MOVE "COMPENSATION IMPAYEE" TO WS-CATEGORIE
        PERFORM ECRIRE-EXCEPTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM LEVER-BLOCAGE-CARTE.
    MOVE 'C' TO ACA-STATUT.
    MOVE WS-MONTANT-IMPORTE TO ACA-MONTANT-COMPENSE.
    MOVE WS-DATE-DU-JOUR TO ACA-DATE-COMPENSATION.
    REWRITE AUTORISATION-CARTE-RECORD.
    IF WS-ACA-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE AUTORISATIONS-CARTE-FILE pour "
            ACA-NUMERO-AUTORISATION " statut " WS-ACA-STATUS "."
    END-IF.
    ADD 1 TO WS-NB-COMPENSEES.

*> Sans autorisation ouverte. Une autorisation expirée avait été
*> accordée : la compensation tardive est due quel que soit l'état
*> de la carte depuis. Sinon (autorisation inconnue ou refusée), la
*> carte doit être active : une opération passée sur une carte en
*> opposition est laissée impayée pour contestation.
COMPENSER-SANS-AUTORISATION.
    MOVE 'O' TO WS-PAYER.
    MOVE SPACES TO NUMERO-COMPTE.
    IF WS-AUTORISATION-TROUVEE = 'O' AND ACA-STATUT = 'E'
        MOVE ACA-NUMERO-COMPTE TO NUMERO-COMPTE
    ELSE
        PERFORM CONTROLER-CARTE
        IF WS-CRT-STATUS = '00'
            MOVE CRT-NUMERO-COMPTE TO NUMERO-COMPTE
        END-IF
    END-IF.
    IF WS-MOTIF = SPACES
        PERFORM CONTROLER-COMPTE-DEBIT
    END-IF.
    IF WS-MOTIF = SPACES
        PERFORM DEBITER-COMPTE
    END-IF.
    IF WS-MOTIF NOT = SPACES
        MOVE 'N' TO WS-PAYER
    END-IF.

    IF WS-AUTORISATION-TROUVEE = 'N'
        PERFORM PREPARER-AUTORISATION
    ELSE
        MOVE NUMERO-COMPTE TO ACA-NUMERO-COMPTE
    END-IF.
    IF WS-PAYER = 'O'
        IF WS-AUTORISATION-TROUVEE = 'O' AND ACA-STATUT = 'E'
            MOVE "PAYEE APRES EXPIRATION AUTOR." TO WS-MOTIF
        ELSE
            MOVE "PAYEE SANS AUTORISATION" TO WS-MOTIF
            PERFORM CUMULER-CARTE
        END-IF
        MOVE 'C' TO ACA-STATUT
        MOVE WS-MONTANT-IMPORTE TO ACA-MONTANT-COMPENSE
        MOVE WS-DATE-DU-JOUR TO ACA-DATE-COMPENSATION
        ADD 1 TO WS-NB-SANS-AUTORISATION
        MOVE "COMPENSATION SANS AUT." TO WS-CATEGORIE
    ELSE
        IF WS-AUTORISATION-TROUVEE = 'N'
            MOVE 'R' TO ACA-STATUT
        END-IF
        ADD 1 TO WS-NB-IMPAYEES
        MOVE "COMPENSATION IMPAYEE" TO WS-CATEGORIE
    END-IF.
    MOVE WS-MOTIF TO ACA-MOTIF.
    PERFORM ECRIRE-EXCEPTION.
    IF WS-AUTORISATION-TROUVEE = 'N'
        WRITE AUTORISATION-CARTE-RECORD
    ELSE
        REWRITE AUTORISATION-CARTE-RECORD
    END-IF.
    IF WS-ACA-STATUS NOT = '00'
        DISPLAY "ECHEC ECRITURE AUTORISATIONS-CARTE-FILE pour "
            ACA-NUMERO-AUTORISATION " statut " WS-ACA-STATUS "."
    END-IF.

*> Compte à débiter d'une compensation : connu, ni clôturé, ni
*> bloqué (gel des avoirs compris), ni dormant, et dans la devise.
*> Le disponible n'est pas contrôlé : l'opération est due au
*> commerçant.
CONTROLER-COMPTE-DEBIT.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        MOVE "COMPTE INCONNU" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'P'
        MOVE "COMPTE CLOTURE" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B' OR STATUT-COMPTE = 'D'
        MOVE "COMPTE BLOQUE OU DORMANT" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF OC-DEVISE NOT = DEVISE
        MOVE "DEVISE DIFFERENTE DU COMPTE" TO WS-MOTIF
    END-IF.

DEBITER-COMPTE.
    SUBTRACT WS-MONTANT-IMPORTE FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        MOVE "ECHEC MISE A JOUR DU COMPTE" TO WS-MOTIF
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "CARTE"
        WS-MONTANT-IMPORTE SOLDE-COMPTE WS-OPERATEUR-BATCH.
    COMPUTE WS-DELTA-CONTROLE = WS-MONTANT-IMPORTE * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.

*> Le blocage a pu être levé à la main ou avoir expiré : seul un
*> blocage encore ouvert est levé et journalisé.
LEVER-BLOCAGE-CARTE.
    IF ACA-BLO-SEQUENCE = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE ACA-NUMERO-COMPTE TO BLO-NUMERO-COMPTE.
    MOVE ACA-BLO-SEQUENCE TO BLO-SEQUENCE.
    READ BLOCAGES-FILE KEY IS BLO-CLE.
    IF WS-BLO-STATUS NOT = '00' OR BLO-STATUT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'L' TO BLO-STATUT.
    MOVE WS-OPERATEUR-BATCH TO BLO-OPERATEUR-LEVEE.
    MOVE WS-DATE-DU-JOUR TO BLO-DATE-LEVEE.
    REWRITE BLOCAGE-RECORD.
    IF WS-BLO-STATUS = '00'
        CALL 'journaliser' USING BLO-NUMERO-COMPTE "BLOCAGE-LEV"
            BLO-MONTANT WS-ZERO WS-OPERATEUR-BATCH
    ELSE
        DISPLAY "ECHEC REWRITE BLOCAGES-FILE pour " BLO-NUMERO-COMPTE
            " statut " WS-BLO-STATUS "."
    END-IF.

*> Autorisations ouvertes dont l'expiration est passée : closes sans
*> compensation, blocage levé, signalées au rapport.
EXPIRER-AUTORISATIONS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LOW-VALUES TO ACA-NUMERO-AUTORISATION.
    START AUTORISATIONS-CARTE-FILE
        KEY IS >= ACA-NUMERO-AUTORISATION
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ AUTORISATIONS-CARTE-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ACA-STATUT = 'O'
                    AND ACA-DATE-EXPIRATION < WS-DATE-DU-JOUR
                    PERFORM EXPIRER-AUTORISATION
                END-IF
        END-READ
    END-PERFORM.

EXPIRER-AUTORISATION.
    PERFORM LEVER-BLOCAGE-CARTE.
    MOVE 'E' TO ACA-STATUT.
    MOVE "EXPIREE SANS COMPENSATION" TO ACA-MOTIF.
    REWRITE AUTORISATION-CARTE-RECORD.
    IF WS-ACA-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE AUTORISATIONS-CARTE-FILE pour "
            ACA-NUMERO-AUTORISATION " statut " WS-ACA-STATUS "."
    END-IF.
    ADD 1 TO WS-NB-EXPIREES.
    ADD 1 TO WS-NB-EXCEPTIONS.
    MOVE "AUTORISATION EXPIREE" TO WS-LE-CATEGORIE.
    MOVE ACA-NUMERO-AUTORISATION TO WS-LE-AUTORISATION.
    MOVE SPACES TO WS-LE-CARTE.
    STRING ACA-NUMERO-CARTE(1:6) "******" ACA-NUMERO-CARTE(13:4)
        DELIMITED BY SIZE INTO WS-LE-CARTE.
    MOVE ACA-NUMERO-COMPTE TO WS-LE-COMPTE.
    MOVE ACA-MONTANT TO WS-LE-MONTANT.
    MOVE ACA-DEVISE TO WS-LE-DEVISE.
    MOVE ACA-DATE-OPERATION TO WS-LE-DATE.
    MOVE ACA-MOTIF TO WS-LE-MOTIF.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-EXCEPTION.

ECRIRE-EXCEPTION.
    ADD 1 TO WS-NB-EXCEPTIONS.
    MOVE WS-CATEGORIE TO WS-LE-CATEGORIE.
    MOVE OC-NUMERO-AUTORISATION TO WS-LE-AUTORISATION.
    MOVE SPACES TO WS-LE-CARTE.
    STRING OC-NUMERO-CARTE(1:6) "******" OC-NUMERO-CARTE(13:4)
        DELIMITED BY SIZE INTO WS-LE-CARTE.
    MOVE NUMERO-COMPTE TO WS-LE-COMPTE.
    MOVE WS-MONTANT-IMPORTE TO WS-LE-MONTANT.
    MOVE OC-DEVISE TO WS-LE-DEVISE.
    MOVE OC-DATE-OPERATION TO WS-LE-DATE.
    MOVE WS-MOTIF TO WS-LE-MOTIF.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-EXCEPTION.

ECRIRE-TOTAUX.
    MOVE SPACES TO EXCEPTION-LIGNE.
    WRITE EXCEPTION-LIGNE.
    MOVE "Autorisations refusées" TO WS-TOT-LIBELLE.
    MOVE WS-NB-REFUSEES TO WS-TOT-NOMBRE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Compensations payées sans autorisation" TO WS-TOT-LIBELLE.
    MOVE WS-NB-SANS-AUTORISATION TO WS-TOT-NOMBRE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Compensations impayées" TO WS-TOT-LIBELLE.
    MOVE WS-NB-IMPAYEES TO WS-TOT-NOMBRE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Autorisations expirées sans compensation"
        TO WS-TOT-LIBELLE.
    MOVE WS-NB-EXPIREES TO WS-TOT-NOMBRE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Lignes rejetées" TO WS-TOT-LIBELLE.
    MOVE WS-NB-REJETEES TO WS-TOT-NOMBRE.
    WRITE EXCEPTION-LIGNE FROM WS-LIGNE-TOTAL.
