*> compte. A lancer une fois par nuit (batch), de préférence via la
*> chaîne chaine_batch_nuit, pas depuis le menu.
*> Le taux appliqué est celui défini dans TYPES-COMPTE-FILE pour ce
*> type de compte (voir consulter_type_compte), et seulement aux
*> soldes créditeurs. Un compte débiteur n'est pas crédité : ses
*> agios sont courus dans AGIOS-FILE (voir AGIOS.CPY) pour le nombre
*> de jours calendaires jusqu'au prochain jour ouvré (le solde du
*> vendredi court jusqu'au lundi) — au taux débiteur de
*> l'autorisation de découvert du compte (DECOUVERTS-FILE, voir
*> DECOUV.CPY) sur la part autorisée, ou au taux débiteur par défaut
*> (paramètre TAUX-DEBITEUR-PCT) sur la part couverte par le seul
*> plancher négatif du type de compte, et au taux de dépassement
*> (paramètre TAUX-DEPASSEMENT-PCT) sur tout l'au-delà. Les agios
*> courus sont prélevés par arreter_agios en fin de trimestre.
*> Le passage est enregistré dans PASSAGES-BATCH-FILE via
*> controler_passage_batch : un second lancement pour la même date de
*> traitement est refusé (le double crédit d'intérêts n'est plus
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT DECOUVERTS-FILE ASSIGN TO 'decouverts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEC-NUMERO-COMPTE
        FILE STATUS IS WS-DEC-STATUS.

    SELECT AGIOS-FILE ASSIGN TO 'agios.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGI-NUMERO-COMPTE
        FILE STATUS IS WS-AGI-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD DECOUVERTS-FILE.
COPY DECOUV.

FD AGIOS-FILE.
COPY AGIOS.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS          PIC X(02).
01 WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
01 WS-ACTION-PASSAGE           PIC X(01).
01 WS-RESULTAT-PASSAGE         PIC X(01).
01 WS-DERNIER-COMPTE           PIC X(10).
01 WS-DEC-STATUS               PIC X(02).
01 WS-AGI-STATUS               PIC X(02).
01 WS-DECOUVERTS-OUVERT        PIC X(01).
01 WS-CLE-PARAMETRE            PIC X(24).
01 WS-PARAM-MONTANT            PIC S9(13)V99.
01 WS-PARAM-TROUVE             PIC X(01).
01 WS-TAUX-DEBITEUR-DEFAUT     PIC 9V9(4).
01 WS-TAUX-DEPASSEMENT         PIC 9V9(4).
01 WS-TAUX-DEBITEUR            PIC 9V9(4).
01 WS-NB-JOURS-COURUS          PIC 9(3).
01 WS-DATE-LENDEMAIN           PIC X(08).
01 WS-DATE-ENTIERE             PIC 9(8).
01 WS-JOUR-OUVRE               PIC X(01).
01 WS-JOUR-SUIVANT             PIC X(08).
01 WS-JOUR-PRECEDENT           PIC X(08).
01 WS-DECOUVERT                PIC 9(13)V99.
01 WS-LIMITE-AUTORISEE         PIC 9(13)V99.
01 WS-PART-AUTORISEE           PIC 9(13)V99.
01 WS-PART-DEPASSEMENT         PIC 9(13)V99.
01 WS-COMPTES-DEBITEURS        PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
DEBUT-CALCUL-INTERETS.
    CALL 'consulter_date_comptable' USING WS-DATE-TRAITEMENT.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O AGIOS-FILE.
    IF WS-AGI-STATUS = '35'
        OPEN OUTPUT AGIOS-FILE
        CLOSE AGIOS-FILE
        OPEN I-O AGIOS-FILE
    END-IF.
    IF WS-AGI-STATUS NOT = '00'
        DISPLAY "Ouverture de AGIOS-FILE impossible (statut "
            WS-AGI-STATUS "). Calcul des intérêts abandonné."
        CLOSE COMPTES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT DECOUVERTS-FILE.
    IF WS-DEC-STATUS = '00'
        MOVE 'O' TO WS-DECOUVERTS-OUVERT
    ELSE
        MOVE 'N' TO WS-DECOUVERTS-OUVERT
    END-IF.
    PERFORM DETERMINER-TAUX-DEBITEURS.
    PERFORM DETERMINER-JOURS-COURUS.

    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-COMPTE NOT = SPACES
        DISPLAY "Reprise du calcul des intérêts après le compte "
    END-PERFORM.

    CLOSE COMPTES-FILE.
    CLOSE AGIOS-FILE.
    IF WS-DECOUVERTS-OUVERT = 'O'
        CLOSE DECOUVERTS-FILE
    END-IF.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-TRAITEMENT WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    DISPLAY "Calcul des intérêts terminé. Comptes traités : "
        WS-COMPTES-TRAITES.
    DISPLAY "Comptes débiteurs (agios courus sur " WS-NB-JOURS-COURUS
        " jour(s)) : " WS-COMPTES-DEBITEURS.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.

    IF WS-TAUX-INTERET > 0 AND SOLDE-COMPTE > 0
        COMPUTE WS-INTERET ROUNDED = SOLDE-COMPTE * WS-TAUX-INTERET
        IF WS-INTERET NOT = 0
            ADD WS-INTERET TO SOLDE-COMPTE
        END-IF
    END-IF.

    IF SOLDE-COMPTE < 0
        PERFORM COURIR-AGIOS
    END-IF.

    ADD 1 TO WS-COMPTES-TRAITES.

*> Agios du jour d'un compte débiteur. La part autorisée est le plus
*> large du plancher négatif du type de compte et de l'autorisation
*> de découvert active ; le taux débiteur est celui de l'autorisation
*> si elle existe, sinon le taux par défaut. Un compte déjà couru à
*> cette date (reprise après incident) n'est pas couru deux fois.
COURIR-AGIOS.
    COMPUTE WS-DECOUVERT = 0 - SOLDE-COMPTE.
    MOVE 0 TO WS-LIMITE-AUTORISEE.
    MOVE WS-TAUX-DEBITEUR-DEFAUT TO WS-TAUX-DEBITEUR.
    IF WS-SOLDE-MINIMUM < 0
        COMPUTE WS-LIMITE-AUTORISEE = 0 - WS-SOLDE-MINIMUM
    END-IF.
    IF WS-DECOUVERTS-OUVERT = 'O'
        MOVE NUMERO-COMPTE TO DEC-NUMERO-COMPTE
        READ DECOUVERTS-FILE KEY IS DEC-NUMERO-COMPTE
        IF WS-DEC-STATUS = '00'
            AND DEC-STATUT = 'A'
            AND DEC-DATE-DEBUT NOT > WS-DATE-TRAITEMENT
            AND DEC-DATE-EXPIRATION NOT < WS-DATE-TRAITEMENT
            MOVE DEC-TAUX-DEBITEUR TO WS-TAUX-DEBITEUR
            IF DEC-LIMITE > WS-LIMITE-AUTORISEE
                MOVE DEC-LIMITE TO WS-LIMITE-AUTORISEE
            END-IF
        END-IF
    END-IF.
    IF WS-DECOUVERT > WS-LIMITE-AUTORISEE
        MOVE WS-LIMITE-AUTORISEE TO WS-PART-AUTORISEE
        COMPUTE WS-PART-DEPASSEMENT =
            WS-DECOUVERT - WS-LIMITE-AUTORISEE
    ELSE
        MOVE WS-DECOUVERT TO WS-PART-AUTORISEE
        MOVE 0 TO WS-PART-DEPASSEMENT
    END-IF.

    MOVE NUMERO-COMPTE TO AGI-NUMERO-COMPTE.
    READ AGIOS-FILE KEY IS AGI-NUMERO-COMPTE.
    IF WS-AGI-STATUS = '00'
        IF AGI-DATE-DERNIER-CALCUL = WS-DATE-TRAITEMENT
            EXIT PARAGRAPH
        END-IF
    ELSE
        MOVE NUMERO-COMPTE TO AGI-NUMERO-COMPTE
        MOVE WS-DATE-TRAITEMENT TO AGI-DATE-DEBUT-PERIODE
        MOVE 0 TO AGI-NB-JOURS-DEBITEURS
        MOVE 0 TO AGI-PLUS-FORT-DECOUVERT
        MOVE 0 TO AGI-NOMBRES-AUTORISES
        MOVE 0 TO AGI-NOMBRES-DEPASSEMENT
        MOVE 0 TO AGI-INTERETS-AUTORISES
        MOVE 0 TO AGI-INTERETS-DEPASSEMENT
    END-IF.

    ADD WS-NB-JOURS-COURUS TO AGI-NB-JOURS-DEBITEURS.
    IF WS-DECOUVERT > AGI-PLUS-FORT-DECOUVERT
        MOVE WS-DECOUVERT TO AGI-PLUS-FORT-DECOUVERT
    END-IF.
    COMPUTE AGI-NOMBRES-AUTORISES = AGI-NOMBRES-AUTORISES
        + WS-PART-AUTORISEE * WS-NB-JOURS-COURUS.
    COMPUTE AGI-NOMBRES-DEPASSEMENT = AGI-NOMBRES-DEPASSEMENT
        + WS-PART-DEPASSEMENT * WS-NB-JOURS-COURUS.
    COMPUTE AGI-INTERETS-AUTORISES ROUNDED = AGI-INTERETS-AUTORISES
        + WS-PART-AUTORISEE * WS-TAUX-DEBITEUR
        * WS-NB-JOURS-COURUS / 365.
    COMPUTE AGI-INTERETS-DEPASSEMENT ROUNDED =
        AGI-INTERETS-DEPASSEMENT
        + WS-PART-DEPASSEMENT * WS-TAUX-DEPASSEMENT
        * WS-NB-JOURS-COURUS / 365.
    MOVE WS-TAUX-DEBITEUR TO AGI-TAUX-DEBITEUR.
    MOVE WS-TAUX-DEPASSEMENT TO AGI-TAUX-DEPASSEMENT.
    MOVE WS-DATE-TRAITEMENT TO AGI-DATE-DERNIER-CALCUL.
    IF WS-AGI-STATUS = '00'
        REWRITE AGIOS-RECORD
    ELSE
        WRITE AGIOS-RECORD
    END-IF.
    IF WS-AGI-STATUS = '00'
        ADD 1 TO WS-COMPTES-DEBITEURS
    ELSE
        CALL 'traiter_erreur' USING NUMERO-COMPTE WS-PROGRAMME
            WS-AGI-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Erreur lors du cumul des agios pour " NUMERO-COMPTE
            " : " WS-MESSAGE-ERREUR
    END-IF.

*> Taux annuels en pourcentage dans PARAMETRES-FILE : taux débiteur
*> appliqué sans autorisation de découvert (12.00 par défaut) et taux
*> de dépassement au-delà de la part autorisée (16.00 par défaut).
DETERMINER-TAUX-DEBITEURS.
    MOVE "TAUX-DEBITEUR-PCT" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O'
        COMPUTE WS-TAUX-DEBITEUR-DEFAUT = WS-PARAM-MONTANT / 100
    ELSE
        MOVE 0.1200 TO WS-TAUX-DEBITEUR-DEFAUT
    END-IF.
    MOVE "TAUX-DEPASSEMENT-PCT" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O'
        COMPUTE WS-TAUX-DEPASSEMENT = WS-PARAM-MONTANT / 100
    ELSE
        MOVE 0.1600 TO WS-TAUX-DEPASSEMENT
    END-IF.

*> Le solde de ce soir reste inchangé jusqu'au prochain jour ouvré :
*> il porte agios pour tous les jours calendaires jusque-là.
DETERMINER-JOURS-COURUS.
    COMPUTE WS-DATE-ENTIERE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-DATE-TRAITEMENT)) + 1).
    MOVE WS-DATE-ENTIERE TO WS-DATE-LENDEMAIN.
    CALL 'consulter_jour_ouvre' USING WS-DATE-LENDEMAIN
        WS-JOUR-OUVRE WS-JOUR-SUIVANT WS-JOUR-PRECEDENT.
    COMPUTE WS-NB-JOURS-COURUS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-JOUR-SUIVANT))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-DATE-TRAITEMENT)).
    IF WS-NB-JOURS-COURUS < 1
        MOVE 1 TO WS-NB-JOURS-COURUS
    END-IF.

*> Pointe le compte traité dans le journal des passages pour que la
*> reprise après incident reparte du compte suivant.
POINTER-COMPTE.
