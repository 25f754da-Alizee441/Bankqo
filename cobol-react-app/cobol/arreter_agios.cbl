IDENTIFICATION DIVISION.
PROGRAM-ID. arreter_agios.

*> Arrêté trimestriel des comptes débiteurs : parcourt AGIOS-FILE
*> (agios courus chaque nuit par calcul_interets, voir AGIOS.CPY),
*> arrondit au centime les intérêts débiteurs courus sur la part
*> autorisée et sur le dépassement, les prélève sur le compte (types
*> AGIOS et AGIOS-DEPASS, total de contrôle via maj_controle) puis
*> supprime la fiche : la période suivante repart de zéro au premier
*> jour débiteur. Les agios sont dus quel que soit le solde : ils
*> sont prélevés même s'ils creusent le découvert au-delà du
*> plancher. Pour chaque compte prélevé, l'arrêté de compte exigé
*> par la réglementation est édité dans arrete_agios_AAAAMMJJ.txt
*> (période, jours débiteurs, plus fort découvert, nombres
*> débiteurs, taux et intérêts de chaque part, nouveau solde) et le
*> client est notifié (AGIOS). Lancé par chaine_batch_nuit le
*> dernier jour ouvré de mars, juin, septembre et décembre, après le
*> calcul des intérêts de la nuit.
*> Un compte illisible garde ses agios courus pour le trimestre
*> suivant et est signalé par traiter_erreur. Passage enregistré
*> dans PASSAGES-BATCH-FILE : un second lancement pour la même date
*> est refusé, un passage interrompu reprend après le dernier compte
*> pointé.
*> RETURN-CODE : 0 = complet, 4 = refusé (déjà passé), 8 = abandon
*> sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AGIOS-FILE ASSIGN TO 'agios.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGI-NUMERO-COMPTE
        FILE STATUS IS WS-AGI-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT ARRETE-FILE ASSIGN TO WS-NOM-ARRETE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARR-STATUS.

DATA DIVISION.
FILE SECTION.
FD AGIOS-FILE.
COPY AGIOS.

FD COMPTES-FILE.
COPY COMPTE.

FD ARRETE-FILE.
01 ARRETE-LIGNE              PIC X(120).

WORKING-STORAGE SECTION.
01 WS-AGI-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-ARR-STATUS            PIC X(02).
01 WS-NOM-ARRETE             PIC X(40).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "arreter_agios".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).
01 WS-AGIOS-AUTORISES        PIC S9(13)V99.
01 WS-AGIOS-DEPASSEMENT      PIC S9(13)V99.
01 WS-AGIOS-TOTAL            PIC S9(13)V99.
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-COMPLEMENT-NOTIF       PIC X(30).
01 WS-COMPTES-ARRETES        PIC 9(6) VALUE 0.
01 WS-COMPTES-EN-ERREUR      PIC 9(6) VALUE 0.
01 WS-DEVISE-TROUVEE         PIC X(01).

01 WS-TOTAUX-DEVISE.
   05 WS-TOTAL-DEVISE OCCURS 20 TIMES INDEXED BY IDX-TD.
      10 WS-TD-DEVISE         PIC X(03).
      10 WS-TD-MONTANT        PIC S9(13)V99.
01 WS-NB-DEVISES              PIC 9(4) VALUE 0.

01 WS-LIGNE-COMPTE.
   05 FILLER                 PIC X(09) VALUE "Compte : ".
   05 WS-LC-COMPTE           PIC X(10).
   05 FILLER                 PIC X(14) VALUE "  Titulaire : ".
   05 WS-LC-TITULAIRE        PIC X(30).
   05 FILLER                 PIC X(11) VALUE "  Devise : ".
   05 WS-LC-DEVISE           PIC X(03).
   05 FILLER                 PIC X(11) VALUE "  Agence : ".
   05 WS-LC-AGENCE           PIC X(03).

01 WS-LIGNE-PERIODE.
   05 FILLER                 PIC X(11) VALUE "Période du".
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LP-DEBUT            PIC X(08).
   05 FILLER                 PIC X(04) VALUE " au ".
   05 WS-LP-FIN              PIC X(08).
   05 FILLER                 PIC X(21) VALUE "  Jours débiteurs : ".
   05 WS-LP-JOURS            PIC ZZ9.
   05 FILLER                 PIC X(27)
      VALUE "  Plus fort découvert : ".
   05 WS-LP-PLUS-FORT        PIC Z(12)9.99.

01 WS-LIGNE-PART.
   05 WS-LPA-LIBELLE         PIC X(20).
   05 FILLER                 PIC X(11) VALUE "Nombres : ".
   05 WS-LPA-NOMBRES         PIC Z(14)9.99.
   05 FILLER                 PIC X(09) VALUE "  Taux : ".
   05 WS-LPA-TAUX            PIC 9.9999.
   05 FILLER                 PIC X(15) VALUE "  Intérêts : ".
   05 WS-LPA-INTERETS        PIC Z(12)9.99.

01 WS-LIGNE-TOTAL-AGIOS.
   05 FILLER                 PIC X(24) VALUE "Total agios prélevés :".
   05 WS-LTA-TOTAL           PIC Z(12)9.99.
   05 FILLER                 PIC X(19) VALUE "  Nouveau solde : ".
   05 WS-LTA-SOLDE           PIC -9(13).99.

01 WS-LIGNE-TOTAL.
   05 WS-TOT-LIBELLE         PIC X(10).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-TOT-MONTANT         PIC -9(13).99.

PROCEDURE DIVISION.
DEBUT-ARRETE-AGIOS.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Arrêté des agios déjà exécuté pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O AGIOS-FILE.
    IF WS-AGI-STATUS = '35'
        DISPLAY "Aucun agio couru : rien à arrêter."
        MOVE 'F' TO WS-ACTION-PASSAGE
        CALL 'controler_passage_batch' USING WS-PROGRAMME
            WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
            WS-RESULTAT-PASSAGE
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-AGI-STATUS NOT = '00'
        DISPLAY "Ouverture de AGIOS-FILE impossible (statut "
            WS-AGI-STATUS "). Arrêté abandonné."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Arrêté abandonné."
        CLOSE AGIOS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-NOM-ARRETE.
    STRING "arrete_agios_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-ARRETE.
    OPEN EXTEND ARRETE-FILE.
    IF WS-ARR-STATUS = '35'
        OPEN OUTPUT ARRETE-FILE
    END-IF.

    IF WS-RESULTAT-PASSAGE = 'P' AND WS-DERNIER-COMPTE NOT = SPACES
        DISPLAY "Reprise de l'arrêté après le compte "
            WS-DERNIER-COMPTE
        MOVE WS-DERNIER-COMPTE TO AGI-NUMERO-COMPTE
        START AGIOS-FILE KEY IS > AGI-NUMERO-COMPTE
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
    END-IF.

    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ AGIOS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM ARRETER-COMPTE
                PERFORM POINTER-COMPTE
        END-READ
    END-PERFORM.

    PERFORM EDITER-TOTAUX.
    CLOSE ARRETE-FILE.
    CLOSE COMPTES-FILE.
    CLOSE AGIOS-FILE.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.

    DISPLAY "Arrêté des agios terminé.".
    DISPLAY "Comptes arrêtés    : " WS-COMPTES-ARRETES.
    DISPLAY "Comptes en erreur  : " WS-COMPTES-EN-ERREUR.
    DISPLAY "Arrêtés de compte  : " WS-NOM-ARRETE.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*> Pointe le compte traité dans le journal des passages pour que la
*> reprise après incident reparte du compte suivant.
POINTER-COMPTE.
    MOVE AGI-NUMERO-COMPTE TO WS-DERNIER-COMPTE.
    MOVE 'C' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.

ARRETER-COMPTE.
    COMPUTE WS-AGIOS-AUTORISES ROUNDED = AGI-INTERETS-AUTORISES.
    COMPUTE WS-AGIOS-DEPASSEMENT ROUNDED = AGI-INTERETS-DEPASSEMENT.
    COMPUTE WS-AGIOS-TOTAL = WS-AGIOS-AUTORISES + WS-AGIOS-DEPASSEMENT.

    MOVE AGI-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING AGI-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Compte " AGI-NUMERO-COMPTE " illisible, agios reportés"
            " : " WS-MESSAGE-ERREUR
        ADD 1 TO WS-COMPTES-EN-ERREUR
        EXIT PARAGRAPH
    END-IF.

    IF WS-AGIOS-TOTAL > 0
        SUBTRACT WS-AGIOS-TOTAL FROM SOLDE-COMPTE
        REWRITE COMPTE-RECORD
        IF WS-FILE-STATUS NOT = '00'
            CALL 'traiter_erreur' USING AGI-NUMERO-COMPTE WS-PROGRAMME
                WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
            DISPLAY "Erreur lors du prélèvement des agios pour "
                AGI-NUMERO-COMPTE " : " WS-MESSAGE-ERREUR
            ADD 1 TO WS-COMPTES-EN-ERREUR
            EXIT PARAGRAPH
        END-IF
        PERFORM JOURNALISER-AGIOS
        COMPUTE WS-DELTA-CONTROLE = WS-AGIOS-TOTAL * -1
        CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
            WS-DELTA-CONTROLE
        PERFORM CUMULER-TOTAL-DEVISE
        PERFORM EDITER-ARRETE
        MOVE "Arrêté trimestriel des agios" TO WS-COMPLEMENT-NOTIF
        CALL 'emettre_notification' USING ID-CLIENT NUMERO-COMPTE
            "AGIOS" WS-COMPLEMENT-NOTIF
        ADD 1 TO WS-COMPTES-ARRETES
    END-IF.

    DELETE AGIOS-FILE RECORD.
    IF WS-AGI-STATUS NOT = '00'
        DISPLAY "ATTENTION : agios de " AGI-NUMERO-COMPTE
            " prélevés mais fiche non supprimée (statut "
            WS-AGI-STATUS "), à supprimer avant le prochain calcul."
    END-IF.

*> Une ligne de journal par part, pour que le grand livre distingue
*> intérêts débiteurs autorisés et intérêts de dépassement.
JOURNALISER-AGIOS.
    IF WS-AGIOS-DEPASSEMENT > 0
        ADD WS-AGIOS-DEPASSEMENT TO SOLDE-COMPTE
    END-IF.
    IF WS-AGIOS-AUTORISES > 0
        CALL 'journaliser' USING NUMERO-COMPTE "AGIOS"
            WS-AGIOS-AUTORISES SOLDE-COMPTE WS-OPERATEUR-BATCH
    END-IF.
    IF WS-AGIOS-DEPASSEMENT > 0
        SUBTRACT WS-AGIOS-DEPASSEMENT FROM SOLDE-COMPTE
        CALL 'journaliser' USING NUMERO-COMPTE "AGIOS-DEPASS"
            WS-AGIOS-DEPASSEMENT SOLDE-COMPTE WS-OPERATEUR-BATCH
    END-IF.

EDITER-ARRETE.
    MOVE SPACES TO ARRETE-LIGNE.
    STRING "ARRETE DE COMPTE - INTERETS DEBITEURS AU " WS-DATE-DU-JOUR
        DELIMITED BY SIZE INTO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    MOVE NUMERO-COMPTE TO WS-LC-COMPTE.
    MOVE NOM-TITULAIRE TO WS-LC-TITULAIRE.
    MOVE DEVISE TO WS-LC-DEVISE.
    MOVE AGENCE-COMPTE TO WS-LC-AGENCE.
    MOVE WS-LIGNE-COMPTE TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    MOVE AGI-DATE-DEBUT-PERIODE TO WS-LP-DEBUT.
    MOVE WS-DATE-DU-JOUR TO WS-LP-FIN.
    MOVE AGI-NB-JOURS-DEBITEURS TO WS-LP-JOURS.
    MOVE AGI-PLUS-FORT-DECOUVERT TO WS-LP-PLUS-FORT.
    MOVE WS-LIGNE-PERIODE TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    MOVE "Découvert autorisé  " TO WS-LPA-LIBELLE.
    MOVE AGI-NOMBRES-AUTORISES TO WS-LPA-NOMBRES.
    MOVE AGI-TAUX-DEBITEUR TO WS-LPA-TAUX.
    MOVE WS-AGIOS-AUTORISES TO WS-LPA-INTERETS.
    MOVE WS-LIGNE-PART TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    MOVE "Dépassement         " TO WS-LPA-LIBELLE.
    MOVE AGI-NOMBRES-DEPASSEMENT TO WS-LPA-NOMBRES.
    MOVE AGI-TAUX-DEPASSEMENT TO WS-LPA-TAUX.
    MOVE WS-AGIOS-DEPASSEMENT TO WS-LPA-INTERETS.
    MOVE WS-LIGNE-PART TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    MOVE WS-AGIOS-TOTAL TO WS-LTA-TOTAL.
    MOVE SOLDE-COMPTE TO WS-LTA-SOLDE.
    MOVE WS-LIGNE-TOTAL-AGIOS TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    MOVE ALL "-" TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.

CUMULER-TOTAL-DEVISE.
    MOVE 'N' TO WS-DEVISE-TROUVEE.
    PERFORM VARYING IDX-TD FROM 1 BY 1 UNTIL IDX-TD > WS-NB-DEVISES
        IF WS-TD-DEVISE(IDX-TD) = DEVISE
            ADD WS-AGIOS-TOTAL TO WS-TD-MONTANT(IDX-TD)
            MOVE 'O' TO WS-DEVISE-TROUVEE
        END-IF
    END-PERFORM.

    IF WS-DEVISE-TROUVEE = 'N' AND WS-NB-DEVISES < 20
        ADD 1 TO WS-NB-DEVISES
        SET IDX-TD TO WS-NB-DEVISES
        MOVE DEVISE TO WS-TD-DEVISE(IDX-TD)
        MOVE WS-AGIOS-TOTAL TO WS-TD-MONTANT(IDX-TD)
    END-IF.

EDITER-TOTAUX.
    MOVE "AGIOS PRELEVES PAR DEVISE :" TO ARRETE-LIGNE.
    WRITE ARRETE-LIGNE.
    PERFORM VARYING IDX-TD FROM 1 BY 1 UNTIL IDX-TD > WS-NB-DEVISES
        MOVE WS-TD-DEVISE(IDX-TD) TO WS-TOT-LIBELLE
        MOVE WS-TD-MONTANT(IDX-TD) TO WS-TOT-MONTANT
        MOVE WS-LIGNE-TOTAL TO ARRETE-LIGNE
        WRITE ARRETE-LIGNE
    END-PERFORM.
