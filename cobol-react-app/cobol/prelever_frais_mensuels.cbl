*> jusqu'au solde minimum, ou pas du tout si le compte y est déjà ;
*> dans les deux cas le compte est signalé sur le rapport. Le rapport
*> (rapport_frais.txt) donne le total des frais collectés par type de
*> compte et par devise, puis les frais à l'acte du mois par
*> événement et par devise (nombre et montant facturés, nombre
*> exonérés et non facturés), totalisés depuis le registre
*> FRAIS-ACTES-FILE tenu par facturer_frais_actes (voir
*> FRAISACT.CPY). A lancer une fois par mois (batch), de
*> préférence via la chaîne chaine_batch_nuit, pas depuis le menu.
*> Le passage est enregistré dans PASSAGES-BATCH-FILE via
*> controler_passage_batch : un second lancement pour la même date de
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT FRAIS-ACTES-FILE ASSIGN TO 'frais_actes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FA-CLE
        ALTERNATE RECORD KEY IS FA-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-FA-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO 'rapport_frais.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.
FD COMPTES-FILE.
COPY COMPTE.

FD FRAIS-ACTES-FILE.
COPY FRAISACT.

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(120).

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS           PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-FA-STATUS             PIC X(02).
01 WS-FIN-ACTES              PIC X(01).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-NB-DEVISES              PIC 9(4) VALUE 0.
01 WS-DEVISE-TROUVEE          PIC X(01).

01 WS-TOTAUX-ACTE.
   05 WS-TOTAL-ACTE OCCURS 40 TIMES INDEXED BY IDX-TA.
      10 WS-TA-EVENEMENT      PIC X(06).
      10 WS-TA-DEVISE         PIC X(03).
      10 WS-TA-NB-FACTURES    PIC 9(6).
      10 WS-TA-MONTANT        PIC S9(13)V99.
      10 WS-TA-NB-EXONERES    PIC 9(6).
      10 WS-TA-NB-NON-FACTURES PIC 9(6).
01 WS-NB-ACTES                PIC 9(4) VALUE 0.
01 WS-ACTE-CUMULE             PIC X(01).

01 WS-LIGNE-ENTETE-ACTE.
   05 FILLER                 PIC X(07) VALUE "Evén.".
   05 FILLER                 PIC X(04) VALUE "Dev".
   05 FILLER                 PIC X(10) VALUE "Facturés".
   05 FILLER                 PIC X(19) VALUE "Montant prélevé".
   05 FILLER                 PIC X(10) VALUE "Exonérés".
   05 FILLER                 PIC X(13) VALUE "Non facturés".

01 WS-LIGNE-ACTE.
   05 WS-LA-EVENEMENT        PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LA-DEVISE           PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LA-NB-FACTURES      PIC ZZZZZ9.
   05 FILLER                 PIC X(04) VALUE SPACES.
   05 WS-LA-MONTANT          PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LA-NB-EXONERES      PIC ZZZZZ9.
   05 FILLER                 PIC X(04) VALUE SPACES.
   05 WS-LA-NB-NON-FACTURES  PIC ZZZZZ9.

01 WS-LIGNE-SIGNAL.
   05 WS-SIG-COMPTE          PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.

PROCEDURE DIVISION.
DEBUT-PRELEVEMENT.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME

    CLOSE COMPTES-FILE.
    PERFORM EDITER-TOTAUX.
    PERFORM EDITER-FRAIS-ACTES-DU-MOIS.
    CLOSE RAPPORT-FILE.
    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        MOVE WS-LIGNE-TOTAL TO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    END-PERFORM.

*> Frais à l'acte du mois de traitement, totalisés par événement et
*> par devise depuis le registre de facturer_frais_actes.
EDITER-FRAIS-ACTES-DU-MOIS.
    MOVE "FRAIS A L'ACTE DU MOIS PAR EVENEMENT :" TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    OPEN INPUT FRAIS-ACTES-FILE.
    IF WS-FA-STATUS NOT = '00'
        MOVE "Aucun frais à l'acte recensé." TO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO FA-CLE.
    MOVE WS-DATE-DU-JOUR(1:6) TO FA-DATE(1:6).
    MOVE "01" TO FA-DATE(7:2).
    MOVE 'N' TO WS-FIN-ACTES.
    START FRAIS-ACTES-FILE KEY IS >= FA-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-ACTES
    END-START.
    PERFORM UNTIL WS-FIN-ACTES = 'O'
        READ FRAIS-ACTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-ACTES
            NOT AT END
                IF FA-DATE(1:6) NOT = WS-DATE-DU-JOUR(1:6)
                    MOVE 'O' TO WS-FIN-ACTES
                ELSE
                    PERFORM CUMULER-FRAIS-ACTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FRAIS-ACTES-FILE.

    WRITE RAPPORT-LIGNE FROM WS-LIGNE-ENTETE-ACTE.
    PERFORM VARYING IDX-TA FROM 1 BY 1 UNTIL IDX-TA > WS-NB-ACTES
        MOVE WS-TA-EVENEMENT(IDX-TA) TO WS-LA-EVENEMENT
        MOVE WS-TA-DEVISE(IDX-TA) TO WS-LA-DEVISE
        MOVE WS-TA-NB-FACTURES(IDX-TA) TO WS-LA-NB-FACTURES
        MOVE WS-TA-MONTANT(IDX-TA) TO WS-LA-MONTANT
        MOVE WS-TA-NB-EXONERES(IDX-TA) TO WS-LA-NB-EXONERES
        MOVE WS-TA-NB-NON-FACTURES(IDX-TA) TO WS-LA-NB-NON-FACTURES
        WRITE RAPPORT-LIGNE FROM WS-LIGNE-ACTE
    END-PERFORM.

*> Un événement non facturé faute de compte n'a pas de devise : il
*> est compté sur une ligne à devise blanche.
CUMULER-FRAIS-ACTE.
    MOVE 'N' TO WS-ACTE-CUMULE.
    PERFORM VARYING IDX-TA FROM 1 BY 1 UNTIL IDX-TA > WS-NB-ACTES
        IF WS-TA-EVENEMENT(IDX-TA) = FA-EVENEMENT
            AND WS-TA-DEVISE(IDX-TA) = FA-DEVISE
            PERFORM AJOUTER-FRAIS-ACTE
            MOVE 'O' TO WS-ACTE-CUMULE
        END-IF
    END-PERFORM.

    IF WS-ACTE-CUMULE = 'N' AND WS-NB-ACTES < 40
        ADD 1 TO WS-NB-ACTES
        SET IDX-TA TO WS-NB-ACTES
        MOVE FA-EVENEMENT TO WS-TA-EVENEMENT(IDX-TA)
        MOVE FA-DEVISE TO WS-TA-DEVISE(IDX-TA)
        MOVE 0 TO WS-TA-NB-FACTURES(IDX-TA)
        MOVE 0 TO WS-TA-MONTANT(IDX-TA)
        MOVE 0 TO WS-TA-NB-EXONERES(IDX-TA)
        MOVE 0 TO WS-TA-NB-NON-FACTURES(IDX-TA)
        PERFORM AJOUTER-FRAIS-ACTE
    END-IF.

AJOUTER-FRAIS-ACTE.
    EVALUATE FA-STATUT
        WHEN 'F'
        WHEN 'P'
            ADD 1 TO WS-TA-NB-FACTURES(IDX-TA)
            ADD FA-MONTANT-PRELEVE TO WS-TA-MONTANT(IDX-TA)
        WHEN 'E'
            ADD 1 TO WS-TA-NB-EXONERES(IDX-TA)
        WHEN 'N'
            ADD 1 TO WS-TA-NB-NON-FACTURES(IDX-TA)
    END-EVALUATE.
