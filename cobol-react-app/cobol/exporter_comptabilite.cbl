*> mouvements agrégés et un total de contrôle (somme des montants en
*> valeur absolue) pour que la comptabilité vérifie que le fichier
*> est complet avant chargement.
*> Les mouvements de prêt sont journalisés par nature (PRET-DEBLOC,
*> PRET-CAPITAL, PRET-INTERET, PRET-ASSUR, PRET-RETARD,
*> PRET-REMBANT, PRET-PENAL) et arrivent donc chacun sur sa
*> propre ligne 02, donc sur son propre compte. L'encours des prêts
*> actifs (PRETS-FILE) est transmis en plus par agence et devise
*> dans des enregistrements de position (03), type ENCOURS-PRET
*> (capital restant dû) et IMPAYE-PRET (échéances en retard) : ce
*> sont des soldes et non des mouvements, ils entrent dans le
*> nombre de lignes du 09 mais pas dans son total de contrôle.
*> Le passage est enregistré dans PASSAGES-BATCH-FILE via
*> controler_passage_batch ; un second lancement le même jour est
*> refusé pour éviter un double chargement côté comptabilité.
*> Les tables d'agrégats et de positions tiennent 500 combinaisons
*> type x devise x agence chacune ; si l'une déborde, le fichier est
*> incomplet : le programme s'arrête en abandon sans clore son
*> passage.
*> RETURN-CODE : 0 = complet, 4 = refusé (déjà passé), 8 = abandon.

ENVIRONMENT DIVISION.
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT PRETS-FILE ASSIGN TO 'prets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRT-NUMERO-PRET
        FILE STATUS IS WS-PRT-STATUS.

    SELECT EXPORT-FILE ASSIGN TO 'export_comptable.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXP-STATUS.
FD COMPTES-FILE.
COPY COMPTE.

FD PRETS-FILE.
COPY PRET.

FD EXPORT-FILE.
01 EXPORT-ENREGISTREMENT     PIC X(60).

01 WS-JJ-STATUS             PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-EXP-STATUS            PIC X(02).
01 WS-PRT-STATUS            PIC X(02).
01 WS-FIN-PRETS              PIC X(01).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-DATE-COMPTABLE         PIC X(08).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).
01 WS-TABLE-PLEINE           PIC X(01) VALUE 'N'.

01 WS-AGREGATS.
   05 WS-AGREGAT OCCURS 500 TIMES INDEXED BY IDX-AG.
      10 WS-AG-TYPE           PIC X(12).
      10 WS-AG-DEVISE         PIC X(03).
      10 WS-AG-AGENCE         PIC X(03).
      10 WS-AG-MONTANT        PIC S9(13)V99.
01 WS-NB-AGREGATS             PIC 9(4) VALUE 0.

01 WS-POSITIONS.
   05 WS-POSITION OCCURS 500 TIMES INDEXED BY IDX-PO.
      10 WS-PO-TYPE           PIC X(12).
      10 WS-PO-DEVISE         PIC X(03).
      10 WS-PO-AGENCE         PIC X(03).
      10 WS-PO-NOMBRE         PIC 9(6).
      10 WS-PO-MONTANT        PIC S9(13)V99.
01 WS-NB-POSITIONS            PIC 9(4) VALUE 0.
01 WS-TYPE-POSITION           PIC X(12).
01 WS-MONTANT-POSITION        PIC S9(13)V99.

01 WS-ENTETE-EXPORT.
   05 FILLER                 PIC X(02) VALUE "01".
   05 WS-ENT-DATE            PIC X(08).
   05 WS-DET-MONTANT         PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 FILLER                 PIC X(18) VALUE SPACES.

01 WS-POSITION-EXPORT.
   05 FILLER                 PIC X(02) VALUE "03".
   05 WS-POS-TYPE            PIC X(12).
   05 WS-POS-DEVISE          PIC X(03).
   05 WS-POS-AGENCE          PIC X(03).
   05 WS-POS-NOMBRE          PIC 9(06).
   05 WS-POS-MONTANT         PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 FILLER                 PIC X(18) VALUE SPACES.

01 WS-FIN-EXPORT.
   05 FILLER                 PIC X(02) VALUE "09".
   05 WS-FIN-NB-LIGNES       PIC 9(06).

PROCEDURE DIVISION.
DEBUT-EXPORT.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    PERFORM DETERMINER-DATE-COMPTABLE.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    IF WS-JJ-STATUS = '35'
        DISPLAY "Journal du jour absent : aucun mouvement, export"
            " vide."
        PERFORM CUMULER-ENCOURS-PRETS
        PERFORM ECRIRE-EXPORT
        IF WS-TABLE-PLEINE = 'O'
            PERFORM ABANDONNER-EXPORT-INCOMPLET
        END-IF
        MOVE 'F' TO WS-ACTION-PASSAGE
        CALL 'controler_passage_batch' USING WS-PROGRAMME
            WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE

    CLOSE COMPTES-FILE.
    CLOSE JOURNAL-JOUR-FILE.
    PERFORM CUMULER-ENCOURS-PRETS.
    PERFORM ECRIRE-EXPORT.
    IF WS-TABLE-PLEINE = 'O'
        PERFORM ABANDONNER-EXPORT-INCOMPLET
    END-IF.

    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
*> Les chèques payés, journalisés chacun sous son numéro (CHQ-nnnnnn,
*> voir presenter_cheques), sont repliés sous l'agrégat unique
*> CHEQUE-PAYE : un type par chèque saturerait la table des agrégats
*> dès quelques dizaines de présentations. Les rejets (REJ-nnnnnn)
*> sont repliés de même sous REJET-CHQ.
CUMULER-MOUVEMENT.
    IF JJ-TYPE(1:4) = "CHQ-"
        MOVE "CHEQUE-PAYE" TO WS-TYPE-MOUVEMENT
    ELSE
        IF JJ-TYPE(1:4) = "REJ-"
            MOVE "REJET-CHQ" TO WS-TYPE-MOUVEMENT
        ELSE
            MOVE JJ-TYPE TO WS-TYPE-MOUVEMENT
        END-IF
    END-IF.
    MOVE JJ-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    END-PERFORM.

    IF WS-CUMUL-FAIT = 'N'
        IF WS-NB-AGREGATS < 500
            ADD 1 TO WS-NB-AGREGATS
            SET IDX-AG TO WS-NB-AGREGATS
            MOVE WS-TYPE-MOUVEMENT TO WS-AG-TYPE(IDX-AG)
            MOVE JJ-MONTANT TO WS-AG-MONTANT(IDX-AG)
        ELSE
            DISPLAY "TABLE D'AGREGATS PLEINE : " WS-TYPE-MOUVEMENT
                " " WS-DEVISE-MOUVEMENT " " WS-AGENCE-MOUVEMENT
                " absent du détail."
            MOVE 'O' TO WS-TABLE-PLEINE
        END-IF
    END-IF.

*> Une table d'agrégats ou de positions pleine laisse des lignes hors
*> du détail : le fichier écrit est incomplet et ne doit pas être
*> chargé. Le passage n'est pas clos, la chaîne s'arrête (RC 8) et
*> l'export sera relancé une fois la table agrandie.
ABANDONNER-EXPORT-INCOMPLET.
    DISPLAY "Export comptable INCOMPLET (table pleine) :"
        " export_comptable.dat à ne pas charger. Abandon."
    MOVE 8 TO RETURN-CODE.
    GOBACK.

*> Encours des prêts actifs par agence et devise du prêt : capital
*> restant dû (ENCOURS-PRET) et, s'il y en a, échéances impayées
*> (IMPAYE-PRET). Pas de fichier de prêts = pas de position.
CUMULER-ENCOURS-PRETS.
    OPEN INPUT PRETS-FILE.
    IF WS-PRT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-PRETS.
    PERFORM UNTIL WS-FIN-PRETS = 'O'
        READ PRETS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-PRETS
            NOT AT END
                IF PRT-STATUT = 'A'
                    MOVE "ENCOURS-PRET" TO WS-TYPE-POSITION
                    MOVE PRT-CAPITAL-RESTANT TO WS-MONTANT-POSITION
                    PERFORM CUMULER-POSITION
                    IF PRT-NB-IMPAYES > 0
                        MOVE "IMPAYE-PRET" TO WS-TYPE-POSITION
                        MOVE PRT-MONTANT-IMPAYE TO WS-MONTANT-POSITION
                        PERFORM CUMULER-POSITION
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PRETS-FILE.

CUMULER-POSITION.
    MOVE 'N' TO WS-CUMUL-FAIT.
    PERFORM VARYING IDX-PO FROM 1 BY 1 UNTIL IDX-PO > WS-NB-POSITIONS
        IF WS-PO-TYPE(IDX-PO) = WS-TYPE-POSITION
            AND WS-PO-DEVISE(IDX-PO) = PRT-DEVISE
            AND WS-PO-AGENCE(IDX-PO) = PRT-AGENCE
            ADD 1 TO WS-PO-NOMBRE(IDX-PO)
            ADD WS-MONTANT-POSITION TO WS-PO-MONTANT(IDX-PO)
            MOVE 'O' TO WS-CUMUL-FAIT
        END-IF
    END-PERFORM.
    IF WS-CUMUL-FAIT = 'N'
        IF WS-NB-POSITIONS < 500
            ADD 1 TO WS-NB-POSITIONS
            SET IDX-PO TO WS-NB-POSITIONS
            MOVE WS-TYPE-POSITION TO WS-PO-TYPE(IDX-PO)
            MOVE PRT-DEVISE TO WS-PO-DEVISE(IDX-PO)
            MOVE PRT-AGENCE TO WS-PO-AGENCE(IDX-PO)
            MOVE 1 TO WS-PO-NOMBRE(IDX-PO)
            MOVE WS-MONTANT-POSITION TO WS-PO-MONTANT(IDX-PO)
        ELSE
            DISPLAY "TABLE DES POSITIONS PLEINE : " WS-TYPE-POSITION
                " " PRT-DEVISE " " PRT-AGENCE " absent de l'export."
            MOVE 'O' TO WS-TABLE-PLEINE
        END-IF
    END-IF.

        ADD 1 TO WS-NB-LIGNES
    END-PERFORM.

    PERFORM VARYING IDX-PO FROM 1 BY 1 UNTIL IDX-PO > WS-NB-POSITIONS
        MOVE WS-PO-TYPE(IDX-PO) TO WS-POS-TYPE
        MOVE WS-PO-DEVISE(IDX-PO) TO WS-POS-DEVISE
        MOVE WS-PO-AGENCE(IDX-PO) TO WS-POS-AGENCE
        MOVE WS-PO-NOMBRE(IDX-PO) TO WS-POS-NOMBRE
        MOVE WS-PO-MONTANT(IDX-PO) TO WS-POS-MONTANT
        MOVE WS-POSITION-EXPORT TO EXPORT-ENREGISTREMENT
        WRITE EXPORT-ENREGISTREMENT
        ADD 1 TO WS-NB-LIGNES
    END-PERFORM.

    MOVE WS-NB-LIGNES TO WS-FIN-NB-LIGNES.
    MOVE WS-NB-MOUVEMENTS TO WS-FIN-NB-MOUVEMENTS.
    MOVE WS-TOTAL-CONTROLE TO WS-FIN-TOTAL-CONTROLE.
