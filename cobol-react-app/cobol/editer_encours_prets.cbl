IDENTIFICATION DIVISION.
PROGRAM-ID. editer_encours_prets.

*> Etat des encours de prêts (encours_prets.txt) : pour chaque
*> agence et devise, nombre de prêts actifs, capital restant dû,
*> nombre et montant des échéances impayées (PRETS-FILE, voir
*> PRET.CPY), distingués par catégorie (C = consommation,
*> P = professionnel), puis totaux par devise. Lancé chaque nuit par
*> chaine_batch_nuit après le prélèvement des échéances ; peut être
*> relancé à volonté (simple état, aucun fichier mis à jour). Les
*> mêmes encours sont transmis au grand livre par
*> exporter_comptabilite (enregistrements de position 03).
*> RETURN-CODE : 0 = complet, 8 = abandon sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRETS-FILE ASSIGN TO 'prets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRT-NUMERO-PRET
        FILE STATUS IS WS-PRT-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO 'encours_prets.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD PRETS-FILE.
COPY PRET.

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(120).

WORKING-STORAGE SECTION.
01 WS-PRT-STATUS            PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-CUMUL-FAIT             PIC X(01).
01 WS-NB-PRETS-ACTIFS        PIC 9(6) VALUE 0.

01 WS-ENCOURS.
   05 WS-ENCOURS-AGENCE OCCURS 60 TIMES INDEXED BY IDX-EN.
      10 WS-EN-AGENCE         PIC X(03).
      10 WS-EN-DEVISE         PIC X(03).
      10 WS-EN-CATEGORIE      PIC X(01).
      10 WS-EN-NOMBRE         PIC 9(6).
      10 WS-EN-CAPITAL        PIC S9(13)V99.
      10 WS-EN-NB-IMPAYES     PIC 9(6).
      10 WS-EN-IMPAYE         PIC S9(13)V99.
01 WS-NB-ENCOURS              PIC 9(4) VALUE 0.

01 WS-TOTAUX-DEVISE.
   05 WS-TOTAL-DEVISE OCCURS 20 TIMES INDEXED BY IDX-TD.
      10 WS-TD-DEVISE         PIC X(03).
      10 WS-TD-NOMBRE         PIC 9(6).
      10 WS-TD-CAPITAL        PIC S9(13)V99.
      10 WS-TD-IMPAYE         PIC S9(13)V99.
01 WS-NB-DEVISES              PIC 9(4) VALUE 0.

01 WS-LIGNE-ENCOURS.
   05 WS-LE-AGENCE           PIC X(03).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LE-DEVISE           PIC X(03).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LE-CATEGORIE        PIC X(01).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LE-NOMBRE           PIC Z(5)9.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LE-CAPITAL          PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LE-NB-IMPAYES       PIC Z(5)9.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LE-IMPAYE           PIC -9(13).99.

01 WS-LIGNE-TOTAL.
   05 FILLER                 PIC X(08) VALUE "TOTAL   ".
   05 WS-LT-DEVISE           PIC X(03).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LT-NOMBRE           PIC Z(5)9.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LT-CAPITAL          PIC -9(13).99.
   05 FILLER                 PIC X(10) VALUE SPACES.
   05 WS-LT-IMPAYE           PIC -9(13).99.

PROCEDURE DIVISION.
DEBUT-ENCOURS-PRETS.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN INPUT PRETS-FILE.
    IF WS-PRT-STATUS NOT = '00' AND WS-PRT-STATUS NOT = '35'
        DISPLAY "Ouverture de PRETS-FILE impossible (statut "
            WS-PRT-STATUS "). Etat abandonné."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-PRT-STATUS = '00'
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ PRETS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    IF PRT-STATUT = 'A'
                        PERFORM CUMULER-ENCOURS
                        PERFORM CUMULER-TOTAL-DEVISE
                        ADD 1 TO WS-NB-PRETS-ACTIFS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRETS-FILE
    END-IF.

    OPEN OUTPUT RAPPORT-FILE.
    MOVE SPACES TO RAPPORT-LIGNE.
    STRING "ENCOURS DES PRETS PAR AGENCE AU " WS-DATE-DU-JOUR
        DELIMITED BY SIZE INTO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    MOVE "Agc  Dev  C  Nombre  Capital restant dû  Impayés  Montant impayé"
        TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    PERFORM VARYING IDX-EN FROM 1 BY 1 UNTIL IDX-EN > WS-NB-ENCOURS
        MOVE WS-EN-AGENCE(IDX-EN) TO WS-LE-AGENCE
        MOVE WS-EN-DEVISE(IDX-EN) TO WS-LE-DEVISE
        MOVE WS-EN-CATEGORIE(IDX-EN) TO WS-LE-CATEGORIE
        MOVE WS-EN-NOMBRE(IDX-EN) TO WS-LE-NOMBRE
        MOVE WS-EN-CAPITAL(IDX-EN) TO WS-LE-CAPITAL
        MOVE WS-EN-NB-IMPAYES(IDX-EN) TO WS-LE-NB-IMPAYES
        MOVE WS-EN-IMPAYE(IDX-EN) TO WS-LE-IMPAYE
        MOVE WS-LIGNE-ENCOURS TO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    END-PERFORM.
    MOVE "TOTAUX PAR DEVISE :" TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    PERFORM VARYING IDX-TD FROM 1 BY 1 UNTIL IDX-TD > WS-NB-DEVISES
        MOVE WS-TD-DEVISE(IDX-TD) TO WS-LT-DEVISE
        MOVE WS-TD-NOMBRE(IDX-TD) TO WS-LT-NOMBRE
        MOVE WS-TD-CAPITAL(IDX-TD) TO WS-LT-CAPITAL
        MOVE WS-TD-IMPAYE(IDX-TD) TO WS-LT-IMPAYE
        MOVE WS-LIGNE-TOTAL TO RAPPORT-LIGNE
        WRITE RAPPORT-LIGNE
    END-PERFORM.
    CLOSE RAPPORT-FILE.

    DISPLAY "Etat des encours de prêts : " WS-NB-PRETS-ACTIFS
        " prêt(s) actif(s). Rapport : encours_prets.txt".
    MOVE 0 TO RETURN-CODE.
    GOBACK.

CUMULER-ENCOURS.
    MOVE 'N' TO WS-CUMUL-FAIT.
    PERFORM VARYING IDX-EN FROM 1 BY 1 UNTIL IDX-EN > WS-NB-ENCOURS
        IF WS-EN-AGENCE(IDX-EN) = PRT-AGENCE
            AND WS-EN-DEVISE(IDX-EN) = PRT-DEVISE
            AND WS-EN-CATEGORIE(IDX-EN) = PRT-CATEGORIE
            ADD 1 TO WS-EN-NOMBRE(IDX-EN)
            ADD PRT-CAPITAL-RESTANT TO WS-EN-CAPITAL(IDX-EN)
            ADD PRT-NB-IMPAYES TO WS-EN-NB-IMPAYES(IDX-EN)
            ADD PRT-MONTANT-IMPAYE TO WS-EN-IMPAYE(IDX-EN)
            MOVE 'O' TO WS-CUMUL-FAIT
        END-IF
    END-PERFORM.
    IF WS-CUMUL-FAIT = 'N'
        IF WS-NB-ENCOURS < 60
            ADD 1 TO WS-NB-ENCOURS
            SET IDX-EN TO WS-NB-ENCOURS
            MOVE PRT-AGENCE TO WS-EN-AGENCE(IDX-EN)
            MOVE PRT-DEVISE TO WS-EN-DEVISE(IDX-EN)
            MOVE PRT-CATEGORIE TO WS-EN-CATEGORIE(IDX-EN)
            MOVE 1 TO WS-EN-NOMBRE(IDX-EN)
            MOVE PRT-CAPITAL-RESTANT TO WS-EN-CAPITAL(IDX-EN)
            MOVE PRT-NB-IMPAYES TO WS-EN-NB-IMPAYES(IDX-EN)
            MOVE PRT-MONTANT-IMPAYE TO WS-EN-IMPAYE(IDX-EN)
        ELSE
            DISPLAY "TABLE DES ENCOURS PLEINE : agence " PRT-AGENCE
                " " PRT-DEVISE " absente du détail, totaux par devise"
                " complets."
        END-IF
    END-IF.

CUMULER-TOTAL-DEVISE.
    MOVE 'N' TO WS-CUMUL-FAIT.
    PERFORM VARYING IDX-TD FROM 1 BY 1 UNTIL IDX-TD > WS-NB-DEVISES
        IF WS-TD-DEVISE(IDX-TD) = PRT-DEVISE
            ADD 1 TO WS-TD-NOMBRE(IDX-TD)
            ADD PRT-CAPITAL-RESTANT TO WS-TD-CAPITAL(IDX-TD)
            ADD PRT-MONTANT-IMPAYE TO WS-TD-IMPAYE(IDX-TD)
            MOVE 'O' TO WS-CUMUL-FAIT
        END-IF
    END-PERFORM.
    IF WS-CUMUL-FAIT = 'N' AND WS-NB-DEVISES < 20
        ADD 1 TO WS-NB-DEVISES
        SET IDX-TD TO WS-NB-DEVISES
        MOVE PRT-DEVISE TO WS-TD-DEVISE(IDX-TD)
        MOVE 1 TO WS-TD-NOMBRE(IDX-TD)
        MOVE PRT-CAPITAL-RESTANT TO WS-TD-CAPITAL(IDX-TD)
        MOVE PRT-MONTANT-IMPAYE TO WS-TD-IMPAYE(IDX-TD)
    END-IF.
