IDENTIFICATION DIVISION.
PROGRAM-ID. facturer_frais_actes.

*> Traitement de nuit : facture les frais à l'acte des événements
*> facturables de la journée selon le tarif (TARIFS-FILE, voir
*> TARIF.CPY et consulter_tarif), en deux temps.
*> 1. Recensement dans le registre FRAIS-ACTES-FILE (voir
*>    FRAISACT.CPY), dont la clé garde contre une double
*>    facturation en cas de relance :
*>      - journal du jour (journal_jour.dat) : VIR-EXT-DEB (virement
*>        externe émis), CHEQUIER (délivrance de chéquier),
*>        OPPOSITION (opposition sur chèque), REJ-nnnnnn (chèque
*>        rejeté pour fonds insuffisants, presenter_cheques ; la
*>        référence est le compte et le numéro du chèque, un même
*>        rejet n'est facturé qu'une fois),
*>        SUCCESSION (une seule fois par défunt, sur le premier
*>        compte bloqué à l'ouverture du dossier) ;
*>      - saisies enregistrées dans la journée (SAISIES-FILE), sur le
*>        premier compte où des fonds ont été bloqués, à défaut le
*>        premier compte déclaré ;
*>      - virements reçus retournés à l'émetteur dans la journée
*>        (VIREMENTS-ENTRANTS-FILE, statut T).
*> 2. Facturation des événements recensés et pas encore traités :
*>    événement non facturé si le compte est inconnu ou clôturé, si
*>    aucun tarif n'est en vigueur ou s'il est nul, ou si le compte
*>    est bloqué (sauf frais de succession, à la charge de la
*>    succession) ; exonéré si une exonération active couvre le
*>    compte ou le client à la date de l'événement (EXOFRAIS.CPY,
*>    gerer_tarifs) ; sinon débité sous le type de journal
*>    FRAIS-<événement>, répercuté sur le total de contrôle, et
*>    plafonné comme dans prelever_frais_mensuels au disponible
*>    (blocages déduits) au-dessus du solde minimum du type de
*>    compte.
*> Le rapport du jour (frais_actes_AAAAMMJJ.txt) liste chaque
*> événement traité avec son sort ; le rapport mensuel des frais
*> (prelever_frais_mensuels) totalise le registre par événement.
*> A lancer une fois par nuit via chaine_batch_nuit, avant le
*> prélèvement des frais mensuels ; passage enregistré dans
*> PASSAGES-BATCH-FILE. Un passage interrompu se relance tel quel :
*> les événements déjà recensés ne sont pas dupliqués et seuls ceux
*> encore à facturer sont repris.
*> RETURN-CODE : 0 = complet, 4 = refusé (déjà passé), 8 = abandon
*> sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FRAIS-ACTES-FILE ASSIGN TO 'frais_actes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FA-CLE
        ALTERNATE RECORD KEY IS FA-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-FA-STATUS.

    SELECT EXONERATIONS-FRAIS-FILE ASSIGN TO 'exonerations_frais.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXO-CLE
        FILE STATUS IS WS-EXO-STATUS.

    SELECT JOURNAL-JOUR-FILE ASSIGN TO 'journal_jour.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JJ-CLE
        FILE STATUS IS WS-JJ-STATUS.

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

    SELECT VIREMENTS-ENTRANTS-FILE ASSIGN TO 'virements_entrants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VE-REFERENCE
        FILE STATUS IS WS-VE-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO WS-NOM-RAPPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD FRAIS-ACTES-FILE.
COPY FRAISACT.

FD EXONERATIONS-FRAIS-FILE.
COPY EXOFRAIS.

FD JOURNAL-JOUR-FILE.
COPY JOURJOUR.

FD SAISIES-FILE.
COPY SAISIE.

FD SAISIES-COMPTES-FILE.
COPY SAISCPT.

FD VIREMENTS-ENTRANTS-FILE.
COPY VIRENT.

FD COMPTES-FILE.
COPY COMPTE.

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(132).

WORKING-STORAGE SECTION.
01 WS-FA-STATUS             PIC X(02).
01 WS-EXO-STATUS            PIC X(02).
01 WS-JJ-STATUS             PIC X(02).
01 WS-SAI-STATUS            PIC X(02).
01 WS-SAC-STATUS            PIC X(02).
01 WS-VE-STATUS             PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-NOM-RAPPORT            PIC X(40).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-FIN-DETAIL             PIC X(01).
01 WS-EXONERATIONS-OUVERT    PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-DATE-PLUS-ANCIENNE     PIC X(08).
01 WS-EVENEMENT              PIC X(06).
01 WS-REFERENCE              PIC X(20).
01 WS-DATE-EVENEMENT         PIC X(08).
01 WS-COMPTE-EVENEMENT       PIC X(10).
01 WS-TYPE-JOURNAL           PIC X(12).
01 WS-MONTANT-TARIF          PIC 9(7)V99.
01 WS-TARIF-TROUVE           PIC X(01).
01 WS-EXONERE                PIC X(01).
01 WS-PORTEE-CHERCHEE        PIC X(01).
01 WS-IDENTIFIANT-CHERCHE    PIC X(10).
01 WS-EVENEMENT-CHERCHE      PIC X(06).
01 WS-FRAIS-PRELEVES         PIC S9(13)V99.
01 WS-MARGE-DISPONIBLE       PIC S9(13)V99.
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-NB-RECENSES            PIC 9(6) VALUE 0.
01 WS-NB-DEJA-RECENSES       PIC 9(6) VALUE 0.
01 WS-NB-FACTURES            PIC 9(6) VALUE 0.
01 WS-NB-PARTIELS            PIC 9(6) VALUE 0.
01 WS-NB-EXONERES            PIC 9(6) VALUE 0.
01 WS-NB-NON-FACTURES        PIC 9(6) VALUE 0.
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "facturer_actes".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).

01 WS-LIGNE-TITRE.
   05 FILLER                 PIC X(37)
      VALUE "Frais à l'acte de la journée du ".
   05 WS-LT-DATE             PIC X(08).

01 WS-LIGNE-ENTETE.
   05 FILLER                 PIC X(09) VALUE "Date".
   05 FILLER                 PIC X(07) VALUE "Evén.".
   05 FILLER                 PIC X(21) VALUE "Référence".
   05 FILLER                 PIC X(11) VALUE "Compte".
   05 FILLER                 PIC X(04) VALUE "Dev".
   05 FILLER                 PIC X(11) VALUE "Tarif".
   05 FILLER                 PIC X(18) VALUE "Prélevé".
   05 FILLER                 PIC X(02) VALUE "S".
   05 FILLER                 PIC X(05) VALUE "Motif".

01 WS-LIGNE-DETAIL.
   05 WS-LD-DATE             PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-EVENEMENT        PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-REFERENCE        PIC X(20).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-COMPTE           PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-DEVISE           PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-TARIF            PIC Z(6)9.99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-PRELEVE          PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-STATUT           PIC X(01).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-MOTIF            PIC X(40).

01 WS-LIGNE-TOTAL.
   05 WS-TOT-LIBELLE         PIC X(42).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-TOT-NOMBRE          PIC ZZZZZ9.

PROCEDURE DIVISION.
DEBUT-FACTURATION-ACTES.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Frais à l'acte déjà facturés pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-RESULTAT-PASSAGE = 'P'
        DISPLAY "Reprise de la facturation des frais à l'acte du "
            WS-DATE-DU-JOUR "."
    END-IF.

    OPEN I-O FRAIS-ACTES-FILE.
    IF WS-FA-STATUS = '35'
        OPEN OUTPUT FRAIS-ACTES-FILE
        CLOSE FRAIS-ACTES-FILE
        OPEN I-O FRAIS-ACTES-FILE
    END-IF.
    IF WS-FA-STATUS NOT = '00'
        DISPLAY "Ouverture de FRAIS-ACTES-FILE impossible (statut "
            WS-FA-STATUS "). Facturation abandonnée."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Facturation abandonnée."
        CLOSE FRAIS-ACTES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT EXONERATIONS-FRAIS-FILE.
    IF WS-EXO-STATUS = '00'
        MOVE 'O' TO WS-EXONERATIONS-OUVERT
    END-IF.

    MOVE WS-DATE-DU-JOUR TO WS-DATE-PLUS-ANCIENNE.
    PERFORM RECENSER-JOURNAL-JOUR.
    PERFORM RECENSER-SAISIES.
    PERFORM RECENSER-VIREMENTS-RETOURNES.

    MOVE SPACES TO WS-NOM-RAPPORT.
    STRING "frais_actes_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
    OPEN EXTEND RAPPORT-FILE.
    IF WS-RAP-STATUS = '35'
        OPEN OUTPUT RAPPORT-FILE
    END-IF.
    MOVE WS-DATE-DU-JOUR TO WS-LT-DATE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TITRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-ENTETE.

    PERFORM FACTURER-EVENEMENTS.
    PERFORM ECRIRE-TOTAUX.

    CLOSE RAPPORT-FILE.
    IF WS-EXONERATIONS-OUVERT = 'O'
        CLOSE EXONERATIONS-FRAIS-FILE
    END-IF.
    CLOSE COMPTES-FILE.
    CLOSE FRAIS-ACTES-FILE.

    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.

    DISPLAY "Facturation des frais à l'acte terminée.".
    DISPLAY "Evénements recensés        : " WS-NB-RECENSES.
    DISPLAY "Evénements déjà recensés   : " WS-NB-DEJA-RECENSES.
    DISPLAY "Frais facturés             : " WS-NB-FACTURES.
    DISPLAY "  dont partiellement       : " WS-NB-PARTIELS.
    DISPLAY "Frais exonérés             : " WS-NB-EXONERES.
    DISPLAY "Evénements non facturés    : " WS-NB-NON-FACTURES.
    DISPLAY "Rapport : " WS-NOM-RAPPORT.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*> Evénements journalisés dans la journée. Le journal du jour est
*> refermé avant la facturation, qui y écrit par journaliser.
RECENSER-JOURNAL-JOUR.
    OPEN INPUT JOURNAL-JOUR-FILE.
    IF WS-JJ-STATUS NOT = '00'
        DISPLAY "Journal du jour absent (statut " WS-JJ-STATUS
            ") : aucun événement journalisé à recenser."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ JOURNAL-JOUR-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM RECENSER-MOUVEMENT-JOURNAL
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-JOUR-FILE.

RECENSER-MOUVEMENT-JOURNAL.
    MOVE SPACES TO WS-EVENEMENT.
    EVALUATE JJ-TYPE
        WHEN "VIR-EXT-DEB"
            MOVE "VIREXT" TO WS-EVENEMENT
        WHEN "CHEQUIER"
            MOVE "CHQIER" TO WS-EVENEMENT
        WHEN "OPPOSITION"
            MOVE "OPPCHQ" TO WS-EVENEMENT
        WHEN "SUCCESSION"
            MOVE "SUCCES" TO WS-EVENEMENT
    END-EVALUATE.
    IF JJ-TYPE(1:4) = "REJ-"
        MOVE "REJCHQ" TO WS-EVENEMENT
    END-IF.
    IF WS-EVENEMENT = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE JJ-DATE TO WS-DATE-EVENEMENT.
    MOVE JJ-NUMERO-COMPTE TO WS-COMPTE-EVENEMENT.
    MOVE SPACES TO WS-REFERENCE.
    MOVE JJ-CLE TO WS-REFERENCE.
*>  Un chèque rejeté est facturé une fois quel que soit le nombre de
*>  lignes de journal : la référence est le compte et le chèque.
    IF WS-EVENEMENT = "REJCHQ"
        MOVE SPACES TO WS-REFERENCE
        STRING JJ-NUMERO-COMPTE JJ-TYPE(5:6) DELIMITED BY SIZE
            INTO WS-REFERENCE
    END-IF.
*>  Une succession bloque tous les comptes du défunt : les frais de
*>  dossier ne sont dus qu'une fois, la référence est le client.
    IF WS-EVENEMENT = "SUCCES"
        MOVE JJ-NUMERO-COMPTE TO NUMERO-COMPTE
        READ COMPTES-FILE KEY IS NUMERO-COMPTE
        IF WS-FILE-STATUS = '00'
            MOVE SPACES TO WS-REFERENCE
            MOVE ID-CLIENT TO WS-REFERENCE
        END-IF
    END-IF.
    PERFORM INSCRIRE-EVENEMENT.

*> Saisies enregistrées dans la journée : les frais sont portés sur
*> le premier compte où des fonds ont été bloqués, à défaut sur le
*> premier compte déclaré.
RECENSER-SAISIES.
    OPEN INPUT SAISIES-FILE.
    IF WS-SAI-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT SAISIES-COMPTES-FILE.
    IF WS-SAC-STATUS NOT = '00'
        CLOSE SAISIES-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SAISIES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF SAI-DATE-ENREGISTREMENT = WS-DATE-DU-JOUR
                    PERFORM RECENSER-SAISIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAISIES-COMPTES-FILE.
    CLOSE SAISIES-FILE.

RECENSER-SAISIE.
    MOVE SPACES TO WS-COMPTE-EVENEMENT.
    MOVE SAI-NUMERO TO SAC-NUMERO-SAISIE.
    MOVE LOW-VALUES TO SAC-NUMERO-COMPTE.
    MOVE 'N' TO WS-FIN-DETAIL.
    START SAISIES-COMPTES-FILE KEY IS >= SAC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-DETAIL
    END-START.
    PERFORM UNTIL WS-FIN-DETAIL = 'O'
        READ SAISIES-COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-DETAIL
            NOT AT END
                IF SAC-NUMERO-SAISIE NOT = SAI-NUMERO
                    MOVE 'O' TO WS-FIN-DETAIL
                ELSE
                    IF WS-COMPTE-EVENEMENT = SPACES
                        MOVE SAC-NUMERO-COMPTE TO WS-COMPTE-EVENEMENT
                    END-IF
                    IF SAC-STATUT = 'B'
                        MOVE SAC-NUMERO-COMPTE TO WS-COMPTE-EVENEMENT
                        MOVE 'O' TO WS-FIN-DETAIL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-COMPTE-EVENEMENT = SPACES
        DISPLAY "Saisie " SAI-NUMERO " sans compte déclaré :"
            " frais non recensés."
        EXIT PARAGRAPH
    END-IF.
    MOVE "SAISIE" TO WS-EVENEMENT.
    MOVE SAI-DATE-ENREGISTREMENT TO WS-DATE-EVENEMENT.
    MOVE SPACES TO WS-REFERENCE.
    MOVE SAI-NUMERO TO WS-REFERENCE.
    PERFORM INSCRIRE-EVENEMENT.

*> Virements reçus retournés à la banque émettrice dans la journée
*> (reparer_virements_entrants).
RECENSER-VIREMENTS-RETOURNES.
    OPEN INPUT VIREMENTS-ENTRANTS-FILE.
    IF WS-VE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ VIREMENTS-ENTRANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF VE-STATUT = 'T'
                    AND VE-DATE-REGUL = WS-DATE-DU-JOUR
                    MOVE "REJVIR" TO WS-EVENEMENT
                    MOVE VE-DATE-REGUL TO WS-DATE-EVENEMENT
                    MOVE VE-NUMERO-COMPTE TO WS-COMPTE-EVENEMENT
                    MOVE SPACES TO WS-REFERENCE
                    MOVE VE-REFERENCE TO WS-REFERENCE
                    PERFORM INSCRIRE-EVENEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VIREMENTS-ENTRANTS-FILE.

*> Inscription au registre à l'état A (à facturer). Une clé déjà
*> présente est un événement déjà recensé par un passage précédent :
*> il n'est pas réinscrit, mais reste repris par la facturation s'il
*> est encore à l'état A.
INSCRIRE-EVENEMENT.
    MOVE WS-DATE-EVENEMENT TO FA-DATE.
    MOVE WS-EVENEMENT TO FA-EVENEMENT.
    MOVE WS-REFERENCE TO FA-REFERENCE.
    MOVE WS-COMPTE-EVENEMENT TO FA-NUMERO-COMPTE.
    MOVE SPACES TO FA-ID-CLIENT.
    MOVE SPACES TO FA-TYPE-COMPTE.
    MOVE SPACES TO FA-DEVISE.
    MOVE 0 TO FA-MONTANT-TARIF.
    MOVE 0 TO FA-MONTANT-PRELEVE.
    MOVE 'A' TO FA-STATUT.
    MOVE SPACES TO FA-MOTIF.
    WRITE FRAIS-ACTE-RECORD.
    EVALUATE WS-FA-STATUS
        WHEN '00'
            ADD 1 TO WS-NB-RECENSES
        WHEN '22'
            ADD 1 TO WS-NB-DEJA-RECENSES
        WHEN OTHER
            CALL 'traiter_erreur' USING WS-COMPTE-EVENEMENT
                WS-PROGRAMME WS-FA-STATUS WS-MESSAGE-ERREUR
                WS-OPERATEUR-BATCH
            DISPLAY "Echec d'inscription au registre des frais de "
                WS-EVENEMENT " " WS-REFERENCE " : " WS-MESSAGE-ERREUR
            EXIT PARAGRAPH
    END-EVALUATE.
    IF WS-DATE-EVENEMENT < WS-DATE-PLUS-ANCIENNE
        MOVE WS-DATE-EVENEMENT TO WS-DATE-PLUS-ANCIENNE
    END-IF.

*> Facturation des événements à l'état A, à partir de la date du
*> plus ancien événement vu au recensement.
FACTURER-EVENEMENTS.
    MOVE LOW-VALUES TO FA-CLE.
    MOVE WS-DATE-PLUS-ANCIENNE TO FA-DATE.
    MOVE 'N' TO WS-FIN-FICHIER.
    START FRAIS-ACTES-FILE KEY IS >= FA-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ FRAIS-ACTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF FA-STATUT = 'A'
                    PERFORM FACTURER-EVENEMENT
                    PERFORM ENREGISTRER-SORT-EVENEMENT
                END-IF
        END-READ
    END-PERFORM.

FACTURER-EVENEMENT.
    MOVE 0 TO WS-FRAIS-PRELEVES.
    MOVE FA-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        MOVE 'N' TO FA-STATUT
        MOVE "Compte inconnu ou clôturé." TO FA-MOTIF
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT TO FA-ID-CLIENT.
    MOVE TYPE-COMPTE TO FA-TYPE-COMPTE.
    MOVE DEVISE TO FA-DEVISE.

    CALL 'consulter_tarif' USING FA-EVENEMENT TYPE-COMPTE
        WS-MONTANT-TARIF WS-TARIF-TROUVE.
    MOVE WS-MONTANT-TARIF TO FA-MONTANT-TARIF.
    IF WS-TARIF-TROUVE NOT = 'O' OR WS-MONTANT-TARIF = 0
        MOVE 'N' TO FA-STATUT
        MOVE "Pas de tarif en vigueur (ou tarif nul)." TO FA-MOTIF
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHERCHER-EXONERATION.
    IF WS-EXONERE = 'O'
        MOVE 'E' TO FA-STATUT
        MOVE EXO-MOTIF TO FA-MOTIF
        EXIT PARAGRAPH
    END-IF.

    IF STATUT-COMPTE = 'B' AND FA-EVENEMENT NOT = "SUCCES"
        MOVE 'N' TO FA-STATUT
        MOVE "Compte bloqué." TO FA-MOTIF
        EXIT PARAGRAPH
    END-IF.

    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    COMPUTE WS-MARGE-DISPONIBLE =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-SOLDE-MINIMUM.
    IF WS-MARGE-DISPONIBLE NOT > 0
        MOVE 'N' TO FA-STATUT
        MOVE "Disponible au solde minimum." TO FA-MOTIF
        EXIT PARAGRAPH
    END-IF.
    IF WS-MARGE-DISPONIBLE < WS-MONTANT-TARIF
        MOVE WS-MARGE-DISPONIBLE TO WS-FRAIS-PRELEVES
    ELSE
        MOVE WS-MONTANT-TARIF TO WS-FRAIS-PRELEVES
    END-IF.

    SUBTRACT WS-FRAIS-PRELEVES FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Erreur lors du prélèvement pour " NUMERO-COMPTE
            " : " WS-MESSAGE-ERREUR
        MOVE 0 TO WS-FRAIS-PRELEVES
        MOVE 'N' TO FA-STATUT
        MOVE "Echec d'écriture du débit." TO FA-MOTIF
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-TYPE-JOURNAL.
    STRING "FRAIS-" FA-EVENEMENT DELIMITED BY SIZE
        INTO WS-TYPE-JOURNAL.
    CALL 'journaliser' USING NUMERO-COMPTE WS-TYPE-JOURNAL
        WS-FRAIS-PRELEVES SOLDE-COMPTE WS-OPERATEUR-BATCH.
    COMPUTE WS-DELTA-CONTROLE = WS-FRAIS-PRELEVES * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.

    IF WS-FRAIS-PRELEVES < WS-MONTANT-TARIF
        MOVE 'P' TO FA-STATUT
        MOVE "Partiel : disponible au solde minimum." TO FA-MOTIF
    ELSE
        MOVE 'F' TO FA-STATUT
    END-IF.

*> Exonération active à la date de l'événement : celle du compte
*> l'emporte sur celle du client, l'événement exact sur TOUS.
CHERCHER-EXONERATION.
    MOVE 'N' TO WS-EXONERE.
    IF WS-EXONERATIONS-OUVERT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'C' TO WS-PORTEE-CHERCHEE.
    MOVE FA-NUMERO-COMPTE TO WS-IDENTIFIANT-CHERCHE.
    MOVE FA-EVENEMENT TO WS-EVENEMENT-CHERCHE.
    PERFORM LIRE-EXONERATION.
    IF WS-EXONERE = 'N'
        MOVE "TOUS" TO WS-EVENEMENT-CHERCHE
        PERFORM LIRE-EXONERATION
    END-IF.
    IF WS-EXONERE = 'N' AND FA-ID-CLIENT NOT = SPACES
        MOVE 'L' TO WS-PORTEE-CHERCHEE
        MOVE FA-ID-CLIENT TO WS-IDENTIFIANT-CHERCHE
        MOVE FA-EVENEMENT TO WS-EVENEMENT-CHERCHE
        PERFORM LIRE-EXONERATION
        IF WS-EXONERE = 'N'
            MOVE "TOUS" TO WS-EVENEMENT-CHERCHE
            PERFORM LIRE-EXONERATION
        END-IF
    END-IF.

LIRE-EXONERATION.
    MOVE WS-PORTEE-CHERCHEE TO EXO-PORTEE.
    MOVE WS-IDENTIFIANT-CHERCHE TO EXO-IDENTIFIANT.
    MOVE WS-EVENEMENT-CHERCHE TO EXO-EVENEMENT.
    READ EXONERATIONS-FRAIS-FILE KEY IS EXO-CLE.
    IF WS-EXO-STATUS = '00' AND EXO-STATUT = 'A'
        AND EXO-DATE-DEBUT NOT > FA-DATE
        AND (EXO-DATE-FIN = SPACES OR EXO-DATE-FIN NOT < FA-DATE)
        MOVE 'O' TO WS-EXONERE
    END-IF.

*> Sort de l'événement reporté au registre, compté et listé.
ENREGISTRER-SORT-EVENEMENT.
    MOVE WS-FRAIS-PRELEVES TO FA-MONTANT-PRELEVE.
    REWRITE FRAIS-ACTE-RECORD.
    IF WS-FA-STATUS NOT = '00'
        CALL 'traiter_erreur' USING FA-NUMERO-COMPTE WS-PROGRAMME
            WS-FA-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH
        DISPLAY "Echec de mise à jour du registre des frais pour "
            FA-EVENEMENT " " FA-REFERENCE " : " WS-MESSAGE-ERREUR
    END-IF.
    EVALUATE FA-STATUT
        WHEN 'F'
            ADD 1 TO WS-NB-FACTURES
        WHEN 'P'
            ADD 1 TO WS-NB-FACTURES
            ADD 1 TO WS-NB-PARTIELS
        WHEN 'E'
            ADD 1 TO WS-NB-EXONERES
        WHEN OTHER
            ADD 1 TO WS-NB-NON-FACTURES
    END-EVALUATE.
    MOVE FA-DATE TO WS-LD-DATE.
    MOVE FA-EVENEMENT TO WS-LD-EVENEMENT.
    MOVE FA-REFERENCE TO WS-LD-REFERENCE.
    MOVE FA-NUMERO-COMPTE TO WS-LD-COMPTE.
    MOVE FA-DEVISE TO WS-LD-DEVISE.
    MOVE FA-MONTANT-TARIF TO WS-LD-TARIF.
    MOVE FA-MONTANT-PRELEVE TO WS-LD-PRELEVE.
    MOVE FA-STATUT TO WS-LD-STATUT.
    MOVE FA-MOTIF TO WS-LD-MOTIF.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-DETAIL.

ECRIRE-TOTAUX.
    MOVE "Evénements recensés" TO WS-TOT-LIBELLE.
    MOVE WS-NB-RECENSES TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Frais facturés (F et P)" TO WS-TOT-LIBELLE.
    MOVE WS-NB-FACTURES TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "  dont partiellement (P)" TO WS-TOT-LIBELLE.
    MOVE WS-NB-PARTIELS TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Frais exonérés (E)" TO WS-TOT-LIBELLE.
    MOVE WS-NB-EXONERES TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Evénements non facturés (N)" TO WS-TOT-LIBELLE.
    MOVE WS-NB-NON-FACTURES TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
