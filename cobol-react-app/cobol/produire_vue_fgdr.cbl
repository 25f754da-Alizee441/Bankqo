IDENTIFICATION DIVISION.
PROGRAM-ID. produire_vue_fgdr.

*> Vue unique du client pour le Fonds de garantie des dépôts et de
*> résolution (FGDR) : en cas de défaillance de la banque, le fonds
*> exige sous quelques jours un fichier listant, déposant par
*> déposant, tous ses dépôts éligibles convertis en EUR, le montant
*> couvert jusqu'au plafond de garantie (paramètre PLAFOND-FGDR,
*> 100 000 EUR par défaut) et l'excédent. position_client valorise un
*> client à la fois ; ce programme produit le fichier pour toute la
*> base, au format fixe du fonds, dans vue_fgdr_AAAAMMJJ.dat :
*>   01 = entête (date, établissement, devise, plafond) ;
*>   10 = déposant (identité, nombre de dépôts, total éligible,
*>        couvert, excédent, montant indisponible, dépôts sans taux),
*>        suivi de ses dépôts ;
*>   20 = dépôt éligible, 30 = dépôt indisponible (compte sous saisie
*>        ou avoirs gelés par les sanctions), listé à part avec son
*>        motif et exclu du montant couvert ;
*>   09 = fin (nombre de déposants et de dépôts, totaux de contrôle).
*> Dépôts retenus : solde créditeur de chaque compte (les intérêts
*> créditeurs sont capitalisés chaque nuit par calcul_interets, ils
*> sont donc dans le solde ; un solde débiteur n'est pas un dépôt) et
*> dépôts à terme actifs, principal plus intérêt couru prorata
*> temporis à la date du jour (même calcul que le certificat de
*> gerer_successions). Le dépôt à terme revient aux titulaires de son
*> compte lié.
*> Comptes joints (INTERVENANTS-FILE, voir INTERV.CPY) : chaque
*> co-titulaire actif à la date du jour reçoit sa quote-part, le
*> titulaire principal le reste, comme dans editer_recap_fiscal.
*> Conversion en EUR au taux le plus récent de TAUX-CHANGE-FILE dont
*> la date d'effet n'est pas postérieure à la date du jour (même
*> règle que position_client) ; un dépôt sans taux est listé avec
*> l'indicateur de taux à N, hors totaux, et compté à part.
*> Indisponibilités : un déposant dont le nom a fait l'objet d'une
*> correspondance confirmée (ALERTES-SANCTIONS-FILE, statut C) a tous
*> ses dépôts gelés ; un compte bloqué dont le titulaire principal est
*> dans ce cas l'est aussi pour ses co-titulaires ; un compte portant
*> un blocage de saisie ouvert (motif SAISIE, gerer_saisies) est
*> indisponible en entier. Les dépôts à terme ne sont pas saisis (voir
*> gerer_saisies) et ne sont indisponibles que par les sanctions.
*> Aucune table globale : chaque déposant est parcouru deux fois par
*> clé (cumul puis écriture, pour que l'enregistrement 10 précède ses
*> dépôts) et les parts de dépôts à terme sont préparées dans un
*> fichier de travail indexé par client (fgdr_travail.dat), le
*> fichier des dépôts à terme n'ayant pas de clé par compte.
*> Synthèse par agence et devise (fgdr_synthese_AAAAMMJJ.txt), en
*> devise d'origine et compte par compte (part entière au titulaire
*> principal) : nombre de comptes, total des soldes à rapprocher de
*> CONTROLE-FILE avec l'écart, soldes créditeurs éligibles,
*> indisponibles, et dépôts à terme (hors CONTROLE-FILE : le
*> principal a quitté le compte à la souscription).
*> A lancer à la demande (batch), pas depuis le menu. RETURN-CODE :
*> 0 = fichier produit, 8 = abandon sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENT OF CLIENT-RECORD
        FILE STATUS IS WS-CLIENT-STATUS.

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT OF COMPTE-RECORD
            WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT DEPOTS-TERME-FILE ASSIGN TO 'depots_terme.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DAT-NUMERO-CONTRAT
        FILE STATUS IS WS-DAT-STATUS.

    SELECT TAUX-CHANGE-FILE ASSIGN TO 'taux_change.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TC-CLE
        FILE STATUS IS WS-TC-STATUS.

    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

    SELECT BLOCAGES-FILE ASSIGN TO 'blocages.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLO-CLE
        FILE STATUS IS WS-BLO-STATUS.

    SELECT ALERTES-SANCTIONS-FILE ASSIGN TO 'alertes_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALS-CLE
        FILE STATUS IS WS-ALS-STATUS.

    SELECT CONTROLE-FILE ASSIGN TO 'controle.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CLE
        FILE STATUS IS WS-CTL-STATUS.

    SELECT TRAVAIL-DAT-FILE ASSIGN TO 'fgdr_travail.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FDT-CLE
        FILE STATUS IS WS-FDT-STATUS.

    SELECT VUE-FGDR-FILE ASSIGN TO WS-NOM-VUE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VUE-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO WS-NOM-RAPPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENTS-FILE.
COPY CLIENT.

FD COMPTES-FILE.
COPY COMPTE.

FD DEPOTS-TERME-FILE.
COPY DEPTERME.

FD TAUX-CHANGE-FILE.
COPY TAUXCHG.

FD INTERVENANTS-FILE.
COPY INTERV.

FD BLOCAGES-FILE.
COPY BLOCAGE.

FD ALERTES-SANCTIONS-FILE.
COPY ALRSANC.

FD CONTROLE-FILE.
COPY CONTROLE.

*> Part d'un dépôt à terme revenant à un déposant (titulaire
*> principal ou co-titulaire du compte lié), préparée avant le
*> parcours des déposants.
FD TRAVAIL-DAT-FILE.
01 TRAVAIL-DAT-RECORD.
   05 FDT-CLE.
      10 FDT-ID-CLIENT        PIC X(10).
      10 FDT-NUMERO-CONTRAT   PIC X(06).
   05 FDT-COMPTE-LIE          PIC X(10).
   05 FDT-AGENCE              PIC X(03).
   05 FDT-DEVISE              PIC X(03).
   05 FDT-QUALITE             PIC X(01).
   05 FDT-QUOTE-PART          PIC 9(3)V99.
   05 FDT-PRINCIPAL           PIC S9(13)V99.
   05 FDT-INTERET             PIC S9(13)V99.
   05 FDT-COMPTE-GELE         PIC X(01).

FD VUE-FGDR-FILE.
01 VUE-FGDR-ENREGISTREMENT   PIC X(200).

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(160).

WORKING-STORAGE SECTION.
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-DAT-STATUS            PIC X(02).
01 WS-TC-STATUS             PIC X(02).
01 WS-INT-STATUS            PIC X(02).
01 WS-BLO-STATUS            PIC X(02).
01 WS-ALS-STATUS            PIC X(02).
01 WS-CTL-STATUS            PIC X(02).
01 WS-FDT-STATUS            PIC X(02).
01 WS-VUE-STATUS            PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-NOM-VUE                PIC X(40).
01 WS-NOM-RAPPORT            PIC X(40).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-FIN-CLIENTS            PIC X(01).
01 WS-FIN-COMPTES            PIC X(01).
01 WS-FIN-INTERVENANTS       PIC X(01).
01 WS-FIN-TRAVAIL            PIC X(01).
01 WS-FIN-CLE                PIC X(01).
01 WS-INTERV-PRESENT         PIC X(01) VALUE 'N'.
01 WS-BLOCAGES-PRESENT       PIC X(01) VALUE 'N'.
01 WS-ALERTES-PRESENT        PIC X(01) VALUE 'N'.
01 WS-TAUX-PRESENT           PIC X(01) VALUE 'N'.
01 WS-CONTROLE-PRESENT       PIC X(01) VALUE 'N'.
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-PLAFOND-GARANTIE       PIC 9(9)V99.
01 WS-DEVISE-GARANTIE        PIC X(03) VALUE "EUR".
01 WS-PHASE                  PIC X(01).
01 WS-CLIENT-EN-COURS        PIC X(10).
01 WS-COMPTE-EN-COURS        PIC X(10).
01 WS-CLIENT-CHERCHE         PIC X(10).
01 WS-CLIENT-SANCTIONNE      PIC X(01).
01 WS-DEPOSANT-SANCTIONNE    PIC X(01).
01 WS-COMPTE-GELE            PIC X(01).
01 WS-COMPTE-SAISI           PIC X(01).
01 WS-QUALITE                PIC X(01).
01 WS-QUOTE-PART             PIC 9(3)V99.
01 WS-QUOTES-COTITULAIRES    PIC 9(5)V99.
01 WS-JOURS-TOTAUX           PIC S9(7).
01 WS-JOURS-COURUS           PIC S9(7).
01 WS-INTERET-COURU          PIC S9(13)V99.

*> Dépôt en cours de valorisation (compte ou dépôt à terme).
01 WS-NATURE-DEPOT           PIC X(03).
01 WS-REFERENCE-DEPOT        PIC X(10).
01 WS-AGENCE-DEPOT           PIC X(03).
01 WS-DEVISE-DEPOT           PIC X(03).
01 WS-MONTANT-DEPOT          PIC S9(13)V99.
01 WS-INTERET-DEPOT          PIC S9(13)V99.
01 WS-MOTIF-EXCLUSION        PIC X(08).
01 WS-TAUX-RETENU            PIC 9(7)V9(6).
01 WS-DATE-TAUX              PIC X(08).
01 WS-TAUX-TROUVE            PIC X(01).
01 WS-MONTANT-EUR            PIC S9(13)V99.

*> Cumuls du déposant en cours (phase de cumul).
01 WS-NB-DEPOTS-CLIENT       PIC 9(4).
01 WS-NB-SANS-TAUX-CLIENT    PIC 9(4).
01 WS-ELIGIBLE-CLIENT        PIC S9(13)V99.
01 WS-INDISPONIBLE-CLIENT    PIC S9(13)V99.
01 WS-COUVERT-CLIENT         PIC S9(13)V99.
01 WS-EXCEDENT-CLIENT        PIC S9(13)V99.

*> Totaux du fichier.
01 WS-NB-DEPOSANTS           PIC 9(7) VALUE 0.
01 WS-NB-DEPOTS              PIC 9(7) VALUE 0.
01 WS-NB-SANS-TAUX           PIC 9(7) VALUE 0.
01 WS-NB-DAT-SANS-COMPTE     PIC 9(7) VALUE 0.
01 WS-TOTAL-ELIGIBLE         PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-COUVERT          PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-EXCEDENT         PIC S9(15)V99 VALUE 0.
01 WS-TOTAL-INDISPONIBLE     PIC S9(15)V99 VALUE 0.

01 WS-ENTETE-VUE.
   05 FILLER                 PIC X(02) VALUE "01".
   05 WS-ENT-DATE            PIC X(08).
   05 FILLER                 PIC X(11) VALUE "GESTCOMPTES".
   05 WS-ENT-DEVISE          PIC X(03).
   05 WS-ENT-PLAFOND         PIC 9(9)V99.
   05 FILLER                 PIC X(165) VALUE SPACES.

01 WS-DEPOSANT-VUE.
   05 FILLER                 PIC X(02) VALUE "10".
   05 WS-DEP-ID-CLIENT       PIC X(10).
   05 WS-DEP-NOM             PIC X(30).
   05 WS-DEP-ADRESSE         PIC X(40).
   05 WS-DEP-PIECE           PIC X(20).
   05 WS-DEP-DATE-DECES      PIC X(08).
   05 WS-DEP-NB-DEPOTS       PIC 9(04).
   05 WS-DEP-ELIGIBLE        PIC 9(13)V99.
   05 WS-DEP-COUVERT         PIC 9(13)V99.
   05 WS-DEP-EXCEDENT        PIC 9(13)V99.
   05 WS-DEP-INDISPONIBLE    PIC 9(13)V99.
   05 WS-DEP-NB-SANS-TAUX    PIC 9(04).
   05 FILLER                 PIC X(22) VALUE SPACES.

01 WS-DETAIL-VUE.
   05 WS-DET-TYPE            PIC X(02).
   05 WS-DET-ID-CLIENT       PIC X(10).
   05 WS-DET-NATURE          PIC X(03).
   05 WS-DET-REFERENCE       PIC X(10).
   05 WS-DET-AGENCE          PIC X(03).
   05 WS-DET-DEVISE          PIC X(03).
   05 WS-DET-QUALITE         PIC X(01).
   05 WS-DET-QUOTE-PART      PIC 9(3)V99.
   05 WS-DET-MONTANT         PIC 9(13)V99.
   05 WS-DET-INTERET         PIC 9(13)V99.
   05 WS-DET-TAUX            PIC 9(7)V9(6).
   05 WS-DET-TAUX-TROUVE     PIC X(01).
   05 WS-DET-MONTANT-EUR     PIC 9(13)V99.
   05 WS-DET-MOTIF           PIC X(08).
   05 FILLER                 PIC X(96) VALUE SPACES.

01 WS-FIN-VUE.
   05 FILLER                 PIC X(02) VALUE "09".
   05 WS-FIN-NB-DEPOSANTS    PIC 9(07).
   05 WS-FIN-NB-DEPOTS       PIC 9(07).
   05 WS-FIN-ELIGIBLE        PIC 9(15)V99.
   05 WS-FIN-COUVERT         PIC 9(15)V99.
   05 WS-FIN-EXCEDENT        PIC 9(15)V99.
   05 WS-FIN-INDISPONIBLE    PIC 9(15)V99.
   05 FILLER                 PIC X(116) VALUE SPACES.

*> Synthèse par agence et devise, en devise d'origine.
01 WS-SYNTHESE.
   05 WS-SY OCCURS 100 TIMES INDEXED BY IDX-SY.
      10 WS-SY-AGENCE         PIC X(03).
      10 WS-SY-DEVISE         PIC X(03).
      10 WS-SY-NB-COMPTES     PIC 9(6).
      10 WS-SY-SOLDES         PIC S9(13)V99.
      10 WS-SY-ELIGIBLE       PIC S9(13)V99.
      10 WS-SY-INDISPONIBLE   PIC S9(13)V99.
      10 WS-SY-DAT            PIC S9(13)V99.
01 WS-NB-SYNTHESE             PIC 9(4) VALUE 0.
01 WS-SY-TROUVEE              PIC X(01).
01 WS-AGENCE-CUMUL            PIC X(03).
01 WS-DEVISE-CUMUL            PIC X(03).
01 WS-ECART                   PIC S9(13)V99.

01 WS-LIGNE-TITRE.
   05 FILLER                 PIC X(44)
      VALUE "Vue unique FGDR - synthèse du ".
   05 WS-LT-DATE             PIC X(08).

01 WS-LIGNE-ENTETE.
   05 FILLER                 PIC X(04) VALUE "Ag".
   05 FILLER                 PIC X(04) VALUE "Dev".
   05 FILLER                 PIC X(08) VALUE "Comptes".
   05 FILLER                 PIC X(19) VALUE "Total soldes".
   05 FILLER                 PIC X(19) VALUE "Total contrôle".
   05 FILLER                 PIC X(19) VALUE "Ecart".
   05 FILLER                 PIC X(19) VALUE "Eligible".
   05 FILLER                 PIC X(19) VALUE "Indisponible".
   05 FILLER                 PIC X(17) VALUE "Dépôts à terme".

01 WS-LIGNE-SYNTHESE.
   05 WS-LS-AGENCE           PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-DEVISE           PIC X(03).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-NB-COMPTES       PIC Z(5)9.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-SOLDES           PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-CONTROLE         PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-ECART            PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-ELIGIBLE         PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-INDISPONIBLE     PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-DAT              PIC -9(13).99.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LS-SIGNAL           PIC X(14).

01 WS-LIGNE-TOTAL.
   05 WS-TOT-LIBELLE         PIC X(42).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-TOT-MONTANT         PIC -9(15).99.

01 WS-LIGNE-COMPTEUR.
   05 WS-CPT-LIBELLE         PIC X(42).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-CPT-NOMBRE          PIC Z(6)9.

PROCEDURE DIVISION.
DEBUT-VUE-FGDR.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE "PLAFOND-FGDR" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        MOVE WS-PARAM-MONTANT TO WS-PLAFOND-GARANTIE
    ELSE
        MOVE 100000.00 TO WS-PLAFOND-GARANTIE
    END-IF.

    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Ouverture de CLIENTS-FILE impossible (statut "
            WS-CLIENT-STATUS "). Vue FGDR abandonnée."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Vue FGDR abandonnée."
        CLOSE CLIENTS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT TRAVAIL-DAT-FILE.
    IF WS-FDT-STATUS NOT = '00'
        DISPLAY "Création du fichier de travail impossible (statut "
            WS-FDT-STATUS "). Vue FGDR abandonnée."
        CLOSE COMPTES-FILE
        CLOSE CLIENTS-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT INTERVENANTS-FILE.
    IF WS-INT-STATUS = '00'
        MOVE 'O' TO WS-INTERV-PRESENT
    END-IF.
    OPEN INPUT BLOCAGES-FILE.
    IF WS-BLO-STATUS = '00'
        MOVE 'O' TO WS-BLOCAGES-PRESENT
    END-IF.
    OPEN INPUT ALERTES-SANCTIONS-FILE.
    IF WS-ALS-STATUS = '00'
        MOVE 'O' TO WS-ALERTES-PRESENT
    END-IF.
    OPEN INPUT TAUX-CHANGE-FILE.
    IF WS-TC-STATUS = '00'
        MOVE 'O' TO WS-TAUX-PRESENT
    ELSE
        DISPLAY "TAUX-CHANGE-FILE absent : seuls les dépôts en EUR"
            " seront valorisés."
    END-IF.

    PERFORM PREPARER-DEPOTS-TERME.
    CLOSE TRAVAIL-DAT-FILE.
    OPEN INPUT TRAVAIL-DAT-FILE.

    MOVE SPACES TO WS-NOM-VUE.
    STRING "vue_fgdr_" WS-DATE-DU-JOUR ".dat"
        DELIMITED BY SIZE INTO WS-NOM-VUE.
    OPEN OUTPUT VUE-FGDR-FILE.
    MOVE WS-DATE-DU-JOUR TO WS-ENT-DATE.
    MOVE WS-DEVISE-GARANTIE TO WS-ENT-DEVISE.
    MOVE WS-PLAFOND-GARANTIE TO WS-ENT-PLAFOND.
    MOVE WS-ENTETE-VUE TO VUE-FGDR-ENREGISTREMENT.
    WRITE VUE-FGDR-ENREGISTREMENT.

    MOVE 'N' TO WS-FIN-CLIENTS.
    PERFORM UNTIL WS-FIN-CLIENTS = 'O'
        READ CLIENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-CLIENTS
            NOT AT END
                PERFORM TRAITER-DEPOSANT
        END-READ
    END-PERFORM.

    MOVE WS-NB-DEPOSANTS TO WS-FIN-NB-DEPOSANTS.
    MOVE WS-NB-DEPOTS TO WS-FIN-NB-DEPOTS.
    MOVE WS-TOTAL-ELIGIBLE TO WS-FIN-ELIGIBLE.
    MOVE WS-TOTAL-COUVERT TO WS-FIN-COUVERT.
    MOVE WS-TOTAL-EXCEDENT TO WS-FIN-EXCEDENT.
    MOVE WS-TOTAL-INDISPONIBLE TO WS-FIN-INDISPONIBLE.
    MOVE WS-FIN-VUE TO VUE-FGDR-ENREGISTREMENT.
    WRITE VUE-FGDR-ENREGISTREMENT.
    CLOSE VUE-FGDR-FILE.
    CLOSE TRAVAIL-DAT-FILE.

    PERFORM ETABLIR-SYNTHESE.
    PERFORM EDITER-SYNTHESE.

    IF WS-TAUX-PRESENT = 'O'
        CLOSE TAUX-CHANGE-FILE
    END-IF.
    IF WS-ALERTES-PRESENT = 'O'
        CLOSE ALERTES-SANCTIONS-FILE
    END-IF.
    IF WS-BLOCAGES-PRESENT = 'O'
        CLOSE BLOCAGES-FILE
    END-IF.
    IF WS-INTERV-PRESENT = 'O'
        CLOSE INTERVENANTS-FILE
    END-IF.
    CLOSE COMPTES-FILE.
    CLOSE CLIENTS-FILE.

    DISPLAY "Vue unique FGDR produite : " WS-NOM-VUE.
    DISPLAY "Déposants                  : " WS-NB-DEPOSANTS.
    DISPLAY "Dépôts                     : " WS-NB-DEPOTS.
    DISPLAY "Dépôts sans taux de change : " WS-NB-SANS-TAUX.
    DISPLAY "Synthèse : " WS-NOM-RAPPORT.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*> Parts des dépôts à terme actifs, par déposant, dans le fichier de
*> travail. Le compte lié donne les titulaires, l'agence et le gel ;
*> un contrat dont le compte lié a disparu n'a plus de déposant
*> connu : il est compté à part dans la synthèse
*> (voir controler_integrite).
PREPARER-DEPOTS-TERME.
    OPEN INPUT DEPOTS-TERME-FILE.
    IF WS-DAT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ DEPOTS-TERME-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF DAT-STATUT = 'A'
                    PERFORM PREPARER-DEPOT-TERME
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPOTS-TERME-FILE.

PREPARER-DEPOT-TERME.
    MOVE DAT-COMPTE-LIE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        ADD 1 TO WS-NB-DAT-SANS-COMPTE
        EXIT PARAGRAPH
    END-IF.
    PERFORM CALCULER-INTERET-COURU.

    MOVE AGENCE-COMPTE TO WS-AGENCE-CUMUL.
    MOVE DAT-DEVISE TO WS-DEVISE-CUMUL.
    PERFORM TROUVER-LIGNE-SYNTHESE.
    IF WS-SY-TROUVEE = 'O'
        ADD DAT-PRINCIPAL TO WS-SY-DAT(IDX-SY)
        ADD WS-INTERET-COURU TO WS-SY-DAT(IDX-SY)
    END-IF.

    PERFORM DETERMINER-GEL-COMPTE.
    MOVE NUMERO-COMPTE TO WS-COMPTE-EN-COURS.
    PERFORM DETERMINER-QUOTE-PART.
    IF WS-QUOTE-PART > 0
        MOVE ID-CLIENT OF COMPTE-RECORD TO FDT-ID-CLIENT
        MOVE 'T' TO FDT-QUALITE
        MOVE WS-QUOTE-PART TO FDT-QUOTE-PART
        PERFORM ECRIRE-PART-DEPOT-TERME
    END-IF.

    IF WS-INTERV-PRESENT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-INTERVENANTS.
    MOVE WS-COMPTE-EN-COURS TO INT-NUMERO-COMPTE.
    MOVE LOW-VALUES TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS >= INT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-INTERVENANTS
    END-START.
    PERFORM UNTIL WS-FIN-INTERVENANTS = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-INTERVENANTS
            NOT AT END
                IF INT-NUMERO-COMPTE NOT = WS-COMPTE-EN-COURS
                    MOVE 'O' TO WS-FIN-INTERVENANTS
                ELSE
                    IF INT-ROLE = 'C' AND INT-STATUT = 'A'
                        AND INT-DATE-DEBUT NOT > WS-DATE-DU-JOUR
                        AND (INT-DATE-FIN = SPACES
                            OR INT-DATE-FIN NOT < WS-DATE-DU-JOUR)
                        MOVE INT-ID-CLIENT TO FDT-ID-CLIENT
                        MOVE 'C' TO FDT-QUALITE
                        MOVE INT-QUOTE-PART TO FDT-QUOTE-PART
                        PERFORM ECRIRE-PART-DEPOT-TERME
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ECRIRE-PART-DEPOT-TERME.
    MOVE DAT-NUMERO-CONTRAT TO FDT-NUMERO-CONTRAT.
    MOVE DAT-COMPTE-LIE TO FDT-COMPTE-LIE.
    MOVE AGENCE-COMPTE TO FDT-AGENCE.
    MOVE DAT-DEVISE TO FDT-DEVISE.
    COMPUTE FDT-PRINCIPAL ROUNDED =
        DAT-PRINCIPAL * FDT-QUOTE-PART / 100.
    COMPUTE FDT-INTERET ROUNDED =
        WS-INTERET-COURU * FDT-QUOTE-PART / 100.
    MOVE WS-COMPTE-GELE TO FDT-COMPTE-GELE.
    WRITE TRAVAIL-DAT-RECORD.
    IF WS-FDT-STATUS NOT = '00'
        DISPLAY "Part du dépôt à terme " DAT-NUMERO-CONTRAT
            " non préparée pour " FDT-ID-CLIENT " (statut "
            WS-FDT-STATUS ")."
    END-IF.

*> Intérêt couru prorata temporis du début du contrat à la date du
*> jour, même calcul que le certificat de gerer_successions.
CALCULER-INTERET-COURU.
    COMPUTE WS-JOURS-TOTAUX =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-ECHEANCE))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-DEBUT)).
    COMPUTE WS-JOURS-COURUS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DU-JOUR))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-DEBUT)).
    IF WS-JOURS-TOTAUX NOT > 0
        MOVE 1 TO WS-JOURS-TOTAUX
    END-IF.
    IF WS-JOURS-COURUS < 0
        MOVE 0 TO WS-JOURS-COURUS
    END-IF.
    IF WS-JOURS-COURUS > WS-JOURS-TOTAUX
        MOVE WS-JOURS-TOTAUX TO WS-JOURS-COURUS
    END-IF.
    COMPUTE WS-INTERET-COURU ROUNDED =
        DAT-PRINCIPAL * DAT-TAUX * WS-JOURS-COURUS / WS-JOURS-TOTAUX.

*> Un déposant (CLIENT-RECORD chargé) : cumul de ses dépôts, puis,
*> s'il en a, enregistrement 10 et détail de ses dépôts.
TRAITER-DEPOSANT.
    MOVE ID-CLIENT OF CLIENT-RECORD TO WS-CLIENT-EN-COURS.
    MOVE WS-CLIENT-EN-COURS TO WS-CLIENT-CHERCHE.
    PERFORM CHERCHER-SANCTION-CLIENT.
    MOVE WS-CLIENT-SANCTIONNE TO WS-DEPOSANT-SANCTIONNE.

    MOVE 0 TO WS-NB-DEPOTS-CLIENT.
    MOVE 0 TO WS-NB-SANS-TAUX-CLIENT.
    MOVE 0 TO WS-ELIGIBLE-CLIENT.
    MOVE 0 TO WS-INDISPONIBLE-CLIENT.
    MOVE 'C' TO WS-PHASE.
    PERFORM PARCOURIR-DEPOTS-CLIENT.
    IF WS-NB-DEPOTS-CLIENT = 0
        EXIT PARAGRAPH
    END-IF.

    IF WS-ELIGIBLE-CLIENT > WS-PLAFOND-GARANTIE
        MOVE WS-PLAFOND-GARANTIE TO WS-COUVERT-CLIENT
    ELSE
        MOVE WS-ELIGIBLE-CLIENT TO WS-COUVERT-CLIENT
    END-IF.
    COMPUTE WS-EXCEDENT-CLIENT =
        WS-ELIGIBLE-CLIENT - WS-COUVERT-CLIENT.

    MOVE WS-CLIENT-EN-COURS TO WS-DEP-ID-CLIENT.
    MOVE NOM-CLIENT TO WS-DEP-NOM.
    MOVE ADRESSE-CLIENT TO WS-DEP-ADRESSE.
    MOVE PIECE-IDENTITE TO WS-DEP-PIECE.
    MOVE DATE-DECES-CLIENT TO WS-DEP-DATE-DECES.
    MOVE WS-NB-DEPOTS-CLIENT TO WS-DEP-NB-DEPOTS.
    MOVE WS-ELIGIBLE-CLIENT TO WS-DEP-ELIGIBLE.
    MOVE WS-COUVERT-CLIENT TO WS-DEP-COUVERT.
    MOVE WS-EXCEDENT-CLIENT TO WS-DEP-EXCEDENT.
    MOVE WS-INDISPONIBLE-CLIENT TO WS-DEP-INDISPONIBLE.
    MOVE WS-NB-SANS-TAUX-CLIENT TO WS-DEP-NB-SANS-TAUX.
    MOVE WS-DEPOSANT-VUE TO VUE-FGDR-ENREGISTREMENT.
    WRITE VUE-FGDR-ENREGISTREMENT.

    ADD 1 TO WS-NB-DEPOSANTS.
    ADD WS-ELIGIBLE-CLIENT TO WS-TOTAL-ELIGIBLE.
    ADD WS-COUVERT-CLIENT TO WS-TOTAL-COUVERT.
    ADD WS-EXCEDENT-CLIENT TO WS-TOTAL-EXCEDENT.
    ADD WS-INDISPONIBLE-CLIENT TO WS-TOTAL-INDISPONIBLE.

    MOVE 'E' TO WS-PHASE.
    PERFORM PARCOURIR-DEPOTS-CLIENT.

*> Comptes propres (clé secondaire ID-CLIENT), comptes joints dont
*> le déposant est co-titulaire (clé secondaire INT-ID-CLIENT), puis
*> ses parts de dépôts à terme (fichier de travail).
PARCOURIR-DEPOTS-CLIENT.
    MOVE 'N' TO WS-FIN-COMPTES.
    MOVE WS-CLIENT-EN-COURS TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY MOVE 'O' TO WS-FIN-COMPTES
    END-START.
    PERFORM UNTIL WS-FIN-COMPTES = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-COMPTES
            NOT AT END
                IF ID-CLIENT OF COMPTE-RECORD
                    NOT = WS-CLIENT-EN-COURS
                    MOVE 'O' TO WS-FIN-COMPTES
                ELSE
                    MOVE NUMERO-COMPTE TO WS-COMPTE-EN-COURS
                    PERFORM DETERMINER-QUOTE-PART
                    MOVE 'T' TO WS-QUALITE
                    PERFORM RETENIR-COMPTE
                END-IF
        END-READ
    END-PERFORM.

    IF WS-INTERV-PRESENT = 'O'
        MOVE 'N' TO WS-FIN-INTERVENANTS
        MOVE WS-CLIENT-EN-COURS TO INT-ID-CLIENT
        START INTERVENANTS-FILE KEY IS = INT-ID-CLIENT
            INVALID KEY MOVE 'O' TO WS-FIN-INTERVENANTS
        END-START
        PERFORM UNTIL WS-FIN-INTERVENANTS = 'O'
            READ INTERVENANTS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-INTERVENANTS
                NOT AT END
                    IF INT-ID-CLIENT NOT = WS-CLIENT-EN-COURS
                        MOVE 'O' TO WS-FIN-INTERVENANTS
                    ELSE
                        PERFORM RETENIR-COMPTE-JOINT
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

    MOVE 'N' TO WS-FIN-TRAVAIL.
    MOVE WS-CLIENT-EN-COURS TO FDT-ID-CLIENT.
    MOVE LOW-VALUES TO FDT-NUMERO-CONTRAT.
    START TRAVAIL-DAT-FILE KEY IS >= FDT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-TRAVAIL
    END-START.
    PERFORM UNTIL WS-FIN-TRAVAIL = 'O'
        READ TRAVAIL-DAT-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-TRAVAIL
            NOT AT END
                IF FDT-ID-CLIENT NOT = WS-CLIENT-EN-COURS
                    MOVE 'O' TO WS-FIN-TRAVAIL
                ELSE
                    PERFORM RETENIR-DEPOT-TERME
                END-IF
        END-READ
    END-PERFORM.

*> Compte d'un autre titulaire dont le déposant est co-titulaire
*> actif à la date du jour : sa quote-part du solde.
RETENIR-COMPTE-JOINT.
    IF INT-ROLE NOT = 'C' OR INT-STATUT NOT = 'A'
        OR INT-DATE-DEBUT > WS-DATE-DU-JOUR
        OR (INT-DATE-FIN NOT = SPACES
            AND INT-DATE-FIN < WS-DATE-DU-JOUR)
        EXIT PARAGRAPH
    END-IF.
    MOVE INT-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE INT-QUOTE-PART TO WS-QUOTE-PART.
    MOVE 'C' TO WS-QUALITE.
    PERFORM RETENIR-COMPTE.

*> Solde créditeur du compte chargé, à hauteur de WS-QUOTE-PART.
RETENIR-COMPTE.
    IF SOLDE-COMPTE NOT > 0 OR WS-QUOTE-PART = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE "CPT" TO WS-NATURE-DEPOT.
    MOVE NUMERO-COMPTE TO WS-REFERENCE-DEPOT.
    MOVE AGENCE-COMPTE TO WS-AGENCE-DEPOT.
    MOVE DEVISE TO WS-DEVISE-DEPOT.
    COMPUTE WS-MONTANT-DEPOT ROUNDED =
        SOLDE-COMPTE * WS-QUOTE-PART / 100.
    MOVE 0 TO WS-INTERET-DEPOT.

    MOVE SPACES TO WS-MOTIF-EXCLUSION.
    IF WS-DEPOSANT-SANCTIONNE = 'O'
        MOVE "SANCTION" TO WS-MOTIF-EXCLUSION
    ELSE
        IF WS-QUALITE = 'C'
            PERFORM DETERMINER-GEL-COMPTE
            IF WS-COMPTE-GELE = 'O'
                MOVE "SANCTION" TO WS-MOTIF-EXCLUSION
            END-IF
        END-IF
    END-IF.
    IF WS-MOTIF-EXCLUSION = SPACES
        PERFORM CHERCHER-SAISIE-COMPTE
        IF WS-COMPTE-SAISI = 'O'
            MOVE "SAISIE" TO WS-MOTIF-EXCLUSION
        END-IF
    END-IF.
    PERFORM RETENIR-DEPOT.

RETENIR-DEPOT-TERME.
    MOVE "DAT" TO WS-NATURE-DEPOT.
    MOVE SPACES TO WS-REFERENCE-DEPOT.
    MOVE FDT-NUMERO-CONTRAT TO WS-REFERENCE-DEPOT.
    MOVE FDT-AGENCE TO WS-AGENCE-DEPOT.
    MOVE FDT-DEVISE TO WS-DEVISE-DEPOT.
    MOVE FDT-QUALITE TO WS-QUALITE.
    MOVE FDT-QUOTE-PART TO WS-QUOTE-PART.
    MOVE FDT-PRINCIPAL TO WS-MONTANT-DEPOT.
    MOVE FDT-INTERET TO WS-INTERET-DEPOT.
    MOVE SPACES TO WS-MOTIF-EXCLUSION.
    IF WS-DEPOSANT-SANCTIONNE = 'O' OR FDT-COMPTE-GELE = 'O'
        MOVE "SANCTION" TO WS-MOTIF-EXCLUSION
    END-IF.
    PERFORM RETENIR-DEPOT.

*> Dépôt prêt (WS-...-DEPOT) : converti en EUR puis cumulé (phase C)
*> ou écrit (phase E) en 20 s'il est disponible, en 30 sinon.
RETENIR-DEPOT.
    PERFORM CHERCHER-TAUX-EUR.
    IF WS-TAUX-TROUVE = 'O'
        COMPUTE WS-MONTANT-EUR ROUNDED =
            (WS-MONTANT-DEPOT + WS-INTERET-DEPOT) * WS-TAUX-RETENU
    ELSE
        MOVE 0 TO WS-MONTANT-EUR
    END-IF.

    IF WS-PHASE = 'C'
        ADD 1 TO WS-NB-DEPOTS-CLIENT
        IF WS-TAUX-TROUVE NOT = 'O'
            ADD 1 TO WS-NB-SANS-TAUX-CLIENT
        ELSE
            IF WS-MOTIF-EXCLUSION = SPACES
                ADD WS-MONTANT-EUR TO WS-ELIGIBLE-CLIENT
            ELSE
                ADD WS-MONTANT-EUR TO WS-INDISPONIBLE-CLIENT
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF.

    IF WS-MOTIF-EXCLUSION = SPACES
        MOVE "20" TO WS-DET-TYPE
    ELSE
        MOVE "30" TO WS-DET-TYPE
    END-IF.
    MOVE WS-CLIENT-EN-COURS TO WS-DET-ID-CLIENT.
    MOVE WS-NATURE-DEPOT TO WS-DET-NATURE.
    MOVE WS-REFERENCE-DEPOT TO WS-DET-REFERENCE.
    MOVE WS-AGENCE-DEPOT TO WS-DET-AGENCE.
    MOVE WS-DEVISE-DEPOT TO WS-DET-DEVISE.
    MOVE WS-QUALITE TO WS-DET-QUALITE.
    MOVE WS-QUOTE-PART TO WS-DET-QUOTE-PART.
    MOVE WS-MONTANT-DEPOT TO WS-DET-MONTANT.
    MOVE WS-INTERET-DEPOT TO WS-DET-INTERET.
    MOVE WS-TAUX-RETENU TO WS-DET-TAUX.
    MOVE WS-TAUX-TROUVE TO WS-DET-TAUX-TROUVE.
    MOVE WS-MONTANT-EUR TO WS-DET-MONTANT-EUR.
    MOVE WS-MOTIF-EXCLUSION TO WS-DET-MOTIF.
    MOVE WS-DETAIL-VUE TO VUE-FGDR-ENREGISTREMENT.
    WRITE VUE-FGDR-ENREGISTREMENT.
    ADD 1 TO WS-NB-DEPOTS.
    IF WS-TAUX-TROUVE NOT = 'O'
        ADD 1 TO WS-NB-SANS-TAUX
    END-IF.

*> Quote-part du titulaire principal sur WS-COMPTE-EN-COURS : 100
*> moins les quotes-parts des co-titulaires actifs à la date du jour.
DETERMINER-QUOTE-PART.
    MOVE 100 TO WS-QUOTE-PART.
    IF WS-INTERV-PRESENT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-QUOTES-COTITULAIRES.
    MOVE 'N' TO WS-FIN-CLE.
    MOVE WS-COMPTE-EN-COURS TO INT-NUMERO-COMPTE.
    MOVE LOW-VALUES TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS >= INT-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-CLE
    END-START.
    PERFORM UNTIL WS-FIN-CLE = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-CLE
            NOT AT END
                IF INT-NUMERO-COMPTE NOT = WS-COMPTE-EN-COURS
                    MOVE 'O' TO WS-FIN-CLE
                ELSE
                    IF INT-ROLE = 'C' AND INT-STATUT = 'A'
                        AND INT-DATE-DEBUT NOT > WS-DATE-DU-JOUR
                        AND (INT-DATE-FIN = SPACES
                            OR INT-DATE-FIN NOT < WS-DATE-DU-JOUR)
                        ADD INT-QUOTE-PART TO WS-QUOTES-COTITULAIRES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-QUOTES-COTITULAIRES > 0
        IF WS-QUOTES-COTITULAIRES < 100
            COMPUTE WS-QUOTE-PART = 100 - WS-QUOTES-COTITULAIRES
        ELSE
            MOVE 0 TO WS-QUOTE-PART
        END-IF
    END-IF.

*> Compte chargé gelé par les sanctions : bloqué et titulaire
*> principal sous correspondance confirmée.
DETERMINER-GEL-COMPTE.
    MOVE 'N' TO WS-COMPTE-GELE.
    IF STATUT-COMPTE = 'B'
        MOVE ID-CLIENT OF COMPTE-RECORD TO WS-CLIENT-CHERCHE
        PERFORM CHERCHER-SANCTION-CLIENT
        MOVE WS-CLIENT-SANCTIONNE TO WS-COMPTE-GELE
    END-IF.

*> Correspondance confirmée (statut C) sur le nom du client
*> WS-CLIENT-CHERCHE.
CHERCHER-SANCTION-CLIENT.
    MOVE 'N' TO WS-CLIENT-SANCTIONNE.
    IF WS-ALERTES-PRESENT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-CLE.
    MOVE WS-CLIENT-CHERCHE TO ALS-ID-CLIENT.
    MOVE 0 TO ALS-SEQUENCE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-CLE
    END-START.
    PERFORM UNTIL WS-FIN-CLE = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-CLE
            NOT AT END
                IF ALS-ID-CLIENT NOT = WS-CLIENT-CHERCHE
                    MOVE 'O' TO WS-FIN-CLE
                ELSE
                    IF ALS-TYPE-NOM = 'C' AND ALS-STATUT = 'C'
                        MOVE 'O' TO WS-CLIENT-SANCTIONNE
                        MOVE 'O' TO WS-FIN-CLE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Blocage de saisie encore ouvert sur le compte chargé.
CHERCHER-SAISIE-COMPTE.
    MOVE 'N' TO WS-COMPTE-SAISI.
    IF WS-BLOCAGES-PRESENT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-CLE.
    MOVE NUMERO-COMPTE TO BLO-NUMERO-COMPTE.
    MOVE 0 TO BLO-SEQUENCE.
    START BLOCAGES-FILE KEY IS >= BLO-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-CLE
    END-START.
    PERFORM UNTIL WS-FIN-CLE = 'O'
        READ BLOCAGES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-CLE
            NOT AT END
                IF BLO-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE 'O' TO WS-FIN-CLE
                ELSE
                    IF BLO-STATUT = 'O' AND BLO-MOTIF(1:7) = "SAISIE "
                        MOVE 'O' TO WS-COMPTE-SAISI
                        MOVE 'O' TO WS-FIN-CLE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Taux WS-DEVISE-DEPOT vers EUR le plus récent à la date du jour,
*> même règle que position_client.
CHERCHER-TAUX-EUR.
    MOVE 'N' TO WS-TAUX-TROUVE.
    MOVE 0 TO WS-TAUX-RETENU.
    MOVE LOW-VALUES TO WS-DATE-TAUX.
    IF WS-DEVISE-DEPOT = WS-DEVISE-GARANTIE
        MOVE 1 TO WS-TAUX-RETENU
        MOVE 'O' TO WS-TAUX-TROUVE
        EXIT PARAGRAPH
    END-IF.
    IF WS-TAUX-PRESENT NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DEVISE-DEPOT TO TC-DEVISE-SOURCE.
    MOVE WS-DEVISE-GARANTIE TO TC-DEVISE-DEST.
    MOVE LOW-VALUES TO TC-DATE-EFFET.
    MOVE 'N' TO WS-FIN-CLE.
    START TAUX-CHANGE-FILE KEY IS >= TC-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-CLE
    END-START.
    PERFORM UNTIL WS-FIN-CLE = 'O'
        READ TAUX-CHANGE-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-CLE
            NOT AT END
                IF TC-DEVISE-SOURCE NOT = WS-DEVISE-DEPOT
                    OR TC-DEVISE-DEST NOT = WS-DEVISE-GARANTIE
                    MOVE 'O' TO WS-FIN-CLE
                ELSE
                    IF TC-DATE-EFFET NOT > WS-DATE-DU-JOUR
                        AND TC-DATE-EFFET > WS-DATE-TAUX
                        MOVE TC-DATE-EFFET TO WS-DATE-TAUX
                        MOVE TC-TAUX TO WS-TAUX-RETENU
                        MOVE 'O' TO WS-TAUX-TROUVE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Passe compte par compte pour la synthèse par agence et devise :
*> part entière au titulaire principal, soldes débiteurs compris dans
*> le total à rapprocher de CONTROLE-FILE.
ETABLIR-SYNTHESE.
    MOVE LOW-VALUES TO NUMERO-COMPTE.
    MOVE 'N' TO WS-FIN-FICHIER.
    START COMPTES-FILE KEY IS >= NUMERO-COMPTE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                PERFORM CUMULER-COMPTE-SYNTHESE
        END-READ
    END-PERFORM.

CUMULER-COMPTE-SYNTHESE.
    MOVE AGENCE-COMPTE TO WS-AGENCE-CUMUL.
    MOVE DEVISE TO WS-DEVISE-CUMUL.
    PERFORM TROUVER-LIGNE-SYNTHESE.
    IF WS-SY-TROUVEE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SY-NB-COMPTES(IDX-SY).
    ADD SOLDE-COMPTE TO WS-SY-SOLDES(IDX-SY).
    IF SOLDE-COMPTE NOT > 0
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT OF COMPTE-RECORD TO WS-CLIENT-CHERCHE.
    PERFORM CHERCHER-SANCTION-CLIENT.
    PERFORM CHERCHER-SAISIE-COMPTE.
    IF WS-CLIENT-SANCTIONNE = 'O' OR WS-COMPTE-SAISI = 'O'
        ADD SOLDE-COMPTE TO WS-SY-INDISPONIBLE(IDX-SY)
    ELSE
        ADD SOLDE-COMPTE TO WS-SY-ELIGIBLE(IDX-SY)
    END-IF.

*> Ligne (WS-AGENCE-CUMUL, WS-DEVISE-CUMUL) de la synthèse, créée au
*> besoin ; WS-SY-TROUVEE = 'N' si la table est pleine.
TROUVER-LIGNE-SYNTHESE.
    MOVE 'N' TO WS-SY-TROUVEE.
    PERFORM VARYING IDX-SY FROM 1 BY 1 UNTIL IDX-SY > WS-NB-SYNTHESE
        OR WS-SY-TROUVEE = 'O'
        IF WS-SY-AGENCE(IDX-SY) = WS-AGENCE-CUMUL
            AND WS-SY-DEVISE(IDX-SY) = WS-DEVISE-CUMUL
            MOVE 'O' TO WS-SY-TROUVEE
        END-IF
    END-PERFORM.
    IF WS-SY-TROUVEE = 'O'
        SET IDX-SY DOWN BY 1
        EXIT PARAGRAPH
    END-IF.
    IF WS-NB-SYNTHESE < 100
        ADD 1 TO WS-NB-SYNTHESE
        SET IDX-SY TO WS-NB-SYNTHESE
        MOVE WS-AGENCE-CUMUL TO WS-SY-AGENCE(IDX-SY)
        MOVE WS-DEVISE-CUMUL TO WS-SY-DEVISE(IDX-SY)
        MOVE 0 TO WS-SY-NB-COMPTES(IDX-SY)
        MOVE 0 TO WS-SY-SOLDES(IDX-SY)
        MOVE 0 TO WS-SY-ELIGIBLE(IDX-SY)
        MOVE 0 TO WS-SY-INDISPONIBLE(IDX-SY)
        MOVE 0 TO WS-SY-DAT(IDX-SY)
        MOVE 'O' TO WS-SY-TROUVEE
    END-IF.

EDITER-SYNTHESE.
    MOVE SPACES TO WS-NOM-RAPPORT.
    STRING "fgdr_synthese_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
    OPEN OUTPUT RAPPORT-FILE.
    MOVE WS-DATE-DU-JOUR TO WS-LT-DATE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TITRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-ENTETE.

    OPEN INPUT CONTROLE-FILE.
    IF WS-CTL-STATUS = '00'
        MOVE 'O' TO WS-CONTROLE-PRESENT
    END-IF.
    PERFORM VARYING IDX-SY FROM 1 BY 1 UNTIL IDX-SY > WS-NB-SYNTHESE
        PERFORM EDITER-LIGNE-SYNTHESE
    END-PERFORM.
    IF WS-CONTROLE-PRESENT = 'O'
        CLOSE CONTROLE-FILE
    END-IF.

    MOVE SPACES TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    MOVE "Déposants" TO WS-CPT-LIBELLE.
    MOVE WS-NB-DEPOSANTS TO WS-CPT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-COMPTEUR.
    MOVE "Dépôts listés" TO WS-CPT-LIBELLE.
    MOVE WS-NB-DEPOTS TO WS-CPT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-COMPTEUR.
    MOVE "Dépôts sans taux de change (hors totaux)" TO WS-CPT-LIBELLE.
    MOVE WS-NB-SANS-TAUX TO WS-CPT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-COMPTEUR.
    MOVE "Dépôts à terme sans compte lié" TO WS-CPT-LIBELLE.
    MOVE WS-NB-DAT-SANS-COMPTE TO WS-CPT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-COMPTEUR.
    MOVE "Total éligible (EUR)" TO WS-TOT-LIBELLE.
    MOVE WS-TOTAL-ELIGIBLE TO WS-TOT-MONTANT.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Total couvert (EUR)" TO WS-TOT-LIBELLE.
    MOVE WS-TOTAL-COUVERT TO WS-TOT-MONTANT.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Total excédent (EUR)" TO WS-TOT-LIBELLE.
    MOVE WS-TOTAL-EXCEDENT TO WS-TOT-MONTANT.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Total indisponible (EUR)" TO WS-TOT-LIBELLE.
    MOVE WS-TOTAL-INDISPONIBLE TO WS-TOT-MONTANT.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    CLOSE RAPPORT-FILE.

EDITER-LIGNE-SYNTHESE.
    MOVE SPACES TO WS-LS-SIGNAL.
    MOVE SPACES TO CTL-CLE.
    MOVE WS-SY-DEVISE(IDX-SY) TO CTL-DEVISE.
    MOVE WS-SY-AGENCE(IDX-SY) TO CTL-AGENCE.
    MOVE 0 TO CTL-TOTAL.
    IF WS-CONTROLE-PRESENT = 'O'
        READ CONTROLE-FILE KEY IS CTL-CLE
        IF WS-CTL-STATUS NOT = '00'
            MOVE 0 TO CTL-TOTAL
            MOVE "SANS CONTROLE" TO WS-LS-SIGNAL
        END-IF
    ELSE
        MOVE "SANS CONTROLE" TO WS-LS-SIGNAL
    END-IF.
    COMPUTE WS-ECART = WS-SY-SOLDES(IDX-SY) - CTL-TOTAL.
    IF WS-ECART NOT = 0 AND WS-LS-SIGNAL = SPACES
        MOVE "ECART" TO WS-LS-SIGNAL
    END-IF.
    MOVE WS-SY-AGENCE(IDX-SY) TO WS-LS-AGENCE.
    MOVE WS-SY-DEVISE(IDX-SY) TO WS-LS-DEVISE.
    MOVE WS-SY-NB-COMPTES(IDX-SY) TO WS-LS-NB-COMPTES.
    MOVE WS-SY-SOLDES(IDX-SY) TO WS-LS-SOLDES.
    MOVE CTL-TOTAL TO WS-LS-CONTROLE.
    MOVE WS-ECART TO WS-LS-ECART.
    MOVE WS-SY-ELIGIBLE(IDX-SY) TO WS-LS-ELIGIBLE.
    MOVE WS-SY-INDISPONIBLE(IDX-SY) TO WS-LS-INDISPONIBLE.
    MOVE WS-SY-DAT(IDX-SY) TO WS-LS-DAT.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-SYNTHESE.
