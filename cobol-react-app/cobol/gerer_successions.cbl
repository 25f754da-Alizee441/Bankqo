IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_successions.

*> Succession d'un client décédé, en une seule action superviseur sur
*> sa fiche (CLIENT-RECORD) au lieu de reprendre chaque produit à la
*> main. L'ouverture de la succession pose DATE-DECES-CLIENT puis, en
*> un passage :
*>   - bloque tous les comptes du client (clé secondaire ID-CLIENT de
*>     COMPTES-FILE, STATUT-COMPTE B, journal SUCCESSION) ;
*>   - suspend ses virements permanents actifs (VP-STATUT S) ;
*>   - pose une opposition (motif succession) sur chaque chèque
*>     délivré et ni payé ni déjà frappé d'opposition ;
*>   - fait passer ses dépôts à terme à renouveler (DAT-INSTRUCTION R)
*>     en versement au compte lié à l'échéance (C) ;
*>   - révoque à la date du décès ses inscriptions comme
*>     co-titulaire, mandataire ou représentant sur d'autres comptes
*>     (INTERVENANTS-FILE) : il ne peut plus agir nulle part.
*> Chaque passe ignore ce qui est déjà traité (compte déjà bloqué,
*> ordre non actif, chèque déjà en opposition, dépôt non renouvelable,
*> inscription déjà révoquée) : sur une succession déjà ouverte, le
*> superviseur peut donc réappliquer les mesures avec la date de
*> décès enregistrée, pour reprendre une passe qui n'a pas abouti
*> (fichier indisponible) sans avoir à rouvrir la succession.
*> Les virements sortants sont ensuite refusés à la saisie
*> (gerer_virements_externes) et l'ouverture de compte refusée
*> (ouvrir_compte).
*> Le certificat de succession (certificat_succession_<client>.txt)
*> donne pour chaque compte le solde au soir du décès reconstitué par
*> consulter_solde_historique (les intérêts créditeurs courus sont
*> capitalisés chaque nuit et y sont donc compris), les agios courus
*> non encore prélevés, puis à part les dépôts à terme (principal et
*> intérêt couru prorata temporis jusqu'au décès) et les blocages
*> ouverts au décès, avec totaux par devise.
*> Le règlement au notaire passe par le circuit des virements
*> sortants sous double contrôle : le superviseur dépose un
*> VIR-NOTAIRE dans ATTENTE-FILE vers un bénéficiaire enregistré au
*> nom du défunt (BENEFICIAIRES-FILE) ; un second superviseur le
*> valide dans valider_operations, qui débite le compte bloqué et
*> écrit l'instruction dans VIREMENTS-SORTANTS-FILE pour la
*> compensation de la nuit.

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

    SELECT VIREMENTS-PERMANENTS-FILE ASSIGN TO 'virements_permanents.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VP-NUMERO-ORDRE
        FILE STATUS IS WS-VP-STATUS.

    SELECT CHEQUIERS-FILE ASSIGN TO 'chequiers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHQ-CLE
        FILE STATUS IS WS-CHQ-STATUS.

    SELECT OPPOSITIONS-CHEQUES-FILE ASSIGN TO 'oppositions_cheques.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPP-CLE
        FILE STATUS IS WS-OPP-STATUS.

    SELECT CHEQUES-PAYES-FILE ASSIGN TO 'cheques_payes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CP-CLE
        FILE STATUS IS WS-CP-STATUS.

    SELECT DEPOTS-TERME-FILE ASSIGN TO 'depots_terme.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DAT-NUMERO-CONTRAT
        FILE STATUS IS WS-DAT-STATUS.

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

    SELECT AGIOS-FILE ASSIGN TO 'agios.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGI-NUMERO-COMPTE
        FILE STATUS IS WS-AGI-STATUS.

    SELECT BENEFICIAIRES-FILE ASSIGN TO 'beneficiaires.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BEN-CLE
        FILE STATUS IS WS-BEN-STATUS.

    SELECT CERTIFICAT-FILE ASSIGN TO WS-NOM-CERTIFICAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENTS-FILE.
COPY CLIENT.

FD COMPTES-FILE.
COPY COMPTE.

FD VIREMENTS-PERMANENTS-FILE.
COPY VIRPERM.

FD CHEQUIERS-FILE.
COPY CHEQUIER.

FD OPPOSITIONS-CHEQUES-FILE.
COPY OPPCHQ.

FD CHEQUES-PAYES-FILE.
COPY CHQPAYE.

FD DEPOTS-TERME-FILE.
COPY DEPTERME.

FD INTERVENANTS-FILE.
COPY INTERV.

FD BLOCAGES-FILE.
COPY BLOCAGE.

FD AGIOS-FILE.
COPY AGIOS.

FD BENEFICIAIRES-FILE.
COPY BENEF.

FD CERTIFICAT-FILE.
01 CERTIFICAT-LIGNE          PIC X(120).

WORKING-STORAGE SECTION.
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-VP-STATUS             PIC X(02).
01 WS-CHQ-STATUS            PIC X(02).
01 WS-OPP-STATUS            PIC X(02).
01 WS-CP-STATUS             PIC X(02).
01 WS-DAT-STATUS            PIC X(02).
01 WS-INT-STATUS            PIC X(02).
01 WS-BLO-STATUS            PIC X(02).
01 WS-AGI-STATUS            PIC X(02).
01 WS-BEN-STATUS            PIC X(02).
01 WS-CERT-STATUS           PIC X(02).
01 WS-NOM-CERTIFICAT         PIC X(40).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-FIN-CHEQUIERS          PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-CLIENT-SAISI           PIC X(10).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-CODE-SAISI             PIC X(06).
01 WS-DATE-DECES-SAISIE      PIC X(08).
01 WS-DATE-DECES             PIC X(08).
01 WS-DATE-A-CONTROLER       PIC X(08).
01 WS-DATE-VALIDE            PIC X(01).
01 WS-CONFIRMATION           PIC X(01).
01 WS-MONTANT-SAISI          PIC S9(13)V99.
01 WS-BEN-DESTINATION        PIC X(10).
01 WS-DEPOSEE                PIC X(01).
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-DISPONIBLE             PIC S9(13)V99.
01 WS-NUMERO-CHEQUE          PIC 9(6).
01 WS-NB-COMPTES-BLOQUES     PIC 9(4).
01 WS-NB-ORDRES-SUSPENDUS    PIC 9(4).
01 WS-NB-OPPOSITIONS         PIC 9(6).
01 WS-NB-DAT-MODIFIES        PIC 9(4).
01 WS-NB-INTERV-REVOQUES     PIC 9(4).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-SOLDE-NUL              PIC S9(13)V99 VALUE 0.
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_success".
01 WS-MESSAGE-ERREUR         PIC X(50).

*> Comptes du défunt, chargés une fois par la clé secondaire
*> ID-CLIENT et servant de filtre aux fichiers clés par compte ou
*> par contrat (virements permanents, dépôts à terme).
01 WS-COMPTES-SUCCESSION.
   05 WS-CS OCCURS 50 TIMES INDEXED BY IDX-CS.
      10 WS-CS-NUMERO         PIC X(10).
      10 WS-CS-DEVISE         PIC X(03).
01 WS-NB-COMPTES-SUCCESSION  PIC 9(4).
01 WS-COMPTE-DU-DEFUNT       PIC X(01).

*> Certificat : solde au décès et cumuls par devise.
01 WS-SOLDE-DECES            PIC S9(13)V99.
01 WS-SOLDE-TROUVE           PIC X(01).
01 WS-AGIOS-COURUS           PIC S9(13)V99.
01 WS-JOURS-TOTAUX           PIC S9(7).
01 WS-JOURS-COURUS           PIC S9(7).
01 WS-INTERET-COURU          PIC S9(13)V99.
01 WS-DEVISE-CUMUL           PIC X(03).
01 WS-CUMUL-FAIT             PIC X(01).
01 WS-TOTAUX-SUCCESSION.
   05 WS-TS OCCURS 20 TIMES INDEXED BY IDX-TS.
      10 WS-TS-DEVISE         PIC X(03).
      10 WS-TS-COMPTES        PIC S9(13)V99.
      10 WS-TS-AGIOS          PIC S9(13)V99.
      10 WS-TS-DAT            PIC S9(13)V99.
      10 WS-TS-INTERETS-DAT   PIC S9(13)V99.
      10 WS-TS-BLOQUE         PIC S9(13)V99.
01 WS-NB-TOTAUX               PIC 9(4).

01 WS-LIGNE-COMPTE.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LC-COMPTE           PIC X(10).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LC-TYPE             PIC X(10).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LC-DEVISE           PIC X(03).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LC-SOLDE            PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LC-AGIOS            PIC -9(13).99.

01 WS-LIGNE-DAT.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-CONTRAT          PIC X(06).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-COMPTE           PIC X(10).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-DEVISE           PIC X(03).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-PRINCIPAL        PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-INTERET          PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LD-ECHEANCE         PIC X(08).

01 WS-LIGNE-BLOCAGE.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LB-COMPTE           PIC X(10).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LB-MONTANT          PIC -9(13).99.
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LB-DATE-POSE        PIC X(08).
   05 FILLER                 PIC X(02) VALUE SPACES.
   05 WS-LB-MOTIF            PIC X(30).

01 WS-LIGNE-TOTAL.
   05 FILLER                 PIC X(08) VALUE "TOTAL   ".
   05 WS-LT-DEVISE           PIC X(03).
   05 FILLER                 PIC X(11) VALUE " comptes : ".
   05 WS-LT-COMPTES          PIC -9(13).99.
   05 FILLER                 PIC X(09) VALUE " agios : ".
   05 WS-LT-AGIOS            PIC -9(13).99.
   05 FILLER                 PIC X(07) VALUE " DAT : ".
   05 WS-LT-DAT              PIC -9(13).99.

01 WS-LIGNE-TOTAL-SUITE.
   05 FILLER                 PIC X(22) VALUE SPACES.
   05 FILLER                 PIC X(21) VALUE "intérêts DAT : ".
   05 WS-LT-INTERETS-DAT     PIC -9(13).99.
   05 FILLER                 PIC X(12) VALUE " bloqué : ".
   05 WS-LT-BLOQUE           PIC -9(13).99.

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-SUCCESSIONS.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Ouverture de CLIENTS-FILE impossible (statut "
            WS-CLIENT-STATUS ")."
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- SUCCESSIONS ---"
        DISPLAY "1. Ouvrir la succession d'un client décédé ou"
            " réappliquer ses mesures (superviseur)"
        DISPLAY "2. Editer le certificat de succession"
        DISPLAY "3. Règlement au notaire (superviseur, double"
            " contrôle)"
        DISPLAY "4. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM OUVRIR-SUCCESSION
            WHEN 2
                PERFORM EDITER-CERTIFICAT
            WHEN 3
                PERFORM REGLER-NOTAIRE
            WHEN 4
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE CLIENTS-FILE.
    GOBACK.

LIRE-CLIENT.
    DISPLAY "Identifiant client : ".
    ACCEPT WS-CLIENT-SAISI.
    MOVE WS-CLIENT-SAISI TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Fiche client introuvable : " WS-CLIENT-SAISI
    END-IF.

OUVRIR-SUCCESSION.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-CLIENT.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF DATE-DECES-CLIENT NOT = SPACES
        DISPLAY "Succession déjà ouverte (décès au "
            DATE-DECES-CLIENT ")."
        DISPLAY "Réappliquer les blocages et mesures de succession"
            " (O/N) : "
        ACCEPT WS-CONFIRMATION
        IF WS-CONFIRMATION = 'O'
            MOVE DATE-DECES-CLIENT TO WS-DATE-DECES
            PERFORM APPLIQUER-MESURES-SUCCESSION
        END-IF
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Client : " NOM-CLIENT.
    DISPLAY "Date du décès (AAAAMMJJ) : ".
    ACCEPT WS-DATE-DECES-SAISIE.
    MOVE WS-DATE-DECES-SAISIE TO WS-DATE-A-CONTROLER.
    PERFORM CONTROLER-DATE.
    IF WS-DATE-VALIDE = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-DECES-SAISIE > WS-DATE-DU-JOUR
        DISPLAY "La date du décès ne peut pas être future."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Bloquer tous les comptes et produits de ce client"
        " (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Ouverture de succession abandonnée."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-DATE-DECES-SAISIE TO DATE-DECES-CLIENT.
    REWRITE CLIENT-RECORD.
    IF WS-CLIENT-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-CLIENT-SAISI WS-PROGRAMME
            WS-CLIENT-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Date de décès non enregistrée : " WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DATE-DECES-SAISIE TO WS-DATE-DECES.
    PERFORM APPLIQUER-MESURES-SUCCESSION.

*> Les cinq passes de protection, communes à l'ouverture et à la
*> réapplication sur une succession déjà ouverte.
APPLIQUER-MESURES-SUCCESSION.
    PERFORM BLOQUER-COMPTES.
    PERFORM SUSPENDRE-VIREMENTS-PERMANENTS.
    PERFORM OPPOSER-CHEQUES.
    PERFORM MODIFIER-DEPOTS-TERME.
    PERFORM REVOQUER-INTERVENTIONS.

    DISPLAY "Mesures de succession appliquées pour " WS-CLIENT-SAISI
        " (décès au " WS-DATE-DECES ") :".
    DISPLAY "  comptes bloqués             : " WS-NB-COMPTES-BLOQUES.
    DISPLAY "  virements permanents suspendus : "
        WS-NB-ORDRES-SUSPENDUS.
    DISPLAY "  chèques mis en opposition   : " WS-NB-OPPOSITIONS.
    DISPLAY "  dépôts à terme passés en versement : "
        WS-NB-DAT-MODIFIES.
    DISPLAY "  procurations et co-titularités révoquées : "
        WS-NB-INTERV-REVOQUES.

*> Bloque chaque compte du client et retient sa liste pour les
*> passes suivantes. Un compte déjà bloqué reste listé.
BLOQUER-COMPTES.
    MOVE 0 TO WS-NB-COMPTES-BLOQUES.
    MOVE 0 TO WS-NB-COMPTES-SUCCESSION.
    OPEN I-O COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS ") : comptes NON bloqués, à reprendre."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-CLIENT-SAISI TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ID-CLIENT OF COMPTE-RECORD NOT = WS-CLIENT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM RETENIR-COMPTE
                    PERFORM BLOQUER-COMPTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COMPTES-FILE.

BLOQUER-COMPTE.
    IF STATUT-COMPTE = 'B'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'B' TO STATUT-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS = '00'
        ADD 1 TO WS-NB-COMPTES-BLOQUES
        CALL 'journaliser' USING NUMERO-COMPTE "SUCCESSION"
            WS-ZERO SOLDE-COMPTE LK-OPERATEUR
    ELSE
        CALL 'traiter_erreur' USING NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Blocage en échec sur " NUMERO-COMPTE " : "
            WS-MESSAGE-ERREUR
    END-IF.

RETENIR-COMPTE.
    IF WS-NB-COMPTES-SUCCESSION < 50
        ADD 1 TO WS-NB-COMPTES-SUCCESSION
        SET IDX-CS TO WS-NB-COMPTES-SUCCESSION
        MOVE NUMERO-COMPTE TO WS-CS-NUMERO(IDX-CS)
        MOVE DEVISE TO WS-CS-DEVISE(IDX-CS)
    ELSE
        DISPLAY "Plus de 50 comptes pour ce client : compte "
            NUMERO-COMPTE " à reprendre à la main."
    END-IF.

*> Charge la liste des comptes du client sans les modifier (certificat
*> et règlement d'une succession déjà ouverte).
CHARGER-COMPTES-CLIENT.
    MOVE 0 TO WS-NB-COMPTES-SUCCESSION.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-CLIENT-SAISI TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ID-CLIENT OF COMPTE-RECORD NOT = WS-CLIENT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM RETENIR-COMPTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COMPTES-FILE.

*> Dit si WS-COMPTE-SAISI est un compte du défunt.
CHERCHER-COMPTE-DEFUNT.
    MOVE 'N' TO WS-COMPTE-DU-DEFUNT.
    PERFORM VARYING IDX-CS FROM 1 BY 1
        UNTIL IDX-CS > WS-NB-COMPTES-SUCCESSION
        IF WS-CS-NUMERO(IDX-CS) = WS-COMPTE-SAISI
            MOVE 'O' TO WS-COMPTE-DU-DEFUNT
        END-IF
    END-PERFORM.

SUSPENDRE-VIREMENTS-PERMANENTS.
    MOVE 0 TO WS-NB-ORDRES-SUSPENDUS.
    OPEN I-O VIREMENTS-PERMANENTS-FILE.
    IF WS-VP-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ VIREMENTS-PERMANENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF VP-STATUT = 'A'
                    MOVE VP-COMPTE-SOURCE TO WS-COMPTE-SAISI
                    PERFORM CHERCHER-COMPTE-DEFUNT
                    IF WS-COMPTE-DU-DEFUNT = 'O'
                        MOVE 'S' TO VP-STATUT
                        REWRITE VIREMENT-PERMANENT-RECORD
                        IF WS-VP-STATUS = '00'
                            ADD 1 TO WS-NB-ORDRES-SUSPENDUS
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VIREMENTS-PERMANENTS-FILE.

*> Chaque numéro des chéquiers délivrés qui n'a été ni payé
*> (CHEQUES-PAYES-FILE) ni déjà mis en opposition reçoit une
*> opposition active au motif de la succession.
OPPOSER-CHEQUES.
    MOVE 0 TO WS-NB-OPPOSITIONS.
    OPEN INPUT CHEQUIERS-FILE.
    IF WS-CHQ-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O OPPOSITIONS-CHEQUES-FILE.
    IF WS-OPP-STATUS = '35'
        OPEN OUTPUT OPPOSITIONS-CHEQUES-FILE
        CLOSE OPPOSITIONS-CHEQUES-FILE
        OPEN I-O OPPOSITIONS-CHEQUES-FILE
    END-IF.
    IF WS-OPP-STATUS NOT = '00'
        DISPLAY "Ouverture de OPPOSITIONS-CHEQUES-FILE impossible"
            " (statut " WS-OPP-STATUS ") : chèques NON opposés."
        CLOSE CHEQUIERS-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CHEQUES-PAYES-FILE.

    PERFORM VARYING IDX-CS FROM 1 BY 1
        UNTIL IDX-CS > WS-NB-COMPTES-SUCCESSION
        MOVE 'N' TO WS-FIN-CHEQUIERS
        MOVE WS-CS-NUMERO(IDX-CS) TO CHQ-NUMERO-COMPTE
        MOVE 0 TO CHQ-NUMERO-DEBUT
        START CHEQUIERS-FILE KEY IS >= CHQ-CLE
            INVALID KEY MOVE 'O' TO WS-FIN-CHEQUIERS
        END-START
        PERFORM UNTIL WS-FIN-CHEQUIERS = 'O'
            READ CHEQUIERS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-CHEQUIERS
                NOT AT END
                    IF CHQ-NUMERO-COMPTE NOT = WS-CS-NUMERO(IDX-CS)
                        MOVE 'O' TO WS-FIN-CHEQUIERS
                    ELSE
                        PERFORM OPPOSER-CHEQUIER
                    END-IF
            END-READ
        END-PERFORM
    END-PERFORM.

    IF WS-CP-STATUS = '00'
        CLOSE CHEQUES-PAYES-FILE
    END-IF.
    CLOSE OPPOSITIONS-CHEQUES-FILE.
    CLOSE CHEQUIERS-FILE.

OPPOSER-CHEQUIER.
    PERFORM VARYING WS-NUMERO-CHEQUE FROM CHQ-NUMERO-DEBUT BY 1
        UNTIL WS-NUMERO-CHEQUE > CHQ-NUMERO-FIN
        PERFORM OPPOSER-CHEQUE
    END-PERFORM.

OPPOSER-CHEQUE.
    IF WS-CP-STATUS = '00' OR WS-CP-STATUS = '23'
        MOVE CHQ-NUMERO-COMPTE TO CP-NUMERO-COMPTE
        MOVE WS-NUMERO-CHEQUE TO CP-NUMERO-CHEQUE
        READ CHEQUES-PAYES-FILE KEY IS CP-CLE
        IF WS-CP-STATUS = '00'
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE CHQ-NUMERO-COMPTE TO OPP-NUMERO-COMPTE.
    MOVE WS-NUMERO-CHEQUE TO OPP-NUMERO-CHEQUE.
    READ OPPOSITIONS-CHEQUES-FILE KEY IS OPP-CLE.
    IF WS-OPP-STATUS = '00' AND OPP-STATUT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE CHQ-NUMERO-COMPTE TO OPP-NUMERO-COMPTE.
    MOVE WS-NUMERO-CHEQUE TO OPP-NUMERO-CHEQUE.
    MOVE "SUCCESSION - DECES TITULAIRE" TO OPP-MOTIF.
    MOVE WS-DATE-DU-JOUR TO OPP-DATE-POSE.
    MOVE LK-OPERATEUR TO OPP-OPERATEUR.
    MOVE 'O' TO OPP-STATUT.
    MOVE SPACES TO OPP-OPERATEUR-LEVEE.
    MOVE SPACES TO OPP-DATE-LEVEE.
    IF WS-OPP-STATUS = '00'
        REWRITE OPPOSITION-CHEQUE-RECORD
    ELSE
        WRITE OPPOSITION-CHEQUE-RECORD
    END-IF.
    IF WS-OPP-STATUS = '00'
        ADD 1 TO WS-NB-OPPOSITIONS
    END-IF.

MODIFIER-DEPOTS-TERME.
    MOVE 0 TO WS-NB-DAT-MODIFIES.
    OPEN I-O DEPOTS-TERME-FILE.
    IF WS-DAT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ DEPOTS-TERME-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF DAT-STATUT = 'A' AND DAT-INSTRUCTION = 'R'
                    MOVE DAT-COMPTE-LIE TO WS-COMPTE-SAISI
                    PERFORM CHERCHER-COMPTE-DEFUNT
                    IF WS-COMPTE-DU-DEFUNT = 'O'
                        MOVE 'C' TO DAT-INSTRUCTION
                        REWRITE DEPOT-TERME-RECORD
                        IF WS-DAT-STATUS = '00'
                            ADD 1 TO WS-NB-DAT-MODIFIES
                            CALL 'journaliser' USING DAT-COMPTE-LIE
                                "DAT-SUCCESS" WS-ZERO WS-SOLDE-NUL
                                LK-OPERATEUR
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPOTS-TERME-FILE.

*> Le défunt cesse d'intervenir sur les comptes d'autres titulaires
*> à la date du décès.
REVOQUER-INTERVENTIONS.
    MOVE 0 TO WS-NB-INTERV-REVOQUES.
    OPEN I-O INTERVENANTS-FILE.
    IF WS-INT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-CLIENT-SAISI TO INT-ID-CLIENT.
    START INTERVENANTS-FILE KEY IS = INT-ID-CLIENT
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF INT-ID-CLIENT NOT = WS-CLIENT-SAISI
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF INT-STATUT = 'A'
                        PERFORM REVOQUER-INTERVENTION
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INTERVENANTS-FILE.

REVOQUER-INTERVENTION.
    MOVE 'R' TO INT-STATUT.
    MOVE WS-DATE-DECES TO INT-DATE-FIN.
    MOVE WS-DATE-DU-JOUR TO INT-DATE-REVOCATION.
    MOVE LK-OPERATEUR TO INT-OPERATEUR-REVOCATION.
    REWRITE INTERVENANT-RECORD.
    IF WS-INT-STATUS = '00'
        ADD 1 TO WS-NB-INTERV-REVOQUES
        CALL 'journaliser' USING INT-NUMERO-COMPTE "INTERV-REVOC"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    END-IF.

*>----------------------------------------------------------------
*> Certificat de succession
*>----------------------------------------------------------------
EDITER-CERTIFICAT.
    PERFORM LIRE-CLIENT.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF DATE-DECES-CLIENT = SPACES
        DISPLAY "Aucune succession ouverte pour ce client."
        EXIT PARAGRAPH
    END-IF.
    MOVE DATE-DECES-CLIENT TO WS-DATE-DECES.
    PERFORM CHARGER-COMPTES-CLIENT.
    MOVE 0 TO WS-NB-TOTAUX.

    MOVE SPACES TO WS-NOM-CERTIFICAT.
    STRING "certificat_succession_" DELIMITED BY SIZE
        WS-CLIENT-SAISI DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO WS-NOM-CERTIFICAT.
    OPEN OUTPUT CERTIFICAT-FILE.
    IF WS-CERT-STATUS NOT = '00'
        DISPLAY "Création du certificat impossible (statut "
            WS-CERT-STATUS ")."
        EXIT PARAGRAPH
    END-IF.

    MOVE "=================================================="
        TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE SPACES TO CERTIFICAT-LIGNE.
    STRING "CERTIFICAT DE SUCCESSION - édité le " WS-DATE-DU-JOUR
        DELIMITED BY SIZE INTO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE SPACES TO CERTIFICAT-LIGNE.
    STRING "Défunt  : " WS-CLIENT-SAISI " " NOM-CLIENT
        DELIMITED BY SIZE INTO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE SPACES TO CERTIFICAT-LIGNE.
    STRING "Adresse : " ADRESSE-CLIENT
        DELIMITED BY SIZE INTO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE SPACES TO CERTIFICAT-LIGNE.
    STRING "Date du décès : " WS-DATE-DECES
        " - soldes au soir de cette date"
        DELIMITED BY SIZE INTO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.

    MOVE "COMPTES (solde au décès, intérêts créditeurs compris ;"
        & " agios courus non prélevés)" TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE "  Compte      Type        Dev  Solde au décès     "
        & "Agios courus" TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    OPEN INPUT COMPTES-FILE.
    OPEN INPUT AGIOS-FILE.
    PERFORM VARYING IDX-CS FROM 1 BY 1
        UNTIL IDX-CS > WS-NB-COMPTES-SUCCESSION
        PERFORM CERTIFIER-COMPTE
    END-PERFORM.
    IF WS-AGI-STATUS = '00'
        CLOSE AGIOS-FILE
    END-IF.
    CLOSE COMPTES-FILE.

    MOVE "DEPOTS A TERME (principal et intérêt couru au décès)"
        TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE "  Contrat Compte      Dev  Principal          "
        & "Intérêt couru      Echéance" TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    PERFORM CERTIFIER-DEPOTS-TERME.

    MOVE "BLOCAGES OUVERTS AU DECES" TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE "  Compte      Montant            Posé le   Motif"
        TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    PERFORM CERTIFIER-BLOCAGES.

    MOVE "TOTAUX PAR DEVISE :" TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    PERFORM VARYING IDX-TS FROM 1 BY 1 UNTIL IDX-TS > WS-NB-TOTAUX
        MOVE WS-TS-DEVISE(IDX-TS) TO WS-LT-DEVISE
        MOVE WS-TS-COMPTES(IDX-TS) TO WS-LT-COMPTES
        MOVE WS-TS-AGIOS(IDX-TS) TO WS-LT-AGIOS
        MOVE WS-TS-DAT(IDX-TS) TO WS-LT-DAT
        MOVE WS-LIGNE-TOTAL TO CERTIFICAT-LIGNE
        WRITE CERTIFICAT-LIGNE
        MOVE WS-TS-INTERETS-DAT(IDX-TS) TO WS-LT-INTERETS-DAT
        MOVE WS-TS-BLOQUE(IDX-TS) TO WS-LT-BLOQUE
        MOVE WS-LIGNE-TOTAL-SUITE TO CERTIFICAT-LIGNE
        WRITE CERTIFICAT-LIGNE
    END-PERFORM.
    CLOSE CERTIFICAT-FILE.
    IF WS-NB-COMPTES-SUCCESSION > 0
        CALL 'journaliser' USING WS-CS-NUMERO(1) "CERTIF-SUCC"
            WS-ZERO WS-SOLDE-NUL LK-OPERATEUR
    END-IF.
    DISPLAY "Certificat de succession édité : " WS-NOM-CERTIFICAT.

CERTIFIER-COMPTE.
    MOVE WS-CS-NUMERO(IDX-CS) TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_solde_historique' USING NUMERO-COMPTE
        WS-DATE-DECES WS-SOLDE-DECES WS-SOLDE-TROUVE.
    MOVE 0 TO WS-AGIOS-COURUS.
    IF WS-AGI-STATUS = '00' OR WS-AGI-STATUS = '23'
        MOVE NUMERO-COMPTE TO AGI-NUMERO-COMPTE
        READ AGIOS-FILE KEY IS AGI-NUMERO-COMPTE
        IF WS-AGI-STATUS = '00'
            COMPUTE WS-AGIOS-COURUS ROUNDED =
                AGI-INTERETS-AUTORISES + AGI-INTERETS-DEPASSEMENT
        END-IF
    END-IF.
    MOVE NUMERO-COMPTE TO WS-LC-COMPTE.
    MOVE TYPE-COMPTE TO WS-LC-TYPE.
    MOVE DEVISE TO WS-LC-DEVISE.
    MOVE WS-SOLDE-DECES TO WS-LC-SOLDE.
    MOVE WS-AGIOS-COURUS TO WS-LC-AGIOS.
    MOVE WS-LIGNE-COMPTE TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE DEVISE TO WS-DEVISE-CUMUL.
    PERFORM TROUVER-TOTAL-DEVISE.
    IF WS-CUMUL-FAIT = 'O'
        ADD WS-SOLDE-DECES TO WS-TS-COMPTES(IDX-TS)
        ADD WS-AGIOS-COURUS TO WS-TS-AGIOS(IDX-TS)
    END-IF.

*> Intérêt couru prorata temporis du début du contrat au décès, même
*> calcul que la rupture anticipée de gerer_depots_terme mais sans
*> pénalité : le contrat n'est pas rompu par le décès.
CERTIFIER-DEPOTS-TERME.
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
                MOVE DAT-COMPTE-LIE TO WS-COMPTE-SAISI
                PERFORM CHERCHER-COMPTE-DEFUNT
                IF WS-COMPTE-DU-DEFUNT = 'O' AND DAT-STATUT = 'A'
                    AND DAT-DATE-DEBUT NOT > WS-DATE-DECES
                    PERFORM CERTIFIER-DEPOT-TERME
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPOTS-TERME-FILE.

CERTIFIER-DEPOT-TERME.
    COMPUTE WS-JOURS-TOTAUX =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-ECHEANCE))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-DEBUT)).
    COMPUTE WS-JOURS-COURUS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DECES))
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
    MOVE DAT-NUMERO-CONTRAT TO WS-LD-CONTRAT.
    MOVE DAT-COMPTE-LIE TO WS-LD-COMPTE.
    MOVE DAT-DEVISE TO WS-LD-DEVISE.
    MOVE DAT-PRINCIPAL TO WS-LD-PRINCIPAL.
    MOVE WS-INTERET-COURU TO WS-LD-INTERET.
    MOVE DAT-DATE-ECHEANCE TO WS-LD-ECHEANCE.
    MOVE WS-LIGNE-DAT TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE DAT-DEVISE TO WS-DEVISE-CUMUL.
    PERFORM TROUVER-TOTAL-DEVISE.
    IF WS-CUMUL-FAIT = 'O'
        ADD DAT-PRINCIPAL TO WS-TS-DAT(IDX-TS)
        ADD WS-INTERET-COURU TO WS-TS-INTERETS-DAT(IDX-TS)
    END-IF.

*> Blocages posés au plus tard le jour du décès et encore en vigueur
*> ce jour-là (non levés avant, non expirés).
CERTIFIER-BLOCAGES.
    OPEN INPUT BLOCAGES-FILE.
    IF WS-BLO-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING IDX-CS FROM 1 BY 1
        UNTIL IDX-CS > WS-NB-COMPTES-SUCCESSION
        MOVE 'N' TO WS-FIN-FICHIER
        MOVE WS-CS-NUMERO(IDX-CS) TO BLO-NUMERO-COMPTE
        MOVE 0 TO BLO-SEQUENCE
        START BLOCAGES-FILE KEY IS >= BLO-CLE
            INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
        END-START
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ BLOCAGES-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    IF BLO-NUMERO-COMPTE NOT = WS-CS-NUMERO(IDX-CS)
                        MOVE 'O' TO WS-FIN-FICHIER
                    ELSE
                        PERFORM CERTIFIER-BLOCAGE
                    END-IF
            END-READ
        END-PERFORM
    END-PERFORM.
    CLOSE BLOCAGES-FILE.

CERTIFIER-BLOCAGE.
    IF BLO-DATE-POSE > WS-DATE-DECES
        EXIT PARAGRAPH
    END-IF.
    IF BLO-STATUT = 'L' AND BLO-DATE-LEVEE NOT > WS-DATE-DECES
        EXIT PARAGRAPH
    END-IF.
    IF BLO-DATE-EXPIRATION NOT = SPACES
        AND BLO-DATE-EXPIRATION < WS-DATE-DECES
        EXIT PARAGRAPH
    END-IF.
    MOVE BLO-NUMERO-COMPTE TO WS-LB-COMPTE.
    MOVE BLO-MONTANT TO WS-LB-MONTANT.
    MOVE BLO-DATE-POSE TO WS-LB-DATE-POSE.
    MOVE BLO-MOTIF TO WS-LB-MOTIF.
    MOVE WS-LIGNE-BLOCAGE TO CERTIFICAT-LIGNE.
    WRITE CERTIFICAT-LIGNE.
    MOVE WS-CS-DEVISE(IDX-CS) TO WS-DEVISE-CUMUL.
    PERFORM TROUVER-TOTAL-DEVISE.
    IF WS-CUMUL-FAIT = 'O'
        ADD BLO-MONTANT TO WS-TS-BLOQUE(IDX-TS)
    END-IF.

*> Positionne IDX-TS sur la ligne de WS-DEVISE-CUMUL, créée au
*> besoin ; WS-CUMUL-FAIT = N si la table est pleine.
TROUVER-TOTAL-DEVISE.
    MOVE 'N' TO WS-CUMUL-FAIT.
    PERFORM VARYING IDX-TS FROM 1 BY 1
        UNTIL IDX-TS > WS-NB-TOTAUX OR WS-CUMUL-FAIT = 'O'
        IF WS-TS-DEVISE(IDX-TS) = WS-DEVISE-CUMUL
            MOVE 'O' TO WS-CUMUL-FAIT
        END-IF
    END-PERFORM.
    IF WS-CUMUL-FAIT = 'O'
        SET IDX-TS DOWN BY 1
        EXIT PARAGRAPH
    END-IF.
    IF WS-NB-TOTAUX < 20
        ADD 1 TO WS-NB-TOTAUX
        SET IDX-TS TO WS-NB-TOTAUX
        MOVE WS-DEVISE-CUMUL TO WS-TS-DEVISE(IDX-TS)
        MOVE 0 TO WS-TS-COMPTES(IDX-TS)
        MOVE 0 TO WS-TS-AGIOS(IDX-TS)
        MOVE 0 TO WS-TS-DAT(IDX-TS)
        MOVE 0 TO WS-TS-INTERETS-DAT(IDX-TS)
        MOVE 0 TO WS-TS-BLOQUE(IDX-TS)
        MOVE 'O' TO WS-CUMUL-FAIT
    END-IF.

*>----------------------------------------------------------------
*> Règlement au notaire
*>----------------------------------------------------------------
REGLER-NOTAIRE.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIRE-CLIENT.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF DATE-DECES-CLIENT = SPACES
        DISPLAY "Aucune succession ouverte pour ce client."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Compte du défunt à régler : ".
    ACCEPT WS-COMPTE-SAISI.
    OPEN INPUT COMPTES-FILE.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    CLOSE COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-COMPTE-SAISI WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    IF ID-CLIENT OF COMPTE-RECORD NOT = WS-CLIENT-SAISI
        DISPLAY "Ce compte n'appartient pas au défunt."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Code bénéficiaire du notaire (enregistré au nom du"
        " défunt) : ".
    ACCEPT WS-CODE-SAISI.
    OPEN INPUT BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00'
        DISPLAY "Aucun bénéficiaire enregistré."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CLIENT-SAISI TO BEN-ID-CLIENT.
    MOVE WS-CODE-SAISI TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    CLOSE BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00' OR BEN-STATUT NOT = 'A'
        DISPLAY "Bénéficiaire introuvable ou désactivé : l'enregistrer"
            " d'abord (virements externes)."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Notaire : " BEN-NOM " (" BEN-BANQUE-EXTERNE " "
        BEN-COMPTE-EXTERNE ").".

    DISPLAY "Montant à verser (en " DEVISE ") : ".
    ACCEPT WS-MONTANT-SAISI.
    IF WS-MONTANT-SAISI NOT > 0
        DISPLAY "Le montant à verser doit être positif."
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    COMPUTE WS-DISPONIBLE = SOLDE-COMPTE - WS-TOTAL-BLOQUE.
    IF WS-MONTANT-SAISI > WS-DISPONIBLE
        DISPLAY "Montant supérieur au disponible de la succession ("
            WS-DISPONIBLE ", blocages déduits)."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-BEN-DESTINATION.
    MOVE WS-CODE-SAISI TO WS-BEN-DESTINATION.
    CALL 'mettre_en_attente' USING WS-COMPTE-SAISI "VIR-NOTAIRE"
        WS-BEN-DESTINATION WS-MONTANT-SAISI DEVISE LK-OPERATEUR
        WS-DEPOSEE.
    IF WS-DEPOSEE = 'O'
        DISPLAY "Règlement au notaire déposé en validation : un"
            " second superviseur doit le valider"
            " (valider_operations)."
    END-IF.

CONTROLER-DATE.
    MOVE 'O' TO WS-DATE-VALIDE.
    IF WS-DATE-A-CONTROLER NOT NUMERIC
        OR WS-DATE-A-CONTROLER(5:2) < '01'
        OR WS-DATE-A-CONTROLER(5:2) > '12'
        OR WS-DATE-A-CONTROLER(7:2) < '01'
        OR WS-DATE-A-CONTROLER(7:2) > '31'
        DISPLAY "Date invalide : AAAAMMJJ attendu."
        MOVE 'N' TO WS-DATE-VALIDE
    END-IF.
