IDENTIFICATION DIVISION.
PROGRAM-ID. traiter_requetes_web.

*> Interface requête/réponse de la banque en ligne : le frontal web
*> dépose ses requêtes dans requetes_web.txt (format fixe, une ligne
*> par requête), lance ce programme et relit les réponses dans
*> reponses_web.txt. Chaque réponse est faite de lignes de détail
*> portant la référence de la requête, suivies d'une ligne 99 qui
*> donne le résultat (OK ou KO, motif, libellé, nombre de lignes).
*> Requêtes :
*>   SOLDE  = solde, blocages (consulter_blocages), solde disponible
*>            et montant encore débitable (solde minimum du type ou
*>            découvert autorisé, consulter_decouvert) d'un compte,
*>            ou de chacun des comptes dont le client est titulaire
*>            si aucun compte n'est donné (lignes 10) ;
*>   MVTS   = les N derniers mouvements du journal d'un compte, du
*>            plus récent au plus ancien (10 par défaut, 50 au plus,
*>            lignes 20) ;
*>   BENEF  = bénéficiaires du client, ou du titulaire du compte
*>            donné (lignes 30) ;
*>   VIRINT = virement vers un autre compte de la banque ;
*>   VIREXT = virement vers un bénéficiaire actif du titulaire.
*> Les ordres ne sont jamais passés ici : ils sont déposés dans
*> ATTENTE-FILE (mettre_en_attente, types VIREMENT et VIR-EXTERNE,
*> demandeur WEB) et ne mouvementent le compte qu'à la validation
*> d'un superviseur dans valider_operations (ligne 40). Ils sont donc
*> acceptés même pendant la chaîne de nuit. Les contrôles du guichet
*> sont repris à la saisie : pouvoir du client sur le compte
*> (verifier_pouvoir ; une signature conjointe ne se donne pas en
*> ligne), compte ni bloqué ni dormant, titulaire vivant, fonds
*> disponibles blocages déduits.
*> Authentification de chaque requête par l'identifiant client et le
*> code secret de l'accès web (ACCES-WEB-FILE, voir ACCWEB.CPY), sans
*> lien avec les fiches opérateurs ; trois codes faux verrouillent
*> l'accès jusqu'au déverrouillage au guichet (gerer_clients). Un
*> compte auquel le client n'a pas pouvoir est répondu inconnu.
*> Chaque requête, acceptée ou non, est inscrite au journal des accès
*> web journal_acces_web.txt (date, heure, référence, client, type,
*> compte, résultat) ; le code secret n'y figure jamais.
*> RETURN-CODE : 0 = requêtes traitées, 8 = abandon sur erreur
*> fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQUETES-FILE ASSIGN TO 'requetes_web.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.

    SELECT REPONSES-FILE ASSIGN TO 'reponses_web.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REP-STATUS.

    SELECT JOURNAL-WEB-FILE ASSIGN TO 'journal_acces_web.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JW-STATUS.

    SELECT ACCES-WEB-FILE ASSIGN TO 'acces_web.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WEB-ID-CLIENT
        FILE STATUS IS WS-WEB-STATUS.

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

    SELECT TRANSACTIONS-FILE ASSIGN TO 'transactions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRANS-CLE
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT BENEFICIAIRES-FILE ASSIGN TO 'beneficiaires.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BEN-CLE
        FILE STATUS IS WS-BEN-STATUS.

DATA DIVISION.
FILE SECTION.
FD REQUETES-FILE.
01 REQUETE-WEB.
   05 REQ-REFERENCE          PIC X(16).
   05 REQ-ID-CLIENT          PIC X(10).
   05 REQ-CODE-SECRET        PIC X(08).
   05 REQ-TYPE               PIC X(06).
   05 REQ-COMPTE             PIC X(10).
   05 REQ-NB-MOUVEMENTS      PIC X(03).
   05 REQ-COMPTE-DEST        PIC X(10).
   05 REQ-BEN-CODE           PIC X(06).
   05 REQ-MONTANT            PIC X(15).
   05 REQ-MONTANT-NUM REDEFINES REQ-MONTANT PIC 9(13)V99.

FD REPONSES-FILE.
01 REPONSE-WEB               PIC X(160).

FD JOURNAL-WEB-FILE.
01 JOURNAL-WEB-LIGNE         PIC X(132).

FD ACCES-WEB-FILE.
COPY ACCWEB.

FD CLIENTS-FILE.
COPY CLIENT.

FD COMPTES-FILE.
COPY COMPTE.

FD TRANSACTIONS-FILE.
COPY TRANSAC.

FD BENEFICIAIRES-FILE.
COPY BENEF.

WORKING-STORAGE SECTION.
01 WS-REQ-STATUS            PIC X(02).
01 WS-REP-STATUS            PIC X(02).
01 WS-JW-STATUS             PIC X(02).
01 WS-WEB-STATUS            PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-TRANS-STATUS          PIC X(02).
01 WS-BEN-STATUS            PIC X(02).
01 WS-TRANSACTIONS-PRESENT  PIC X(01) VALUE 'N'.
01 WS-BENEF-PRESENT         PIC X(01) VALUE 'N'.
01 WS-FIN-REQUETES          PIC X(01).
01 WS-FIN-FICHIER           PIC X(01).
01 WS-DATE-DU-JOUR          PIC X(08).
01 WS-HEURE                 PIC X(06).
01 WS-OPERATEUR-WEB         PIC X(08) VALUE "WEB".
01 WS-PROGRAMME             PIC X(15) VALUE "requetes_web".
01 WS-MESSAGE-ERREUR        PIC X(50).

01 WS-AUTHENTIFIE           PIC X(01).
01 WS-COMPTE-AUTORISE       PIC X(01).
01 WS-POUVOIR               PIC X(01).
01 WS-NB-SIGNATAIRES        PIC 9(2).
01 WS-ID-TITULAIRE          PIC X(10).
01 WS-NB-DEMANDES           PIC 9(3).
01 WS-NB-LUS                PIC 9(3).

*> Résultat de la requête en cours (ligne 99).
01 WS-CODE-RETOUR           PIC X(02).
01 WS-MOTIF                 PIC X(08).
01 WS-LIBELLE               PIC X(60).
01 WS-NB-LIGNES             PIC 9(4).

*> Compte en cours de valorisation.
01 WS-TOTAL-BLOQUE          PIC S9(13)V99.
01 WS-SOLDE-MINIMUM         PIC S9(9)V99.
01 WS-TAUX-INTERET          PIC 9V9(4).
01 WS-FRAIS-MENSUEL         PIC 9(7)V99.
01 WS-TYPE-TROUVE           PIC X(01).
01 WS-DISPONIBLE            PIC S9(13)V99.
01 WS-DEBITABLE             PIC S9(13)V99.

*> Ordre déposé dans ATTENTE-FILE.
01 WS-COMPTE-SOURCE         PIC X(10).
01 WS-DEVISE-SOURCE         PIC X(03).
01 WS-TYPE-ATTENTE          PIC X(12).
01 WS-DESTINATION-ATTENTE   PIC X(10).
01 WS-MONTANT-ORDRE         PIC S9(13)V99.
01 WS-DEPOSEE               PIC X(01).

*> Compteurs du passage.
01 WS-NB-REQUETES           PIC 9(6) VALUE 0.
01 WS-NB-ACCEPTEES          PIC 9(6) VALUE 0.
01 WS-NB-REFUSEES           PIC 9(6) VALUE 0.

01 WS-LIGNE-SOLDE.
   05 FILLER                PIC X(02) VALUE "10".
   05 WS-LSO-REFERENCE      PIC X(16).
   05 WS-LSO-COMPTE         PIC X(10).
   05 WS-LSO-TYPE           PIC X(10).
   05 WS-LSO-DEVISE         PIC X(03).
   05 WS-LSO-STATUT         PIC X(01).
   05 WS-LSO-SOLDE          PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 WS-LSO-BLOQUE         PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 WS-LSO-DISPONIBLE     PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 WS-LSO-DEBITABLE      PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 WS-LSO-DATE           PIC X(08).
   05 FILLER                PIC X(46) VALUE SPACES.

01 WS-LIGNE-MOUVEMENT.
   05 FILLER                PIC X(02) VALUE "20".
   05 WS-LMV-REFERENCE      PIC X(16).
   05 WS-LMV-COMPTE         PIC X(10).
   05 WS-LMV-SEQUENCE       PIC 9(06).
   05 WS-LMV-DATE           PIC X(08).
   05 WS-LMV-HEURE          PIC X(06).
   05 WS-LMV-TYPE           PIC X(12).
   05 WS-LMV-MONTANT        PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 WS-LMV-SOLDE-APRES    PIC S9(13)V99 SIGN LEADING SEPARATE.
   05 FILLER                PIC X(68) VALUE SPACES.

01 WS-LIGNE-BENEFICIAIRE.
   05 FILLER                PIC X(02) VALUE "30".
   05 WS-LBE-REFERENCE      PIC X(16).
   05 WS-LBE-CODE           PIC X(06).
   05 WS-LBE-NOM            PIC X(30).
   05 WS-LBE-BANQUE         PIC X(11).
   05 WS-LBE-COMPTE         PIC X(34).
   05 WS-LBE-STATUT         PIC X(01).
   05 FILLER                PIC X(60) VALUE SPACES.

01 WS-LIGNE-ORDRE.
   05 FILLER                PIC X(02) VALUE "40".
   05 WS-LOR-REFERENCE      PIC X(16).
   05 WS-LOR-COMPTE         PIC X(10).
   05 WS-LOR-TYPE           PIC X(12).
   05 WS-LOR-DESTINATION    PIC X(10).
   05 WS-LOR-MONTANT        PIC 9(13)V99.
   05 WS-LOR-DEVISE         PIC X(03).
   05 WS-LOR-DATE           PIC X(08).
   05 FILLER                PIC X(84) VALUE SPACES.

01 WS-LIGNE-RESULTAT.
   05 FILLER                PIC X(02) VALUE "99".
   05 WS-LRE-REFERENCE      PIC X(16).
   05 WS-LRE-CODE-RETOUR    PIC X(02).
   05 WS-LRE-MOTIF          PIC X(08).
   05 WS-LRE-LIBELLE        PIC X(60).
   05 WS-LRE-NB-LIGNES      PIC 9(04).
   05 FILLER                PIC X(68) VALUE SPACES.

01 WS-LIGNE-JOURNAL.
   05 WS-LJ-DATE            PIC X(08).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-HEURE           PIC X(06).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-REFERENCE       PIC X(16).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-ID-CLIENT       PIC X(10).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-TYPE            PIC X(06).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-COMPTE          PIC X(10).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-MONTANT         PIC Z(12)9.99.
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-CODE-RETOUR     PIC X(02).
   05 FILLER                PIC X(01) VALUE SPACE.
   05 WS-LJ-MOTIF           PIC X(08).

PROCEDURE DIVISION.
DEBUT-REQUETES-WEB.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    OPEN INPUT REQUETES-FILE.
    IF WS-REQ-STATUS NOT = '00'
        DISPLAY "Aucune requête web à traiter (statut "
            WS-REQ-STATUS ")."
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O ACCES-WEB-FILE.
    IF WS-WEB-STATUS = '35'
        OPEN OUTPUT ACCES-WEB-FILE
        CLOSE ACCES-WEB-FILE
        OPEN I-O ACCES-WEB-FILE
    END-IF.
    IF WS-WEB-STATUS NOT = '00'
        DISPLAY "Ouverture de ACCES-WEB-FILE impossible (statut "
            WS-WEB-STATUS "). Requêtes non traitées."
        CLOSE REQUETES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Ouverture de CLIENTS-FILE impossible (statut "
            WS-CLIENT-STATUS "). Requêtes non traitées."
        CLOSE ACCES-WEB-FILE
        CLOSE REQUETES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Requêtes non traitées."
        CLOSE CLIENTS-FILE
        CLOSE ACCES-WEB-FILE
        CLOSE REQUETES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT TRANSACTIONS-FILE.
    IF WS-TRANS-STATUS = '00'
        MOVE 'O' TO WS-TRANSACTIONS-PRESENT
    END-IF.
    OPEN INPUT BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS = '00'
        MOVE 'O' TO WS-BENEF-PRESENT
    END-IF.

    OPEN OUTPUT REPONSES-FILE.
    OPEN EXTEND JOURNAL-WEB-FILE.
    IF WS-JW-STATUS = '35'
        OPEN OUTPUT JOURNAL-WEB-FILE
    END-IF.

    MOVE 'N' TO WS-FIN-REQUETES.
    PERFORM UNTIL WS-FIN-REQUETES = 'O'
        READ REQUETES-FILE
            AT END
                MOVE 'O' TO WS-FIN-REQUETES
            NOT AT END
                PERFORM TRAITER-REQUETE
        END-READ
    END-PERFORM.

    CLOSE JOURNAL-WEB-FILE.
    CLOSE REPONSES-FILE.
    IF WS-BENEF-PRESENT = 'O'
        CLOSE BENEFICIAIRES-FILE
    END-IF.
    IF WS-TRANSACTIONS-PRESENT = 'O'
        CLOSE TRANSACTIONS-FILE
    END-IF.
    CLOSE COMPTES-FILE.
    CLOSE CLIENTS-FILE.
    CLOSE ACCES-WEB-FILE.
    CLOSE REQUETES-FILE.

    DISPLAY "Requêtes web traitées : " WS-NB-REQUETES
        " (acceptées " WS-NB-ACCEPTEES ", refusées "
        WS-NB-REFUSEES ").".
    MOVE 0 TO RETURN-CODE.
    GOBACK.

TRAITER-REQUETE.
    ADD 1 TO WS-NB-REQUETES.
    MOVE "KO" TO WS-CODE-RETOUR.
    MOVE SPACES TO WS-MOTIF.
    MOVE SPACES TO WS-LIBELLE.
    MOVE 0 TO WS-NB-LIGNES.

    PERFORM AUTHENTIFIER-CLIENT.
    IF WS-AUTHENTIFIE = 'O'
        EVALUATE REQ-TYPE
            WHEN "SOLDE"
                PERFORM REPONDRE-SOLDE
            WHEN "MVTS"
                PERFORM REPONDRE-MOUVEMENTS
            WHEN "BENEF"
                PERFORM REPONDRE-BENEFICIAIRES
            WHEN "VIRINT"
                PERFORM DEPOSER-VIREMENT-INTERNE
            WHEN "VIREXT"
                PERFORM DEPOSER-VIREMENT-EXTERNE
            WHEN OTHER
                MOVE "TYPE" TO WS-MOTIF
                MOVE "Type de requête inconnu." TO WS-LIBELLE
        END-EVALUATE
    END-IF.

    IF WS-CODE-RETOUR = "OK"
        ADD 1 TO WS-NB-ACCEPTEES
    ELSE
        ADD 1 TO WS-NB-REFUSEES
    END-IF.
    MOVE REQ-REFERENCE TO WS-LRE-REFERENCE.
    MOVE WS-CODE-RETOUR TO WS-LRE-CODE-RETOUR.
    MOVE WS-MOTIF TO WS-LRE-MOTIF.
    MOVE WS-LIBELLE TO WS-LRE-LIBELLE.
    MOVE WS-NB-LIGNES TO WS-LRE-NB-LIGNES.
    WRITE REPONSE-WEB FROM WS-LIGNE-RESULTAT.
    PERFORM JOURNALISER-REQUETE.

JOURNALISER-REQUETE.
    MOVE WS-DATE-DU-JOUR TO WS-LJ-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LJ-HEURE.
    MOVE REQ-REFERENCE TO WS-LJ-REFERENCE.
    MOVE REQ-ID-CLIENT TO WS-LJ-ID-CLIENT.
    MOVE REQ-TYPE TO WS-LJ-TYPE.
    MOVE REQ-COMPTE TO WS-LJ-COMPTE.
    IF REQ-MONTANT-NUM NUMERIC
        MOVE REQ-MONTANT-NUM TO WS-LJ-MONTANT
    ELSE
        MOVE 0 TO WS-LJ-MONTANT
    END-IF.
    MOVE WS-CODE-RETOUR TO WS-LJ-CODE-RETOUR.
    MOVE WS-MOTIF TO WS-LJ-MOTIF.
    WRITE JOURNAL-WEB-LIGNE FROM WS-LIGNE-JOURNAL.

*> Identifiant client + code secret de l'accès web ; trois codes faux
*> verrouillent l'accès (compteur persistant sur la fiche d'accès).
*> Le client doit exister et être vivant.
AUTHENTIFIER-CLIENT.
    MOVE 'N' TO WS-AUTHENTIFIE.
    MOVE "AUTH" TO WS-MOTIF.
    MOVE "Identifiant ou code secret incorrect." TO WS-LIBELLE.
    IF REQ-ID-CLIENT = SPACES OR REQ-CODE-SECRET = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE REQ-ID-CLIENT TO WEB-ID-CLIENT.
    READ ACCES-WEB-FILE KEY IS WEB-ID-CLIENT.
    IF WS-WEB-STATUS NOT = '00' OR WEB-ACTIF NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF WEB-VERROUILLE = 'O'
        MOVE "VERROU" TO WS-MOTIF
        MOVE "Accès verrouillé : s'adresser à l'agence."
            TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    IF WEB-CODE-SECRET NOT = REQ-CODE-SECRET
        IF WEB-NB-ECHECS < 9
            ADD 1 TO WEB-NB-ECHECS
        END-IF
        IF WEB-NB-ECHECS >= 3
            MOVE 'O' TO WEB-VERROUILLE
            MOVE "VERROU" TO WS-MOTIF
            MOVE "Troisième échec : accès verrouillé." TO WS-LIBELLE
        END-IF
        REWRITE ACCES-WEB-RECORD
        EXIT PARAGRAPH
    END-IF.

    MOVE REQ-ID-CLIENT TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    IF DATE-DECES-CLIENT NOT = SPACES
        MOVE "DECES" TO WS-MOTIF
        MOVE "Accès suspendu : s'adresser à l'agence." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WEB-NB-ECHECS.
    MOVE WS-DATE-DU-JOUR TO WEB-DATE-ACCES.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WEB-HEURE-ACCES.
    REWRITE ACCES-WEB-RECORD.
    MOVE 'O' TO WS-AUTHENTIFIE.
    MOVE SPACES TO WS-MOTIF.
    MOVE SPACES TO WS-LIBELLE.

*> Le compte REQ-COMPTE est chargé et le client a pouvoir dessus
*> (titulaire, co-titulaire ou mandataire à la date du jour). Un
*> compte inconnu et un compte sans pouvoir reçoivent la même
*> réponse.
CONTROLER-COMPTE-CLIENT.
    MOVE 'N' TO WS-COMPTE-AUTORISE.
    MOVE "COMPTE" TO WS-MOTIF.
    MOVE "Compte inconnu." TO WS-LIBELLE.
    IF REQ-COMPTE = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE REQ-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        IF WS-FILE-STATUS NOT = '23'
            CALL 'traiter_erreur' USING REQ-COMPTE WS-PROGRAMME
                WS-FILE-STATUS WS-MESSAGE-ERREUR WS-OPERATEUR-WEB
        END-IF
        EXIT PARAGRAPH
    END-IF.
    CALL 'verifier_pouvoir' USING NUMERO-COMPTE
        ID-CLIENT OF COMPTE-RECORD REQ-ID-CLIENT WS-DATE-DU-JOUR
        WS-POUVOIR WS-NB-SIGNATAIRES.
    IF WS-POUVOIR = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO WS-COMPTE-AUTORISE.
    MOVE SPACES TO WS-MOTIF.
    MOVE SPACES TO WS-LIBELLE.

REPONDRE-SOLDE.
    IF REQ-COMPTE NOT = SPACES
        PERFORM CONTROLER-COMPTE-CLIENT
        IF WS-COMPTE-AUTORISE NOT = 'O'
            EXIT PARAGRAPH
        END-IF
        PERFORM ECRIRE-LIGNE-SOLDE
        MOVE "OK" TO WS-CODE-RETOUR
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE REQ-ID-CLIENT TO ID-CLIENT OF COMPTE-RECORD.
    START COMPTES-FILE KEY IS = ID-CLIENT OF COMPTE-RECORD
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ID-CLIENT OF COMPTE-RECORD NOT = REQ-ID-CLIENT
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM ECRIRE-LIGNE-SOLDE
                END-IF
        END-READ
    END-PERFORM.
    MOVE "OK" TO WS-CODE-RETOUR.
    IF WS-NB-LIGNES = 0
        MOVE "Aucun compte à votre nom." TO WS-LIBELLE
    END-IF.

*> Solde du compte chargé : disponible = solde moins blocages ;
*> débitable = disponible au-delà du solde minimum ou du découvert
*> autorisé, nul sur un compte bloqué ou dormant.
ECRIRE-LIGNE-SOLDE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-DISPONIBLE = SOLDE-COMPTE - WS-TOTAL-BLOQUE.
    COMPUTE WS-DEBITABLE = WS-DISPONIBLE - WS-SOLDE-MINIMUM.
    IF WS-DEBITABLE < 0 OR STATUT-COMPTE = 'B' OR STATUT-COMPTE = 'D'
        MOVE 0 TO WS-DEBITABLE
    END-IF.
    MOVE REQ-REFERENCE TO WS-LSO-REFERENCE.
    MOVE NUMERO-COMPTE TO WS-LSO-COMPTE.
    MOVE TYPE-COMPTE TO WS-LSO-TYPE.
    MOVE DEVISE TO WS-LSO-DEVISE.
    MOVE STATUT-COMPTE TO WS-LSO-STATUT.
    MOVE SOLDE-COMPTE TO WS-LSO-SOLDE.
    MOVE WS-TOTAL-BLOQUE TO WS-LSO-BLOQUE.
    MOVE WS-DISPONIBLE TO WS-LSO-DISPONIBLE.
    MOVE WS-DEBITABLE TO WS-LSO-DEBITABLE.
    MOVE WS-DATE-DU-JOUR TO WS-LSO-DATE.
    WRITE REPONSE-WEB FROM WS-LIGNE-SOLDE.
    ADD 1 TO WS-NB-LIGNES.

*> Lecture à rebours depuis la dernière séquence du compte, comme
*> detecter_comptes_dormants : les N premiers lus sont les N plus
*> récents.
REPONDRE-MOUVEMENTS.
    PERFORM CONTROLER-COMPTE-CLIENT.
    IF WS-COMPTE-AUTORISE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF REQ-NB-MOUVEMENTS NUMERIC
        MOVE REQ-NB-MOUVEMENTS TO WS-NB-DEMANDES
    ELSE
        MOVE 0 TO WS-NB-DEMANDES
    END-IF.
    IF WS-NB-DEMANDES = 0
        MOVE 10 TO WS-NB-DEMANDES
    END-IF.
    IF WS-NB-DEMANDES > 50
        MOVE 50 TO WS-NB-DEMANDES
    END-IF.
    MOVE "OK" TO WS-CODE-RETOUR.
    IF WS-TRANSACTIONS-PRESENT NOT = 'O'
        MOVE "Aucun mouvement." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-NB-LUS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE NUMERO-COMPTE TO TRANS-NUMERO-COMPTE.
    MOVE 999999 TO TRANS-SEQUENCE.
    START TRANSACTIONS-FILE KEY IS <= TRANS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        OR WS-NB-LUS >= WS-NB-DEMANDES
        READ TRANSACTIONS-FILE PREVIOUS RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF TRANS-NUMERO-COMPTE NOT = NUMERO-COMPTE
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    ADD 1 TO WS-NB-LUS
                    PERFORM ECRIRE-LIGNE-MOUVEMENT
                END-IF
        END-READ
    END-PERFORM.
    IF WS-NB-LIGNES = 0
        MOVE "Aucun mouvement." TO WS-LIBELLE
    END-IF.

ECRIRE-LIGNE-MOUVEMENT.
    MOVE REQ-REFERENCE TO WS-LMV-REFERENCE.
    MOVE TRANS-NUMERO-COMPTE TO WS-LMV-COMPTE.
    MOVE TRANS-SEQUENCE TO WS-LMV-SEQUENCE.
    MOVE TRANS-DATE TO WS-LMV-DATE.
    MOVE TRANS-HEURE TO WS-LMV-HEURE.
    MOVE TRANS-TYPE TO WS-LMV-TYPE.
    MOVE TRANS-MONTANT TO WS-LMV-MONTANT.
    MOVE TRANS-SOLDE-APRES TO WS-LMV-SOLDE-APRES.
    WRITE REPONSE-WEB FROM WS-LIGNE-MOUVEMENT.
    ADD 1 TO WS-NB-LIGNES.

*> Bénéficiaires du client, ou du titulaire principal du compte donné
*> (ceux vers lesquels le compte peut virer).
REPONDRE-BENEFICIAIRES.
    MOVE REQ-ID-CLIENT TO WS-ID-TITULAIRE.
    IF REQ-COMPTE NOT = SPACES
        PERFORM CONTROLER-COMPTE-CLIENT
        IF WS-COMPTE-AUTORISE NOT = 'O'
            EXIT PARAGRAPH
        END-IF
        MOVE ID-CLIENT OF COMPTE-RECORD TO WS-ID-TITULAIRE
    END-IF.
    MOVE "OK" TO WS-CODE-RETOUR.
    IF WS-BENEF-PRESENT NOT = 'O'
        MOVE "Aucun bénéficiaire." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.

    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE WS-ID-TITULAIRE TO BEN-ID-CLIENT.
    MOVE LOW-VALUES TO BEN-CODE.
    START BENEFICIAIRES-FILE KEY IS >= BEN-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ BENEFICIAIRES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF BEN-ID-CLIENT NOT = WS-ID-TITULAIRE
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    PERFORM ECRIRE-LIGNE-BENEFICIAIRE
                END-IF
        END-READ
    END-PERFORM.
    IF WS-NB-LIGNES = 0
        MOVE "Aucun bénéficiaire." TO WS-LIBELLE
    END-IF.

ECRIRE-LIGNE-BENEFICIAIRE.
    MOVE REQ-REFERENCE TO WS-LBE-REFERENCE.
    MOVE BEN-CODE TO WS-LBE-CODE.
    MOVE BEN-NOM TO WS-LBE-NOM.
    MOVE BEN-BANQUE-EXTERNE TO WS-LBE-BANQUE.
    MOVE BEN-COMPTE-EXTERNE TO WS-LBE-COMPTE.
    MOVE BEN-STATUT TO WS-LBE-STATUT.
    WRITE REPONSE-WEB FROM WS-LIGNE-BENEFICIAIRE.
    ADD 1 TO WS-NB-LIGNES.

*> Contrôles communs aux deux ordres sur le compte source, mêmes
*> règles qu'au guichet ; WS-COMPTE-AUTORISE reste à 'O' si l'ordre
*> peut être déposé.
CONTROLER-ORDRE.
    PERFORM CONTROLER-COMPTE-CLIENT.
    IF WS-COMPTE-AUTORISE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-COMPTE-AUTORISE.
    IF WS-POUVOIR = 'J'
        MOVE "POUVOIR" TO WS-MOTIF
        MOVE "Signature conjointe : ordre à donner en agence."
            TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B' OR STATUT-COMPTE = 'D'
        MOVE "STATUT" TO WS-MOTIF
        MOVE "Compte bloqué ou dormant : ordre refusé." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    IF ID-CLIENT OF COMPTE-RECORD NOT = REQ-ID-CLIENT
        MOVE ID-CLIENT OF COMPTE-RECORD TO ID-CLIENT OF CLIENT-RECORD
        READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD
        IF WS-CLIENT-STATUS = '00' AND DATE-DECES-CLIENT NOT = SPACES
            MOVE "DECES" TO WS-MOTIF
            MOVE "Titulaire décédé : ordre refusé." TO WS-LIBELLE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF REQ-MONTANT-NUM NOT NUMERIC
        MOVE "MONTANT" TO WS-MOTIF
        MOVE "Montant invalide." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE REQ-MONTANT-NUM TO WS-MONTANT-ORDRE.
    IF WS-MONTANT-ORDRE NOT > 0
        MOVE "MONTANT" TO WS-MOTIF
        MOVE "Le montant doit être positif." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    IF SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT-ORDRE
        < WS-SOLDE-MINIMUM
        MOVE "FONDS" TO WS-MOTIF
        MOVE "Fonds disponibles insuffisants." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE NUMERO-COMPTE TO WS-COMPTE-SOURCE.
    MOVE DEVISE TO WS-DEVISE-SOURCE.
    MOVE 'O' TO WS-COMPTE-AUTORISE.

DEPOSER-VIREMENT-INTERNE.
    PERFORM CONTROLER-ORDRE.
    IF WS-COMPTE-AUTORISE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF REQ-COMPTE-DEST = SPACES OR REQ-COMPTE-DEST = WS-COMPTE-SOURCE
        MOVE "DEST" TO WS-MOTIF
        MOVE "Compte destinataire invalide." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE REQ-COMPTE-DEST TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        MOVE "DEST" TO WS-MOTIF
        MOVE "Compte destinataire inconnu." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B' OR STATUT-COMPTE = 'P'
        MOVE "DEST" TO WS-MOTIF
        MOVE "Compte destinataire bloqué ou en clôture." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE "VIREMENT" TO WS-TYPE-ATTENTE.
    MOVE REQ-COMPTE-DEST TO WS-DESTINATION-ATTENTE.
    PERFORM DEPOSER-ORDRE.

*> Le bénéficiaire est celui du titulaire principal du compte source,
*> comme au guichet, et doit être actif (ni suspendu ni gelé par le
*> filtrage sanctions).
DEPOSER-VIREMENT-EXTERNE.
    PERFORM CONTROLER-ORDRE.
    IF WS-COMPTE-AUTORISE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF WS-BENEF-PRESENT NOT = 'O'
        MOVE "BENEF" TO WS-MOTIF
        MOVE "Bénéficiaire inconnu." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT OF COMPTE-RECORD TO BEN-ID-CLIENT.
    MOVE REQ-BEN-CODE TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    IF WS-BEN-STATUS NOT = '00'
        MOVE "BENEF" TO WS-MOTIF
        MOVE "Bénéficiaire inconnu." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    IF BEN-STATUT NOT = 'A'
        MOVE "BENEF" TO WS-MOTIF
        MOVE "Bénéficiaire inactif : ordre refusé." TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE "VIR-EXTERNE" TO WS-TYPE-ATTENTE.
    MOVE SPACES TO WS-DESTINATION-ATTENTE.
    MOVE BEN-CODE TO WS-DESTINATION-ATTENTE.
    PERFORM DEPOSER-ORDRE.

DEPOSER-ORDRE.
    CALL 'mettre_en_attente' USING WS-COMPTE-SOURCE WS-TYPE-ATTENTE
        WS-DESTINATION-ATTENTE WS-MONTANT-ORDRE WS-DEVISE-SOURCE
        WS-OPERATEUR-WEB WS-DEPOSEE.
    IF WS-DEPOSEE NOT = 'O'
        MOVE "ATTENTE" TO WS-MOTIF
        MOVE "Ordre non enregistré : réessayer plus tard."
            TO WS-LIBELLE
        EXIT PARAGRAPH
    END-IF.
    MOVE REQ-REFERENCE TO WS-LOR-REFERENCE.
    MOVE WS-COMPTE-SOURCE TO WS-LOR-COMPTE.
    MOVE WS-TYPE-ATTENTE TO WS-LOR-TYPE.
    MOVE WS-DESTINATION-ATTENTE TO WS-LOR-DESTINATION.
    MOVE WS-MONTANT-ORDRE TO WS-LOR-MONTANT.
    MOVE WS-DEVISE-SOURCE TO WS-LOR-DEVISE.
    MOVE WS-DATE-DU-JOUR TO WS-LOR-DATE.
    WRITE REPONSE-WEB FROM WS-LIGNE-ORDRE.
    ADD 1 TO WS-NB-LIGNES.
    MOVE "OK" TO WS-CODE-RETOUR.
    MOVE "Ordre transmis, en attente de validation." TO WS-LIBELLE.
