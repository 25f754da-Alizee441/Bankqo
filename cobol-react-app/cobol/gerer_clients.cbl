*> automatiquement sur le NOM-TITULAIRE de tous les comptes du
*> client — COMPTE.CPY duplique volontairement le nom pour
*> l'affichage rapide — et chaque compte retouché est journalisé
*> (type MAJ-TITUL). La date de décès est affichée mais ne se saisit
*> pas ici : elle est posée par l'ouverture de la succession
*> (gerer_successions), qui bloque en même temps tous les produits.
*> Un nouveau nom passe par le filtrage sanctions (filtrer_sanctions)
*> après la mise à jour : une correspondance va à l'examen de la
*> conformité, la fiche restant mise à jour.
*> L'accès banque en ligne du client (ACCES-WEB-FILE, voir
*> ACCWEB.CPY) se gère aussi d'ici : création ou remise d'un nouveau
*> code secret (saisi deux fois, jamais affiché), désactivation et
*> déverrouillage après trois codes faux. Pas de nouvel accès pour un
*> client décédé. Chaque action est inscrite au journal des accès web
*> journal_acces_web.txt avec l'opérateur.
*> Connaissance client (KYC) : la fiche affiche la pièce structurée
*> (type, numéro, pays de délivrance, expiration), le niveau de
*> risque, la dernière revue et la prochaine échéance, avec l'état
*> du dossier (à jour, pièce expirée, revue due). La modification
*> de fiche met aussi à jour la pièce. La revue KYC (option 5)
*> constate la revue du jour : pièce en cours de validité exigée,
*> niveau de risque confirmé ou changé, prochaine échéance calculée
*> par calculer_echeance_revue selon le risque ; chaque revue est
*> inscrite au journal KYC journal_kyc.txt, avec les dérogations
*> accordées au guichet par controler_kyc.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
            WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT ACCES-WEB-FILE ASSIGN TO 'acces_web.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WEB-ID-CLIENT
        FILE STATUS IS WS-WEB-STATUS.

    SELECT JOURNAL-WEB-FILE ASSIGN TO 'journal_acces_web.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JW-STATUS.

    SELECT JOURNAL-KYC-FILE ASSIGN TO 'journal_kyc.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JK-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENTS-FILE.
FD COMPTES-FILE.
COPY COMPTE.

FD ACCES-WEB-FILE.
COPY ACCWEB.

FD JOURNAL-WEB-FILE.
01 JOURNAL-WEB-LIGNE         PIC X(132).

FD JOURNAL-KYC-FILE.
01 JOURNAL-KYC-LIGNE         PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-ZERO                   PIC S9(13)V99 VALUE 0.
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_clients".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-TYPE-NOM               PIC X(01) VALUE 'C'.
01 WS-BEN-CODE-VIDE          PIC X(06) VALUE SPACES.
01 WS-TYPE-OPERATION         PIC X(02) VALUE SPACES.
01 WS-REFERENCE-OPERATION    PIC X(16) VALUE SPACES.
01 WS-RESULTAT-FILTRAGE      PIC X(01).
01 WS-SEQUENCE-ALERTE        PIC 9(6).
01 WS-WEB-STATUS            PIC X(02).
01 WS-JW-STATUS             PIC X(02).
01 WS-CHOIX-ACCES            PIC 9(1).
01 WS-ACCES-EXISTE           PIC X(01).
01 WS-NOUVEAU-CODE           PIC X(08).
01 WS-CONFIRMATION-CODE      PIC X(08).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-JK-STATUS             PIC X(02).
01 WS-PIECE-SAISIE.
   05 WS-TYPE-PIECE-SAISI    PIC X(02).
   05 WS-PAYS-PIECE-SAISI    PIC X(02).
   05 WS-EXPIRATION-SAISIE   PIC X(08).
01 WS-PIECE-VALIDE           PIC X(01).
01 WS-RISQUE-SAISI           PIC X(01).
01 WS-ETAT-KYC               PIC X(40).

01 WS-LIGNE-JOURNAL-WEB.
   05 WS-LJ-DATE             PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LJ-HEURE            PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 FILLER                 PIC X(16) VALUE "GUICHET".
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LJ-ID-CLIENT        PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LJ-ACTION           PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LJ-OPERATEUR        PIC X(08).

01 WS-LIGNE-JOURNAL-KYC.
   05 WS-LK-DATE             PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-HEURE            PIC X(06).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-ID-CLIENT        PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 FILLER                 PIC X(06) VALUE "REVUE".
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-RISQUE           PIC X(12).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LK-OPERATEUR        PIC X(08).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 FILLER                 PIC X(08) VALUE SPACES.
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 FILLER                 PIC X(19) VALUE "Prochaine revue le ".
   05 WS-LK-ECHEANCE         PIC X(08).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
        DISPLAY "1. Consulter une fiche par identifiant"
        DISPLAY "2. Rechercher par début de nom"
        DISPLAY "3. Modifier une fiche"
        DISPLAY "4. Accès banque en ligne d'un client"
        DISPLAY "5. Revue KYC d'un client"
        DISPLAY "6. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
            WHEN 3
                PERFORM MODIFIER-FICHE
            WHEN 4
                PERFORM GERER-ACCES-WEB
            WHEN 5
                PERFORM REVUE-KYC
            WHEN 6
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
    DISPLAY "Nom               : " NOM-CLIENT.
    DISPLAY "Adresse           : " ADRESSE-CLIENT.
    DISPLAY "Téléphone         : " TELEPHONE-CLIENT.
    DISPLAY "Pièce d'identité  : " TYPE-PIECE-CLIENT " "
        PIECE-IDENTITE " pays " PAYS-PIECE-CLIENT
        " expire le " EXPIRATION-PIECE-CLIENT.
    IF DATE-DECES-CLIENT NOT = SPACES
        DISPLAY "Décédé le         : " DATE-DECES-CLIENT
            " (voir gerer_successions)"
    END-IF.
    PERFORM DETERMINER-ETAT-KYC.
    DISPLAY "Risque KYC        : " RISQUE-KYC-CLIENT
        " (F=faible, M=moyen, E=élevé)".
    DISPLAY "Dernière revue    : " DATE-REVUE-KYC-CLIENT
        "  prochaine : " ECHEANCE-REVUE-CLIENT.
    DISPLAY "Dossier KYC       : " WS-ETAT-KYC.
    DISPLAY "=================================================".

*> Même règle que controler_kyc au guichet : pièce expirée, puis
*> revue absente ou due à la date comptable.
DETERMINER-ETAT-KYC.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE "à jour" TO WS-ETAT-KYC.
    IF EXPIRATION-PIECE-CLIENT NOT = SPACES
        AND EXPIRATION-PIECE-CLIENT < WS-DATE-DU-JOUR
        MOVE "ECHU - pièce d'identité expirée" TO WS-ETAT-KYC
    ELSE
        IF ECHEANCE-REVUE-CLIENT = SPACES
            OR ECHEANCE-REVUE-CLIENT NOT > WS-DATE-DU-JOUR
            MOVE "ECHU - revue périodique due" TO WS-ETAT-KYC
        END-IF
    END-IF.

AFFICHER-COMPTES-CLIENT.
    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
    IF WS-SAISIE NOT = SPACES
        MOVE WS-SAISIE TO TELEPHONE-CLIENT
    END-IF.
    PERFORM SAISIR-PIECE.
    IF WS-PIECE-VALIDE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-NOUVEAU-NOM TO NOM-CLIENT.

    IF WS-NOUVEAU-NOM NOT = WS-ANCIEN-NOM
        PERFORM PROPAGER-NOM-TITULAIRE
        PERFORM FILTRER-NOUVEAU-NOM
    END-IF.

*> Pièce d'identité structurée (réponse vide = valeur conservée) ;
*> la fiche n'est pas réécrite si une saisie est invalide.
SAISIR-PIECE.
    MOVE 'N' TO WS-PIECE-VALIDE.
    MOVE TYPE-PIECE-CLIENT TO WS-TYPE-PIECE-SAISI.
    MOVE PAYS-PIECE-CLIENT TO WS-PAYS-PIECE-SAISI.
    MOVE EXPIRATION-PIECE-CLIENT TO WS-EXPIRATION-SAISIE.
    DISPLAY "Type de pièce (CI=carte d'identité, PA=passeport,"
        " TS=titre de séjour, vide = conserver) : ".
    ACCEPT WS-SAISIE.
    IF WS-SAISIE NOT = SPACES
        MOVE WS-SAISIE TO WS-TYPE-PIECE-SAISI
    END-IF.
    IF WS-TYPE-PIECE-SAISI NOT = "CI" AND NOT = "PA"
        AND NOT = "TS" AND NOT = SPACES
        DISPLAY "Type de pièce invalide : fiche inchangée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Numéro de pièce (vide = conserver) : ".
    ACCEPT WS-SAISIE.
    IF WS-SAISIE NOT = SPACES
        MOVE WS-SAISIE TO PIECE-IDENTITE
    END-IF.
    DISPLAY "Pays de délivrance, code ISO (vide = conserver) : ".
    ACCEPT WS-SAISIE.
    IF WS-SAISIE NOT = SPACES
        MOVE WS-SAISIE TO WS-PAYS-PIECE-SAISI
    END-IF.
    DISPLAY "Date d'expiration AAAAMMJJ (vide = conserver) : ".
    ACCEPT WS-SAISIE.
    IF WS-SAISIE NOT = SPACES
        MOVE WS-SAISIE TO WS-EXPIRATION-SAISIE
        IF WS-EXPIRATION-SAISIE NOT NUMERIC
            OR WS-EXPIRATION-SAISIE(5:2) < '01'
            OR WS-EXPIRATION-SAISIE(5:2) > '12'
            OR WS-EXPIRATION-SAISIE(7:2) < '01'
            OR WS-EXPIRATION-SAISIE(7:2) > '31'
            DISPLAY "Expiration invalide : AAAAMMJJ attendu,"
                " fiche inchangée."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE WS-TYPE-PIECE-SAISI TO TYPE-PIECE-CLIENT.
    MOVE WS-PAYS-PIECE-SAISI TO PAYS-PIECE-CLIENT.
    MOVE WS-EXPIRATION-SAISIE TO EXPIRATION-PIECE-CLIENT.
    MOVE 'O' TO WS-PIECE-VALIDE.

*> Revue KYC du jour : la pièce est vérifiée (et mise à jour au
*> besoin) sur présentation, le risque confirmé ou changé, puis la
*> prochaine échéance calculée selon le risque. Pas de revue sur
*> une pièce expirée ou incomplète : le client doit en présenter
*> une nouvelle.
REVUE-KYC.
    PERFORM LIRE-FICHE.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM AFFICHER-FICHE.
    IF DATE-DECES-CLIENT NOT = SPACES
        DISPLAY "Client décédé : pas de revue KYC."
        EXIT PARAGRAPH
    END-IF.

    PERFORM SAISIR-PIECE.
    IF WS-PIECE-VALIDE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    IF TYPE-PIECE-CLIENT = SPACES OR PIECE-IDENTITE = SPACES
        OR PAYS-PIECE-CLIENT = SPACES
        OR EXPIRATION-PIECE-CLIENT = SPACES
        DISPLAY "Pièce incomplète (type, numéro, pays, expiration) :"
            " revue refusée."
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    IF EXPIRATION-PIECE-CLIENT < WS-DATE-DU-JOUR
        DISPLAY "Pièce expirée le " EXPIRATION-PIECE-CLIENT
            " : revue refusée, nouvelle pièce à présenter."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Niveau de risque (F=faible, M=moyen, E=élevé,"
        " vide = conserver " RISQUE-KYC-CLIENT ") : ".
    ACCEPT WS-SAISIE.
    IF WS-SAISIE = SPACES
        MOVE RISQUE-KYC-CLIENT TO WS-RISQUE-SAISI
    ELSE
        MOVE WS-SAISIE TO WS-RISQUE-SAISI
    END-IF.
    IF WS-RISQUE-SAISI NOT = 'F' AND NOT = 'M' AND NOT = 'E'
        DISPLAY "Niveau de risque invalide : revue non enregistrée."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-RISQUE-SAISI TO RISQUE-KYC-CLIENT.
    MOVE WS-DATE-DU-JOUR TO DATE-REVUE-KYC-CLIENT.
    CALL 'calculer_echeance_revue' USING RISQUE-KYC-CLIENT
        DATE-REVUE-KYC-CLIENT ECHEANCE-REVUE-CLIENT.
    REWRITE CLIENT-RECORD.
    IF WS-CLIENT-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-ID-RECHERCHE WS-PROGRAMME
            WS-CLIENT-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Erreur d'enregistrement de la revue : "
            WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Revue KYC enregistrée, prochaine revue le "
        ECHEANCE-REVUE-CLIENT ".".
    PERFORM JOURNALISER-REVUE-KYC.

JOURNALISER-REVUE-KYC.
    OPEN EXTEND JOURNAL-KYC-FILE.
    IF WS-JK-STATUS = '35'
        OPEN OUTPUT JOURNAL-KYC-FILE
    END-IF.
    MOVE WS-DATE-DU-JOUR TO WS-LK-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LK-HEURE.
    MOVE ID-CLIENT OF CLIENT-RECORD TO WS-LK-ID-CLIENT.
    MOVE SPACES TO WS-LK-RISQUE.
    STRING "RISQUE " RISQUE-KYC-CLIENT DELIMITED BY SIZE
        INTO WS-LK-RISQUE.
    MOVE LK-OPERATEUR TO WS-LK-OPERATEUR.
    MOVE ECHEANCE-REVUE-CLIENT TO WS-LK-ECHEANCE.
    WRITE JOURNAL-KYC-LIGNE FROM WS-LIGNE-JOURNAL-KYC.
    CLOSE JOURNAL-KYC-FILE.

FILTRER-NOUVEAU-NOM.
    CALL 'filtrer_sanctions' USING WS-NOUVEAU-NOM WS-TYPE-NOM
        WS-ID-RECHERCHE WS-BEN-CODE-VIDE WS-TYPE-OPERATION
        WS-REFERENCE-OPERATION LK-OPERATEUR WS-RESULTAT-FILTRAGE
        WS-SEQUENCE-ALERTE.
    EVALUATE WS-RESULTAT-FILTRAGE
        WHEN 'S'
            DISPLAY "ATTENTION : nouveau nom transmis à l'examen de"
                " la conformité (alerte " WS-SEQUENCE-ALERTE ")."
        WHEN 'C'
            DISPLAY "ATTENTION : client sous mesure de gel des"
                " avoirs."
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Répercute le nouveau nom sur tous les comptes du client, par la
*> clé secondaire ID-CLIENT, et journalise chaque compte retouché.
        DISPLAY "Propagation en échec sur " NUMERO-COMPTE " : "
            WS-MESSAGE-ERREUR
    END-IF.

*> Accès banque en ligne du client lu : création ou nouveau code,
*> désactivation, déverrouillage.
GERER-ACCES-WEB.
    PERFORM LIRE-FICHE.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O ACCES-WEB-FILE.
    IF WS-WEB-STATUS = '35'
        OPEN OUTPUT ACCES-WEB-FILE
        CLOSE ACCES-WEB-FILE
        OPEN I-O ACCES-WEB-FILE
    END-IF.
    IF WS-WEB-STATUS NOT = '00'
        DISPLAY "Ouverture de ACCES-WEB-FILE impossible (statut "
            WS-WEB-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    MOVE ID-CLIENT OF CLIENT-RECORD TO WEB-ID-CLIENT.
    READ ACCES-WEB-FILE KEY IS WEB-ID-CLIENT.
    IF WS-WEB-STATUS = '00'
        MOVE 'O' TO WS-ACCES-EXISTE
        DISPLAY "Accès web de " WEB-ID-CLIENT " : actif " WEB-ACTIF
            ", verrouillé " WEB-VERROUILLE ", créé le "
            WEB-DATE-CREATION ", dernier accès " WEB-DATE-ACCES
    ELSE
        MOVE 'N' TO WS-ACCES-EXISTE
        DISPLAY "Aucun accès web pour ce client."
    END-IF.

    DISPLAY "1. Créer l'accès ou donner un nouveau code secret".
    DISPLAY "2. Désactiver l'accès".
    DISPLAY "3. Déverrouiller l'accès".
    DISPLAY "4. Retour".
    ACCEPT WS-CHOIX-ACCES.
    EVALUATE WS-CHOIX-ACCES
        WHEN 1
            PERFORM DONNER-CODE-SECRET
        WHEN 2
            PERFORM DESACTIVER-ACCES-WEB
        WHEN 3
            PERFORM DEVERROUILLER-ACCES-WEB
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    CLOSE ACCES-WEB-FILE.

DONNER-CODE-SECRET.
    IF DATE-DECES-CLIENT NOT = SPACES
        DISPLAY "Client décédé : pas d'accès web."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Code secret (8 caractères) : ".
    ACCEPT WS-NOUVEAU-CODE.
    DISPLAY "Confirmer le code secret : ".
    ACCEPT WS-CONFIRMATION-CODE.
    IF WS-NOUVEAU-CODE = SPACES
        DISPLAY "Code vide refusé."
        EXIT PARAGRAPH
    END-IF.
    IF WS-NOUVEAU-CODE NOT = WS-CONFIRMATION-CODE
        DISPLAY "Confirmation différente : code non enregistré."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-NOUVEAU-CODE TO WEB-CODE-SECRET.
    MOVE 'O' TO WEB-ACTIF.
    MOVE 0 TO WEB-NB-ECHECS.
    MOVE 'N' TO WEB-VERROUILLE.
    MOVE LK-OPERATEUR TO WEB-OPERATEUR.
    IF WS-ACCES-EXISTE = 'O'
        REWRITE ACCES-WEB-RECORD
        MOVE "CODE" TO WS-LJ-ACTION
    ELSE
        MOVE ID-CLIENT OF CLIENT-RECORD TO WEB-ID-CLIENT
        MOVE WS-DATE-DU-JOUR TO WEB-DATE-CREATION
        MOVE SPACES TO WEB-DATE-ACCES
        MOVE SPACES TO WEB-HEURE-ACCES
        WRITE ACCES-WEB-RECORD
        MOVE "CREER" TO WS-LJ-ACTION
    END-IF.
    IF WS-WEB-STATUS = '00'
        DISPLAY "Accès web enregistré, code à remettre au client."
        PERFORM JOURNALISER-ACCES-WEB
    ELSE
        DISPLAY "ECHEC écriture ACCES-WEB-FILE (statut " WS-WEB-STATUS
            ") : accès inchangé."
    END-IF.

DESACTIVER-ACCES-WEB.
    IF WS-ACCES-EXISTE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WEB-ACTIF.
    REWRITE ACCES-WEB-RECORD.
    IF WS-WEB-STATUS = '00'
        DISPLAY "Accès web désactivé."
        MOVE "DESACT" TO WS-LJ-ACTION
        PERFORM JOURNALISER-ACCES-WEB
    ELSE
        DISPLAY "ECHEC REWRITE ACCES-WEB-FILE (statut " WS-WEB-STATUS
            ") : accès inchangé."
    END-IF.

DEVERROUILLER-ACCES-WEB.
    IF WS-ACCES-EXISTE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WEB-VERROUILLE.
    MOVE 0 TO WEB-NB-ECHECS.
    REWRITE ACCES-WEB-RECORD.
    IF WS-WEB-STATUS = '00'
        DISPLAY "Accès web déverrouillé."
        MOVE "DEVERR" TO WS-LJ-ACTION
        PERFORM JOURNALISER-ACCES-WEB
    ELSE
        DISPLAY "ECHEC REWRITE ACCES-WEB-FILE (statut " WS-WEB-STATUS
            ") : accès inchangé."
    END-IF.

JOURNALISER-ACCES-WEB.
    OPEN EXTEND JOURNAL-WEB-FILE.
    IF WS-JW-STATUS = '35'
        OPEN OUTPUT JOURNAL-WEB-FILE
    END-IF.
    MOVE WS-DATE-DU-JOUR TO WS-LJ-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LJ-HEURE.
    MOVE WEB-ID-CLIENT TO WS-LJ-ID-CLIENT.
    MOVE LK-OPERATEUR TO WS-LJ-OPERATEUR.
    WRITE JOURNAL-WEB-LIGNE FROM WS-LIGNE-JOURNAL-WEB.
    CLOSE JOURNAL-WEB-FILE.
