IDENTIFICATION DIVISION.
PROGRAM-ID. filtrer_sanctions.

*> Sous-programme commun : filtre un nom contre la liste de gel des
*> avoirs (LISTE-SANCTIONS-FILE, voir LISTSANC.CPY). Le nom et chaque
*> nom en vigueur de la liste sont normalisés (accents retirés,
*> majuscules, ponctuation remplacée par des blancs) puis découpés
*> en mots ; chaque mot de la liste est rapproché du mot le plus
*> proche du nom filtré, à l'identique (100 points) ou à une ou deux
*> lettres près selon la longueur du mot (distance d'édition : 90
*> points pour une lettre, 80 pour deux), dans n'importe quel ordre.
*> La ressemblance est la moyenne des points sur le plus court des
*> deux noms, et il faut au moins deux mots rapprochés dès que les
*> deux noms en ont plusieurs (un prénom seul ne suffit pas). La
*> meilleure ressemblance au moins égale au paramètre
*> SEUIL-FILTRAGE-PCT (80 par défaut) est une correspondance
*> possible.
*> Une correspondance possible est confrontée aux alertes déjà
*> tenues pour la même partie (client, type de nom, bénéficiaire,
*> même nom, même entrée de liste) dans ALERTES-SANCTIONS-FILE (voir
*> ALRSANC.CPY) : la dernière décision du superviseur fait foi
*> (levée = homonyme déjà écarté, rien à signaler ; confirmée = la
*> partie est sous gel). Sinon une alerte à examiner est écrite,
*> une seule par partie et par opération. Une opération d'une
*> partie déjà confirmée reçoit sa propre alerte, confirmée
*> d'office, pour garder la trace du paiement retenu.
*> Chaque alerte écrite s'ajoute à la piste d'audit
*> audit_sanctions.txt, avec les décisions prises dans
*> examiner_alertes_sanctions.
*> LK-RESULTAT : N = aucune correspondance (ou homonyme déjà écarté),
*> S = alerte à examiner, C = correspondance confirmée ;
*> LK-SEQUENCE-ALERTE porte alors la séquence de l'alerte du client.
*> Une liste absente = rien à filtrer.
*> Appelé par ouvrir_compte, gerer_clients, gerer_virements_externes,
*> importer_virements_recus, emettre_virements_externes,
*> payer_saisies et filtrer_clients.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LISTE-SANCTIONS-FILE ASSIGN TO 'liste_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-CLE
        FILE STATUS IS WS-LS-STATUS.

    SELECT ALERTES-SANCTIONS-FILE ASSIGN TO 'alertes_sanctions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALS-CLE
        FILE STATUS IS WS-ALS-STATUS.

    SELECT SEQUENCE-ALS-FILE ASSIGN TO 'sequence_als.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQALS-ID-CLIENT
        FILE STATUS IS WS-SEQALS-STATUS.

    SELECT AUDIT-FILE ASSIGN TO 'audit_sanctions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.
FILE SECTION.
FD LISTE-SANCTIONS-FILE.
COPY LISTSANC.

FD ALERTES-SANCTIONS-FILE.
COPY ALRSANC.

FD SEQUENCE-ALS-FILE.
COPY SEQALS.

FD AUDIT-FILE.
01 AUDIT-LIGNE               PIC X(132).

WORKING-STORAGE SECTION.
01 WS-LS-STATUS             PIC X(02).
01 WS-ALS-STATUS            PIC X(02).
01 WS-SEQALS-STATUS         PIC X(02).
01 WS-AUD-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-HEURE-COURANTE         PIC X(06).
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-SEUIL                  PIC 9(3).

*> Zone de normalisation : le nom à découper y est posé, les accents
*> UTF-8 (deux octets) sont remplacés par la lettre suivie d'un #
*> que le découpage ignore.
01 WS-NOM-NORMALISE          PIC X(40).
01 WS-POSITION               PIC 9(2).
01 WS-CARACTERE              PIC X(01).
01 WS-DANS-MOT               PIC X(01).

01 WS-JETONS.
   05 WS-JT OCCURS 8 TIMES INDEXED BY IDX-JT.
      10 WS-JT-TEXTE         PIC X(20).
      10 WS-JT-LONGUEUR      PIC 9(2).
01 WS-NB-JT                  PIC 9(2).

01 WS-JETONS-NOM.
   05 WS-JN OCCURS 8 TIMES INDEXED BY IDX-JN.
      10 WS-JN-TEXTE         PIC X(20).
      10 WS-JN-LONGUEUR      PIC 9(2).
      10 WS-JN-UTILISE       PIC X(01).
01 WS-NB-JN                  PIC 9(2).
01 WS-NB-JN-SIGNIFICATIFS    PIC 9(2).
01 WS-NB-JL-SIGNIFICATIFS    PIC 9(2).

01 WS-POINTS-ENTREE          PIC 9(4).
01 WS-POINTS-MOT             PIC 9(3).
01 WS-MEILLEUR-MOT           PIC 9(3).
01 WS-MEILLEUR-JN            PIC 9(2).
01 WS-NB-RAPPROCHES          PIC 9(2).
01 WS-DIVISEUR               PIC 9(2).
01 WS-MINIMUM-RAPPROCHES     PIC 9(2).
01 WS-SCORE-ENTREE           PIC 9(3).
01 WS-MEILLEUR-SCORE         PIC 9(3).
01 WS-MEILLEURE-REFERENCE    PIC X(12).
01 WS-MEILLEUR-NOM-LISTE     PIC X(40).

*> Distance d'édition entre deux mots (WS-MOT-A de la liste,
*> WS-MOT-B du nom filtré), table (i+1, j+1) = distance entre les i
*> premières lettres de A et les j premières de B.
01 WS-MOT-A                  PIC X(20).
01 WS-LONGUEUR-A             PIC 9(2).
01 WS-MOT-B                  PIC X(20).
01 WS-LONGUEUR-B             PIC 9(2).
01 WS-TOLERANCE              PIC 9(2).
01 WS-ECART-LONGUEUR         PIC S9(2).
01 WS-DISTANCE               PIC 9(2).
01 WS-TABLE-DISTANCES.
   05 WS-LIGNE-DIST OCCURS 21 TIMES.
      10 WS-DIST             PIC 9(2) OCCURS 21 TIMES.
01 WS-I                      PIC 9(2).
01 WS-J                      PIC 9(2).
01 WS-COUT                   PIC 9(1).
01 WS-MIN-DIST               PIC 9(2).

01 WS-DERNIERE-DECISION      PIC X(01).
01 WS-SEQUENCE-DECISION      PIC 9(6).
01 WS-ALERTE-OPERATION       PIC X(01).
01 WS-STATUT-OPERATION       PIC X(01).
01 WS-SEQUENCE-OPERATION     PIC 9(6).
01 WS-STATUT-NOUVELLE        PIC X(01).
01 WS-LIBELLE-AUDIT          PIC X(12).
01 WS-SEQUENCE-AFFICHEE      PIC 9(6).

LINKAGE SECTION.
01 LK-NOM                    PIC X(30).
01 LK-TYPE-NOM               PIC X(01).
01 LK-ID-CLIENT              PIC X(10).
01 LK-BEN-CODE               PIC X(06).
01 LK-TYPE-OPERATION         PIC X(02).
01 LK-REFERENCE-OPERATION    PIC X(16).
01 LK-OPERATEUR              PIC X(08).
01 LK-RESULTAT               PIC X(01).
01 LK-SEQUENCE-ALERTE        PIC 9(6).

PROCEDURE DIVISION USING LK-NOM LK-TYPE-NOM LK-ID-CLIENT LK-BEN-CODE
        LK-TYPE-OPERATION LK-REFERENCE-OPERATION LK-OPERATEUR
        LK-RESULTAT LK-SEQUENCE-ALERTE.
DEBUT-FILTRER-SANCTIONS.
    MOVE 'N' TO LK-RESULTAT.
    MOVE 0 TO LK-SEQUENCE-ALERTE.
    IF LK-NOM = SPACES
        GOBACK
    END-IF.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-COURANTE.

    MOVE "SEUIL-FILTRAGE-PCT" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT > 0
        AND WS-PARAM-MONTANT NOT > 100
        MOVE WS-PARAM-MONTANT TO WS-SEUIL
    ELSE
        MOVE 80 TO WS-SEUIL
    END-IF.

    MOVE LK-NOM TO WS-NOM-NORMALISE.
    PERFORM DECOUPER-NOM.
    MOVE 0 TO WS-NB-JN.
    MOVE 0 TO WS-NB-JN-SIGNIFICATIFS.
    PERFORM VARYING IDX-JT FROM 1 BY 1 UNTIL IDX-JT > WS-NB-JT
        ADD 1 TO WS-NB-JN
        MOVE WS-JT-TEXTE(IDX-JT) TO WS-JN-TEXTE(WS-NB-JN)
        MOVE WS-JT-LONGUEUR(IDX-JT) TO WS-JN-LONGUEUR(WS-NB-JN)
        IF WS-JT-LONGUEUR(IDX-JT) > 1
            ADD 1 TO WS-NB-JN-SIGNIFICATIFS
        END-IF
    END-PERFORM.
    IF WS-NB-JN-SIGNIFICATIFS = 0
        GOBACK
    END-IF.

    OPEN INPUT LISTE-SANCTIONS-FILE.
    IF WS-LS-STATUS NOT = '00'
        GOBACK
    END-IF.
    MOVE 0 TO WS-MEILLEUR-SCORE.
    MOVE SPACES TO WS-MEILLEURE-REFERENCE.
    MOVE SPACES TO WS-MEILLEUR-NOM-LISTE.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ LISTE-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF LS-STATUT = 'A'
                    PERFORM EVALUER-ENTREE-LISTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LISTE-SANCTIONS-FILE.

    IF WS-MEILLEUR-SCORE < WS-SEUIL
        GOBACK
    END-IF.

    PERFORM TRAITER-CORRESPONDANCE.
    GOBACK.

*> Accents, casse et ponctuation : "Hélène O'Brien-Smith" et
*> "HELENE OBRIEN SMITH" doivent se rapprocher.
NORMALISER-NOM.
    INSPECT WS-NOM-NORMALISE REPLACING
        ALL "é" BY "e#" ALL "è" BY "e#" ALL "ê" BY "e#"
        ALL "ë" BY "e#" ALL "à" BY "a#" ALL "â" BY "a#"
        ALL "ä" BY "a#" ALL "î" BY "i#" ALL "ï" BY "i#"
        ALL "ô" BY "o#" ALL "ö" BY "o#" ALL "ù" BY "u#"
        ALL "û" BY "u#" ALL "ü" BY "u#" ALL "ç" BY "c#"
        ALL "É" BY "E#" ALL "È" BY "E#" ALL "Ê" BY "E#"
        ALL "À" BY "A#" ALL "Â" BY "A#" ALL "Î" BY "I#"
        ALL "Ô" BY "O#" ALL "Ç" BY "C#".
    MOVE FUNCTION UPPER-CASE(WS-NOM-NORMALISE) TO WS-NOM-NORMALISE.
    INSPECT WS-NOM-NORMALISE CONVERTING "-.,/&()" TO "       ".
    INSPECT WS-NOM-NORMALISE REPLACING ALL "'" BY "#".

*> Découpe WS-NOM-NORMALISE en mots (8 au plus, 20 lettres au plus
*> chacun) dans WS-JETONS ; le # posé par la normalisation est
*> sauté sans couper le mot.
DECOUPER-NOM.
    PERFORM NORMALISER-NOM.
    MOVE 0 TO WS-NB-JT.
    MOVE SPACES TO WS-JETONS.
    MOVE 'N' TO WS-DANS-MOT.
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 40
        MOVE WS-NOM-NORMALISE(WS-POSITION:1) TO WS-CARACTERE
        EVALUATE TRUE
            WHEN WS-CARACTERE = '#'
                CONTINUE
            WHEN WS-CARACTERE = SPACE
                MOVE 'N' TO WS-DANS-MOT
            WHEN WS-DANS-MOT = 'N' AND WS-NB-JT < 8
                ADD 1 TO WS-NB-JT
                MOVE 1 TO WS-JT-LONGUEUR(WS-NB-JT)
                MOVE WS-CARACTERE TO WS-JT-TEXTE(WS-NB-JT)(1:1)
                MOVE 'O' TO WS-DANS-MOT
            WHEN WS-DANS-MOT = 'N'
                MOVE 'X' TO WS-DANS-MOT
            WHEN WS-DANS-MOT = 'O'
                IF WS-JT-LONGUEUR(WS-NB-JT) < 20
                    ADD 1 TO WS-JT-LONGUEUR(WS-NB-JT)
                    MOVE WS-CARACTERE TO WS-JT-TEXTE(WS-NB-JT)
                        (WS-JT-LONGUEUR(WS-NB-JT):1)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM.

*> Ressemblance entre le nom filtré et un nom de la liste. Les mots
*> d'une seule lettre (initiales) ne comptent pas ; un mot du nom
*> filtré ne sert qu'une fois.
EVALUER-ENTREE-LISTE.
    MOVE LS-NOM TO WS-NOM-NORMALISE.
    PERFORM DECOUPER-NOM.
    PERFORM VARYING IDX-JN FROM 1 BY 1 UNTIL IDX-JN > WS-NB-JN
        MOVE 'N' TO WS-JN-UTILISE(IDX-JN)
    END-PERFORM.
    MOVE 0 TO WS-POINTS-ENTREE.
    MOVE 0 TO WS-NB-RAPPROCHES.
    MOVE 0 TO WS-NB-JL-SIGNIFICATIFS.
    PERFORM VARYING IDX-JT FROM 1 BY 1 UNTIL IDX-JT > WS-NB-JT
        IF WS-JT-LONGUEUR(IDX-JT) > 1
            ADD 1 TO WS-NB-JL-SIGNIFICATIFS
            PERFORM RAPPROCHER-MOT-LISTE
        END-IF
    END-PERFORM.
    IF WS-NB-JL-SIGNIFICATIFS = 0
        EXIT PARAGRAPH
    END-IF.

    IF WS-NB-JL-SIGNIFICATIFS < WS-NB-JN-SIGNIFICATIFS
        MOVE WS-NB-JL-SIGNIFICATIFS TO WS-DIVISEUR
    ELSE
        MOVE WS-NB-JN-SIGNIFICATIFS TO WS-DIVISEUR
    END-IF.
    IF WS-DIVISEUR > 1
        MOVE 2 TO WS-MINIMUM-RAPPROCHES
    ELSE
        MOVE 1 TO WS-MINIMUM-RAPPROCHES
    END-IF.
    IF WS-NB-RAPPROCHES < WS-MINIMUM-RAPPROCHES
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-SCORE-ENTREE = WS-POINTS-ENTREE / WS-DIVISEUR.
    IF WS-SCORE-ENTREE > WS-MEILLEUR-SCORE
        MOVE WS-SCORE-ENTREE TO WS-MEILLEUR-SCORE
        MOVE LS-REFERENCE TO WS-MEILLEURE-REFERENCE
        MOVE LS-NOM TO WS-MEILLEUR-NOM-LISTE
    END-IF.

*> Meilleur mot libre du nom filtré pour le mot IDX-JT de la liste.
RAPPROCHER-MOT-LISTE.
    MOVE 0 TO WS-MEILLEUR-MOT.
    MOVE 0 TO WS-MEILLEUR-JN.
    MOVE WS-JT-TEXTE(IDX-JT) TO WS-MOT-A.
    MOVE WS-JT-LONGUEUR(IDX-JT) TO WS-LONGUEUR-A.
    EVALUATE TRUE
        WHEN WS-LONGUEUR-A < 4
            MOVE 0 TO WS-TOLERANCE
        WHEN WS-LONGUEUR-A < 8
            MOVE 1 TO WS-TOLERANCE
        WHEN OTHER
            MOVE 2 TO WS-TOLERANCE
    END-EVALUATE.
    PERFORM VARYING IDX-JN FROM 1 BY 1 UNTIL IDX-JN > WS-NB-JN
        IF WS-JN-UTILISE(IDX-JN) = 'N' AND WS-JN-LONGUEUR(IDX-JN) > 1
            MOVE WS-JN-TEXTE(IDX-JN) TO WS-MOT-B
            MOVE WS-JN-LONGUEUR(IDX-JN) TO WS-LONGUEUR-B
            PERFORM NOTER-MOT-CANDIDAT
        END-IF
    END-PERFORM.
    IF WS-MEILLEUR-MOT > 0
        ADD WS-MEILLEUR-MOT TO WS-POINTS-ENTREE
        ADD 1 TO WS-NB-RAPPROCHES
        MOVE 'O' TO WS-JN-UTILISE(WS-MEILLEUR-JN)
    END-IF.

NOTER-MOT-CANDIDAT.
    IF WS-MOT-A = WS-MOT-B
        MOVE 0 TO WS-DISTANCE
    ELSE
        COMPUTE WS-ECART-LONGUEUR = WS-LONGUEUR-A - WS-LONGUEUR-B
        IF WS-ECART-LONGUEUR < 0
            COMPUTE WS-ECART-LONGUEUR = WS-ECART-LONGUEUR * -1
        END-IF
        IF WS-TOLERANCE = 0 OR WS-ECART-LONGUEUR > WS-TOLERANCE
            EXIT PARAGRAPH
        END-IF
        PERFORM CALCULER-DISTANCE
        IF WS-DISTANCE > WS-TOLERANCE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    COMPUTE WS-POINTS-MOT = 100 - (WS-DISTANCE * 10).
    IF WS-POINTS-MOT > WS-MEILLEUR-MOT
        MOVE WS-POINTS-MOT TO WS-MEILLEUR-MOT
        SET WS-MEILLEUR-JN TO IDX-JN
    END-IF.

*> Distance d'édition (insertions, suppressions, substitutions)
*> entre WS-MOT-A et WS-MOT-B.
CALCULER-DISTANCE.
    PERFORM VARYING WS-I FROM 0 BY 1 UNTIL WS-I > WS-LONGUEUR-A
        MOVE WS-I TO WS-DIST(WS-I + 1, 1)
    END-PERFORM.
    PERFORM VARYING WS-J FROM 0 BY 1 UNTIL WS-J > WS-LONGUEUR-B
        MOVE WS-J TO WS-DIST(1, WS-J + 1)
    END-PERFORM.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LONGUEUR-A
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LONGUEUR-B
            IF WS-MOT-A(WS-I:1) = WS-MOT-B(WS-J:1)
                MOVE 0 TO WS-COUT
            ELSE
                MOVE 1 TO WS-COUT
            END-IF
            COMPUTE WS-MIN-DIST = WS-DIST(WS-I, WS-J) + WS-COUT
            IF WS-DIST(WS-I, WS-J + 1) + 1 < WS-MIN-DIST
                COMPUTE WS-MIN-DIST = WS-DIST(WS-I, WS-J + 1) + 1
            END-IF
            IF WS-DIST(WS-I + 1, WS-J) + 1 < WS-MIN-DIST
                COMPUTE WS-MIN-DIST = WS-DIST(WS-I + 1, WS-J) + 1
            END-IF
            MOVE WS-MIN-DIST TO WS-DIST(WS-I + 1, WS-J + 1)
        END-PERFORM
    END-PERFORM.
    MOVE WS-DIST(WS-LONGUEUR-A + 1, WS-LONGUEUR-B + 1) TO WS-DISTANCE.

*> Confronte la correspondance aux alertes déjà tenues pour la même
*> partie et la même entrée de liste, puis écrit l'alerte s'il y a
*> lieu.
TRAITER-CORRESPONDANCE.
    OPEN I-O ALERTES-SANCTIONS-FILE.
    IF WS-ALS-STATUS = '35'
        OPEN OUTPUT ALERTES-SANCTIONS-FILE
        CLOSE ALERTES-SANCTIONS-FILE
        OPEN I-O ALERTES-SANCTIONS-FILE
    END-IF.
    IF WS-ALS-STATUS NOT = '00'
        DISPLAY "ATTENTION : alertes sanctions indisponibles (statut "
            WS-ALS-STATUS "), correspondance " WS-MEILLEURE-REFERENCE
            " non enregistrée."
        MOVE 'S' TO LK-RESULTAT
        GOBACK
    END-IF.

    PERFORM RELIRE-DECISIONS-PARTIE.

    EVALUATE TRUE
        WHEN WS-DERNIERE-DECISION = 'L'
            MOVE 'N' TO LK-RESULTAT
        WHEN WS-ALERTE-OPERATION = 'O'
            MOVE WS-STATUT-OPERATION TO LK-RESULTAT
            IF LK-RESULTAT = 'E'
                MOVE 'S' TO LK-RESULTAT
            END-IF
            MOVE WS-SEQUENCE-OPERATION TO LK-SEQUENCE-ALERTE
        WHEN WS-DERNIERE-DECISION = 'C'
            AND LK-TYPE-OPERATION = SPACES
            MOVE 'C' TO LK-RESULTAT
            MOVE WS-SEQUENCE-DECISION TO LK-SEQUENCE-ALERTE
        WHEN WS-DERNIERE-DECISION = 'C'
            MOVE 'C' TO WS-STATUT-NOUVELLE
            PERFORM ECRIRE-ALERTE
        WHEN OTHER
            MOVE 'E' TO WS-STATUT-NOUVELLE
            PERFORM ECRIRE-ALERTE
    END-EVALUATE.
    CLOSE ALERTES-SANCTIONS-FILE.

*> Parcourt les alertes du client : dernière décision pour la même
*> partie et la même entrée de liste, et alerte déjà écrite pour la
*> même opération.
RELIRE-DECISIONS-PARTIE.
    MOVE SPACE TO WS-DERNIERE-DECISION.
    MOVE 0 TO WS-SEQUENCE-DECISION.
    MOVE 'N' TO WS-ALERTE-OPERATION.
    MOVE SPACE TO WS-STATUT-OPERATION.
    MOVE 0 TO WS-SEQUENCE-OPERATION.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LK-ID-CLIENT TO ALS-ID-CLIENT.
    MOVE 0 TO ALS-SEQUENCE.
    START ALERTES-SANCTIONS-FILE KEY IS >= ALS-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ALERTES-SANCTIONS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ALS-ID-CLIENT NOT = LK-ID-CLIENT
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF ALS-TYPE-NOM = LK-TYPE-NOM
                        AND ALS-BEN-CODE = LK-BEN-CODE
                        AND ALS-NOM = LK-NOM
                        AND ALS-LS-REFERENCE = WS-MEILLEURE-REFERENCE
                        PERFORM NOTER-ALERTE-PARTIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

NOTER-ALERTE-PARTIE.
    IF ALS-STATUT = 'C' OR ALS-STATUT = 'L'
        MOVE ALS-STATUT TO WS-DERNIERE-DECISION
        MOVE ALS-SEQUENCE TO WS-SEQUENCE-DECISION
    END-IF.
    IF ALS-TYPE-OPERATION = LK-TYPE-OPERATION
        AND ALS-REFERENCE-OPERATION = LK-REFERENCE-OPERATION
        MOVE 'O' TO WS-ALERTE-OPERATION
        MOVE ALS-STATUT TO WS-STATUT-OPERATION
        MOVE ALS-SEQUENCE TO WS-SEQUENCE-OPERATION
    END-IF.

ECRIRE-ALERTE.
    OPEN I-O SEQUENCE-ALS-FILE.
    IF WS-SEQALS-STATUS = '35'
        OPEN OUTPUT SEQUENCE-ALS-FILE
        CLOSE SEQUENCE-ALS-FILE
        OPEN I-O SEQUENCE-ALS-FILE
    END-IF.
    MOVE LK-ID-CLIENT TO SEQALS-ID-CLIENT.
    READ SEQUENCE-ALS-FILE KEY IS SEQALS-ID-CLIENT.
    IF WS-SEQALS-STATUS = '00'
        ADD 1 TO SEQALS-DERNIER-NUMERO
        REWRITE SEQUENCE-ALS-RECORD
    ELSE
        MOVE 1 TO SEQALS-DERNIER-NUMERO
        WRITE SEQUENCE-ALS-RECORD
    END-IF.
    CLOSE SEQUENCE-ALS-FILE.

    MOVE LK-ID-CLIENT TO ALS-ID-CLIENT.
    MOVE SEQALS-DERNIER-NUMERO TO ALS-SEQUENCE.
    MOVE LK-TYPE-NOM TO ALS-TYPE-NOM.
    MOVE LK-BEN-CODE TO ALS-BEN-CODE.
    MOVE LK-NOM TO ALS-NOM.
    MOVE WS-MEILLEURE-REFERENCE TO ALS-LS-REFERENCE.
    MOVE WS-MEILLEUR-NOM-LISTE TO ALS-LS-NOM.
    MOVE WS-MEILLEUR-SCORE TO ALS-SCORE.
    MOVE LK-TYPE-OPERATION TO ALS-TYPE-OPERATION.
    MOVE LK-REFERENCE-OPERATION TO ALS-REFERENCE-OPERATION.
    MOVE WS-DATE-DU-JOUR TO ALS-DATE-DETECTION.
    MOVE WS-HEURE-COURANTE TO ALS-HEURE-DETECTION.
    MOVE LK-OPERATEUR TO ALS-OPERATEUR.
    MOVE WS-STATUT-NOUVELLE TO ALS-STATUT.
    IF WS-STATUT-NOUVELLE = 'C'
        MOVE WS-DATE-DU-JOUR TO ALS-DATE-DECISION
        MOVE LK-OPERATEUR TO ALS-OPERATEUR-DECISION
        MOVE WS-SEQUENCE-DECISION TO WS-SEQUENCE-AFFICHEE
        MOVE SPACES TO ALS-MOTIF-DECISION
        STRING "Partie sous gel (alerte " WS-SEQUENCE-AFFICHEE ")"
            DELIMITED BY SIZE INTO ALS-MOTIF-DECISION
        MOVE "RETENUE-GEL" TO WS-LIBELLE-AUDIT
    ELSE
        MOVE SPACES TO ALS-DATE-DECISION
        MOVE SPACES TO ALS-OPERATEUR-DECISION
        MOVE SPACES TO ALS-MOTIF-DECISION
        MOVE "DETECTION" TO WS-LIBELLE-AUDIT
    END-IF.
    WRITE ALERTE-SANCTION-RECORD.
    IF WS-ALS-STATUS NOT = '00'
        DISPLAY "ATTENTION : écriture de l'alerte sanctions en échec"
            " (statut " WS-ALS-STATUS ") pour " LK-NOM "."
    END-IF.
    MOVE ALS-SEQUENCE TO LK-SEQUENCE-ALERTE.
    IF WS-STATUT-NOUVELLE = 'C'
        MOVE 'C' TO LK-RESULTAT
    ELSE
        MOVE 'S' TO LK-RESULTAT
    END-IF.
    PERFORM ECRIRE-AUDIT.

*> Piste d'audit en ajout au fil de l'eau, comme audit_parametres.txt.
ECRIRE-AUDIT.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUD-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF WS-AUD-STATUS NOT = '00'
        DISPLAY "ATTENTION : piste d'audit sanctions indisponible"
            " (statut " WS-AUD-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO AUDIT-LIGNE.
    STRING WS-DATE-DU-JOUR " " WS-HEURE-COURANTE " "
        WS-LIBELLE-AUDIT " " ALS-ID-CLIENT "/" ALS-SEQUENCE
        " " ALS-TYPE-NOM " " ALS-NOM " ~ " ALS-LS-REFERENCE
        " " ALS-SCORE "% " ALS-TYPE-OPERATION " "
        ALS-REFERENCE-OPERATION " par " LK-OPERATEUR
        DELIMITED BY SIZE INTO AUDIT-LIGNE.
    WRITE AUDIT-LIGNE.
    CLOSE AUDIT-FILE.
