IDENTIFICATION DIVISION.
PROGRAM-ID. ouvrir_compte.

*> Le nom du titulaire (client existant ou nouveau) passe par le
*> filtrage sanctions (filtrer_sanctions) avant toute écriture :
*> correspondance possible ou confirmée, l'ouverture est refusée et
*> l'alerte va à l'examen de la conformité.
*> Connaissance client (KYC) : un client existant dont le dossier
*> est échu (pièce expirée ou revue due) n'ouvre de compte qu'avec la
*> dérogation d'un superviseur (controler_kyc, inscrite au journal
*> KYC). Un nouveau client est créé avec sa pièce structurée (type,
*> numéro, pays, expiration), refusée si expirée, et son niveau de
*> risque ; l'ouverture vaut première revue, la prochaine échéance
*> étant calculée par calculer_echeance_revue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-PROGRAMME               PIC X(15) VALUE "ouvrir_compte".
01 WS-MESSAGE-ERREUR          PIC X(50).
01 WS-NOUVEAU-CLIENT          PIC X(01) VALUE 'N'.
01 WS-TYPE-NOM                PIC X(01) VALUE 'C'.
01 WS-BEN-CODE-VIDE           PIC X(06) VALUE SPACES.
01 WS-TYPE-OPERATION          PIC X(02) VALUE 'OC'.
01 WS-REFERENCE-OPERATION     PIC X(16).
01 WS-RESULTAT-FILTRAGE       PIC X(01).
01 WS-SEQUENCE-ALERTE         PIC 9(6).
01 WS-PRODUIT-KYC             PIC X(12) VALUE "OUVERTURE".
01 WS-KYC-AUTORISE            PIC X(01).
01 WS-KYC-VALIDE              PIC X(01).
01 WS-DATE-DU-JOUR            PIC X(08).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
    MOVE WS-ID-CLIENT TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    IF WS-CLIENT-STATUS = '00'
        IF DATE-DECES-CLIENT NOT = SPACES
            DISPLAY "Client décédé le " DATE-DECES-CLIENT
                " (succession ouverte) : ouverture refusée."
            CLOSE CLIENTS-FILE
            CLOSE COMPTES-FILE
            GOBACK
        END-IF
        CALL 'controler_kyc' USING WS-ID-CLIENT WS-PRODUIT-KYC
            LK-OPERATEUR WS-KYC-AUTORISE
        IF WS-KYC-AUTORISE NOT = 'O'
            DISPLAY "Ouverture refusée : dossier KYC échu."
            CLOSE CLIENTS-FILE
            CLOSE COMPTES-FILE
            GOBACK
        END-IF
        MOVE NOM-CLIENT TO NOM-TITULAIRE
    ELSE
        MOVE 'O' TO WS-NOUVEAU-CLIENT
        ACCEPT ADRESSE-CLIENT
        DISPLAY "Entrez le téléphone : "
        ACCEPT TELEPHONE-CLIENT
        PERFORM SAISIR-KYC-NOUVEAU-CLIENT
        IF WS-KYC-VALIDE NOT = 'O'
            CLOSE CLIENTS-FILE
            CLOSE COMPTES-FILE
            GOBACK
        END-IF
        MOVE SPACES TO DATE-DECES-CLIENT
        MOVE NOM-CLIENT TO NOM-TITULAIRE
    END-IF.
    MOVE WS-ID-CLIENT TO ID-CLIENT OF COMPTE-RECORD.

    MOVE NUMERO-COMPTE TO WS-REFERENCE-OPERATION.
    CALL 'filtrer_sanctions' USING NOM-CLIENT WS-TYPE-NOM WS-ID-CLIENT
        WS-BEN-CODE-VIDE WS-TYPE-OPERATION WS-REFERENCE-OPERATION
        LK-OPERATEUR WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE.
    IF WS-RESULTAT-FILTRAGE = 'S'
        DISPLAY "Ouverture suspendue : le nom est à examiner par la"
            " conformité (alerte " WS-SEQUENCE-ALERTE ")."
        CLOSE CLIENTS-FILE
        CLOSE COMPTES-FILE
        GOBACK
    END-IF.
    IF WS-RESULTAT-FILTRAGE = 'C'
        DISPLAY "Ouverture refusée : client sous mesure de gel des"
            " avoirs."
        CLOSE CLIENTS-FILE
        CLOSE COMPTES-FILE
        GOBACK
    END-IF.

    DISPLAY "Entrez le type de compte : ".
    ACCEPT TYPE-COMPTE.

    CLOSE COMPTES-FILE.
    GOBACK.

*> Pièce d'identité et niveau de risque du nouveau client : tous
*> obligatoires, pièce en cours de validité. La date du jour vaut
*> première revue KYC.
SAISIR-KYC-NOUVEAU-CLIENT.
    MOVE 'N' TO WS-KYC-VALIDE.
    DISPLAY "Type de pièce (CI=carte d'identité, PA=passeport,"
        " TS=titre de séjour) : ".
    ACCEPT TYPE-PIECE-CLIENT.
    IF TYPE-PIECE-CLIENT NOT = "CI" AND NOT = "PA" AND NOT = "TS"
        DISPLAY "Type de pièce invalide : ouverture refusée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Entrez le numéro de pièce d'identité : ".
    ACCEPT PIECE-IDENTITE.
    DISPLAY "Pays de délivrance (code ISO, ex. FR) : ".
    ACCEPT PAYS-PIECE-CLIENT.
    IF PIECE-IDENTITE = SPACES OR PAYS-PIECE-CLIENT = SPACES
        DISPLAY "Numéro et pays de la pièce obligatoires :"
            " ouverture refusée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Date d'expiration de la pièce (AAAAMMJJ) : ".
    ACCEPT EXPIRATION-PIECE-CLIENT.
    IF EXPIRATION-PIECE-CLIENT NOT NUMERIC
        OR EXPIRATION-PIECE-CLIENT(5:2) < '01'
        OR EXPIRATION-PIECE-CLIENT(5:2) > '12'
        OR EXPIRATION-PIECE-CLIENT(7:2) < '01'
        OR EXPIRATION-PIECE-CLIENT(7:2) > '31'
        DISPLAY "Expiration invalide : AAAAMMJJ attendu."
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    IF EXPIRATION-PIECE-CLIENT < WS-DATE-DU-JOUR
        DISPLAY "Pièce expirée le " EXPIRATION-PIECE-CLIENT
            " : ouverture refusée."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Niveau de risque KYC (F=faible, M=moyen, E=élevé) : ".
    ACCEPT RISQUE-KYC-CLIENT.
    IF RISQUE-KYC-CLIENT NOT = 'F' AND NOT = 'M' AND NOT = 'E'
        DISPLAY "Niveau de risque invalide : ouverture refusée."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DATE-DU-JOUR TO DATE-REVUE-KYC-CLIENT.
    CALL 'calculer_echeance_revue' USING RISQUE-KYC-CLIENT
        DATE-REVUE-KYC-CLIENT ECHEANCE-REVUE-CLIENT.
    MOVE 'O' TO WS-KYC-VALIDE.

*> Le compte est tenu par l'agence de l'opérateur qui l'ouvre
*> (OP-AGENCE, voir OPERATEUR.CPY) ; espaces si la fiche opérateur
*> est illisible, à régulariser par l'administration.
