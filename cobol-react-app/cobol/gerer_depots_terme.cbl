*> défaut, plafonnée à l'intérêt couru), et liste des contrats.
*> Le traitement d'échéance est fait chaque nuit par
*> echoir_depots_terme, pas ici.
*> Pas de souscription pour le titulaire du compte lié dont le
*> dossier de connaissance client est échu (pièce expirée ou revue
*> due), sauf dérogation d'un superviseur (controler_kyc, inscrite
*> au journal KYC).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-TAUX-PENALITE          PIC 9(3)V99.
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_dat".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-PRODUIT-KYC            PIC X(12) VALUE "DEPOT-TERME".
01 WS-KYC-AUTORISE           PIC X(01).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-DEPOTS-TERME.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O DEPOTS-TERME-FILE.
    IF WS-DAT-STATUS = '35'
        OPEN OUTPUT DEPOTS-TERME-FILE
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    CALL 'controler_kyc' USING ID-CLIENT WS-PRODUIT-KYC
        LK-OPERATEUR WS-KYC-AUTORISE.
    IF WS-KYC-AUTORISE NOT = 'O'
        DISPLAY "Souscription refusée : dossier KYC échu."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Principal à placer : ".
    ACCEPT WS-MONTANT-SAISI.
