IDENTIFICATION DIVISION.
PROGRAM-ID. recueillir_signatures.

*> Sous-programme commun de guichet : identifie la personne qui se
*> présente pour opérer sur LK-NUMERO-COMPTE et recueille les
*> cosignatures exigées, à la date comptable. Elle doit avoir pouvoir
*> sur le compte (verifier_pouvoir, voir INTERV.CPY) : titulaire,
*> co-titulaire, mandataire ou représentant légal en cours de
*> validité. En signature conjointe, chacune des autres personnes
*> ayant pouvoir doit cosigner, une seule fois et avec pouvoir elle
*> aussi. LK-ID-TITULAIRE : ID-CLIENT du compte (titulaire
*> principal). Rend LK-AUTORISE = O si l'opération peut être saisie,
*> N sinon (le motif du refus est affiché).
*> Appelé par retrait_argent, virement_compte et
*> gerer_virements_externes avant toute saisie de montant.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-DATE-DU-JOUR            PIC X(08).
01 WS-ID-AGISSANT             PIC X(10).
01 WS-ID-COSIGNATAIRE         PIC X(10).
01 WS-POUVOIR                 PIC X(01).
01 WS-POUVOIR-COSIGNATAIRE    PIC X(01).
01 WS-NB-SIGNATAIRES          PIC 9(2).
01 WS-NB-COSIGNATURES         PIC 9(2).
01 WS-SIGNATAIRES.
   05 WS-SIGNATAIRE OCCURS 10 TIMES INDEXED BY IDX-SIG PIC X(10).

LINKAGE SECTION.
01 LK-NUMERO-COMPTE           PIC X(10).
01 LK-ID-TITULAIRE            PIC X(10).
01 LK-AUTORISE                PIC X(01).

PROCEDURE DIVISION USING LK-NUMERO-COMPTE LK-ID-TITULAIRE
        LK-AUTORISE.
DEBUT-RECUEILLIR-SIGNATURES.
    MOVE 'N' TO LK-AUTORISE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    DISPLAY "Identifiant client de la personne qui agit : ".
    ACCEPT WS-ID-AGISSANT.
    CALL 'verifier_pouvoir' USING LK-NUMERO-COMPTE
        LK-ID-TITULAIRE WS-ID-AGISSANT WS-DATE-DU-JOUR
        WS-POUVOIR WS-NB-SIGNATAIRES.
    IF WS-POUVOIR = 'N'
        DISPLAY "Cette personne n'a pas pouvoir sur le compte "
            LK-NUMERO-COMPTE " : opération refusée."
        GOBACK
    END-IF.
    MOVE 1 TO WS-NB-COSIGNATURES.
    MOVE WS-ID-AGISSANT TO WS-SIGNATAIRE(1).
    IF WS-POUVOIR = 'J'
        PERFORM UNTIL WS-NB-COSIGNATURES >= WS-NB-SIGNATAIRES
            OR WS-POUVOIR = 'N'
            PERFORM RECUEILLIR-COSIGNATURE
        END-PERFORM
        IF WS-POUVOIR = 'N'
            GOBACK
        END-IF
    END-IF.
    MOVE 'O' TO LK-AUTORISE.
    GOBACK.

RECUEILLIR-COSIGNATURE.
    DISPLAY "Signature conjointe (" WS-NB-COSIGNATURES "/"
        WS-NB-SIGNATAIRES ") : identifiant du cosignataire : ".
    ACCEPT WS-ID-COSIGNATAIRE.
    PERFORM VARYING IDX-SIG FROM 1 BY 1
        UNTIL IDX-SIG > WS-NB-COSIGNATURES OR IDX-SIG > 10
        IF WS-SIGNATAIRE(IDX-SIG) = WS-ID-COSIGNATAIRE
            MOVE 'N' TO WS-POUVOIR
        END-IF
    END-PERFORM.
    IF WS-POUVOIR = 'N'
        DISPLAY "Cette personne a déjà signé : opération refusée."
        EXIT PARAGRAPH
    END-IF.
    CALL 'verifier_pouvoir' USING LK-NUMERO-COMPTE
        LK-ID-TITULAIRE WS-ID-COSIGNATAIRE WS-DATE-DU-JOUR
        WS-POUVOIR-COSIGNATAIRE WS-NB-SIGNATAIRES.
    IF WS-POUVOIR-COSIGNATAIRE = 'N'
        DISPLAY "Le cosignataire n'a pas pouvoir sur le compte :"
            " opération refusée."
        MOVE 'N' TO WS-POUVOIR
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-COSIGNATURES.
    IF WS-NB-COSIGNATURES NOT > 10
        MOVE WS-ID-COSIGNATAIRE TO WS-SIGNATAIRE(WS-NB-COSIGNATURES)
    END-IF.
