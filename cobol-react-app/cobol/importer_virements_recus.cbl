*> VIREMENTS-ENTRANTS-FILE au statut O (suspens), à réparer ou
*> retourner par un superviseur dans reparer_virements_entrants —
*> l'argent reçu ne rebondit plus en silence.
*> Le fichier porte en fin de ligne le nom du donneur d'ordre : avant
*> tout crédit, le donneur et le titulaire du compte crédité passent
*> par le filtrage sanctions (filtrer_sanctions). Une correspondance
*> possible retient le virement au statut F, sans crédit, jusqu'à la
*> décision de la conformité (examiner_alertes_sanctions) ; une
*> correspondance déjà confirmée le gèle (statut G).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 VR-NUMERO-COMPTE       PIC X(10).
   05 VR-MONTANT             PIC X(14).
   05 VR-DEVISE              PIC X(03).
   05 VR-NOM-DONNEUR         PIC X(30).

FD VIREMENTS-ENTRANTS-FILE.
COPY VIRENT.
01 WS-NB-CREDITES            PIC 9(6) VALUE 0.
01 WS-NB-SUSPENS             PIC 9(6) VALUE 0.
01 WS-NB-REJETS              PIC 9(6) VALUE 0.
01 WS-NB-RETENUS             PIC 9(6) VALUE 0.
01 WS-NB-GELES               PIC 9(6) VALUE 0.
01 WS-STATUT-FILTRAGE        PIC X(01).
01 WS-ID-CLIENT-FILTRE       PIC X(10).
01 WS-NOM-TITULAIRE-FILTRE   PIC X(30).
01 WS-TYPE-NOM               PIC X(01).
01 WS-BEN-CODE-VIDE          PIC X(06) VALUE SPACES.
01 WS-TYPE-OPERATION         PIC X(02) VALUE 'VE'.
01 WS-RESULTAT-FILTRAGE      PIC X(01).
01 WS-SEQUENCE-ALERTE        PIC 9(6).
01 WS-MOTIF-REJET            PIC X(60).
01 WS-MOTIF-SUSPENS          PIC X(40).
01 WS-MONTANT-IMPORTE        PIC S9(13)V99.

PROCEDURE DIVISION.
DEBUT-IMPORT.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.

    OPEN INPUT RECUS-FILE.
    IF WS-REC-STATUS NOT = '00'
    DISPLAY "En suspens : " WS-NB-SUSPENS
        " (à traiter dans la réparation des virements entrants)".
    DISPLAY "Rejetés    : " WS-NB-REJETS.
    DISPLAY "Retenus (filtrage sanctions) : " WS-NB-RETENUS.
    DISPLAY "Gelés (sanctions)            : " WS-NB-GELES.
    IF WS-NB-REJETS > 0
        DISPLAY "Voir virements_recus_rejets.txt."
    END-IF.
    END-IF.

    MOVE SPACES TO WS-MOTIF-SUSPENS.
    PERFORM FILTRER-VIREMENT-RECU.
    IF WS-STATUT-FILTRAGE = SPACE
        PERFORM CREDITER-COMPTE
    END-IF.
    PERFORM INSCRIRE-VIREMENT-ENTRANT.

*> Filtrage du donneur d'ordre puis du titulaire du compte crédité,
*> sous la référence de compensation. Le donneur est rattaché au
*> client crédité (à blanc si le compte est inconnu).
FILTRER-VIREMENT-RECU.
    MOVE SPACE TO WS-STATUT-FILTRAGE.
    MOVE SPACES TO WS-ID-CLIENT-FILTRE.
    MOVE SPACES TO WS-NOM-TITULAIRE-FILTRE.
    MOVE VR-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS = '00'
        MOVE ID-CLIENT TO WS-ID-CLIENT-FILTRE
        MOVE NOM-TITULAIRE TO WS-NOM-TITULAIRE-FILTRE
    END-IF.
    MOVE 'D' TO WS-TYPE-NOM.
    CALL 'filtrer_sanctions' USING VR-NOM-DONNEUR WS-TYPE-NOM
        WS-ID-CLIENT-FILTRE WS-BEN-CODE-VIDE WS-TYPE-OPERATION
        VR-REFERENCE WS-OPERATEUR-BATCH WS-RESULTAT-FILTRAGE
        WS-SEQUENCE-ALERTE.
    PERFORM RETENIR-SELON-FILTRAGE.
    IF WS-ID-CLIENT-FILTRE NOT = SPACES
        MOVE 'C' TO WS-TYPE-NOM
        CALL 'filtrer_sanctions' USING WS-NOM-TITULAIRE-FILTRE
            WS-TYPE-NOM WS-ID-CLIENT-FILTRE WS-BEN-CODE-VIDE
            WS-TYPE-OPERATION VR-REFERENCE WS-OPERATEUR-BATCH
            WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE
        PERFORM RETENIR-SELON-FILTRAGE
    END-IF.
    IF WS-STATUT-FILTRAGE = 'G'
        MOVE "Gel des avoirs (sanctions)." TO WS-MOTIF-SUSPENS
    END-IF.
    IF WS-STATUT-FILTRAGE = 'F'
        MOVE "Retenu : examen filtrage sanctions." TO WS-MOTIF-SUSPENS
    END-IF.

RETENIR-SELON-FILTRAGE.
    IF WS-RESULTAT-FILTRAGE = 'C'
        MOVE 'G' TO WS-STATUT-FILTRAGE
    END-IF.
    IF WS-RESULTAT-FILTRAGE = 'S' AND WS-STATUT-FILTRAGE NOT = 'G'
        MOVE 'F' TO WS-STATUT-FILTRAGE
    END-IF.

*> Validation structurelle : une ligne inexploitable part en rejet,
*> il n'y a rien à parquer (la référence ou le montant manquent).
VALIDER-LIGNE-RECUE.
    MOVE WS-DATE-DU-JOUR TO VE-DATE-RECEPTION.
    MOVE SPACES TO VE-OPERATEUR-REGUL.
    MOVE SPACES TO VE-DATE-REGUL.
    EVALUATE TRUE
        WHEN WS-STATUT-FILTRAGE = 'G'
            MOVE 'G' TO VE-STATUT
            MOVE WS-MOTIF-SUSPENS TO VE-MOTIF
            ADD 1 TO WS-NB-GELES
            DISPLAY "GEL virement " VE-REFERENCE " sur "
                VE-NUMERO-COMPTE " : " WS-MOTIF-SUSPENS
        WHEN WS-STATUT-FILTRAGE = 'F'
            MOVE 'F' TO VE-STATUT
            MOVE WS-MOTIF-SUSPENS TO VE-MOTIF
            ADD 1 TO WS-NB-RETENUS
            DISPLAY "RETENU virement " VE-REFERENCE " sur "
                VE-NUMERO-COMPTE " : " WS-MOTIF-SUSPENS
        WHEN WS-MOTIF-SUSPENS = SPACES
            MOVE 'C' TO VE-STATUT
            MOVE SPACES TO VE-MOTIF
            ADD 1 TO WS-NB-CREDITES
        WHEN OTHER
            MOVE 'O' TO VE-STATUT
            MOVE WS-MOTIF-SUSPENS TO VE-MOTIF
            ADD 1 TO WS-NB-SUSPENS
            DISPLAY "SUSPENS virement " VE-REFERENCE " sur "
                VE-NUMERO-COMPTE " : " WS-MOTIF-SUSPENS
    END-EVALUATE.
    WRITE VIREMENT-ENTRANT-RECORD.
    IF WS-VE-STATUS NOT = '00'
        DISPLAY "ECHEC WRITE VIREMENTS-ENTRANTS-FILE pour "
