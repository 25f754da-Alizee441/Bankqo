*> saisie d'un virement sortant contre un bénéficiaire actif du
*> client titulaire du compte source. Le compte source est débité
*> immédiatement (contrôle du disponible blocages déduits contre le
*> solde minimum du type ou le découvert autorisé du compte,
*> journal VIR-EXT-DEB, total de contrôle tenu) ; l'instruction est
*> écrite dans VIREMENTS-SORTANTS-FILE (statut A) et partira dans le
*> fichier de compensation de la nuit via emettre_virements_externes.
*> La personne qui ordonne le virement doit avoir pouvoir sur le
*> compte source, cosignatures comprises (recueillir_signatures) ; les
*> bénéficiaires restent ceux du titulaire principal.
*> Aucun virement sortant n'est saisi sur le compte d'un titulaire
*> décédé (DATE-DECES-CLIENT posée par gerer_successions) : le
*> règlement de la succession passe par le notaire, sous double
*> contrôle, depuis gerer_successions et valider_operations.
*> Le nom d'un nouveau bénéficiaire passe par le filtrage sanctions
*> (filtrer_sanctions) : correspondance possible, il est créé
*> suspendu (BEN-STATUT S) jusqu'à la décision de la conformité ;
*> correspondance confirmée, il est créé gelé (G). Ni l'un ni
*> l'autre ne reçoit de virement, et un bénéficiaire gelé ne se
*> désactive pas.
*> Pas de nouveau bénéficiaire pour un client dont le dossier de
*> connaissance client est échu (pièce expirée ou revue due), sauf
*> dérogation d'un superviseur (controler_kyc, inscrite au journal
*> KYC) ; les virements vers les bénéficiaires déjà enregistrés ne
*> sont pas concernés.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-SEQUENCE-PRISE         PIC X(01).
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_vir_ext".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-INTERVENANT-AUTORISE    PIC X(01).
01 WS-TITULAIRE-DECEDE        PIC X(01).
01 WS-TYPE-NOM                PIC X(01) VALUE 'B'.
01 WS-TYPE-OPERATION          PIC X(02) VALUE SPACES.
01 WS-REFERENCE-OPERATION     PIC X(16) VALUE SPACES.
01 WS-RESULTAT-FILTRAGE       PIC X(01).
01 WS-SEQUENCE-ALERTE         PIC 9(6).
01 WS-PRODUIT-KYC             PIC X(12) VALUE "BENEFICIAIRE".
01 WS-KYC-AUTORISE            PIC X(01).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-VIREMENTS-EXTERNES.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS = '35'
        OPEN OUTPUT BENEFICIAIRES-FILE
    END-IF.
    DISPLAY "Client : " NOM-CLIENT.
    CLOSE CLIENTS-FILE.
    CALL 'controler_kyc' USING BEN-ID-CLIENT WS-PRODUIT-KYC
        LK-OPERATEUR WS-KYC-AUTORISE.
    IF WS-KYC-AUTORISE NOT = 'O'
        DISPLAY "Création refusée : dossier KYC échu."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Code bénéficiaire (6 caractères, unique par client) : ".
    ACCEPT BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    MOVE WS-DATE-DU-JOUR TO BEN-DATE-CREATION.
    MOVE LK-OPERATEUR TO BEN-OPERATEUR.
    MOVE 'A' TO BEN-STATUT.
    CALL 'filtrer_sanctions' USING BEN-NOM WS-TYPE-NOM BEN-ID-CLIENT
        BEN-CODE WS-TYPE-OPERATION WS-REFERENCE-OPERATION
        LK-OPERATEUR WS-RESULTAT-FILTRAGE WS-SEQUENCE-ALERTE.
    IF WS-RESULTAT-FILTRAGE = 'S'
        MOVE 'S' TO BEN-STATUT
    END-IF.
    IF WS-RESULTAT-FILTRAGE = 'C'
        MOVE 'G' TO BEN-STATUT
    END-IF.
    WRITE BENEFICIAIRE-RECORD.
    IF WS-BEN-STATUS = '00'
        DISPLAY "Bénéficiaire " BEN-CODE " créé pour le client "
            BEN-ID-CLIENT "."
        IF BEN-STATUT = 'S'
            DISPLAY "Bénéficiaire suspendu : nom à examiner par la"
                " conformité (alerte " WS-SEQUENCE-ALERTE ")."
        END-IF
        IF BEN-STATUT = 'G'
            DISPLAY "Bénéficiaire gelé : mesure de gel des avoirs."
        END-IF
    ELSE
        DISPLAY "ECHEC WRITE BENEFICIAIRES-FILE (statut "
            WS-BEN-STATUS ")."
        DISPLAY "Bénéficiaire déjà désactivé."
        EXIT PARAGRAPH
    END-IF.
    IF BEN-STATUT = 'G'
        DISPLAY "Bénéficiaire gelé (sanctions) : désactivation"
            " refusée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'X' TO BEN-STATUT.
    REWRITE BENEFICIAIRE-RECORD.
    IF WS-BEN-STATUS = '00'
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM CONTROLER-TITULAIRE-VIVANT.
    IF WS-TITULAIRE-DECEDE = 'O'
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    CALL 'recueillir_signatures' USING NUMERO-COMPTE
        ID-CLIENT OF COMPTE-RECORD WS-INTERVENANT-AUTORISE.
    IF WS-INTERVENANT-AUTORISE NOT = 'O'
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Code bénéficiaire (du client "
        ID-CLIENT OF COMPTE-RECORD ") : ".
        EXIT PARAGRAPH
    END-IF.
    IF BEN-STATUT NOT = 'A'
        EVALUATE BEN-STATUT
            WHEN 'S'
                DISPLAY "Bénéficiaire en examen de conformité :"
                    " virement refusé."
            WHEN 'G'
                DISPLAY "Bénéficiaire gelé (sanctions) : virement"
                    " refusé."
            WHEN OTHER
                DISPLAY "Bénéficiaire désactivé : virement refusé."
        END-EVALUATE
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT-SAISI.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
            " statut " WS-SEQVS-STATUS ". Saisie annulée."
    END-IF.
    CLOSE SEQUENCE-VS-FILE.

CONTROLER-TITULAIRE-VIVANT.
    MOVE 'N' TO WS-TITULAIRE-DECEDE.
    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT OF COMPTE-RECORD TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    IF WS-CLIENT-STATUS = '00' AND DATE-DECES-CLIENT NOT = SPACES
        MOVE 'O' TO WS-TITULAIRE-DECEDE
        DISPLAY "Titulaire décédé le " DATE-DECES-CLIENT
            " : virement refusé (règlement par le notaire)."
    END-IF.
    CLOSE CLIENTS-FILE.
