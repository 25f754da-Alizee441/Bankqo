*> opération validée qui échoue au passage (fonds devenus
*> insuffisants, compte bloqué depuis...) reste en attente avec un
*> message : le superviseur peut la rejeter explicitement.
*> Le règlement au notaire d'une succession (VIR-NOTAIRE, déposé par
*> gerer_successions, code bénéficiaire du défunt dans
*> AP-COMPTE-DESTINATION) est le seul débit admis sur un compte
*> bloqué : à la validation le compte est débité dans la limite du
*> solde non bloqué (sans découvert) et l'instruction est écrite dans
*> VIREMENTS-SORTANTS-FILE comme une saisie de
*> gerer_virements_externes, pour la compensation de la nuit.
*> Les ordres de la banque en ligne (traiter_requetes_web, demandeur
*> WEB) arrivent ici : virements internes sous le type VIREMENT,
*> virements vers un bénéficiaire externe sous le type VIR-EXTERNE
*> (code bénéficiaire du titulaire dans AP-COMPTE-DESTINATION),
*> passés à la validation avec les contrôles de la saisie au guichet
*> (compte ni bloqué ni dormant, disponible blocages déduits contre
*> le solde minimum ou le découvert autorisé, bénéficiaire actif).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS TRANS-CLE
        FILE STATUS IS WS-TRANS-STATUS.

    SELECT BENEFICIAIRES-FILE ASSIGN TO 'beneficiaires.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BEN-CLE
        FILE STATUS IS WS-BEN-STATUS.

    SELECT VIREMENTS-SORTANTS-FILE ASSIGN TO 'virements_sortants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VS-CLE
        FILE STATUS IS WS-VS-STATUS.

    SELECT SEQUENCE-VS-FILE ASSIGN TO 'sequence_vs.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQVS-NUMERO-COMPTE
        FILE STATUS IS WS-SEQVS-STATUS.

DATA DIVISION.
FILE SECTION.
FD ATTENTE-FILE.
FD TRANSACTIONS-FILE.
COPY TRANSAC.

FD BENEFICIAIRES-FILE.
COPY BENEF.

FD VIREMENTS-SORTANTS-FILE.
COPY VIRSORT.

FD SEQUENCE-VS-FILE.
COPY SEQVS.

WORKING-STORAGE SECTION.
01 WS-ATT-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-TYPE-ORIGINE           PIC X(12).
01 WS-MONTANT-ORIGINE        PIC S9(13)V99.
01 WS-MONTANT-EXTOURNE       PIC S9(13)V99.
01 WS-BEN-STATUS            PIC X(02).
01 WS-VS-STATUS             PIC X(02).
01 WS-SEQVS-STATUS          PIC X(02).
01 WS-SEQUENCE-PRISE         PIC X(01).
01 WS-INSTRUCTION-ECRITE     PIC X(01).
01 WS-PROGRAMME              PIC X(15) VALUE "valider_oper".
01 WS-MESSAGE-ERREUR         PIC X(50).

            PERFORM EXECUTER-VIREMENT
        WHEN "EXTOURNE"
            PERFORM EXECUTER-EXTOURNE
        WHEN "VIR-NOTAIRE"
            PERFORM EXECUTER-VIR-NOTAIRE
        WHEN "VIR-EXTERNE"
            PERFORM EXECUTER-VIR-EXTERNE
        WHEN OTHER
            DISPLAY "Type d'opération inconnu : " AP-TYPE-OPERATION
    END-EVALUATE.
    END-IF.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - AP-MONTANT.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
    IF WS-MONTANT-EXTOURNE < 0
        CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
            WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE
        CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR
        CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
            WS-TOTAL-BLOQUE
        CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
            WS-SOLDE-MINIMUM
        COMPUTE WS-SOLDE-APRES-DEBIT =
            SOLDE-COMPTE - WS-TOTAL-BLOQUE + WS-MONTANT-EXTOURNE
        IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
    END-IF.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - AP-MONTANT.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
    IF DEVISE = WS-SRC-DEVISE
        MOVE AP-MONTANT TO WS-MONTANT-DEST
    ELSE
        CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR
        CALL 'consulter_taux_change' USING WS-SRC-DEVISE DEVISE
            WS-DATE-DU-JOUR WS-TAUX-CHANGE WS-TAUX-TROUVE
        IF WS-TAUX-TROUVE = 'O'
        END-IF
    END-IF.

*> Règlement au notaire sur un compte de succession (bloqué) : le
*> bénéficiaire doit toujours être actif au nom du titulaire et le
*> débit ne peut entamer ni les blocages ni un découvert.
EXECUTER-VIR-NOTAIRE.
    MOVE AP-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING AP-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-SUPERVISEUR
        DISPLAY WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - AP-MONTANT.
    IF WS-SOLDE-APRES-DEBIT < 0
        DISPLAY "Solde de la succession insuffisant (blocages"
            " déduits) : opération laissée en attente."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00'
        DISPLAY "Ouverture de BENEFICIAIRES-FILE impossible (statut "
            WS-BEN-STATUS ") : opération laissée en attente."
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT OF COMPTE-RECORD TO BEN-ID-CLIENT.
    MOVE AP-COMPTE-DESTINATION(1:6) TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    CLOSE BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00' OR BEN-STATUT NOT = 'A'
        DISPLAY "Bénéficiaire notaire introuvable ou désactivé :"
            " opération laissée en attente."
        EXIT PARAGRAPH
    END-IF.

    PERFORM PRENDRE-SEQUENCE-SORTANT.
    IF WS-SEQUENCE-PRISE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT AP-MONTANT FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING AP-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-SUPERVISEUR
        DISPLAY "Erreur lors du débit : " WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "VIR-EXT-DEB"
        AP-MONTANT SOLDE-COMPTE AP-OPERATEUR-DEMANDE.
    COMPUTE WS-DELTA-CONTROLE = AP-MONTANT * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.

    PERFORM INSCRIRE-INSTRUCTION.
    IF WS-INSTRUCTION-ECRITE = 'O'
        DISPLAY "Règlement au notaire validé (instruction "
            VS-COMPTE-SOURCE " séquence " VS-SEQUENCE
            "). Nouveau solde : " SOLDE-COMPTE
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "VALIDATION"
        AP-MONTANT SOLDE-COMPTE WS-SUPERVISEUR.
    MOVE 'O' TO WS-OPERATION-FAITE.

*> Virement externe ordonné en ligne : mêmes contrôles que la saisie
*> au guichet dans gerer_virements_externes, refaits à la validation
*> (le compte ou le bénéficiaire ont pu changer depuis l'ordre).
EXECUTER-VIR-EXTERNE.
    MOVE AP-NUMERO-COMPTE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING AP-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-SUPERVISEUR
        DISPLAY WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE = 'B' OR STATUT-COMPTE = 'D'
        DISPLAY "Compte source bloqué ou dormant : virement impossible."
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - AP-MONTANT.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
        DISPLAY "Fonds disponibles insuffisants (blocages déduits) :"
            " opération laissée en attente."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00'
        DISPLAY "Ouverture de BENEFICIAIRES-FILE impossible (statut "
            WS-BEN-STATUS ") : opération laissée en attente."
        EXIT PARAGRAPH
    END-IF.
    MOVE ID-CLIENT OF COMPTE-RECORD TO BEN-ID-CLIENT.
    MOVE AP-COMPTE-DESTINATION(1:6) TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    CLOSE BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00' OR BEN-STATUT NOT = 'A'
        DISPLAY "Bénéficiaire introuvable, désactivé, suspendu ou"
            " gelé : opération laissée en attente."
        EXIT PARAGRAPH
    END-IF.

    PERFORM PRENDRE-SEQUENCE-SORTANT.
    IF WS-SEQUENCE-PRISE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT AP-MONTANT FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING AP-NUMERO-COMPTE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR WS-SUPERVISEUR
        DISPLAY "Erreur lors du débit : " WS-MESSAGE-ERREUR
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "VIR-EXT-DEB"
        AP-MONTANT SOLDE-COMPTE AP-OPERATEUR-DEMANDE.
    COMPUTE WS-DELTA-CONTROLE = AP-MONTANT * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.

    PERFORM INSCRIRE-INSTRUCTION.
    IF WS-INSTRUCTION-ECRITE = 'O'
        DISPLAY "Virement externe validé (instruction "
            VS-COMPTE-SOURCE " séquence " VS-SEQUENCE
            "). Nouveau solde : " SOLDE-COMPTE
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "VALIDATION"
        AP-MONTANT SOLDE-COMPTE WS-SUPERVISEUR.
    MOVE 'O' TO WS-OPERATION-FAITE.

*> Instruction de virement sortant pour le compte chargé et le
*> bénéficiaire lu, à la séquence prise par PRENDRE-SEQUENCE-SORTANT.
INSCRIRE-INSTRUCTION.
    OPEN I-O VIREMENTS-SORTANTS-FILE.
    IF WS-VS-STATUS = '35'
        OPEN OUTPUT VIREMENTS-SORTANTS-FILE
        CLOSE VIREMENTS-SORTANTS-FILE
        OPEN I-O VIREMENTS-SORTANTS-FILE
    END-IF.
    MOVE AP-NUMERO-COMPTE TO VS-COMPTE-SOURCE.
    MOVE SEQVS-DERNIER-NUMERO TO VS-SEQUENCE.
    MOVE ID-CLIENT OF COMPTE-RECORD TO VS-ID-CLIENT.
    MOVE BEN-CODE TO VS-BEN-CODE.
    MOVE BEN-BANQUE-EXTERNE TO VS-BANQUE-EXTERNE.
    MOVE BEN-COMPTE-EXTERNE TO VS-COMPTE-EXTERNE.
    MOVE AP-MONTANT TO VS-MONTANT.
    MOVE DEVISE TO VS-DEVISE.
    MOVE WS-DATE-DU-JOUR TO VS-DATE-SAISIE.
    MOVE AP-OPERATEUR-DEMANDE TO VS-OPERATEUR.
    MOVE 'A' TO VS-STATUT.
    MOVE SPACES TO VS-DATE-EMISSION.
    MOVE 'N' TO WS-INSTRUCTION-ECRITE.
    WRITE VIREMENT-SORTANT-RECORD.
    IF WS-VS-STATUS = '00'
        MOVE 'O' TO WS-INSTRUCTION-ECRITE
    ELSE
        DISPLAY "ECHEC WRITE VIREMENTS-SORTANTS-FILE (statut "
            WS-VS-STATUS ") : compte débité mais instruction non"
            " enregistrée, CORRECTION MANUELLE REQUISE."
    END-IF.
    CLOSE VIREMENTS-SORTANTS-FILE.

PRENDRE-SEQUENCE-SORTANT.
    MOVE 'N' TO WS-SEQUENCE-PRISE.
    OPEN I-O SEQUENCE-VS-FILE.
    IF WS-SEQVS-STATUS = '35'
        OPEN OUTPUT SEQUENCE-VS-FILE
        CLOSE SEQUENCE-VS-FILE
        OPEN I-O SEQUENCE-VS-FILE
    END-IF.
    MOVE AP-NUMERO-COMPTE TO SEQVS-NUMERO-COMPTE.
    READ SEQUENCE-VS-FILE KEY IS SEQVS-NUMERO-COMPTE.
    IF WS-SEQVS-STATUS = '00'
        ADD 1 TO SEQVS-DERNIER-NUMERO
        REWRITE SEQUENCE-VS-RECORD
    ELSE
        MOVE 1 TO SEQVS-DERNIER-NUMERO
        WRITE SEQUENCE-VS-RECORD
    END-IF.
    IF WS-SEQVS-STATUS = '00'
        MOVE 'O' TO WS-SEQUENCE-PRISE
    ELSE
        DISPLAY "ECHEC SEQUENCE-VS-FILE pour " AP-NUMERO-COMPTE
            " statut " WS-SEQVS-STATUS ". Opération laissée en"
            " attente."
    END-IF.
    CLOSE SEQUENCE-VS-FILE.

CLORE-OPERATION.
    MOVE 'V' TO AP-STATUT.
    MOVE WS-SUPERVISEUR TO AP-OPERATEUR-VALIDATION.
    CALL 'consulter_date_comptable' USING AP-DATE-VALIDATION.
    REWRITE ATTENTE-RECORD.
    IF WS-ATT-STATUS NOT = '00'
        DISPLAY "ECHEC REWRITE ATTENTE-FILE (statut " WS-ATT-STATUS
REJETER-OPERATION.
    MOVE 'R' TO AP-STATUT.
    MOVE WS-SUPERVISEUR TO AP-OPERATEUR-VALIDATION.
    CALL 'consulter_date_comptable' USING AP-DATE-VALIDATION.
    REWRITE ATTENTE-RECORD.
    IF WS-ATT-STATUS = '00'
        DISPLAY "Opération rejetée."
