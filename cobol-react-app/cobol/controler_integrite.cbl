IDENTIFICATION DIVISION.
PROGRAM-ID. controler_integrite.

*> Traitement de nuit : contrôle d'intégrité référentielle entre les
*> fichiers maîtres. Les fichiers se désignent les uns les autres
*> (numéro de compte, identifiant client, numéro de prêt, code
*> bénéficiaire) sans que rien ne vérifie que la cible existe
*> encore : fermer_compte supprime l'enregistrement de COMPTES-FILE
*> et laisse derrière lui ordres permanents, dépôts à terme,
*> blocages, opérations en attente, chéquiers et compteurs de
*> séquence, qu'on ne découvrait qu'à l'échec d'un traitement.
*> Chaque fichier indexé qui référence un compte ou un client est
*> parcouru en entier ; chaque référence orpheline ou incohérente est
*> listée par fichier, clé et règle enfreinte (table WS-REGLES), avec
*> le total par règle en fin de rapport
*> (controle_integrite_AAAAMMJJ.txt). Seuls les enregistrements
*> encore vivants sont contrôlés (ordre actif ou suspendu, blocage
*> ouvert, opération en attente, contrat actif...) : l'historique
*> d'un compte clos n'est pas une anomalie, hormis les chéquiers,
*> compteurs de séquence et agios qui n'ont pas d'état et doivent
*> disparaître avec le compte.
*> Chaque anomalie est aussi inscrite dans ERREURS-FILE par
*> traiter_erreur sous le statut IR (intégrité référentielle), au
*> nom de l'identifiant introuvable, pour que la revue du matin
*> (consulter_erreurs) la fasse apparaître. Un fichier absent n'est
*> pas une anomalie : il est signalé au rapport et non contrôlé.
*> Programme en lecture seule sur les fichiers maîtres, lancé par
*> chaine_batch_nuit après reconcilier_comptes ; passage enregistré
*> dans PASSAGES-BATCH-FILE. Un second lancement le même jour est
*> refusé (les anomalies seraient inscrites deux fois) ; un passage
*> interrompu est repris depuis le début.
*> Les anomalies ne bloquent pas la chaîne. RETURN-CODE : 0 = complet
*> (avec ou sans anomalie), 4 = refusé (déjà passé), 8 = abandon
*> (COMPTES-FILE ou CLIENTS-FILE illisible).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT OF COMPTE-RECORD
            WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT CLIENTS-FILE ASSIGN TO 'clients.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENT OF CLIENT-RECORD
        FILE STATUS IS WS-CLIENT-STATUS.

    SELECT VIREMENTS-PERMANENTS-FILE
        ASSIGN TO 'virements_permanents.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VP-NUMERO-ORDRE
        FILE STATUS IS WS-VP-STATUS.

    SELECT DEPOTS-TERME-FILE ASSIGN TO 'depots_terme.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DAT-NUMERO-CONTRAT
        FILE STATUS IS WS-DAT-STATUS.

    SELECT BLOCAGES-FILE ASSIGN TO 'blocages.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLO-CLE
        FILE STATUS IS WS-BLO-STATUS.

    SELECT ATTENTE-FILE ASSIGN TO 'attente.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AP-CLE
        FILE STATUS IS WS-AP-STATUS.

    SELECT CHEQUIERS-FILE ASSIGN TO 'chequiers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHQ-CLE
        FILE STATUS IS WS-CHQ-STATUS.

    SELECT OPPOSITIONS-CHEQUES-FILE
        ASSIGN TO 'oppositions_cheques.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPP-CLE
        FILE STATUS IS WS-OPP-STATUS.

    SELECT SEQUENCE-FILE ASSIGN TO 'sequence_trans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQ-NUMERO-COMPTE
        FILE STATUS IS WS-SEQ-STATUS.

    SELECT SEQUENCE-BLO-FILE ASSIGN TO 'sequence_blo.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQBLO-NUMERO-COMPTE
        FILE STATUS IS WS-SEQBLO-STATUS.

    SELECT SEQUENCE-ATT-FILE ASSIGN TO 'sequence_att.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQATT-NUMERO-COMPTE
        FILE STATUS IS WS-SEQATT-STATUS.

    SELECT SEQUENCE-VS-FILE ASSIGN TO 'sequence_vs.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQVS-NUMERO-COMPTE
        FILE STATUS IS WS-SEQVS-STATUS.

    SELECT SEQUENCE-SUSP-FILE ASSIGN TO 'sequence_susp.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQSUSP-NUMERO-COMPTE
        FILE STATUS IS WS-SEQSUSP-STATUS.

    SELECT SEQUENCE-ALS-FILE ASSIGN TO 'sequence_als.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQALS-ID-CLIENT
        FILE STATUS IS WS-SEQALS-STATUS.

    SELECT BENEFICIAIRES-FILE ASSIGN TO 'beneficiaires.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BEN-CLE
        FILE STATUS IS WS-BEN-STATUS.

    SELECT INTERVENANTS-FILE ASSIGN TO 'intervenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INT-CLE
        ALTERNATE RECORD KEY IS INT-ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-INT-STATUS.

    SELECT MANDATS-FILE ASSIGN TO 'mandats.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MDT-CLE
        FILE STATUS IS WS-MDT-STATUS.

    SELECT PRETS-FILE ASSIGN TO 'prets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRT-NUMERO-PRET
        FILE STATUS IS WS-PRT-STATUS.

    SELECT ECHEANCES-PRET-FILE ASSIGN TO 'echeances_prets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ECH-CLE
        FILE STATUS IS WS-ECH-STATUS.

    SELECT DECOUVERTS-FILE ASSIGN TO 'decouverts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEC-NUMERO-COMPTE
        FILE STATUS IS WS-DEC-STATUS.

    SELECT AGIOS-FILE ASSIGN TO 'agios.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGI-NUMERO-COMPTE
        FILE STATUS IS WS-AGI-STATUS.

    SELECT CARTES-FILE ASSIGN TO 'cartes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRT-NUMERO-CARTE
        ALTERNATE RECORD KEY IS CRT-NUMERO-COMPTE WITH DUPLICATES
        FILE STATUS IS WS-CRT-STATUS.

    SELECT SAISIES-FILE ASSIGN TO 'saisies.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SAI-NUMERO
        FILE STATUS IS WS-SAI-STATUS.

    SELECT SAISIES-COMPTES-FILE ASSIGN TO 'saisies_comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SAC-CLE
        FILE STATUS IS WS-SAC-STATUS.

    SELECT VIREMENTS-SORTANTS-FILE ASSIGN TO 'virements_sortants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VS-CLE
        FILE STATUS IS WS-VS-STATUS.

    SELECT EXONERATIONS-FRAIS-FILE ASSIGN TO 'exonerations_frais.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXO-CLE
        FILE STATUS IS WS-EXO-STATUS.

    SELECT RAPPORT-FILE ASSIGN TO WS-NOM-RAPPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD CLIENTS-FILE.
COPY CLIENT.

FD VIREMENTS-PERMANENTS-FILE.
COPY VIRPERM.

FD DEPOTS-TERME-FILE.
COPY DEPTERME.

FD BLOCAGES-FILE.
COPY BLOCAGE.

FD ATTENTE-FILE.
COPY ATTENTE.

FD CHEQUIERS-FILE.
COPY CHEQUIER.

FD OPPOSITIONS-CHEQUES-FILE.
COPY OPPCHQ.

FD SEQUENCE-FILE.
COPY SEQTRANS.

FD SEQUENCE-BLO-FILE.
COPY SEQBLO.

FD SEQUENCE-ATT-FILE.
COPY SEQATT.

FD SEQUENCE-VS-FILE.
COPY SEQVS.

FD SEQUENCE-SUSP-FILE.
COPY SEQSUSP.

FD SEQUENCE-ALS-FILE.
COPY SEQALS.

FD BENEFICIAIRES-FILE.
COPY BENEF.

FD INTERVENANTS-FILE.
COPY INTERV.

FD MANDATS-FILE.
COPY MANDAT.

FD PRETS-FILE.
COPY PRET.

FD ECHEANCES-PRET-FILE.
COPY ECHPRET.

FD DECOUVERTS-FILE.
COPY DECOUV.

FD AGIOS-FILE.
COPY AGIOS.

FD CARTES-FILE.
COPY CARTE.

FD SAISIES-FILE.
COPY SAISIE.

FD SAISIES-COMPTES-FILE.
COPY SAISCPT.

FD VIREMENTS-SORTANTS-FILE.
COPY VIRSORT.

FD EXONERATIONS-FRAIS-FILE.
COPY EXOFRAIS.

FD RAPPORT-FILE.
01 RAPPORT-LIGNE             PIC X(132).

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS           PIC X(02).
01 WS-CLIENT-STATUS         PIC X(02).
01 WS-VP-STATUS             PIC X(02).
01 WS-DAT-STATUS            PIC X(02).
01 WS-BLO-STATUS            PIC X(02).
01 WS-AP-STATUS             PIC X(02).
01 WS-CHQ-STATUS            PIC X(02).
01 WS-OPP-STATUS            PIC X(02).
01 WS-SEQ-STATUS            PIC X(02).
01 WS-SEQBLO-STATUS         PIC X(02).
01 WS-SEQATT-STATUS         PIC X(02).
01 WS-SEQVS-STATUS          PIC X(02).
01 WS-SEQSUSP-STATUS        PIC X(02).
01 WS-SEQALS-STATUS         PIC X(02).
01 WS-BEN-STATUS            PIC X(02).
01 WS-INT-STATUS            PIC X(02).
01 WS-MDT-STATUS            PIC X(02).
01 WS-PRT-STATUS            PIC X(02).
01 WS-ECH-STATUS            PIC X(02).
01 WS-DEC-STATUS            PIC X(02).
01 WS-AGI-STATUS            PIC X(02).
01 WS-CRT-STATUS            PIC X(02).
01 WS-SAI-STATUS            PIC X(02).
01 WS-SAC-STATUS            PIC X(02).
01 WS-VS-STATUS             PIC X(02).
01 WS-EXO-STATUS            PIC X(02).
01 WS-RAP-STATUS            PIC X(02).
01 WS-NOM-RAPPORT            PIC X(40).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-STATUT-OUVERTURE       PIC X(02).
01 WS-FICHIER-COURANT        PIC X(24).
01 WS-CLE-ANOMALIE           PIC X(30).
01 WS-REFERENCE-ABSENTE      PIC X(10).
01 WS-NUMERO-REGLE           PIC 9(02).
01 WS-COMPTE-CHERCHE         PIC X(10).
01 WS-COMPTE-EXISTE          PIC X(01).
01 WS-CLIENT-CHERCHE         PIC X(10).
01 WS-CLIENT-EXISTE          PIC X(01).
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-NB-LUS                 PIC 9(8) VALUE 0.
01 WS-NB-FICHIERS-CONTROLES  PIC 9(4) VALUE 0.
01 WS-NB-FICHIERS-ABSENTS    PIC 9(4) VALUE 0.
01 WS-NB-ANOMALIES           PIC 9(6) VALUE 0.
01 WS-STATUT-INTEGRITE       PIC X(02) VALUE "IR".
01 WS-OPERATEUR-BATCH        PIC X(08) VALUE "BATCH".
01 WS-PROGRAMME              PIC X(15) VALUE "controle_integ".
01 WS-MESSAGE-ERREUR         PIC X(50).
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).

*> Règles contrôlées : code court (repris au rapport et dans le
*> message d'erreur) et libellé. Le rang dans la table est le
*> WS-NUMERO-REGLE positionné avant SIGNALER-ANOMALIE.
01 WS-DEFINITION-REGLES.
   05 FILLER PIC X(10) VALUE "CPT-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Compte rattaché à un client inexistant".
   05 FILLER PIC X(10) VALUE "CPT-TYPE".
   05 FILLER PIC X(50)
      VALUE "Compte d'un type de compte inconnu".
   05 FILLER PIC X(10) VALUE "VP-SOURCE".
   05 FILLER PIC X(50)
      VALUE "Virement permanent actif, compte source absent".
   05 FILLER PIC X(10) VALUE "VP-DEST".
   05 FILLER PIC X(50)
      VALUE "Virement permanent actif, destination absente".
   05 FILLER PIC X(10) VALUE "DAT-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Dépôt à terme actif, compte lié absent".
   05 FILLER PIC X(10) VALUE "BLO-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Blocage ouvert sur un compte absent".
   05 FILLER PIC X(10) VALUE "ATT-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Opération en attente sur un compte absent".
   05 FILLER PIC X(10) VALUE "ATT-DEST".
   05 FILLER PIC X(50)
      VALUE "Virement en attente vers un compte absent".
   05 FILLER PIC X(10) VALUE "CHQ-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Chéquier d'un compte absent".
   05 FILLER PIC X(10) VALUE "OPP-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Opposition sur chèque active, compte absent".
   05 FILLER PIC X(10) VALUE "SEQ-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Compteur de séquence d'un compte absent".
   05 FILLER PIC X(10) VALUE "ALS-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Compteur d'alertes d'un client inexistant".
   05 FILLER PIC X(10) VALUE "BEN-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Bénéficiaire d'un client inexistant".
   05 FILLER PIC X(10) VALUE "INT-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Intervenant actif sur un compte absent".
   05 FILLER PIC X(10) VALUE "INT-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Intervenant actif, client inexistant".
   05 FILLER PIC X(10) VALUE "MDT-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Mandat de prélèvement actif, compte absent".
   05 FILLER PIC X(10) VALUE "PRT-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Prêt actif, compte lié absent".
   05 FILLER PIC X(10) VALUE "PRT-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Prêt actif, emprunteur inexistant".
   05 FILLER PIC X(10) VALUE "ECH-PRET".
   05 FILLER PIC X(50)
      VALUE "Echéance d'un prêt inexistant".
   05 FILLER PIC X(10) VALUE "DEC-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Découvert actif sur un compte absent".
   05 FILLER PIC X(10) VALUE "AGI-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Agios d'un compte absent".
   05 FILLER PIC X(10) VALUE "CRT-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Carte active sur un compte absent".
   05 FILLER PIC X(10) VALUE "CRT-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Carte active, porteur inexistant".
   05 FILLER PIC X(10) VALUE "SAI-CLIENT".
   05 FILLER PIC X(50)
      VALUE "Saisie en cours, débiteur inexistant".
   05 FILLER PIC X(10) VALUE "SAC-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Fonds saisis bloqués sur un compte absent".
   05 FILLER PIC X(10) VALUE "VS-COMPTE".
   05 FILLER PIC X(50)
      VALUE "Virement externe non émis, compte absent".
   05 FILLER PIC X(10) VALUE "VS-BENEF".
   05 FILLER PIC X(50)
      VALUE "Virement externe non émis, bénéficiaire absent".
   05 FILLER PIC X(10) VALUE "EXO-CIBLE".
   05 FILLER PIC X(50)
      VALUE "Exonération active, compte ou client absent".
01 WS-TABLE-REGLES REDEFINES WS-DEFINITION-REGLES.
   05 WS-REGLE OCCURS 28 TIMES INDEXED BY IDX-RG.
      10 WS-RG-CODE          PIC X(10).
      10 WS-RG-LIBELLE       PIC X(50).

01 WS-COMPTEURS-REGLES.
   05 WS-NB-REGLE            PIC 9(6) OCCURS 28 TIMES.

01 WS-LIGNE-TITRE.
   05 FILLER                 PIC X(44)
      VALUE "Contrôle d'intégrité référentielle du ".
   05 WS-LT-DATE             PIC X(08).

01 WS-LIGNE-ENTETE.
   05 FILLER                 PIC X(11) VALUE "Règle".
   05 FILLER                 PIC X(25) VALUE "Fichier".
   05 FILLER                 PIC X(31) VALUE "Clé".
   05 FILLER                 PIC X(09) VALUE "Anomalie".

01 WS-LIGNE-DETAIL.
   05 WS-LD-REGLE            PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-FICHIER          PIC X(24).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-CLE              PIC X(30).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-LD-LIBELLE          PIC X(50).

01 WS-LIGNE-ABSENT.
   05 FILLER                 PIC X(34)
      VALUE "Fichier absent, non contrôlé : ".
   05 WS-LA-FICHIER          PIC X(24).
   05 FILLER                 PIC X(09) VALUE " statut ".
   05 WS-LA-STATUT           PIC X(02).

01 WS-LIGNE-TOTAL-REGLE.
   05 WS-TR-CODE             PIC X(10).
   05 FILLER                 PIC X(01) VALUE SPACE.
   05 WS-TR-LIBELLE          PIC X(50).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-TR-NOMBRE           PIC ZZZZZ9.

01 WS-LIGNE-TOTAL.
   05 WS-TOT-LIBELLE         PIC X(42).
   05 FILLER                 PIC X(03) VALUE " : ".
   05 WS-TOT-NOMBRE          PIC ZZZZZZZ9.

PROCEDURE DIVISION.
DEBUT-CONTROLE-INTEGRITE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Contrôle d'intégrité déjà exécuté pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-RESULTAT-PASSAGE = 'P'
        DISPLAY "Reprise du contrôle d'intégrité du "
            WS-DATE-DU-JOUR " depuis le début."
    END-IF.

    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Contrôle abandonné."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT CLIENTS-FILE.
    IF WS-CLIENT-STATUS NOT = '00'
        DISPLAY "Ouverture de CLIENTS-FILE impossible (statut "
            WS-CLIENT-STATUS "). Contrôle abandonné."
        CLOSE COMPTES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    INITIALIZE WS-COMPTEURS-REGLES.
    MOVE SPACES TO WS-NOM-RAPPORT.
    STRING "controle_integrite_" WS-DATE-DU-JOUR ".txt"
        DELIMITED BY SIZE INTO WS-NOM-RAPPORT.
    OPEN EXTEND RAPPORT-FILE.
    IF WS-RAP-STATUS = '35'
        OPEN OUTPUT RAPPORT-FILE
    END-IF.
    MOVE WS-DATE-DU-JOUR TO WS-LT-DATE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TITRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-ENTETE.

    PERFORM CONTROLER-COMPTES.
    PERFORM CONTROLER-VIREMENTS-PERMANENTS.
    PERFORM CONTROLER-DEPOTS-TERME.
    PERFORM CONTROLER-BLOCAGES.
    PERFORM CONTROLER-ATTENTE.
    PERFORM CONTROLER-CHEQUIERS.
    PERFORM CONTROLER-OPPOSITIONS.
    PERFORM CONTROLER-SEQUENCES.
    PERFORM CONTROLER-BENEFICIAIRES.
    PERFORM CONTROLER-INTERVENANTS.
    PERFORM CONTROLER-MANDATS.
    PERFORM CONTROLER-PRETS.
    PERFORM CONTROLER-ECHEANCES.
    PERFORM CONTROLER-DECOUVERTS.
    PERFORM CONTROLER-AGIOS.
    PERFORM CONTROLER-CARTES.
    PERFORM CONTROLER-SAISIES.
    PERFORM CONTROLER-VIREMENTS-SORTANTS.
    PERFORM CONTROLER-EXONERATIONS.

    PERFORM ECRIRE-TOTAUX.
    CLOSE RAPPORT-FILE.
    CLOSE CLIENTS-FILE.
    CLOSE COMPTES-FILE.

    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.

    DISPLAY "Contrôle d'intégrité référentielle terminé.".
    DISPLAY "Fichiers contrôlés          : " WS-NB-FICHIERS-CONTROLES.
    DISPLAY "Fichiers absents            : " WS-NB-FICHIERS-ABSENTS.
    DISPLAY "Enregistrements lus         : " WS-NB-LUS.
    DISPLAY "Anomalies                   : " WS-NB-ANOMALIES.
    DISPLAY "Rapport : " WS-NOM-RAPPORT.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*> Comptes : titulaire présent dans CLIENTS-FILE et type de compte
*> connu de TYPES-COMPTE-FILE.
CONTROLER-COMPTES.
    MOVE "comptes.dat" TO WS-FICHIER-COURANT.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                MOVE NUMERO-COMPTE TO WS-CLE-ANOMALIE
                MOVE ID-CLIENT OF COMPTE-RECORD TO WS-CLIENT-CHERCHE
                PERFORM VERIFIER-CLIENT
                IF WS-CLIENT-EXISTE = 'N'
                    MOVE 1 TO WS-NUMERO-REGLE
                    MOVE WS-CLIENT-CHERCHE TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
                CALL 'consulter_type_compte' USING TYPE-COMPTE
                    WS-TAUX-INTERET WS-FRAIS-MENSUEL
                    WS-SOLDE-MINIMUM WS-TYPE-TROUVE
                IF WS-TYPE-TROUVE NOT = 'O'
                    MOVE 2 TO WS-NUMERO-REGLE
                    MOVE NUMERO-COMPTE TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
        END-READ
    END-PERFORM.

*> Ordres permanents actifs ou suspendus : comptes source et
*> destination.
CONTROLER-VIREMENTS-PERMANENTS.
    MOVE "virements_permanents.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT VIREMENTS-PERMANENTS-FILE.
    IF WS-VP-STATUS NOT = '00'
        MOVE WS-VP-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ VIREMENTS-PERMANENTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF VP-STATUT = 'A' OR VP-STATUT = 'S'
                    MOVE VP-NUMERO-ORDRE TO WS-CLE-ANOMALIE
                    MOVE VP-COMPTE-SOURCE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE 3 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                    MOVE VP-COMPTE-DESTINATION TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE 4 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VIREMENTS-PERMANENTS-FILE.

CONTROLER-DEPOTS-TERME.
    MOVE "depots_terme.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT DEPOTS-TERME-FILE.
    IF WS-DAT-STATUS NOT = '00'
        MOVE WS-DAT-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ DEPOTS-TERME-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF DAT-STATUT = 'A'
                    MOVE DAT-COMPTE-LIE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE DAT-NUMERO-CONTRAT TO WS-CLE-ANOMALIE
                        MOVE 5 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPOTS-TERME-FILE.

CONTROLER-BLOCAGES.
    MOVE "blocages.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT BLOCAGES-FILE.
    IF WS-BLO-STATUS NOT = '00'
        MOVE WS-BLO-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ BLOCAGES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF BLO-STATUT = 'O'
                    MOVE BLO-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE SPACES TO WS-CLE-ANOMALIE
                        STRING BLO-NUMERO-COMPTE " " BLO-SEQUENCE
                            DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                        MOVE 6 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BLOCAGES-FILE.

*> Opérations en attente de validation : compte demandeur, et
*> compte destination pour un VIREMENT interne (pour les autres
*> types AP-COMPTE-DESTINATION porte un code bénéficiaire ou une
*> séquence de mouvement, voir valider_operations).
CONTROLER-ATTENTE.
    MOVE "attente.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT ATTENTE-FILE.
    IF WS-AP-STATUS NOT = '00'
        MOVE WS-AP-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ATTENTE-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF AP-STATUT = 'A'
                    PERFORM CONTROLER-OPERATION-ATTENTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ATTENTE-FILE.

CONTROLER-OPERATION-ATTENTE.
    MOVE SPACES TO WS-CLE-ANOMALIE.
    STRING AP-NUMERO-COMPTE " " AP-SEQUENCE " " AP-TYPE-OPERATION
        DELIMITED BY SIZE INTO WS-CLE-ANOMALIE.
    MOVE AP-NUMERO-COMPTE TO WS-COMPTE-CHERCHE.
    PERFORM VERIFIER-COMPTE.
    IF WS-COMPTE-EXISTE = 'N'
        MOVE 7 TO WS-NUMERO-REGLE
        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.
    IF AP-TYPE-OPERATION = "VIREMENT"
        MOVE AP-COMPTE-DESTINATION TO WS-COMPTE-CHERCHE
        PERFORM VERIFIER-COMPTE
        IF WS-COMPTE-EXISTE = 'N'
            MOVE 8 TO WS-NUMERO-REGLE
            MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
            PERFORM SIGNALER-ANOMALIE
        END-IF
    END-IF.

CONTROLER-CHEQUIERS.
    MOVE "chequiers.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT CHEQUIERS-FILE.
    IF WS-CHQ-STATUS NOT = '00'
        MOVE WS-CHQ-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ CHEQUIERS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                MOVE CHQ-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                PERFORM VERIFIER-COMPTE
                IF WS-COMPTE-EXISTE = 'N'
                    MOVE SPACES TO WS-CLE-ANOMALIE
                    STRING CHQ-NUMERO-COMPTE " " CHQ-NUMERO-DEBUT
                        DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                    MOVE 9 TO WS-NUMERO-REGLE
                    MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHEQUIERS-FILE.

CONTROLER-OPPOSITIONS.
    MOVE "oppositions_cheques.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT OPPOSITIONS-CHEQUES-FILE.
    IF WS-OPP-STATUS NOT = '00'
        MOVE WS-OPP-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ OPPOSITIONS-CHEQUES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF OPP-STATUT = 'O'
                    MOVE OPP-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE SPACES TO WS-CLE-ANOMALIE
                        STRING OPP-NUMERO-COMPTE " " OPP-NUMERO-CHEQUE
                            DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                        MOVE 10 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPPOSITIONS-CHEQUES-FILE.

*> Compteurs de séquence par compte (mouvements, blocages, attente,
*> virements externes, suspens) et par client (alertes sanctions).
*> SEQUENCE-ERR-FILE n'est pas contrôlé : il numérote aussi des
*> erreurs sans compte, dont les présentes anomalies.
CONTROLER-SEQUENCES.
    MOVE "sequence_trans.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SEQUENCE-FILE.
    IF WS-SEQ-STATUS NOT = '00'
        MOVE WS-SEQ-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
    ELSE
        ADD 1 TO WS-NB-FICHIERS-CONTROLES
        MOVE 'N' TO WS-FIN-FICHIER
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ SEQUENCE-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    MOVE SEQ-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM CONTROLER-COMPTEUR-COMPTE
            END-READ
        END-PERFORM
        CLOSE SEQUENCE-FILE
    END-IF.

    MOVE "sequence_blo.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SEQUENCE-BLO-FILE.
    IF WS-SEQBLO-STATUS NOT = '00'
        MOVE WS-SEQBLO-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
    ELSE
        ADD 1 TO WS-NB-FICHIERS-CONTROLES
        MOVE 'N' TO WS-FIN-FICHIER
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ SEQUENCE-BLO-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    MOVE SEQBLO-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM CONTROLER-COMPTEUR-COMPTE
            END-READ
        END-PERFORM
        CLOSE SEQUENCE-BLO-FILE
    END-IF.

    MOVE "sequence_att.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SEQUENCE-ATT-FILE.
    IF WS-SEQATT-STATUS NOT = '00'
        MOVE WS-SEQATT-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
    ELSE
        ADD 1 TO WS-NB-FICHIERS-CONTROLES
        MOVE 'N' TO WS-FIN-FICHIER
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ SEQUENCE-ATT-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    MOVE SEQATT-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM CONTROLER-COMPTEUR-COMPTE
            END-READ
        END-PERFORM
        CLOSE SEQUENCE-ATT-FILE
    END-IF.

    MOVE "sequence_vs.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SEQUENCE-VS-FILE.
    IF WS-SEQVS-STATUS NOT = '00'
        MOVE WS-SEQVS-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
    ELSE
        ADD 1 TO WS-NB-FICHIERS-CONTROLES
        MOVE 'N' TO WS-FIN-FICHIER
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ SEQUENCE-VS-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    MOVE SEQVS-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM CONTROLER-COMPTEUR-COMPTE
            END-READ
        END-PERFORM
        CLOSE SEQUENCE-VS-FILE
    END-IF.

    MOVE "sequence_susp.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SEQUENCE-SUSP-FILE.
    IF WS-SEQSUSP-STATUS NOT = '00'
        MOVE WS-SEQSUSP-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
    ELSE
        ADD 1 TO WS-NB-FICHIERS-CONTROLES
        MOVE 'N' TO WS-FIN-FICHIER
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ SEQUENCE-SUSP-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    MOVE SEQSUSP-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM CONTROLER-COMPTEUR-COMPTE
            END-READ
        END-PERFORM
        CLOSE SEQUENCE-SUSP-FILE
    END-IF.

    MOVE "sequence_als.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SEQUENCE-ALS-FILE.
    IF WS-SEQALS-STATUS NOT = '00'
        MOVE WS-SEQALS-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SEQUENCE-ALS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                MOVE SEQALS-ID-CLIENT TO WS-CLIENT-CHERCHE
                PERFORM VERIFIER-CLIENT
                IF WS-CLIENT-EXISTE = 'N'
                    MOVE WS-CLIENT-CHERCHE TO WS-CLE-ANOMALIE
                    MOVE 12 TO WS-NUMERO-REGLE
                    MOVE WS-CLIENT-CHERCHE TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SEQUENCE-ALS-FILE.

CONTROLER-COMPTEUR-COMPTE.
    ADD 1 TO WS-NB-LUS.
    PERFORM VERIFIER-COMPTE.
    IF WS-COMPTE-EXISTE = 'N'
        MOVE WS-COMPTE-CHERCHE TO WS-CLE-ANOMALIE
        MOVE 11 TO WS-NUMERO-REGLE
        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.

*> Bénéficiaires, actifs ou supprimés : la clé elle-même désigne le
*> client, un enregistrement sans client ne peut plus être servi.
CONTROLER-BENEFICIAIRES.
    MOVE "beneficiaires.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT BENEFICIAIRES-FILE.
    IF WS-BEN-STATUS NOT = '00'
        MOVE WS-BEN-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ BENEFICIAIRES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                MOVE BEN-ID-CLIENT TO WS-CLIENT-CHERCHE
                PERFORM VERIFIER-CLIENT
                IF WS-CLIENT-EXISTE = 'N'
                    MOVE SPACES TO WS-CLE-ANOMALIE
                    STRING BEN-ID-CLIENT " " BEN-CODE
                        DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                    MOVE 13 TO WS-NUMERO-REGLE
                    MOVE WS-CLIENT-CHERCHE TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BENEFICIAIRES-FILE.

CONTROLER-INTERVENANTS.
    MOVE "intervenants.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT INTERVENANTS-FILE.
    IF WS-INT-STATUS NOT = '00'
        MOVE WS-INT-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ INTERVENANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF INT-STATUT = 'A'
                    PERFORM CONTROLER-INTERVENANT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INTERVENANTS-FILE.

CONTROLER-INTERVENANT.
    MOVE SPACES TO WS-CLE-ANOMALIE.
    STRING INT-NUMERO-COMPTE " " INT-ID-CLIENT
        DELIMITED BY SIZE INTO WS-CLE-ANOMALIE.
    MOVE INT-NUMERO-COMPTE TO WS-COMPTE-CHERCHE.
    PERFORM VERIFIER-COMPTE.
    IF WS-COMPTE-EXISTE = 'N'
        MOVE 14 TO WS-NUMERO-REGLE
        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.
    MOVE INT-ID-CLIENT TO WS-CLIENT-CHERCHE.
    PERFORM VERIFIER-CLIENT.
    IF WS-CLIENT-EXISTE = 'N'
        MOVE 15 TO WS-NUMERO-REGLE
        MOVE WS-CLIENT-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.

CONTROLER-MANDATS.
    MOVE "mandats.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT MANDATS-FILE.
    IF WS-MDT-STATUS NOT = '00'
        MOVE WS-MDT-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ MANDATS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF MDT-STATUT = 'A'
                    MOVE MDT-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE SPACES TO WS-CLE-ANOMALIE
                        STRING MDT-NUMERO-COMPTE " " MDT-RUM
                            DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                        MOVE 16 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MANDATS-FILE.

CONTROLER-PRETS.
    MOVE "prets.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT PRETS-FILE.
    IF WS-PRT-STATUS NOT = '00'
        MOVE WS-PRT-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ PRETS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF PRT-STATUT = 'A'
                    PERFORM CONTROLER-PRET
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PRETS-FILE.

CONTROLER-PRET.
    MOVE PRT-NUMERO-PRET TO WS-CLE-ANOMALIE.
    MOVE PRT-COMPTE-LIE TO WS-COMPTE-CHERCHE.
    PERFORM VERIFIER-COMPTE.
    IF WS-COMPTE-EXISTE = 'N'
        MOVE 17 TO WS-NUMERO-REGLE
        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.
    MOVE PRT-ID-CLIENT TO WS-CLIENT-CHERCHE.
    PERFORM VERIFIER-CLIENT.
    IF WS-CLIENT-EXISTE = 'N'
        MOVE 18 TO WS-NUMERO-REGLE
        MOVE WS-CLIENT-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.

*> Echéanciers : le prêt doit exister, quel que soit son statut.
*> PRETS-FILE est rouvert ici en lecture par clé.
CONTROLER-ECHEANCES.
    MOVE "echeances_prets.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT ECHEANCES-PRET-FILE.
    IF WS-ECH-STATUS NOT = '00'
        MOVE WS-ECH-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PRETS-FILE.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ECHEANCES-PRET-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                MOVE ECH-NUMERO-PRET TO PRT-NUMERO-PRET
                READ PRETS-FILE KEY IS PRT-NUMERO-PRET
                IF WS-PRT-STATUS NOT = '00'
                    MOVE SPACES TO WS-CLE-ANOMALIE
                    STRING ECH-NUMERO-PRET " " ECH-RANG
                        DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                    MOVE 19 TO WS-NUMERO-REGLE
                    MOVE ECH-NUMERO-PRET TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PRETS-FILE.
    CLOSE ECHEANCES-PRET-FILE.

CONTROLER-DECOUVERTS.
    MOVE "decouverts.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT DECOUVERTS-FILE.
    IF WS-DEC-STATUS NOT = '00'
        MOVE WS-DEC-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ DECOUVERTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF DEC-STATUT = 'A'
                    MOVE DEC-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE DEC-NUMERO-COMPTE TO WS-CLE-ANOMALIE
                        MOVE 20 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DECOUVERTS-FILE.

CONTROLER-AGIOS.
    MOVE "agios.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT AGIOS-FILE.
    IF WS-AGI-STATUS NOT = '00'
        MOVE WS-AGI-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ AGIOS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                MOVE AGI-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                PERFORM VERIFIER-COMPTE
                IF WS-COMPTE-EXISTE = 'N'
                    MOVE AGI-NUMERO-COMPTE TO WS-CLE-ANOMALIE
                    MOVE 21 TO WS-NUMERO-REGLE
                    MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                    PERFORM SIGNALER-ANOMALIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGIOS-FILE.

CONTROLER-CARTES.
    MOVE "cartes.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT CARTES-FILE.
    IF WS-CRT-STATUS NOT = '00'
        MOVE WS-CRT-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ CARTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF CRT-STATUT = 'A'
                    PERFORM CONTROLER-CARTE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARTES-FILE.

CONTROLER-CARTE.
    MOVE CRT-NUMERO-CARTE TO WS-CLE-ANOMALIE.
    MOVE CRT-NUMERO-COMPTE TO WS-COMPTE-CHERCHE.
    PERFORM VERIFIER-COMPTE.
    IF WS-COMPTE-EXISTE = 'N'
        MOVE 22 TO WS-NUMERO-REGLE
        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.
    MOVE CRT-ID-PORTEUR TO WS-CLIENT-CHERCHE.
    PERFORM VERIFIER-CLIENT.
    IF WS-CLIENT-EXISTE = 'N'
        MOVE 23 TO WS-NUMERO-REGLE
        MOVE WS-CLIENT-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.

*> Saisies en cours ou contestées : débiteur présent ; comptes de la
*> saisie dont les fonds sont encore bloqués : compte présent.
CONTROLER-SAISIES.
    MOVE "saisies.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SAISIES-FILE.
    IF WS-SAI-STATUS NOT = '00'
        MOVE WS-SAI-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
    ELSE
        ADD 1 TO WS-NB-FICHIERS-CONTROLES
        MOVE 'N' TO WS-FIN-FICHIER
        PERFORM UNTIL WS-FIN-FICHIER = 'O'
            READ SAISIES-FILE NEXT RECORD
                AT END
                    MOVE 'O' TO WS-FIN-FICHIER
                NOT AT END
                    ADD 1 TO WS-NB-LUS
                    IF SAI-STATUT = 'A' OR SAI-STATUT = 'C'
                        MOVE SAI-ID-CLIENT TO WS-CLIENT-CHERCHE
                        PERFORM VERIFIER-CLIENT
                        IF WS-CLIENT-EXISTE = 'N'
                            MOVE SAI-NUMERO TO WS-CLE-ANOMALIE
                            MOVE 24 TO WS-NUMERO-REGLE
                            MOVE WS-CLIENT-CHERCHE
                                TO WS-REFERENCE-ABSENTE
                            PERFORM SIGNALER-ANOMALIE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SAISIES-FILE
    END-IF.

    MOVE "saisies_comptes.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT SAISIES-COMPTES-FILE.
    IF WS-SAC-STATUS NOT = '00'
        MOVE WS-SAC-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ SAISIES-COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF SAC-STATUT = 'B'
                    MOVE SAC-NUMERO-COMPTE TO WS-COMPTE-CHERCHE
                    PERFORM VERIFIER-COMPTE
                    IF WS-COMPTE-EXISTE = 'N'
                        MOVE SPACES TO WS-CLE-ANOMALIE
                        STRING SAC-NUMERO-SAISIE " " SAC-NUMERO-COMPTE
                            DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
                        MOVE 25 TO WS-NUMERO-REGLE
                        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
                        PERFORM SIGNALER-ANOMALIE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAISIES-COMPTES-FILE.

*> Virements externes pas encore émis (à émettre, suspendus ou
*> gelés) : compte source et bénéficiaire du client. Le fichier des
*> bénéficiaires est rouvert ici en lecture par clé.
CONTROLER-VIREMENTS-SORTANTS.
    MOVE "virements_sortants.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT VIREMENTS-SORTANTS-FILE.
    IF WS-VS-STATUS NOT = '00'
        MOVE WS-VS-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT BENEFICIAIRES-FILE.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ VIREMENTS-SORTANTS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF VS-STATUT = 'A' OR VS-STATUT = 'S'
                    OR VS-STATUT = 'G'
                    PERFORM CONTROLER-VIREMENT-SORTANT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BENEFICIAIRES-FILE.
    CLOSE VIREMENTS-SORTANTS-FILE.

CONTROLER-VIREMENT-SORTANT.
    MOVE SPACES TO WS-CLE-ANOMALIE.
    STRING VS-COMPTE-SOURCE " " VS-SEQUENCE
        DELIMITED BY SIZE INTO WS-CLE-ANOMALIE.
    MOVE VS-COMPTE-SOURCE TO WS-COMPTE-CHERCHE.
    PERFORM VERIFIER-COMPTE.
    IF WS-COMPTE-EXISTE = 'N'
        MOVE 26 TO WS-NUMERO-REGLE
        MOVE WS-COMPTE-CHERCHE TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.
    MOVE VS-ID-CLIENT TO BEN-ID-CLIENT.
    MOVE VS-BEN-CODE TO BEN-CODE.
    READ BENEFICIAIRES-FILE KEY IS BEN-CLE.
    IF WS-BEN-STATUS NOT = '00'
        MOVE 27 TO WS-NUMERO-REGLE
        MOVE VS-ID-CLIENT TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.

*> Exonérations de frais actives : compte (portée C) ou client
*> (portée L) présent.
CONTROLER-EXONERATIONS.
    MOVE "exonerations_frais.dat" TO WS-FICHIER-COURANT.
    OPEN INPUT EXONERATIONS-FRAIS-FILE.
    IF WS-EXO-STATUS NOT = '00'
        MOVE WS-EXO-STATUS TO WS-STATUT-OUVERTURE
        PERFORM SIGNALER-FICHIER-ABSENT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NB-FICHIERS-CONTROLES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ EXONERATIONS-FRAIS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                ADD 1 TO WS-NB-LUS
                IF EXO-STATUT = 'A'
                    PERFORM CONTROLER-EXONERATION
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXONERATIONS-FRAIS-FILE.

CONTROLER-EXONERATION.
    IF EXO-PORTEE = 'C'
        MOVE EXO-IDENTIFIANT TO WS-COMPTE-CHERCHE
        PERFORM VERIFIER-COMPTE
        MOVE WS-COMPTE-EXISTE TO WS-CLIENT-EXISTE
    ELSE
        MOVE EXO-IDENTIFIANT TO WS-CLIENT-CHERCHE
        PERFORM VERIFIER-CLIENT
    END-IF.
    IF WS-CLIENT-EXISTE = 'N'
        MOVE SPACES TO WS-CLE-ANOMALIE
        STRING EXO-PORTEE " " EXO-IDENTIFIANT " " EXO-EVENEMENT
            DELIMITED BY SIZE INTO WS-CLE-ANOMALIE
        MOVE 28 TO WS-NUMERO-REGLE
        MOVE EXO-IDENTIFIANT TO WS-REFERENCE-ABSENTE
        PERFORM SIGNALER-ANOMALIE
    END-IF.

*> Présence d'un compte dans COMPTES-FILE. Seul le statut '23'
*> (clé absente) fait une anomalie ; toute autre erreur de lecture
*> est enregistrée comme telle et le lien n'est pas mis en cause.
VERIFIER-COMPTE.
    MOVE 'O' TO WS-COMPTE-EXISTE.
    MOVE WS-COMPTE-CHERCHE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    EVALUATE WS-FILE-STATUS
        WHEN '00'
            CONTINUE
        WHEN '23'
            MOVE 'N' TO WS-COMPTE-EXISTE
        WHEN OTHER
            CALL 'traiter_erreur' USING WS-COMPTE-CHERCHE
                WS-PROGRAMME WS-FILE-STATUS WS-MESSAGE-ERREUR
                WS-OPERATEUR-BATCH
            DISPLAY "Lecture du compte " WS-COMPTE-CHERCHE
                " impossible : " WS-MESSAGE-ERREUR
    END-EVALUATE.

VERIFIER-CLIENT.
    MOVE 'O' TO WS-CLIENT-EXISTE.
    MOVE WS-CLIENT-CHERCHE TO ID-CLIENT OF CLIENT-RECORD.
    READ CLIENTS-FILE KEY IS ID-CLIENT OF CLIENT-RECORD.
    EVALUATE WS-CLIENT-STATUS
        WHEN '00'
            CONTINUE
        WHEN '23'
            MOVE 'N' TO WS-CLIENT-EXISTE
        WHEN OTHER
            CALL 'traiter_erreur' USING WS-CLIENT-CHERCHE
                WS-PROGRAMME WS-CLIENT-STATUS WS-MESSAGE-ERREUR
                WS-OPERATEUR-BATCH
            DISPLAY "Lecture du client " WS-CLIENT-CHERCHE
                " impossible : " WS-MESSAGE-ERREUR
    END-EVALUATE.

*> Anomalie de la règle WS-NUMERO-REGLE sur l'enregistrement
*> WS-CLE-ANOMALIE de WS-FICHIER-COURANT : ligne de rapport et
*> inscription dans ERREURS-FILE au nom de l'identifiant introuvable.
SIGNALER-ANOMALIE.
    ADD 1 TO WS-NB-ANOMALIES.
    ADD 1 TO WS-NB-REGLE(WS-NUMERO-REGLE).
    MOVE WS-RG-CODE(WS-NUMERO-REGLE) TO WS-LD-REGLE.
    MOVE WS-FICHIER-COURANT TO WS-LD-FICHIER.
    MOVE WS-CLE-ANOMALIE TO WS-LD-CLE.
    MOVE WS-RG-LIBELLE(WS-NUMERO-REGLE) TO WS-LD-LIBELLE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-DETAIL.

    MOVE SPACES TO WS-MESSAGE-ERREUR.
    STRING WS-RG-CODE(WS-NUMERO-REGLE) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        WS-FICHIER-COURANT DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        WS-CLE-ANOMALIE DELIMITED BY SIZE
        INTO WS-MESSAGE-ERREUR.
    CALL 'traiter_erreur' USING WS-REFERENCE-ABSENTE WS-PROGRAMME
        WS-STATUT-INTEGRITE WS-MESSAGE-ERREUR WS-OPERATEUR-BATCH.

SIGNALER-FICHIER-ABSENT.
    ADD 1 TO WS-NB-FICHIERS-ABSENTS.
    MOVE WS-FICHIER-COURANT TO WS-LA-FICHIER.
    MOVE WS-STATUT-OUVERTURE TO WS-LA-STATUT.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-ABSENT.

*> Total par règle, y compris les règles sans anomalie, pour que le
*> rapport montre ce qui a été contrôlé.
ECRIRE-TOTAUX.
    MOVE SPACES TO RAPPORT-LIGNE.
    WRITE RAPPORT-LIGNE.
    PERFORM VARYING IDX-RG FROM 1 BY 1 UNTIL IDX-RG > 28
        MOVE WS-RG-CODE(IDX-RG) TO WS-TR-CODE
        MOVE WS-RG-LIBELLE(IDX-RG) TO WS-TR-LIBELLE
        MOVE WS-NB-REGLE(IDX-RG) TO WS-TR-NOMBRE
        WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL-REGLE
    END-PERFORM.
    MOVE "Fichiers contrôlés" TO WS-TOT-LIBELLE.
    MOVE WS-NB-FICHIERS-CONTROLES TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Fichiers absents (non contrôlés)" TO WS-TOT-LIBELLE.
    MOVE WS-NB-FICHIERS-ABSENTS TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Enregistrements lus" TO WS-TOT-LIBELLE.
    MOVE WS-NB-LUS TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
    MOVE "Anomalies" TO WS-TOT-LIBELLE.
    MOVE WS-NB-ANOMALIES TO WS-TOT-NOMBRE.
    WRITE RAPPORT-LIGNE FROM WS-LIGNE-TOTAL.
