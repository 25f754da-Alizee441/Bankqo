IDENTIFICATION DIVISION.
PROGRAM-ID. photographier_soldes.

*> Photographie des soldes de fin de mois (SOLDES-FIN-MOIS-FILE, voir
*> SOLDMOIS.CPY) : lancée par chaine_batch_nuit le dernier jour ouvré
*> du mois, après la réconciliation et le contrôle d'intégrité, quand
*> tous les mouvements de la journée sont passés. Elle enregistre pour
*> chaque compte son solde, son statut, son type, sa devise et son
*> agence, puis pour chaque dépôt à terme actif son principal et son
*> intérêt couru à la date, et en dernier l'entête du mois qui clôt
*> le mois : plus aucun mouvement n'y sera accepté (voir
*> consulter_mois_clos). editer_attestation_solde part de ces
*> photographies pour attester le solde d'un compte à une date passée.
*> Le programme vérifie lui-même que la date comptable est le dernier
*> jour ouvré de son mois (même règle que la chaîne pour les frais
*> mensuels) : lancé un autre jour, il clôturerait le mois trop tôt.
*> Un passage interrompu est repris depuis le début : les lignes déjà
*> écrites sont réécrites, l'entête n'existant pas encore.
*> RETURN-CODE : 0 = complet, 4 = refusé (déjà passé, mois déjà clos
*> ou pas le dernier jour ouvré), 8 = abandon sur erreur fichier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

    SELECT DEPOTS-TERME-FILE ASSIGN TO 'depots_terme.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DAT-NUMERO-CONTRAT
        FILE STATUS IS WS-DAT-STATUS.

    SELECT SOLDES-FIN-MOIS-FILE ASSIGN TO 'soldes_fin_mois.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SFM-CLE
        FILE STATUS IS WS-SFM-STATUS.

DATA DIVISION.
FILE SECTION.
FD COMPTES-FILE.
COPY COMPTE.

FD DEPOTS-TERME-FILE.
COPY DEPTERME.

FD SOLDES-FIN-MOIS-FILE.
COPY SOLDMOIS.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS           PIC X(02).
01 WS-DAT-STATUS            PIC X(02).
01 WS-SFM-STATUS            PIC X(02).
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-HEURE-PHOTO            PIC X(06).
01 WS-MOIS-CLOS              PIC X(01).
01 WS-DATE-PHOTO             PIC X(08).
01 WS-NB-COMPTES             PIC 9(07) VALUE 0.
01 WS-NB-CONTRATS            PIC 9(07) VALUE 0.
01 WS-NB-ECHECS              PIC 9(07) VALUE 0.
01 WS-JOURS-ENTIERS          PIC 9(7).
01 WS-DATE-ENTIERE           PIC 9(8).
01 WS-DATE-LENDEMAIN         PIC X(08).
01 WS-JOUR-OUVRE             PIC X(01).
01 WS-JOUR-SUIVANT           PIC X(08).
01 WS-JOUR-PRECEDENT         PIC X(08).
01 WS-DERNIER-OUVRE-DU-MOIS  PIC X(01).
01 WS-JOURS-TOTAUX           PIC S9(7).
01 WS-JOURS-COURUS           PIC S9(7).
01 WS-INTERET-COURU          PIC S9(13)V99.
01 WS-PROGRAMME              PIC X(15) VALUE "photographier_s".
01 WS-ACTION-PASSAGE         PIC X(01).
01 WS-RESULTAT-PASSAGE       PIC X(01).
01 WS-DERNIER-COMPTE         PIC X(10).

PROCEDURE DIVISION.
DEBUT-PHOTOGRAPHIER-SOLDES.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    PERFORM DETERMINER-DERNIER-JOUR-OUVRE.
    IF WS-DERNIER-OUVRE-DU-MOIS NOT = 'O'
        DISPLAY "Le " WS-DATE-DU-JOUR " n'est pas le dernier jour"
            " ouvré du mois : photographie refusée."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL 'consulter_mois_clos' USING WS-DATE-DU-JOUR WS-MOIS-CLOS
        WS-DATE-PHOTO.
    IF WS-MOIS-CLOS = 'O'
        DISPLAY "Mois " WS-DATE-DU-JOUR(1:6) " déjà photographié le "
            WS-DATE-PHOTO ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO WS-DERNIER-COMPTE.
    MOVE 'D' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.
    IF WS-RESULTAT-PASSAGE = 'R'
        DISPLAY "Photographie des soldes déjà prise pour le "
            WS-DATE-DU-JOUR ". Lancement refusé."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-RESULTAT-PASSAGE = 'P'
        DISPLAY "Reprise de la photographie des soldes du "
            WS-DATE-DU-JOUR " depuis le début."
    END-IF.

    OPEN INPUT COMPTES-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Ouverture de COMPTES-FILE impossible (statut "
            WS-FILE-STATUS "). Photographie abandonnée."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O SOLDES-FIN-MOIS-FILE.
    IF WS-SFM-STATUS = '35'
        OPEN OUTPUT SOLDES-FIN-MOIS-FILE
        CLOSE SOLDES-FIN-MOIS-FILE
        OPEN I-O SOLDES-FIN-MOIS-FILE
    END-IF.
    IF WS-SFM-STATUS NOT = '00'
        DISPLAY "Ouverture de SOLDES-FIN-MOIS-FILE impossible (statut "
            WS-SFM-STATUS "). Photographie abandonnée."
        CLOSE COMPTES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-PHOTO.

    PERFORM PHOTOGRAPHIER-COMPTES.
    PERFORM PHOTOGRAPHIER-DEPOTS-TERME.

    IF WS-NB-ECHECS > 0
        DISPLAY WS-NB-ECHECS " ligne(s) de photographie non écrite(s)"
            " : mois " WS-DATE-DU-JOUR(1:6) " laissé ouvert."
        CLOSE SOLDES-FIN-MOIS-FILE
        CLOSE COMPTES-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM ECRIRE-ENTETE-MOIS.
    CLOSE SOLDES-FIN-MOIS-FILE.
    CLOSE COMPTES-FILE.
    IF WS-SFM-STATUS NOT = '00'
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE 'F' TO WS-ACTION-PASSAGE.
    CALL 'controler_passage_batch' USING WS-PROGRAMME
        WS-DATE-DU-JOUR WS-ACTION-PASSAGE WS-DERNIER-COMPTE
        WS-RESULTAT-PASSAGE.

    DISPLAY "Photographie de fin de mois du " WS-DATE-DU-JOUR
        " : " WS-NB-COMPTES " compte(s), " WS-NB-CONTRATS
        " dépôt(s) à terme. Mois " WS-DATE-DU-JOUR(1:6) " clos.".
    MOVE 0 TO RETURN-CODE.
    GOBACK.

PHOTOGRAPHIER-COMPTES.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ COMPTES-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                INITIALIZE SOLDE-FIN-MOIS-RECORD
                MOVE 'C' TO SFM-TYPE-LIGNE
                MOVE WS-DATE-DU-JOUR(1:6) TO SFM-MOIS
                MOVE NUMERO-COMPTE TO SFM-REFERENCE
                MOVE WS-DATE-DU-JOUR TO SFM-DATE-PHOTO
                MOVE NUMERO-COMPTE TO SFM-NUMERO-COMPTE
                MOVE SOLDE-COMPTE TO SFM-MONTANT
                MOVE STATUT-COMPTE TO SFM-STATUT
                MOVE TYPE-COMPTE TO SFM-TYPE-COMPTE
                MOVE DEVISE TO SFM-DEVISE
                MOVE AGENCE-COMPTE TO SFM-AGENCE
                MOVE WS-HEURE-PHOTO TO SFM-HEURE-PHOTO
                PERFORM ECRIRE-LIGNE-PHOTO
                IF WS-SFM-STATUS = '00'
                    ADD 1 TO WS-NB-COMPTES
                END-IF
        END-READ
    END-PERFORM.

*> Dépôts à terme actifs seulement : un contrat échu ou cassé a déjà
*> été reversé au compte lié et figure dans son solde. L'agence est
*> celle du compte lié.
PHOTOGRAPHIER-DEPOTS-TERME.
    OPEN INPUT DEPOTS-TERME-FILE.
    IF WS-DAT-STATUS = '35'
        EXIT PARAGRAPH
    END-IF.
    IF WS-DAT-STATUS NOT = '00'
        DISPLAY "Ouverture de DEPOTS-TERME-FILE impossible (statut "
            WS-DAT-STATUS ")."
        ADD 1 TO WS-NB-ECHECS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FIN-FICHIER.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ DEPOTS-TERME-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF DAT-STATUT = 'A'
                    PERFORM PHOTOGRAPHIER-CONTRAT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPOTS-TERME-FILE.

PHOTOGRAPHIER-CONTRAT.
    PERFORM CALCULER-INTERET-COURU.
    INITIALIZE SOLDE-FIN-MOIS-RECORD.
    MOVE 'D' TO SFM-TYPE-LIGNE.
    MOVE WS-DATE-DU-JOUR(1:6) TO SFM-MOIS.
    MOVE DAT-NUMERO-CONTRAT TO SFM-REFERENCE.
    MOVE WS-DATE-DU-JOUR TO SFM-DATE-PHOTO.
    MOVE DAT-COMPTE-LIE TO SFM-NUMERO-COMPTE.
    MOVE DAT-PRINCIPAL TO SFM-MONTANT.
    MOVE WS-INTERET-COURU TO SFM-INTERET-COURU.
    MOVE DAT-STATUT TO SFM-STATUT.
    MOVE DAT-DEVISE TO SFM-DEVISE.
    MOVE DAT-DATE-ECHEANCE TO SFM-DATE-ECHEANCE.
    MOVE WS-HEURE-PHOTO TO SFM-HEURE-PHOTO.
    MOVE DAT-COMPTE-LIE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS = '00'
        MOVE TYPE-COMPTE TO SFM-TYPE-COMPTE
        MOVE AGENCE-COMPTE TO SFM-AGENCE
    END-IF.
    PERFORM ECRIRE-LIGNE-PHOTO.
    IF WS-SFM-STATUS = '00'
        ADD 1 TO WS-NB-CONTRATS
    END-IF.

*> Intérêt couru prorata temporis du début du contrat à la date de la
*> photographie, même calcul que le certificat de gerer_successions.
CALCULER-INTERET-COURU.
    COMPUTE WS-JOURS-TOTAUX =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-ECHEANCE))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-DEBUT)).
    COMPUTE WS-JOURS-COURUS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DU-JOUR))
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DAT-DATE-DEBUT)).
    IF WS-JOURS-TOTAUX NOT > 0
        MOVE 1 TO WS-JOURS-TOTAUX
    END-IF.
    IF WS-JOURS-COURUS < 0
        MOVE 0 TO WS-JOURS-COURUS
    END-IF.
    IF WS-JOURS-COURUS > WS-JOURS-TOTAUX
        MOVE WS-JOURS-TOTAUX TO WS-JOURS-COURUS
    END-IF.
    COMPUTE WS-INTERET-COURU ROUNDED =
        DAT-PRINCIPAL * DAT-TAUX * WS-JOURS-COURUS / WS-JOURS-TOTAUX.

*> Une ligne déjà présente vient d'un passage interrompu : elle est
*> remplacée par la situation de ce passage.
ECRIRE-LIGNE-PHOTO.
    WRITE SOLDE-FIN-MOIS-RECORD.
    IF WS-SFM-STATUS = '22'
        REWRITE SOLDE-FIN-MOIS-RECORD
    END-IF.
    IF WS-SFM-STATUS NOT = '00'
        DISPLAY "ECHEC ECRITURE SOLDES-FIN-MOIS-FILE pour "
            SFM-REFERENCE " (statut " WS-SFM-STATUS ")."
        ADD 1 TO WS-NB-ECHECS
    END-IF.

ECRIRE-ENTETE-MOIS.
    INITIALIZE SOLDE-FIN-MOIS-RECORD.
    MOVE 'E' TO SFM-TYPE-LIGNE.
    MOVE WS-DATE-DU-JOUR(1:6) TO SFM-MOIS.
    MOVE SPACES TO SFM-REFERENCE.
    MOVE WS-DATE-DU-JOUR TO SFM-DATE-PHOTO.
    MOVE WS-NB-COMPTES TO SFM-NB-COMPTES.
    MOVE WS-NB-CONTRATS TO SFM-NB-CONTRATS.
    MOVE WS-HEURE-PHOTO TO SFM-HEURE-PHOTO.
    WRITE SOLDE-FIN-MOIS-RECORD.
    IF WS-SFM-STATUS NOT = '00'
        DISPLAY "ECHEC ECRITURE de l'entête du mois "
            WS-DATE-DU-JOUR(1:6) " (statut " WS-SFM-STATUS
            ") : mois laissé ouvert."
    END-IF.

*> Même règle que la chaîne de nuit pour les frais mensuels : le jour
*> est le dernier ouvré du mois s'il est ouvré et que le prochain
*> jour ouvré après lui tombe le mois suivant.
DETERMINER-DERNIER-JOUR-OUVRE.
    MOVE 'N' TO WS-DERNIER-OUVRE-DU-MOIS.
    CALL 'consulter_jour_ouvre' USING WS-DATE-DU-JOUR
        WS-JOUR-OUVRE WS-JOUR-SUIVANT WS-JOUR-PRECEDENT.
    IF WS-JOUR-OUVRE NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-JOURS-ENTIERS = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-DATE-DU-JOUR)) + 1.
    COMPUTE WS-DATE-ENTIERE =
        FUNCTION DATE-OF-INTEGER(WS-JOURS-ENTIERS).
    MOVE WS-DATE-ENTIERE TO WS-DATE-LENDEMAIN.
    CALL 'consulter_jour_ouvre' USING WS-DATE-LENDEMAIN
        WS-JOUR-OUVRE WS-JOUR-SUIVANT WS-JOUR-PRECEDENT.
    IF WS-JOUR-SUIVANT(1:6) NOT = WS-DATE-DU-JOUR(1:6)
        MOVE 'O' TO WS-DERNIER-OUVRE-DU-MOIS
    END-IF.
