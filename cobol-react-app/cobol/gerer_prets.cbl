IDENTIFICATION DIVISION.
PROGRAM-ID. gerer_prets.

*> Guichet des prêts (PRETS-FILE, voir PRET.CPY) : octroi d'un prêt
*> amortissable à mensualités constantes — le tableau
*> d'amortissement (ECHEANCES-PRET-FILE, voir ECHPRET.CPY) est
*> calculé et écrit à l'octroi, chaque échéance décomposée en
*> capital, intérêt et assurance, et le capital est versé au compte
*> courant lié (type PRET-DEBLOC, total de contrôle crédité via
*> maj_controle) — consultation d'un prêt avec son tableau,
*> remboursement anticipé total et liste des prêts.
*> A l'octroi, le contrat est écrit dans PRETS-FILE avant le
*> versement : si l'écriture échoue rien n'est versé, et si le
*> versement échoue le contrat est supprimé.
*> Le remboursement anticipé débite le compte lié du capital
*> restant dû, de l'intérêt couru depuis la dernière échéance payée
*> et d'une indemnité (paramètre TAUX-PENALITE-PRET-PCT, 3 % du
*> capital restant dû par défaut), avec le même contrôle du
*> disponible que retrait_argent (blocages déduits, solde minimum
*> du type) ; il est refusé tant que des échéances sont impayées :
*> le retard se régularise d'abord par le prélèvement de nuit.
*> Le prélèvement des échéances est fait chaque nuit par
*> prelever_echeances_prets, pas ici.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT COMPTES-FILE ASSIGN TO 'comptes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NUMERO-COMPTE
        ALTERNATE RECORD KEY IS ID-CLIENT WITH DUPLICATES
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PRETS-FILE.
COPY PRET.

FD ECHEANCES-PRET-FILE.
COPY ECHPRET.

FD COMPTES-FILE.
COPY COMPTE.

WORKING-STORAGE SECTION.
01 WS-PRT-STATUS            PIC X(02).
01 WS-ECH-STATUS            PIC X(02).
01 WS-FILE-STATUS           PIC X(02).
01 WS-CHOIX                  PIC 9(1).
01 WS-FIN-MENU               PIC X(01) VALUE 'N'.
01 WS-FIN-FICHIER            PIC X(01).
01 WS-DATE-DU-JOUR           PIC X(08).
01 WS-NUMERO-SAISI           PIC X(06).
01 WS-COMPTE-SAISI           PIC X(10).
01 WS-CATEGORIE-SAISIE       PIC X(01).
01 WS-MONTANT-SAISI          PIC S9(13)V99.
01 WS-TAUX-SAISI             PIC 9V9(4).
01 WS-TAUX-ASSURANCE-SAISI   PIC 9V9(4).
01 WS-DUREE-SAISIE           PIC 9(3).
01 WS-DATE-SAISIE            PIC X(08).
01 WS-CONFIRMATION           PIC X(01).
01 WS-NB-PRETS               PIC 9(6).
01 WS-TAUX-MENSUEL           PIC 9V9(10).
01 WS-FACTEUR                PIC 9(9)V9(10).
01 WS-MENSUALITE             PIC S9(13)V99.
01 WS-ASSURANCE              PIC S9(13)V99.
01 WS-COUT-TOTAL             PIC S9(13)V99.
01 WS-CAPITAL-RESTANT        PIC S9(13)V99.
01 WS-RANG                   PIC 9(3).
01 WS-ECHEANCES-ECRITES      PIC 9(3).
01 WS-ANNEE-BASE             PIC 9(4).
01 WS-MOIS-BASE              PIC 9(2).
01 WS-JOUR-BASE              PIC 9(2).
01 WS-ANNEE                  PIC 9(4).
01 WS-MOIS                   PIC 9(2).
01 WS-JOUR                   PIC 9(2).
01 WS-JOURS-DANS-MOIS        PIC 9(2).
01 WS-MOIS-ECOULES           PIC 9(5).
01 WS-DATE-ENTIERE           PIC 9(8).
01 WS-DATE-DERNIER-PAIEMENT  PIC X(08).
01 WS-JOURS-COURUS           PIC S9(7).
01 WS-INTERET-COURU          PIC S9(13)V99.
01 WS-PENALITE               PIC S9(13)V99.
01 WS-TOTAL-REMBOURSEMENT    PIC S9(13)V99.
01 WS-TOTAL-BLOQUE           PIC S9(13)V99.
01 WS-SOLDE-APRES-DEBIT      PIC S9(13)V99.
01 WS-SOLDE-MINIMUM          PIC S9(9)V99.
01 WS-TAUX-INTERET           PIC 9V9(4).
01 WS-FRAIS-MENSUEL          PIC 9(7)V99.
01 WS-TYPE-TROUVE            PIC X(01).
01 WS-DELTA-CONTROLE         PIC S9(13)V99.
01 WS-CLE-PARAMETRE          PIC X(24).
01 WS-PARAM-MONTANT          PIC S9(13)V99.
01 WS-PARAM-TROUVE           PIC X(01).
01 WS-TAUX-PENALITE          PIC 9(3)V99.
01 WS-PROGRAMME              PIC X(15) VALUE "gerer_prets".
01 WS-MESSAGE-ERREUR         PIC X(50).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).

PROCEDURE DIVISION USING LK-OPERATEUR.
DEBUT-GERER-PRETS.
    MOVE 'N' TO WS-FIN-MENU.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    OPEN I-O PRETS-FILE.
    IF WS-PRT-STATUS = '35'
        OPEN OUTPUT PRETS-FILE
        CLOSE PRETS-FILE
        OPEN I-O PRETS-FILE
    END-IF.
    IF WS-PRT-STATUS NOT = '00'
        DISPLAY "Ouverture de PRETS-FILE impossible (statut "
            WS-PRT-STATUS ")."
        GOBACK
    END-IF.
    OPEN I-O ECHEANCES-PRET-FILE.
    IF WS-ECH-STATUS = '35'
        OPEN OUTPUT ECHEANCES-PRET-FILE
        CLOSE ECHEANCES-PRET-FILE
        OPEN I-O ECHEANCES-PRET-FILE
    END-IF.
    IF WS-ECH-STATUS NOT = '00'
        DISPLAY "Ouverture de ECHEANCES-PRET-FILE impossible (statut "
            WS-ECH-STATUS ")."
        CLOSE PRETS-FILE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-FIN-MENU = 'O'
        DISPLAY "--- PRETS ---"
        DISPLAY "1. Accorder un prêt"
        DISPLAY "2. Consulter un prêt et son tableau d'amortissement"
        DISPLAY "3. Remboursement anticipé"
        DISPLAY "4. Lister les prêts"
        DISPLAY "5. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
                PERFORM ACCORDER-PRET
            WHEN 2
                PERFORM CONSULTER-PRET
            WHEN 3
                PERFORM REMBOURSER-PAR-ANTICIPATION
            WHEN 4
                PERFORM LISTER-PRETS
            WHEN 5
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        END-EVALUATE
    END-PERFORM.

    CLOSE ECHEANCES-PRET-FILE.
    CLOSE PRETS-FILE.
    GOBACK.

ACCORDER-PRET.
    DISPLAY "Numéro de prêt (6 caractères) : ".
    ACCEPT WS-NUMERO-SAISI.
    MOVE WS-NUMERO-SAISI TO PRT-NUMERO-PRET.
    READ PRETS-FILE KEY IS PRT-NUMERO-PRET.
    IF WS-PRT-STATUS = '00'
        DISPLAY "Ce numéro de prêt existe déjà (statut "
            PRT-STATUT ")."
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Compte courant lié (versement et prélèvements) : ".
    ACCEPT WS-COMPTE-SAISI.
    OPEN I-O COMPTES-FILE.
    MOVE WS-COMPTE-SAISI TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-COMPTE-SAISI WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY WS-MESSAGE-ERREUR
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE NOT = 'A'
        DISPLAY "Seul un compte actif peut recevoir un prêt"
            " (statut lu : " STATUT-COMPTE ")."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Catégorie (C=consommation, P=professionnel) : ".
    ACCEPT WS-CATEGORIE-SAISIE.
    IF WS-CATEGORIE-SAISIE NOT = 'C' AND WS-CATEGORIE-SAISIE NOT = 'P'
        DISPLAY "Catégorie invalide (C ou P)."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Capital emprunté : ".
    ACCEPT WS-MONTANT-SAISI.
    IF WS-MONTANT-SAISI NOT > 0
        DISPLAY "Le capital doit être positif."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Taux nominal annuel (ex. 0.0450) : ".
    ACCEPT WS-TAUX-SAISI.
    DISPLAY "Taux annuel d'assurance emprunteur (ex. 0.0030, 0 si"
        " aucune) : ".
    ACCEPT WS-TAUX-ASSURANCE-SAISI.

    DISPLAY "Durée en mois (1 à 360) : ".
    ACCEPT WS-DUREE-SAISIE.
    IF WS-DUREE-SAISIE < 1 OR WS-DUREE-SAISIE > 360
        DISPLAY "Durée invalide : 1 à 360 mois."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Date de première échéance (AAAAMMJJ) : ".
    ACCEPT WS-DATE-SAISIE.
    IF WS-DATE-SAISIE NOT NUMERIC
        OR WS-DATE-SAISIE(5:2) < '01' OR WS-DATE-SAISIE(5:2) > '12'
        OR WS-DATE-SAISIE(7:2) < '01' OR WS-DATE-SAISIE(7:2) > '31'
        DISPLAY "Echéance invalide : AAAAMMJJ attendu."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    IF WS-DATE-SAISIE NOT > WS-DATE-DU-JOUR
        DISPLAY "La première échéance doit être postérieure à"
            " aujourd'hui."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    PERFORM CALCULER-MENSUALITE.
    COMPUTE WS-COUT-TOTAL =
        (WS-MENSUALITE + WS-ASSURANCE) * WS-DUREE-SAISIE
        - WS-MONTANT-SAISI.
    DISPLAY "Mensualité hors assurance : " WS-MENSUALITE
        " Assurance : " WS-ASSURANCE " " DEVISE.
    DISPLAY "Coût total du crédit (intérêts + assurance) : "
        WS-COUT-TOTAL.
    DISPLAY "Confirmer l'octroi et le versement (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Octroi abandonné."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-NUMERO-SAISI TO PRT-NUMERO-PRET.
    MOVE WS-COMPTE-SAISI TO PRT-COMPTE-LIE.
    MOVE ID-CLIENT TO PRT-ID-CLIENT.
    MOVE WS-CATEGORIE-SAISIE TO PRT-CATEGORIE.
    MOVE WS-MONTANT-SAISI TO PRT-CAPITAL-INITIAL.
    MOVE WS-MONTANT-SAISI TO PRT-CAPITAL-RESTANT.
    MOVE WS-TAUX-SAISI TO PRT-TAUX.
    MOVE WS-TAUX-ASSURANCE-SAISI TO PRT-TAUX-ASSURANCE.
    MOVE WS-DUREE-SAISIE TO PRT-DUREE-MOIS.
    MOVE WS-DATE-DU-JOUR TO PRT-DATE-DEBLOCAGE.
    MOVE WS-DATE-SAISIE TO PRT-DATE-PREMIERE-ECH.
    MOVE DEVISE TO PRT-DEVISE.
    MOVE AGENCE-COMPTE TO PRT-AGENCE.
    MOVE LK-OPERATEUR TO PRT-OPERATEUR.
    MOVE 0 TO PRT-NB-IMPAYES.
    MOVE 0 TO PRT-MONTANT-IMPAYE.
    MOVE 'A' TO PRT-STATUT.

*> Le contrat est enregistré avant tout versement : pas de fonds
*> versés sans prêt pour les recouvrer. Si le versement échoue
*> ensuite, le contrat est retiré.
    WRITE PRET-RECORD.
    IF WS-PRT-STATUS NOT = '00'
        DISPLAY "ECHEC WRITE PRETS-FILE (statut " WS-PRT-STATUS
            ") : prêt non enregistré, rien n'a été versé."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    ADD WS-MONTANT-SAISI TO SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING WS-COMPTE-SAISI WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Versement au compte lié en échec, octroi annulé. "
            WS-MESSAGE-ERREUR
        DELETE PRETS-FILE RECORD
        IF WS-PRT-STATUS NOT = '00'
            DISPLAY "ECHEC DELETE PRETS-FILE (statut " WS-PRT-STATUS
                ") : prêt " PRT-NUMERO-PRET " enregistré sans"
                " versement, CORRECTION MANUELLE REQUISE."
        END-IF
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    CALL 'journaliser' USING NUMERO-COMPTE "PRET-DEBLOC"
        WS-MONTANT-SAISI SOLDE-COMPTE LK-OPERATEUR.
    MOVE WS-MONTANT-SAISI TO WS-DELTA-CONTROLE.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.
    CLOSE COMPTES-FILE.

    PERFORM GENERER-TABLEAU.
    IF WS-ECHEANCES-ECRITES = PRT-DUREE-MOIS
        DISPLAY "Prêt " PRT-NUMERO-PRET " accordé : "
            PRT-CAPITAL-INITIAL " " PRT-DEVISE " versés sur "
            PRT-COMPTE-LIE ", " PRT-DUREE-MOIS " échéances à partir du "
            PRT-DATE-PREMIERE-ECH "."
    ELSE
        DISPLAY "ECHEC WRITE ECHEANCES-PRET-FILE : " WS-ECHEANCES-ECRITES
            " échéance(s) sur " PRT-DUREE-MOIS " écrites pour le prêt "
            PRT-NUMERO-PRET ", CORRECTION MANUELLE REQUISE."
    END-IF.

*> Mensualité constante hors assurance : C x t / (1 - (1 + t)^-n),
*> t = taux annuel / 12 ; à taux nul, capital / durée. L'assurance,
*> calculée sur le capital initial, est constante sur toute la durée.
CALCULER-MENSUALITE.
    COMPUTE WS-TAUX-MENSUEL = WS-TAUX-SAISI / 12.
    IF WS-TAUX-MENSUEL = 0
        COMPUTE WS-MENSUALITE ROUNDED =
            WS-MONTANT-SAISI / WS-DUREE-SAISIE
    ELSE
        COMPUTE WS-FACTEUR = (1 + WS-TAUX-MENSUEL) ** WS-DUREE-SAISIE
        COMPUTE WS-MENSUALITE ROUNDED =
            WS-MONTANT-SAISI * WS-TAUX-MENSUEL * WS-FACTEUR
            / (WS-FACTEUR - 1)
    END-IF.
    COMPUTE WS-ASSURANCE ROUNDED =
        WS-MONTANT-SAISI * WS-TAUX-ASSURANCE-SAISI / 12.

*> Tableau d'amortissement : intérêt du mois sur le capital restant
*> dû, capital = mensualité - intérêt ; la dernière échéance amortit
*> le reliquat d'arrondi pour que le capital restant tombe à zéro.
GENERER-TABLEAU.
    MOVE 0 TO WS-ECHEANCES-ECRITES.
    MOVE PRT-CAPITAL-INITIAL TO WS-CAPITAL-RESTANT.
    MOVE PRT-DATE-PREMIERE-ECH(1:4) TO WS-ANNEE-BASE.
    MOVE PRT-DATE-PREMIERE-ECH(5:2) TO WS-MOIS-BASE.
    MOVE PRT-DATE-PREMIERE-ECH(7:2) TO WS-JOUR-BASE.
    PERFORM VARYING WS-RANG FROM 1 BY 1
            UNTIL WS-RANG > PRT-DUREE-MOIS
        MOVE PRT-NUMERO-PRET TO ECH-NUMERO-PRET
        MOVE WS-RANG TO ECH-RANG
        PERFORM CALCULER-DATE-ECHEANCE
        COMPUTE ECH-INTERET ROUNDED =
            WS-CAPITAL-RESTANT * WS-TAUX-MENSUEL
        IF WS-RANG = PRT-DUREE-MOIS
            MOVE WS-CAPITAL-RESTANT TO ECH-CAPITAL
        ELSE
            COMPUTE ECH-CAPITAL = WS-MENSUALITE - ECH-INTERET
            IF ECH-CAPITAL > WS-CAPITAL-RESTANT
                MOVE WS-CAPITAL-RESTANT TO ECH-CAPITAL
            END-IF
        END-IF
        SUBTRACT ECH-CAPITAL FROM WS-CAPITAL-RESTANT
        MOVE WS-ASSURANCE TO ECH-ASSURANCE
        MOVE WS-CAPITAL-RESTANT TO ECH-CAPITAL-RESTANT
        MOVE 'A' TO ECH-STATUT
        MOVE 0 TO ECH-INTERET-RETARD
        MOVE SPACES TO ECH-DATE-CALCUL-RETARD
        MOVE SPACES TO ECH-DATE-PAIEMENT
        WRITE ECHEANCE-PRET-RECORD
        IF WS-ECH-STATUS = '00'
            ADD 1 TO WS-ECHEANCES-ECRITES
        END-IF
    END-PERFORM.

*> Date de l'échéance de rang WS-RANG : première échéance + (rang - 1)
*> mois, au même quantième ramené au dernier jour des mois courts
*> (le 31 donne le 30 avril puis de nouveau le 31 mai).
CALCULER-DATE-ECHEANCE.
    COMPUTE WS-MOIS-ECOULES = WS-MOIS-BASE - 1 + WS-RANG - 1.
    COMPUTE WS-ANNEE = WS-ANNEE-BASE + WS-MOIS-ECOULES / 12.
    COMPUTE WS-MOIS = FUNCTION MOD(WS-MOIS-ECOULES, 12) + 1.
    MOVE WS-JOUR-BASE TO WS-JOUR.
    PERFORM DETERMINER-JOURS-DANS-MOIS.
    IF WS-JOUR > WS-JOURS-DANS-MOIS
        MOVE WS-JOURS-DANS-MOIS TO WS-JOUR
    END-IF.
    COMPUTE WS-DATE-ENTIERE =
        WS-ANNEE * 10000 + WS-MOIS * 100 + WS-JOUR.
    MOVE WS-DATE-ENTIERE TO ECH-DATE-ECHEANCE.

DETERMINER-JOURS-DANS-MOIS.
    EVALUATE WS-MOIS
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO WS-JOURS-DANS-MOIS
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-JOURS-DANS-MOIS
        WHEN 2
            IF FUNCTION MOD(WS-ANNEE, 400) = 0
                OR (FUNCTION MOD(WS-ANNEE, 4) = 0
                    AND FUNCTION MOD(WS-ANNEE, 100) NOT = 0)
                MOVE 29 TO WS-JOURS-DANS-MOIS
            ELSE
                MOVE 28 TO WS-JOURS-DANS-MOIS
            END-IF
    END-EVALUATE.

CONSULTER-PRET.
    DISPLAY "Numéro de prêt : ".
    ACCEPT WS-NUMERO-SAISI.
    MOVE WS-NUMERO-SAISI TO PRT-NUMERO-PRET.
    READ PRETS-FILE KEY IS PRT-NUMERO-PRET.
    IF WS-PRT-STATUS NOT = '00'
        DISPLAY "Prêt introuvable."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Prêt " PRT-NUMERO-PRET " catégorie " PRT-CATEGORIE
        " client " PRT-ID-CLIENT " compte lié " PRT-COMPTE-LIE.
    DISPLAY "Capital initial : " PRT-CAPITAL-INITIAL " " PRT-DEVISE
        " Taux : " PRT-TAUX " Assurance : " PRT-TAUX-ASSURANCE
        " Durée : " PRT-DUREE-MOIS " mois".
    DISPLAY "Capital restant dû : " PRT-CAPITAL-RESTANT
        " Impayés : " PRT-NB-IMPAYES " pour " PRT-MONTANT-IMPAYE
        " Statut : " PRT-STATUT.
    DISPLAY "Rang Echéance Capital          Intérêt          Assurance        Restant dû       St Retard".

    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE PRT-NUMERO-PRET TO ECH-NUMERO-PRET.
    MOVE 0 TO ECH-RANG.
    START ECHEANCES-PRET-FILE KEY IS >= ECH-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ECHEANCES-PRET-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ECH-NUMERO-PRET NOT = PRT-NUMERO-PRET
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    DISPLAY ECH-RANG " " ECH-DATE-ECHEANCE " "
                        ECH-CAPITAL " " ECH-INTERET " "
                        ECH-ASSURANCE " " ECH-CAPITAL-RESTANT " "
                        ECH-STATUT " " ECH-INTERET-RETARD
                END-IF
        END-READ
    END-PERFORM.

*> Remboursement anticipé total : capital restant dû + intérêt couru
*> au prorata des jours depuis la dernière échéance payée (ou le
*> versement) + indemnité sur le capital restant dû. Les échéances
*> restantes sont annulées (statut X) et le prêt passe au statut R.
REMBOURSER-PAR-ANTICIPATION.
    DISPLAY "Numéro de prêt : ".
    ACCEPT WS-NUMERO-SAISI.
    MOVE WS-NUMERO-SAISI TO PRT-NUMERO-PRET.
    READ PRETS-FILE KEY IS PRT-NUMERO-PRET.
    IF WS-PRT-STATUS NOT = '00'
        DISPLAY "Prêt introuvable."
        EXIT PARAGRAPH
    END-IF.
    IF PRT-STATUT NOT = 'A'
        DISPLAY "Seul un prêt actif peut être remboursé (statut "
            PRT-STATUT ")."
        EXIT PARAGRAPH
    END-IF.
    IF PRT-NB-IMPAYES > 0
        DISPLAY "Prêt en retard (" PRT-NB-IMPAYES " échéance(s)"
            " impayée(s)) : régulariser les impayés avant tout"
            " remboursement anticipé."
        EXIT PARAGRAPH
    END-IF.

    PERFORM DETERMINER-DERNIER-PAIEMENT.
    COMPUTE WS-JOURS-COURUS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-DU-JOUR))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-DATE-DERNIER-PAIEMENT)).
    IF WS-JOURS-COURUS < 0
        MOVE 0 TO WS-JOURS-COURUS
    END-IF.
    COMPUTE WS-INTERET-COURU ROUNDED =
        PRT-CAPITAL-RESTANT * PRT-TAUX * WS-JOURS-COURUS / 365.
    PERFORM DETERMINER-TAUX-PENALITE.
    COMPUTE WS-PENALITE ROUNDED =
        PRT-CAPITAL-RESTANT * WS-TAUX-PENALITE / 100.
    COMPUTE WS-TOTAL-REMBOURSEMENT =
        PRT-CAPITAL-RESTANT + WS-INTERET-COURU + WS-PENALITE.

    DISPLAY "Capital restant dû : " PRT-CAPITAL-RESTANT
        " Intérêt couru : " WS-INTERET-COURU
        " Indemnité : " WS-PENALITE.
    DISPLAY "Total à débiter du compte " PRT-COMPTE-LIE " : "
        WS-TOTAL-REMBOURSEMENT " " PRT-DEVISE.

    OPEN I-O COMPTES-FILE.
    MOVE PRT-COMPTE-LIE TO NUMERO-COMPTE.
    READ COMPTES-FILE KEY IS NUMERO-COMPTE.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Compte lié illisible, remboursement annulé. "
            WS-MESSAGE-ERREUR
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    IF STATUT-COMPTE NOT = 'A'
        DISPLAY "Compte lié non actif (statut " STATUT-COMPTE
            ") : remboursement refusé."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-TOTAL-REMBOURSEMENT.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
        DISPLAY "Fonds disponibles insuffisants (bloqué : "
            WS-TOTAL-BLOQUE "). Solde minimum requis : "
            WS-SOLDE-MINIMUM
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    DISPLAY "Confirmer le remboursement anticipé (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Remboursement abandonné."
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.

    SUBTRACT WS-TOTAL-REMBOURSEMENT FROM SOLDE-COMPTE.
    REWRITE COMPTE-RECORD.
    IF WS-FILE-STATUS NOT = '00'
        CALL 'traiter_erreur' USING PRT-COMPTE-LIE WS-PROGRAMME
            WS-FILE-STATUS WS-MESSAGE-ERREUR LK-OPERATEUR
        DISPLAY "Débit du compte lié en échec, remboursement annulé. "
            WS-MESSAGE-ERREUR
        CLOSE COMPTES-FILE
        EXIT PARAGRAPH
    END-IF.
*> Capital, intérêt et indemnité journalisés séparément : chacun a
*> son compte de grand livre côté exporter_comptabilite.
    CALL 'journaliser' USING NUMERO-COMPTE "PRET-REMBANT"
        PRT-CAPITAL-RESTANT SOLDE-COMPTE LK-OPERATEUR.
    IF WS-INTERET-COURU > 0
        CALL 'journaliser' USING NUMERO-COMPTE "PRET-INTERET"
            WS-INTERET-COURU SOLDE-COMPTE LK-OPERATEUR
    END-IF.
    IF WS-PENALITE > 0
        CALL 'journaliser' USING NUMERO-COMPTE "PRET-PENAL"
            WS-PENALITE SOLDE-COMPTE LK-OPERATEUR
    END-IF.
    COMPUTE WS-DELTA-CONTROLE = WS-TOTAL-REMBOURSEMENT * -1.
    CALL 'maj_controle' USING DEVISE AGENCE-COMPTE
        WS-DELTA-CONTROLE.
    CLOSE COMPTES-FILE.

    PERFORM ANNULER-ECHEANCES-RESTANTES.
    MOVE 0 TO PRT-CAPITAL-RESTANT.
    MOVE 'R' TO PRT-STATUT.
    REWRITE PRET-RECORD.
    IF WS-PRT-STATUS = '00'
        DISPLAY "Prêt " PRT-NUMERO-PRET " remboursé par anticipation."
    ELSE
        DISPLAY "ECHEC REWRITE PRETS-FILE (statut " WS-PRT-STATUS
            ") : compte débité mais prêt toujours actif, NE PAS"
            " rembourser une seconde fois."
    END-IF.

*> Date de la dernière échéance payée du prêt, à défaut la date de
*> versement : point de départ de l'intérêt couru.
DETERMINER-DERNIER-PAIEMENT.
    MOVE PRT-DATE-DEBLOCAGE TO WS-DATE-DERNIER-PAIEMENT.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE PRT-NUMERO-PRET TO ECH-NUMERO-PRET.
    MOVE 0 TO ECH-RANG.
    START ECHEANCES-PRET-FILE KEY IS >= ECH-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ECHEANCES-PRET-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ECH-NUMERO-PRET NOT = PRT-NUMERO-PRET
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF ECH-STATUT = 'P'
                        MOVE ECH-DATE-ECHEANCE
                            TO WS-DATE-DERNIER-PAIEMENT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ANNULER-ECHEANCES-RESTANTES.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE PRT-NUMERO-PRET TO ECH-NUMERO-PRET.
    MOVE 0 TO ECH-RANG.
    START ECHEANCES-PRET-FILE KEY IS >= ECH-CLE
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ ECHEANCES-PRET-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                IF ECH-NUMERO-PRET NOT = PRT-NUMERO-PRET
                    MOVE 'O' TO WS-FIN-FICHIER
                ELSE
                    IF ECH-STATUT = 'A'
                        MOVE 'X' TO ECH-STATUT
                        MOVE WS-DATE-DU-JOUR TO ECH-DATE-PAIEMENT
                        REWRITE ECHEANCE-PRET-RECORD
                        IF WS-ECH-STATUS NOT = '00'
                            DISPLAY "ECHEC REWRITE ECHEANCES-PRET-FILE"
                                " (statut " WS-ECH-STATUS
                                ") : échéance " ECH-RANG
                                " du prêt " PRT-NUMERO-PRET
                                " toujours à échoir, CORRECTION"
                                " MANUELLE REQUISE."
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Indemnité de remboursement anticipé : paramètre
*> TAUX-PENALITE-PRET-PCT (pourcentage du capital restant dû), 3 %
*> par défaut si le fichier ne le connaît pas.
DETERMINER-TAUX-PENALITE.
    MOVE "TAUX-PENALITE-PRET-PCT" TO WS-CLE-PARAMETRE.
    CALL 'consulter_parametre' USING WS-CLE-PARAMETRE
        WS-PARAM-MONTANT WS-PARAM-TROUVE.
    IF WS-PARAM-TROUVE = 'O' AND WS-PARAM-MONTANT NOT < 0
        MOVE WS-PARAM-MONTANT TO WS-TAUX-PENALITE
    ELSE
        MOVE 3.00 TO WS-TAUX-PENALITE
    END-IF.

LISTER-PRETS.
    MOVE 0 TO WS-NB-PRETS.
    MOVE 'N' TO WS-FIN-FICHIER.
    MOVE LOW-VALUES TO PRT-NUMERO-PRET.
    START PRETS-FILE KEY IS >= PRT-NUMERO-PRET
        INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
    END-START.
    DISPLAY "Prêt   Compte lié Cat Capital initial  Restant dû       Taux   Durée Impayés Devise Agence Statut".
    PERFORM UNTIL WS-FIN-FICHIER = 'O'
        READ PRETS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-FICHIER
            NOT AT END
                DISPLAY PRT-NUMERO-PRET " " PRT-COMPTE-LIE " "
                    PRT-CATEGORIE " " PRT-CAPITAL-INITIAL " "
                    PRT-CAPITAL-RESTANT " " PRT-TAUX " "
                    PRT-DUREE-MOIS " " PRT-NB-IMPAYES " "
                    PRT-DEVISE " " PRT-AGENCE " " PRT-STATUT
                ADD 1 TO WS-NB-PRETS
        END-READ
    END-PERFORM.
    DISPLAY "Nombre de prêts : " WS-NB-PRETS.
