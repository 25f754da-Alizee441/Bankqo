*> trois échecs mettent fin à la session. Le journal reste attribué
*> à l'opérateur de la session (TRANS-OPERATEUR), passé à chaque
*> programme appelé.
*> Le menu affiche la date comptable (maj_date_comptable). Pendant la
*> chaîne de nuit (guichets fermés), seules les consultations et le
*> calendrier d'exploitation restent accessibles, ainsi que la mise
*> en opposition d'une carte perdue ou volée : toute opération qui
*> mouvemente ou modifie un compte est refusée jusqu'à la
*> réouverture des guichets, pour qu'elle ne tombe pas au milieu du
*> traitement de la journée.
*> De même, quand le mois de la date comptable est déjà clos par sa
*> photographie de fin de mois (consulter_mois_clos : chaîne arrêtée
*> après la photographie, guichets rouverts sur la même date), les
*> opérations sont refusées : elles seraient antidatées dans un mois
*> photographié. Les consultations restent permises.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-SECONDES-COURANTES  PIC 9(6).
01 WS-DERNIERE-ACTIVITE   PIC 9(6).
01 WS-SECONDES-ECOULEES   PIC S9(7).
01 WS-ACTION-DATE         PIC X(01) VALUE 'L'.
01 WS-DATE-COMPTABLE      PIC X(08).
01 WS-ETAT-GUICHETS       PIC X(01).
01 WS-MOIS-CLOS           PIC X(01).
01 WS-DATE-PHOTO          PIC X(08).

PROCEDURE DIVISION.
DEBUT-PROGRAMME.
    STOP RUN.

AFFICHER-MENU.
    MOVE 'L' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-COMPTABLE
        WS-ETAT-GUICHETS WS-IDENTIFIANT.
    DISPLAY "Date comptable : " WS-DATE-COMPTABLE.
    IF WS-ETAT-GUICHETS = 'C'
        DISPLAY "CHAINE DE NUIT EN COURS : consultations seulement."
    END-IF.
    DISPLAY "1. Ouvrir un compte"
    DISPLAY "2. Déposer de l'argent"
    DISPLAY "3. Retirer de l'argent"
    DISPLAY "25. Administration des opérateurs (superviseur)"
    DISPLAY "26. Gérer les chèques"
    DISPLAY "27. Gérer les paramètres (superviseur)"
    DISPLAY "28. Gérer les prêts"
    DISPLAY "29. Gérer les prélèvements et mandats"
    DISPLAY "30. Gérer les autorisations de découvert"
    DISPLAY "31. Gérer les co-titulaires et mandataires"
    DISPLAY "32. Gérer les successions"
    DISPLAY "33. Gérer les saisies sur comptes"
    DISPLAY "34. Examiner les alertes sanctions (conformité)"
    DISPLAY "35. Gérer les cartes de débit"
    DISPLAY "36. Gérer le tarif des frais à l'acte (superviseur)"
    DISPLAY "37. Editer une attestation de solde à une date passée"
    DISPLAY "38. Quitter"
    ACCEPT CHOIX-UTILISATEUR.

    PERFORM CONTROLER-INACTIVITE.
        EXIT PARAGRAPH
    END-IF.

    PERFORM CONTROLER-GUICHETS-OUVERTS.
    IF WS-ETAT-GUICHETS = 'C'
        PERFORM NOTER-ACTIVITE
        EXIT PARAGRAPH
    END-IF.

    EVALUATE CHOIX-UTILISATEUR
        WHEN 1
            CALL 'ouvrir_compte' USING WS-IDENTIFIANT
        WHEN 21
            CALL 'gerer_virements_externes' USING WS-IDENTIFIANT
        WHEN 22
            CALL 'gerer_calendrier' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 23
            CALL 'restaurer_fichiers'
        WHEN 24
        WHEN 27
            CALL 'gerer_parametres' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 28
            CALL 'gerer_prets' USING WS-IDENTIFIANT
        WHEN 29
            CALL 'gerer_prelevements' USING WS-IDENTIFIANT
        WHEN 30
            CALL 'gerer_decouverts' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 31
            CALL 'gerer_intervenants' USING WS-IDENTIFIANT
        WHEN 32
            CALL 'gerer_successions' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 33
            CALL 'gerer_saisies' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 34
            CALL 'examiner_alertes_sanctions' USING WS-IDENTIFIANT
                WS-PROFIL
        WHEN 35
            CALL 'gerer_cartes' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 36
            CALL 'gerer_tarifs' USING WS-IDENTIFIANT WS-PROFIL
        WHEN 37
            CALL 'editer_attestation_solde' USING WS-IDENTIFIANT
        WHEN 38
            MOVE 'O' TO WS-FIN-SESSION
        WHEN OTHER
            DISPLAY "Choix invalide."

    PERFORM NOTER-ACTIVITE.

*> L'état des guichets est relu au moment du choix (la chaîne a pu
*> démarrer pendant que le menu était affiché). Restent permis
*> pendant la chaîne : consultation du solde, relevé, liste des
*> comptes, comptes d'un client, calendrier, position consolidée,
*> attestation de solde et fin de session ; la gestion des cartes
*> aussi, pour qu'une carte perdue ou volée puisse être mise en
*> opposition à toute heure (gerer_cartes n'y permet alors que
*> l'opposition et les consultations). Mêmes choix permis sur un mois
*> clos, l'état C étant alors posé ici pour refuser les autres.
CONTROLER-GUICHETS-OUVERTS.
    MOVE 'L' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-COMPTABLE
        WS-ETAT-GUICHETS WS-IDENTIFIANT.
    MOVE 'N' TO WS-MOIS-CLOS.
    IF WS-ETAT-GUICHETS NOT = 'C'
        CALL 'consulter_mois_clos' USING WS-DATE-COMPTABLE
            WS-MOIS-CLOS WS-DATE-PHOTO
        IF WS-MOIS-CLOS NOT = 'O'
            EXIT PARAGRAPH
        END-IF
    END-IF.
    EVALUATE CHOIX-UTILISATEUR
        WHEN 4
        WHEN 6
        WHEN 7
        WHEN 9
        WHEN 22
        WHEN 24
        WHEN 35
        WHEN 37
        WHEN 38
            MOVE 'O' TO WS-ETAT-GUICHETS
        WHEN OTHER
            MOVE 'C' TO WS-ETAT-GUICHETS
            IF WS-MOIS-CLOS = 'O'
                DISPLAY "Mois " WS-DATE-COMPTABLE(1:6) " clos par la"
                    " photographie du " WS-DATE-PHOTO " : opération"
                    " refusée jusqu'au passage de la chaîne de nuit."
            ELSE
                DISPLAY "Chaîne de nuit en cours sur la journée du "
                    WS-DATE-COMPTABLE " : opération refusée jusqu'à"
                    " la réouverture des guichets."
            END-IF
    END-EVALUATE.

*> Délai d'inactivité au menu avant reverrouillage, en secondes.
CHARGER-DELAI-INACTIVITE.
    MOVE "DELAI-INACTIVITE-MIN" TO WS-CLE-PARAMETRE.
