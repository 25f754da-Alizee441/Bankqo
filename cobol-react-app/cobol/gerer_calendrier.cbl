*> ou non, avec le jour ouvré suivant et précédent rendus par
*> consulter_jour_ouvre). Les week-ends sont fermés d'office et ne se
*> gèrent pas ici.
*> Affiche aussi la date comptable et l'état des guichets
*> (maj_date_comptable, voir DATECPT.CPY) ; après une chaîne de nuit
*> interrompue qui ne peut être relancée tout de suite, un
*> superviseur peut rouvrir les guichets sur la même date comptable,
*> sauf si le mois de cette date est déjà clos par sa photographie de
*> fin de mois (consulter_mois_clos) : la chaîne doit alors être
*> relancée pour passer au mois suivant.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-JOUR-OUVRE             PIC X(01).
01 WS-JOUR-SUIVANT           PIC X(08).
01 WS-JOUR-PRECEDENT         PIC X(08).
01 WS-ACTION-DATE            PIC X(01).
01 WS-DATE-COMPTABLE         PIC X(08).
01 WS-MOIS-CLOS              PIC X(01).
01 WS-DATE-PHOTO             PIC X(08).
01 WS-ETAT-GUICHETS          PIC X(01).
01 WS-CONFIRMATION           PIC X(01).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
01 LK-PROFIL                 PIC X(01).

PROCEDURE DIVISION USING LK-OPERATEUR LK-PROFIL.
DEBUT-GERER-CALENDRIER.
    MOVE 'N' TO WS-FIN-MENU.
    OPEN I-O JOURS-FERMES-FILE.
        DISPLAY "2. Retirer un jour fermé"
        DISPLAY "3. Lister les jours fermés"
        DISPLAY "4. Consulter une date"
        DISPLAY "5. Consulter la date comptable"
        DISPLAY "6. Rouvrir les guichets après une chaîne interrompue"
        DISPLAY "7. Retour"
        ACCEPT WS-CHOIX
        EVALUATE WS-CHOIX
            WHEN 1
            WHEN 4
                PERFORM CONSULTER-DATE
            WHEN 5
                PERFORM CONSULTER-DATE-COMPTABLE
            WHEN 6
                PERFORM ROUVRIR-GUICHETS
            WHEN 7
                MOVE 'O' TO WS-FIN-MENU
            WHEN OTHER
                DISPLAY "Choix invalide."
        DISPLAY WS-DATE-SAISIE " est fermé. Jour ouvré suivant : "
            WS-JOUR-SUIVANT " précédent : " WS-JOUR-PRECEDENT
    END-IF.

CONSULTER-DATE-COMPTABLE.
    MOVE 'L' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-COMPTABLE
        WS-ETAT-GUICHETS LK-OPERATEUR.
    DISPLAY "Date comptable : " WS-DATE-COMPTABLE.
    IF WS-ETAT-GUICHETS = 'C'
        DISPLAY "Guichets fermés : chaîne de nuit en cours ou"
            " interrompue."
    ELSE
        DISPLAY "Guichets ouverts."
    END-IF.

*> La date comptable ne bouge pas : la journée reste à traiter par
*> la prochaine chaîne, qui refermera les guichets à son lancement.
ROUVRIR-GUICHETS.
    IF LK-PROFIL NOT = 'S'
        DISPLAY "Fonction réservée au profil superviseur."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CONSULTER-DATE-COMPTABLE.
    IF WS-ETAT-GUICHETS NOT = 'C'
        EXIT PARAGRAPH
    END-IF.
    CALL 'consulter_mois_clos' USING WS-DATE-COMPTABLE WS-MOIS-CLOS
        WS-DATE-PHOTO.
    IF WS-MOIS-CLOS = 'O'
        DISPLAY "Mois " WS-DATE-COMPTABLE(1:6) " clos par la"
            " photographie du " WS-DATE-PHOTO " : réouverture refusée,"
            " relancer la chaîne."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Rouvrir les guichets sur la journée du "
        WS-DATE-COMPTABLE " ? La chaîne ne doit plus tourner (O/N) : ".
    ACCEPT WS-CONFIRMATION.
    IF WS-CONFIRMATION NOT = 'O'
        DISPLAY "Réouverture abandonnée."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO WS-ACTION-DATE.
    CALL 'maj_date_comptable' USING WS-ACTION-DATE WS-DATE-COMPTABLE
        WS-ETAT-GUICHETS LK-OPERATEUR.
    IF WS-ETAT-GUICHETS = 'O'
        DISPLAY "Guichets rouverts sur la journée du "
            WS-DATE-COMPTABLE "."
    END-IF.
