    *> Date comptable de la banque (DATE-COMPTABLE-FILE) : un seul
    *> enregistrement (DC-CLE = "JOUR"), lu par tous les programmes de
    *> guichet et de nuit a la place de l'horloge systeme pour dater
    *> les ecritures, les passages batch et les echeances. Un depot
    *> saisi a 23h50 ou une chaine relancee apres minuit restent ainsi
    *> sur le bon jour comptable. Tenu par maj_date_comptable : la
    *> chaine de nuit ferme les guichets a son lancement (DC-ETAT C),
    *> puis avance la date au jour ouvre suivant (consulter_jour_ouvre)
    *> et rouvre les guichets seulement apres un passage complet ; une
    *> chaine interrompue laisse la date et les guichets fermes en
    *> l'etat, pour relance sur la meme date.
    *> DC-ETAT : O = guichets ouverts, C = chaine de nuit en cours
    *> (operations de guichet refusees).
01 DATE-COMPTABLE-RECORD.
   05 DC-CLE                   PIC X(04).
   05 DC-DATE-COMPTABLE        PIC X(08).
   05 DC-ETAT                  PIC X(01).
   05 DC-DATE-PRECEDENTE       PIC X(08).
   05 DC-DATE-MAJ              PIC X(08).
   05 DC-HEURE-MAJ             PIC X(06).
   05 DC-OPERATEUR             PIC X(08).
