    *> du jour (entete/total de fin comme export_comptable.dat) et
    *> marque l'instruction emise. Cle = compte source + sequence
    *> (sequence propre, SEQVS.CPY).
    *> VS-STATUT : A = a emettre, E = emis, S = suspendu par le
    *> filtrage sanctions (en attente de l'examen de conformite,
    *> repart en A si l'alerte est levee), G = gele (correspondance
    *> confirmee, fonds en suspens).
01 VIREMENT-SORTANT-RECORD.
   05 VS-CLE.
      10 VS-COMPTE-SOURCE  PIC X(10).
