    *> Liste de gel des avoirs (LISTE-SANCTIONS-FILE) : personnes et
    *> entites visees par une mesure de gel (registre national des
    *> gels de la DG Tresor, liste consolidee de l'UE, liste ONU),
    *> chargee depuis la publication officielle par
    *> importer_liste_sanctions. Un nom par enregistrement : le nom
    *> principal d'une personne listee porte le rang 00, ses alias les
    *> rangs suivants (cle = reference de la mesure + rang).
    *> LS-SOURCE : FR = registre national, UE = liste UE, ONU = liste
    *> du Conseil de securite. LS-NATURE : P = personne physique,
    *> M = personne morale ou entite.
    *> LS-DATE-VU : date de la derniere livraison qui contenait le nom
    *> (chaque livraison est la liste complete : un nom absent de la
    *> livraison est radie). LS-DATE-MAJ : date de la livraison qui a
    *> ajoute, modifie ou radie le nom ; la plus recente sert de
    *> version de la liste pour le refiltrage de nuit de la base
    *> clients (filtrer_clients).
    *> LS-STATUT : A = en vigueur, R = radie de la liste.
01 LISTE-SANCTION-RECORD.
   05 LS-CLE.
      10 LS-REFERENCE          PIC X(12).
      10 LS-RANG               PIC 9(2).
   05 LS-SOURCE                PIC X(03).
   05 LS-NATURE                PIC X(01).
   05 LS-NOM                   PIC X(40).
   05 LS-DATE-PUBLICATION      PIC X(08).
   05 LS-DATE-VU               PIC X(08).
   05 LS-DATE-MAJ              PIC X(08).
   05 LS-STATUT                PIC X(01).
