    *> VE-STATUT : C = credite sur le compte, O = en suspens (compte
    *> inconnu, ferme, bloque ou taux de change absent — a reparer ou
    *> retourner dans reparer_virements_entrants par un superviseur),
    *> T = retourne a la banque emettrice, F = retenu par le filtrage
    *> sanctions du donneur d'ordre ou du titulaire (non credite, en
    *> attente de l'examen de conformite ; passe en O si l'alerte est
    *> levee), G = gele (correspondance confirmee, fonds en suspens).
01 VIREMENT-ENTRANT-RECORD.
   05 VE-REFERENCE          PIC X(16).
   05 VE-BANQUE-EMETTRICE   PIC X(11).
