    *> SEQATT.CPY). L'operation n'est passee sur le compte que quand
    *> un second operateur (profil superviseur, OP-IDENTIFIANT
    *> different du demandeur) la valide dans valider_operations.
    *> Les ordres de la banque en ligne (traiter_requetes_web) y sont
    *> toujours deposes, quel que soit le montant, avec le demandeur
    *> WEB : type VIREMENT (compte destinataire) ou VIR-EXTERNE (code
    *> beneficiaire du titulaire dans AP-COMPTE-DESTINATION).
    *> AP-STATUT : A = en attente, V = validee, R = rejetee.
01 ATTENTE-RECORD.
   05 AP-CLE.
