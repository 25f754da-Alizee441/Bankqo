    *> Fiche client (CLIENTS-FILE), independante du compte. Un client
    *> peut etre rattache a plusieurs COMPTE-RECORD via ID-CLIENT.
    *> DATE-DECES-CLIENT (AAAAMMJJ) est posee par l'ouverture de la
    *> succession dans gerer_successions ; espaces = client vivant.
    *> Connaissance client (KYC), tenue dans gerer_clients :
    *> PIECE-IDENTITE porte le numero de la piece justificative,
    *> TYPE-PIECE-CLIENT son type (CI = carte nationale d'identite,
    *> PA = passeport, TS = titre de sejour), PAYS-PIECE-CLIENT le pays
    *> de delivrance (code ISO a deux lettres) et
    *> EXPIRATION-PIECE-CLIENT sa date de fin de validite (AAAAMMJJ).
    *> RISQUE-KYC-CLIENT : F = faible, M = moyen, E = eleve ; il fixe
    *> la periodicite de la revue (calculer_echeance_revue).
    *> DATE-REVUE-KYC-CLIENT : derniere revue faite ;
    *> ECHEANCE-REVUE-CLIENT : prochaine revue due.
    *> Un client dont la piece est expiree ou la revue echue n'ouvre
    *> plus de nouveau produit sans derogation d'un superviseur
    *> (controler_kyc) ; relancer_revues_kyc les liste chaque mois.
    *> Reprise des fichiers CLIENTS-FILE des formats precedents, selon
    *> leur format : sans date de deces par migrer_clients (voir
    *> CLIENTV1.CPY), avec date de deces mais sans ces champs par
    *> migrer_clients_kyc (voir CLIENTV2.CPY). Les deux migrent les
    *> clients au risque moyen avec la meme premiere echeance de revue
    *> (saisie au lancement, par defaut date comptable plus un an).
01 CLIENT-RECORD.
   05 ID-CLIENT            PIC X(10).
   05 NOM-CLIENT           PIC X(30).
   05 ADRESSE-CLIENT       PIC X(40).
   05 TELEPHONE-CLIENT     PIC X(15).
   05 PIECE-IDENTITE       PIC X(20).
   05 DATE-DECES-CLIENT    PIC X(08).
   05 TYPE-PIECE-CLIENT    PIC X(02).
   05 PAYS-PIECE-CLIENT    PIC X(02).
   05 EXPIRATION-PIECE-CLIENT PIC X(08).
   05 RISQUE-KYC-CLIENT    PIC X(01).
   05 DATE-REVUE-KYC-CLIENT PIC X(08).
   05 ECHEANCE-REVUE-CLIENT PIC X(08).
