    *> Acces banque en ligne d'un client (ACCES-WEB-FILE), distinct des
    *> fiches operateurs (OPERATEUR.CPY) : le client s'identifie par son
    *> ID-CLIENT et son code secret aupres de traiter_requetes_web.
    *> Un seul acces par client (cle = ID-CLIENT). L'acces est cree, son
    *> code remis a zero, desactive ou deverrouille au guichet dans
    *> gerer_clients ; chaque action est inscrite au journal des acces
    *> web (journal_acces_web.txt), comme chaque requete recue.
    *> WEB-ACTIF : O = actif, N = desactive.
    *> WEB-NB-ECHECS : compteur persistant d'echecs de code secret ;
    *> trois echecs posent WEB-VERROUILLE a O jusqu'au deverrouillage
    *> au guichet, sur le modele de OP-NB-ECHECS.
    *> WEB-DATE-ACCES / WEB-HEURE-ACCES : derniere requete authentifiee.
01 ACCES-WEB-RECORD.
   05 WEB-ID-CLIENT        PIC X(10).
   05 WEB-CODE-SECRET      PIC X(08).
   05 WEB-ACTIF            PIC X(01).
   05 WEB-NB-ECHECS        PIC 9(01).
   05 WEB-VERROUILLE       PIC X(01).
   05 WEB-DATE-CREATION    PIC X(08).
   05 WEB-OPERATEUR        PIC X(08).
   05 WEB-DATE-ACCES       PIC X(08).
   05 WEB-HEURE-ACCES      PIC X(06).
