*> ne sont pas dans la même devise, le montant est converti au taux du
*> jour (consulter_taux_change) avant de créditer la destination ; le
*> compte source n'est débité que dans sa propre devise.
*> La personne qui ordonne le virement doit avoir pouvoir sur le
*> compte source, cosignatures comprises (recueillir_signatures).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-PARAM-TROUVE             PIC X(01).
01 WS-OPERATION-DEPOSEE        PIC X(01).
01 WS-TOTAL-BLOQUE             PIC S9(13)V99.
01 WS-INTERVENANT-AUTORISE    PIC X(01).

01 WS-COMPTE-SOURCE.
   05 WS-SRC-NOM-TITULAIRE   PIC X(30).
        GOBACK
    END-IF.

    CALL 'recueillir_signatures' USING NUMERO-COMPTE
        ID-CLIENT OF COMPTE-RECORD WS-INTERVENANT-AUTORISE.
    IF WS-INTERVENANT-AUTORISE NOT = 'O'
        CLOSE COMPTES-FILE
        GOBACK
    END-IF.

    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.
    COMPUTE WS-SOLDE-APRES-DEBIT =
        SOLDE-COMPTE - WS-TOTAL-BLOQUE - WS-MONTANT.
    IF WS-SOLDE-APRES-DEBIT < WS-SOLDE-MINIMUM
    IF DEVISE = WS-SRC-DEVISE
        MOVE WS-MONTANT TO WS-MONTANT-DEST
    ELSE
        CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR
        CALL 'consulter_taux_change' USING WS-SRC-DEVISE DEVISE
            WS-DATE-DU-JOUR WS-TAUX-CHANGE WS-TAUX-TROUVE
        IF WS-TAUX-TROUVE = 'O'
