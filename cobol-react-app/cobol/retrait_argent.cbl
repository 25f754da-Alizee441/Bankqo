*> Le solde minimum autorisé après retrait dépend du TYPE-COMPTE : les
*> comptes courants ne peuvent pas passer sous zéro, les autres types
*> disposent d'un plancher négocié avec le titulaire, défini dans
*> TYPES-COMPTE-FILE (voir consulter_type_compte), abaissé par
*> l'autorisation de découvert propre au compte quand il en a une
*> (DECOUVERTS-FILE, voir consulter_decouvert). Le retrait est
*> testé contre le solde disponible — SOLDE-COMPTE moins les blocages
*> partiels ouverts et non expirés (consulter_blocages) — et non
*> contre le solde brut : un montant sous saisie-arrêt ou réservé par
*> une autorisation ne peut pas être retiré au guichet.
*> Avant tout montant, la personne qui retire est identifiée et doit
*> avoir pouvoir sur le compte : titulaire, co-titulaire, mandataire
*> ou représentant légal en cours de validité, avec les cosignatures
*> exigées par sa règle de signature (recueillir_signatures).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-DATE-DU-JOUR            PIC X(08).
01 WS-TOTAL-BLOQUE            PIC S9(13)V99.
01 WS-COMPLEMENT-NOTIF        PIC X(30).
01 WS-INTERVENANT-AUTORISE    PIC X(01).

LINKAGE SECTION.
01 LK-OPERATEUR              PIC X(08).
            CLOSE COMPTES-FILE
            GOBACK
        END-IF
        CALL 'recueillir_signatures' USING NUMERO-COMPTE
            ID-CLIENT OF COMPTE-RECORD WS-INTERVENANT-AUTORISE
        IF WS-INTERVENANT-AUTORISE NOT = 'O'
            CLOSE COMPTES-FILE
            GOBACK
        END-IF
        DISPLAY "Entrez le montant à retirer : "
        ACCEPT WS-MONTANT
        IF WS-MONTANT NOT > 0
        DISPLAY "Mise en attente impossible : retrait non traité."
    END-IF.

*> Plancher du type de compte, abaissé par l'autorisation de
*> découvert du compte quand elle est active (consulter_decouvert).
DETERMINER-SOLDE-MINIMUM.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_type_compte' USING TYPE-COMPTE WS-TAUX-INTERET
        WS-FRAIS-MENSUEL WS-SOLDE-MINIMUM WS-TYPE-TROUVE.
    CALL 'consulter_decouvert' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-SOLDE-MINIMUM.

*> Blocages partiels ouverts et non expirés du compte, déduits du
*> solde pour obtenir le disponible (voir BLOCAGE.CPY).
DETERMINER-TOTAL-BLOQUE.
    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    CALL 'consulter_blocages' USING NUMERO-COMPTE WS-DATE-DU-JOUR
        WS-TOTAL-BLOQUE.
