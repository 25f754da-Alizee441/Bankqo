IDENTIFICATION DIVISION.
PROGRAM-ID. consulter_tarif.

*> Sous-programme commun : renvoie le montant des frais à l'acte en
*> vigueur à la date du jour pour l'événement LK-EVENEMENT et le type
*> de compte LK-TYPE-COMPTE, depuis TARIFS-FILE (voir TARIF.CPY).
*> Même règle de date d'effet que consulter_parametre : la valeur la
*> plus récente dont la date d'effet n'est pas postérieure à la date
*> du jour. Le tarif propre au type de compte l'emporte sur le tarif
*> générique TOUS ; LK-TROUVE revient à 'N' si aucun des deux
*> n'existe (l'événement n'est alors pas facturé).
*> Initialise le fichier avec les tarifs de la plaquette au tout
*> premier appel (type TOUS, date d'effet 00000000), comme
*> consulter_parametre pour PARAMETRES-FILE. Les tarifs se modifient
*> ensuite dans gerer_tarifs, sous piste d'audit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TARIFS-FILE ASSIGN TO 'tarifs.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TAR-CLE-EFFET
        FILE STATUS IS WS-TAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD TARIFS-FILE.
COPY TARIF.

WORKING-STORAGE SECTION.
01 WS-TAR-STATUS            PIC X(02).
01 WS-FIN-CLE               PIC X(01).
01 WS-DATE-DU-JOUR          PIC X(08).
01 WS-MEILLEURE-DATE        PIC X(08).
01 WS-TYPE-CHERCHE          PIC X(10).

LINKAGE SECTION.
01 LK-EVENEMENT             PIC X(06).
01 LK-TYPE-COMPTE           PIC X(10).
01 LK-MONTANT               PIC 9(7)V99.
01 LK-TROUVE                PIC X(01).

PROCEDURE DIVISION USING LK-EVENEMENT LK-TYPE-COMPTE LK-MONTANT
        LK-TROUVE.
DEBUT-CONSULTER-TARIF.
    MOVE 'N' TO LK-TROUVE.
    MOVE 0 TO LK-MONTANT.

    OPEN I-O TARIFS-FILE.
    IF WS-TAR-STATUS = '35'
        OPEN OUTPUT TARIFS-FILE
        PERFORM CREER-TARIFS-PAR-DEFAUT
        CLOSE TARIFS-FILE
        OPEN I-O TARIFS-FILE
    END-IF.

    CALL 'consulter_date_comptable' USING WS-DATE-DU-JOUR.
    MOVE LK-TYPE-COMPTE TO WS-TYPE-CHERCHE.
    PERFORM CHERCHER-TARIF-EN-VIGUEUR.
    IF LK-TROUVE = 'N'
        MOVE "TOUS" TO WS-TYPE-CHERCHE
        PERFORM CHERCHER-TARIF-EN-VIGUEUR
    END-IF.

    CLOSE TARIFS-FILE.
    GOBACK.

*> Tarif le plus récent de l'événement pour WS-TYPE-CHERCHE dont la
*> date d'effet n'est pas postérieure à la date du jour.
CHERCHER-TARIF-EN-VIGUEUR.
    MOVE LOW-VALUES TO WS-MEILLEURE-DATE.
    MOVE LK-EVENEMENT TO TAR-EVENEMENT.
    MOVE WS-TYPE-CHERCHE TO TAR-TYPE-COMPTE.
    MOVE LOW-VALUES TO TAR-DATE-EFFET.
    MOVE 'N' TO WS-FIN-CLE.
    START TARIFS-FILE KEY IS >= TAR-CLE-EFFET
        INVALID KEY MOVE 'O' TO WS-FIN-CLE
    END-START.
    PERFORM UNTIL WS-FIN-CLE = 'O'
        READ TARIFS-FILE NEXT RECORD
            AT END
                MOVE 'O' TO WS-FIN-CLE
            NOT AT END
                IF TAR-EVENEMENT NOT = LK-EVENEMENT
                    OR TAR-TYPE-COMPTE NOT = WS-TYPE-CHERCHE
                    MOVE 'O' TO WS-FIN-CLE
                ELSE
                    IF TAR-DATE-EFFET NOT > WS-DATE-DU-JOUR
                        AND TAR-DATE-EFFET >= WS-MEILLEURE-DATE
                        MOVE TAR-DATE-EFFET TO WS-MEILLEURE-DATE
                        MOVE TAR-MONTANT TO LK-MONTANT
                        MOVE 'O' TO LK-TROUVE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Tarifs de la plaquette à la mise en service, tous types de compte.
CREER-TARIFS-PAR-DEFAUT.
    MOVE "TOUS" TO TAR-TYPE-COMPTE.
    MOVE "00000000" TO TAR-DATE-EFFET.
    MOVE "VIREXT" TO TAR-EVENEMENT.
    MOVE 3.50 TO TAR-MONTANT.
    MOVE "Virement externe émis" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.

    MOVE "CHQIER" TO TAR-EVENEMENT.
    MOVE 8.00 TO TAR-MONTANT.
    MOVE "Délivrance de chéquier" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.

    MOVE "OPPCHQ" TO TAR-EVENEMENT.
    MOVE 15.00 TO TAR-MONTANT.
    MOVE "Opposition sur chèque" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.

    MOVE "REJCHQ" TO TAR-EVENEMENT.
    MOVE 30.00 TO TAR-MONTANT.
    MOVE "Rejet de chèque" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.

    MOVE "REJVIR" TO TAR-EVENEMENT.
    MOVE 12.00 TO TAR-MONTANT.
    MOVE "Retour de virement reçu" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.

    MOVE "SUCCES" TO TAR-EVENEMENT.
    MOVE 150.00 TO TAR-MONTANT.
    MOVE "Dossier de succession" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.

    MOVE "SAISIE" TO TAR-EVENEMENT.
    MOVE 100.00 TO TAR-MONTANT.
    MOVE "Traitement de saisie" TO TAR-LIBELLE.
    WRITE TARIF-RECORD.
