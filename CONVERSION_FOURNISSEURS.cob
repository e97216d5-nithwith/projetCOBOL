*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionFournisseurs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Anciennes définitions (fournisseurs sans coordonnées bancaires,
*> factures sans référence de règlement).
       SELECT fournisseursAncien ASSIGN TO "fournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fofa_id
       ALTERNATE RECORD KEY fofa_nom WITH DUPLICATES
       FILE STATUS IS fofa_stat.

       SELECT facturesAncien ASSIGN TO "facturesfournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffaa_id
       ALTERNATE RECORD KEY ffaa_idfou WITH DUPLICATES
       FILE STATUS IS ffaa_stat.

*> Nouvelles définitions, au format attendu par les applications.
       SELECT fournisseurs ASSIGN TO "fournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffou_id
       ALTERNATE RECORD KEY ffou_nom WITH DUPLICATES
       FILE STATUS IS ffou_stat.

       SELECT facturesFournisseurs ASSIGN TO "facturesfournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffaf_id
       ALTERNATE RECORD KEY ffaf_idfou WITH DUPLICATES
       FILE STATUS IS ffaf_stat.

       SELECT fichierTravail ASSIGN TO "conversion.trv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ftrv_stat.

DATA DIVISION.
FILE SECTION.

        FD fournisseursAncien.
        01 fofaTampon.
          02 fofa_id PIC 9(5).
          02 fofa_nom PIC A(20).
          02 fofa_tel PIC A(10).
          02 fofa_mail PIC A(20).
          02 fofa_actif PIC X(1).

        FD facturesAncien.
        01 ffaaTampon.
          02 ffaa_id PIC 9(5).
          02 ffaa_idfou PIC 9(5).
          02 ffaa_idoa PIC 9(5).
          02 ffaa_ref PIC X(10).
          02 ffaa_date PIC 9(8).
          02 ffaa_montant PIC 9(9)V99.
          02 ffaa_regle PIC 9(9)V99.
          02 ffaa_litige PIC X(1).

        FD fournisseurs.
        01 ffouTampon.
          02 ffou_id PIC 9(5).
          02 ffou_nom PIC A(20).
          02 ffou_tel PIC A(10).
          02 ffou_mail PIC A(20).
          02 ffou_actif PIC X(1).
              88 FOURNISSEUR-ACTIF VALUE '1'.
              88 FOURNISSEUR-INACTIF VALUE '0'.
          02 ffou_iban PIC X(34).
          02 ffou_bic PIC X(11).
          02 ffou_delaireg PIC 9(3).

        FD facturesFournisseurs.
        01 ffafTampon.
          02 ffaf_id PIC 9(5).
          02 ffaf_idfou PIC 9(5).
          02 ffaf_idoa PIC 9(5).
          02 ffaf_ref PIC X(10).
          02 ffaf_date_data.
            05 ffaf_date.
                10 ffaf_annee PIC 9(4).
                10 ffaf_mois PIC 9(2).
                10 ffaf_jour PIC 9(2).
            05 ffaf_date-num REDEFINES ffaf_date PIC 9(8).
          02 ffaf_montant PIC 9(9)V99.
          02 ffaf_regle PIC 9(9)V99.
          02 ffaf_litige PIC X(1).
              88 FACFOU-EN-LITIGE VALUE '1'.
              88 FACFOU-CONFORME VALUE '0'.
          02 ffaf_refreg PIC X(12).

        FD fichierTravail.
        01 ftrvTampon PIC X(60).

WORKING-STORAGE SECTION.
        77 fofa_stat PIC 9(2).
        77 ffaa_stat PIC 9(2).
        77 ffou_stat PIC 9(2).
        77 ffaf_stat PIC 9(2).
        77 ftrv_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wnb-lus PIC 9(5).
        77 Wnb-recharges PIC 9(5).

PROCEDURE DIVISION.

*> Conversion unique pour les campagnes de virements fournisseurs :
*> la fiche fournisseur s'allonge des coordonnées bancaires (IBAN,
*> BIC, à saisir ensuite fournisseur par fournisseur) et du délai de
*> règlement en jours (30 jours pour l'existant), la facture
*> fournisseur de la référence du dernier virement qui l'a soldée
*> (vide pour l'existant). Même principe que les autres programmes de
*> conversion : décharge, suppression, recréation. A lancer UNE FOIS,
*> toutes applications arrêtées, après une sauvegarde.
        0000-MAINLINE.
        DISPLAY "---- Conversion fournisseurs ----"
        PERFORM 1000-CONVERTIR-FOURNISSEURS
        PERFORM 2000-CONVERTIR-FACTURES
        DISPLAY "Conversion terminee"
        GOBACK.

        1000-CONVERTIR-FOURNISSEURS.
        MOVE 0 TO Wnb-lus
        OPEN INPUT fournisseursAncien
        IF fofa_stat = 35 THEN
            DISPLAY "fournisseurs.dat absent, rien a convertir"
        ELSE
            OPEN OUTPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fournisseursAncien NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE SPACES TO ftrvTampon
                        MOVE fofaTampon TO ftrvTampon
                        WRITE ftrvTampon
                        ADD 1 TO Wnb-lus
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE fournisseursAncien
            DELETE FILE fournisseursAncien
            MOVE 0 TO Wnb-recharges
            OPEN OUTPUT fournisseurs
            OPEN INPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fichierTravail
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE ftrvTampon(1:56) TO fofaTampon
                        MOVE fofa_id TO ffou_id
                        MOVE fofa_nom TO ffou_nom
                        MOVE fofa_tel TO ffou_tel
                        MOVE fofa_mail TO ffou_mail
                        MOVE fofa_actif TO ffou_actif
                        MOVE SPACES TO ffou_iban
                        MOVE SPACES TO ffou_bic
                        MOVE 30 TO ffou_delaireg
                        WRITE ffouTampon END-WRITE
                        ADD 1 TO Wnb-recharges
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE fournisseurs
            DELETE FILE fichierTravail
            DISPLAY "  fournisseurs convertis : " Wnb-recharges
                " / " Wnb-lus
        END-IF.

        2000-CONVERTIR-FACTURES.
        MOVE 0 TO Wnb-lus
        OPEN INPUT facturesAncien
        IF ffaa_stat = 35 THEN
            DISPLAY "facturesfournisseurs.dat absent, rien a convertir"
        ELSE
            OPEN OUTPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ facturesAncien NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE SPACES TO ftrvTampon
                        MOVE ffaaTampon TO ftrvTampon
                        WRITE ftrvTampon
                        ADD 1 TO Wnb-lus
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE facturesAncien
            DELETE FILE facturesAncien
            MOVE 0 TO Wnb-recharges
            OPEN OUTPUT facturesFournisseurs
            OPEN INPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fichierTravail
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE ftrvTampon(1:56) TO ffaaTampon
                        MOVE ffaa_id TO ffaf_id
                        MOVE ffaa_idfou TO ffaf_idfou
                        MOVE ffaa_idoa TO ffaf_idoa
                        MOVE ffaa_ref TO ffaf_ref
                        MOVE ffaa_date TO ffaf_date-num
                        MOVE ffaa_montant TO ffaf_montant
                        MOVE ffaa_regle TO ffaf_regle
                        MOVE ffaa_litige TO ffaf_litige
                        MOVE SPACES TO ffaf_refreg
                        WRITE ffafTampon END-WRITE
                        ADD 1 TO Wnb-recharges
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE facturesFournisseurs
            DELETE FILE fichierTravail
            DISPLAY "  factures converties : " Wnb-recharges
                " / " Wnb-lus
        END-IF.
