*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionFacturesFou.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Ancienne définition (lignes de facture sans marques d'écart).
       SELECT lignesAncien ASSIGN TO "lignesfacturefou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY lanc_key
       FILE STATUS IS lanc_stat.

*> Nouvelle définition, au format attendu par les applications.
       SELECT lignesFactureFou ASSIGN TO "lignesfacturefou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY flf_key
       FILE STATUS IS flf_stat.

       SELECT fichierTravail ASSIGN TO "conversion.trv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ftrv_stat.

DATA DIVISION.
FILE SECTION.

        FD lignesAncien.
        01 lancTampon.
          02 lanc_key.
            03 lanc_idfaf PIC 9(5).
            03 lanc_seq PIC 9(3).
          02 lanc_idart PIC 9(5).
          02 lanc_qte PIC 9(5).
          02 lanc_prixunit PIC 9(7)V99.

        FD lignesFactureFou.
        01 flfTampon.
          02 flf_key.
            03 flf_idfaf PIC 9(5).
            03 flf_seq PIC 9(3).
          02 flf_idart PIC 9(5).
          02 flf_qte PIC 9(5).
          02 flf_prixunit PIC 9(7)V99.
          02 flf_ecartqte PIC X(1).
              88 LIGNE-ECART-QTE VALUE '1'.
          02 flf_ecartprix PIC X(1).
              88 LIGNE-ECART-PRIX VALUE '1'.

        FD fichierTravail.
        01 ftrvTampon PIC X(40).

WORKING-STORAGE SECTION.
        77 lanc_stat PIC 9(2).
        77 flf_stat PIC 9(2).
        77 ftrv_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wnb-lus PIC 9(5).
        77 Wnb-recharges PIC 9(5).

PROCEDURE DIVISION.

*> Conversion unique des lignes de factures fournisseurs, dont
*> l'enregistrement s'allonge de deux marques d'écart (quantité
*> facturée au-delà du reçu, prix unitaire hors prix catalogue) sans
*> changer de clé. Même principe que ConversionOperateurs : décharge
*> dans un fichier de travail, suppression, recréation au nouveau
*> format. Les lignes existantes repartent sans marque : le catalogue
*> fournisseurs n'existait pas quand elles ont été saisies, et le
*> litige éventuel reste porté par l'en-tête de facture. A lancer UNE
*> FOIS, toutes applications arrêtées, après une sauvegarde.
        0000-MAINLINE.
        DISPLAY "---- Conversion lignes factures fournisseurs ----"
        MOVE 0 TO Wnb-lus
        OPEN INPUT lignesAncien
        IF lanc_stat = 35 THEN
            DISPLAY "lignesfacturefou.dat absent, rien a convertir"
        ELSE
            OPEN OUTPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ lignesAncien NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE SPACES TO ftrvTampon
                        MOVE lancTampon TO ftrvTampon
                        WRITE ftrvTampon
                        ADD 1 TO Wnb-lus
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE lignesAncien
            DELETE FILE lignesAncien
            MOVE 0 TO Wnb-recharges
            OPEN OUTPUT lignesFactureFou
            OPEN INPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fichierTravail
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE ftrvTampon(1:27) TO lancTampon
                        MOVE lanc_idfaf TO flf_idfaf
                        MOVE lanc_seq TO flf_seq
                        MOVE lanc_idart TO flf_idart
                        MOVE lanc_qte TO flf_qte
                        MOVE lanc_prixunit TO flf_prixunit
                        MOVE '0' TO flf_ecartqte
                        MOVE '0' TO flf_ecartprix
                        WRITE flfTampon END-WRITE
                        ADD 1 TO Wnb-recharges
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE lignesFactureFou
            DELETE FILE fichierTravail
            DISPLAY "  lignes converties : " Wnb-recharges
                " / " Wnb-lus
        END-IF
        DISPLAY "Conversion terminee"
        GOBACK.
