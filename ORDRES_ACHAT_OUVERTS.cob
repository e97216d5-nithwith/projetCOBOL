       ALTERNATE RECORD KEY fart_type WITH DUPLICATES
       FILE STATUS IS fart_stat.

       SELECT catalogueFou ASSIGN TO "cataloguefou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcf_key
       FILE STATUS IS fcf_stat.

       SELECT rapportOaOuverts ASSIGN TO WS-OA-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS foar_stat.
          02 floa_idart PIC 9(5).
          02 floa_qtecmd PIC 9(5).
          02 floa_qterecue PIC 9(5).
          02 floa_daterec PIC 9(8).

        FD fournisseurs.
        01 ffouTampon.
          02 ffou_actif PIC X(1).
              88 FOURNISSEUR-ACTIF VALUE '1'.
              88 FOURNISSEUR-INACTIF VALUE '0'.
          02 ffou_iban PIC X(34).
          02 ffou_bic PIC X(11).
          02 ffou_delaireg PIC 9(3).

        FD articles.
        01 fartTampon.
          02 fart_opemaj PIC 9(3).
          02 fart_datemaj PIC 9(8).

        FD catalogueFou.
        01 fcfTampon.
          02 fcf_key.
            03 fcf_idart PIC 9(5).
            03 fcf_idfou PIC 9(5).
          02 fcf_reffou PIC X(15).
          02 fcf_prixachat PIC 9(7)V99.
          02 fcf_delai PIC 9(3).
          02 fcf_moq PIC 9(5).
          02 fcf_prefere PIC X(1).
              88 FOURNISSEUR-PREFERE VALUE '1'.
              88 FOURNISSEUR-SECOND VALUE '0'.

        FD rapportOaOuverts.
        01 foarTampon PIC X(100).

        77 ffou_stat PIC 9(2).
        77 fart_stat PIC 9(2).
        77 foar_stat PIC 9(2).
        77 fcf_stat PIC 9(2).
        77 Wjour-attendu PIC 9(8).
        77 Wjour-courant PIC 9(8).
        77 Wdate-attendue PIC 9(8).
        77 Wretard PIC X(7).
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wfou-courant PIC 9(5).
*> 'partiel' avec, ligne par ligne, le commandé, le reçu et le
*> restant à livrer — ce qui a été commandé mais jamais livré cesse
*> de se perdre dans les papiers.
*> Chaque ligne rappelle la référence fournisseur du catalogue et la
*> date de livraison attendue (date de l'ordre + délai convenu) ; une
*> ligne dont l'échéance est dépassée est marquée RETARD.
        0000-MAINLINE.
        DISPLAY "Etat des ordres d'achat ouverts..."
        MOVE FUNCTION CURRENT-DATE(1:8) TO Woa-date-data
            OPEN I-O lignesOa
            OPEN I-O fournisseurs
            OPEN I-O articles
            OPEN I-O catalogueFou
            IF fcf_stat = 35 THEN
                OPEN OUTPUT catalogueFou
                CLOSE catalogueFou
                OPEN I-O catalogueFou
            END-IF
            MOVE Woa-date-data TO Wdate-attendue
            COMPUTE Wjour-courant =
                FUNCTION INTEGER-OF-DATE(Wdate-attendue)
            OPEN OUTPUT rapportOaOuverts
            MOVE SPACES TO foarTampon
            STRING "Ordres d'achat ouverts au "
                DELIMITED BY SIZE INTO foarTampon
            WRITE foarTampon
            CLOSE rapportOaOuverts
            CLOSE catalogueFou
            CLOSE articles
            CLOSE fournisseurs
            CLOSE lignesOa
               " Recu: " floa_qterecue
               " Restant: " Wqte-restante
            DELIMITED BY SIZE INTO foarTampon
        WRITE foarTampon
        MOVE floa_idart TO fcf_idart
        MOVE foa_idfou TO fcf_idfou
        READ catalogueFou
            INVALID KEY
                MOVE SPACES TO foarTampon
                MOVE "      Hors catalogue du fournisseur"
                    TO foarTampon
            NOT INVALID KEY
                PERFORM 2100-CALCULER-ATTENDU
                MOVE SPACES TO foarTampon
                STRING "      Ref: " fcf_reffou
                       " Attendu le: " Wdate-attendue(7:2) "/"
                       Wdate-attendue(5:2) "/" Wdate-attendue(1:4)
                       " " Wretard
                    DELIMITED BY SIZE INTO foarTampon
        END-READ
        WRITE foarTampon.

*> Date attendue = date de l'ordre + délai catalogue (jours
*> calendaires) ; RETARD si elle est antérieure à aujourd'hui.
        2100-CALCULER-ATTENDU.
        MOVE foa_date TO Wdate-attendue
        COMPUTE Wjour-attendu =
            FUNCTION INTEGER-OF-DATE(Wdate-attendue) + fcf_delai
        COMPUTE Wdate-attendue =
            FUNCTION DATE-OF-INTEGER(Wjour-attendu)
        IF Wjour-attendu < Wjour-courant THEN
            MOVE "RETARD" TO Wretard
        ELSE
            MOVE SPACES TO Wretard
        END-IF.
