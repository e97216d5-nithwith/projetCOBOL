       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT catalogueFou ASSIGN TO "cataloguefou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcf_key
       FILE STATUS IS fcf_stat.

       SELECT fournisseurs ASSIGN TO "fournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffou_id
       ALTERNATE RECORD KEY ffou_nom WITH DUPLICATES
       FILE STATUS IS ffou_stat.

       SELECT triReappro ASSIGN TO "reappro.tri".

       SELECT propositionsReappro ASSIGN TO WS-REAPPRO-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frea_stat.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

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

        SD triReappro.
        01 triTampon.
          02 tri_idfou PIC 9(5).
          02 tri_idart PIC 9(5).
          02 tri_nom PIC A(20).
          02 tri_stock PIC 9(5).
          02 tri_vendu PIC 9(5).
          02 tri_qte PIC 9(5).
          02 tri_reffou PIC X(15).
          02 tri_prixachat PIC 9(7)V99.
          02 tri_delai PIC 9(3).

        FD propositionsReappro.
        01 freaTampon PIC X(100).

        77 fstata_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 frea_stat PIC 9(2).
        77 fcf_stat PIC 9(2).
        77 ffou_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfinf PIC 9.
        77 Wfint PIC 9.
        77 Wfou-courant PIC 9(5).
        77 Wnb-fournisseurs PIC 9(5).
        77 Wvaleur-ligne PIC 9(9)V99.
        77 Wvaleur-fou PIC 9(9)V99.
        77 Wseuil-alerte PIC 9(3) VALUE 5.
        77 Wseuil-defaut PIC 9(3) VALUE 5.
        77 Wqte-proposee PIC 9(5).
*> aux achats au matin. Le seuil se lit dans parametres.dat — seuil
*> du type d'article (clé S-<type>), à défaut SEUIL-DEF, à défaut le
*> 5 historique — au lieu d'être gravé ici et à la prise de commande.
*> Chaque article est rattaché à son fournisseur préféré du catalogue
*> fournisseurs, la quantité portée au minimum de commande convenu,
*> et la proposition est triée par fournisseur pour que l'acheteur
*> passe un ordre par fournisseur (référence, prix d'achat et délai
*> rappelés, valeur estimée par fournisseur). Les articles sans
*> fournisseur préféré ferment la liste.
        0000-MAINLINE.
        MOVE FUNCTION CURRENT-DATE(1:8) TO Wrea-date-data
        STRING "reappro_" Wrea-annee Wrea-mois Wrea-jour ".txt"
        IF fart_stat = 35 THEN
            DISPLAY "Pas d'articles, pas de proposition de reappro"
        ELSE
            OPEN I-O catalogueFou
            IF fcf_stat = 35 THEN
                OPEN OUTPUT catalogueFou
                CLOSE catalogueFou
                OPEN I-O catalogueFou
            END-IF
            OPEN I-O fournisseurs
            IF ffou_stat = 35 THEN
                OPEN OUTPUT fournisseurs
                CLOSE fournisseurs
                OPEN I-O fournisseurs
            END-IF
            SORT triReappro
                ON ASCENDING KEY tri_idfou
                ON ASCENDING KEY tri_idart
                INPUT PROCEDURE IS 1000-SELECTIONNER-ARTICLES
                OUTPUT PROCEDURE IS 3000-EDITER-PROPOSITIONS
            CLOSE fournisseurs
            CLOSE catalogueFou
            DISPLAY "Propositions de reappro editees : "
                WS-REAPPRO-FILE
        END-IF
                MOVE fpar_valeur TO Wseuil-alerte
        END-READ.

        1000-SELECTIONNER-ARTICLES.
        MOVE 0 TO fart_id
        MOVE 0 TO Wfin
        START articles KEY IS NOT LESS THAN fart_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ articles NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    PERFORM 0500-LIRE-SEUIL-TYPE
                    IF ARTICLE-ACTIF
                       AND fart_stock <= Wseuil-alerte THEN
                        PERFORM 1100-PROPOSER-ARTICLE
                    END-IF
            END-READ
        END-PERFORM.

*> La quantité proposée vise à reconstituer la quantité déjà vendue
*> (indicateur de vitesse d'écoulement) au-dessus du seuil d'alerte ;
*> pour un article sans historique de vente, on propose le seuil.
*> Elle est ensuite portée au minimum de commande du fournisseur.
        1100-PROPOSER-ARTICLE.
        MOVE fart_id TO fstata_idart
        READ statistiquesArticles
            INVALID KEY MOVE 0 TO fstata_qtevendue
        IF Wqte-proposee = 0 THEN
            MOVE Wseuil-alerte TO Wqte-proposee
        END-IF
        PERFORM 1200-CHERCHER-PREFERE
        IF tri_idfou NOT = 99999 AND Wqte-proposee < fcf_moq THEN
            MOVE fcf_moq TO Wqte-proposee
        END-IF
        MOVE fart_id TO tri_idart
        MOVE fart_nom TO tri_nom
        MOVE fart_stock TO tri_stock
        MOVE fstata_qtevendue TO tri_vendu
        MOVE Wqte-proposee TO tri_qte
        RELEASE triTampon.

*> Fournisseur préféré de l'article au catalogue (99999 = aucun, pour
*> ranger ces articles en fin d'état).
        1200-CHERCHER-PREFERE.
        MOVE 99999 TO tri_idfou
        MOVE SPACES TO tri_reffou
        MOVE 0 TO tri_prixachat
        MOVE 0 TO tri_delai
        MOVE fart_id TO fcf_idart
        MOVE 0 TO fcf_idfou
        MOVE 0 TO Wfinf
        START catalogueFou KEY IS NOT LESS THAN fcf_key
            INVALID KEY MOVE 1 TO Wfinf
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinf = 1
            READ catalogueFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfinf
                NOT AT END
                    IF fcf_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinf
                    ELSE
                        IF FOURNISSEUR-PREFERE THEN
                            MOVE fcf_idfou TO tri_idfou
                            MOVE fcf_reffou TO tri_reffou
                            MOVE fcf_prixachat TO tri_prixachat
                            MOVE fcf_delai TO tri_delai
                            MOVE 1 TO Wfinf
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Edition triée : bannière à chaque changement de fournisseur, une
*> ligne par article, valeur estimée au prix d'achat du catalogue en
*> pied de chaque fournisseur.
        3000-EDITER-PROPOSITIONS.
        OPEN OUTPUT propositionsReappro
        MOVE SPACES TO freaTampon
        STRING "Propositions de reapprovisionnement du "
               Wrea-jour "/" Wrea-mois "/" Wrea-annee
               " (seuil general " Wseuil-defaut ")"
            DELIMITED BY SIZE INTO freaTampon
        WRITE freaTampon
        MOVE 0 TO Wnb-propositions
        MOVE 0 TO Wnb-fournisseurs
        MOVE 0 TO Wvaleur-fou
        MOVE 0 TO Wfou-courant
        MOVE 0 TO Wfint
        PERFORM WITH TEST BEFORE UNTIL Wfint = 1
            RETURN triReappro
                AT END
                    MOVE 1 TO Wfint
                NOT AT END
                    IF tri_idfou NOT = Wfou-courant THEN
                        PERFORM 3100-PIED-FOURNISSEUR
                        PERFORM 3200-BANNIERE-FOURNISSEUR
                    END-IF
                    ADD 1 TO Wnb-propositions
                    MOVE SPACES TO freaTampon
                    IF tri_idfou = 99999 THEN
                        STRING "  " tri_idart " " tri_nom
                               " Stock: " tri_stock
                               " Vendu: " tri_vendu
                               " A commander: " tri_qte
                            DELIMITED BY SIZE INTO freaTampon
                    ELSE
                        COMPUTE Wvaleur-ligne = tri_qte * tri_prixachat
                        ADD Wvaleur-ligne TO Wvaleur-fou
                        STRING "  " tri_idart " " tri_nom
                               " Ref: " tri_reffou
                               " Stock: " tri_stock
                               " A commander: " tri_qte
                               " x " tri_prixachat
                            DELIMITED BY SIZE INTO freaTampon
                    END-IF
                    WRITE freaTampon
            END-RETURN
        END-PERFORM
        PERFORM 3100-PIED-FOURNISSEUR
        MOVE SPACES TO freaTampon
        STRING "Total articles a reapprovisionner : "
               Wnb-propositions " chez " Wnb-fournisseurs
               " fournisseur(s)"
            DELIMITED BY SIZE INTO freaTampon
        WRITE freaTampon
        CLOSE propositionsReappro.

        3100-PIED-FOURNISSEUR.
        IF Wfou-courant NOT = 0 AND Wfou-courant NOT = 99999 THEN
            MOVE SPACES TO freaTampon
            STRING "  Valeur estimee de l'ordre : " Wvaleur-fou
                DELIMITED BY SIZE INTO freaTampon
            WRITE freaTampon
        END-IF
        MOVE 0 TO Wvaleur-fou.

        3200-BANNIERE-FOURNISSEUR.
        MOVE tri_idfou TO Wfou-courant
        MOVE SPACES TO freaTampon
        IF tri_idfou = 99999 THEN
            MOVE "---- Sans fournisseur prefere au catalogue ----"
                TO freaTampon
        ELSE
            ADD 1 TO Wnb-fournisseurs
            MOVE tri_idfou TO ffou_id
            READ fournisseurs
                INVALID KEY MOVE SPACES TO ffou_nom
            END-READ
            STRING "---- Fournisseur " tri_idfou " " ffou_nom
                   " (delai " tri_delai " jours) ----"
                DELIMITED BY SIZE INTO freaTampon
        END-IF
        WRITE freaTampon.
