*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. VieillissementStock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT articles ASSIGN TO "articles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fart_id
       ALTERNATE RECORD KEY fart_type WITH DUPLICATES
       FILE STATUS IS fart_stat.

       SELECT stockDepots ASSIGN TO "stockdepots.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsd_key
       FILE STATUS IS fsd_stat.

       SELECT mouvementsStock ASSIGN TO "mouvementsstock.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmvt_key
       FILE STATUS IS fmvt_stat.

       SELECT coutsArticles ASSIGN TO "coutsarticles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcou_idart
       FILE STATUS IS fcou_stat.

       SELECT kpiHisto ASSIGN TO "kpihisto.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fkpi_date
       FILE STATUS IS fkpi_stat.

       SELECT demarques ASSIGN TO "demarques.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fdem_idart
       FILE STATUS IS fdem_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT rapportVieillissement ASSIGN TO WS-VIEIL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frvs_stat.

DATA DIVISION.
FILE SECTION.

        FD articles.
        01 fartTampon.
          02 fart_id PIC 9(5).
          02 fart_nom PIC A(20).
          02 fart_type PIC A(10).
          02 fart_description PIC A(40).
          02 fart_prix PIC 9(5)V99.
          02 fart_dureegaranti PIC 9(3).
          02 fart_actif PIC X(1).
              88 ARTICLE-ACTIF VALUE '1'.
              88 ARTICLE-INACTIF VALUE '0'.
          02 fart_stock PIC 9(5).
          02 fart_tauxtva PIC 9(2).
          02 fart_opemaj PIC 9(3).
          02 fart_datemaj PIC 9(8).

        FD stockDepots.
        01 fsdTampon.
          02 fsd_key.
            03 fsd_idart PIC 9(5).
            03 fsd_depot PIC X(3).
          02 fsd_qte PIC 9(5).

        FD mouvementsStock.
        01 fmvtTampon.
          02 fmvt_key.
            03 fmvt_idart PIC 9(5).
            03 fmvt_seq PIC 9(5).
          02 fmvt_date_data.
            05 fmvt_date.
                10 fmvt_annee PIC 9(4).
                10 fmvt_mois PIC 9(2).
                10 fmvt_jour PIC 9(2).
            05 fmvt_date-num REDEFINES fmvt_date PIC 9(8).
          02 fmvt_type PIC X(10).
          02 fmvt_sens PIC X(1).
              88 MOUVEMENT-ENTREE VALUE '+'.
              88 MOUVEMENT-SORTIE VALUE '-'.
          02 fmvt_qte PIC 9(5).
          02 fmvt_ref PIC X(6).
          02 fmvt_depot PIC X(3).

        FD coutsArticles.
        01 fcouTampon.
          02 fcou_idart PIC 9(5).
          02 fcou_cmp PIC 9(5)V99.
          02 fcou_datemaj PIC 9(8).

        FD kpiHisto.
        01 fkpiTampon.
          02 fkpi_date PIC 9(8).
          02 fkpi_nbclients PIC 9(5).
          02 fkpi_nbarticles PIC 9(5).
          02 fkpi_nbcommandes PIC 9(5).
          02 fkpi_recl_ouvert PIC 9(5).
          02 fkpi_recl_trait PIC 9(5).
          02 fkpi_recl_clot PIC 9(5).
          02 fkpi_valstock PIC 9(11)V99.
          02 fkpi_ca_jour PIC 9(9)V99.

*> Proposition de démarque d'un article dormant (une par article) :
*> ancienneté sans vente, stock et valeur au CMP, prix actuel, taux et
*> prix proposés. Le responsable l'accepte (tarif à date d'effet
*> chargé dans tarifs.dat) ou la refuse depuis la gestion des tarifs.
        FD demarques.
        01 fdemTampon.
          02 fdem_idart PIC 9(5).
          02 fdem_date PIC 9(8).
          02 fdem_age PIC 9(5).
          02 fdem_stock PIC 9(5).
          02 fdem_valeur PIC 9(9)V99.
          02 fdem_cmp PIC 9(5)V99.
          02 fdem_prix PIC 9(5)V99.
          02 fdem_pct PIC 9(2).
          02 fdem_prixprop PIC 9(5)V99.
          02 fdem_etat PIC X(10).
              88 DEMARQUE-PROPOSEE VALUE 'proposee'.
              88 DEMARQUE-ACCEPTEE VALUE 'acceptee'.
              88 DEMARQUE-REFUSEE VALUE 'refusee'.
          02 fdem_dateeffet PIC 9(8).
          02 fdem_datedec PIC 9(8).
          02 fdem_ope PIC 9(3).

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD rapportVieillissement.
        01 frvsTampon PIC X(160).

WORKING-STORAGE SECTION.
        77 fart_stat PIC 9(2).
        77 fsd_stat PIC 9(2).
        77 fmvt_stat PIC 9(2).
        77 fcou_stat PIC 9(2).
        77 fkpi_stat PIC 9(2).
        77 fdem_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 frvs_stat PIC 9(2).
        77 WS-VIEIL-FILE PIC X(40).
        77 Wfin PIC 9.
        77 Wfind PIC 9.
        77 Wfinm PIC 9.
        77 Wseuil-age PIC 9(5).
        77 Wpct-demarque PIC 9(2).
        77 Wpct PIC 9(3).
        77 Wjour-auj PIC 9(7).
        77 Wage PIC 9(5).
        77 Wcout-valo PIC 9(5)V99.
        77 Wcmp PIC 9(5)V99.
        77 Wstock-art PIC 9(7).
        77 Wvaleur-art PIC 9(11)V99.
        77 Wder-recep-art PIC 9(8).
        77 Wder-vente-art PIC 9(8).
        77 Wder-recep PIC 9(8).
        77 Wder-vente PIC 9(8).
        77 Wtotal-couches PIC 9(7).
        77 Wecart-qte PIC 9(7).
        77 Wa-consommer PIC 9(7).
        77 Wqte-inconnue PIC 9(5).
        77 Wq PIC 9(5).
        77 Wbk PIC 9.
        77 Wv PIC 9(11)V99.
        77 Wi PIC 9(3).
        77 Wk PIC 9(3).
        77 Wnb-lignes PIC 9(5).
        77 Wnb-propositions PIC 9(5).
        77 Wnb-retirees PIC 9(5).
        77 Wval-depots PIC 9(11)V99.
        77 Wval-kpi PIC 9(11)V99.
        77 Wval-ecart PIC 9(11)V99.
        77 Wqte-ed PIC Z(4)9.
        77 Wb1-ed PIC Z(10)9.99.
        77 Wb2-ed PIC Z(10)9.99.
        77 Wb3-ed PIC Z(10)9.99.
        77 Wb4-ed PIC Z(10)9.99.
        77 Wtot-ed PIC Z(10)9.99.
        77 Wprix-ed PIC Z(4)9.99.
        77 Wprop-ed PIC Z(4)9.99.
*> Couches d'entrée encore en stock pour l'article et le dépôt
*> courants (premier entré, premier sorti), de Wcouche-deb à
*> Wcouche-nb.
        77 Wcouche-deb PIC 9(3).
        77 Wcouche-nb PIC 9(3).
        01 Wcouches.
            05 Wcouche OCCURS 100 TIMES.
                10 Wcouche-date PIC 9(8).
                10 Wcouche-qte PIC 9(5).
*> Valeur de la case article/dépôt courante par tranche d'âge.
        01 Wtranches.
            05 Wtranche PIC 9(11)V99 OCCURS 4 TIMES.
        01 Wtranches-art.
            05 Wtranche-art PIC 9(11)V99 OCCURS 4 TIMES.
*> Totaux par type d'article et dépôt, puis par dépôt.
        77 Wnb-totaux PIC 9(3).
        01 Wtotaux.
            05 Wtot OCCURS 100 TIMES.
                10 Wtot-type PIC A(10).
                10 Wtot-depot PIC X(3).
                10 Wtot-tranche PIC 9(11)V99 OCCURS 4 TIMES.
                10 Wtot-valeur PIC 9(11)V99.
        77 Wnb-depots PIC 9(2).
        01 Wdepots.
            05 Wdep OCCURS 10 TIMES.
                10 Wdep-code PIC X(3).
                10 Wdep-tranche PIC 9(11)V99 OCCURS 4 TIMES.
                10 Wdep-valeur PIC 9(11)V99.
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Vieillissement du stock et stock dormant. Pour chaque article et
*> chaque case de stockdepots.dat, le grand livre des mouvements est
*> rejoué en premier entré, premier sorti : les entrées empilent des
*> couches datées, les sorties consomment les plus anciennes, les
*> mouvements INITIAL et INVENTAIRE recalent la quantité. Les couches
*> restantes, ramenées à la quantité de la case, donnent l'âge du
*> stock ; la part que le grand livre n'explique pas (stock antérieur)
*> est classée dans la tranche la plus ancienne. Valorisation au CMP,
*> au prix catalogue pour un article jamais costé, comme la
*> photographie des indicateurs, dont la valeur de stock est
*> rapprochée en fin d'état. Un article en stock sans vente depuis
*> AGE-DEMARQUE jours (365 par défaut ; depuis sa dernière réception
*> s'il n'a jamais été vendu) reçoit une proposition de démarque de
*> DEMARQUE-PCT % (20 par défaut), doublée au-delà de deux fois l'âge
*> et plafonnée à 50 %.
        0000-MAINLINE.
        DISPLAY "Vieillissement du stock..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjour-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        OPEN I-O articles
        IF fart_stat = 35 THEN
            DISPLAY "Pas d'articles, pas d'etat"
        ELSE
            OPEN I-O stockDepots
            IF fsd_stat = 35 THEN
                OPEN OUTPUT stockDepots
                CLOSE stockDepots
                OPEN I-O stockDepots
            END-IF
            OPEN I-O mouvementsStock
            IF fmvt_stat = 35 THEN
                OPEN OUTPUT mouvementsStock
                CLOSE mouvementsStock
                OPEN I-O mouvementsStock
            END-IF
            OPEN I-O coutsArticles
            IF fcou_stat = 35 THEN
                OPEN OUTPUT coutsArticles
                CLOSE coutsArticles
                OPEN I-O coutsArticles
            END-IF
            OPEN I-O demarques
            IF fdem_stat = 35 THEN
                OPEN OUTPUT demarques
                CLOSE demarques
                OPEN I-O demarques
            END-IF
            PERFORM 0100-LIRE-PARAMETRES
            MOVE SPACES TO WS-VIEIL-FILE
            STRING "vieillissement_stock_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-VIEIL-FILE
            OPEN OUTPUT rapportVieillissement
            PERFORM 0200-ENTETE
            MOVE 0 TO Wnb-lignes
            MOVE 0 TO Wnb-propositions
            MOVE 0 TO Wnb-retirees
            MOVE 0 TO Wnb-totaux
            MOVE 0 TO Wnb-depots
            MOVE 0 TO Wval-depots
            MOVE 0 TO Wval-kpi
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
                        PERFORM 1000-TRAITER-ARTICLE
                END-READ
            END-PERFORM
            PERFORM 4000-EDITER-TOTAUX
            PERFORM 5000-CONTROLE-KPI
            PERFORM 6000-EDITER-PROPOSITIONS
            CLOSE rapportVieillissement
            CLOSE demarques
            CLOSE coutsArticles
            CLOSE mouvementsStock
            CLOSE stockDepots
            DISPLAY "Cases article/depot en stock : " Wnb-lignes
            DISPLAY "Propositions de demarque : " Wnb-propositions
                " - retirees : " Wnb-retirees
            DISPLAY "Etat : " WS-VIEIL-FILE
        END-IF
        CLOSE articles
        GOBACK.

        0100-LIRE-PARAMETRES.
        OPEN I-O parametres
        IF fpar_stat = 35 THEN
            OPEN OUTPUT parametres
            CLOSE parametres
            OPEN I-O parametres
        END-IF
        MOVE 365 TO Wseuil-age
        MOVE 'AGE-DEMARQUE' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fpar_valeur > 0 THEN
                    MOVE fpar_valeur TO Wseuil-age
                END-IF
        END-READ
        MOVE 20 TO Wpct-demarque
        MOVE 'DEMARQUE-PCT' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fpar_valeur > 0 AND fpar_valeur < 100 THEN
                    MOVE fpar_valeur TO Wpct-demarque
                END-IF
        END-READ
        CLOSE parametres.

        0200-ENTETE.
        MOVE SPACES TO frvsTampon
        STRING "VIEILLISSEMENT DU STOCK AU " SYS-DAY "/" SYS-MONTH "/"
               SYS-YEAR " - valorisation au CMP"
            DELIMITED BY SIZE INTO frvsTampon
        WRITE frvsTampon
        MOVE SPACES TO frvsTampon
        STRING "Article;Nom;Type;Depot;Qte;Der. reception;"
               "Der. vente;0-90 j;91-180 j;181-365 j;+365 j;Valeur"
            DELIMITED BY SIZE INTO frvsTampon
        WRITE frvsTampon.

*> Un article : coût de valorisation, rapprochement KPI (fart_stock
*> au même coût), puis chaque case dépôt et enfin la démarque.
        1000-TRAITER-ARTICLE.
        MOVE fart_prix TO Wcout-valo
        MOVE 0 TO Wcmp
        MOVE fart_id TO fcou_idart
        READ coutsArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fcou_cmp > 0 THEN
                    MOVE fcou_cmp TO Wcout-valo
                    MOVE fcou_cmp TO Wcmp
                END-IF
        END-READ
        COMPUTE Wval-kpi = Wval-kpi + fart_stock * Wcout-valo
        MOVE 0 TO Wstock-art
        MOVE 0 TO Wvaleur-art
        MOVE 0 TO Wder-recep-art
        MOVE 0 TO Wder-vente-art
        PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
            MOVE 0 TO Wtranche-art(Wbk)
        END-PERFORM
        MOVE fart_id TO fsd_idart
        MOVE LOW-VALUES TO fsd_depot
        MOVE 0 TO Wfind
        START stockDepots KEY IS NOT LESS THAN fsd_key
            INVALID KEY MOVE 1 TO Wfind
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfind = 1
            READ stockDepots NEXT RECORD
                AT END
                    MOVE 1 TO Wfind
                NOT AT END
                    IF fsd_idart NOT = fart_id THEN
                        MOVE 1 TO Wfind
                    ELSE
                        PERFORM 2000-TRAITER-DEPOT
                    END-IF
            END-READ
        END-PERFORM
        PERFORM 3000-DEMARQUE.

*> Case article/dépôt : rejeu des mouvements du dépôt (ceux d'avant
*> les dépôts, à zone dépôt vide, comptent au magasin), dates de
*> dernière réception et de dernière vente, ventilation par âge.
        2000-TRAITER-DEPOT.
        MOVE 1 TO Wcouche-deb
        MOVE 0 TO Wcouche-nb
        MOVE 0 TO Wder-recep
        MOVE 0 TO Wder-vente
        MOVE fart_id TO fmvt_idart
        MOVE 0 TO fmvt_seq
        MOVE 0 TO Wfinm
        START mouvementsStock KEY IS NOT LESS THAN fmvt_key
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ mouvementsStock NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fmvt_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF fmvt_depot = fsd_depot
                           OR (fmvt_depot = SPACES
                               AND fsd_depot = 'MAG') THEN
                            PERFORM 2100-REJOUER-MOUVEMENT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wder-recep > Wder-recep-art THEN
            MOVE Wder-recep TO Wder-recep-art
        END-IF
        IF Wder-vente > Wder-vente-art THEN
            MOVE Wder-vente TO Wder-vente-art
        END-IF
        IF fsd_qte > 0 THEN
            PERFORM 2500-VENTILER-CASE
        END-IF.

        2100-REJOUER-MOUVEMENT.
        IF fmvt_type = 'RECEPTION' THEN
            MOVE fmvt_date-num TO Wder-recep
        END-IF
        IF fmvt_type = 'VENTE' THEN
            MOVE fmvt_date-num TO Wder-vente
        END-IF
        IF fmvt_type = 'INITIAL' OR fmvt_type = 'INVENTAIRE' THEN
            PERFORM 2200-TOTAL-COUCHES
            IF fmvt_qte > Wtotal-couches THEN
                COMPUTE Wq = fmvt_qte - Wtotal-couches
                PERFORM 2300-EMPILER
            ELSE
                COMPUTE Wa-consommer = Wtotal-couches - fmvt_qte
                PERFORM 2400-CONSOMMER
            END-IF
        ELSE
            IF MOUVEMENT-ENTREE THEN
                MOVE fmvt_qte TO Wq
                PERFORM 2300-EMPILER
            ELSE
                MOVE fmvt_qte TO Wa-consommer
                PERFORM 2400-CONSOMMER
            END-IF
        END-IF.

        2200-TOTAL-COUCHES.
        MOVE 0 TO Wtotal-couches
        PERFORM VARYING Wi FROM Wcouche-deb BY 1
                UNTIL Wi > Wcouche-nb
            ADD Wcouche-qte(Wi) TO Wtotal-couches
        END-PERFORM.

*> Nouvelle couche datée du mouvement ; table pleine : elle est
*> d'abord tassée, à défaut la quantité rejoint la dernière couche.
        2300-EMPILER.
        IF Wq > 0 THEN
            IF Wcouche-nb = 100 AND Wcouche-deb > 1 THEN
                MOVE 0 TO Wk
                PERFORM VARYING Wi FROM Wcouche-deb BY 1
                        UNTIL Wi > Wcouche-nb
                    ADD 1 TO Wk
                    MOVE Wcouche(Wi) TO Wcouche(Wk)
                END-PERFORM
                MOVE 1 TO Wcouche-deb
                MOVE Wk TO Wcouche-nb
            END-IF
            IF Wcouche-nb = 100 THEN
                ADD Wq TO Wcouche-qte(100)
            ELSE
                ADD 1 TO Wcouche-nb
                MOVE fmvt_date-num TO Wcouche-date(Wcouche-nb)
                MOVE Wq TO Wcouche-qte(Wcouche-nb)
            END-IF
        END-IF.

*> Sortie de Wa-consommer unités, prises sur les couches les plus
*> anciennes ; une sortie plus forte que le stock connu vide tout.
        2400-CONSOMMER.
        PERFORM WITH TEST BEFORE UNTIL Wa-consommer = 0
                OR Wcouche-deb > Wcouche-nb
            IF Wcouche-qte(Wcouche-deb) > Wa-consommer THEN
                SUBTRACT Wa-consommer FROM Wcouche-qte(Wcouche-deb)
                MOVE 0 TO Wa-consommer
            ELSE
                SUBTRACT Wcouche-qte(Wcouche-deb) FROM Wa-consommer
                ADD 1 TO Wcouche-deb
            END-IF
        END-PERFORM
        IF Wcouche-deb > Wcouche-nb THEN
            MOVE 1 TO Wcouche-deb
            MOVE 0 TO Wcouche-nb
        END-IF.

*> Couches ramenées à la quantité de la case, puis valorisées par
*> tranche d'âge ; l'inexpliqué va dans la tranche la plus ancienne.
        2500-VENTILER-CASE.
        PERFORM 2200-TOTAL-COUCHES
        MOVE 0 TO Wqte-inconnue
        IF Wtotal-couches > fsd_qte THEN
            COMPUTE Wa-consommer = Wtotal-couches - fsd_qte
            PERFORM 2400-CONSOMMER
        ELSE
            COMPUTE Wqte-inconnue = fsd_qte - Wtotal-couches
        END-IF
        PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
            MOVE 0 TO Wtranche(Wbk)
        END-PERFORM
        PERFORM VARYING Wi FROM Wcouche-deb BY 1
                UNTIL Wi > Wcouche-nb
            IF Wcouche-date(Wi) < 16010101 THEN
                MOVE 99999 TO Wage
            ELSE
                COMPUTE Wage = Wjour-auj
                    - FUNCTION INTEGER-OF-DATE(Wcouche-date(Wi))
            END-IF
            PERFORM 2600-TRANCHE-AGE
            COMPUTE Wtranche(Wbk) = Wtranche(Wbk)
                + Wcouche-qte(Wi) * Wcout-valo
        END-PERFORM
        COMPUTE Wtranche(4) = Wtranche(4) + Wqte-inconnue * Wcout-valo
        MOVE 0 TO Wv
        PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
            ADD Wtranche(Wbk) TO Wv
            ADD Wtranche(Wbk) TO Wtranche-art(Wbk)
        END-PERFORM
        ADD fsd_qte TO Wstock-art
        ADD Wv TO Wvaleur-art
        ADD Wv TO Wval-depots
        ADD 1 TO Wnb-lignes
        PERFORM 2700-CUMULER-TOTAUX
        MOVE fsd_qte TO Wqte-ed
        MOVE Wtranche(1) TO Wb1-ed
        MOVE Wtranche(2) TO Wb2-ed
        MOVE Wtranche(3) TO Wb3-ed
        MOVE Wtranche(4) TO Wb4-ed
        MOVE Wv TO Wtot-ed
        MOVE SPACES TO frvsTampon
        STRING fart_id ";" fart_nom ";" fart_type ";" fsd_depot ";"
               Wqte-ed ";" Wder-recep ";" Wder-vente ";"
               Wb1-ed ";" Wb2-ed ";" Wb3-ed ";" Wb4-ed ";" Wtot-ed
            DELIMITED BY SIZE INTO frvsTampon
        WRITE frvsTampon.

        2600-TRANCHE-AGE.
        EVALUATE TRUE
            WHEN Wage <= 90
                MOVE 1 TO Wbk
            WHEN Wage <= 180
                MOVE 2 TO Wbk
            WHEN Wage <= 365
                MOVE 3 TO Wbk
            WHEN OTHER
                MOVE 4 TO Wbk
        END-EVALUATE.

        2700-CUMULER-TOTAUX.
        MOVE 0 TO Wk
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb-totaux
            IF Wtot-type(Wi) = fart_type
               AND Wtot-depot(Wi) = fsd_depot THEN
                MOVE Wi TO Wk
            END-IF
        END-PERFORM
        IF Wk = 0 AND Wnb-totaux < 100 THEN
            ADD 1 TO Wnb-totaux
            MOVE Wnb-totaux TO Wk
            MOVE fart_type TO Wtot-type(Wk)
            MOVE fsd_depot TO Wtot-depot(Wk)
            PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
                MOVE 0 TO Wtot-tranche(Wk, Wbk)
            END-PERFORM
            MOVE 0 TO Wtot-valeur(Wk)
        END-IF
        IF Wk > 0 THEN
            PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
                ADD Wtranche(Wbk) TO Wtot-tranche(Wk, Wbk)
            END-PERFORM
            ADD Wv TO Wtot-valeur(Wk)
        END-IF
        MOVE 0 TO Wk
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb-depots
            IF Wdep-code(Wi) = fsd_depot THEN
                MOVE Wi TO Wk
            END-IF
        END-PERFORM
        IF Wk = 0 AND Wnb-depots < 10 THEN
            ADD 1 TO Wnb-depots
            MOVE Wnb-depots TO Wk
            MOVE fsd_depot TO Wdep-code(Wk)
            PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
                MOVE 0 TO Wdep-tranche(Wk, Wbk)
            END-PERFORM
            MOVE 0 TO Wdep-valeur(Wk)
        END-IF
        IF Wk > 0 THEN
            PERFORM VARYING Wbk FROM 1 BY 1 UNTIL Wbk > 4
                ADD Wtranche(Wbk) TO Wdep-tranche(Wk, Wbk)
            END-PERFORM
            ADD Wv TO Wdep-valeur(Wk)
        END-IF.

*> Démarque : ancienneté sans vente tous dépôts confondus (depuis la
*> dernière réception si l'article n'a jamais été vendu, inconnue et
*> donc maximale sans aucun des deux). Une proposition en attente est
*> rafraîchie, ou retirée si l'article n'est plus dormant ; une
*> décision (acceptée, refusée) vaut 90 jours avant de reproposer.
        3000-DEMARQUE.
        MOVE 0 TO Wage
        IF Wstock-art > 0 AND ARTICLE-ACTIF THEN
            IF Wder-vente-art > 0 THEN
                COMPUTE Wage = Wjour-auj
                    - FUNCTION INTEGER-OF-DATE(Wder-vente-art)
            ELSE
                IF Wder-recep-art > 0 THEN
                    COMPUTE Wage = Wjour-auj
                        - FUNCTION INTEGER-OF-DATE(Wder-recep-art)
                ELSE
                    MOVE 99999 TO Wage
                END-IF
            END-IF
        END-IF
        MOVE fart_id TO fdem_idart
        READ demarques
            INVALID KEY
                IF Wage >= Wseuil-age THEN
                    MOVE fart_id TO fdem_idart
                    PERFORM 3100-GARNIR-PROPOSITION
                    WRITE fdemTampon END-WRITE
                    ADD 1 TO Wnb-propositions
                END-IF
            NOT INVALID KEY
                IF DEMARQUE-PROPOSEE THEN
                    IF Wage >= Wseuil-age THEN
                        PERFORM 3100-GARNIR-PROPOSITION
                        REWRITE fdemTampon
                        ADD 1 TO Wnb-propositions
                    ELSE
                        DELETE demarques RECORD
                        ADD 1 TO Wnb-retirees
                    END-IF
                ELSE
                    IF Wage >= Wseuil-age
                       AND Wjour-auj - FUNCTION INTEGER-OF-DATE(
                           fdem_datedec) > 90 THEN
                        PERFORM 3100-GARNIR-PROPOSITION
                        REWRITE fdemTampon
                        ADD 1 TO Wnb-propositions
                    END-IF
                END-IF
        END-READ.

        3100-GARNIR-PROPOSITION.
        IF Wage >= Wseuil-age * 2 THEN
            COMPUTE Wpct = Wpct-demarque * 2
        ELSE
            MOVE Wpct-demarque TO Wpct
        END-IF
        IF Wpct > 50 THEN
            MOVE 50 TO Wpct
        END-IF
        MOVE SYS-DATE-NUM TO fdem_date
        MOVE Wage TO fdem_age
        MOVE Wstock-art TO fdem_stock
        MOVE Wvaleur-art TO fdem_valeur
        MOVE Wcmp TO fdem_cmp
        MOVE fart_prix TO fdem_prix
        MOVE Wpct TO fdem_pct
        COMPUTE fdem_prixprop ROUNDED =
            fart_prix * (100 - Wpct) / 100
        SET DEMARQUE-PROPOSEE TO TRUE
        MOVE 0 TO fdem_dateeffet
        MOVE 0 TO fdem_datedec
        MOVE 0 TO fdem_ope.

        4000-EDITER-TOTAUX.
        MOVE SPACES TO frvsTampon
        WRITE frvsTampon
        MOVE "TOTAUX PAR TYPE ET DEPOT" TO frvsTampon
        WRITE frvsTampon
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb-totaux
            MOVE Wtot-tranche(Wi, 1) TO Wb1-ed
            MOVE Wtot-tranche(Wi, 2) TO Wb2-ed
            MOVE Wtot-tranche(Wi, 3) TO Wb3-ed
            MOVE Wtot-tranche(Wi, 4) TO Wb4-ed
            MOVE Wtot-valeur(Wi) TO Wtot-ed
            MOVE SPACES TO frvsTampon
            STRING Wtot-type(Wi) ";" Wtot-depot(Wi) ";"
                   Wb1-ed ";" Wb2-ed ";" Wb3-ed ";" Wb4-ed ";" Wtot-ed
                DELIMITED BY SIZE INTO frvsTampon
            WRITE frvsTampon
        END-PERFORM
        MOVE SPACES TO frvsTampon
        WRITE frvsTampon
        MOVE "TOTAUX PAR DEPOT" TO frvsTampon
        WRITE frvsTampon
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb-depots
            MOVE Wdep-tranche(Wi, 1) TO Wb1-ed
            MOVE Wdep-tranche(Wi, 2) TO Wb2-ed
            MOVE Wdep-tranche(Wi, 3) TO Wb3-ed
            MOVE Wdep-tranche(Wi, 4) TO Wb4-ed
            MOVE Wdep-valeur(Wi) TO Wtot-ed
            MOVE SPACES TO frvsTampon
            STRING Wdep-code(Wi) ";"
                   Wb1-ed ";" Wb2-ed ";" Wb3-ed ";" Wb4-ed ";" Wtot-ed
                DELIMITED BY SIZE INTO frvsTampon
            WRITE frvsTampon
        END-PERFORM.

*> Rapprochement avec la photographie des indicateurs : même coût de
*> valorisation appliqué à fart_stock, et valeur historisée du jour
*> dans kpihisto.dat si la photographie est déjà passée. Un écart
*> vient d'une case dépôt qui ne somme pas au stock de l'article
*> (voir ReconciliationStock).
        5000-CONTROLE-KPI.
        MOVE SPACES TO frvsTampon
        WRITE frvsTampon
        MOVE Wval-depots TO Wtot-ed
        MOVE SPACES TO frvsTampon
        STRING "Valeur du stock par depots      : " Wtot-ed
            DELIMITED BY SIZE INTO frvsTampon
        WRITE frvsTampon
        MOVE Wval-kpi TO Wtot-ed
        MOVE SPACES TO frvsTampon
        STRING "Valeur du stock des indicateurs : " Wtot-ed
            DELIMITED BY SIZE INTO frvsTampon
        WRITE frvsTampon
        OPEN I-O kpiHisto
        IF fkpi_stat NOT = 35 THEN
            MOVE SYS-DATE-NUM TO fkpi_date
            READ kpiHisto
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fkpi_valstock TO Wtot-ed
                    MOVE SPACES TO frvsTampon
                    STRING "Valeur historisee kpihisto     : " Wtot-ed
                        DELIMITED BY SIZE INTO frvsTampon
                    WRITE frvsTampon
            END-READ
            CLOSE kpiHisto
        END-IF
        IF Wval-depots = Wval-kpi THEN
            MOVE "Controle : concordant" TO frvsTampon
            WRITE frvsTampon
        ELSE
            IF Wval-depots > Wval-kpi THEN
                COMPUTE Wval-ecart = Wval-depots - Wval-kpi
            ELSE
                COMPUTE Wval-ecart = Wval-kpi - Wval-depots
            END-IF
            MOVE Wval-ecart TO Wtot-ed
            MOVE SPACES TO frvsTampon
            STRING "Controle : ECART de " Wtot-ed
                   " (stock par depot different de fart_stock)"
                DELIMITED BY SIZE INTO frvsTampon
            WRITE frvsTampon
            DISPLAY "  Ecart de valorisation depots / indicateurs"
        END-IF.

        6000-EDITER-PROPOSITIONS.
        MOVE SPACES TO frvsTampon
        WRITE frvsTampon
        MOVE SPACES TO frvsTampon
        STRING "PROPOSITIONS DE DEMARQUE EN ATTENTE (sans vente depuis "
               Wseuil-age " jours)"
            DELIMITED BY SIZE INTO frvsTampon
        WRITE frvsTampon
        MOVE 0 TO fdem_idart
        MOVE 0 TO Wfind
        START demarques KEY IS NOT LESS THAN fdem_idart
            INVALID KEY MOVE 1 TO Wfind
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfind = 1
            READ demarques NEXT RECORD
                AT END
                    MOVE 1 TO Wfind
                NOT AT END
                    IF DEMARQUE-PROPOSEE THEN
                        MOVE fdem_stock TO Wqte-ed
                        MOVE fdem_valeur TO Wtot-ed
                        MOVE fdem_prix TO Wprix-ed
                        MOVE fdem_prixprop TO Wprop-ed
                        MOVE SPACES TO frvsTampon
                        STRING fdem_idart ";age " fdem_age " j;stock "
                               Wqte-ed ";valeur " Wtot-ed ";prix "
                               Wprix-ed ";demarque " fdem_pct
                               " %;prix propose " Wprop-ed
                            DELIMITED BY SIZE INTO frvsTampon
                        WRITE frvsTampon
                    END-IF
            END-READ
        END-PERFORM.
