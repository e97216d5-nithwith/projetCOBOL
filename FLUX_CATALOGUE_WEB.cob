*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. FluxCatalogueWeb.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT articles ASSIGN TO "articles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fart_id
       ALTERNATE RECORD KEY fart_type WITH DUPLICATES
       FILE STATUS IS fart_stat.

       SELECT journalMaj ASSIGN TO "journalmaj.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjmj_key
       FILE STATUS IS fjmj_stat.

       SELECT tarifs ASSIGN TO "tarifs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ftar_key
       FILE STATUS IS ftar_stat.

       SELECT stockDepots ASSIGN TO "stockdepots.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsd_key
       FILE STATUS IS fsd_stat.

       SELECT reservations ASSIGN TO "reservations.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fres_id
       ALTERNATE RECORD KEY fres_idart WITH DUPLICATES
       FILE STATUS IS fres_stat.

       SELECT reliquats ASSIGN TO "reliquats.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fbo_id
       ALTERNATE RECORD KEY fbo_idart WITH DUPLICATES
       FILE STATUS IS fbo_stat.

       SELECT nomenclatures ASSIGN TO "nomenclatures.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fnom_key
       ALTERNATE RECORD KEY fnom_idcomp WITH DUPLICATES
       FILE STATUS IS fnom_stat.

       SELECT promotions ASSIGN TO "promotions.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpromo_code
       FILE STATUS IS fpromo_stat.

       SELECT fluxWebStock ASSIGN TO "fluxwebstock.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffws_idart
       FILE STATUS IS ffws_stat.

       SELECT fluxWeb ASSIGN TO WS-FLUX-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ffw_stat.

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

        FD journalMaj.
        01 fjmjTampon.
          02 fjmj_key.
            03 fjmj_date PIC 9(8).
            03 fjmj_heure PIC 9(6).
            03 fjmj_seq PIC 9(3).
          02 fjmj_fichier PIC X(12).
          02 fjmj_idrecord PIC 9(5).
          02 fjmj_operation PIC X(10).
          02 fjmj_ope PIC 9(3).
          02 fjmj_avant PIC X(150).
          02 fjmj_apres PIC X(150).

        FD tarifs.
        01 ftarTampon.
          02 ftar_key.
            03 ftar_idart PIC 9(5).
            03 ftar_datedebut PIC 9(8).
          02 ftar_prix PIC 9(5)V99.
          02 ftar_applique PIC X(1).
              88 TARIF-APPLIQUE VALUE '1'.
              88 TARIF-EN-ATTENTE VALUE '0'.

        FD stockDepots.
        01 fsdTampon.
          02 fsd_key.
            03 fsd_idart PIC 9(5).
            03 fsd_depot PIC X(3).
          02 fsd_qte PIC 9(5).

        FD reservations.
        01 fresTampon.
          02 fres_id PIC 9(5).
          02 fres_idcl PIC 9(5).
          02 fres_idart PIC 9(5).
          02 fres_qte PIC 9(3).
          02 fres_dateexp PIC 9(8).
          02 fres_etat PIC X(10).
              88 RESERVATION-ACTIVE VALUE 'active'.
              88 RESERVATION-CONVERTIE VALUE 'convertie'.
              88 RESERVATION-LIBEREE VALUE 'liberee'.
              88 RESERVATION-EXPIREE VALUE 'expiree'.

        FD reliquats.
        01 fboTampon.
          02 fbo_id PIC 9(5).
          02 fbo_idcl PIC 9(5).
          02 fbo_idart PIC 9(5).
          02 fbo_qte PIC 9(3).
          02 fbo_date_data.
            05 fbo_date.
                10 fbo_annee PIC 9(4).
                10 fbo_mois PIC 9(2).
                10 fbo_jour PIC 9(2).
          02 fbo_etat PIC X(10).
              88 RELIQUAT-ATTENTE VALUE 'attente'.
              88 RELIQUAT-SERVI VALUE 'servi'.
          02 fbo_idco PIC 9(5).

        FD nomenclatures.
        01 fnomTampon.
          02 fnom_key.
            03 fnom_idkit PIC 9(5).
            03 fnom_idcomp PIC 9(5).
          02 fnom_qte PIC 9(3).
          02 fnom_ope PIC 9(3).
          02 fnom_datemaj PIC 9(8).

        FD promotions.
        01 fpromoTampon.
          02 fpromo_code PIC X(4).
          02 fpromo_pourcent PIC 9(2).
          02 fpromo_debut_data.
            05 fpromo_debut.
                10 fpromo_debut_annee PIC 9(4).
                10 fpromo_debut_mois PIC 9(2).
                10 fpromo_debut_jour PIC 9(2).
            05 fpromo_debut-num REDEFINES fpromo_debut PIC 9(8).
          02 fpromo_fin_data.
            05 fpromo_fin.
                10 fpromo_fin_annee PIC 9(4).
                10 fpromo_fin_mois PIC 9(2).
                10 fpromo_fin_jour PIC 9(2).
            05 fpromo_fin-num REDEFINES fpromo_fin PIC 9(8).
          02 fpromo_nbutil PIC 9(5).
          02 fpromo_maxutil PIC 9(5).
          02 fpromo_totalremise PIC 9(9)V99.
          02 fpromo_cibletype PIC A(10).
          02 fpromo_cibleart PIC 9(5).
          02 fpromo_paliers.
            05 fpromo_palier OCCURS 3 TIMES.
                10 fpromo_palier_qte PIC 9(3).
                10 fpromo_palier_pct PIC 9(2).

*> Dernière disponibilité publiée sur le site pour chaque article :
*> le flux du soir n'envoie que celles qui ont bougé depuis.
        FD fluxWebStock.
        01 ffwsTampon.
          02 ffws_idart PIC 9(5).
          02 ffws_dispo PIC 9(5).
          02 ffws_date PIC 9(8).

        FD fluxWeb.
        01 ffwTampon PIC X(150).

WORKING-STORAGE SECTION.
        77 fart_stat PIC 9(2).
        77 fjmj_stat PIC 9(2).
        77 ftar_stat PIC 9(2).
        77 fsd_stat PIC 9(2).
        77 fres_stat PIC 9(2).
        77 fbo_stat PIC 9(2).
        77 fnom_stat PIC 9(2).
        77 fpromo_stat PIC 9(2).
        77 ffws_stat PIC 9(2).
        77 ffw_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfinm PIC 9.
        77 Wcomplet PIC 9.
        77 Wjour-semaine PIC 9.
        77 Wnb-articles PIC 9(5).
        77 Wnb-prix PIC 9(5).
        77 Wnb-stocks PIC 9(5).
        77 Wnb-promos PIC 9(5).
        77 Wnb-lignes PIC 9(6).
        77 Wdernier-idart PIC 9(5).
        77 Wstock-mag PIC 9(5).
        77 Wqte-reservee PIC 9(5).
        77 Wqte-reliquat PIC 9(5).
        77 Wdispo PIC 9(5).
        77 Wpublier PIC 9.
        77 Warticle-kit PIC 9.
        77 Wprix-ttc PIC 9(6)V99.
        77 Wprix-point PIC 9(5).99.
        77 Wprix-ttc-point PIC 9(6).99.
        77 WS-FLUX-FILE PIC X(44).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

LINKAGE SECTION.
        01 Repere-flux PIC 9(8).

PROCEDURE DIVISION USING Repere-flux.

*> Flux nocturne du catalogue vers la boutique en ligne. Le batch de
*> nuit passe le repère du dernier flux réussi (date, tenu dans
*> batchcontrole.dat) : le fichier flux_web_AAAAMMJJ.txt porte tout
*> ce qui a changé depuis — articles créés ou désactivés (journal
*> des modifications), prix devenus effectifs (tarifs appliqués par
*> l'activation des tarifs ou au guichet), disponibilités magasin
*> nettes des réservations actives et des reliquats clients en
*> attente (zéro pour un kit, vendu au guichet seulement) qui
*> diffèrent de la dernière valeur publiée, et la liste
*> complète des promotions en cours (le site remplace la sienne).
*> Une nuit en échec ne fait pas avancer le repère : la suivante
*> reprend d'elle-même tout l'intervalle. Le dimanche, ou faute de
*> repère, le flux est complet (flux_web_complet_AAAAMMJJ.txt) :
*> catalogue actif entier et toutes les disponibilités.
*> Lignes : ART;N|D;article;nom;type;description;prix HT;TVA;prix TTC
*> PRIX;article;prix HT;TVA;prix TTC;date d'effet
*> STOCK;article;disponible
*> PROMO;code;pourcentage;début;fin;type ciblé;article ciblé
        0000-MAINLINE.
        DISPLAY "Flux catalogue pour le site..."
        MOVE 0 TO RETURN-CODE
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjour-semaine = FUNCTION MOD(
            FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) - 1, 7)
        IF Repere-flux = 0 OR Wjour-semaine = 6 THEN
            MOVE 1 TO Wcomplet
            STRING "flux_web_complet_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-FLUX-FILE
        ELSE
            MOVE 0 TO Wcomplet
            STRING "flux_web_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-FLUX-FILE
        END-IF
        OPEN I-O articles
        IF fart_stat = 35 THEN
            DISPLAY "Pas d'articles, pas de flux"
        ELSE
            PERFORM 0100-OUVRIR-FICHIERS
            OPEN OUTPUT fluxWeb
            MOVE 0 TO Wnb-articles
            MOVE 0 TO Wnb-prix
            MOVE 0 TO Wnb-stocks
            MOVE 0 TO Wnb-promos
            MOVE 0 TO Wnb-lignes
            MOVE SPACES TO ffwTampon
            IF Wcomplet = 1 THEN
                STRING "FLUX;COMPLET;" SYS-DATE
                    DELIMITED BY SIZE INTO ffwTampon
            ELSE
                STRING "FLUX;DELTA;" Repere-flux ";" SYS-DATE
                    DELIMITED BY SIZE INTO ffwTampon
            END-IF
            WRITE ffwTampon
            IF Wcomplet = 1 THEN
                PERFORM 1000-CATALOGUE-COMPLET
            ELSE
                PERFORM 1100-ARTICLES-MODIFIES
                PERFORM 1200-PRIX-EFFECTIFS
            END-IF
            PERFORM 2000-DISPONIBILITES
            PERFORM 3000-PROMOTIONS
            MOVE SPACES TO ffwTampon
            STRING "FIN;" Wnb-lignes
                DELIMITED BY SIZE INTO ffwTampon
            WRITE ffwTampon
            CLOSE fluxWeb
            PERFORM 0300-FERMER-FICHIERS
            DISPLAY "Flux web (" WS-FLUX-FILE ") : "
                Wnb-articles " article(s), " Wnb-prix " prix, "
                Wnb-stocks " stock(s), " Wnb-promos " promo(s)"
        END-IF
        CLOSE articles
        GOBACK.

        0100-OUVRIR-FICHIERS.
        OPEN I-O journalMaj
        IF fjmj_stat = 35 THEN
            OPEN OUTPUT journalMaj
            CLOSE journalMaj
            OPEN I-O journalMaj
        END-IF
        OPEN I-O tarifs
        IF ftar_stat = 35 THEN
            OPEN OUTPUT tarifs
            CLOSE tarifs
            OPEN I-O tarifs
        END-IF
        OPEN I-O stockDepots
        IF fsd_stat = 35 THEN
            OPEN OUTPUT stockDepots
            CLOSE stockDepots
            OPEN I-O stockDepots
        END-IF
        OPEN I-O reservations
        IF fres_stat = 35 THEN
            OPEN OUTPUT reservations
            CLOSE reservations
            OPEN I-O reservations
        END-IF
        OPEN I-O reliquats
        IF fbo_stat = 35 THEN
            OPEN OUTPUT reliquats
            CLOSE reliquats
            OPEN I-O reliquats
        END-IF
        OPEN I-O nomenclatures
        IF fnom_stat = 35 THEN
            OPEN OUTPUT nomenclatures
            CLOSE nomenclatures
            OPEN I-O nomenclatures
        END-IF
        OPEN I-O promotions
        IF fpromo_stat = 35 THEN
            OPEN OUTPUT promotions
            CLOSE promotions
            OPEN I-O promotions
        END-IF
        OPEN I-O fluxWebStock
        IF ffws_stat = 35 THEN
            OPEN OUTPUT fluxWebStock
            CLOSE fluxWebStock
            OPEN I-O fluxWebStock
        END-IF.

        0300-FERMER-FICHIERS.
        CLOSE fluxWebStock
        CLOSE promotions
        CLOSE nomenclatures
        CLOSE reliquats
        CLOSE reservations
        CLOSE stockDepots
        CLOSE tarifs
        CLOSE journalMaj.

*> Flux complet : une ligne ART N par article actif, le site
*> reconstruit son catalogue à partir de ce seul fichier.
        1000-CATALOGUE-COMPLET.
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
                    IF ARTICLE-ACTIF THEN
                        PERFORM 8000-ECRIRE-ARTICLE
                    END-IF
            END-READ
        END-PERFORM.

*> Articles créés ou désactivés depuis le repère, d'après le journal
*> des modifications ; l'état publié est celui de la fiche ce soir
*> (un article créé puis désactivé dans l'intervalle part en D). Le
*> repère est la date du passage précédent : la lecture reprend au
*> début de cette journée pour ne pas perdre une modification saisie
*> après ce passage, un article déjà envoyé repartant à l'identique.
        1100-ARTICLES-MODIFIES.
        MOVE Repere-flux TO fjmj_date
        MOVE 0 TO fjmj_heure
        MOVE 0 TO fjmj_seq
        MOVE 0 TO Wfin
        START journalMaj KEY IS NOT LESS THAN fjmj_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ journalMaj NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fjmj_fichier = 'ARTICLE'
                       AND (fjmj_operation = 'CREATION'
                            OR fjmj_operation = 'DESACTIV') THEN
                        MOVE fjmj_idrecord TO fart_id
                        READ articles
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF ARTICLE-ACTIF THEN
                                    PERFORM 8000-ECRIRE-ARTICLE
                                ELSE
                                    PERFORM 8100-ECRIRE-DESACTIVATION
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Prix devenus effectifs depuis le repère : lignes de tarifs.dat
*> appliquées dont la date d'effet tombe dans l'intervalle (une
*> seule ligne par article, au prix de la fiche ce soir).
        1200-PRIX-EFFECTIFS.
        MOVE 0 TO Wdernier-idart
        MOVE 0 TO ftar_idart
        MOVE 0 TO ftar_datedebut
        MOVE 0 TO Wfin
        START tarifs KEY IS NOT LESS THAN ftar_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ tarifs NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF TARIF-APPLIQUE
                       AND ftar_datedebut > Repere-flux
                       AND ftar_datedebut <= SYS-DATE-NUM
                       AND ftar_idart NOT = Wdernier-idart THEN
                        MOVE ftar_idart TO Wdernier-idart
                        MOVE ftar_idart TO fart_id
                        READ articles
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF ARTICLE-ACTIF THEN
                                    PERFORM 8200-ECRIRE-PRIX
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Disponibilité de chaque article actif : stock magasin (tout le
*> stock à défaut de position par dépôt) moins les réservations
*> actives et les reliquats clients en attente, plancher zéro — la
*> même déduction qu'à la prise de commande. Un kit (article qui a
*> une nomenclature) ne se vend qu'au guichet, l'import des commandes
*> web le refuse : il est publié à zéro, son propre stock ne bougeant
*> pas à la vente. Publiée quand elle diffère de la dernière valeur
*> envoyée, ou toujours en flux complet.
        2000-DISPONIBILITES.
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
                    IF ARTICLE-ACTIF THEN
                        PERFORM 2050-CONTROLER-KIT
                        IF Warticle-kit = 1 THEN
                            MOVE 0 TO Wdispo
                        ELSE
                            PERFORM 2100-CALCULER-DISPO
                        END-IF
                        PERFORM 2200-PUBLIER-DISPO
                    END-IF
            END-READ
        END-PERFORM.

        2050-CONTROLER-KIT.
        MOVE 0 TO Warticle-kit
        MOVE fart_id TO fnom_idkit
        MOVE 0 TO fnom_idcomp
        START nomenclatures KEY IS NOT LESS THAN fnom_key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ nomenclatures NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF fnom_idkit = fart_id THEN
                            MOVE 1 TO Warticle-kit
                        END-IF
                END-READ
        END-START.

        2100-CALCULER-DISPO.
        MOVE fart_id TO fsd_idart
        MOVE 'MAG' TO fsd_depot
        READ stockDepots
            INVALID KEY
                MOVE fart_stock TO Wstock-mag
            NOT INVALID KEY
                MOVE fsd_qte TO Wstock-mag
        END-READ
        MOVE 0 TO Wqte-reservee
        MOVE fart_id TO fres_idart
        MOVE 0 TO Wfinm
        START reservations KEY IS = fres_idart
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ reservations NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fres_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF RESERVATION-ACTIVE THEN
                            ADD fres_qte TO Wqte-reservee
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO Wqte-reliquat
        MOVE fart_id TO fbo_idart
        MOVE 0 TO Wfinm
        START reliquats KEY IS = fbo_idart
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ reliquats NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fbo_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF RELIQUAT-ATTENTE THEN
                            ADD fbo_qte TO Wqte-reliquat
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wstock-mag > Wqte-reservee + Wqte-reliquat THEN
            COMPUTE Wdispo = Wstock-mag - Wqte-reservee - Wqte-reliquat
        ELSE
            MOVE 0 TO Wdispo
        END-IF.

        2200-PUBLIER-DISPO.
        MOVE Wcomplet TO Wpublier
        MOVE fart_id TO ffws_idart
        READ fluxWebStock
            INVALID KEY
                MOVE 1 TO Wpublier
                MOVE fart_id TO ffws_idart
                MOVE Wdispo TO ffws_dispo
                MOVE SYS-DATE-NUM TO ffws_date
                WRITE ffwsTampon END-WRITE
            NOT INVALID KEY
                IF ffws_dispo NOT = Wdispo OR Wpublier = 1 THEN
                    MOVE 1 TO Wpublier
                    MOVE Wdispo TO ffws_dispo
                    MOVE SYS-DATE-NUM TO ffws_date
                    REWRITE ffwsTampon
                END-IF
        END-READ
        IF Wpublier = 1 THEN
            MOVE SPACES TO ffwTampon
            STRING "STOCK;" fart_id ";" Wdispo
                DELIMITED BY SIZE INTO ffwTampon
            WRITE ffwTampon
            ADD 1 TO Wnb-stocks
            ADD 1 TO Wnb-lignes
        END-IF.

*> Promotions en cours ce soir (dans leurs dates, plafond
*> d'utilisation non atteint), liste complète à chaque flux.
        3000-PROMOTIONS.
        MOVE LOW-VALUES TO fpromo_code
        MOVE 0 TO Wfin
        START promotions KEY IS NOT LESS THAN fpromo_code
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ promotions NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF SYS-DATE-NUM >= fpromo_debut-num
                       AND SYS-DATE-NUM <= fpromo_fin-num
                       AND (fpromo_maxutil = 0
                            OR fpromo_nbutil < fpromo_maxutil) THEN
                        MOVE SPACES TO ffwTampon
                        STRING "PROMO;" fpromo_code ";"
                               fpromo_pourcent ";"
                               fpromo_debut-num ";"
                               fpromo_fin-num ";"
                               FUNCTION TRIM(fpromo_cibletype) ";"
                               fpromo_cibleart
                            DELIMITED BY SIZE INTO ffwTampon
                        WRITE ffwTampon
                        ADD 1 TO Wnb-promos
                        ADD 1 TO Wnb-lignes
                    END-IF
            END-READ
        END-PERFORM.

        8000-ECRIRE-ARTICLE.
        MOVE fart_prix TO Wprix-point
        COMPUTE Wprix-ttc ROUNDED =
            fart_prix * (1 + fart_tauxtva / 100)
        MOVE Wprix-ttc TO Wprix-ttc-point
        MOVE SPACES TO ffwTampon
        STRING "ART;N;" fart_id ";"
               FUNCTION TRIM(fart_nom) ";"
               FUNCTION TRIM(fart_type) ";"
               FUNCTION TRIM(fart_description) ";"
               Wprix-point ";"
               fart_tauxtva ";"
               Wprix-ttc-point
            DELIMITED BY SIZE INTO ffwTampon
        WRITE ffwTampon
        ADD 1 TO Wnb-articles
        ADD 1 TO Wnb-lignes.

        8100-ECRIRE-DESACTIVATION.
        MOVE SPACES TO ffwTampon
        STRING "ART;D;" fart_id
            DELIMITED BY SIZE INTO ffwTampon
        WRITE ffwTampon
        ADD 1 TO Wnb-articles
        ADD 1 TO Wnb-lignes.

        8200-ECRIRE-PRIX.
        MOVE fart_prix TO Wprix-point
        COMPUTE Wprix-ttc ROUNDED =
            fart_prix * (1 + fart_tauxtva / 100)
        MOVE Wprix-ttc TO Wprix-ttc-point
        MOVE SPACES TO ffwTampon
        STRING "PRIX;" fart_id ";" Wprix-point ";"
               fart_tauxtva ";" Wprix-ttc-point ";"
               ftar_datedebut
            DELIMITED BY SIZE INTO ffwTampon
        WRITE ffwTampon
        ADD 1 TO Wnb-prix
        ADD 1 TO Wnb-lignes.
