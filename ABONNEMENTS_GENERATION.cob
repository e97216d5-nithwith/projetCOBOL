       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT paiements ASSIGN TO "paiements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpai_key
       FILE STATUS IS fpai_stat.

       SELECT echeances ASSIGN TO "echeances.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fech_key
       FILE STATUS IS fech_stat.

       SELECT avoirs ASSIGN TO "avoirs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY favr_id
       ALTERNATE RECORD KEY favr_idcl WITH DUPLICATES
       FILE STATUS IS favr_stat.

       SELECT comptesClients ASSIGN TO "comptesclients.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcc_idcl
       FILE STATUS IS fcc_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT mandats ASSIGN TO "mandats.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmdt_idcl
       FILE STATUS IS fmdt_stat.

       SELECT accordsPrix ASSIGN TO "accordsprix.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fapx_key
       ALTERNATE RECORD KEY fapx_fin WITH DUPLICATES
       FILE STATUS IS fapx_stat.

       SELECT ecoArticles ASSIGN TO "ecoarticles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fea_idart
       ALTERNATE RECORD KEY fea_categorie WITH DUPLICATES
       FILE STATUS IS fea_stat.

       SELECT baremesEco ASSIGN TO "baremeseco.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fbe_key
       FILE STATUS IS fbe_stat.

       SELECT ecoLignes ASSIGN TO "ecolignes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fel_key
       FILE STATUS IS fel_stat.

       SELECT ecoMouvements ASSIGN TO "ecomouvements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fem_key
       FILE STATUS IS fem_stat.

       SELECT confirmationsCommande ASSIGN TO "confirmations.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fconf_stat.
          02 fcpt_id PIC X(1).
          02 fcpt_val PIC 9(5).

        FD paiements.
        01 fpaiTampon.
          02 fpai_key.
            03 fpai_idco PIC 9(5).
            03 fpai_seq PIC 9(3).
          02 fpai_date_data.
            05 fpai_date.
                10 fpai_annee PIC 9(4).
                10 fpai_mois PIC 9(2).
                10 fpai_jour PIC 9(2).
            05 fpai_date-num REDEFINES fpai_date PIC 9(8).
          02 fpai_montant PIC 9(7)V99.
          02 fpai_mode PIC X(10).
          02 fpai_session PIC 9(5).

        FD echeances.
        01 fechTampon.
          02 fech_key.
            03 fech_idco PIC 9(5).
            03 fech_seq PIC 9(2).
          02 fech_dateech PIC 9(8).
          02 fech_montant PIC 9(7)V99.
          02 fech_regle PIC 9(7)V99.

        FD avoirs.
        01 favrTampon.
          02 favr_id PIC 9(5).
          02 favr_idcl PIC 9(5).
          02 favr_idco PIC 9(5).
          02 favr_date_data.
            05 favr_date.
                10 favr_annee PIC 9(4).
                10 favr_mois PIC 9(2).
                10 favr_jour PIC 9(2).
          02 favr_montant PIC 9(9)V99.
          02 favr_solde PIC 9(9)V99.

        FD mandats.
        01 fmdtTampon.
          02 fmdt_idcl PIC 9(5).
          02 fmdt_rum PIC X(20).
          02 fmdt_iban PIC X(34).
          02 fmdt_bic PIC X(11).
          02 fmdt_datesign PIC 9(8).
          02 fmdt_actif PIC X(1).
              88 MANDAT-ACTIF VALUE '1'.
              88 MANDAT-REVOQUE VALUE '0'.
          02 fmdt_daterevoc PIC 9(8).
          02 fmdt_opemaj PIC 9(3).
          02 fmdt_datemaj PIC 9(8).

        FD comptesClients.
        01 fccTampon.
          02 fcc_idcl PIC 9(5).
          02 fcc_plafond PIC 9(7)V99.
          02 fcc_bloque PIC X(1).
              88 COMPTE-BLOQUE VALUE '1'.
              88 COMPTE-LIBRE VALUE '0'.
          02 fcc_datebloc PIC 9(8).
          02 fcc_motif PIC X(20).
          02 fcc_opemaj PIC 9(3).
          02 fcc_datemaj PIC 9(8).

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD accordsPrix.
        01 fapxTampon.
          02 fapx_key.
            03 fapx_idcl PIC 9(5).
            03 fapx_idart PIC 9(5).
            03 fapx_type PIC A(10).
          02 fapx_prix PIC 9(5)V99.
          02 fapx_remise PIC 9(2)V99.
          02 fapx_debut PIC 9(8).
          02 fapx_fin PIC 9(8).
          02 fapx_ope PIC 9(3).
          02 fapx_datemaj PIC 9(8).

        FD ecoArticles.
        01 feaTampon.
          02 fea_idart PIC 9(5).
          02 fea_categorie PIC X(10).
          02 fea_ope PIC 9(3).
          02 fea_datemaj PIC 9(8).

        FD baremesEco.
        01 fbeTampon.
          02 fbe_key.
            03 fbe_categorie PIC X(10).
            03 fbe_plafond PIC 9(5)V99.
          02 fbe_montant PIC 9(3)V99.
          02 fbe_ope PIC 9(3).
          02 fbe_datemaj PIC 9(8).

        FD ecoLignes.
        01 felTampon.
          02 fel_key.
            03 fel_idco PIC 9(5).
            03 fel_seq PIC 9(3).
          02 fel_seqeco PIC 9(3).
          02 fel_categorie PIC X(10).
          02 fel_unitaire PIC 9(3)V99.
          02 fel_qte PIC 9(3).
          02 fel_qterepris PIC 9(3).
          02 fel_date PIC 9(8).

        FD ecoMouvements.
        01 femTampon.
          02 fem_key.
            03 fem_date PIC 9(8).
            03 fem_idco PIC 9(5).
            03 fem_seq PIC 9(3).
            03 fem_sens PIC X(1).
            03 fem_ref PIC 9(5).
          02 fem_categorie PIC X(10).
          02 fem_qte PIC 9(3).
          02 fem_montant PIC 9(7)V99.
          02 fem_ope PIC 9(3).

        FD confirmationsCommande.
        01 fconfTampon PIC X(100).

        77 Wfinj PIC 9.
        77 Wprochainseqj PIC 9(3).
        77 fabor_stat PIC 9(2).
        77 fpai_stat PIC 9(2).
        77 fech_stat PIC 9(2).
        77 favr_stat PIC 9(2).
        77 fcc_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 fmdt_stat PIC 9(2).
        77 Wmandats PIC 9.
        77 fapx_stat PIC 9(2).
        77 fea_stat PIC 9(2).
        77 fbe_stat PIC 9(2).
        77 fel_stat PIC 9(2).
        77 fem_stat PIC 9(2).
*> Eco-participation : ligne fictive 99960 sous la ligne d'article.
        77 Weco-idart PIC 9(5) VALUE 99960.
        77 Weco-categorie PIC X(10).
        77 Weco-unitaire PIC 9(3)V99.
        77 Weco-ht PIC 9(7)V99.
        77 Weco-ttc PIC 9(7)V99.
        77 Waccords PIC 9.
        77 Wapx-trouve PIC 9.
        77 Wapx-prix PIC 9(5)V99.
        77 Wfin PIC 9.
        77 Wfinm PIC 9.
        77 Wfinc PIC 9.
        77 Wfine PIC 9.
        77 Wfinl PIC 9.
        77 Wnb-generees PIC 9(5).
        77 Wnb-sautees PIC 9(5).
        77 Wnb-refusees PIC 9(5).
        77 Wplafond-def PIC 9(7)V99.
        77 Wcc-plafond PIC 9(7)V99.
        77 Wcc-montant PIC 9(9)V99.
        77 WcreditOK PIC 9.
        77 Wencours PIC S9(9)V99.
        77 Wencours-ech PIC 9(9)V99.
        77 Wnb-echeances PIC 9(3).
        77 Wtotdu PIC 9(9)V99.
        77 Wtotpaye PIC 9(9)V99.
        77 Wmontant-brut PIC 9(7)V99.
        77 Wmontant-net PIC 9(7)V99.
        77 Wmontant-ttc PIC 9(8)V99.
        77 Wstock-mag PIC 9(5).
        77 Wprix-vente PIC 9(5)V99.
        77 Wprochainseqm PIC 9(5).
*> Génération nocturne des commandes d'abonnement : chaque
*> abonnement actif arrivé à échéance donne une commande créée
*> exactement comme au guichet — numéro du compteur 3, ligne au
*> tarif en vigueur et sa ligne d'éco-participation, stock magasin décrémenté avec mouvement VENTE,
*> statistiques, fiche de livraison et bon de confirmation — puis
*> l'échéance avance de la fréquence. Un abonnement sans stock
*> magasin suffisant est sauté et resté à échéance : il repassera la
*> nuit suivante, et le rapport abonnements_AAAAMMJJ.txt dit au matin
*> ce qui a été généré et ce qui attend. Il en va de même quand le
*> compte du client est bloqué ou que la commande ferait passer son
*> encours au-dessus du plafond : sans responsable la nuit pour
*> accorder une dérogation, la commande attend d'être prise au guichet.
        0000-MAINLINE.
        DISPLAY "Generation des commandes d'abonnement..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                OPEN I-O journalMaj
            END-IF
            OPEN I-O compteurs
            OPEN I-O paiements
            IF fpai_stat = 35 THEN
                OPEN OUTPUT paiements
                CLOSE paiements
                OPEN I-O paiements
            END-IF
            OPEN I-O echeances
            IF fech_stat = 35 THEN
                OPEN OUTPUT echeances
                CLOSE echeances
                OPEN I-O echeances
            END-IF
            OPEN I-O avoirs
            IF favr_stat = 35 THEN
                OPEN OUTPUT avoirs
                CLOSE avoirs
                OPEN I-O avoirs
            END-IF
            OPEN I-O comptesClients
            IF fcc_stat = 35 THEN
                OPEN OUTPUT comptesClients
                CLOSE comptesClients
                OPEN I-O comptesClients
            END-IF
            OPEN I-O parametres
            IF fpar_stat = 35 THEN
                OPEN OUTPUT parametres
                CLOSE parametres
                OPEN I-O parametres
            END-IF
            MOVE 0 TO Wplafond-def
            MOVE 'PLAFOND-DEF' TO fpar_code
            READ parametres
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fpar_valeur TO Wplafond-def
            END-READ
            CLOSE parametres
            MOVE 1 TO Wmandats
            OPEN INPUT mandats
            IF fmdt_stat = 35 THEN
                MOVE 0 TO Wmandats
            END-IF
            MOVE 1 TO Waccords
            OPEN INPUT accordsPrix
            IF fapx_stat = 35 THEN
                MOVE 0 TO Waccords
            END-IF
            OPEN EXTEND confirmationsCommande
            IF fconf_stat = 35 THEN
                OPEN OUTPUT confirmationsCommande
                CLOSE confirmationsCommande
                OPEN EXTEND confirmationsCommande
            END-IF
            OPEN I-O ecoArticles
            IF fea_stat = 35 THEN
                OPEN OUTPUT ecoArticles
                CLOSE ecoArticles
                OPEN I-O ecoArticles
            END-IF
            OPEN I-O baremesEco
            IF fbe_stat = 35 THEN
                OPEN OUTPUT baremesEco
                CLOSE baremesEco
                OPEN I-O baremesEco
            END-IF
            OPEN I-O ecoLignes
            IF fel_stat = 35 THEN
                OPEN OUTPUT ecoLignes
                CLOSE ecoLignes
                OPEN I-O ecoLignes
            END-IF
            OPEN I-O ecoMouvements
            IF fem_stat = 35 THEN
                OPEN OUTPUT ecoMouvements
                CLOSE ecoMouvements
                OPEN I-O ecoMouvements
            END-IF
            OPEN OUTPUT rapportAbonnements
            MOVE SPACES TO faborTampon
            STRING "Abonnements du "
            WRITE faborTampon
            MOVE 0 TO Wnb-generees
            MOVE 0 TO Wnb-sautees
            MOVE 0 TO Wnb-refusees
            MOVE 0 TO fabo_id
            MOVE 0 TO Wfin
            START abonnements KEY IS NOT LESS THAN fabo_id
            END-PERFORM
            MOVE SPACES TO faborTampon
            STRING "Total : " Wnb-generees " generee(s), "
                   Wnb-sautees " sautee(s) faute de stock, "
                   Wnb-refusees " refusee(s) encours client"
                DELIMITED BY SIZE INTO faborTampon
            WRITE faborTampon
            CLOSE rapportAbonnements
            CLOSE ecoMouvements
            CLOSE ecoLignes
            CLOSE baremesEco
            CLOSE ecoArticles
            CLOSE confirmationsCommande
            IF Wmandats = 1 THEN
                CLOSE mandats
            END-IF
            IF Waccords = 1 THEN
                CLOSE accordsPrix
            END-IF
            CLOSE comptesClients
            CLOSE avoirs
            CLOSE echeances
            CLOSE paiements
            CLOSE compteurs
            CLOSE journalMaj
            CLOSE livraisons
            CLOSE clients
            CLOSE articles
            DISPLAY "Abonnements : " Wnb-generees " generes, "
                Wnb-sautees " sautes, " Wnb-refusees " refuses ("
                WS-ABO-FILE ")"
        END-IF
        CLOSE abonnements
        GOBACK.
                        MOVE fsd_qte TO Wstock-mag
                END-READ
                IF ARTICLE-ACTIF AND Wstock-mag >= fabo_qte THEN
                    PERFORM 1200-CONTROLER-CREDIT
                    IF WcreditOK = 1 THEN
                        PERFORM 2000-GENERER-COMMANDE
                    ELSE
                        PERFORM 1300-REFUSER-ABONNEMENT
                    END-IF
                ELSE
                    PERFORM 1100-SAUTER-ABONNEMENT
                END-IF
            DELIMITED BY SIZE INTO faborTampon
        WRITE faborTampon.

*> Même contrôle de crédit qu'au guichet : compte bloqué, ou encours
*> plus montant TTC de la commande (éco-participation comprise)
*> au-dessus du plafond du client (plafond général PLAFOND-DEF à
*> défaut, 0 = sans plafond).
        1200-CONTROLER-CREDIT.
        MOVE 1 TO WcreditOK
        PERFORM 2100-PRIX-EN-VIGUEUR
        PERFORM 2300-ECO-PARTICIPATION
        COMPUTE Wcc-montant = (Wprix-vente + Weco-unitaire) * fabo_qte
            * (1 + fart_tauxtva / 100)
        MOVE 0 TO Wcc-plafond
        MOVE fabo_idcl TO fcc_idcl
        READ comptesClients
            INVALID KEY
                SET COMPTE-LIBRE TO TRUE
            NOT INVALID KEY
                MOVE fcc_plafond TO Wcc-plafond
        END-READ
        IF Wcc-plafond = 0 THEN
            MOVE Wplafond-def TO Wcc-plafond
        END-IF
        IF COMPTE-BLOQUE THEN
            MOVE 0 TO WcreditOK
        ELSE
            IF Wcc-plafond > 0 THEN
                PERFORM 1400-CALCULER-ENCOURS
                IF Wencours + Wcc-montant > Wcc-plafond THEN
                    MOVE 0 TO WcreditOK
                END-IF
            END-IF
        END-IF.

        1300-REFUSER-ABONNEMENT.
        ADD 1 TO Wnb-refusees
        MOVE SPACES TO faborTampon
        STRING "  Abonnement " fabo_id " client " fabo_idcl
               " SAUTE (compte bloque ou plafond depasse)"
            DELIMITED BY SIZE INTO faborTampon
        WRITE faborTampon.

*> Encours du client : soldes dus de ses commandes actives (échéances
*> non réglées pour une commande sous échéancier), moins le solde de
*> ses avoirs.
        1400-CALCULER-ENCOURS.
        MOVE 0 TO Wencours
        MOVE fabo_idcl TO fco_idcl
        MOVE 0 TO Wfinc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fco_idcl NOT = fabo_idcl THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM 1500-CUMULER-COMMANDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE fabo_idcl TO favr_idcl
        MOVE 0 TO Wfinc
        START avoirs KEY IS = favr_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ avoirs NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF favr_idcl NOT = fabo_idcl THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        SUBTRACT favr_solde FROM Wencours
                    END-IF
            END-READ
        END-PERFORM.

        1500-CUMULER-COMMANDE.
        MOVE 0 TO Wencours-ech
        MOVE 0 TO Wnb-echeances
        MOVE fco_id TO fech_idco
        MOVE 0 TO fech_seq
        MOVE 0 TO Wfine
        START echeances KEY IS NOT LESS THAN fech_key
            INVALID KEY MOVE 1 TO Wfine
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfine = 1
            READ echeances NEXT RECORD
                AT END
                    MOVE 1 TO Wfine
                NOT AT END
                    IF fech_idco NOT = fco_id THEN
                        MOVE 1 TO Wfine
                    ELSE
                        ADD 1 TO Wnb-echeances
                        IF fech_regle < fech_montant THEN
                            COMPUTE Wencours-ech = Wencours-ech
                                + fech_montant - fech_regle
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wnb-echeances > 0 THEN
            ADD Wencours-ech TO Wencours
        ELSE
            MOVE 0 TO Wtotdu
            MOVE fco_id TO flc_idco
            MOVE 1 TO flc_seq
            MOVE 0 TO Wfinl
            START lignesCommande KEY IS NOT LESS THAN flc_key
                INVALID KEY MOVE 1 TO Wfinl
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                READ lignesCommande NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinl
                    NOT AT END
                        IF flc_idco NOT = fco_id THEN
                            MOVE 1 TO Wfinl
                        ELSE
                            COMPUTE Wmontant-brut = flc_prix * flc_qte
                            COMPUTE Wmontant-net = Wmontant-brut
                                - (Wmontant-brut * flc_remise / 100)
                            COMPUTE Wmontant-ttc = Wmontant-net
                                * (1 + flc_tauxtva / 100)
                            ADD Wmontant-ttc TO Wtotdu
                        END-IF
                END-READ
            END-PERFORM
            MOVE 0 TO Wtotpaye
            MOVE fco_id TO fpai_idco
            MOVE 0 TO fpai_seq
            MOVE 0 TO Wfinl
            START paiements KEY IS NOT LESS THAN fpai_key
                INVALID KEY MOVE 1 TO Wfinl
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                READ paiements NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinl
                    NOT AT END
                        IF fpai_idco NOT = fco_id THEN
                            MOVE 1 TO Wfinl
                        ELSE
                            ADD fpai_montant TO Wtotpaye
                        END-IF
                END-READ
            END-PERFORM
            IF Wtotpaye < Wtotdu THEN
                COMPUTE Wencours = Wencours + Wtotdu - Wtotpaye
            END-IF
        END-IF.

        2000-GENERER-COMMANDE.
        MOVE 3 TO fcpt_id
        READ compteurs
        WRITE fcoTampon END-WRITE
        PERFORM 8000-JOURNALISER-CREATION
        PERFORM 2100-PRIX-EN-VIGUEUR
        PERFORM 2300-ECO-PARTICIPATION
        MOVE fco_id TO flc_idco
        MOVE 1 TO flc_seq
        MOVE fabo_idart TO flc_idart
        MOVE fart_tauxtva TO flc_tauxtva
        MOVE 0 TO flc_remise
        WRITE flcTampon END-WRITE
        IF Weco-unitaire > 0 THEN
            PERFORM 2400-LIGNE-ECO
        END-IF
        IF Wmandats = 1 THEN
            PERFORM 2200-ECHEANCE-PRELEVEMENT
        END-IF
        SUBTRACT fabo_qte FROM fart_stock
        REWRITE fartTampon
        MOVE fart_id TO fsd_idart
               ' - Prix HT: ' Wprix-vente
            DELIMITED BY SIZE INTO fconfTampon
        WRITE fconfTampon
        IF Weco-unitaire > 0 THEN
            COMPUTE Weco-ht = Weco-unitaire * fabo_qte
            COMPUTE Weco-ttc ROUNDED =
                Weco-ht * (1 + fart_tauxtva / 100)
            MOVE SPACES TO fconfTampon
            STRING '  Eco-participation (' Weco-categorie
                   '): PU HT ' Weco-unitaire
                   ' - HT: ' Weco-ht
                   ' - TTC: ' Weco-ttc ' - non remisable'
                DELIMITED BY SIZE INTO fconfTampon
            WRITE fconfTampon
        END-IF
        PERFORM 4000-AVANCER-ECHEANCE
        REWRITE faboTampon
        ADD 1 TO Wnb-generees
            DELIMITED BY SIZE INTO faborTampon
        WRITE faborTampon.

*> Client titulaire d'un mandat de prélèvement actif : la commande
*> d'abonnement reçoit une échéance unique du montant TTC
*> (éco-participation comprise), due le
*> jour même, que EmissionPrelevements présente à la banque comme
*> toute autre échéance.
        2200-ECHEANCE-PRELEVEMENT.
        MOVE fabo_idcl TO fmdt_idcl
        READ mandats
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MANDAT-ACTIF THEN
                    MOVE fco_id TO fech_idco
                    MOVE 1 TO fech_seq
                    MOVE fco_date-num TO fech_dateech
                    COMPUTE fech_montant ROUNDED =
                        (Wprix-vente + Weco-unitaire) * fabo_qte
                        * (1 + fart_tauxtva / 100)
                    MOVE 0 TO fech_regle
                    WRITE fechTampon
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
        END-READ.

*> Eco-participation unitaire HT de l'article courant au prix
*> Wprix-vente (même règle que CHERCHER_ECO_PARTICIPATION au
*> guichet) : catégorie de l'article, puis première tranche de la
*> catégorie dont le plafond couvre le prix. Article non soumis ou
*> prix au-delà de la dernière tranche : Weco-unitaire à zéro.
        2300-ECO-PARTICIPATION.
        MOVE SPACES TO Weco-categorie
        MOVE 0 TO Weco-unitaire
        MOVE fart_id TO fea_idart
        READ ecoArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fea_categorie TO Weco-categorie
        END-READ
        IF Weco-categorie NOT = SPACES THEN
            MOVE Weco-categorie TO fbe_categorie
            MOVE Wprix-vente TO fbe_plafond
            START baremesEco KEY IS NOT LESS THAN fbe_key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ baremesEco NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF fbe_categorie = Weco-categorie THEN
                                MOVE fbe_montant TO Weco-unitaire
                            END-IF
                    END-READ
            END-START
        END-IF.

*> Ligne fictive d'éco-participation en séquence 2 (quantité de
*> l'abonnement, montant du barème, TVA de l'article, sans remise),
*> fiche ecolignes.dat qui la rattache à la ligne d'article et
*> mouvement de vente pour la déclaration du mois (opérateur 000 =
*> chaîne de nuit).
        2400-LIGNE-ECO.
        MOVE fco_id TO flc_idco
        MOVE 2 TO flc_seq
        MOVE Weco-idart TO flc_idart
        MOVE fabo_qte TO flc_qte
        MOVE Weco-unitaire TO flc_prix
        MOVE fart_tauxtva TO flc_tauxtva
        MOVE 0 TO flc_remise
        WRITE flcTampon END-WRITE
        MOVE fco_id TO fel_idco
        MOVE 1 TO fel_seq
        MOVE 2 TO fel_seqeco
        MOVE Weco-categorie TO fel_categorie
        MOVE Weco-unitaire TO fel_unitaire
        MOVE fabo_qte TO fel_qte
        MOVE 0 TO fel_qterepris
        MOVE SYS-DATE-NUM TO fel_date
        WRITE felTampon
            INVALID KEY
                REWRITE felTampon
        END-WRITE
        MOVE SYS-DATE-NUM TO fem_date
        MOVE fco_id TO fem_idco
        MOVE 1 TO fem_seq
        MOVE '+' TO fem_sens
        MOVE 0 TO fem_ref
        MOVE Weco-categorie TO fem_categorie
        MOVE fabo_qte TO fem_qte
        COMPUTE fem_montant = Weco-unitaire * fabo_qte
        MOVE 0 TO fem_ope
        WRITE femTampon
            INVALID KEY
                REWRITE femTampon
        END-WRITE.

*> Tarif en vigueur à la date du jour pour l'article courant (même
*> règle que RECHERCHER_PRIX_VENTE au guichet), puis accord de prix
*> du client s'il est plus favorable.
        2100-PRIX-EN-VIGUEUR.
        MOVE fart_prix TO Wprix-vente
        MOVE fart_id TO ftar_idart
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Waccords = 1 THEN
            PERFORM 2150-PRIX-ACCORD
        END-IF.

*> Accord de prix du client de l'abonnement en vigueur ce jour : prix
*> net de l'article, à défaut remise de son type sur le tarif (même
*> règle que APPLIQUER_ACCORD_PRIX au guichet).
        2150-PRIX-ACCORD.
        MOVE Wprix-vente TO Wapx-prix
        MOVE fabo_idcl TO fapx_idcl
        MOVE fart_id TO fapx_idart
        MOVE SPACES TO fapx_type
        MOVE 0 TO Wapx-trouve
        READ accordsPrix
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM 2160-VALIDITE-ACCORD
        END-READ
        IF Wapx-trouve = 1 THEN
            MOVE fapx_prix TO Wapx-prix
        ELSE
            IF fart_type NOT = SPACES THEN
                MOVE fabo_idcl TO fapx_idcl
                MOVE 0 TO fapx_idart
                MOVE fart_type TO fapx_type
                READ accordsPrix
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 2160-VALIDITE-ACCORD
                END-READ
                IF Wapx-trouve = 1 THEN
                    COMPUTE Wapx-prix ROUNDED = Wprix-vente
                        - Wprix-vente * fapx_remise / 100
                END-IF
            END-IF
        END-IF
        IF Wapx-prix < Wprix-vente THEN
            MOVE Wapx-prix TO Wprix-vente
        END-IF.

        2160-VALIDITE-ACCORD.
        MOVE 0 TO Wapx-trouve
        IF fapx_debut <= SYS-DATE-NUM
           AND (fapx_fin = 0 OR fapx_fin >= SYS-DATE-NUM) THEN
            MOVE 1 TO Wapx-trouve
        END-IF.

        3000-MOUVEMENT-VENTE.
        MOVE fart_id TO fmvt_idart
