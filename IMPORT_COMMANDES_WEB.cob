*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ImportCommandesWeb.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT commandesWeb ASSIGN TO "commandes_web.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fcw_stat.

       SELECT rejetsWeb ASSIGN TO WS-REJETS-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frw_stat.

       SELECT articles ASSIGN TO "articles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fart_id
       ALTERNATE RECORD KEY fart_type WITH DUPLICATES
       FILE STATUS IS fart_stat.

       SELECT clients ASSIGN TO "clients.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcl_id
       ALTERNATE RECORD KEY fcl_nom WITH DUPLICATES
       FILE STATUS IS fcl_stat.

       SELECT commandes ASSIGN TO "commandes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fco_id
       ALTERNATE RECORD KEY fco_date WITH DUPLICATES
       ALTERNATE RECORD KEY fco_idcl WITH DUPLICATES
       FILE STATUS IS fco_stat.

       SELECT lignesCommande ASSIGN TO "lignescommande.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY flc_key
       FILE STATUS IS flc_stat.

       SELECT statistiquesArticles ASSIGN TO "statistiquesarticles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fstata_idart
       FILE STATUS IS fstata_stat.

       SELECT mouvementsStock ASSIGN TO "mouvementsstock.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmvt_key
       FILE STATUS IS fmvt_stat.

       SELECT stockDepots ASSIGN TO "stockdepots.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsd_key
       FILE STATUS IS fsd_stat.

       SELECT tarifs ASSIGN TO "tarifs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ftar_key
       FILE STATUS IS ftar_stat.

       SELECT livraisons ASSIGN TO "livraisons.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fliv_idco
       FILE STATUS IS fliv_stat.

       SELECT journalMaj ASSIGN TO "journalmaj.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjmj_key
       FILE STATUS IS fjmj_stat.

       SELECT compteurs ASSIGN TO "compteurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT paiements ASSIGN TO "paiements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpai_key
       FILE STATUS IS fpai_stat.

       SELECT promotions ASSIGN TO "promotions.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpromo_code
       FILE STATUS IS fpromo_stat.

       SELECT reservations ASSIGN TO "reservations.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fres_id
       ALTERNATE RECORD KEY fres_idart WITH DUPLICATES
       FILE STATUS IS fres_stat.

       SELECT fidelite ASSIGN TO "fidelite.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffid_idcl
       FILE STATUS IS ffid_stat.

       SELECT nomenclatures ASSIGN TO "nomenclatures.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fnom_key
       ALTERNATE RECORD KEY fnom_idcomp WITH DUPLICATES
       FILE STATUS IS fnom_stat.

       SELECT poidsArticles ASSIGN TO "poidsarticles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpa_idart
       FILE STATUS IS fpa_stat.

       SELECT zonesLivraison ASSIGN TO "zoneslivraison.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fzl_ville
       FILE STATUS IS fzl_stat.

       SELECT tarifsPort ASSIGN TO "tarifsport.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ftp_key
       FILE STATUS IS ftp_stat.

       SELECT fraisPort ASSIGN TO "fraisport.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffp_idco
       ALTERNATE RECORD KEY ffp_idfou WITH DUPLICATES
       FILE STATUS IS ffp_stat.

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

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT confirmationsCommande ASSIGN TO "confirmations.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fconf_stat.

DATA DIVISION.
FILE SECTION.

        FD commandesWeb.
        01 fcwTampon PIC X(200).

        FD rejetsWeb.
        01 frwTampon PIC X(150).

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

        FD clients.
        01 fclTampon.
          02 fcl_id PIC 9(5).
          02 fcl_nom PIC A(20).
          02 fcl_prenom PIC A(20).
          02 fcl_tel PIC A(10).
          02 fcl_mail PIC A(20).
          02 fcl_actif PIC X(1).
              88 CLIENT-ACTIF VALUE '1'.
              88 CLIENT-INACTIF VALUE '0'.
          02 fcl_opemaj PIC 9(3).
          02 fcl_datemaj PIC 9(8).
          02 fcl_adresse PIC X(40).
          02 fcl_ville PIC X(20).

        FD commandes.
        01 fcoTampon.
          02 fco_id PIC 9(5).
          02 fco_idcl PIC 9(5).
          02 fco_idart PIC 9(5).
          02 fco_qte PIC 9(3).
          02 fco_date_data.
            05 fco_date.
                10 fco_annee PIC 9(4).
                10 fco_mois PIC 9(2).
                10 fco_jour PIC 9(2).
            05 fco_date-num REDEFINES fco_date PIC 9(8).
          02 fco_promo PIC X(4).
          02 fco_actif PIC X(1).
              88 COMMANDE-ACTIVE VALUE '1'.
              88 COMMANDE-INACTIVE VALUE '0'.
          02 fco_opemaj PIC 9(3).
          02 fco_datemaj PIC 9(8).

        FD lignesCommande.
        01 flcTampon.
          02 flc_key.
            03 flc_idco PIC 9(5).
            03 flc_seq PIC 9(3).
          02 flc_idart PIC 9(5).
          02 flc_qte PIC 9(3).
          02 flc_prix PIC 9(5)V99.
          02 flc_tauxtva PIC 9(2).
          02 flc_remise PIC 9(2).

        FD statistiquesArticles.
        01 fstataTampon.
          02 fstata_idart PIC 9(5).
          02 fstata_nbrecl PIC 9(3).
          02 fstata_nbCommande PIC 9(3).
          02 fstata_qtevendue PIC 9(5).
          02 fstata_pourcent PIC 9(2).

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

        FD stockDepots.
        01 fsdTampon.
          02 fsd_key.
            03 fsd_idart PIC 9(5).
            03 fsd_depot PIC X(3).
          02 fsd_qte PIC 9(5).

        FD tarifs.
        01 ftarTampon.
          02 ftar_key.
            03 ftar_idart PIC 9(5).
            03 ftar_datedebut PIC 9(8).
          02 ftar_prix PIC 9(5)V99.
          02 ftar_applique PIC X(1).
              88 TARIF-APPLIQUE VALUE '1'.
              88 TARIF-EN-ATTENTE VALUE '0'.

        FD livraisons.
        01 flivTampon.
          02 fliv_idco PIC 9(5).
          02 fliv_etat PIC X(10).
              88 LIVR-A-PREPARER VALUE 'apreparer'.
              88 LIVR-PREPAREE VALUE 'preparee'.
              88 LIVR-EXPEDIEE VALUE 'expediee'.
              88 LIVR-LIVREE VALUE 'livree'.
          02 fliv_transporteur PIC X(20).
          02 fliv_dateexp PIC 9(8).
          02 fliv_datelivr PIC 9(8).

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

        FD compteurs.
        01 fcptTampon.
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

        FD fidelite.
        01 ffidTampon.
          02 ffid_idcl PIC 9(5).
          02 ffid_points PIC 9(7).
          02 ffid_cumul PIC 9(7).

        FD nomenclatures.
        01 fnomTampon.
          02 fnom_key.
            03 fnom_idkit PIC 9(5).
            03 fnom_idcomp PIC 9(5).
          02 fnom_qte PIC 9(3).
          02 fnom_ope PIC 9(3).
          02 fnom_datemaj PIC 9(8).

        FD poidsArticles.
        01 fpaTampon.
          02 fpa_idart PIC 9(5).
          02 fpa_poids PIC 9(4)V999.
          02 fpa_ope PIC 9(3).
          02 fpa_datemaj PIC 9(8).

        FD zonesLivraison.
        01 fzlTampon.
          02 fzl_ville PIC X(20).
          02 fzl_zone PIC 9(2).
          02 fzl_ope PIC 9(3).
          02 fzl_datemaj PIC 9(8).

        FD tarifsPort.
        01 ftpTampon.
          02 ftp_key.
            03 ftp_zone PIC 9(2).
            03 ftp_poidsmax PIC 9(4)V999.
            03 ftp_idfou PIC 9(5).
          02 ftp_prix PIC 9(5)V99.
          02 ftp_ope PIC 9(3).
          02 ftp_datemaj PIC 9(8).

        FD fraisPort.
        01 ffpTampon.
          02 ffp_idco PIC 9(5).
          02 ffp_date_data.
            05 ffp_date.
                10 ffp_annee PIC 9(4).
                10 ffp_mois PIC 9(2).
                10 ffp_jour PIC 9(2).
            05 ffp_date-num REDEFINES ffp_date PIC 9(8).
          02 ffp_idfou PIC 9(5).
          02 ffp_zone PIC 9(2).
          02 ffp_poids PIC 9(5)V999.
          02 ffp_montant PIC 9(5)V99.
          02 ffp_tarif PIC 9(5)V99.
          02 ffp_tauxtva PIC 9(2).
          02 ffp_offert PIC X(1).
              88 PORT-OFFERT VALUE '1'.
              88 PORT-FACTURE VALUE '0'.
          02 ffp_ope PIC 9(3).

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

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD confirmationsCommande.
        01 fconfTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 fcw_stat PIC 9(2).
        77 frw_stat PIC 9(2).
        77 fart_stat PIC 9(2).
        77 fcl_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 flc_stat PIC 9(2).
        77 fstata_stat PIC 9(2).
        77 fmvt_stat PIC 9(2).
        77 fsd_stat PIC 9(2).
        77 ftar_stat PIC 9(2).
        77 fliv_stat PIC 9(2).
        77 fjmj_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 fpai_stat PIC 9(2).
        77 fpromo_stat PIC 9(2).
        77 fres_stat PIC 9(2).
        77 ffid_stat PIC 9(2).
        77 fnom_stat PIC 9(2).
        77 fpa_stat PIC 9(2).
        77 fzl_stat PIC 9(2).
        77 ftp_stat PIC 9(2).
        77 ffp_stat PIC 9(2).
        77 fea_stat PIC 9(2).
        77 fbe_stat PIC 9(2).
        77 fel_stat PIC 9(2).
        77 fem_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 fconf_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfinm PIC 9.
        77 Wfinj PIC 9.
        77 Wprochainseqj PIC 9(3).
        77 Wprochainseqm PIC 9(5).
        77 Wnb-acceptees PIC 9(5).
        77 Wnb-rejetees PIC 9(5).
        77 Wnb-clients-crees PIC 9(5).
        77 Wtotal-encaisse PIC 9(9)V99.
        77 Wtotal-encaisse-ed PIC Z(8)9.99.
        77 Wweb-en-cours PIC 9.
        77 Wligne-valide PIC 9.
        77 Wmotif-rejet PIC X(40).
        77 Wchamp-type PIC X(1).
        77 Wchamp-ref PIC X(12).
        77 Wchamp-idart PIC X(5) JUSTIFIED RIGHT.
        77 Wchamp-qte PIC X(3) JUSTIFIED RIGHT.
        77 Wweb-ref PIC X(12).
        77 Wweb-nom PIC X(20).
        77 Wweb-prenom PIC X(20).
        77 Wweb-tel PIC X(10).
        77 Wweb-mail PIC X(20).
        77 Wweb-adresse PIC X(40).
        77 Wweb-ville PIC X(20).
        77 Wweb-promo PIC X(4).
        77 Wweb-montant PIC X(12).
        77 Wweb-paye PIC 9(7)V99.
        77 Wweb-paye-ed PIC Z(6)9.99.
        77 Wnb-wl PIC 9(2).
        77 Wmax-wl PIC 9(2) VALUE 20.
        77 Wtrop-lignes PIC 9.
        77 Wix PIC 9(2).
        77 Wiy PIC 9(2).
        77 Wnb-clients PIC 9(4).
        77 Wi PIC 9(4).
        77 Wclient-id PIC 9(5).
        77 Wstock-mag PIC 9(5).
        77 Wqte-reservee PIC 9(5).
        77 Wqte-deja PIC 9(5).
        77 Wprix-vente PIC 9(5)V99.
        77 Wpromo-pct PIC 9(2).
        77 Wremise-pct PIC 9(2).
        77 Wbest-pct PIC 9(2).
        77 Wbest-code PIC X(4).
        77 Wpct-regle PIC 9(2).
        77 Wpal-ix PIC 9.
        77 Wmontant-brut PIC 9(7)V99.
        77 Wmontant-remise PIC 9(7)V99.
        77 Wmontant-net PIC 9(7)V99.
        77 Wtotal-ttc PIC 9(8)V99.
        77 Wtotal-ttc-ed PIC Z(7)9.99.
        77 Wecart PIC S9(8)V99.
        77 Wpoints-gagnes PIC 9(7).
        77 Wpoints-ligne PIC 9(7).
        77 Wport-idart PIC 9(5) VALUE 99980.
        77 Wport-poids PIC 9(5)V999.
        77 Wport-ht PIC 9(7)V99.
        77 Wport-zone PIC 9(2).
        77 Wport-idfou PIC 9(5).
        77 Wport-prix PIC 9(5)V99.
        77 Wport-montant PIC 9(5)V99.
        77 Wport-taux PIC 9(2).
        77 Wport-nb PIC 9(2).
        77 Wport-mixte PIC 9.
        77 Wport-offert PIC 9.
        77 Wport-fin PIC 9.
        77 Wzone-def PIC 9(2).
        77 Wfranco-port PIC 9(5).
        77 Wtva-port PIC 9(2).
*> Eco-participation : ligne fictive 99960 sous chaque article soumis.
        77 Weco-idart PIC 9(5) VALUE 99960.
        77 Weco-categorie PIC X(10).
        77 Weco-unitaire PIC 9(3)V99.
        77 Weco-seqeco PIC 9(3).
        77 Weco-ht PIC 9(7)V99.
        77 Weco-ttc PIC 9(7)V99.
        77 Wjmj-fichier PIC X(12).
        77 Wjmj-idrecord PIC 9(5).
        77 Wjmj-operation PIC X(10).
        77 Wjmj-avant PIC X(150).
        77 Wjmj-apres PIC X(150).
        77 WS-REJETS-FILE PIC X(44).
        01 Wweb-lignes.
            05 Wwl OCCURS 20 TIMES.
                10 Wwl-idart PIC 9(5).
                10 Wwl-qte PIC 9(3).
                10 Wwl-prix PIC 9(5)V99.
                10 Wwl-tauxtva PIC 9(2).
                10 Wwl-remise PIC 9(2).
                10 Wwl-code PIC X(4).
                10 Wwl-nom PIC X(20).
                10 Wwl-eco PIC 9(3)V99.
                10 Wwl-ecocat PIC X(10).
        01 Wtable-clients.
            05 Wcli OCCURS 2000 TIMES.
                10 Wcli-id PIC 9(5).
                10 Wcli-nom PIC X(20).
                10 Wcli-prenom PIC X(20).
                10 Wcli-tel PIC X(10).
                10 Wcli-mail PIC X(20).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Intégration nocturne des commandes de la boutique en ligne : le
*> dépôt commandes_web.txt porte pour chaque commande une ligne
*> d'en-tête E;référence;nom;prénom;téléphone;mail;adresse;ville;
*> code promo;montant payé, suivie de ses lignes L;référence;article;
*> quantité. Le client est retrouvé parmi les fiches actives avec les
*> règles de la détection des doublons (même nom+prénom, même
*> téléphone ou même mail), créé sinon. Chaque commande passe les
*> contrôles du guichet — article actif et hors kit, stock magasin
*> net des réservations actives, tarif en vigueur, code promo valide
*> et meilleure règle promotionnelle, TVA de l'article,
*> éco-participation, port de la grille transporteurs — et le
*> montant encaissé en ligne doit
*> couvrir le total TTC recalculé. Une commande acceptée est créée en
*> entier (commande, lignes, mouvements de stock, statistiques,
*> points de fidélité, fiche de livraison, règlement au mode WEB) ;
*> une commande refusée l'est en entier, motif à l'appui, dans
*> rejets_web_AAAAMMJJ.txt pour l'équipe du matin. Le dépôt est
*> supprimé après traitement pour ne pas être rejoué.
        0000-MAINLINE.
        DISPLAY "Integration des commandes du site..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        STRING "rejets_web_" SYS-DATE ".txt"
            DELIMITED BY SIZE INTO WS-REJETS-FILE
        OPEN INPUT commandesWeb
        IF fcw_stat = 35 THEN
            DISPLAY "Pas de depot web, aucune commande a integrer"
        ELSE
            PERFORM 0100-OUVRIR-FICHIERS
            PERFORM 0200-LIRE-PARAMETRES
            OPEN OUTPUT rejetsWeb
            MOVE SPACES TO frwTampon
            STRING "Commandes web rejetees du "
                   SYS-DAY "/" SYS-MONTH "/" SYS-YEAR
                DELIMITED BY SIZE INTO frwTampon
            WRITE frwTampon
            PERFORM 1000-CHARGER-CLIENTS
            MOVE 0 TO Wnb-acceptees
            MOVE 0 TO Wnb-rejetees
            MOVE 0 TO Wnb-clients-crees
            MOVE 0 TO Wtotal-encaisse
            MOVE 0 TO Wweb-en-cours
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ commandesWeb
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fcwTampon NOT = SPACES THEN
                            PERFORM 2000-TRAITER-ENREGISTREMENT
                        END-IF
                END-READ
            END-PERFORM
            IF Wweb-en-cours = 1 THEN
                PERFORM 3000-TRAITER-COMMANDE
            END-IF
            MOVE Wtotal-encaisse TO Wtotal-encaisse-ed
            MOVE SPACES TO frwTampon
            STRING "Total : " Wnb-acceptees " acceptee(s), "
                   Wnb-rejetees " rejetee(s), "
                   Wnb-clients-crees " client(s) cree(s), encaisse "
                   Wtotal-encaisse-ed
                DELIMITED BY SIZE INTO frwTampon
            WRITE frwTampon
            CLOSE rejetsWeb
            PERFORM 0300-FERMER-FICHIERS
            CLOSE commandesWeb
            DELETE FILE commandesWeb
            DISPLAY "Commandes web : " Wnb-acceptees " acceptees, "
                Wnb-rejetees " rejetees (" WS-REJETS-FILE ")"
            DISPLAY "  Encaisse en ligne : " Wtotal-encaisse-ed
                " - clients crees : " Wnb-clients-crees
        END-IF
        GOBACK.

        0100-OUVRIR-FICHIERS.
        OPEN I-O articles
        OPEN I-O clients
        IF fcl_stat = 35 THEN
            OPEN OUTPUT clients
            CLOSE clients
            OPEN I-O clients
        END-IF
        OPEN I-O commandes
        IF fco_stat = 35 THEN
            OPEN OUTPUT commandes
            CLOSE commandes
            OPEN I-O commandes
        END-IF
        OPEN I-O lignesCommande
        IF flc_stat = 35 THEN
            OPEN OUTPUT lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
        OPEN I-O statistiquesArticles
        OPEN I-O mouvementsStock
        IF fmvt_stat = 35 THEN
            OPEN OUTPUT mouvementsStock
            CLOSE mouvementsStock
            OPEN I-O mouvementsStock
        END-IF
        OPEN I-O stockDepots
        IF fsd_stat = 35 THEN
            OPEN OUTPUT stockDepots
            CLOSE stockDepots
            OPEN I-O stockDepots
        END-IF
        OPEN I-O tarifs
        IF ftar_stat = 35 THEN
            OPEN OUTPUT tarifs
            CLOSE tarifs
            OPEN I-O tarifs
        END-IF
        OPEN I-O livraisons
        IF fliv_stat = 35 THEN
            OPEN OUTPUT livraisons
            CLOSE livraisons
            OPEN I-O livraisons
        END-IF
        OPEN I-O journalMaj
        IF fjmj_stat = 35 THEN
            OPEN OUTPUT journalMaj
            CLOSE journalMaj
            OPEN I-O journalMaj
        END-IF
        OPEN I-O compteurs
        IF fcpt_stat = 35 THEN
            OPEN OUTPUT compteurs
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        OPEN I-O paiements
        IF fpai_stat = 35 THEN
            OPEN OUTPUT paiements
            CLOSE paiements
            OPEN I-O paiements
        END-IF
        OPEN I-O promotions
        IF fpromo_stat = 35 THEN
            OPEN OUTPUT promotions
            CLOSE promotions
            OPEN I-O promotions
        END-IF
        OPEN I-O reservations
        IF fres_stat = 35 THEN
            OPEN OUTPUT reservations
            CLOSE reservations
            OPEN I-O reservations
        END-IF
        OPEN I-O fidelite
        IF ffid_stat = 35 THEN
            OPEN OUTPUT fidelite
            CLOSE fidelite
            OPEN I-O fidelite
        END-IF
        OPEN I-O nomenclatures
        IF fnom_stat = 35 THEN
            OPEN OUTPUT nomenclatures
            CLOSE nomenclatures
            OPEN I-O nomenclatures
        END-IF
        OPEN I-O poidsArticles
        IF fpa_stat = 35 THEN
            OPEN OUTPUT poidsArticles
            CLOSE poidsArticles
            OPEN I-O poidsArticles
        END-IF
        OPEN I-O zonesLivraison
        IF fzl_stat = 35 THEN
            OPEN OUTPUT zonesLivraison
            CLOSE zonesLivraison
            OPEN I-O zonesLivraison
        END-IF
        OPEN I-O tarifsPort
        IF ftp_stat = 35 THEN
            OPEN OUTPUT tarifsPort
            CLOSE tarifsPort
            OPEN I-O tarifsPort
        END-IF
        OPEN I-O fraisPort
        IF ffp_stat = 35 THEN
            OPEN OUTPUT fraisPort
            CLOSE fraisPort
            OPEN I-O fraisPort
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
        OPEN EXTEND confirmationsCommande
        IF fconf_stat = 35 THEN
            OPEN OUTPUT confirmationsCommande
            CLOSE confirmationsCommande
            OPEN EXTEND confirmationsCommande
        END-IF.

*> Paramètres du port, mêmes valeurs par défaut qu'au guichet : zone
*> 1 pour une ville hors table, pas de franco, TVA du port à 20 %
*> quand les marchandises mélangent plusieurs taux.
        0200-LIRE-PARAMETRES.
        OPEN I-O parametres
        IF fpar_stat = 35 THEN
            OPEN OUTPUT parametres
            CLOSE parametres
            OPEN I-O parametres
        END-IF
        MOVE 1 TO Wzone-def
        MOVE 'ZONE-DEF' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpar_valeur TO Wzone-def
        END-READ
        MOVE 0 TO Wfranco-port
        MOVE 'FRANCO-PORT' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpar_valeur TO Wfranco-port
        END-READ
        MOVE 20 TO Wtva-port
        MOVE 'TVA-PORT' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpar_valeur TO Wtva-port
        END-READ
        CLOSE parametres.

        0300-FERMER-FICHIERS.
        CLOSE confirmationsCommande
        CLOSE ecoMouvements
        CLOSE ecoLignes
        CLOSE baremesEco
        CLOSE ecoArticles
        CLOSE fraisPort
        CLOSE tarifsPort
        CLOSE zonesLivraison
        CLOSE poidsArticles
        CLOSE nomenclatures
        CLOSE fidelite
        CLOSE reservations
        CLOSE promotions
        CLOSE paiements
        CLOSE compteurs
        CLOSE journalMaj
        CLOSE livraisons
        CLOSE tarifs
        CLOSE stockDepots
        CLOSE mouvementsStock
        CLOSE statistiquesArticles
        CLOSE lignesCommande
        CLOSE commandes
        CLOSE clients
        CLOSE articles.

*> Fiches client actives chargées en table, comme pour la détection
*> des doublons ; les clients créés en cours de nuit y sont ajoutés
*> pour qu'une deuxième commande du même internaute les retrouve.
        1000-CHARGER-CLIENTS.
        MOVE 0 TO Wnb-clients
        MOVE 0 TO fcl_id
        MOVE 0 TO Wfinm
        START clients KEY IS NOT LESS THAN fcl_id
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ clients NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF CLIENT-ACTIF THEN
                        IF Wnb-clients < 2000 THEN
                            ADD 1 TO Wnb-clients
                            MOVE fcl_id TO Wcli-id(Wnb-clients)
                            MOVE fcl_nom TO Wcli-nom(Wnb-clients)
                            MOVE fcl_prenom TO Wcli-prenom(Wnb-clients)
                            MOVE fcl_tel TO Wcli-tel(Wnb-clients)
                            MOVE fcl_mail TO Wcli-mail(Wnb-clients)
                        ELSE
                            MOVE 1 TO Wfinm
                            DISPLAY "ATTENTION : table clients pleine, "
                                "rapprochement partiel"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Une ligne E ouvre une nouvelle commande (la précédente, complète,
*> est traitée d'abord) ; une ligne L s'ajoute à la commande en
*> cours si elle en porte la référence.
        2000-TRAITER-ENREGISTREMENT.
        MOVE SPACES TO Wchamp-type
        MOVE SPACES TO Wchamp-ref
        UNSTRING fcwTampon DELIMITED BY ';'
            INTO Wchamp-type Wchamp-ref
        END-UNSTRING
        IF Wchamp-type = 'E' THEN
            IF Wweb-en-cours = 1 THEN
                PERFORM 3000-TRAITER-COMMANDE
            END-IF
            PERFORM 2100-DEBUTER-COMMANDE
        ELSE
            IF Wchamp-type = 'L' AND Wweb-en-cours = 1
               AND Wchamp-ref = Wweb-ref THEN
                PERFORM 2200-AJOUTER-LIGNE
            ELSE
                ADD 1 TO Wnb-rejetees
                MOVE SPACES TO frwTampon
                STRING "REJET (ligne hors commande) : " fcwTampon
                    DELIMITED BY SIZE INTO frwTampon
                WRITE frwTampon
            END-IF
        END-IF.

        2100-DEBUTER-COMMANDE.
        MOVE SPACES TO Wweb-ref Wweb-nom Wweb-prenom Wweb-tel
            Wweb-mail Wweb-adresse Wweb-ville Wweb-promo Wweb-montant
        UNSTRING fcwTampon DELIMITED BY ';'
            INTO Wchamp-type Wweb-ref Wweb-nom Wweb-prenom Wweb-tel
                 Wweb-mail Wweb-adresse Wweb-ville Wweb-promo
                 Wweb-montant
        END-UNSTRING
        MOVE 0 TO Wweb-paye
        IF Wweb-montant NOT = SPACES THEN
*> Montant décimal tel que la boutique l'écrit ; une zone illisible
*> vaut zéro et la commande est rejetée.
            COMPUTE Wweb-paye = FUNCTION NUMVAL(Wweb-montant)
        END-IF
        MOVE 0 TO Wnb-wl
        MOVE 0 TO Wtrop-lignes
        MOVE 1 TO Wweb-en-cours.

        2200-AJOUTER-LIGNE.
        MOVE SPACES TO Wchamp-idart
        MOVE SPACES TO Wchamp-qte
        UNSTRING fcwTampon DELIMITED BY ';'
            INTO Wchamp-type Wchamp-ref Wchamp-idart Wchamp-qte
        END-UNSTRING
        INSPECT Wchamp-idart REPLACING LEADING SPACE BY '0'
        INSPECT Wchamp-qte REPLACING LEADING SPACE BY '0'
        IF Wnb-wl >= Wmax-wl THEN
            MOVE 1 TO Wtrop-lignes
        ELSE
            ADD 1 TO Wnb-wl
            MOVE SPACES TO Wwl(Wnb-wl)
            IF Wchamp-idart IS NUMERIC AND Wchamp-qte IS NUMERIC THEN
                MOVE Wchamp-idart TO Wwl-idart(Wnb-wl)
                MOVE Wchamp-qte TO Wwl-qte(Wnb-wl)
            ELSE
                MOVE 0 TO Wwl-idart(Wnb-wl)
                MOVE 0 TO Wwl-qte(Wnb-wl)
            END-IF
        END-IF.

*> Contrôle complet de la commande en cours avant toute écriture :
*> elle est acceptée ou refusée d'un bloc.
        3000-TRAITER-COMMANDE.
        MOVE 0 TO Wweb-en-cours
        MOVE 1 TO Wligne-valide
        MOVE SPACES TO Wmotif-rejet
        IF Wweb-nom = SPACES THEN
            MOVE 0 TO Wligne-valide
            MOVE 'nom du client absent' TO Wmotif-rejet
        END-IF
        IF Wligne-valide = 1 AND Wnb-wl = 0 THEN
            MOVE 0 TO Wligne-valide
            MOVE 'commande sans ligne' TO Wmotif-rejet
        END-IF
        IF Wligne-valide = 1 AND Wtrop-lignes = 1 THEN
            MOVE 0 TO Wligne-valide
            MOVE 'trop de lignes (20 au plus)' TO Wmotif-rejet
        END-IF
        IF Wligne-valide = 1 AND Wweb-paye = 0 THEN
            MOVE 0 TO Wligne-valide
            MOVE 'montant paye absent' TO Wmotif-rejet
        END-IF
        IF Wligne-valide = 1 THEN
            PERFORM 3100-CONTROLER-CODE-PROMO
        END-IF
        MOVE 0 TO Wtotal-ttc
        MOVE 0 TO Wport-poids
        MOVE 0 TO Wport-ht
        MOVE 0 TO Wport-nb
        MOVE 0 TO Wport-mixte
        MOVE 0 TO Wport-taux
        MOVE 1 TO Wix
        PERFORM WITH TEST BEFORE
                UNTIL Wix > Wnb-wl OR Wligne-valide = 0
            PERFORM 3200-CONTROLER-LIGNE
            ADD 1 TO Wix
        END-PERFORM
        IF Wligne-valide = 1 THEN
            PERFORM 3500-TARIFER-PORT
            COMPUTE Wtotal-ttc = Wtotal-ttc
                + Wport-montant * (1 + Wport-taux / 100)
*> Le total recalculé doit retrouver l'encaissement à quelques
*> centimes près (arrondis de la boutique) : au-delà, prix, remise
*> ou port diffèrent et la commande attend un humain.
            COMPUTE Wecart = Wweb-paye - Wtotal-ttc
            IF Wecart > 0.05 OR Wecart < -0.05 THEN
                MOVE 0 TO Wligne-valide
                MOVE Wtotal-ttc TO Wtotal-ttc-ed
                MOVE SPACES TO Wmotif-rejet
                STRING 'paye different du total ' Wtotal-ttc-ed
                    DELIMITED BY SIZE INTO Wmotif-rejet
            END-IF
        END-IF
        IF Wligne-valide = 1 THEN
            PERFORM 4000-RAPPROCHER-CLIENT
            PERFORM 5000-CREER-COMMANDE
            ADD 1 TO Wnb-acceptees
            ADD Wweb-paye TO Wtotal-encaisse
        ELSE
            PERFORM 3900-REJETER-COMMANDE
        END-IF.

*> Code promo saisi sur le site : mêmes refus qu'au guichet (inconnu,
*> hors de ses dates, épuisé). La boutique l'a déjà appliqué au
*> montant payé, la commande ne peut donc pas passer sans lui.
        3100-CONTROLER-CODE-PROMO.
        MOVE 0 TO Wpromo-pct
        IF Wweb-promo NOT = SPACES THEN
            MOVE Wweb-promo TO fpromo_code
            READ promotions
                INVALID KEY
                    MOVE 0 TO Wligne-valide
                    MOVE 'code promo inconnu' TO Wmotif-rejet
                NOT INVALID KEY
                    IF SYS-DATE-NUM < fpromo_debut-num
                       OR SYS-DATE-NUM > fpromo_fin-num THEN
                        MOVE 0 TO Wligne-valide
                        MOVE 'code promo expire' TO Wmotif-rejet
                    ELSE
                        IF fpromo_maxutil > 0
                           AND fpromo_nbutil >= fpromo_maxutil THEN
                            MOVE 0 TO Wligne-valide
                            MOVE 'code promo epuise' TO Wmotif-rejet
                        ELSE
                            MOVE fpromo_pourcent TO Wpromo-pct
                        END-IF
                    END-IF
            END-READ
        END-IF.

*> Ligne Wix : article existant, actif et vendu seul (un kit se vend
*> au guichet, qui réserve ses composants), quantité disponible en
*> magasin une fois déduites les réservations actives et les lignes
*> précédentes de la même commande ; puis prix en vigueur, remise
*> (code saisi ou meilleure règle), éco-participation de l'article
*> (non remisée, à sa TVA) et cumul TTC, poids et net HT pour le
*> port.
        3200-CONTROLER-LIGNE.
        IF Wwl-idart(Wix) = 0 OR Wwl-qte(Wix) = 0 THEN
            MOVE 0 TO Wligne-valide
            MOVE 'ligne article/quantite illisible' TO Wmotif-rejet
        ELSE
            MOVE Wwl-idart(Wix) TO fart_id
            READ articles
                INVALID KEY
                    MOVE 0 TO Wligne-valide
                    MOVE SPACES TO Wmotif-rejet
                    STRING 'article ' Wwl-idart(Wix) ' inexistant'
                        DELIMITED BY SIZE INTO Wmotif-rejet
                NOT INVALID KEY
                    IF ARTICLE-INACTIF THEN
                        MOVE 0 TO Wligne-valide
                        MOVE SPACES TO Wmotif-rejet
                        STRING 'article ' fart_id ' desactive'
                            DELIMITED BY SIZE INTO Wmotif-rejet
                    ELSE
                        PERFORM 3210-CONTROLER-KIT
                    END-IF
            END-READ
        END-IF
        IF Wligne-valide = 1 THEN
            PERFORM 3220-STOCK-DISPONIBLE
            MOVE 0 TO Wqte-deja
            PERFORM VARYING Wiy FROM 1 BY 1 UNTIL Wiy >= Wix
                IF Wwl-idart(Wiy) = fart_id THEN
                    ADD Wwl-qte(Wiy) TO Wqte-deja
                END-IF
            END-PERFORM
            IF Wqte-deja + Wwl-qte(Wix) > Wstock-mag THEN
                MOVE 0 TO Wligne-valide
                MOVE SPACES TO Wmotif-rejet
                STRING 'stock insuffisant article ' fart_id
                    DELIMITED BY SIZE INTO Wmotif-rejet
            END-IF
        END-IF
        IF Wligne-valide = 1 THEN
            PERFORM 3230-PRIX-EN-VIGUEUR
            MOVE Wpromo-pct TO Wremise-pct
            MOVE Wweb-promo TO Wwl-code(Wix)
            PERFORM 3240-MEILLEURE-PROMO
            IF Wbest-pct > Wremise-pct THEN
                MOVE Wbest-pct TO Wremise-pct
                MOVE Wbest-code TO Wwl-code(Wix)
            END-IF
            MOVE fart_nom TO Wwl-nom(Wix)
            MOVE Wprix-vente TO Wwl-prix(Wix)
            MOVE fart_tauxtva TO Wwl-tauxtva(Wix)
            MOVE Wremise-pct TO Wwl-remise(Wix)
            COMPUTE Wmontant-brut = Wprix-vente * Wwl-qte(Wix)
            COMPUTE Wmontant-net = Wmontant-brut
                - (Wmontant-brut * Wremise-pct / 100)
            COMPUTE Wtotal-ttc = Wtotal-ttc
                + Wmontant-net * (1 + fart_tauxtva / 100)
            PERFORM 3260-ECO-PARTICIPATION
            MOVE Weco-unitaire TO Wwl-eco(Wix)
            MOVE Weco-categorie TO Wwl-ecocat(Wix)
            COMPUTE Wtotal-ttc = Wtotal-ttc + Weco-unitaire
                * Wwl-qte(Wix) * (1 + fart_tauxtva / 100)
            ADD Wmontant-net TO Wport-ht
            MOVE fart_id TO fpa_idart
            READ poidsArticles
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE Wport-poids = Wport-poids
                        + fpa_poids * Wwl-qte(Wix)
            END-READ
            IF Wport-nb = 0 THEN
                MOVE fart_tauxtva TO Wport-taux
            ELSE
                IF fart_tauxtva NOT = Wport-taux THEN
                    MOVE 1 TO Wport-mixte
                END-IF
            END-IF
            ADD 1 TO Wport-nb
        END-IF.

        3210-CONTROLER-KIT.
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
                            MOVE 0 TO Wligne-valide
                            MOVE SPACES TO Wmotif-rejet
                            STRING 'article ' fart_id
                                   ' kit (vente au guichet)'
                                DELIMITED BY SIZE INTO Wmotif-rejet
                        END-IF
                END-READ
        END-START.

*> Stock magasin de l'article (tout le stock à défaut de position par
*> dépôt), moins les réservations actives, comme à la prise de
*> commande au guichet.
        3220-STOCK-DISPONIBLE.
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
        IF Wstock-mag > Wqte-reservee THEN
            SUBTRACT Wqte-reservee FROM Wstock-mag
        ELSE
            MOVE 0 TO Wstock-mag
        END-IF.

*> Tarif en vigueur à la date du jour pour l'article courant (même
*> règle que RECHERCHER_PRIX_VENTE au guichet).
        3230-PRIX-EN-VIGUEUR.
        MOVE fart_prix TO Wprix-vente
        MOVE fart_id TO ftar_idart
        MOVE 0 TO ftar_datedebut
        MOVE 0 TO Wfinm
        START tarifs KEY IS NOT LESS THAN ftar_key
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ tarifs NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF ftar_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF ftar_datedebut > SYS-DATE-NUM THEN
                            MOVE 1 TO Wfinm
                        ELSE
                            MOVE ftar_prix TO Wprix-vente
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Meilleure règle promotionnelle applicable à la ligne Wix (même
*> évaluation que EVALUER_MEILLEURE_PROMO : dates, plafond
*> d'utilisation, cible type/article, palier de quantité atteint).
        3240-MEILLEURE-PROMO.
        MOVE 0 TO Wbest-pct
        MOVE SPACES TO Wbest-code
        MOVE LOW-VALUES TO fpromo_code
        MOVE 0 TO Wfinm
        START promotions KEY IS NOT LESS THAN fpromo_code
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ promotions NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    PERFORM 3250-EVALUER-REGLE
            END-READ
        END-PERFORM.

        3250-EVALUER-REGLE.
        IF SYS-DATE-NUM >= fpromo_debut-num
           AND SYS-DATE-NUM <= fpromo_fin-num
           AND (fpromo_maxutil = 0
                OR fpromo_nbutil < fpromo_maxutil)
           AND (fpromo_cibletype = SPACES
                OR fpromo_cibletype = fart_type)
           AND (fpromo_cibleart = 0
                OR fpromo_cibleart = fart_id) THEN
            MOVE fpromo_pourcent TO Wpct-regle
            PERFORM VARYING Wpal-ix FROM 1 BY 1 UNTIL Wpal-ix > 3
                IF fpromo_palier_qte(Wpal-ix) > 0
                   AND Wwl-qte(Wix) >= fpromo_palier_qte(Wpal-ix)
                   AND fpromo_palier_pct(Wpal-ix) > Wpct-regle THEN
                    MOVE fpromo_palier_pct(Wpal-ix) TO Wpct-regle
                END-IF
            END-PERFORM
            IF Wpct-regle > Wbest-pct THEN
                MOVE Wpct-regle TO Wbest-pct
                MOVE fpromo_code TO Wbest-code
            END-IF
        END-IF.

*> Eco-participation unitaire HT de l'article fart_id vendu au prix
*> Wprix-vente, comme au guichet : catégorie de l'article, puis
*> première tranche de la catégorie dont le plafond couvre le prix.
*> Article non soumis ou prix au-delà de la dernière tranche :
*> Weco-unitaire à zéro.
        3260-ECO-PARTICIPATION.
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

*> Port de la commande selon la grille (même règle que
*> TARIFER_FRAIS_PORT) : zone de la ville de livraison saisie sur le
*> site, tarif le moins cher couvrant le poids cumulé, franco sur le
*> net HT des marchandises, TVA-PORT quand les taux sont mélangés.
        3500-TARIFER-PORT.
        IF Wport-mixte = 1 THEN
            MOVE Wtva-port TO Wport-taux
        END-IF
        MOVE Wzone-def TO Wport-zone
        MOVE Wweb-ville TO fzl_ville
        READ zonesLivraison
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fzl_zone TO Wport-zone
        END-READ
        MOVE 0 TO Wport-idfou
        MOVE 0 TO Wport-prix
        MOVE Wport-zone TO ftp_zone
        MOVE Wport-poids TO ftp_poidsmax
        MOVE 0 TO ftp_idfou
        MOVE 0 TO Wport-fin
        START tarifsPort KEY IS NOT LESS THAN ftp_key
            INVALID KEY MOVE 1 TO Wport-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wport-fin = 1
            READ tarifsPort NEXT RECORD
                AT END
                    MOVE 1 TO Wport-fin
                NOT AT END
                    IF ftp_zone NOT = Wport-zone THEN
                        MOVE 1 TO Wport-fin
                    ELSE
                        IF Wport-idfou = 0 OR ftp_prix < Wport-prix THEN
                            MOVE ftp_idfou TO Wport-idfou
                            MOVE ftp_prix TO Wport-prix
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO Wport-offert
        MOVE Wport-prix TO Wport-montant
        IF Wport-idfou > 0 AND Wfranco-port > 0
           AND Wport-ht >= Wfranco-port THEN
            MOVE 1 TO Wport-offert
            MOVE 0 TO Wport-montant
        END-IF.

        3900-REJETER-COMMANDE.
        ADD 1 TO Wnb-rejetees
        MOVE Wweb-paye TO Wweb-paye-ed
        MOVE SPACES TO frwTampon
        STRING "REJET (" Wmotif-rejet ") : commande web " Wweb-ref
               " - " Wweb-nom " " Wweb-prenom
               " - paye " Wweb-paye-ed
            DELIMITED BY SIZE INTO frwTampon
        WRITE frwTampon
        PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > Wnb-wl
            MOVE SPACES TO frwTampon
            STRING "    article " Wwl-idart(Wix) " qte " Wwl-qte(Wix)
                DELIMITED BY SIZE INTO frwTampon
            WRITE frwTampon
        END-PERFORM.

*> Client de la commande : première fiche active qui répond à une des
*> règles des doublons (nom+prénom, téléphone, mail, dans cet
*> ordre) ; à défaut une fiche est créée avec le compteur 2, comme au
*> guichet, avec l'adresse de livraison saisie sur le site. Un client
*> connu qui a saisi une autre adresse de livraison voit sa fiche mise
*> à jour (le manifeste transporteur imprime l'adresse de la fiche),
*> modification tracée au journal comme au guichet.
        4000-RAPPROCHER-CLIENT.
        MOVE 0 TO Wclient-id
        PERFORM VARYING Wi FROM 1 BY 1
                UNTIL Wi > Wnb-clients OR Wclient-id > 0
            IF Wcli-nom(Wi) = Wweb-nom
               AND Wcli-prenom(Wi) = Wweb-prenom THEN
                MOVE Wcli-id(Wi) TO Wclient-id
            END-IF
        END-PERFORM
        IF Wclient-id = 0 AND Wweb-tel NOT = SPACES THEN
            PERFORM VARYING Wi FROM 1 BY 1
                    UNTIL Wi > Wnb-clients OR Wclient-id > 0
                IF Wcli-tel(Wi) = Wweb-tel THEN
                    MOVE Wcli-id(Wi) TO Wclient-id
                END-IF
            END-PERFORM
        END-IF
        IF Wclient-id = 0 AND Wweb-mail NOT = SPACES THEN
            PERFORM VARYING Wi FROM 1 BY 1
                    UNTIL Wi > Wnb-clients OR Wclient-id > 0
                IF Wcli-mail(Wi) = Wweb-mail THEN
                    MOVE Wcli-id(Wi) TO Wclient-id
                END-IF
            END-PERFORM
        END-IF
        IF Wclient-id > 0 THEN
            MOVE Wclient-id TO fcl_id
            READ clients
                INVALID KEY
                    MOVE SPACES TO fcl_nom fcl_prenom
                NOT INVALID KEY
                    IF Wweb-adresse NOT = SPACES
                       AND (Wweb-adresse NOT = fcl_adresse
                         OR Wweb-ville NOT = fcl_ville) THEN
                        PERFORM 4200-MAJ-ADRESSE-CLIENT
                    END-IF
            END-READ
        ELSE
            PERFORM 4100-CREER-CLIENT
        END-IF.

        4100-CREER-CLIENT.
        MOVE 2 TO fcpt_id
        READ compteurs
            INVALID KEY
                MOVE 2 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fcl_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        MOVE Wweb-nom TO fcl_nom
        MOVE Wweb-prenom TO fcl_prenom
        IF Wweb-tel IS NUMERIC THEN
            MOVE Wweb-tel TO fcl_tel
        ELSE
            MOVE SPACES TO fcl_tel
        END-IF
        MOVE Wweb-mail TO fcl_mail
        SET CLIENT-ACTIF TO TRUE
        MOVE 0 TO fcl_opemaj
        MOVE SYS-DATE-NUM TO fcl_datemaj
        MOVE Wweb-adresse TO fcl_adresse
        MOVE Wweb-ville TO fcl_ville
        WRITE fclTampon END-WRITE
        MOVE fcl_id TO Wclient-id
        ADD 1 TO Wnb-clients-crees
        MOVE 'CLIENT' TO Wjmj-fichier
        MOVE fcl_id TO Wjmj-idrecord
        MOVE 'CREATION' TO Wjmj-operation
        MOVE SPACES TO Wjmj-avant
        MOVE fclTampon TO Wjmj-apres
        PERFORM 8000-JOURNALISER-MAJ
        IF Wnb-clients < 2000 THEN
            ADD 1 TO Wnb-clients
            MOVE fcl_id TO Wcli-id(Wnb-clients)
            MOVE fcl_nom TO Wcli-nom(Wnb-clients)
            MOVE fcl_prenom TO Wcli-prenom(Wnb-clients)
            MOVE fcl_tel TO Wcli-tel(Wnb-clients)
            MOVE fcl_mail TO Wcli-mail(Wnb-clients)
        END-IF.

        4200-MAJ-ADRESSE-CLIENT.
        MOVE fclTampon TO Wjmj-avant
        MOVE Wweb-adresse TO fcl_adresse
        MOVE Wweb-ville TO fcl_ville
        MOVE 0 TO fcl_opemaj
        MOVE SYS-DATE-NUM TO fcl_datemaj
        REWRITE fclTampon
        MOVE 'CLIENT' TO Wjmj-fichier
        MOVE fcl_id TO Wjmj-idrecord
        MOVE 'MODIF' TO Wjmj-operation
        MOVE fclTampon TO Wjmj-apres
        PERFORM 8000-JOURNALISER-MAJ.

*> Création de la commande acceptée : numéro du compteur 3, en-tête
*> sur la première ligne comme au guichet, puis chaque ligne avec
*> sortie de stock magasin, mouvement VENTE, statistiques et cumul du
*> code promo retenu, et sa ligne d'éco-participation (numérotée
*> après les articles) ; ligne de port, points de fidélité sur le net
*> HT, fiche de livraison à préparer et règlement WEB de ce qui a été
*> encaissé en ligne (hors session de caisse).
        5000-CREER-COMMANDE.
        MOVE 3 TO fcpt_id
        READ compteurs
            INVALID KEY
                MOVE 3 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fco_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        MOVE Wclient-id TO fco_idcl
        MOVE Wwl-idart(1) TO fco_idart
        MOVE Wwl-qte(1) TO fco_qte
        MOVE SYS-DATE TO fco_date
        MOVE Wwl-code(1) TO fco_promo
        SET COMMANDE-ACTIVE TO TRUE
        MOVE 0 TO fco_opemaj
        MOVE SYS-DATE-NUM TO fco_datemaj
        WRITE fcoTampon END-WRITE
        MOVE 'COMMANDE' TO Wjmj-fichier
        MOVE fco_id TO Wjmj-idrecord
        MOVE 'CREATION' TO Wjmj-operation
        MOVE SPACES TO Wjmj-avant
        MOVE fcoTampon TO Wjmj-apres
        PERFORM 8000-JOURNALISER-MAJ
        MOVE SPACES TO fconfTampon
        STRING 'Commande n. ' fco_id
               ' du ' fco_jour '/' fco_mois '/' fco_annee
               ' - web ' Wweb-ref
               ' - Client: ' fcl_nom ' ' fcl_prenom
            DELIMITED BY SIZE INTO fconfTampon
        WRITE fconfTampon
        MOVE 0 TO Wpoints-gagnes
        MOVE Wnb-wl TO Weco-seqeco
        PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > Wnb-wl
            PERFORM 5100-CREER-LIGNE
            IF Wwl-eco(Wix) > 0 THEN
                PERFORM 5150-CREER-LIGNE-ECO
            END-IF
        END-PERFORM
        IF Wport-montant > 0 THEN
            MOVE fco_id TO flc_idco
            COMPUTE flc_seq = Weco-seqeco + 1
            MOVE Wport-idart TO flc_idart
            MOVE 1 TO flc_qte
            MOVE Wport-montant TO flc_prix
            MOVE Wport-taux TO flc_tauxtva
            MOVE 0 TO flc_remise
            WRITE flcTampon END-WRITE
        END-IF
        IF Wport-idfou > 0 THEN
            PERFORM 5300-ENREGISTRER-PORT
        END-IF
        IF Wpoints-gagnes > 0 THEN
            MOVE fco_idcl TO ffid_idcl
            READ fidelite
                INVALID KEY
                    MOVE fco_idcl TO ffid_idcl
                    MOVE Wpoints-gagnes TO ffid_points
                    MOVE Wpoints-gagnes TO ffid_cumul
                    WRITE ffidTampon END-WRITE
                NOT INVALID KEY
                    ADD Wpoints-gagnes TO ffid_points
                    ADD Wpoints-gagnes TO ffid_cumul
                    REWRITE ffidTampon
            END-READ
        END-IF
        MOVE fco_id TO fliv_idco
        SET LIVR-A-PREPARER TO TRUE
        MOVE SPACES TO fliv_transporteur
        MOVE 0 TO fliv_dateexp
        MOVE 0 TO fliv_datelivr
        WRITE flivTampon
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE fco_id TO fpai_idco
        MOVE 1 TO fpai_seq
        MOVE SYS-DATE TO fpai_date
        MOVE Wweb-paye TO fpai_montant
        MOVE 'WEB' TO fpai_mode
        MOVE 0 TO fpai_session
        WRITE fpaiTampon
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE Wweb-paye TO Wweb-paye-ed
        MOVE SPACES TO fconfTampon
        IF Wport-offert = 1 THEN
            STRING '  Frais de port: offerts (zone ' Wport-zone
                   ', franco atteint) - Regle en ligne: ' Wweb-paye-ed
                DELIMITED BY SIZE INTO fconfTampon
        ELSE
            STRING '  Frais de port HT: ' Wport-montant
                   ' - Regle en ligne: ' Wweb-paye-ed
                DELIMITED BY SIZE INTO fconfTampon
        END-IF
        WRITE fconfTampon.

        5100-CREER-LIGNE.
        MOVE fco_id TO flc_idco
        MOVE Wix TO flc_seq
        MOVE Wwl-idart(Wix) TO flc_idart
        MOVE Wwl-qte(Wix) TO flc_qte
        MOVE Wwl-prix(Wix) TO flc_prix
        MOVE Wwl-tauxtva(Wix) TO flc_tauxtva
        MOVE Wwl-remise(Wix) TO flc_remise
        WRITE flcTampon END-WRITE
        MOVE Wwl-idart(Wix) TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fart_stock >= Wwl-qte(Wix) THEN
                    SUBTRACT Wwl-qte(Wix) FROM fart_stock
                ELSE
                    MOVE 0 TO fart_stock
                END-IF
                REWRITE fartTampon
        END-READ
        MOVE fart_id TO fsd_idart
        MOVE 'MAG' TO fsd_depot
        READ stockDepots
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fsd_qte >= Wwl-qte(Wix) THEN
                    SUBTRACT Wwl-qte(Wix) FROM fsd_qte
                ELSE
                    MOVE 0 TO fsd_qte
                END-IF
                REWRITE fsdTampon
        END-READ
        PERFORM 5200-MOUVEMENT-VENTE
        MOVE fart_id TO fstata_idart
        READ statistiquesArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE fstata_nbCommande = fstata_nbCommande + 1
                ADD Wwl-qte(Wix) TO fstata_qtevendue
                REWRITE fstataTampon
        END-READ
        COMPUTE Wmontant-brut = Wwl-prix(Wix) * Wwl-qte(Wix)
        COMPUTE Wmontant-remise =
            Wmontant-brut * Wwl-remise(Wix) / 100
        COMPUTE Wmontant-net = Wmontant-brut - Wmontant-remise
*> Comme au guichet, l'utilisation du code est comptée une fois par
*> commande (première ligne), la remise accordée sur chaque ligne.
        IF Wwl-code(Wix) NOT = SPACES AND Wwl-remise(Wix) > 0 THEN
            MOVE Wwl-code(Wix) TO fpromo_code
            READ promotions
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF Wix = 1 THEN
                        ADD 1 TO fpromo_nbutil
                    END-IF
                    ADD Wmontant-remise TO fpromo_totalremise
                    REWRITE fpromoTampon
            END-READ
        END-IF
        MOVE Wmontant-net TO Wpoints-ligne
        ADD Wpoints-ligne TO Wpoints-gagnes
        MOVE SPACES TO fconfTampon
        STRING '  Article: ' Wwl-nom(Wix) ' - Qte: ' Wwl-qte(Wix)
               ' - Prix HT: ' Wwl-prix(Wix)
               ' - Remise: ' Wwl-remise(Wix) '% ' Wwl-code(Wix)
            DELIMITED BY SIZE INTO fconfTampon
        WRITE fconfTampon.

*> Ligne fictive d'éco-participation de la ligne d'article Wix
*> (quantité de l'article, montant du barème, TVA de l'article, sans
*> remise), fiche ecolignes.dat qui la rattache à la ligne d'article
*> et mouvement de vente pour la déclaration du mois.
        5150-CREER-LIGNE-ECO.
        ADD 1 TO Weco-seqeco
        MOVE fco_id TO flc_idco
        MOVE Weco-seqeco TO flc_seq
        MOVE Weco-idart TO flc_idart
        MOVE Wwl-qte(Wix) TO flc_qte
        MOVE Wwl-eco(Wix) TO flc_prix
        MOVE Wwl-tauxtva(Wix) TO flc_tauxtva
        MOVE 0 TO flc_remise
        WRITE flcTampon END-WRITE
        MOVE fco_id TO fel_idco
        MOVE Wix TO fel_seq
        MOVE Weco-seqeco TO fel_seqeco
        MOVE Wwl-ecocat(Wix) TO fel_categorie
        MOVE Wwl-eco(Wix) TO fel_unitaire
        MOVE Wwl-qte(Wix) TO fel_qte
        MOVE 0 TO fel_qterepris
        MOVE SYS-DATE-NUM TO fel_date
        WRITE felTampon
            INVALID KEY
                REWRITE felTampon
        END-WRITE
        MOVE SYS-DATE-NUM TO fem_date
        MOVE fco_id TO fem_idco
        MOVE Wix TO fem_seq
        MOVE '+' TO fem_sens
        MOVE 0 TO fem_ref
        MOVE Wwl-ecocat(Wix) TO fem_categorie
        MOVE Wwl-qte(Wix) TO fem_qte
        COMPUTE fem_montant = Wwl-eco(Wix) * Wwl-qte(Wix)
        MOVE 0 TO fem_ope
        WRITE femTampon
            INVALID KEY
                REWRITE femTampon
        END-WRITE
        COMPUTE Weco-ht = Wwl-eco(Wix) * Wwl-qte(Wix)
        COMPUTE Weco-ttc ROUNDED =
            Weco-ht * (1 + Wwl-tauxtva(Wix) / 100)
        MOVE SPACES TO fconfTampon
        STRING '  Eco-participation (' Wwl-ecocat(Wix)
               '): PU HT ' Wwl-eco(Wix)
               ' - HT: ' Weco-ht
               ' - TTC: ' Weco-ttc ' - non remisable'
            DELIMITED BY SIZE INTO fconfTampon
        WRITE fconfTampon.

        5200-MOUVEMENT-VENTE.
        MOVE fart_id TO fmvt_idart
        MOVE 0 TO fmvt_seq
        MOVE 0 TO Wprochainseqm
        START mouvementsStock KEY IS NOT LESS THAN fmvt_key
            INVALID KEY
                CONTINUE
        END-START
        MOVE 0 TO Wfinm
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ mouvementsStock NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fmvt_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        MOVE fmvt_seq TO Wprochainseqm
                    END-IF
            END-READ
        END-PERFORM
        ADD 1 TO Wprochainseqm
        MOVE fart_id TO fmvt_idart
        MOVE Wprochainseqm TO fmvt_seq
        MOVE FUNCTION CURRENT-DATE TO fmvt_date
        MOVE 'VENTE' TO fmvt_type
        MOVE '-' TO fmvt_sens
        MOVE Wwl-qte(Wix) TO fmvt_qte
        MOVE fco_id TO fmvt_ref
        MOVE 'MAG' TO fmvt_depot
        WRITE fmvtTampon END-WRITE.

*> Fiche fraisport.dat de la commande : transporteur retenu, zone,
*> poids, port facturé et tarif attendu pour le rapprochement.
        5300-ENREGISTRER-PORT.
        MOVE fco_id TO ffp_idco
        MOVE fco_date-num TO ffp_date-num
        MOVE Wport-idfou TO ffp_idfou
        MOVE Wport-zone TO ffp_zone
        MOVE Wport-poids TO ffp_poids
        MOVE Wport-montant TO ffp_montant
        MOVE Wport-prix TO ffp_tarif
        MOVE Wport-taux TO ffp_tauxtva
        IF Wport-offert = 1 THEN
            SET PORT-OFFERT TO TRUE
        ELSE
            SET PORT-FACTURE TO TRUE
        END-IF
        MOVE 0 TO ffp_ope
        WRITE ffpTampon
            INVALID KEY
                REWRITE ffpTampon
        END-WRITE.

*> Trace une mise à jour (création de client ou de commande,
*> changement d'adresse d'un client) au journal des modifications :
*> l'appelant garnit les zones Wjmj-* (image avant vide pour une
*> création), opérateur 000 = chaîne de nuit, même clé
*> date+heure+séquence que côté guichet.
        8000-JOURNALISER-MAJ.
        MOVE FUNCTION CURRENT-DATE(1:8) TO fjmj_date
        MOVE FUNCTION CURRENT-DATE(9:6) TO fjmj_heure
        MOVE 0 TO fjmj_seq
        MOVE 0 TO Wprochainseqj
        START journalMaj KEY IS NOT LESS THAN fjmj_key
            INVALID KEY
                CONTINUE
        END-START
        MOVE 0 TO Wfinj
        PERFORM WITH TEST BEFORE UNTIL Wfinj = 1
            READ journalMaj NEXT RECORD
                AT END
                    MOVE 1 TO Wfinj
                NOT AT END
                    MOVE fjmj_seq TO Wprochainseqj
            END-READ
        END-PERFORM
        ADD 1 TO Wprochainseqj
        MOVE FUNCTION CURRENT-DATE(1:8) TO fjmj_date
        MOVE FUNCTION CURRENT-DATE(9:6) TO fjmj_heure
        MOVE Wprochainseqj TO fjmj_seq
        MOVE Wjmj-fichier TO fjmj_fichier
        MOVE Wjmj-idrecord TO fjmj_idrecord
        MOVE Wjmj-operation TO fjmj_operation
        MOVE 0 TO fjmj_ope
        MOVE Wjmj-avant TO fjmj_avant
        MOVE Wjmj-apres TO fjmj_apres
        WRITE fjmjTampon END-WRITE.
