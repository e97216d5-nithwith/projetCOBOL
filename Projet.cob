       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fdevp_stat.

       SELECT remboursements ASSIGN TO "remboursements.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY frmb_idrecl
       ALTERNATE RECORD KEY frmb_idcl WITH DUPLICATES
       ALTERNATE RECORD KEY frmb_idavr WITH DUPLICATES
       FILE STATUS IS frmb_stat.

       SELECT devisReparation ASSIGN TO "devisreparation.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fdr_idrecl
       FILE STATUS IS fdr_stat.

       SELECT devisRepPrint ASSIGN TO "devisreparation.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fdrp_stat.

       SELECT campagnesRappel ASSIGN TO "campagnesrappel.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcr_id
       FILE STATUS IS fcr_stat.

       SELECT unitesRappel ASSIGN TO "unitesrappel.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fur_key
       FILE STATUS IS fur_stat.

       SELECT tarifsExtension ASSIGN TO "tarifsextension.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY ftex_key
       FILE STATUS IS ftex_stat.

       SELECT contratsGarantie ASSIGN TO "contratsgarantie.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcg_id
       ALTERNATE RECORD KEY fcg_idco WITH DUPLICATES
       ALTERNATE RECORD KEY fcg_numserie WITH DUPLICATES
       FILE STATUS IS fcg_stat.

       SELECT pretsCourtoisie ASSIGN TO "pretscourtoisie.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fprt_idrecl
       ALTERNATE RECORD KEY fprt_numserie WITH DUPLICATES
       FILE STATUS IS fprt_stat.

       SELECT nomenclatures ASSIGN TO "nomenclatures.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fnom_key
       ALTERNATE RECORD KEY fnom_idcomp WITH DUPLICATES
       FILE STATUS IS fnom_stat.

       SELECT ventilationKits ASSIGN TO "ventilationkits.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fvk_key
       ALTERNATE RECORD KEY fvk_idcomp WITH DUPLICATES
       FILE STATUS IS fvk_stat.

       SELECT substitutions ASSIGN TO "substitutions.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fsub_key
       FILE STATUS IS fsub_stat.

       SELECT substitutionsLignes ASSIGN TO "substitutionslignes.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fsbl_key
       ALTERNATE RECORD KEY fsbl_iddem WITH DUPLICATES
       ALTERNATE RECORD KEY fsbl_idsub WITH DUPLICATES
       FILE STATUS IS fsbl_stat.

       SELECT poidsArticles ASSIGN TO "poidsarticles.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fpa_idart
       FILE STATUS IS fpa_stat.

       SELECT zonesLivraison ASSIGN TO "zoneslivraison.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fzl_ville
       FILE STATUS IS fzl_stat.

       SELECT tarifsPort ASSIGN TO "tarifsport.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY ftp_key
       FILE STATUS IS ftp_stat.

       SELECT fraisPort ASSIGN TO "fraisport.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY ffp_idco
       ALTERNATE RECORD KEY ffp_idfou WITH DUPLICATES
       FILE STATUS IS ffp_stat.

       SELECT reclamationsFou ASSIGN TO "reclamationsfou.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY frfo_id
       ALTERNATE RECORD KEY frfo_idrecl WITH DUPLICATES
       ALTERNATE RECORD KEY frfo_idfou WITH DUPLICATES
       FILE STATUS IS frfo_stat.

       SELECT livraisons ASSIGN TO "livraisons.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fliv_idco
       FILE STATUS IS fliv_stat.

       SELECT expeditions ASSIGN TO "expeditions.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fexp_idco
       ALTERNATE RECORD KEY fexp_suivi WITH DUPLICATES
       FILE STATUS IS fexp_stat.

       SELECT factures ASSIGN TO "factures.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fcais_stat.

       SELECT comptesClients ASSIGN TO "comptesclients.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcc_idcl
       FILE STATUS IS fcc_stat.

       SELECT remisesBanque ASSIGN TO "remisesbanque.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY frem_id
       FILE STATUS IS frem_stat.

       SELECT remisesSessions ASSIGN TO "remisessessions.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY frms_idses
       ALTERNATE RECORD KEY frms_idrem WITH DUPLICATES
       FILE STATUS IS frms_stat.

       SELECT bordereauPrint ASSIGN TO WS-BORDEREAU-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fbrd_stat.

       SELECT mandats ASSIGN TO "mandats.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fmdt_idcl
       FILE STATUS IS fmdt_stat.

       SELECT catalogueFou ASSIGN TO "cataloguefou.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcf_key
       FILE STATUS IS fcf_stat.

       SELECT planComptable ASSIGN TO "plancomptable.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fpc_key
       FILE STATUS IS fpc_stat.

       SELECT reglementsFou ASSIGN TO "reglementsfou.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY frgf_key
       FILE STATUS IS frgf_stat.

       SELECT campagnesVir ASSIGN TO "campagnesvir.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcvi_id
       FILE STATUS IS fcvi_stat.

       SELECT lignesCampVir ASSIGN TO "lignescampvir.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY flcv_key
       FILE STATUS IS flcv_stat.

       SELECT virementsPrint ASSIGN TO WS-VIREMENT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fvir_stat.

       SELECT avisVirementPrint ASSIGN TO WS-AVIS-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS favv_stat.

       SELECT fraisApproche ASSIGN TO "fraisapproche.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY ffap_key
       FILE STATUS IS ffap_stat.

       SELECT repartitionFrais ASSIGN TO "repartitionfrais.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY frep_key
       FILE STATUS IS frep_stat.

       SELECT coutRevientPrint ASSIGN TO WS-COUTREV-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fcrv_stat.

       SELECT demarques ASSIGN TO "demarques.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fdem_idart
       FILE STATUS IS fdem_stat.

       SELECT baremesEco ASSIGN TO "baremeseco.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fbe_key
       FILE STATUS IS fbe_stat.

       SELECT ecoArticles ASSIGN TO "ecoarticles.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fea_idart
       ALTERNATE RECORD KEY fea_categorie WITH DUPLICATES
       FILE STATUS IS fea_stat.

       SELECT ecoLignes ASSIGN TO "ecolignes.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fel_key
       FILE STATUS IS fel_stat.

       SELECT ecoMouvements ASSIGN TO "ecomouvements.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fem_key
       FILE STATUS IS fem_stat.

       SELECT ecoDeclarations ASSIGN TO "ecodeclarations.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fed_key
       FILE STATUS IS fed_stat.

       SELECT declarationEcoPrint ASSIGN TO WS-DECLECO-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fdep_stat.

       SELECT provisionsGarantie ASSIGN TO "provisionsgarantie.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fpg_key
       FILE STATUS IS fpg_stat.

       SELECT provisionPrint ASSIGN TO WS-PROVGAR-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fpgp_stat.

       SELECT soldesBanque ASSIGN TO "soldesbanque.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fsb_date
       FILE STATUS IS fsb_stat.

       SELECT tresoPrint ASSIGN TO WS-TRESO-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ftrp_stat.

       SELECT tresoCsv ASSIGN TO WS-TRESOCSV-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ftrc_stat.

       SELECT donneesPrint ASSIGN TO WS-RGPD-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fdon_stat.

       SELECT analyseVentesPrint ASSIGN TO WS-ANVENTES-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fanv_stat.

       SELECT reglesCommission ASSIGN TO "reglescommission.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY freg_key
       FILE STATUS IS freg_stat.

       SELECT commissionLignes ASSIGN TO "commissionlignes.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcol_key
       FILE STATUS IS fcol_stat.

       SELECT commissionMouvements ASSIGN TO "commissionmouvements.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcmv_key
       FILE STATUS IS fcmv_stat.

       SELECT commissionsMois ASSIGN TO "commissionsmois.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcms_key
       FILE STATUS IS fcms_stat.

       SELECT commissionPrint ASSIGN TO WS-COMMISSION-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fcmp_stat.

       SELECT accordsPrix ASSIGN TO "accordsprix.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fapx_key
       ALTERNATE RECORD KEY fapx_fin WITH DUPLICATES
       FILE STATUS IS fapx_stat.

       SELECT accordsPrint ASSIGN TO WS-ACCORDS-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fapp_stat.

       SELECT cartesCadeau ASSIGN TO "cartescadeau.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fcad_id
       ALTERNATE RECORD KEY fcad_idco WITH DUPLICATES
       FILE STATUS IS fcad_stat.

       SELECT mouvementsCartes ASSIGN TO "mouvementscartes.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fmcd_key
       ALTERNATE RECORD KEY fmcd_idco WITH DUPLICATES
       FILE STATUS IS fmcd_stat.

       SELECT ecartsInventaire ASSIGN TO "ecartsinventaire.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY fei_key
       FILE STATUS IS fei_stat.

DATA DIVISION.
FILE SECTION.

          02 ffou_actif PIC X(1).
              88 FOURNISSEUR-ACTIF VALUE '1'.
              88 FOURNISSEUR-INACTIF VALUE '0'.
          02 ffou_iban PIC X(34).
          02 ffou_bic PIC X(11).
          02 ffou_delaireg PIC 9(3).

        FD ordresAchat.
        01 foaTampon.
                10 foa_annee PIC 9(4).
                10 foa_mois PIC 9(2).
                10 foa_jour PIC 9(2).
            05 foa_date-num REDEFINES foa_date PIC 9(8).
          02 foa_etat PIC X(10).
              88 OA-ENVOYE VALUE 'envoye'.
              88 OA-PARTIEL VALUE 'partiel'.
          02 floa_idart PIC 9(5).
          02 floa_qtecmd PIC 9(5).
          02 floa_qterecue PIC 9(5).
          02 floa_daterec PIC 9(8).

        FD reliquats.
        01 fboTampon.
          02 ffaf_litige PIC X(1).
              88 FACFOU-EN-LITIGE VALUE '1'.
              88 FACFOU-CONFORME VALUE '0'.
          02 ffaf_refreg PIC X(12).

        FD lignesFactureFou.
        01 flfTampon.
          02 flf_idart PIC 9(5).
          02 flf_qte PIC 9(5).
          02 flf_prixunit PIC 9(7)V99.
          02 flf_ecartqte PIC X(1).
              88 LIGNE-ECART-QTE VALUE '1'.
          02 flf_ecartprix PIC X(1).
              88 LIGNE-ECART-PRIX VALUE '1'.

        FD inventaire.
        01 finvTampon.
              88 SERIE-EN-STOCK VALUE 'stock'.
              88 SERIE-VENDUE VALUE 'vendue'.
              88 SERIE-RETOUR VALUE 'retour'.
              88 SERIE-BLOQUEE VALUE 'bloquee'.
              88 SERIE-PRET VALUE 'pret'.
          02 fsn_idco PIC 9(5).
          02 fsn_seqligne PIC 9(3).
          02 fsn_daterec PIC 9(8).
          02 fsn_datevente PIC 9(8).
          02 fsn_idrecl PIC 9(5).
          02 fsn_idfou PIC 9(5).
          02 fsn_idoa PIC 9(5).

        FD joursFeries.
        01 fjfTampon.
        FD devisPrint.
        01 fdevpTampon PIC X(100).

*> Remboursement versé à la clôture REMBOURSEE d'un dossier (un par
*> réclamation) : une unité de la ligne réclamée au prix historisé,
*> remise et TVA comprises. Espèces et carte portent la session de
*> caisse ; le mode AVOIR pointe l'avoir émis (frmb_idavr).
        FD remboursements.
        01 frmbTampon.
          02 frmb_idrecl PIC 9(5).
          02 frmb_idco PIC 9(5).
          02 frmb_idcl PIC 9(5).
          02 frmb_idart PIC 9(5).
          02 frmb_date PIC 9(8).
          02 frmb_ht PIC 9(7)V99.
          02 frmb_tauxtva PIC 9(2).
          02 frmb_montant PIC 9(7)V99.
          02 frmb_mode PIC X(10).
          02 frmb_session PIC 9(5).
          02 frmb_idavr PIC 9(5).
          02 frmb_ope PIC 9(3).

*> Devis de réparation payante d'un dossier hors garantie (un devis
*> par réclamation) : main-d'oeuvre en heures au taux horaire, pièces
*> reprises de piecesreparation.dat. Une fois la réparation faite, la
*> facture passe par une commande de réparation (fdr_idco).
        FD devisReparation.
        01 fdrTampon.
          02 fdr_idrecl PIC 9(5).
          02 fdr_date PIC 9(8).
          02 fdr_heures PIC 9(3)V99.
          02 fdr_tauxhoraire PIC 9(5)V99.
          02 fdr_tauxtva PIC 9(2).
          02 fdr_montantpieces PIC 9(7)V99.
          02 fdr_etat PIC X(10).
              88 DEVISREP-PROPOSE VALUE 'propose'.
              88 DEVISREP-ACCEPTE VALUE 'accepte'.
              88 DEVISREP-REFUSE VALUE 'refuse'.
              88 DEVISREP-FACTURE VALUE 'facture'.
          02 fdr_datereponse PIC 9(8).
          02 fdr_motifrefus PIC X(30).
          02 fdr_idco PIC 9(5).
          02 fdr_ope PIC 9(3).

        FD devisRepPrint.
        01 fdrpTampon PIC X(100).

*> Campagne de rappel produit : un article, une plage de numéros de
*> série (critère S) ou de dates de réception (critère D), et le
*> texte du courrier de rappel adressé aux clients.
        FD campagnesRappel.
        01 fcrTampon.
          02 fcr_id PIC 9(5).
          02 fcr_idart PIC 9(5).
          02 fcr_critere PIC X(1).
              88 RAPPEL-PAR-SERIE VALUE 'S'.
              88 RAPPEL-PAR-DATE VALUE 'D'.
          02 fcr_seriedeb PIC X(15).
          02 fcr_seriefin PIC X(15).
          02 fcr_datedeb PIC 9(8).
          02 fcr_datefin PIC 9(8).
          02 fcr_texte PIC X(50).
          02 fcr_date PIC 9(8).
          02 fcr_nbvendues PIC 9(5).
          02 fcr_nbbloquees PIC 9(5).
          02 fcr_ope PIC 9(3).

*> Unités touchées par une campagne : vendues (client avisé, dossier
*> de réclamation ouvert) ou encore en stock (bloquées à la vente).
        FD unitesRappel.
        01 furTampon.
          02 fur_key.
            03 fur_idcr PIC 9(5).
            03 fur_numserie PIC X(15).
          02 fur_etat PIC X(10).
              88 UNITE-NOTIFIEE VALUE 'notifiee'.
              88 UNITE-BLOQUEE VALUE 'bloquee'.
              88 UNITE-DEBLOQUEE VALUE 'debloquee'.
          02 fur_idco PIC 9(5).
          02 fur_seqligne PIC 9(3).
          02 fur_idcl PIC 9(5).
          02 fur_idrecl PIC 9(5).

*> Tarifs des extensions de garantie, par durée (en années) : soit
*> pour un type d'article (ftex_plafond à zéro), soit pour une tranche
*> de prix (ftex_type à blanc, ftex_plafond = prix HT maximal de
*> l'article couvert). Le type prime sur la tranche.
        FD tarifsExtension.
        01 ftexTampon.
          02 ftex_key.
            03 ftex_annees PIC 9(1).
            03 ftex_type PIC A(10).
            03 ftex_plafond PIC 9(5)V99.
          02 ftex_prix PIC 9(5)V99.
          02 ftex_ope PIC 9(3).
          02 ftex_datemaj PIC 9(8).

*> Contrat d'extension de garantie (compteur J) : rattaché à la ligne
*> de commande de l'article couvert (fcg_seqligne) et à l'unité
*> vendue quand elle a un numéro de série, la vente de l'extension
*> elle-même étant portée par la ligne fcg_seqext de la même
*> commande. La couverture court de la fin de la garantie
*> constructeur (fcg_datedeb) à fcg_datefin.
        FD contratsGarantie.
        01 fcgTampon.
          02 fcg_id PIC 9(5).
          02 fcg_idco PIC 9(5).
          02 fcg_seqligne PIC 9(3).
          02 fcg_seqext PIC 9(3).
          02 fcg_idart PIC 9(5).
          02 fcg_numserie PIC X(15).
          02 fcg_idcl PIC 9(5).
          02 fcg_qte PIC 9(3).
          02 fcg_annees PIC 9(1).
          02 fcg_prix PIC 9(5)V99.
          02 fcg_tauxtva PIC 9(2).
          02 fcg_datevente PIC 9(8).
          02 fcg_datedeb PIC 9(8).
          02 fcg_datefin PIC 9(8).
          02 fcg_etat PIC X(10).
              88 CONTRAT-ACTIF VALUE 'actif'.
              88 CONTRAT-ANNULE VALUE 'annule'.
          02 fcg_ope PIC 9(3).

*> Registre des prêts de courtoisie (un par dossier de réclamation) :
*> l'unité prêtée appartient au parc de prêt (série à l'état 'pret',
*> invendable), avec le client, la date de sortie et la date de
*> retour convenue.
        FD pretsCourtoisie.
        01 fprtTampon.
          02 fprt_idrecl PIC 9(5).
          02 fprt_numserie PIC X(15).
          02 fprt_idcl PIC 9(5).
          02 fprt_datesortie PIC 9(8).
          02 fprt_dateprevue PIC 9(8).
          02 fprt_dateretour PIC 9(8).
          02 fprt_etat PIC X(10).
              88 PRET-SORTI VALUE 'sorti'.
              88 PRET-RENDU VALUE 'rendu'.
          02 fprt_daterelance PIC 9(8).
          02 fprt_ope PIC 9(3).

*> Nomenclature des kits : un enregistrement par composant, avec la
*> quantité de ce composant dans un kit.
        FD nomenclatures.
        01 fnomTampon.
          02 fnom_key.
            03 fnom_idkit PIC 9(5).
            03 fnom_idcomp PIC 9(5).
          02 fnom_qte PIC 9(3).
          02 fnom_ope PIC 9(3).
          02 fnom_datemaj PIC 9(8).

*> Ventilation d'une ligne de vente de kit (commande + ligne + rang
*> du composant) : part du net HT de la ligne, quantité sortie et
*> taux de TVA de chaque composant.
        FD ventilationKits.
        01 fvkTampon.
          02 fvk_key.
            03 fvk_idco PIC 9(5).
            03 fvk_seq PIC 9(3).
            03 fvk_rang PIC 9(2).
          02 fvk_idcomp PIC 9(5).
          02 fvk_idkit PIC 9(5).
          02 fvk_qte PIC 9(5).
          02 fvk_montant PIC 9(7)V99.
          02 fvk_tauxtva PIC 9(2).

*> Articles de remplacement d'un article (un enregistrement par
*> couple demandé/remplaçant) : équivalent ou gamme supérieure, règle
*> de prix appliquée au client, et accord pour que la chaîne de nuit
*> serve un vieux reliquat avec ce remplaçant.
        FD substitutions.
        01 fsubTampon.
          02 fsub_key.
            03 fsub_idart PIC 9(5).
            03 fsub_idsub PIC 9(5).
          02 fsub_nature PIC X(10).
              88 SUB-EQUIVALENT VALUE 'equivalent'.
              88 SUB-SUPERIEUR VALUE 'superieur'.
          02 fsub_regle PIC X(10).
              88 SUB-PRIX-ORIGINE VALUE 'origine'.
              88 SUB-PRIX-SUBSTITUT VALUE 'substitut'.
              88 SUB-PRIX-MINIMUM VALUE 'minimum'.
          02 fsub_approuve PIC X(1).
              88 SUB-APPROUVE VALUE '1'.
              88 SUB-NON-APPROUVE VALUE '0'.
          02 fsub_ope PIC 9(3).
          02 fsub_datemaj PIC 9(8).

*> Trace d'une ligne de commande servie avec un article de
*> remplacement (commande + ligne) : l'article demandé reste connu
*> pour compter la demande réelle dans les statistiques de vente.
        FD substitutionsLignes.
        01 fsblTampon.
          02 fsbl_key.
            03 fsbl_idco PIC 9(5).
            03 fsbl_seq PIC 9(3).
          02 fsbl_iddem PIC 9(5).
          02 fsbl_idsub PIC 9(5).
          02 fsbl_qte PIC 9(3).
          02 fsbl_nature PIC X(10).
          02 fsbl_regle PIC X(10).
          02 fsbl_origine PIC X(10).
              88 SUBST-SAISIE VALUE 'saisie'.
              88 SUBST-DEVIS VALUE 'devis'.
              88 SUBST-RELIQUAT VALUE 'reliquat'.
          02 fsbl_date PIC 9(8).
          02 fsbl_ope PIC 9(3).

*> Poids unitaire d'un article (kg), pour le calcul du port.
        FD poidsArticles.
        01 fpaTampon.
          02 fpa_idart PIC 9(5).
          02 fpa_poids PIC 9(4)V999.
          02 fpa_ope PIC 9(3).
          02 fpa_datemaj PIC 9(8).

*> Zone de livraison d'une ville (fcl_ville de la fiche client).
        FD zonesLivraison.
        01 fzlTampon.
          02 fzl_ville PIC X(20).
          02 fzl_zone PIC 9(2).
          02 fzl_ope PIC 9(3).
          02 fzl_datemaj PIC 9(8).

*> Grille des transporteurs : prix HT d'un envoi dans une zone pour
*> une tranche de poids (ftp_poidsmax = poids maximal couvert, en kg).
        FD tarifsPort.
        01 ftpTampon.
          02 ftp_key.
            03 ftp_zone PIC 9(2).
            03 ftp_poidsmax PIC 9(4)V999.
            03 ftp_idfou PIC 9(5).
          02 ftp_prix PIC 9(5)V99.
          02 ftp_ope PIC 9(3).
          02 ftp_datemaj PIC 9(8).

*> Port d'une commande : transporteur retenu, port facturé au client
*> (ligne Wport-idart) et tarif du transporteur, pour le
*> rapprochement mensuel avec ses factures.
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

*> Réclamation garantie auprès du fournisseur d'origine (une par
*> dossier client) : l'unité défectueuse renvoyée, retrouvée par son
*> numéro de série et la réception d'où elle vient, et les pièces
*> consommées pour la réparer. L'avoir obtenu s'impute sur les
*> factures du fournisseur (règlements de mode AVOIR) ; frfo_impute
*> en garde la part déjà imputée.
        FD reclamationsFou.
        01 frfoTampon.
          02 frfo_id PIC 9(5).
          02 frfo_idrecl PIC 9(5).
          02 frfo_idfou PIC 9(5).
          02 frfo_numserie PIC X(15).
          02 frfo_idart PIC 9(5).
          02 frfo_idoa PIC 9(5).
          02 frfo_daterec PIC 9(8).
          02 frfo_date PIC 9(8).
          02 frfo_valunite PIC 9(7)V99.
          02 frfo_nbpieces PIC 9(3).
          02 frfo_valpieces PIC 9(7)V99.
          02 frfo_etat PIC X(10).
              88 RECLFOU-ENVOYEE VALUE 'envoyee'.
              88 RECLFOU-ACCEPTEE VALUE 'acceptee'.
              88 RECLFOU-CREDITEE VALUE 'creditee'.
              88 RECLFOU-REFUSEE VALUE 'refusee'.
          02 frfo_dateetat PIC 9(8).
          02 frfo_refavoir PIC X(10).
          02 frfo_montavoir PIC 9(7)V99.
          02 frfo_impute PIC 9(7)V99.
          02 frfo_ope PIC 9(3).

        FD livraisons.
        01 flivTampon.
          02 fliv_idco PIC 9(5).
              88 LIVR-EXPEDIEE VALUE 'expediee'.
              88 LIVR-LIVREE VALUE 'livree'.
              88 LIVR-ANNULEE VALUE 'annulee'.
              88 LIVR-INCIDENT VALUE 'incident'.
          02 fliv_transporteur PIC X(20).
          02 fliv_dateexp PIC 9(8).
          02 fliv_datelivr PIC 9(8).

*> Colis d'une expédition : nombre de colis et numéro de suivi du
*> transporteur, date du manifeste qui l'a annoncée, et dernier
*> statut reçu du transporteur (avec le motif d'un incident : refus,
*> adresse inconnue...).
        FD expeditions.
        01 fexpTampon.
          02 fexp_idco PIC 9(5).
          02 fexp_nbcolis PIC 9(3).
          02 fexp_suivi PIC X(20).
          02 fexp_manifeste PIC 9(8).
          02 fexp_statut PIC X(10).
          02 fexp_motif PIC X(30).
          02 fexp_datemaj PIC 9(8).

        FD factures.
        01 ffacTampon.
          02 ffac_id PIC 9(5).
        FD caissePrint.
        01 fcaisTampon PIC X(100).

*> Compte client : plafond d'encours (0 = plafond général PLAFOND-DEF
*> des paramètres, lui-même 0 = sans plafond) et blocage du compte,
*> posé par la relance de niveau 3 ou par le responsable.
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

*> Bordereaux de remise en banque (compteur M) : espèces et chèques
*> d'une ou plusieurs sessions de caisse closes déposés ensemble, à
*> rapprocher du crédit correspondant du relevé bancaire.
        FD remisesBanque.
        01 fremTampon.
          02 frem_id PIC 9(5).
          02 frem_date PIC 9(8).
          02 frem_nbses PIC 9(2).
          02 frem_especes PIC 9(9)V99.
          02 frem_cheques PIC 9(9)V99.
          02 frem_nbchq PIC 9(4).
          02 frem_total PIC 9(9)V99.
          02 frem_etat PIC X(10).
              88 REMISE-DEPOSEE VALUE 'deposee'.
              88 REMISE-RAPPROCHEE VALUE 'rapprochee'.
          02 frem_daterappro PIC 9(8).
          02 frem_ope PIC 9(3).

*> Sessions de caisse remises (une session ne part qu'une fois en
*> banque) et montants remis pour chacune.
        FD remisesSessions.
        01 frmsTampon.
          02 frms_idses PIC 9(5).
          02 frms_idrem PIC 9(5).
          02 frms_especes PIC 9(9)V99.
          02 frms_cheques PIC 9(9)V99.

*> Bordereau de remise imprimé, détaillant chaque chèque.
        FD bordereauPrint.
        01 fbrdTampon PIC X(100).

*> Mandat de prélèvement du client (un par client) : référence unique
*> de mandat (RUM), coordonnées bancaires et date de signature. Un
*> mandat révoqué est conservé, daté, et n'est plus prélevé.
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

*> Catalogue fournisseurs : qui vend quel article, sous quelle
*> référence, à quel prix d'achat convenu, avec quel délai et quel
*> minimum de commande. Clé article+fournisseur : les fournisseurs
*> d'un article se lisent par plage ; un seul est marqué préféré.
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

*> Plan comptable : pour chaque événement (type + code), le compte
*> mouvementé et sa contrepartie. Types : GEN (comptes généraux
*> CLIENT, VENTE, FOURNISSEUR, ACHAT), MODE (trésorerie selon le mode
*> de règlement client), MODF (idem côté fournisseurs), TVAC / TVAD
*> (TVA collectée / déductible par taux), MVT (mouvement de stock :
*> compte de stock et compte de charge en contrepartie). Le journal
*> comptable garde ses comptes usuels pour tout code non renseigné.
        FD planComptable.
        01 fpcTampon.
          02 fpc_key.
            03 fpc_type PIC X(4).
            03 fpc_code PIC X(10).
          02 fpc_compte PIC X(6).
          02 fpc_contrepartie PIC X(6).
          02 fpc_libelle PIC X(20).

*> Règlements fournisseurs datés, un par paiement d'une facture
*> (clé facture+séquence) : le journal comptable les passe le
*> lendemain.
        FD reglementsFou.
        01 frgfTampon.
          02 frgf_key.
            03 frgf_idfaf PIC 9(5).
            03 frgf_seq PIC 9(3).
          02 frgf_idfou PIC 9(5).
          02 frgf_date PIC 9(8).
          02 frgf_montant PIC 9(9)V99.
          02 frgf_mode PIC X(10).
          02 frgf_ope PIC 9(3).

*> Campagnes de virements fournisseurs : une par remise de fichier à
*> la banque (compteur K), avec la date limite d'échéance retenue,
*> le nombre de factures et de virements, le total et l'état. Une
*> campagne rejetée par la banque est annulée en bloc.
        FD campagnesVir.
        01 fcviTampon.
          02 fcvi_id PIC 9(5).
          02 fcvi_date PIC 9(8).
          02 fcvi_echeance PIC 9(8).
          02 fcvi_nbfac PIC 9(4).
          02 fcvi_nbvir PIC 9(4).
          02 fcvi_total PIC 9(9)V99.
          02 fcvi_statut PIC X(1).
              88 CAMPAGNE-EMISE VALUE 'E'.
              88 CAMPAGNE-ANNULEE VALUE 'A'.
          02 fcvi_ope PIC 9(3).
          02 fcvi_dateannul PIC 9(8).
          02 fcvi_opeannul PIC 9(3).

*> Factures soldées par une campagne (clé campagne+facture) : montant
*> viré, séquence du règlement écrit dans reglementsfou.dat et
*> référence du virement du fournisseur, pour l'annulation.
        FD lignesCampVir.
        01 flcvTampon.
          02 flcv_key.
            03 flcv_idcvi PIC 9(5).
            03 flcv_idfaf PIC 9(5).
          02 flcv_idfou PIC 9(5).
          02 flcv_montant PIC 9(9)V99.
          02 flcv_seqrgf PIC 9(3).
          02 flcv_refreg PIC X(12).

*> Fichier de virements remis à la banque : ENTETE, un VIREMENT par
*> fournisseur, FIN (nombre et total de contrôle).
        FD virementsPrint.
        01 fvirTampon PIC X(150).

*> Avis de virement, un par fournisseur, détaillant les factures
*> réglées.
        FD avisVirementPrint.
        01 favvTampon PIC X(100).

*> Factures de frais d'approche (fret, transitaire, droits de douane)
*> réparties sur des ordres d'achat réceptionnés : une ligne par
*> facture et par ordre, avec la base de répartition retenue et la
*> part revenant à l'ordre.
        FD fraisApproche.
        01 ffapTampon.
          02 ffap_key.
            03 ffap_idfaf PIC 9(5).
            03 ffap_idoa PIC 9(5).
          02 ffap_methode PIC X(1).
              88 FRAIS-VALEUR VALUE 'V'.
              88 FRAIS-QUANTITE VALUE 'Q'.
              88 FRAIS-POIDS VALUE 'P'.
          02 ffap_montant PIC 9(9)V99.
          02 ffap_date PIC 9(8).
          02 ffap_ope PIC 9(3).

*> Part de frais d'approche affectée à chaque ligne réceptionnée (clé
*> ordre+ligne+facture de frais) : prix marchandise retenu, stock
*> restant au moment de la répartition, CMP avant et après, et part
*> revenant aux unités déjà vendues (non incorporée au CMP).
        FD repartitionFrais.
        01 frepTampon.
          02 frep_key.
            03 frep_idoa PIC 9(5).
            03 frep_seqoa PIC 9(3).
            03 frep_idfaf PIC 9(5).
          02 frep_idart PIC 9(5).
          02 frep_qte PIC 9(5).
          02 frep_prixunit PIC 9(7)V99.
          02 frep_part PIC 9(9)V99.
          02 frep_stock PIC 9(5).
          02 frep_cmpavant PIC 9(5)V99.
          02 frep_cmpapres PIC 9(5)V99.
          02 frep_partvendue PIC 9(9)V99.
          02 frep_date PIC 9(8).

*> Etat du coût de revient d'une réception (ordre d'achat).
        FD coutRevientPrint.
        01 fcrvTampon PIC X(120).

*> Proposition de démarque d'un article dormant (une par article),
*> écrite par la chaîne de nuit, acceptée ou refusée ici.
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

*> Barème de l'éco-participation DEEE : montant HT unitaire par
*> catégorie de produit et tranche de prix (fbe_plafond = prix de
*> vente HT maximal couvert par la tranche).
        FD baremesEco.
        01 fbeTampon.
          02 fbe_key.
            03 fbe_categorie PIC X(10).
            03 fbe_plafond PIC 9(5)V99.
          02 fbe_montant PIC 9(3)V99.
          02 fbe_ope PIC 9(3).
          02 fbe_datemaj PIC 9(8).

*> Catégorie DEEE d'un article soumis à l'éco-participation.
        FD ecoArticles.
        01 feaTampon.
          02 fea_idart PIC 9(5).
          02 fea_categorie PIC X(10).
          02 fea_ope PIC 9(3).
          02 fea_datemaj PIC 9(8).

*> Eco-participation portée par une ligne d'article (clé de la ligne
*> de commande) : ligne fictive Weco-idart qui la facture, catégorie
*> et montant unitaire du barème au jour de la vente, unités déjà
*> reprises (remboursement, annulation).
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

*> Mouvements déclarables de l'éco-participation, datés du jour :
*> vente (+) ou reprise (-) d'une ligne d'article, fem_ref portant le
*> dossier de réclamation remboursé (0 sinon).
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

*> Déclaration mensuelle figée à la clôture de la période, par
*> catégorie.
        FD ecoDeclarations.
        01 fedTampon.
          02 fed_key.
            03 fed_mois PIC 9(6).
            03 fed_categorie PIC X(10).
          02 fed_qtevente PIC 9(7).
          02 fed_qterepris PIC 9(7).
          02 fed_montvente PIC 9(9)V99.
          02 fed_montrepris PIC 9(9)V99.
          02 fed_date PIC 9(8).
          02 fed_ope PIC 9(3).

*> Déclaration mensuelle de l'éco-participation.
        FD declarationEcoPrint.
        01 fdepTampon PIC X(100).

*> Provision pour garanties arrêtée à la clôture d'un mois, par type
*> d'article : base de calcul (unités encore sous garantie et leur
*> exposition pondérée par la durée restante, historique des ventes
*> et des réclamations) et montant provisionné, repris le mois
*> suivant pour l'écriture d'ajustement.
        FD provisionsGarantie.
        01 fpgTampon.
          02 fpg_key.
            03 fpg_mois PIC 9(6).
            03 fpg_type PIC A(10).
          02 fpg_sousgarantie PIC 9(7).
          02 fpg_exposition PIC 9(7)V99.
          02 fpg_vendues PIC 9(7).
          02 fpg_nbrecl PIC 9(5).
          02 fpg_cout PIC 9(9)V99.
          02 fpg_montant PIC 9(9)V99.
          02 fpg_date PIC 9(8).
          02 fpg_ope PIC 9(3).

        FD provisionPrint.
        01 fpgpTampon PIC X(100).

*> Solde du compte bancaire à la date de chaque relevé importé.
        FD soldesBanque.
        01 fsbTampon.
          02 fsb_date PIC 9(8).
          02 fsb_solde PIC S9(9)V99.
          02 fsb_dateimport PIC 9(8).

        FD tresoPrint.
        01 ftrpTampon PIC X(100).

        FD tresoCsv.
        01 ftrcTampon PIC X(150).

*> Extraction des données détenues sur un client.
        FD donneesPrint.
        01 fdonTampon PIC X(150).

        FD analyseVentesPrint.
        01 fanvTampon PIC X(100).

*> Règle de commission des vendeurs par rôle d'opérateur et type
*> d'article (type à blanc = règle par défaut du rôle, type
*> EXTENSION = extensions de garantie) : assiette V = ventes nettes
*> HT, M = marge au coût moyen pondéré, et taux appliqué.
        FD reglesCommission.
        01 fregTampon.
          02 freg_key.
            03 freg_role PIC X(1).
            03 freg_type PIC A(10).
          02 freg_base PIC X(1).
              88 BASE-VENTES VALUE 'V'.
              88 BASE-MARGE VALUE 'M'.
          02 freg_taux PIC 9(2)V99.
          02 freg_ope PIC 9(3).
          02 freg_datemaj PIC 9(8).

*> Commission acquise sur une ligne de commande (clé de la ligne) :
*> vendeur, règle appliquée au jour de la vente, assiette et montant
*> pour la quantité vendue, unités déjà reprises (remboursement,
*> annulation).
        FD commissionLignes.
        01 fcolTampon.
          02 fcol_key.
            03 fcol_idco PIC 9(5).
            03 fcol_seq PIC 9(3).
          02 fcol_ope PIC 9(3).
          02 fcol_role PIC X(1).
          02 fcol_type PIC A(10).
          02 fcol_base PIC X(1).
          02 fcol_taux PIC 9(2)V99.
          02 fcol_qte PIC 9(3).
          02 fcol_assiette PIC 9(7)V99.
          02 fcol_montant PIC 9(5)V99.
          02 fcol_qterepris PIC 9(3).
          02 fcol_date PIC 9(8).

*> Mouvements de commission datés du jour : vente (+) ou reprise (-)
*> d'une ligne, fcmv_ref portant le dossier de réclamation remboursé
*> (0 pour une annulation), fcmv_ope le vendeur commissionné.
        FD commissionMouvements.
        01 fcmvTampon.
          02 fcmv_key.
            03 fcmv_date PIC 9(8).
            03 fcmv_idco PIC 9(5).
            03 fcmv_seq PIC 9(3).
            03 fcmv_sens PIC X(1).
            03 fcmv_ref PIC 9(5).
          02 fcmv_ope PIC 9(3).
          02 fcmv_qte PIC 9(3).
          02 fcmv_assiette PIC 9(7)V99.
          02 fcmv_montant PIC 9(5)V99.
          02 fcmv_opemaj PIC 9(3).

*> Relevé mensuel des commissions figé à la clôture de la période,
*> par vendeur.
        FD commissionsMois.
        01 fcmsTampon.
          02 fcms_key.
            03 fcms_mois PIC 9(6).
            03 fcms_ope PIC 9(3).
          02 fcms_nbventes PIC 9(5).
          02 fcms_nbreprises PIC 9(5).
          02 fcms_assvente PIC 9(9)V99.
          02 fcms_assrepris PIC 9(9)V99.
          02 fcms_montvente PIC 9(7)V99.
          02 fcms_montrepris PIC 9(7)V99.
          02 fcms_date PIC 9(8).
          02 fcms_opeclo PIC 9(3).

*> Relevé mensuel des commissions.
        FD commissionPrint.
        01 fcmpTampon PIC X(100).

*> Accord de prix négocié avec un client, valable du fapx_debut au
*> fapx_fin (0 = sans échéance) : prix net HT d'un article
*> (fapx_idart, type à blanc) ou remise en pourcentage sur un type
*> d'article (fapx_idart à zéro).
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

*> Etats des accords de prix (échéances, rentabilité).
        FD accordsPrint.
        01 fappTampon PIC X(120).

*> Carte cadeau vendue en caisse (compteur N) : montant émis, solde
*> restant, dates d'émission et d'échéance, état. fcad_idco est la
*> commande de vente de la carte, fcad_nbmvt le numéro de son dernier
*> mouvement.
        FD cartesCadeau.
        01 fcadTampon.
          02 fcad_id PIC 9(5).
          02 fcad_idco PIC 9(5).
          02 fcad_idcl PIC 9(5).
          02 fcad_montant PIC 9(5)V99.
          02 fcad_solde PIC 9(5)V99.
          02 fcad_dateemis PIC 9(8).
          02 fcad_dateexp PIC 9(8).
          02 fcad_etat PIC X(10).
              88 CARTE-ACTIVE VALUE 'active'.
              88 CARTE-EPUISEE VALUE 'epuisee'.
              88 CARTE-EXPIREE VALUE 'expiree'.
              88 CARTE-ANNULEE VALUE 'annulee'.
          02 fcad_session PIC 9(5).
          02 fcad_ope PIC 9(3).
          02 fcad_nbmvt PIC 9(3).

*> Mouvements d'une carte cadeau : émission, paiement d'une commande,
*> recrédit (commande annulée), expiration (solde perdu, passé en
*> produits par le journal comptable) et annulation de la vente.
        FD mouvementsCartes.
        01 fmcdTampon.
          02 fmcd_key.
            03 fmcd_idcarte PIC 9(5).
            03 fmcd_seq PIC 9(3).
          02 fmcd_date PIC 9(8).
          02 fmcd_type PIC X(10).
              88 MVTCARTE-EMISSION VALUE 'emission'.
              88 MVTCARTE-PAIEMENT VALUE 'paiement'.
              88 MVTCARTE-RECREDIT VALUE 'recredit'.
              88 MVTCARTE-EXPIRATION VALUE 'expiration'.
              88 MVTCARTE-ANNULATION VALUE 'annulation'.
          02 fmcd_montant PIC 9(5)V99.
          02 fmcd_idco PIC 9(5).
          02 fmcd_ope PIC 9(3).

*> Ecarts d'inventaire appliqués, en quantité (sens + ou -) et
*> valorisés au coût unitaire du moment, pour le journal comptable.
        FD ecartsInventaire.
        01 feiTampon.
          02 fei_key.
            03 fei_date PIC 9(8).
            03 fei_heure PIC 9(6).
            03 fei_idart PIC 9(5).
            03 fei_depot PIC X(3).
          02 fei_sens PIC X(1).
              88 ECART-POSITIF VALUE '+'.
              88 ECART-NEGATIF VALUE '-'.
          02 fei_qte PIC 9(5).
          02 fei_coutunit PIC 9(5)V99.

        FD reclamations.
        01 freclTampon.
          02 frecl_id PIC 9(5).
              88 GRAVITE-CRITIQUE VALUE 1.
              88 GRAVITE-NORMALE VALUE 2.
              88 GRAVITE-MINEURE VALUE 3.
              88 GRAVITE-RAPPEL VALUE 4.
          02 frecl_seqligne PIC 9(3).
          02 frecl_dateclo PIC 9(8).

        77 Wprochainseqf PIC 9(3).
        77 Wfaf-litige PIC 9.
        77 Wfaf-total PIC 9(9)V99.
        77 Wfaf-tva PIC 9(9)V99.
        77 Wfaf-reglement PIC 9(9)V99.
        77 fbo_stat PIC 9(2).
        77 Wqte-reliquat PIC 9(3).
        77 Wtva-n PIC 9(3).
        77 Wtot-ht-fac PIC 9(9)V99.
        77 Wtot-ttc-fac PIC 9(9)V99.
        77 fcc_stat PIC 9(2).
        77 fmdt_stat PIC 9(2).
        77 frem_stat PIC 9(2).
        77 frms_stat PIC 9(2).
        77 fbrd_stat PIC 9(2).
        77 WS-BORDEREAU-FILE PIC X(40).
        77 Wrb-nb PIC 9(2).
        77 Wrb-i PIC 9(2).
        77 Wrb-idses PIC 9(5).
        77 Wrb-especes PIC 9(9)V99.
        77 Wrb-cheques PIC 9(9)V99.
        77 Wrb-message PIC X(40).
        77 Wrb-total PIC 9(9)V99.
        77 Wrb-deja PIC 9.
        77 Wrb-mt-ed PIC 9(9).99.
        77 Wcc-plafond PIC 9(7)V99.
        77 Wcc-bloque PIC X(1).
        77 Wcc-idcl PIC 9(5).
        77 Wcc-montant PIC 9(9)V99.
        77 Wcc-commande PIC X(100).
        77 Wencours PIC S9(9)V99.
        77 Wencours-ech PIC 9(9)V99.
        77 Wnb-echeances PIC 9(3).
        77 Wencours-edit PIC -9(9).99.
        77 WcreditOK PIC 9.
        77 Wfinc PIC 9.
        77 Wfine PIC 9.
        77 fcf_stat PIC 9(2).
        77 Wcf-tampon PIC X(43).
        77 Wcf-trouve PIC 9.
        77 fpc_stat PIC 9(2).
        77 frgf_stat PIC 9(2).
        77 fei_stat PIC 9(2).
        77 Wrgf-seq PIC 9(3).
        77 Wrgf-mode PIC X(10).
        77 fcvi_stat PIC 9(2).
        77 flcv_stat PIC 9(2).
        77 fvir_stat PIC 9(2).
        77 favv_stat PIC 9(2).
        77 WS-VIREMENT-FILE PIC X(40).
        77 WS-AVIS-FILE PIC X(40).
        77 ffap_stat PIC 9(2).
        77 frep_stat PIC 9(2).
        77 fcrv_stat PIC 9(2).
        77 WS-COUTREV-FILE PIC X(40).
        77 fdem_stat PIC 9(2).
        77 Wdem-idart PIC 9(5).
        77 Wdem-pct PIC 9(2).
        77 fbe_stat PIC 9(2).
        77 fea_stat PIC 9(2).
        77 fel_stat PIC 9(2).
        77 fem_stat PIC 9(2).
        77 fed_stat PIC 9(2).
        77 fdep_stat PIC 9(2).
        77 WS-DECLECO-FILE PIC X(40).
        77 fpg_stat PIC 9(2).
        77 fpgp_stat PIC 9(2).
        77 WS-PROVGAR-FILE PIC X(40).
*> Provision pour garanties du mois clos (mois comptés depuis l'an 0).
        77 Wpg-annee PIC 9(4).
        77 Wpg-mois PIC 9(2).
        77 Wpg-mois-total PIC 9(6).
        77 Wpg-debut-total PIC 9(6).
        77 Wpg-mois-vente PIC 9(6).
        77 Wpg-mois-prec PIC 9(6).
        77 Wpg-fin-date PIC 9(8).
        77 Wpg-histo PIC 9(3).
        77 Wpg-restant PIC S9(6).
        77 Wpg-type PIC A(10).
        77 Wpg-idart PIC 9(5).
        77 Wpg-idco PIC 9(5).
        77 Wpg-seqligne PIC 9(3).
        77 Wpg-date-recl PIC 9(8).
        77 Wpg-idrecl PIC 9(5).
        77 Wpg-gravite PIC 9(1).
        77 Wpg-exclue PIC 9.
        77 Wpg-cout PIC 9(9)V99.
        77 Wpg-fin PIC 9.
        77 Wpg-finl PIC 9.
        77 Wpg-ix PIC 9(2).
        77 Wpg-pos PIC 9(2).
        77 Wpg-n PIC 9(2).
        77 Wpg-total PIC 9(9)V99.
        77 Wpg-total-prec PIC 9(9)V99.
        77 Wpg-variation PIC S9(9)V99.
        77 Wpg-taux PIC 9(3)V9(4).
        77 Wpg-moyen PIC 9(7)V99.
        77 Wpg-ecart PIC S9(9)V99.
        77 Wpg-ext-debut PIC 9(6).
        77 Wpg-ext-fin PIC 9(6).
        77 Wpg-base PIC 9(3).
        77 Wpg-debut-date PIC 9(8).
        77 Wpg-taux-ed PIC ZZ9.9999.
        77 fsb_stat PIC 9(2).
        77 ftrp_stat PIC 9(2).
        77 ftrc_stat PIC 9(2).
        77 WS-TRESO-FILE PIC X(40).
        77 WS-TRESOCSV-FILE PIC X(40).
*> Prévision de trésorerie : jours en numérotation interne (jour 1 =
*> lundi), semaine 1 commençant au lundi de la semaine en cours.
        77 Wtr-auj PIC 9(7).
        77 Wtr-jour0 PIC 9(7).
        77 Wtr-horizon PIC 9(7).
        77 Wtr-int PIC 9(7).
        77 Wtr-int-pai PIC 9(7).
        77 Wtr-date-fin PIC 9(8).
        77 Wtr-sem PIC 9(2).
        77 Wtr-ix PIC 9(2).
        77 Wtr-ligne PIC 9(2).
        77 Wtr-fin PIC 9.
        77 Wtr-finc PIC 9.
        77 Wtr-finp PIC 9.
        77 Wtr-ech PIC 9.
        77 Wtr-delai PIC 9(5).
        77 Wtr-delai-def PIC 9(5).
        77 Wtr-delai-fou PIC 9(5).
        77 Wtr-delai-liv PIC 9(3).
        77 Wtr-nb-pai PIC 9(5).
        77 Wtr-cumul-jours PIC 9(9).
        77 Wtr-mois-total PIC 9(6).
        77 Wtr-seuil PIC 9(5).
        77 Wtr-solde-init PIC S9(9)V99.
        77 Wtr-date-solde PIC 9(8).
        77 Wtr-montant PIC 9(9)V99.
        77 Wtr-prix PIC 9(7)V99.
        77 Wtr-entrees PIC 9(9)V99.
        77 Wtr-sorties PIC 9(9)V99.
        77 Wtr-position PIC S9(9)V99.
        77 Wtr-alerte PIC X(1).
        77 Wtr-nb-alertes PIC 9(2).
        77 Wtr-mt-ed PIC -(9)9.99.
        77 Wtr-mt2-ed PIC -(9)9.99.
        77 Wtr-mt3-ed PIC -(9)9.99.
*> Données personnelles : extraction et anonymisation d'un client.
        77 fdon_stat PIC 9(2).
        77 WS-RGPD-FILE PIC X(40).
        77 Wrg-idcl PIC 9(5).
        77 Wrg-idcl-co PIC 9(5).
        77 Wrg-idco PIC 9(5).
        77 Wrg-idrecl PIC 9(5).
        77 Wrg-id-ed PIC X(5).
        77 Wrg-mail PIC A(20).
        77 Wrg-fin PIC 9.
        77 Wrg-finc PIC 9.
        77 Wrg-refus PIC 9.
        77 Wrg-conf PIC 9.
        77 Wrg-trouve PIC 9.
        77 Wrg-efface PIC 9.
        77 Wrg-ix PIC 9(2).
        77 Wrg-nb-lignes PIC 9(5).
        77 Wrg-nb-notif PIC 9(5).
        77 Wrg-nb-images PIC 9(5).
        77 Wrg-nb-doublons PIC 9(2).
        77 Wrg-mt-ed PIC -(9)9.99.
        77 Wrg-mt2-ed PIC -(9)9.99.
*> Fiches doublons fondues dans le client à anonymiser.
        01 Wrg-table.
            05 Wrg-doublon PIC 9(5) OCCURS 20 TIMES.
*> Analyse des ventes N / N-1 (indice d'année 1 = N, 2 = N-1).
        77 fanv_stat PIC 9(2).
        77 WS-ANVENTES-FILE PIC X(40).
        77 Wan-annee PIC 9(4).
        77 Wan-annee-prec PIC 9(4).
        77 Wan-mmjj PIC 9(4).
        77 Wan-a-date PIC 9.
        77 Wan-fin PIC 9.
        77 Wan-stop PIC 9.
        77 Wan-date PIC 9(8).
        77 Wan-idco PIC 9(5).
        77 Wan-seq PIC 9(3).
        77 Wan-idart PIC 9(5).
        77 Wan-qte PIC 9(5).
        77 Wan-net PIC 9(9)V99.
        77 Wan-art PIC 9(5).
        77 Wan-q PIC 9(5).
        77 Wan-m PIC 9(9)V99.
        77 Wan-an PIC 9.
        77 Wan-mois PIC 9(2).
        77 Wan-type PIC X(10).
        77 Wan-type-choisi PIC X(10).
        77 Wan-cmp PIC 9(5)V99.
        77 Wan-cout PIC 9(9)V99.
        77 Wan-ix PIC 9(3).
        77 Wan-it PIC 9(3).
        77 Wan-ia PIC 9(3).
        77 Wan-nb-types PIC 9(3).
        77 Wan-nb-art PIC 9(3).
        77 Wan-nb-hors PIC 9(5).
        77 Wan-ca1 PIC 9(9)V99.
        77 Wan-ca2 PIC 9(9)V99.
        77 Wan-qte1 PIC 9(7).
        77 Wan-qte2 PIC 9(7).
        77 Wan-cout1 PIC 9(9)V99.
        77 Wan-cout2 PIC 9(9)V99.
        77 Wan-tot-ca1 PIC 9(9)V99.
        77 Wan-tot-ca2 PIC 9(9)V99.
        77 Wan-tot-qte1 PIC 9(7).
        77 Wan-tot-qte2 PIC 9(7).
        77 Wan-tot-cout1 PIC 9(9)V99.
        77 Wan-tot-cout2 PIC 9(9)V99.
        77 Wan-ecart PIC S9(9)V99.
        77 Wan-marge PIC S9(9)V99.
        77 Wan-pct PIC S9(5)V9.
        77 Wan-pct-ed PIC -(4)9.9.
        77 Wan-nom PIC A(20).
        77 Wan-titre PIC X(38).
        01 Wan-noms-data.
            05 FILLER PIC X(36) VALUE
                'Janvier  Fevrier  Mars     Avril    '.
            05 FILLER PIC X(36) VALUE
                'Mai      Juin     Juillet  Aout     '.
            05 FILLER PIC X(36) VALUE
                'SeptembreOctobre  Novembre Decembre '.
        01 Wan-noms REDEFINES Wan-noms-data.
            05 Wan-nom-mois PIC X(9) OCCURS 12 TIMES.
        01 Wan-mois-table.
            05 Wan-mo OCCURS 12 TIMES.
                10 Wan-mo-an OCCURS 2 TIMES.
                    15 Wan-m-ca PIC 9(9)V99.
                    15 Wan-m-qte PIC 9(7).
                    15 Wan-m-cout PIC 9(9)V99.
        01 Wan-type-table.
            05 Wan-ty OCCURS 30 TIMES.
                10 Wan-t-type PIC X(10).
                10 Wan-ty-an OCCURS 2 TIMES.
                    15 Wan-t-ca PIC 9(9)V99.
                    15 Wan-t-qte PIC 9(7).
                    15 Wan-t-cout PIC 9(9)V99.
        01 Wan-art-table.
            05 Wan-ar OCCURS 500 TIMES.
                10 Wan-a-idart PIC 9(5).
                10 Wan-a-type PIC X(10).
                10 Wan-ar-an OCCURS 2 TIMES.
                    15 Wan-a-ca PIC 9(9)V99.
                    15 Wan-a-qte PIC 9(7).
                    15 Wan-a-cout PIC 9(9)V99.
*> Ligne d'analyse, à l'écran (80 premières colonnes) et à l'état.
        01 Wan-ligne.
            05 Wan-l-libelle PIC X(12).
            05 Wan-l-ca1 PIC -(7)9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-ca2 PIC -(7)9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-ecart PIC -(7)9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-pct PIC X(7).
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-marge1 PIC -(7)9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-marge2 PIC -(7)9.99.
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-qte1 PIC Z(7)9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 Wan-l-qte2 PIC Z(7)9.
*> Commissions des vendeurs.
        77 freg_stat PIC 9(2).
        77 fcol_stat PIC 9(2).
        77 fcmv_stat PIC 9(2).
        77 fcms_stat PIC 9(2).
        77 fcmp_stat PIC 9(2).
        77 WS-COMMISSION-FILE PIC X(40).
        77 Wcom-role PIC X(1).
        77 Wcom-type PIC A(10).
        77 Wcom-base PIC X(1).
        77 Wcom-taux PIC 9(2)V99.
        77 Wcom-regle PIC 9.
        77 Wcom-trouve PIC 9.
        77 Wcom-fin PIC 9.
        77 Wcom-finv PIC 9.
        77 Wcom-idco PIC 9(5).
        77 Wcom-seq PIC 9(3).
        77 Wcom-qte PIC 9(3).
        77 Wcom-ref PIC 9(5).
        77 Wcom-sens PIC X(1).
        77 Wcom-ope PIC 9(3).
        77 Wcom-net PIC 9(7)V99.
        77 Wcom-cout PIC 9(7)V99.
        77 Wcom-cmp PIC 9(5)V99.
        77 Wcom-assiette PIC 9(7)V99.
        77 Wcom-montant PIC 9(5)V99.
        77 Wcom-deja PIC 9(5)V99.
        77 Wcom-deja-as PIC 9(7)V99.
        77 Wcom-kit PIC 9(3).
        77 Wcom-mois PIC 9(6).
        77 Wcom-mois-mvt PIC 9(6).
        77 Wcom-fige PIC 9.
        77 Wcom-n PIC 9(2).
        77 Wcom-ix PIC 9(2).
        77 Wcom-pos PIC 9(2).
        77 Wcom-net-mont PIC S9(7)V99.
        77 Wcom-tot-mont PIC S9(9)V99.
        77 Wcom-tot-vente PIC 9(9)V99.
        77 Wcom-tot-repris PIC 9(9)V99.
        77 Wcom-nom PIC A(20).
        77 Wcom-mt-ed PIC -(7)9.99.
        77 Wcom-mt2-ed PIC -(7)9.99.
        77 Wcom-mt3-ed PIC -(7)9.99.
        77 Wcom-as-ed PIC -(7)9.99.
        77 Wcom-taux-ed PIC Z9.99.
*> Cumuls du mois par vendeur.
        01 Wcom-table.
            05 Wcom-vendeur OCCURS 50 TIMES.
                10 Wcom-t-ope PIC 9(3).
                10 Wcom-t-nbventes PIC 9(5).
                10 Wcom-t-nbreprises PIC 9(5).
                10 Wcom-t-assvente PIC 9(9)V99.
                10 Wcom-t-assrepris PIC 9(9)V99.
                10 Wcom-t-montvente PIC 9(7)V99.
                10 Wcom-t-montrepris PIC 9(7)V99.
*> Accords de prix clients.
        77 fapx_stat PIC 9(2).
        77 fapp_stat PIC 9(2).
        77 WS-ACCORDS-FILE PIC X(40).
        77 Wapx-applique PIC 9.
        77 Wapx-promo-ecartee PIC 9.
        77 Wapx-trouve PIC 9.
        77 Wapx-dates-ok PIC 9.
        77 Wapx-fin PIC 9.
        77 Wapx-finc PIC 9.
        77 Wapx-idcl PIC 9(5).
        77 Wapx-idart PIC 9(5).
        77 Wapx-type PIC A(10).
        77 Wapx-prix PIC 9(5)V99.
        77 Wapx-prix-tarif PIC 9(5)V99.
        77 Wapx-prix-promo PIC 9(5)V99.
        77 Wapx-pct PIC 9(2).
        77 Wapx-remise PIC 9(2)V99.
        77 Wapx-debut PIC 9(8).
        77 Wapx-datefin PIC 9(8).
        77 Wapx-jours PIC 9(3).
        77 Wapx-limite PIC 9(8).
        77 Wapx-cmp PIC 9(5)V99.
        77 Wapx-marge PIC S9(5)V99.
        77 Wapx-ecart PIC S9(3)V99.
        77 Wapx-nb PIC 9(5).
        77 Wapx-nb-perte PIC 9(5).
        77 Wapx-libelle PIC X(30).
        77 Wapx-valeur PIC X(15).
        77 Wapx-pr-ed PIC Z(4)9.99.
        77 Wapx-pr2-ed PIC Z(4)9.99.
        77 Wapx-pr3-ed PIC Z(4)9.99.
        77 Wapx-pct-ed PIC Z9.99.
        77 Wapx-ecart-ed PIC -(3)9.99.
        77 Wapx-marge-ed PIC -(5)9.99.
*> Cartes cadeau.
        77 fcad_stat PIC 9(2).
        77 fmcd_stat PIC 9(2).
*> Article fictif 99950 : vente d'une carte cadeau, sans TVA (une
*> dette envers le porteur, pas une vente de marchandise).
        77 Wcarte-idart PIC 9(5) VALUE 99950.
        77 Wcad-idcl PIC 9(5).
        77 Wcad-montant PIC 9(5)V99.
        77 Wcad-max PIC 9(5)V99.
        77 Wcad-validite PIC 9(5).
        77 Wcad-jour PIC 9(7).
        77 Wcad-recredit PIC 9(7)V99 VALUE 0.
        77 Wcad-entamee PIC 9.
        77 Wcad-fin PIC 9.
        77 Wcad-i PIC 9(2).
        77 Wcad-n PIC 9(2).
        77 Wcad-nb PIC 9(5).
        77 Wcad-total PIC 9(9)V99.
        77 Wcad-message PIC X(40).
        77 Wcad-mt-ed PIC Z(4)9.99.
        77 Wcad-tot-ed PIC Z(8)9.99.
*> Paiements par carte d'une commande annulée, à recréditer.
        01 Wcad-table.
            05 Wcad-paiement OCCURS 20 TIMES.
                10 Wcad-t-id PIC 9(5).
                10 Wcad-t-montant PIC 9(5)V99.
        77 Wpg-expo-ed PIC Z(6)9.99.
        77 Wpg-mt-ed PIC -(9)9.99.
        77 Wpg-mt2-ed PIC -(9)9.99.
        77 Wpg-mt3-ed PIC -(9)9.99.
*> Article fictif 99960 : éco-participation d'une ligne d'article.
        77 Weco-idart PIC 9(5) VALUE 99960.
        77 Weco-categorie PIC X(10).
        77 Weco-unitaire PIC 9(3)V99.
        77 Weco-plafond PIC 9(5)V99.
        77 Weco-prix PIC 9(5)V99.
        77 Weco-idartligne PIC 9(5).
        77 Weco-seqligne PIC 9(3).
        77 Weco-seqeco PIC 9(3).
        77 Weco-qte PIC 9(3).
        77 Weco-taux PIC 9(2).
        77 Weco-ht PIC 9(7)V99.
        77 Weco-ttc PIC 9(7)V99.
        77 Weco-sens PIC X(1).
        77 Weco-ref PIC 9(5).
        77 Weco-fin PIC 9.
        77 Weco-fige PIC 9.
        77 Weco-mois PIC 9(6).
        77 Weco-mois-mvt PIC 9(6).
        77 Weco-ix PIC 9(2).
        77 Weco-pos PIC 9(2).
        77 Weco-n PIC 9(2).
        77 Weco-tot-qte PIC S9(7).
        77 Weco-tot-mont PIC S9(9)V99.
        77 Weco-net-qte PIC S9(7).
        77 Weco-net-mont PIC S9(9)V99.
        77 Weco-qte-ed PIC -(7)9.
        77 Weco-mt-ed PIC -(9)9.99.
        77 Weco-mt2-ed PIC -(9)9.99.
        77 Weco-mt3-ed PIC -(9)9.99.
        77 Wfap-ok PIC 9.
        77 Wfap-idfaf PIC 9(5).
        77 Wfap-montant PIC 9(9)V99.
        77 Wfap-saisie PIC 9(9)V99.
        77 Wfap-methode PIC X(1).
        77 Wfap-oa-saisi PIC 9(5).
        77 Wfap-nboa PIC 9(2).
        77 Wfap-nblig PIC 9(3).
        77 Wfap-avant PIC 9(3).
        77 Wfap-i PIC 9(3).
        77 Wfap-j PIC 9(2).
        77 Wfap-ligne PIC 9(2).
        77 Wfap-deja PIC 9.
        77 Wfap-fin PIC 9.
        77 Wfap-fin2 PIC 9.
        77 Wfap-cou-ok PIC 9.
        77 Wfap-prix PIC 9(7)V99.
        77 Wfap-totbase PIC 9(11)V999.
        77 Wfap-reparti PIC 9(9)V99.
        77 Wfap-qstock PIC 9(5).
        77 Wfap-valeur PIC 9(9)V99.
        77 Wfap-frais PIC 9(9)V99.
        77 Wfap-nbfrais PIC 9(2).
        77 Wfap-pu-revient PIC 9(7)V99.
        77 Wfap-cmpavant PIC 9(5)V99.
        77 Wfap-cmpapres PIC 9(5)V99.
        77 Wfap-totmarch PIC 9(9)V99.
        77 Wfap-totfrais PIC 9(9)V99.
        77 Wfap-message PIC X(40).
        77 Wfap-mt-ed PIC 9(9).99.
        77 Wfap-mt2-ed PIC 9(9).99.
        77 Wfap-pu-ed PIC 9(7).99.
        77 Wfap-pu2-ed PIC 9(7).99.
        77 Wfap-cmp-ed PIC 9(5).99.
        77 Wfap-cmp2-ed PIC 9(5).99.
        77 Wcv-echeance PIC 9(8).
        77 Wcv-due PIC 9(8).
        77 Wcv-nb PIC 9(3).
        77 Wcv-i PIC 9(3).
        77 Wcv-j PIC 9(3).
        77 Wcv-debut PIC 9(3).
        77 Wcv-choix PIC 9(3).
        77 Wcv-ligne PIC 9(2).
        77 Wcv-nbfac PIC 9(4).
        77 Wcv-nbvir PIC 9(4).
        77 Wcv-total PIC 9(9)V99.
        77 Wcv-mtfou PIC 9(9)V99.
        77 Wcv-foucour PIC 9(5).
        77 Wcv-refreg PIC X(12).
        77 Wcv-sansiban PIC 9(4).
        77 Wcv-horstable PIC 9(4).
        77 Wcv-mt-ed PIC 9(9).99.
        77 Wcv-fin PIC 9.
        77 Wcv-iban PIC X(34).
        77 Wcv-bic PIC X(11).
        77 Wcv-delai PIC 9(3).
        77 Wpc-trouve PIC 9.
        77 fdr_stat PIC 9(2).
        77 frmb_stat PIC 9(2).
        77 WrmbOK PIC 9.
        77 Wrmb-choix PIC 9.
        77 Wsys-rmb-especes PIC 9(9)V99.
        77 Wsys-rmb-carte PIC 9(9)V99.
        77 fdrp_stat PIC 9(2).
        77 WdrOK PIC 9.
        77 Whors-garantie PIC 9.
        77 Wdr-existe PIC 9.
        77 Wdr-idcl PIC 9(5).
        77 Wdr-mo-ht PIC 9(7)V99.
        77 Wdr-mo-ttc PIC 9(7)V99.
        77 Wdr-pieces-ttc PIC 9(7)V99.
        77 Wdr-nb PIC 9(2).
        77 frfo_stat PIC 9(2).
        77 WrfoOK PIC 9.
        77 Wrfo-choix PIC 9.
        77 Wrfo-passe PIC 9.
        77 Wrfo-demande PIC 9(7)V99.
        77 Wrfo-reste PIC 9(7)V99.
        77 Wavf-impute PIC 9(9)V99.
        77 Wavf-reste PIC 9(9)V99.
        77 Wdette-nette PIC S9(9)V99.
        77 Wrecup-fou PIC 9(9)V99.
        77 Wcout-net PIC S9(9)V99.
        77 fcr_stat PIC 9(2).
        77 fur_stat PIC 9(2).
        77 WcrOK PIC 9.
        77 Wcr-choix PIC 9.
        77 Wcr-idco PIC 9(6).
        77 Wcr-nb-retour PIC 9(5).
        77 Wcr-nb-attente PIC 9(5).
        77 Wcr-nb-debloquees PIC 9(5).
        77 fprt_stat PIC 9(2).
        77 WprtOK PIC 9.
        77 Wprt-date PIC 9(8).
        77 ftex_stat PIC 9(2).
        77 fcg_stat PIC 9(2).
*> Les extensions de garantie se vendent comme des articles fictifs
*> 9999n (n = durée en années) : ligne de commande ou de devis sans
*> fiche article, ni stock, ni statistiques.
        77 Wext-base PIC 9(5) VALUE 99990.
        77 Wext-annees PIC 9.
        77 Wext-prix PIC 9(5)V99.
        77 Wext-seqligne PIC 9(3).
        77 Wext-seqext PIC 9(3).
        77 Wext-idart PIC 9(5).
        77 Wext-qte PIC 9(3).
        77 Wext-qte-ligne PIC 9(3).
        77 Wext-nb PIC 9(5).
        77 Wext-nb-cours PIC 9(5).
        77 Wext-total PIC 9(9)V99.
        77 Wext-serie PIC X(15).
        77 Wext-trouve PIC 9.
        77 Wext-datedeb PIC 9(8).
        77 Wext-datefin PIC 9(8).
        77 Wext-mois-total PIC 9(6).
        77 fnom_stat PIC 9(2).
        77 fvk_stat PIC 9(2).
        77 WkitOK PIC 9.
        77 Wkit-max PIC 9(2) VALUE 10.
        77 Wkit-nb PIC 9(2).
        77 Wkit-ix PIC 9(2).
        77 Wkit-fin PIC 9.
        77 Wkit-resa PIC 9.
        77 Wkit-idkit PIC 9(5).
        77 Wkit-qte PIC 9(5).
        77 Wkit-possible PIC 9(5).
        77 Wkit-dispo-mag PIC 9(5).
        77 Wkit-dispo-ent PIC 9(5).
        77 Wkit-montant PIC 9(7)V99.
        77 Wkit-reparti PIC 9(7)V99.
        77 Wkit-poids-total PIC 9(9)V99.
        77 Wkit-ventile PIC 9(2).
        77 Wkit-taux-sauve PIC 9(2).
        77 Wnom-idkit PIC 9(5).
        77 Wnom-idcomp PIC 9(5).
        77 Wnom-qte PIC 9(3).
        77 Wnom-tauxtva PIC 9(2).
        77 fsub_stat PIC 9(2).
        77 fsbl_stat PIC 9(2).
        77 WsubOK PIC 9.
        77 Wsub-max PIC 9(2) VALUE 6.
        77 Wsub-nb PIC 9(2).
        77 Wsub-ix PIC 9(2).
        77 Wsub-fin PIC 9.
        77 Wsub-resa PIC 9.
        77 Wsub-code PIC 9.
        77 Wsub-qte PIC 9(5).
        77 Wsub-idart PIC 9(5).
        77 Wsub-iddem PIC 9(5).
        77 Wsub-choix PIC 9(5).
        77 Wsub-nature PIC X(10).
        77 Wsub-regle PIC X(10).
        77 Wsub-origine PIC X(10).
        77 Wsub-prix-orig PIC 9(5)V99.
        77 Wsub-mag-sauve PIC 9(5).
        77 Wsub-ent-sauve PIC 9(5).
        77 Wsub-blanc PIC X(79) VALUE SPACES.
        77 Wsub-dev-max PIC 9(2) VALUE 20.
        77 Wsub-dev-nb PIC 9(2).
        77 Wsub-dev-ix PIC 9(2).
        77 Wsub-idligne PIC 9(5).
        77 Wsub-prixligne PIC 9(5)V99.
        77 Wsub-tauxligne PIC 9(2).
        77 Wsub-qte-demandee PIC 9(7).
        77 Wsub-qte-servie PIC 9(7).
        77 Wsub-demande PIC 9(7).
        77 fpa_stat PIC 9(2).
        77 fzl_stat PIC 9(2).
        77 ftp_stat PIC 9(2).
        77 ffp_stat PIC 9(2).
        77 Wport-idart PIC 9(5) VALUE 99980.
        77 Wimpaye-idart PIC 9(5) VALUE 99970.
        77 Wport-poids PIC 9(5)V999.
        77 Wport-poids-unit PIC 9(4)V999.
        77 Wport-ht PIC 9(7)V99.
        77 Wport-zone PIC 9(2).
        77 Wport-ville PIC X(20).
        77 Wport-idfou PIC 9(5).
        77 Wport-prix PIC 9(5)V99.
        77 Wport-montant PIC 9(5)V99.
        77 Wport-ttc PIC 9(5)V99.
        77 Wport-taux PIC 9(2).
        77 Wport-nb PIC 9(3).
        77 Wport-mixte PIC 9.
        77 Wport-offert PIC 9.
        77 Wport-seq PIC 9(3).
        77 Wport-seqmax PIC 9(3).
        77 Wport-fin PIC 9.
        77 fexp_stat PIC 9(2).
        77 Wfinf PIC 9.
        77 Wfino PIC 9.
        77 Wfins PIC 9.
        77 Wpf-debut PIC 9(8).
        77 Wpf-jour-oa PIC 9(7).
        77 Wpf-nb-oa PIC 9(5).
        77 Wpf-nb-livrees PIC 9(5).
        77 Wpf-cumul-delai PIC 9(7).
        77 Wpf-delai-moy PIC 9(3).
        77 Wpf-qtecmd PIC 9(7).
        77 Wpf-qterecue PIC 9(7).
        77 Wpf-taux-service PIC 9(3).
        77 Wpf-nb-litiges PIC 9(5).
        77 Wpf-val-litiges PIC 9(9)V99.
        77 Wpf-nb-unites PIC 9(5).
        77 Wpf-nb-recl PIC 9(5).
        77 Wpf-taux-recl PIC 9(3)V9.
        77 Wpf-val-edit PIC Z(8)9.99.
        77 Wpf-taux-edit PIC ZZ9.9.
*> Dimensionnée au domaine de fart_tauxtva (PIC 9(2), cent valeurs
*> possibles) : la ventilation par taux ne peut pas déborder, aucun
*> taux n'est écarté en silence d'une facture ou d'une déclaration.
            05 Wcour-mois PIC 9(2).
            05 Wcour-jour PIC 9(2).
        01 Wdate-cour-num REDEFINES Wdate-cour PIC 9(8).
        01 Wext-date.
            05 Wext-annee PIC 9(4).
            05 Wext-mois PIC 9(2).
            05 Wext-jour PIC 9(2).
        01 Wext-date-num REDEFINES Wext-date PIC 9(8).
        01 Wkit-table.
            05 Wkit-comp OCCURS 10 TIMES.
                10 Wkit-idcomp PIC 9(5).
                10 Wkit-qtecomp PIC 9(3).
                10 Wkit-poids PIC 9(9)V99.
                10 Wkit-tauxtva PIC 9(2).
        01 Wsub-table.
            05 Wsub-cand OCCURS 6 TIMES.
                10 Wsub-c-id PIC 9(5).
                10 Wsub-c-nom PIC A(20).
                10 Wsub-c-nature PIC X(10).
                10 Wsub-c-regle PIC X(10).
                10 Wsub-c-stock PIC 9(5).
                10 Wsub-c-prix PIC 9(5)V99.
        01 Wsub-devis.
            05 Wsub-dev OCCURS 20 TIMES.
                10 Wsub-dev-seq PIC 9(3).
                10 Wsub-dev-id PIC 9(5).
                10 Wsub-dev-nature PIC X(10).
                10 Wsub-dev-regle PIC X(10).
*> Sessions retenues pour le bordereau de remise en cours.
        01 Wrb-table.
            05 Wrb-session OCCURS 20 TIMES.
                10 Wrb-ses PIC 9(5).
                10 Wrb-esp PIC 9(9)V99.
                10 Wrb-chq PIC 9(9)V99.
*> Proposition de campagne de virements, triée par fournisseur.
        01 Wcv-table.
            05 Wcv-prop OCCURS 200 TIMES.
                10 Wcv-idfaf PIC 9(5).
                10 Wcv-idfou PIC 9(5).
                10 Wcv-reffac PIC X(10).
                10 Wcv-datefac PIC 9(8).
                10 Wcv-dateech PIC 9(8).
                10 Wcv-solde PIC 9(9)V99.
                10 Wcv-retenue PIC 9.
*> Ordres d'achat et lignes réceptionnées retenus pour la répartition
*> d'une facture de frais d'approche.
        01 Wfap-oas.
            05 Wfap-oa OCCURS 10 TIMES.
                10 Wfap-oa-id PIC 9(5).
                10 Wfap-oa-part PIC 9(9)V99.
        01 Wfap-lignes.
            05 Wfap-lig OCCURS 200 TIMES.
                10 Wfap-l-oa PIC 9(5).
                10 Wfap-l-seq PIC 9(3).
                10 Wfap-l-ioa PIC 9(2).
                10 Wfap-l-art PIC 9(5).
                10 Wfap-l-qte PIC 9(5).
                10 Wfap-l-prix PIC 9(7)V99.
                10 Wfap-l-base PIC 9(9)V999.
                10 Wfap-l-part PIC 9(9)V99.
*> Prévision de trésorerie : une ligne par semaine de l'horizon.
        01 Wtr-table.
            05 Wtr-semaine OCCURS 13 TIMES.
                10 Wtr-t-debut PIC 9(8).
                10 Wtr-t-ech PIC 9(9)V99.
                10 Wtr-t-cmd PIC 9(9)V99.
                10 Wtr-t-abo PIC 9(9)V99.
                10 Wtr-t-faf PIC 9(9)V99.
                10 Wtr-t-oa PIC 9(9)V99.
        01 Wtr-occ-data.
            05 Wtr-occ.
                10 Wtr-occ-annee PIC 9(4).
                10 Wtr-occ-mois PIC 9(2).
                10 Wtr-occ-jour PIC 9(2).
            05 Wtr-occ-num REDEFINES Wtr-occ PIC 9(8).
        01 Wtr-csv.
            05 Wtr-c-ech PIC -(9)9.99.
            05 Wtr-c-cmd PIC -(9)9.99.
            05 Wtr-c-abo PIC -(9)9.99.
            05 Wtr-c-entrees PIC -(9)9.99.
            05 Wtr-c-faf PIC -(9)9.99.
            05 Wtr-c-oa PIC -(9)9.99.
            05 Wtr-c-sorties PIC -(9)9.99.
            05 Wtr-c-position PIC -(9)9.99.
*> Provision pour garanties en cours de calcul, par type d'article.
        01 Wpg-table.
            05 Wpg-typ OCCURS 30 TIMES.
                10 Wpg-t-type PIC A(10).
                10 Wpg-t-sousgarantie PIC 9(7).
                10 Wpg-t-exposition PIC 9(7)V99.
                10 Wpg-t-vendues PIC 9(7).
                10 Wpg-t-nbrecl PIC 9(5).
                10 Wpg-t-cout PIC 9(9)V99.
                10 Wpg-t-provision PIC 9(9)V99.
                10 Wpg-t-prec PIC 9(9)V99.
*> Déclaration d'éco-participation en cours, par catégorie.
        01 Weco-table.
            05 Weco-cat OCCURS 30 TIMES.
                10 Weco-t-categorie PIC X(10).
                10 Weco-t-qtevente PIC 9(7).
                10 Weco-t-qterepris PIC 9(7).
                10 Weco-t-montvente PIC 9(9)V99.
                10 Weco-t-montrepris PIC 9(9)V99.



                DISPLAY '41 --> Gestion des Interventions' LINE 22 COL 42
            END-IF
            DISPLAY '42 --> Coût des garanties' LINE 23 COL 42
*> Le menu déborde l'écran de 24 lignes : les options 43 et suivantes
*> vivent sur une seconde page, appelée par le choix 99.
            DISPLAY '99 --> Suite du menu (43-76)' LINE 24 COL 42
            DISPLAY '0 --> Quitter' LINE 22 COL 1
            ACCEPT Wmenu LINE 23 COL 1
            IF Wmenu = 99 THEN
            IF Wmenu = 57 THEN
                PERFORM CONFIRMER_RETRAIT
            END-IF
            IF Wmenu = 58 THEN
                PERFORM GERER_COMPTES_CLIENTS
            END-IF
            IF Wmenu = 59 THEN
                PERFORM GERER_CATALOGUE_FOU
            END-IF
            IF Wmenu = 60 THEN
                PERFORM AFFICHER_PERFORMANCE_FOU
            END-IF
            IF Wmenu = 61 THEN
                PERFORM GERER_PLAN_COMPTABLE
            END-IF
            IF Wmenu = 62 THEN
                PERFORM GERER_DEVIS_REPARATION
            END-IF
            IF Wmenu = 63 THEN
                PERFORM GERER_CAMPAGNES_RAPPEL
            END-IF
            IF Wmenu = 64 THEN
                PERFORM GERER_PRETS_COURTOISIE
            END-IF
            IF Wmenu = 65 THEN
                PERFORM GERER_EXTENSIONS_GARANTIE
            END-IF
            IF Wmenu = 66 THEN
                PERFORM GERER_NOMENCLATURES
            END-IF
            IF Wmenu = 67 THEN
                PERFORM GERER_SUBSTITUTIONS
            END-IF
            IF Wmenu = 68 THEN
                PERFORM GERER_FRAIS_PORT
            END-IF
            IF Wmenu = 69 THEN
                PERFORM GERER_MANDATS
            END-IF
            IF Wmenu = 70 THEN
                PERFORM GERER_ECO_PARTICIPATION
            END-IF
            IF Wmenu = 71 THEN
                PERFORM PREVISION_TRESORERIE
            END-IF
            IF Wmenu = 72 THEN
                PERFORM GERER_DONNEES_PERSONNELLES
            END-IF
            IF Wmenu = 73 THEN
                PERFORM ANALYSE_VENTES
            END-IF
            IF Wmenu = 74 THEN
                PERFORM GERER_COMMISSIONS
            END-IF
            IF Wmenu = 75 THEN
                PERFORM GERER_ACCORDS_PRIX
            END-IF
            IF Wmenu = 76 THEN
                PERFORM GERER_CARTES_CADEAU
            END-IF
        END-PERFORM
        STOP RUN.

        DISPLAY '55 --> Consultation n° de série' LINE 7 COL 42
        DISPLAY '56 --> Réservations' LINE 8 COL 42
        DISPLAY '57 --> Retraits réparations' LINE 9 COL 42
        IF Wrole-niveau >= 3 THEN
            DISPLAY '58 --> Comptes clients (plafond/blocage)'
                LINE 10 COL 42
        END-IF
        DISPLAY '59 --> Catalogue fournisseurs' LINE 9 COL 1
        DISPLAY '60 --> Performance fournisseurs' LINE 10 COL 1
        IF Wrole-niveau >= 3 THEN
            DISPLAY '61 --> Plan comptable' LINE 11 COL 1
        END-IF
        DISPLAY '62 --> Devis de réparation' LINE 12 COL 1
        IF Wrole-niveau >= 3 THEN
            DISPLAY '63 --> Campagnes de rappel produit' LINE 13 COL 1
        END-IF
        DISPLAY '64 --> Prêts de courtoisie' LINE 14 COL 1
        DISPLAY '65 --> Extensions de garantie' LINE 15 COL 1
        DISPLAY '66 --> Kits / nomenclatures' LINE 16 COL 1
        DISPLAY '67 --> Articles de remplacement' LINE 17 COL 1
        IF Wrole-niveau >= 3 THEN
            DISPLAY '68 --> Frais de port' LINE 18 COL 1
        END-IF
        IF Wrole-niveau >= 2 THEN
            DISPLAY '69 --> Mandats de prélèvement' LINE 19 COL 1
        END-IF
        IF Wrole-niveau >= 3 THEN
            DISPLAY '70 --> Eco-participation DEEE' LINE 11 COL 42
            DISPLAY '71 --> Prévision de trésorerie' LINE 12 COL 42
            DISPLAY '72 --> Données personnelles (RGPD)' LINE 13 COL 42
            DISPLAY '73 --> Analyse des ventes N / N-1' LINE 14 COL 42
            DISPLAY '74 --> Commissions vendeurs' LINE 15 COL 42
            DISPLAY '75 --> Accords de prix clients' LINE 16 COL 42
        END-IF
        DISPLAY '76 --> Cartes cadeau' LINE 17 COL 42
        DISPLAY '0 --> Retour au menu principal' LINE 22 COL 1
        ACCEPT Wmenu LINE 23 COL 1
        IF Wmenu = 0 THEN
*> 0 signifie ici « retour », pas « quitter » : un choix neutre
*> ramène la boucle sur la première page.

*> Contrôle d'accès du menu principal : chaque option porte un niveau
*> de rôle minimal (1=clerc, 2=agent SAV, 3=manager). Les options
*> sensibles — codes promo, opérateurs, agents, tarifs, clôture,
*> comptes clients, plan comptable — sont réservées au manager, le traitement des
*> réclamations et le carnet d'interventions aux agents SAV. Un choix refusé est tracé
*> dans accesrefuse.txt avec l'opérateur et l'option demandée.
        CONTROLER_ACCES_MENU.
        MOVE 1 TO Wniveau-requis
            WHEN 40
            WHEN 45
            WHEN 54
            WHEN 58
            WHEN 61
            WHEN 63
            WHEN 68
            WHEN 70
            WHEN 71
            WHEN 72
            WHEN 73
            WHEN 74
            WHEN 75
                MOVE 3 TO Wniveau-requis
            WHEN 7
            WHEN 41
            WHEN 69
                MOVE 2 TO Wniveau-requis
            WHEN OTHER
                CONTINUE

        AFFICHER_STATS_ARTICLES.
            OPEN I-O statistiquesArticles
            OPEN I-O commandes
            PERFORM WITH TEST AFTER UNTIL Wrep = 0
            IF fstata_stat = 35 THEN

                  DISPLAY "Pourcentage de réclamation :" LINE 3 COL 1
                  DISPLAY fstata_pourcent LINE 3 COL 30
                  DISPLAY "%" LINE 3 COL 32
*> Demande réelle : les ventes servies par un remplaçant comptent
*> pour l'article demandé, pas pour le remplaçant.
                  MOVE fstata_idart TO fart_id
                  PERFORM CUMULER_DEMANDE_SUBSTITUTIONS
                  COMPUTE Wsub-demande =
                      fstata_qtevendue + Wsub-qte-demandee
                  IF Wsub-demande > Wsub-qte-servie THEN
                      SUBTRACT Wsub-qte-servie FROM Wsub-demande
                  ELSE
                      MOVE 0 TO Wsub-demande
                  END-IF
                  DISPLAY "Quantité vendue :" LINE 4 COL 1
                  DISPLAY fstata_qtevendue LINE 4 COL 19
                  DISPLAY "Demande d'origine :" LINE 4 COL 27
                  DISPLAY Wsub-demande LINE 4 COL 47
                  PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                    DISPLAY 'Autre article ? 1 ou 0 :' LINE 5 COL 1
                    ACCEPT Wrep LINE 5 COL 26
                END-READ
            END-IF
            END-PERFORM
            CLOSE commandes
            CLOSE statistiquesArticles.
*> Procédures relatives au fichier réclamation

                CLOSE seriesNumeros
                OPEN I-O seriesNumeros
            END-IF
            OPEN I-O contratsGarantie
            IF fcg_stat = 35 THEN
                OPEN OUTPUT contratsGarantie
                CLOSE contratsGarantie
                OPEN I-O contratsGarantie
            END-IF
            MOVE 1 TO fcpt_id

            PERFORM WITH TEST AFTER UNTIL Wrep = 0
            PERFORM CONTROLER_SERIE_RECLAMATION

            MOVE Wart-recl TO fart_id
            MOVE 0 TO Whors-garantie
            READ articles
                INVALID KEY
                    CONTINUE
                    COMPUTE Wmoisexpire = Wmoisachat + fart_dureegaranti
                    COMPUTE Wmoisauj = frecl_annee * 12 + frecl_mois
                    IF Wmoisauj > Wmoisexpire THEN
                        PERFORM CHERCHER_EXTENSION_ACTIVE
                        IF Wext-trouve = 1 THEN
                            DISPLAY 'Couvert par l''extension de garantie n.'
                                LINE 8 COL 1
                            DISPLAY fcg_id LINE 8 COL 40
                        ELSE
                            DISPLAY 'ATTENTION : commande hors garantie' LINE 8 COL 1
                            MOVE 1 TO Whors-garantie
                        END-IF
                    END-IF
            END-READ

                REWRITE fcptTampon
                UNLOCK compteurs
                DISPLAY 'Réclamation réalisée avec succès.' LINE 7 COL 1
*> Hors garantie, le dossier reste ouvert : la réparation peut être
*> proposée au client sur devis plutôt que rejetée d'office.
                IF Whors-garantie = 1 THEN
                    DISPLAY 'Hors garantie : réparation payante sur devis (menu 62)'
                        LINE 8 COL 1
                END-IF
                PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Nouvelle reclamation ? 1 ou 0 :' LINE 9 COL 1
                  ACCEPT Wrep LINE 9 COL 33
          CLOSE articles
          CLOSE lignesCommande
          CLOSE seriesNumeros
          CLOSE contratsGarantie
          CLOSE reclamations.

*> Affiche les lignes de la commande réclamée et fait désigner au
                IF Wrep2b = 1 THEN
                    PERFORM SAISIR_PIECES_RECLAMATION
                END-IF
                IF NOT RECL-REJETEE THEN
                    PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                        OR Wrep2b = 1
                        DISPLAY 'Réclamation au fournisseur ? 1 ou 0 :'
                            LINE 14 COL 1
                        ACCEPT Wrep2b LINE 14 COL 40
                    END-PERFORM
                    IF Wrep2b = 1 THEN
                        PERFORM OUVRIR_RECLAMATION_FOU
                    END-IF
                END-IF
            END-IF
            PERFORM WITH TEST AFTER UNTIL Wrep2 = 0 OR Wrep2 = 1
                DISPLAY 'Modifier cette réclamation :' LINE 9 COL 1
                IF RECL-REPAREE THEN
                    PERFORM CREER_RETRAIT_REPARATION
                END-IF
                IF RECL-REMBOURSEE THEN
                    PERFORM REMBOURSER_RECLAMATION
                END-IF
              END-IF
              IF etatRec NOT = 1 AND etatRec NOT = 2 AND etatRec NOT = 3 THEN
                REWRITE freclTampon
          OPEN I-O piecesReparation
          OPEN I-O articles
          OPEN I-O reclamations
          OPEN I-O reclamationsFou
          IF frfo_stat = 35 THEN
              OPEN OUTPUT reclamationsFou
              CLOSE reclamationsFou
              OPEN I-O reclamationsFou
          END-IF
          IF fpr_stat = 35 THEN
              DISPLAY 'Aucune pièce consommée enregistrée'
                  WITH BLANK SCREEN
              DISPLAY Wcout-autre LINE 20 COL 22
              DISPLAY 'TOTAL pièces :' LINE 21 COL 1
              DISPLAY Wval-piece-tot LINE 21 COL 16
              PERFORM CUMULER_RECUPERATIONS_FOU
              COMPUTE Wcout-net = Wval-piece-tot - Wrecup-fou
              DISPLAY 'Récupéré fournisseurs :' LINE 22 COL 1
              DISPLAY Wrecup-fou LINE 22 COL 25
              DISPLAY 'Coût net garanties :' LINE 23 COL 1
              DISPLAY Wcout-net LINE 23 COL 22
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 24 COL 1
                  ACCEPT Wrep LINE 24 COL 34
              END-PERFORM
          END-IF
          CLOSE reclamationsFou
          CLOSE reclamations
          CLOSE articles
          CLOSE piecesReparation.

*> Avoirs obtenus des fournisseurs sur les réclamations garantie :
*> ils viennent en déduction du coût des garanties.
          CUMULER_RECUPERATIONS_FOU.
          MOVE 0 TO Wrecup-fou
          MOVE 0 TO frfo_id
          MOVE 0 TO Wfinl
          START reclamationsFou KEY IS NOT LESS THAN frfo_id
              INVALID KEY MOVE 1 TO Wfinl
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
              READ reclamationsFou NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinl
                  NOT AT END
                      IF RECLFOU-CREDITEE THEN
                          ADD frfo_montavoir TO Wrecup-fou
                      END-IF
              END-READ
          END-PERFORM.

*> Unités et valeur des pièces consommées pour l'article fart_id
*> courant (parcours complet du fichier des pièces).
          CUMULER_PIECES_ARTICLE.
              CLOSE agents
              OPEN I-O agents
          END-IF
          OPEN I-O devisReparation
          IF fdr_stat = 35 THEN
              OPEN OUTPUT devisReparation
              CLOSE devisReparation
              OPEN I-O devisReparation
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY '---- GESTION DES INTERVENTIONS ----' WITH BLANK SCREEN
          PERFORM LISTER_DEVIS_A_PLANIFIER
          DISPLAY 'Numéro de dossier réclamation :' LINE 2 COL 1
          ACCEPT frecl_id LINE 2 COL 33
          MOVE 0 TO Wtrouve
          IF Wtrouve = 0 THEN
              DISPLAY 'Aucun rendez-vous prévu pour ce dossier'
                  LINE 3 COL 1
              MOVE frecl_id TO fdr_idrecl
              READ devisReparation
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DEVISREP-ACCEPTE THEN
                          PERFORM WITH TEST AFTER
                              UNTIL Wrep2 = 0 OR Wrep2 = 1
                              DISPLAY 'Devis accepté : planifier la réparation ? 1 ou 0 :'
                                  LINE 4 COL 1
                              ACCEPT Wrep2 LINE 4 COL 53
                          END-PERFORM
                          IF Wrep2 = 1 THEN
                              PERFORM PLANIFIER_INTERVENTION
                          END-IF
                      END-IF
              END-READ
          ELSE
              DISPLAY 'Rendez-vous du' LINE 3 COL 1
              DISPLAY fint_date LINE 3 COL 16
              ACCEPT Wrep LINE 22 COL 26
          END-PERFORM
          END-PERFORM
          CLOSE devisReparation
          CLOSE agents
          CLOSE interventions.

*> Devis de réparation acceptés dont le dossier n'a pas encore de
*> rendez-vous prévu : la file des réparations payantes à caser au
*> carnet (dix premiers dossiers affichés).
          LISTER_DEVIS_A_PLANIFIER.
          DISPLAY 'Devis de réparation acceptés à planifier :'
              LINE 7 COL 1
          MOVE 0 TO Wdr-nb
          MOVE 8 TO W1
          MOVE 0 TO fdr_idrecl
          MOVE 0 TO Wfin
          START devisReparation KEY IS NOT LESS THAN fdr_idrecl
              INVALID KEY MOVE 1 TO Wfin
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ devisReparation NEXT RECORD
                  AT END
                      MOVE 1 TO Wfin
                  NOT AT END
                      IF DEVISREP-ACCEPTE THEN
                          PERFORM CHERCHER_RDV_DEVIS
                          IF Wtrouve = 0 AND W1 <= 17 THEN
                              DISPLAY 'Dossier' LINE W1 COL 1
                              DISPLAY fdr_idrecl LINE W1 COL 9
                              DISPLAY 'accepté le' LINE W1 COL 16
                              DISPLAY fdr_datereponse LINE W1 COL 27
                              ADD 1 TO W1
                              ADD 1 TO Wdr-nb
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          IF Wdr-nb = 0 THEN
              DISPLAY '(aucun)' LINE 8 COL 1
          END-IF.

*> Wtrouve = 1 si le dossier fdr_idrecl a un rendez-vous prévu.
          CHERCHER_RDV_DEVIS.
          MOVE 0 TO Wtrouve
          MOVE fdr_idrecl TO fint_idrecl
          MOVE 0 TO Wfinm
          START interventions KEY IS = fint_idrecl
              INVALID KEY MOVE 1 TO Wfinm
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinm = 1 OR Wtrouve = 1
              READ interventions NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinm
                  NOT AT END
                      IF fint_idrecl NOT = fdr_idrecl THEN
                          MOVE 1 TO Wfinm
                      ELSE
                          IF INTER-PREVUE THEN
                              MOVE 1 TO Wtrouve
                          END-IF
                      END-IF
              END-READ
          END-PERFORM.

*> Réparation payante des dossiers hors garantie : devis (heures de
*> main-d'oeuvre au taux horaire TAUX-HORAIRE des paramètres, pièces
*> du dossier au prix catalogue) imprimé dans devisreparation.txt pour
*> le client, réponse acceptée/refusée, puis facture de la réparation
*> faite. Un devis accepté passe le dossier en traitement et attend
*> son rendez-vous dans la gestion des interventions ; un refus clôt
*> le dossier (rejeté) avec son motif.
          GERER_DEVIS_REPARATION.
          OPEN I-O devisReparation
          IF fdr_stat = 35 THEN
              OPEN OUTPUT devisReparation
              CLOSE devisReparation
              OPEN I-O devisReparation
          END-IF
          OPEN I-O reclamations
          OPEN I-O commandes
          OPEN I-O clients
          OPEN I-O compteurs
          IF fcpt_stat = 35 THEN
              OPEN OUTPUT compteurs
              CLOSE compteurs
              OPEN I-O compteurs
          END-IF
          IF frecl_stat = 35 OR fco_stat = 35 THEN
              DISPLAY 'Fichier réclamation ou commandes inexistant'
                  WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
              END-PERFORM
          ELSE
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY '---- DEVIS DE REPARATION ----' WITH BLANK SCREEN
              DISPLAY '1 --> Etablir un devis' LINE 2 COL 1
              DISPLAY '2 --> Réponse du client' LINE 3 COL 1
              DISPLAY '3 --> Facturer la réparation faite' LINE 4 COL 1
              DISPLAY '4 --> Réimprimer un devis' LINE 5 COL 1
              DISPLAY '0 --> Retour au menu' LINE 6 COL 1
              ACCEPT Wrep2 LINE 7 COL 1
              IF Wrep2 = 1 THEN
                  PERFORM ETABLIR_DEVIS_REPARATION
              END-IF
              IF Wrep2 = 2 THEN
                  PERFORM REPONSE_DEVIS_REPARATION
              END-IF
              IF Wrep2 = 3 THEN
                  PERFORM FACTURER_REPARATION
              END-IF
              IF Wrep2 = 4 THEN
                  PERFORM REIMPRIMER_DEVIS_REPARATION
              END-IF
              IF Wrep2 = 0 THEN
                  MOVE 0 TO Wrep
              ELSE
                  MOVE 1 TO Wrep
              END-IF
          END-PERFORM
          END-IF
          CLOSE compteurs
          CLOSE clients
          CLOSE commandes
          CLOSE reclamations
          CLOSE devisReparation.

*> Etablit (ou refait, tant que le client n'a pas répondu) le devis
*> du dossier : les pièces nécessaires sont saisies comme au suivi du
*> dossier, puis les heures et le taux horaire.
          ETABLIR_DEVIS_REPARATION.
          DISPLAY '---- Devis de réparation ----' WITH BLANK SCREEN
          DISPLAY 'Numéro de dossier réclamation :' LINE 2 COL 1
          ACCEPT frecl_id LINE 2 COL 33
          MOVE 1 TO WdrOK
          READ reclamations
              INVALID KEY
                  DISPLAY 'Réclamation inexistante' LINE 3 COL 1
                  MOVE 0 TO WdrOK
              NOT INVALID KEY
                  IF frecl_etat = 'cloture' THEN
                      DISPLAY 'Dossier clos, pas de devis' LINE 3 COL 1
                      MOVE 0 TO WdrOK
                  END-IF
          END-READ
          MOVE 0 TO Wdr-existe
          IF WdrOK = 1 THEN
              MOVE frecl_id TO fdr_idrecl
              READ devisReparation
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO Wdr-existe
                      IF NOT DEVISREP-PROPOSE THEN
                          DISPLAY 'Devis déjà' LINE 3 COL 1
                          DISPLAY fdr_etat LINE 3 COL 12
                          MOVE 0 TO WdrOK
                      END-IF
              END-READ
          END-IF
          IF WdrOK = 1 THEN
              DISPLAY 'Motif :' LINE 3 COL 1
              DISPLAY frecl_motif LINE 3 COL 9
              PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                  DISPLAY 'Saisir des pièces nécessaires ? 1 ou 0 :'
                      LINE 5 COL 1
                  ACCEPT Wrep2b LINE 5 COL 42
              END-PERFORM
              IF Wrep2b = 1 THEN
                  PERFORM SAISIR_PIECES_RECLAMATION
              END-IF
              MOVE frecl_id TO fdr_idrecl
              IF Wdr-existe = 0 THEN
                  MOVE 0 TO fdr_heures
                  MOVE 45 TO Wpar-valeur
                  MOVE 'TAUX-HORAIRE' TO Wpar-code
                  PERFORM LIRE_PARAMETRE
                  MOVE Wpar-valeur TO fdr_tauxhoraire
                  MOVE 20 TO Wpar-valeur
                  MOVE 'TVA-MO' TO Wpar-code
                  PERFORM LIRE_PARAMETRE
                  MOVE Wpar-valeur TO fdr_tauxtva
              END-IF
              DISPLAY 'Heures de main-d''oeuvre :' LINE 7 COL 1
              DISPLAY fdr_heures LINE 7 COL 27
              ACCEPT fdr_heures LINE 7 COL 27
              DISPLAY 'Taux horaire HT :' LINE 8 COL 1
              DISPLAY fdr_tauxhoraire LINE 8 COL 19
              ACCEPT fdr_tauxhoraire LINE 8 COL 19
              PERFORM VALORISER_DEVIS_REPARATION
              MOVE FUNCTION CURRENT-DATE TO SYS-DATE
              MOVE SYS-DATE-NUM TO fdr_date
              SET DEVISREP-PROPOSE TO TRUE
              MOVE 0 TO fdr_datereponse
              MOVE SPACES TO fdr_motifrefus
              MOVE 0 TO fdr_idco
              MOVE Woperateur TO fdr_ope
              IF Wdr-existe = 0 THEN
                  WRITE fdrTampon END-WRITE
              ELSE
                  REWRITE fdrTampon
              END-IF
              DISPLAY 'Pièces HT :' LINE 10 COL 1
              DISPLAY fdr_montantpieces LINE 10 COL 13
              DISPLAY 'Main-d''oeuvre HT :' LINE 11 COL 1
              DISPLAY Wdr-mo-ht LINE 11 COL 20
              DISPLAY 'TOTAL TTC :' LINE 12 COL 1
              DISPLAY Wtot-ttc-fac LINE 12 COL 13
              PERFORM IMPRIMER_DEVIS_REPARATION
              DISPLAY 'Devis imprimé dans devisreparation.txt'
                  LINE 13 COL 1
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
              ACCEPT Wrep2b LINE 20 COL 26
          END-PERFORM.

*> Montants du devis courant : pièces du dossier au prix catalogue du
*> jour et à la TVA de l'article (fdr_montantpieces HT, Wdr-pieces-ttc),
*> main-d'oeuvre heures x taux (Wdr-mo-ht/ttc), totaux du devis dans
*> Wtot-ht-fac / Wtot-ttc-fac.
          VALORISER_DEVIS_REPARATION.
          MOVE 0 TO fdr_montantpieces
          MOVE 0 TO Wdr-pieces-ttc
          OPEN I-O articles
          OPEN I-O piecesReparation
          IF fpr_stat = 35 THEN
              OPEN OUTPUT piecesReparation
              CLOSE piecesReparation
              OPEN I-O piecesReparation
          END-IF
          MOVE fdr_idrecl TO fpr_idrecl
          MOVE 0 TO fpr_seq
          MOVE 0 TO Wfinm
          START piecesReparation KEY IS NOT LESS THAN fpr_key
              INVALID KEY MOVE 1 TO Wfinm
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
              READ piecesReparation NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinm
                  NOT AT END
                      IF fpr_idrecl NOT = fdr_idrecl THEN
                          MOVE 1 TO Wfinm
                      ELSE
                          MOVE fpr_idart TO fart_id
                          READ articles
                              INVALID KEY
                                  CONTINUE
                              NOT INVALID KEY
                                  COMPUTE Wmontant-net =
                                      fart_prix * fpr_qte
                                  ADD Wmontant-net TO fdr_montantpieces
                                  COMPUTE Wdr-pieces-ttc = Wdr-pieces-ttc
                                      + Wmontant-net
                                      * (1 + fart_tauxtva / 100)
                          END-READ
                      END-IF
              END-READ
          END-PERFORM
          CLOSE piecesReparation
          CLOSE articles
          COMPUTE Wdr-mo-ht ROUNDED = fdr_heures * fdr_tauxhoraire
          COMPUTE Wdr-mo-ttc ROUNDED =
              Wdr-mo-ht * (1 + fdr_tauxtva / 100)
          COMPUTE Wtot-ht-fac = fdr_montantpieces + Wdr-mo-ht
          COMPUTE Wtot-ttc-fac = Wdr-pieces-ttc + Wdr-mo-ttc.

*> Document de devis de réparation du dossier frecl_id courant dans
*> devisreparation.txt, sur le modèle du devis client : client et
*> commande d'origine, une ligne par pièce, la main-d'oeuvre et les
*> totaux, puis la zone de réponse du client.
          IMPRIMER_DEVIS_REPARATION.
          MOVE frecl_idco TO fco_id
          READ commandes
              INVALID KEY MOVE 0 TO fco_idcl
          END-READ
          MOVE fco_idcl TO fcl_id
          READ clients
              INVALID KEY MOVE SPACES TO fcl_nom fcl_prenom
          END-READ
          OPEN EXTEND devisRepPrint
          IF fdrp_stat = 35 THEN
              OPEN OUTPUT devisRepPrint
              CLOSE devisRepPrint
              OPEN EXTEND devisRepPrint
          END-IF
          OPEN I-O articles
          OPEN I-O piecesReparation
          IF fpr_stat = 35 THEN
              OPEN OUTPUT piecesReparation
              CLOSE piecesReparation
              OPEN I-O piecesReparation
          END-IF
          MOVE SPACES TO fdrpTampon
          STRING '========== DEVIS DE REPARATION - dossier n. ' fdr_idrecl
                 ' du ' fdr_date ' =========='
              DELIMITED BY SIZE INTO fdrpTampon
          WRITE fdrpTampon
          MOVE SPACES TO fdrpTampon
          STRING 'Client: ' fcl_nom ' ' fcl_prenom
                 ' - Commande n. ' fco_id
              DELIMITED BY SIZE INTO fdrpTampon
          WRITE fdrpTampon
          MOVE SPACES TO fdrpTampon
          STRING 'Motif: ' frecl_motif ' (hors garantie)'
              DELIMITED BY SIZE INTO fdrpTampon
          WRITE fdrpTampon
          MOVE fdr_idrecl TO fpr_idrecl
          MOVE 0 TO fpr_seq
          MOVE 0 TO Wfinm
          START piecesReparation KEY IS NOT LESS THAN fpr_key
              INVALID KEY MOVE 1 TO Wfinm
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
              READ piecesReparation NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinm
                  NOT AT END
                      IF fpr_idrecl NOT = fdr_idrecl THEN
                          MOVE 1 TO Wfinm
                      ELSE
                          MOVE fpr_idart TO fart_id
                          READ articles
                              INVALID KEY
                                  MOVE SPACES TO fart_nom
                                  MOVE 0 TO fart_prix
                                  MOVE 0 TO fart_tauxtva
                          END-READ
                          COMPUTE Wmontant-net = fart_prix * fpr_qte
                          MOVE SPACES TO fdrpTampon
                          STRING '  ' fart_nom ' - Qte: ' fpr_qte
                                 ' - PU HT: ' fart_prix
                                 ' - TVA: ' fart_tauxtva
                                 '% - Total HT: ' Wmontant-net
                              DELIMITED BY SIZE INTO fdrpTampon
                          WRITE fdrpTampon
                      END-IF
              END-READ
          END-PERFORM
          CLOSE piecesReparation
          CLOSE articles
          PERFORM VALORISER_DEVIS_REPARATION
          MOVE SPACES TO fdrpTampon
          STRING '  Main-d''oeuvre: ' fdr_heures ' h x ' fdr_tauxhoraire
                 ' - TVA: ' fdr_tauxtva '% - Total HT: ' Wdr-mo-ht
              DELIMITED BY SIZE INTO fdrpTampon
          WRITE fdrpTampon
          MOVE SPACES TO fdrpTampon
          STRING '  TOTAL HT: ' Wtot-ht-fac
                 ' - TOTAL TTC: ' Wtot-ttc-fac
              DELIMITED BY SIZE INTO fdrpTampon
          WRITE fdrpTampon
          MOVE SPACES TO fdrpTampon
          STRING '  Bon pour accord : [ ] accepté  [ ] refusé'
                 '   Date et signature :'
              DELIMITED BY SIZE INTO fdrpTampon
          WRITE fdrpTampon
          CLOSE devisRepPrint.

          REIMPRIMER_DEVIS_REPARATION.
          DISPLAY '---- Réimpression devis de réparation ----'
              WITH BLANK SCREEN
          DISPLAY 'Numéro de dossier réclamation :' LINE 2 COL 1
          ACCEPT frecl_id LINE 2 COL 33
          MOVE frecl_id TO fdr_idrecl
          READ devisReparation
              INVALID KEY
                  DISPLAY 'Aucun devis pour ce dossier' LINE 3 COL 1
              NOT INVALID KEY
                  READ reclamations
                      INVALID KEY MOVE SPACES TO frecl_motif
                  END-READ
                  PERFORM IMPRIMER_DEVIS_REPARATION
                  DISPLAY 'Devis réimprimé dans devisreparation.txt'
                      LINE 3 COL 1
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 5 COL 1
              ACCEPT Wrep2b LINE 5 COL 26
          END-PERFORM.

*> Réponse du client au devis proposé : accepté, le dossier passe en
*> traitement et rejoint la file des réparations à planifier ;
*> refusé, le dossier est clos (résolution REJETEE) et le motif du
*> refus noté au suivi du dossier.
          REPONSE_DEVIS_REPARATION.
          DISPLAY '---- Réponse au devis de réparation ----'
              WITH BLANK SCREEN
          DISPLAY 'Numéro de dossier réclamation :' LINE 2 COL 1
          ACCEPT frecl_id LINE 2 COL 33
          MOVE 1 TO WdrOK
          MOVE frecl_id TO fdr_idrecl
          READ devisReparation
              INVALID KEY
                  DISPLAY 'Aucun devis pour ce dossier' LINE 3 COL 1
                  MOVE 0 TO WdrOK
              NOT INVALID KEY
                  IF NOT DEVISREP-PROPOSE THEN
                      DISPLAY 'Devis déjà' LINE 3 COL 1
                      DISPLAY fdr_etat LINE 3 COL 12
                      MOVE 0 TO WdrOK
                  END-IF
          END-READ
          IF WdrOK = 1 THEN
              READ reclamations
                  INVALID KEY
                      DISPLAY 'Réclamation inexistante' LINE 3 COL 1
                      MOVE 0 TO WdrOK
              END-READ
          END-IF
          IF WdrOK = 1 THEN
              PERFORM VALORISER_DEVIS_REPARATION
              DISPLAY 'Devis du' LINE 3 COL 1
              DISPLAY fdr_date LINE 3 COL 10
              DISPLAY 'TOTAL TTC :' LINE 3 COL 20
              DISPLAY Wtot-ttc-fac LINE 3 COL 32
              PERFORM WITH TEST AFTER UNTIL Wrep2b <= 2
                  DISPLAY 'Réponse (1=accepté 2=refusé 0=en attente) :'
                      LINE 4 COL 1
                  ACCEPT Wrep2b LINE 4 COL 45
              END-PERFORM
              MOVE frecl_etat TO Wancien_etat
              MOVE freclTampon TO Wjmj-avant
              MOVE FUNCTION CURRENT-DATE TO SYS-DATE
              IF Wrep2b = 1 THEN
                  SET DEVISREP-ACCEPTE TO TRUE
                  MOVE SYS-DATE-NUM TO fdr_datereponse
                  REWRITE fdrTampon
                  MOVE 'traitement' TO frecl_etat
                  MOVE Woperateur TO frecl_opemaj
                  MOVE SYS-DATE-NUM TO frecl_datemaj
                  REWRITE freclTampon
                  PERFORM ENREGISTRER_HISTORIQUE_RECLAMATION
                  DISPLAY 'Devis accepté : réparation à planifier (menu 41)'
                      LINE 6 COL 1
              END-IF
              IF Wrep2b = 2 THEN
                  DISPLAY 'Motif du refus :' LINE 5 COL 1
                  ACCEPT fdr_motifrefus LINE 5 COL 18
                  SET DEVISREP-REFUSE TO TRUE
                  MOVE SYS-DATE-NUM TO fdr_datereponse
                  REWRITE fdrTampon
                  MOVE 'cloture' TO frecl_etat
                  SET RECL-REJETEE TO TRUE
                  MOVE SYS-DATE-NUM TO frecl_dateclo
                  MOVE Woperateur TO frecl_opemaj
                  MOVE SYS-DATE-NUM TO frecl_datemaj
                  REWRITE freclTampon
                  PERFORM ENREGISTRER_HISTORIQUE_RECLAMATION
                  PERFORM NOTER_REFUS_DEVIS
                  DISPLAY 'Devis refusé : dossier clos' LINE 6 COL 1
              END-IF
              IF Wrep2b = 1 OR Wrep2b = 2 THEN
                  MOVE 'RECLAMATION' TO Wjmj-fichier
                  MOVE frecl_id TO Wjmj-idrecord
                  MOVE 'MODIF' TO Wjmj-operation
                  MOVE freclTampon TO Wjmj-apres
                  PERFORM JOURNALISER_MAJ
              END-IF
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
              ACCEPT Wrep2b LINE 20 COL 26
          END-PERFORM.

*> Le motif du refus rejoint les notes de suivi du dossier, à la
*> suite des contacts déjà notés.
          NOTER_REFUS_DEVIS.
          OPEN I-O reclamationNotes
          IF frecln_stat = 35 THEN
              OPEN OUTPUT reclamationNotes
              CLOSE reclamationNotes
              OPEN I-O reclamationNotes
          END-IF
          MOVE frecl_id TO frecln_idrecl
          MOVE 0 TO frecln_seq
          MOVE 0 TO Wprochainseq
          START reclamationNotes KEY IS NOT LESS THAN frecln_key
              INVALID KEY
                  CONTINUE
          END-START
          MOVE 0 TO Wfin
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ reclamationNotes NEXT RECORD
                  AT END
                      MOVE 1 TO Wfin
                  NOT AT END
                      IF frecln_idrecl NOT = frecl_id THEN
                          MOVE 1 TO Wfin
                      ELSE
                          MOVE frecln_seq TO Wprochainseq
                      END-IF
              END-READ
          END-PERFORM
          ADD 1 TO Wprochainseq
          MOVE frecl_id TO frecln_idrecl
          MOVE Wprochainseq TO frecln_seq
          MOVE FUNCTION CURRENT-DATE TO frecln_date
          MOVE SPACES TO frecln_texte
          STRING 'Devis de reparation refuse : ' fdr_motifrefus
              DELIMITED BY SIZE INTO frecln_texte
          WRITE freclnTampon END-WRITE
          CLOSE reclamationNotes.

*> Réparation faite sur devis accepté : une commande de réparation
*> est créée pour le client de la commande d'origine (compteur 3),
*> avec les pièces du dossier au prix catalogue et une ligne de
*> main-d'oeuvre (article 00000). Les pièces sont déjà sorties du
*> stock à leur saisie : aucun mouvement ici. La facture est numérotée
*> par le compteur des factures et imprimée comme les autres ; le
*> règlement se saisit ensuite sur la commande (menu 22).
          FACTURER_REPARATION.
          DISPLAY '---- Facture de réparation ----' WITH BLANK SCREEN
          DISPLAY 'Numéro de dossier réclamation :' LINE 2 COL 1
          ACCEPT frecl_id LINE 2 COL 33
          MOVE 1 TO WdrOK
          MOVE frecl_id TO fdr_idrecl
          READ devisReparation
              INVALID KEY
                  DISPLAY 'Aucun devis pour ce dossier' LINE 3 COL 1
                  MOVE 0 TO WdrOK
              NOT INVALID KEY
                  IF DEVISREP-FACTURE THEN
                      DISPLAY 'Déjà facturée, commande n.' LINE 3 COL 1
                      DISPLAY fdr_idco LINE 3 COL 28
                      MOVE 0 TO WdrOK
                  END-IF
                  IF DEVISREP-PROPOSE OR DEVISREP-REFUSE THEN
                      DISPLAY 'Devis non accepté par le client'
                          LINE 3 COL 1
                      MOVE 0 TO WdrOK
                  END-IF
          END-READ
          IF WdrOK = 1 THEN
              READ reclamations
                  INVALID KEY
                      DISPLAY 'Réclamation inexistante' LINE 3 COL 1
                      MOVE 0 TO WdrOK
                  NOT INVALID KEY
                      MOVE frecl_idco TO fco_id
                      READ commandes
                          INVALID KEY
                              DISPLAY 'Commande d''origine inexistante'
                                  LINE 3 COL 1
                              MOVE 0 TO WdrOK
                          NOT INVALID KEY
                              MOVE fco_idcl TO Wdr-idcl
                      END-READ
              END-READ
          END-IF
          IF WdrOK = 1 THEN
              PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                  DISPLAY 'Réparation terminée ? 1 ou 0 :' LINE 4 COL 1
                  ACCEPT Wrep2b LINE 4 COL 32
              END-PERFORM
              IF Wrep2b = 0 THEN
                  MOVE 0 TO WdrOK
              END-IF
          END-IF
          IF WdrOK = 1 THEN
              OPEN I-O lignesCommande
              IF flc_stat = 35 THEN
                  OPEN OUTPUT lignesCommande
                  CLOSE lignesCommande
                  OPEN I-O lignesCommande
              END-IF
              OPEN I-O factures
              IF ffac_stat = 35 THEN
                  OPEN OUTPUT factures
                  CLOSE factures
                  OPEN I-O factures
              END-IF
              OPEN I-O seriesNumeros
              IF fsn_stat = 35 THEN
                  OPEN OUTPUT seriesNumeros
                  CLOSE seriesNumeros
                  OPEN I-O seriesNumeros
              END-IF
              OPEN I-O articles
              OPEN I-O piecesReparation
              IF fpr_stat = 35 THEN
                  OPEN OUTPUT piecesReparation
                  CLOSE piecesReparation
                  OPEN I-O piecesReparation
              END-IF
              PERFORM CREER_COMMANDE_REPARATION
              PERFORM ATTRIBUER_NUMERO_FACTURE
              PERFORM GENERER_DOCUMENT_FACTURE
              SET DEVISREP-FACTURE TO TRUE
              MOVE fco_id TO fdr_idco
              REWRITE fdrTampon
              DISPLAY 'Facture n.' LINE 6 COL 1
              DISPLAY ffac_id LINE 6 COL 12
              DISPLAY 'ajoutée à factures.txt' LINE 6 COL 19
              DISPLAY 'Commande de réparation n.' LINE 7 COL 1
              DISPLAY fco_id LINE 7 COL 27
              DISPLAY '(règlement : menu 22)' LINE 7 COL 34
              CLOSE piecesReparation
              CLOSE articles
              CLOSE seriesNumeros
              CLOSE factures
              CLOSE lignesCommande
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
              ACCEPT Wrep2b LINE 20 COL 26
          END-PERFORM.

          CREER_COMMANDE_REPARATION.
          MOVE 3 TO fcpt_id
          READ compteurs WITH LOCK
              INVALID KEY
                  MOVE 3 TO fcpt_id
                  MOVE 1 TO fcpt_val
                  WRITE fcptTampon END-WRITE
                  READ compteurs WITH LOCK END-READ
              NOT INVALID KEY
                  CONTINUE
          END-READ
          MOVE fcpt_val TO fco_id
          COMPUTE fcpt_val = fcpt_val + 1
          REWRITE fcptTampon
          UNLOCK compteurs
          MOVE Wdr-idcl TO fco_idcl
          MOVE 0 TO fco_idart
          MOVE 0 TO fco_qte
          MOVE 0 TO Wqte-premiere
          MOVE FUNCTION CURRENT-DATE TO fco_date
          MOVE SPACES TO fco_promo
          SET COMMANDE-ACTIVE TO TRUE
          MOVE Woperateur TO fco_opemaj
          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
          MOVE SYS-DATE-NUM TO fco_datemaj
          MOVE 0 TO Wprochainseql
          MOVE fdr_idrecl TO fpr_idrecl
          MOVE 0 TO fpr_seq
          MOVE 0 TO Wfinm
          START piecesReparation KEY IS NOT LESS THAN fpr_key
              INVALID KEY MOVE 1 TO Wfinm
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
              READ piecesReparation NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinm
                  NOT AT END
                      IF fpr_idrecl NOT = fdr_idrecl THEN
                          MOVE 1 TO Wfinm
                      ELSE
                          PERFORM FACTURER_PIECE_REPARATION
                      END-IF
              END-READ
          END-PERFORM
          COMPUTE Wdr-mo-ht ROUNDED = fdr_heures * fdr_tauxhoraire
          IF Wdr-mo-ht > 0 THEN
              ADD 1 TO Wprochainseql
              MOVE fco_id TO flc_idco
              MOVE Wprochainseql TO flc_seq
              MOVE 0 TO flc_idart
              MOVE 1 TO flc_qte
              MOVE Wdr-mo-ht TO flc_prix
              MOVE fdr_tauxtva TO flc_tauxtva
              MOVE 0 TO flc_remise
              WRITE flcTampon END-WRITE
          END-IF
          MOVE Wqte-premiere TO fco_qte
          WRITE fcoTampon END-WRITE
          MOVE 'COMMANDE' TO Wjmj-fichier
          MOVE fco_id TO Wjmj-idrecord
          MOVE 'CREATION' TO Wjmj-operation
          MOVE SPACES TO Wjmj-avant
          MOVE fcoTampon TO Wjmj-apres
          PERFORM JOURNALISER_MAJ.

*> Une pièce du dossier facturée au prix catalogue du jour et à la TVA
*> de l'article, sans remise.
          FACTURER_PIECE_REPARATION.
          MOVE fpr_idart TO fart_id
          READ articles
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  ADD 1 TO Wprochainseql
                  MOVE fco_id TO flc_idco
                  MOVE Wprochainseql TO flc_seq
                  MOVE fpr_idart TO flc_idart
                  MOVE fpr_qte TO flc_qte
                  MOVE fart_prix TO flc_prix
                  MOVE fart_tauxtva TO flc_tauxtva
                  MOVE 0 TO flc_remise
                  WRITE flcTampon END-WRITE
                  IF Wprochainseql = 1 THEN
                      MOVE fpr_idart TO fco_idart
                      MOVE fpr_qte TO Wqte-premiere
                  END-IF
          END-READ.

*> Ajoute une entrée horodatée au journal de suivi de la réclamation
*> frecl_id courante (fichier reclamationnotes.dat, clé frecl_id+seq),
*> pour tracer chaque contact client sans écraser les précédents.
          AJOUTER_NOTE_RECLAMATION.
          OPEN I-O reclamationNotes
          IF frecln_stat = 35 THEN
              OPEN OUTPUT reclamationNotes
              CLOSE reclamationNotes
              OPEN I-O reclamationNotes
          END-IF
          MOVE frecl_id TO frecln_idrecl
          MOVE 0 TO frecln_seq
          MOVE 0 TO Wprochainseq
          START reclamationNotes KEY IS NOT LESS THAN frecln_key
              INVALID KEY
                  CONTINUE
          END-START
          MOVE 0 TO Wfin
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ reclamationNotes NEXT RECORD
                  AT END
                      MOVE 1 TO Wfin
                  NOT AT END
                      IF frecln_idrecl NOT = frecl_id THEN
                          MOVE 1 TO Wfin
                      ELSE
                          MOVE frecln_seq TO Wprochainseq
                      END-IF
              END-READ
          END-PERFORM
          ADD 1 TO Wprochainseq
          MOVE frecl_id TO frecln_idrecl
          MOVE Wprochainseq TO frecln_seq
          MOVE FUNCTION CURRENT-DATE TO frecln_date
          DISPLAY 'Note de suivi :' LINE 9 COL 1
          ACCEPT frecln_texte LINE 9 COL 17
          WRITE freclnTampon END-WRITE
          CLOSE reclamationNotes.

*> Journalise un changement d'état de la réclamation frecl_id courante
*> (fichier reclamationhisto.dat, clé frecl_id+seq) en conservant
*> l'ancien état (Wancien_etat, capturé à la lecture) et le nouveau.
          ENREGISTRER_HISTORIQUE_RECLAMATION.
          OPEN I-O reclamationHisto
          IF frech_stat = 35 THEN
              OPEN OUTPUT reclamationHisto
              CLOSE reclamationHisto
              OPEN I-O reclamationHisto
          END-IF
          MOVE frecl_id TO frech_idrecl
          MOVE 0 TO frech_seq
          MOVE 0 TO Wprochainseqh
          START reclamationHisto KEY IS NOT LESS THAN frech_key
              INVALID KEY
                  CONTINUE
          END-START
          MOVE 0 TO Wfin
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ reclamationHisto NEXT RECORD
                  AT END
                      MOVE 1 TO Wfin
                  NOT AT END
                      IF frech_idrecl NOT = frecl_id THEN
                          MOVE 1 TO Wfin
                      ELSE
                          MOVE frech_seq TO Wprochainseqh
                      END-IF
              END-READ
          END-PERFORM
          ADD 1 TO Wprochainseqh
          MOVE frecl_id TO frech_idrecl
          MOVE Wprochainseqh TO frech_seq
          MOVE Wancien_etat TO frech_etatavant
          MOVE frecl_etat TO frech_etatapres
          MOVE FUNCTION CURRENT-DATE TO frech_date
          MOVE Woperateur TO frech_ope
          WRITE frechTampon END-WRITE
          MOVE frecl_etat TO Wancien_etat
          CLOSE reclamationHisto
          PERFORM NOTIFIER_CLIENT_RECLAMATION.

*> Retrouve, à partir de la réclamation frecl_id courante, la commande
*> puis le client concernés (frecl_idco -> fco_idcl -> fcl_mail) et
*> dépose la notification de changement d'état dans la boîte d'envoi
*> structurée notificationsoutbox.dat à l'état 'attente' (numérotée
*> par le compteur 7) : le répartiteur de nuit se charge de l'envoi
*> et du marquage, si bien qu'une re-saisie ne duplique plus de
*> lignes dans le fichier des mails.
          NOTIFIER_CLIENT_RECLAMATION.
          MOVE frecl_idco TO fco_id
          OPEN I-O commandes
          READ commandes
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE fco_idcl TO fcl_id
                  OPEN I-O clients
                  READ clients
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          PERFORM DEPOSER_NOTIFICATION_OUTBOX
                  END-READ
                  CLOSE clients
          END-READ
          CLOSE commandes.

*> Dépose dans la boîte d'envoi une notification 'attente' adressée
*> au mail du client courant, pour la réclamation frecl_id courante.
          DEPOSER_NOTIFICATION_OUTBOX.
          OPEN I-O notificationsOutbox
          IF fnout_stat = 35 THEN
              OPEN OUTPUT notificationsOutbox
              CLOSE notificationsOutbox
              OPEN I-O notificationsOutbox
          END-IF
          OPEN I-O compteurs
          IF fcpt_stat = 35 THEN
              OPEN OUTPUT compteurs
              CLOSE compteurs
              OPEN I-O compteurs
          END-IF
          MOVE 7 TO fcpt_id
          READ compteurs WITH LOCK
              INVALID KEY
                  MOVE 7 TO fcpt_id
                  MOVE 1 TO fcpt_val
                  WRITE fcptTampon END-WRITE
                  READ compteurs WITH LOCK END-READ
              NOT INVALID KEY
                  CONTINUE
          END-READ
          MOVE fcpt_val TO fnout_id
          MOVE FUNCTION CURRENT-DATE TO fnout_date
          MOVE fcl_mail TO fnout_mail
          MOVE 'ETAT RECL' TO fnout_type
          SET NOTIF-ATTENTE TO TRUE
          MOVE SPACES TO fnout_texte
          STRING 'Reclamation n. ' frecl_id
                 ' - Nouvel etat: ' frecl_etat
              DELIMITED BY SIZE INTO fnout_texte
          WRITE fnoutTampon END-WRITE
          COMPUTE fcpt_val = fcpt_val + 1
          REWRITE fcptTampon
          UNLOCK compteurs
          CLOSE compteurs
          CLOSE notificationsOutbox.

*> La réparation est finie : l'unité du dossier frecl_id courant
*> entre au registre des retraits (retraits.dat, état 'attente') et
*> le client est prévenu qu'elle l'attend au comptoir. Le fond de
*> l'arrière-boutique cesse de s'ensabler en silence : la nuit
*> relance les unités non réclamées et en dresse l'état avec leur
*> ancienneté.
          CREER_RETRAIT_REPARATION.
          OPEN I-O retraits
          IF fretv_stat = 35 THEN
              OPEN OUTPUT retraits
              CLOSE retraits
              OPEN I-O retraits
          END-IF
          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
          MOVE frecl_id TO fretv_idrecl
          MOVE SYS-DATE-NUM TO fretv_dateprete
          SET RETRAIT-EN-ATTENTE TO TRUE
          MOVE 0 TO fretv_daterelance
          MOVE 0 TO fretv_dateretrait
          MOVE SPACES TO fretv_retirepar
          WRITE fretvTampon
              INVALID KEY
                  REWRITE fretvTampon
          END-WRITE
          CLOSE retraits
          PERFORM NOTIFIER_UNITE_PRETE
          DISPLAY 'Unité au registre des retraits' LINE 20 COL 1.

*> Prévient le client du dossier courant que son unité réparée est
*> prête (commande -> client -> boîte d'envoi, compteur 7).
          NOTIFIER_UNITE_PRETE.
          MOVE frecl_idco TO fco_id
          OPEN I-O commandes
          READ commandes
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE fco_idcl TO fcl_id
                  OPEN I-O clients
                  READ clients
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          OPEN I-O notificationsOutbox
                          IF fnout_stat = 35 THEN
                              OPEN OUTPUT notificationsOutbox
                              CLOSE notificationsOutbox
                              OPEN I-O notificationsOutbox
                          END-IF
                          OPEN I-O compteurs
                          IF fcpt_stat = 35 THEN
                              OPEN OUTPUT compteurs
                              CLOSE compteurs
                              OPEN I-O compteurs
                          END-IF
                          MOVE 7 TO fcpt_id
                          READ compteurs WITH LOCK
                              INVALID KEY
                                  MOVE 7 TO fcpt_id
                                  MOVE 1 TO fcpt_val
                                  WRITE fcptTampon END-WRITE
                                  READ compteurs WITH LOCK END-READ
                              NOT INVALID KEY
                                  CONTINUE
                          END-READ
                          MOVE fcpt_val TO fnout_id
                          MOVE FUNCTION CURRENT-DATE TO fnout_date
                          MOVE fcl_mail TO fnout_mail
                          MOVE 'RETRAIT' TO fnout_type
                          SET NOTIF-ATTENTE TO TRUE
                          MOVE SPACES TO fnout_texte
                          STRING 'Votre appareil (dossier n. '
                                 frecl_id
                                 ') est repare et vous attend'
                              DELIMITED BY SIZE INTO fnout_texte
                          WRITE fnoutTampon END-WRITE
                          COMPUTE fcpt_val = fcpt_val + 1
                          REWRITE fcptTampon
                          UNLOCK compteurs
                          CLOSE compteurs
                          CLOSE notificationsOutbox
                  END-READ
                  CLOSE clients
          END-READ
          CLOSE commandes.

*> Confirmation du retrait d'une unité réparée : date du jour et nom
*> de la personne qui emporte l'appareil, portés au registre.
          CONFIRMER_RETRAIT.
          OPEN I-O pretsCourtoisie
          IF fprt_stat = 35 THEN
              OPEN OUTPUT pretsCourtoisie
              CLOSE pretsCourtoisie
              OPEN I-O pretsCourtoisie
          END-IF
          OPEN I-O retraits
          IF fretv_stat = 35 THEN
              DISPLAY 'Aucune unité au registre des retraits'
                  WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY '---- Retrait d''une unité réparée ----'
              WITH BLANK SCREEN
          DISPLAY 'Numéro de dossier réclamation :' LINE 2 COL 1
          ACCEPT fretv_idrecl LINE 2 COL 33
          READ retraits
              INVALID KEY
                  DISPLAY 'Dossier absent du registre' LINE 3 COL 1
              NOT INVALID KEY
                  IF RETRAIT-FAIT THEN
                      DISPLAY 'Unité déjà retirée le' LINE 3 COL 1
                      DISPLAY fretv_dateretrait LINE 3 COL 23
                      DISPLAY 'par' LINE 3 COL 33
                      DISPLAY fretv_retirepar LINE 3 COL 37
                  ELSE
                      PERFORM CONTROLER_PRET_RETRAIT
                      IF WprtOK = 1 THEN
                          DISPLAY 'Prête depuis le' LINE 3 COL 1
                          DISPLAY fretv_dateprete LINE 3 COL 17
                          DISPLAY 'Retirée par :' LINE 4 COL 1
                          ACCEPT fretv_retirepar LINE 4 COL 15
                          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                          MOVE SYS-DATE-NUM TO fretv_dateretrait
                          SET RETRAIT-FAIT TO TRUE
                          REWRITE fretvTampon
                          DISPLAY 'Retrait confirmé' LINE 5 COL 1
                      ELSE
                          DISPLAY 'Retrait refusé : prêt de courtoisie à rendre'
                              LINE 5 COL 1
                      END-IF
                  END-IF
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'Autre retrait ? 1 ou 0 :' LINE 7 COL 1
             ACCEPT Wrep LINE 7 COL 26
          END-PERFORM
          END-PERFORM
          END-IF
          CLOSE retraits
          CLOSE pretsCourtoisie.

*> Pas de retrait tant que l'unité prêtée pour le dossier n'est pas
*> revenue : le retour peut être enregistré sur-le-champ au comptoir.
          CONTROLER_PRET_RETRAIT.
          MOVE 1 TO WprtOK
          MOVE fretv_idrecl TO fprt_idrecl
          READ pretsCourtoisie
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF PRET-SORTI THEN
                      DISPLAY 'Prêt de courtoisie en cours, série'
                          LINE 9 COL 1
                      DISPLAY fprt_numserie LINE 9 COL 36
                      PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                          OR Wrep2b = 1
                          DISPLAY 'Unité de prêt rendue ? 1 ou 0 :'
                              LINE 10 COL 1
                          ACCEPT Wrep2b LINE 10 COL 33
                      END-PERFORM
                      IF Wrep2b = 1 THEN
                          PERFORM ENREGISTRER_RETOUR_PRET
                      ELSE
                          MOVE 0 TO WprtOK
                      END-IF
                  END-IF
          END-READ.

*> Flux de retour d'une réclamation close en remplacement : l'unité
*> de remplacement sort du stock (mouvement REMPLACEMENT) et l'unité
*> retournée est reprise avec une disposition décidée au guichet —
*> restockable (le stock remonte, mouvement RETOUR) ou rebut (aucune
*> entrée en stock). Le retour est historisé dans retours.dat, valorisé
*> au prix de vente historisé de la ligne réclamée, pour le rapport
*> mensuel des retours.
          TRAITER_RETOUR_REMPLACEMENT.
          OPEN I-O retours
          IF fretr_stat = 35 THEN
              OPEN OUTPUT retours
              CLOSE retours
              OPEN I-O retours
          END-IF
          OPEN I-O commandes
          OPEN I-O articles
          OPEN I-O lignesCommande
          IF flc_stat = 35 THEN
              OPEN OUTPUT lignesCommande
              CLOSE lignesCommande
              OPEN I-O lignesCommande
          END-IF
          OPEN I-O nomenclatures
          IF fnom_stat = 35 THEN
              OPEN OUTPUT nomenclatures
              CLOSE nomenclatures
              OPEN I-O nomenclatures
          END-IF
          MOVE frecl_idco TO fco_id
          READ commandes
              INVALID KEY
                  DISPLAY 'Commande du dossier introuvable, retour non traité'
                      LINE 18 COL 1
              NOT INVALID KEY
                  MOVE fco_id TO flc_idco
                  IF frecl_seqligne = 0 THEN
                      MOVE 1 TO flc_seq
                  ELSE
                      MOVE frecl_seqligne TO flc_seq
                  END-IF
                  READ lignesCommande
                      INVALID KEY
                          MOVE fco_idart TO fart_id
                          MOVE 0 TO fretr_valeur
                      NOT INVALID KEY
                          MOVE flc_idart TO fart_id
                          MOVE flc_prix TO fretr_valeur
                  END-READ
                  PERFORM MOUVEMENTER_RETOUR_REMPLACEMENT
          END-READ
          CLOSE nomenclatures
          CLOSE lignesCommande
          CLOSE articles
          CLOSE commandes
          CLOSE retours.

*> Clôture REMBOURSEE : le client est remboursé d'une unité de la
*> ligne réclamée, au prix historisé (remise et TVA comprises), en
*> espèces sur la session de caisse ouverte, par carte, par virement
*> ou par un avoir. Le remboursement est historisé dans
*> remboursements.dat (caisse, rapport du jour et journal comptable
*> le reprennent) et l'unité rendue passe par retours.dat comme pour
*> un remplacement, restockable ou au rebut.
          REMBOURSER_RECLAMATION.
          OPEN I-O remboursements
          IF frmb_stat = 35 THEN
              OPEN OUTPUT remboursements
              CLOSE remboursements
              OPEN I-O remboursements
          END-IF
          OPEN I-O retours
          IF fretr_stat = 35 THEN
              OPEN OUTPUT retours
              CLOSE retours
              OPEN I-O retours
          END-IF
          OPEN I-O commandes
          OPEN I-O articles
          OPEN I-O lignesCommande
          IF flc_stat = 35 THEN
              OPEN OUTPUT lignesCommande
              CLOSE lignesCommande
              OPEN I-O lignesCommande
          END-IF
          OPEN I-O nomenclatures
          IF fnom_stat = 35 THEN
              OPEN OUTPUT nomenclatures
              CLOSE nomenclatures
              OPEN I-O nomenclatures
          END-IF
          MOVE 1 TO WrmbOK
          MOVE frecl_id TO frmb_idrecl
          READ remboursements
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  DISPLAY 'Dossier déjà remboursé' LINE 17 COL 1
                  MOVE 0 TO WrmbOK
          END-READ
          IF WrmbOK = 1 THEN
              MOVE frecl_idco TO fco_id
              READ commandes
                  INVALID KEY
                      DISPLAY 'Commande du dossier introuvable, remboursement non traité'
                          LINE 17 COL 1
                      MOVE 0 TO WrmbOK
              END-READ
          END-IF
          IF WrmbOK = 1 THEN
              MOVE fco_id TO flc_idco
              IF frecl_seqligne = 0 THEN
                  MOVE 1 TO flc_seq
              ELSE
                  MOVE frecl_seqligne TO flc_seq
              END-IF
              READ lignesCommande
                  INVALID KEY
                      DISPLAY 'Ligne réclamée introuvable, remboursement non traité'
                          LINE 17 COL 1
                      MOVE 0 TO WrmbOK
              END-READ
          END-IF
          IF WrmbOK = 1 THEN
              PERFORM VERSER_REMBOURSEMENT
              MOVE flc_idart TO fart_id
              MOVE flc_prix TO fretr_valeur
              PERFORM REPRENDRE_UNITE_REMBOURSEE
          END-IF
          CLOSE nomenclatures
          CLOSE lignesCommande
          CLOSE articles
          CLOSE commandes
          CLOSE retours
          CLOSE remboursements.

*> Montant et mode du remboursement de la ligne flc courante ; les
*> espèces exigent une session de caisse ouverte. L'éco-participation
*> de l'unité, hors remise, est remboursée avec elle.
          VERSER_REMBOURSEMENT.
          MOVE flc_prix TO Wmontant-brut
          COMPUTE Wmontant-net = Wmontant-brut
              - (Wmontant-brut * flc_remise / 100)
          MOVE 1 TO Weco-qte
          MOVE frecl_id TO Weco-ref
          PERFORM REPRENDRE_ECO_LIGNE
          COMPUTE Wmontant-net = Wmontant-net
              + Weco-unitaire * Weco-qte
          MOVE 1 TO Wcom-qte
          MOVE frecl_id TO Wcom-ref
          PERFORM REPRENDRE_COMMISSION_LIGNE
          COMPUTE Wmontant-ttc ROUNDED = Wmontant-net
              * (1 + flc_tauxtva / 100)
          DISPLAY 'Remboursement TTC :' LINE 17 COL 1
          DISPLAY Wmontant-ttc LINE 17 COL 21
          MOVE 0 TO Wrmb-choix
          PERFORM WITH TEST AFTER UNTIL Wrmb-choix >= 1
              AND Wrmb-choix <= 4
              DISPLAY 'Mode : 1=espèces 2=carte 3=virement 4=avoir :'
                  LINE 18 COL 1
              ACCEPT Wrmb-choix LINE 18 COL 48
              IF Wrmb-choix = 1 AND Wsession-courante = 0 THEN
                  DISPLAY 'Aucune session de caisse ouverte' LINE 18 COL 52
                  MOVE 0 TO Wrmb-choix
              END-IF
          END-PERFORM
          MOVE frecl_id TO frmb_idrecl
          MOVE fco_id TO frmb_idco
          MOVE fco_idcl TO frmb_idcl
          MOVE flc_idart TO frmb_idart
          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
          MOVE SYS-DATE-NUM TO frmb_date
          MOVE Wmontant-net TO frmb_ht
          MOVE flc_tauxtva TO frmb_tauxtva
          MOVE Wmontant-ttc TO frmb_montant
          MOVE 0 TO frmb_session
          MOVE 0 TO frmb_idavr
          MOVE Woperateur TO frmb_ope
          EVALUATE Wrmb-choix
              WHEN 1
                  MOVE 'ESPECES' TO frmb_mode
                  MOVE Wsession-courante TO frmb_session
              WHEN 2
                  MOVE 'CB' TO frmb_mode
                  MOVE Wsession-courante TO frmb_session
              WHEN 3
                  MOVE 'VIREMENT' TO frmb_mode
              WHEN 4
                  MOVE 'AVOIR' TO frmb_mode
                  MOVE Wmontant-ttc TO Wtotavoir-ttc
                  PERFORM EMETTRE_AVOIR_CLIENT
                  MOVE favr_id TO frmb_idavr
          END-EVALUATE
          WRITE frmbTampon END-WRITE
          DISPLAY 'Remboursement enregistré :' LINE 20 COL 1
          DISPLAY frmb_mode LINE 20 COL 28.

*> L'unité remboursée revient : restockable (stock remonté, mouvement
*> RETOUR — aux composants pour un kit) ou rebut, et fiche de retour
*> du dossier dans retours.dat.
          REPRENDRE_UNITE_REMBOURSEE.
          READ articles
              INVALID KEY
                  DISPLAY 'Article du dossier introuvable' LINE 21 COL 1
              NOT INVALID KEY
                  IF fretr_valeur = 0 THEN
                      MOVE fart_prix TO fretr_valeur
                  END-IF
                  PERFORM CHARGER_NOMENCLATURE
                  PERFORM WITH TEST AFTER UNTIL Wdisposition = 1
                      OR Wdisposition = 2
                      DISPLAY 'Unité retournée : 1=restockable 2=rebut :'
                          LINE 19 COL 1
                      ACCEPT Wdisposition LINE 19 COL 44
                  END-PERFORM
                  IF Wdisposition = 1 THEN
                      MOVE 'RETOUR' TO Wmvt-type
                      MOVE 'MAG' TO Wmvt-depot
                      MOVE '+' TO Wmvt-sens
                      MOVE 1 TO Wmvt-qte
                      MOVE frecl_id TO Wmvt-ref
                      IF Wkit-nb > 0 THEN
                          MOVE 1 TO Wkit-qte
                          PERFORM MOUVEMENTER_COMPOSANTS_KIT
                      ELSE
                          ADD 1 TO fart_stock
                          PERFORM ENREGISTRER_MOUVEMENT_STOCK
                      END-IF
                      SET RETOUR-RESTOCK TO TRUE
                  ELSE
                      SET RETOUR-REBUT TO TRUE
                  END-IF
                  MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                  MOVE Woperateur TO fart_opemaj
                  MOVE SYS-DATE-NUM TO fart_datemaj
                  REWRITE fartTampon
                  MOVE frecl_id TO fretr_idrecl
                  MOVE fart_id TO fretr_idart
                  MOVE 1 TO fretr_qte
                  MOVE FUNCTION CURRENT-DATE TO fretr_date
                  WRITE fretrTampon
                      INVALID KEY
                          REWRITE fretrTampon
                  END-WRITE
          END-READ.

*> Sortie de l'unité de remplacement, disposition de l'unité rendue
*> et écriture de la fiche de retour du dossier frecl_id courant. Pour
*> un kit, ce sont ses composants qui sortent et reviennent.
          MOUVEMENTER_RETOUR_REMPLACEMENT.
          READ articles
              INVALID KEY
                  DISPLAY 'Article du dossier introuvable' LINE 18 COL 1
              NOT INVALID KEY
                  IF fretr_valeur = 0 THEN
                      MOVE fart_prix TO fretr_valeur
                  END-IF
                  PERFORM CHARGER_NOMENCLATURE
                  MOVE 'REMPLACMNT' TO Wmvt-type
                  MOVE 'MAG' TO Wmvt-depot
                  MOVE '-' TO Wmvt-sens
                  MOVE 1 TO Wmvt-qte
                  MOVE frecl_id TO Wmvt-ref
                  IF Wkit-nb > 0 THEN
                      MOVE 1 TO Wkit-qte
                      PERFORM MOUVEMENTER_COMPOSANTS_KIT
                  ELSE
                      IF fart_stock > 0 THEN
                          SUBTRACT 1 FROM fart_stock
                      ELSE
                          DISPLAY 'Stock nul : remplacement sans couverture'
                              LINE 18 COL 1
                      END-IF
                      PERFORM ENREGISTRER_MOUVEMENT_STOCK
                  END-IF
                  PERFORM WITH TEST AFTER UNTIL Wdisposition = 1
                      OR Wdisposition = 2
                      DISPLAY 'Unité retournée : 1=restockable 2=rebut :'
                          LINE 19 COL 1
                      ACCEPT Wdisposition LINE 19 COL 44
                  END-PERFORM
                  IF Wdisposition = 1 THEN
                      MOVE 'RETOUR' TO Wmvt-type
                      MOVE 'MAG' TO Wmvt-depot
                      MOVE '+' TO Wmvt-sens
                      MOVE 1 TO Wmvt-qte
                      MOVE frecl_id TO Wmvt-ref
                      IF Wkit-nb > 0 THEN
                          MOVE 1 TO Wkit-qte
                          PERFORM MOUVEMENTER_COMPOSANTS_KIT
                      ELSE
                          ADD 1 TO fart_stock
                          PERFORM ENREGISTRER_MOUVEMENT_STOCK
                      END-IF
                      SET RETOUR-RESTOCK TO TRUE
                  ELSE
                      SET RETOUR-REBUT TO TRUE
                  END-IF
                  MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                  MOVE Woperateur TO fart_opemaj
                  MOVE SYS-DATE-NUM TO fart_datemaj
                  REWRITE fartTampon
                  MOVE frecl_id TO fretr_idrecl
                  MOVE fart_id TO fretr_idart
                  MOVE 1 TO fretr_qte
                  MOVE FUNCTION CURRENT-DATE TO fretr_date
                  WRITE fretrTampon
                      INVALID KEY
                          REWRITE fretrTampon
                  END-WRITE
                  DISPLAY 'Retour traité, stock :' LINE 20 COL 1
                  DISPLAY fart_stock LINE 20 COL 24
          END-READ.

*> Rapport mensuel des retours SAV : pour un mois donné, unités
*> retournées et valeur (prix de vente historisé) par article, avec
*> la part restockée et la part mise au rebut.
          RAPPORT_RETOURS.
          OPEN I-O retours
          OPEN I-O articles
          IF fretr_stat = 35 THEN
              DISPLAY 'Aucun retour enregistré' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              DISPLAY '---- Retours SAV du mois ----' WITH BLANK SCREEN
              DISPLAY 'Mois (AAAAMM) :' LINE 2 COL 1
              ACCEPT Wmois-decl LINE 2 COL 17
              DISPLAY 'Article               Unités  Valeur' LINE 3 COL 1
              MOVE 0 TO Wqte-retours
              MOVE 0 TO Wval-retours
              PERFORM CUMULER_RETOURS_DISPOSITION
              MOVE 4 TO W1
              MOVE 0 TO fart_id
              MOVE 0 TO Wfin
              START articles KEY IS NOT LESS THAN fart_id
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          PERFORM CUMULER_RETOURS_ARTICLE
                          IF Wqte-ret-art > 0 THEN
                              ADD Wqte-ret-art TO Wqte-retours
                              ADD Wval-ret-art TO Wval-retours
                              IF W1 <= 18 THEN
                                  DISPLAY fart_id LINE W1 COL 1
                                  DISPLAY fart_nom LINE W1 COL 8
                                  DISPLAY Wqte-ret-art LINE W1 COL 29
                                  DISPLAY Wval-ret-art LINE W1 COL 37
                                  ADD 1 TO W1
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF Wqte-retours = 0 THEN
                  DISPLAY 'Aucun retour sur ce mois' LINE 4 COL 1
              ELSE
                  DISPLAY 'Restocké :' LINE 19 COL 1
                  DISPLAY Wqte-restock LINE 19 COL 12
                  DISPLAY Wval-restock LINE 19 COL 21
                  DISPLAY 'Rebut :' LINE 19 COL 36
                  DISPLAY Wqte-rebut LINE 19 COL 44
                  DISPLAY Wval-rebut LINE 19 COL 53
                  DISPLAY 'TOTAL unités :' LINE 20 COL 1
                  DISPLAY Wqte-retours LINE 20 COL 16
                  DISPLAY 'valeur :' LINE 20 COL 26
                  DISPLAY Wval-retours LINE 20 COL 35
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 22 COL 1
                  ACCEPT Wrep LINE 22 COL 34
              END-PERFORM
          END-IF
          CLOSE articles
          CLOSE retours.

*> Ventile les retours du mois Wmois-decl par disposition : la part
*> remise en stock et la part partie au rebut (un seul parcours).
          CUMULER_RETOURS_DISPOSITION.
          MOVE 0 TO Wqte-restock
          MOVE 0 TO Wval-restock
          MOVE 0 TO Wqte-rebut
          MOVE 0 TO Wval-rebut
          MOVE 0 TO fretr_idrecl
          MOVE 0 TO Wfinl
          START retours KEY IS NOT LESS THAN fretr_idrecl
              INVALID KEY MOVE 1 TO Wfinl
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
              READ retours NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinl
                  NOT AT END
                      COMPUTE Wmois-cmd =
                          fretr_annee * 100 + fretr_mois
                      IF Wmois-cmd = Wmois-decl THEN
                          IF RETOUR-RESTOCK THEN
                              ADD fretr_qte TO Wqte-restock
                              COMPUTE Wval-restock = Wval-restock
                                  + fretr_valeur * fretr_qte
                          ELSE
                              ADD fretr_qte TO Wqte-rebut
                              COMPUTE Wval-rebut = Wval-rebut
                                  + fretr_valeur * fretr_qte
                          END-IF
                      END-IF
              END-READ
          END-PERFORM.

*> Unités et valeur retournées pour l'article fart_id courant sur le
*> mois Wmois-decl (parcours complet de retours.dat, fichier court).
          CUMULER_RETOURS_ARTICLE.
          MOVE 0 TO Wqte-ret-art
          MOVE 0 TO Wval-ret-art
          MOVE 0 TO fretr_idrecl
          MOVE 0 TO Wfinl
          START retours KEY IS NOT LESS THAN fretr_idrecl
              INVALID KEY MOVE 1 TO Wfinl
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
              READ retours NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinl
                  NOT AT END
                      IF fretr_idart = fart_id THEN
                          COMPUTE Wmois-cmd =
                              fretr_annee * 100 + fretr_mois
                          IF Wmois-cmd = Wmois-decl THEN
                              ADD fretr_qte TO Wqte-ret-art
                              COMPUTE Wval-ret-art = Wval-ret-art
                                  + fretr_valeur * fretr_qte
                          END-IF
                      END-IF
              END-READ
          END-PERFORM.

*> Revue des notifications dont l'envoi a échoué (mail absent au
*> passage du répartiteur de nuit) : liste les entrées 'echec' de la
*> boîte d'envoi et permet de les remettre en file ('attente') pour
*> le prochain passage du répartiteur.
          NOTIFICATIONS_EN_ECHEC.
          OPEN I-O notificationsOutbox
          IF fnout_stat = 35 THEN
              DISPLAY 'Aucune notification enregistrée' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              DISPLAY '---- Notifications en échec ----' WITH BLANK SCREEN
              MOVE 3 TO W1
              MOVE 0 TO fnout_id
              MOVE 0 TO Wfin
              START notificationsOutbox KEY IS NOT LESS THAN fnout_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ notificationsOutbox NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          IF NOTIF-ECHEC AND W1 <= 18 THEN
                              DISPLAY fnout_id LINE W1 COL 1
                              DISPLAY fnout_mail LINE W1 COL 8
                              DISPLAY fnout_type LINE W1 COL 30
                              DISPLAY fnout_texte LINE W1 COL 41
                              ADD 1 TO W1
                          END-IF
                  END-READ
              END-PERFORM
              IF W1 = 3 THEN
                  DISPLAY 'Aucune notification en échec' LINE 3 COL 1
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                  DISPLAY 'Tout remettre en file ? 1 ou 0 :' LINE 20 COL 1
                  ACCEPT Wrep2b LINE 20 COL 34
              END-PERFORM
              IF Wrep2b = 1 THEN
                  PERFORM REQUEUE_NOTIFICATIONS_ECHEC
                  DISPLAY 'Notifications remises en file' LINE 21 COL 1
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 22 COL 1
                  ACCEPT Wrep LINE 22 COL 34
              END-PERFORM
          END-IF
          CLOSE notificationsOutbox.

*> Repasse à 'attente' toutes les notifications en échec, pour que
*> le répartiteur de nuit retente leur envoi.
          REQUEUE_NOTIFICATIONS_ECHEC.
          MOVE 0 TO fnout_id
          MOVE 0 TO Wfin
          START notificationsOutbox KEY IS NOT LESS THAN fnout_id
              INVALID KEY MOVE 1 TO Wfin
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ notificationsOutbox NEXT RECORD
                  AT END
                      MOVE 1 TO Wfin
                  NOT AT END
                      IF NOTIF-ECHEC THEN
                          SET NOTIF-ATTENTE TO TRUE
                          REWRITE fnoutTampon
                      END-IF
              END-READ
          END-PERFORM.

*> Constitue la file de travail des réclamations en cours, en
*> parcourant la clé alternative frecl_etat pour 'ouvert' puis
*> 'traitement', afin d'éviter de deviner les frecl_id un par un.
          FILE_RECLAMATIONS.
          OPEN I-O reclamations
          OPEN I-O joursFeries
          IF fjf_stat = 35 THEN
              OPEN OUTPUT joursFeries
              CLOSE joursFeries
              OPEN I-O joursFeries
          END-IF
          IF frecl_stat = 35 THEN
              DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              MOVE FUNCTION CURRENT-DATE TO SYS-DATE
              COMPUTE Wjours-auj =
                  FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
              PERFORM CHARGER_SLA_PARAMETRES
              MOVE 1 TO Wpagec
              PERFORM WITH TEST AFTER UNTIL Wnav = 0
                  DISPLAY '--- Réclamations en cours ---' WITH BLANK SCREEN
                  COMPUTE Wsaut = (Wpagec - 1) * 15
                  MOVE 0 TO Wcompte
                  MOVE 0 TO Wencore
                  MOVE 3 TO W1
                  PERFORM VARYING Wgravite FROM 1 BY 1
                      UNTIL Wgravite > 3 OR Wencore = 1
                      PERFORM PARCOURIR_RECLAMATIONS_GRAVITE
                  END-PERFORM
                  IF Wcompte = 0 THEN
                      DISPLAY 'Aucune réclamation sur cette page' LINE 3 COL 1
                  END-IF
                  PERFORM NAVIGUER_PAGE
              END-PERFORM
          END-IF
          CLOSE joursFeries
          CLOSE reclamations.

*> Age en jours ouvrés du dossier ouvert le Wdate-cour-num : chaque
*> jour jusqu'à Wjours-auj compte sauf samedi, dimanche et jour du
*> calendrier joursferies.dat (ouvert par l'appelant). Le jour 1 du
*> calendrier interne étant un lundi, le reste de la division par 7
*> donne le jour de semaine (0 = lundi ... 6 = dimanche).
          COMPTER_JOURS_OUVRES_DOSSIER.
          MOVE 0 TO Wage-jours
          COMPUTE Wjour-ix =
              FUNCTION INTEGER-OF-DATE(Wdate-cour-num) + 1
          PERFORM WITH TEST BEFORE UNTIL Wjour-ix > Wjours-auj
              COMPUTE Wjour-semaine = FUNCTION MOD(Wjour-ix - 1, 7)
              IF Wjour-semaine < 5 THEN
                  COMPUTE Wdate-jour-ferie =
                      FUNCTION DATE-OF-INTEGER(Wjour-ix)
                  MOVE Wdate-jour-ferie TO fjf_date
                  READ joursFeries
                      INVALID KEY
                          ADD 1 TO Wage-jours
                      NOT INVALID KEY
                          CONTINUE
                  END-READ
              END-IF
              ADD 1 TO Wjour-ix
          END-PERFORM.

*> Pied de page commun des écrans de liste : indicateur de page et
*> navigation 1=suite (si la page est pleine et qu'il reste des
*> lignes), 2=précédent, 0=quitter. Wnav restitue le choix.
          NAVIGUER_PAGE.
          DISPLAY 'Page' LINE 21 COL 1
          DISPLAY Wpagec LINE 21 COL 6
          PERFORM WITH TEST AFTER UNTIL Wnav <= 2
              DISPLAY '1=suite  2=précédent  0=quitter :' LINE 22 COL 1
              ACCEPT Wnav LINE 22 COL 36
          END-PERFORM
          IF Wnav = 1 AND Wencore = 1 THEN
              ADD 1 TO Wpagec
          END-IF
          IF Wnav = 2 AND Wpagec > 1 THEN
              SUBTRACT 1 FROM Wpagec
          END-IF.

*> Sous-routine de la file de travail : parcourt les dossiers en
*> cours du niveau de gravité Wgravite dans l'ordre de la clé
*> primaire (identifiants croissants = plus anciens d'abord) et les
*> fait afficher par la pagination. Les dossiers antérieurs à la
*> gravité (zone à zéro) sont assimilés au niveau normal.
          PARCOURIR_RECLAMATIONS_GRAVITE.
          MOVE 0 TO frecl_id
          MOVE 0 TO Wfin
          START reclamations KEY IS NOT LESS THAN frecl_id
              INVALID KEY
                  MOVE 1 TO Wfin
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ reclamations NEXT RECORD
                  AT END
                      MOVE 1 TO Wfin
                  NOT AT END
                      IF frecl_etat = 'ouvert'
                         OR frecl_etat = 'traitement' THEN
                          IF frecl_gravite = Wgravite
                             OR (Wgravite = 2
                                 AND frecl_gravite NOT = 1
                                 AND frecl_gravite NOT = 3) THEN
                              PERFORM AFFICHER_RECLAMATION_PAGINEE
                          END-IF
                      END-IF
              END-READ
          END-PERFORM.

*> Gestion de la fenêtre de page sur la file des réclamations :
*> saute les dossiers des pages précédentes, affiche 15 dossiers,
*> puis note qu'il en reste (Wencore) et arrête le parcours.
          AFFICHER_RECLAMATION_PAGINEE.
          IF Wsaut > 0 THEN
              SUBTRACT 1 FROM Wsaut
          ELSE
              IF Wcompte < 15 THEN
                  DISPLAY frecl_id LINE W1 COL 1
                  DISPLAY frecl_idco LINE W1 COL 8
                  DISPLAY frecl_gravite LINE W1 COL 14
                  DISPLAY frecl_etat LINE W1 COL 16
                  DISPLAY frecl_motif LINE W1 COL 28
                  MOVE frecl_date TO Wdate-cour
*> Même règle de vieillissement que l'escalade de nuit : l'âge se
*> compte en jours ouvrés, week-ends et jours fériés exclus, pour
*> que le « ! » de l'écran et le rapport des retards racontent la
*> même histoire.
                  PERFORM COMPTER_JOURS_OUVRES_DOSSIER
                  DISPLAY Wage-jours LINE W1 COL 69
                  DISPLAY 'j' LINE W1 COL 75
*> Le délai cible se lit désormais dans les paramètres, gravité par
*> gravité, au lieu du 15 gravé dans le programme.
                  EVALUATE TRUE
                      WHEN GRAVITE-CRITIQUE
                          MOVE Wsla-grav1 TO Wsla-jours
                      WHEN GRAVITE-MINEURE
                          MOVE Wsla-grav3 TO Wsla-jours
                      WHEN OTHER
                          MOVE Wsla-grav2 TO Wsla-jours
                  END-EVALUATE
                  IF Wage-jours > Wsla-jours THEN
                      DISPLAY '!' LINE W1 COL 77
                  END-IF
                  ADD 1 TO W1
                  ADD 1 TO Wcompte
              ELSE
                  MOVE 1 TO Wencore
                  MOVE 1 TO Wfin
              END-IF
          END-IF.

*> Recherche libre d'un mot-clé dans le motif ou la description des
*> réclamations. Ces deux zones ne disposent pas de clé alternative,
*> d'où un parcours séquentiel complet du fichier sur la clé primaire.
          RECHERCHE_RECLAMATION_MOTCLE.
          OPEN I-O reclamations
          IF frecl_stat = 35 THEN
              DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY '------- Recherche par mot-clé -------' WITH BLANK SCREEN
          DISPLAY 'Mot-clé recherché :' LINE 2 COL 1
          MOVE SPACES TO Wmotcle
          ACCEPT Wmotcle LINE 2 COL 21
          COMPUTE Wlongmc = FUNCTION LENGTH(FUNCTION TRIM(Wmotcle))
          MOVE 1 TO Wpagec
          PERFORM WITH TEST AFTER UNTIL Wnav = 0
              DISPLAY '------- Recherche par mot-clé -------' WITH BLANK SCREEN
              DISPLAY 'Mot-clé :' LINE 2 COL 1
              DISPLAY Wmotcle LINE 2 COL 11
              COMPUTE Wsaut = (Wpagec - 1) * 15
              MOVE 0 TO Wcompte
              MOVE 0 TO Wencore
              MOVE 4 TO W1
              MOVE 0 TO frecl_id
              MOVE 0 TO Wfin
              START reclamations KEY IS NOT LESS THAN frecl_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ reclamations NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          PERFORM RECHERCHER_MOTCLE_DANS_RECLAMATION
                  END-READ
              END-PERFORM
              IF Wcompte = 0 THEN
                  DISPLAY 'Aucun résultat sur cette page' LINE 4 COL 1
              END-IF
              PERFORM NAVIGUER_PAGE
          END-PERFORM
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'Nouvelle recherche ? 1 ou 0 :' LINE 23 COL 1
             ACCEPT Wrep LINE 23 COL 31
          END-PERFORM
          END-PERFORM
          END-IF
          CLOSE reclamations.

*> Sous-routine commune : teste si Wmotcle apparaît dans frecl_motif
*> ou frecl_description de l'enregistrement courant, par comparaison
*> de sous-chaînes glissante (pas de fonction "contains" en COBOL).
          RECHERCHER_MOTCLE_DANS_RECLAMATION.
          MOVE 0 TO Wtrouve
          IF Wlongmc > 0 THEN
              PERFORM VARYING W2 FROM 1 BY 1
                  UNTIL W2 > 41 - Wlongmc OR Wtrouve = 1
                  IF frecl_motif(W2:Wlongmc) = Wmotcle(1:Wlongmc) THEN
                      MOVE 1 TO Wtrouve
                  END-IF
                  IF frecl_description(W2:Wlongmc) = Wmotcle(1:Wlongmc) THEN
                      MOVE 1 TO Wtrouve
                  END-IF
              END-PERFORM
          END-IF
          IF Wtrouve = 1 THEN
              IF Wsaut > 0 THEN
                  SUBTRACT 1 FROM Wsaut
              ELSE
                  IF Wcompte < 15 THEN
                      DISPLAY frecl_id LINE W1 COL 1
                      DISPLAY frecl_idco LINE W1 COL 8
                      DISPLAY frecl_motif LINE W1 COL 16
                      ADD 1 TO W1
                      ADD 1 TO Wcompte
                  ELSE
                      MOVE 1 TO Wencore
                      MOVE 1 TO Wfin
                  END-IF
              END-IF
          END-IF.

*> Parcourt les réclamations closes (clé alternative frecl_etat)
*> et calcule la note de satisfaction moyenne saisie par GERER_RECLAMATION.
          RAPPORT_SATISFACTION.
          OPEN I-O reclamations
          IF frecl_stat = 35 THEN
              DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              DISPLAY '---- Satisfaction Client ----' WITH BLANK SCREEN
              MOVE 'cloture' TO frecl_etat
              MOVE 0 TO Wfin
              MOVE 0 TO Wsumnote
              MOVE 0 TO Wcountnote
              START reclamations KEY IS = frecl_etat
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ reclamations NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          IF frecl_etat NOT = 'cloture' THEN
                              MOVE 1 TO Wfin
                          ELSE
                              IF frecl_note-num > 0 THEN
                                  ADD frecl_note-num TO Wsumnote
                                  ADD 1 TO Wcountnote
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              IF Wcountnote = 0 THEN
                  DISPLAY 'Aucune note enregistrée' LINE 3 COL 1
              ELSE
                  DIVIDE Wsumnote BY Wcountnote GIVING Wmoyenne
                  DISPLAY 'Nombre de réclamations notées :' LINE 3 COL 1
                  DISPLAY Wcountnote LINE 3 COL 34
                  DISPLAY 'Note moyenne :' LINE 4 COL 1
                  DISPLAY Wmoyenne LINE 4 COL 16
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 6 COL 1
                  ACCEPT Wrep LINE 6 COL 34
              END-PERFORM
          END-IF
          CLOSE reclamations.

*> Parcourt les réclamations closes et ventile les résolutions
*> (réparation/remplacement/remboursement/rejet) pour connaître
*> ce que coûtent réellement les réclamations.
          RAPPORT_RESOLUTIONS.
          OPEN I-O reclamations
          IF frecl_stat = 35 THEN
              DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              DISPLAY '---- Résolutions des Réclamations ----' WITH BLANK SCREEN
              MOVE 'cloture' TO frecl_etat
              MOVE 0 TO Wfin
              MOVE 0 TO Wcnt-reparee
              MOVE 0 TO Wcnt-remplacee
              MOVE 0 TO Wcnt-remboursee
              MOVE 0 TO Wcnt-rejetee
              START reclamations KEY IS = frecl_etat
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ reclamations NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          IF frecl_etat NOT = 'cloture' THEN
                              MOVE 1 TO Wfin
                          ELSE
                              EVALUATE TRUE
                                  WHEN RECL-REPAREE
                                      ADD 1 TO Wcnt-reparee
                                  WHEN RECL-REMPLACEE
                                      ADD 1 TO Wcnt-remplacee
                                  WHEN RECL-REMBOURSEE
                                      ADD 1 TO Wcnt-remboursee
                                  WHEN RECL-REJETEE
                                      ADD 1 TO Wcnt-rejetee
                                  WHEN OTHER
                                      CONTINUE
                              END-EVALUATE
                          END-IF
                  END-READ
              END-PERFORM
              DISPLAY 'Réparées   :' LINE 3 COL 1
              DISPLAY Wcnt-reparee LINE 3 COL 14
              DISPLAY 'Remplacées :' LINE 4 COL 1
              DISPLAY Wcnt-remplacee LINE 4 COL 14
              DISPLAY 'Remboursées:' LINE 5 COL 1
              DISPLAY Wcnt-remboursee LINE 5 COL 14
              DISPLAY 'Rejetées   :' LINE 6 COL 1
              DISPLAY Wcnt-rejetee LINE 6 COL 14
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 8 COL 1
                  ACCEPT Wrep LINE 8 COL 34
              END-PERFORM
          END-IF
          CLOSE reclamations.

*> Parcourt les réclamations en cours ou en traitement triées par
*> frecl_agent (clé alternative) et compte la charge de dossiers
*> ouverts affectée à chaque agent, agent 000 = non affecté.
          RAPPORT_CHARGE_AGENTS.
          OPEN I-O reclamations
          OPEN I-O agents
          IF fage_stat = 35 THEN
              OPEN OUTPUT agents
              CLOSE agents
              OPEN I-O agents
          END-IF
          IF frecl_stat = 35 THEN
              DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              DISPLAY '---- Charge de travail par Agent ----' WITH BLANK SCREEN
              DISPLAY 'Agent                     Total  Crit.  Norm.  Min.' LINE 2 COL 1
              MOVE 0 TO frecl_agent
              MOVE 3 TO W1
              MOVE 0 TO Wfin
              MOVE 0 TO Wagent
              MOVE 0 TO Wcnt-agent
              MOVE 0 TO Wcnt-crit
              MOVE 0 TO Wcnt-norm
              MOVE 0 TO Wcnt-min
              START reclamations KEY IS NOT LESS THAN frecl_agent
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ reclamations NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          IF frecl_agent NOT = Wagent THEN
                              PERFORM AFFICHER_CHARGE_AGENT
                              MOVE frecl_agent TO Wagent
                              MOVE 0 TO Wcnt-agent
                              MOVE 0 TO Wcnt-crit
                              MOVE 0 TO Wcnt-norm
                              MOVE 0 TO Wcnt-min
                          END-IF
                          IF frecl_etat = 'ouvert' OR frecl_etat = 'traitement' THEN
                              ADD 1 TO Wcnt-agent
                              EVALUATE TRUE
                                  WHEN GRAVITE-CRITIQUE
                                      ADD 1 TO Wcnt-crit
                                  WHEN GRAVITE-MINEURE
                                      ADD 1 TO Wcnt-min
                                  WHEN OTHER
                                      ADD 1 TO Wcnt-norm
                              END-EVALUATE
                          END-IF
                  END-READ
              END-PERFORM
              PERFORM AFFICHER_CHARGE_AGENT
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 18 COL 1
                  ACCEPT Wrep LINE 18 COL 34
              END-PERFORM
          END-IF
          CLOSE agents
          CLOSE reclamations.

*> Performance des agents sur les dossiers clos : parcourt les
*> réclamations par la clé alternative frecl_agent et restitue, par
*> agent, le nombre de dossiers cloturés, la durée moyenne en jours
*> entre ouverture et cloture (frecl_dateclo, dossiers clos avant
*> l'historisation de la date exclus de la moyenne) et la note de
*> satisfaction moyenne — le résultat, à côté du simple encours de
*> RAPPORT_CHARGE_AGENTS.
          RAPPORT_PERFORMANCE_AGENTS.
          OPEN I-O reclamations
          OPEN I-O agents
          IF fage_stat = 35 THEN
              OPEN OUTPUT agents
              CLOSE agents
              OPEN I-O agents
          END-IF
          OPEN I-O interventions
          IF fint_stat = 35 THEN
              OPEN OUTPUT interventions
              CLOSE interventions
              OPEN I-O interventions
          END-IF
          IF frecl_stat = 35 THEN
              DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
              DISPLAY '---- Performance des Agents ----' WITH BLANK SCREEN
              DISPLAY 'Agent                     Clos   Duree moy.  Note moy.  RdV moy.' LINE 2 COL 1
              MOVE 0 TO frecl_agent
              MOVE 3 TO W1
              MOVE 0 TO Wfin
              MOVE 0 TO Wagent
              MOVE 0 TO Wnb-clos
              MOVE 0 TO Wnbj-clos
              MOVE 0 TO Wsum-jours
              MOVE 0 TO Wsumnote
              MOVE 0 TO Wcountnote
              MOVE 0 TO Wsum-jours-rdv
              MOVE 0 TO Wnbj-rdv
              START reclamations KEY IS NOT LESS THAN frecl_agent
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ reclamations NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          IF frecl_agent NOT = Wagent THEN
                              PERFORM AFFICHER_PERFORMANCE_AGENT
                              MOVE frecl_agent TO Wagent
                              MOVE 0 TO Wnb-clos
                              MOVE 0 TO Wnbj-clos
                              MOVE 0 TO Wsum-jours
                              MOVE 0 TO Wsumnote
                              MOVE 0 TO Wcountnote
                              MOVE 0 TO Wsum-jours-rdv
                              MOVE 0 TO Wnbj-rdv
                          END-IF
                          IF frecl_etat = 'cloture' THEN
                              PERFORM CUMULER_PERFORMANCE_DOSSIER
                          END-IF
                  END-READ
              END-PERFORM
              PERFORM AFFICHER_PERFORMANCE_AGENT
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 22 COL 1
                  ACCEPT Wrep LINE 22 COL 34
              END-PERFORM
          END-IF
          CLOSE interventions
          CLOSE agents
          CLOSE reclamations.

          CUMULER_PERFORMANCE_DOSSIER.
          ADD 1 TO Wnb-clos
          IF frecl_dateclo > 0 THEN
              MOVE frecl_date TO Wdate-cour
              COMPUTE Wage-jours =
                  FUNCTION INTEGER-OF-DATE(frecl_dateclo)
                  - FUNCTION INTEGER-OF-DATE(Wdate-cour-num)
              ADD Wage-jours TO Wsum-jours
              ADD 1 TO Wnbj-clos
          END-IF
          IF frecl_note-num > 0 THEN
              ADD frecl_note-num TO Wsumnote
              ADD 1 TO Wcountnote
          END-IF
          PERFORM CUMULER_DELAI_RENDEZ_VOUS.

*> Délai d'obtention du rendez-vous : jours entre l'ouverture du
*> dossier et la date du premier rendez-vous non annulé du carnet —
*> la performance distingue ainsi le temps d'accès à l'atelier du
*> temps total de clôture.
          CUMULER_DELAI_RENDEZ_VOUS.
          MOVE frecl_id TO fint_idrecl
          MOVE 0 TO Wtrouve
          START interventions KEY IS = fint_idrecl
              INVALID KEY
                  MOVE 1 TO Wtrouve
          END-START
          MOVE 0 TO Wfinm
          PERFORM WITH TEST BEFORE UNTIL Wfinm = 1 OR Wtrouve > 0
              READ interventions NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinm
                  NOT AT END
                      IF fint_idrecl NOT = frecl_id THEN
                          MOVE 1 TO Wfinm
                      ELSE
                          IF NOT INTER-ANNULEE THEN
                              MOVE 2 TO Wtrouve
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          IF Wtrouve = 2 THEN
              MOVE frecl_date TO Wdate-cour
              COMPUTE Wage-jours =
                  FUNCTION INTEGER-OF-DATE(fint_date)
                  - FUNCTION INTEGER-OF-DATE(Wdate-cour-num)
              ADD Wage-jours TO Wsum-jours-rdv
              ADD 1 TO Wnbj-rdv
          END-IF.

          AFFICHER_PERFORMANCE_AGENT.
          IF Wnb-clos > 0 AND W1 <= 20 THEN
              DISPLAY Wagent LINE W1 COL 1
              PERFORM AFFICHER_NOM_AGENT
              DISPLAY Wnb-clos LINE W1 COL 27
              IF Wnbj-clos > 0 THEN
                  DIVIDE Wsum-jours BY Wnbj-clos GIVING Wmoy-jours
                  DISPLAY Wmoy-jours LINE W1 COL 34
                  DISPLAY 'j' LINE W1 COL 41
              END-IF
              IF Wcountnote > 0 THEN
                  DIVIDE Wsumnote BY Wcountnote GIVING Wmoyenne
                  DISPLAY Wmoyenne LINE W1 COL 45
              END-IF
              IF Wnbj-rdv > 0 THEN
                  DIVIDE Wsum-jours-rdv BY Wnbj-rdv GIVING Wmoy-rdv
                  DISPLAY Wmoy-rdv LINE W1 COL 56
                  DISPLAY 'j' LINE W1 COL 63
              END-IF
              ADD 1 TO W1
          END-IF.

*> Ligne de restitution de la charge de l'agent Wagent, ventilée par
*> gravité (les dossiers sans gravité comptent en normale).
          AFFICHER_CHARGE_AGENT.
          IF Wcnt-agent > 0 THEN
              DISPLAY Wagent LINE W1 COL 1
              PERFORM AFFICHER_NOM_AGENT
              DISPLAY Wcnt-agent LINE W1 COL 27
              DISPLAY Wcnt-crit LINE W1 COL 34
              DISPLAY Wcnt-norm LINE W1 COL 41
              DISPLAY Wcnt-min LINE W1 COL 48
              ADD 1 TO W1
          END-IF.

*> Restitue le nom de l'agent Wagent depuis le fichier maître (code
*> 000 = dossiers non affectés).
          AFFICHER_NOM_AGENT.
          IF Wagent = 0 THEN
              DISPLAY 'non affecte' LINE W1 COL 5
          ELSE
              MOVE Wagent TO fage_id
              READ agents
                  INVALID KEY
                      DISPLAY '(inconnu)' LINE W1 COL 5
                  NOT INVALID KEY
                      DISPLAY fage_nom LINE W1 COL 5
              END-READ
          END-IF.

*> Balaye les cinq fichiers du système pour afficher un tableau de
*> bord en lecture seule : effectifs clients/articles/commandes et
*> répartition des réclamations par état.
          TABLEAU_DE_BORD.
          OPEN I-O clients
          OPEN I-O articles
          OPEN I-O commandes
          OPEN I-O reclamations
          DISPLAY '-------- Tableau de bord --------' WITH BLANK SCREEN
          MOVE 0 TO Wcnt-clients
          IF fcl_stat NOT = 35 THEN
              MOVE 0 TO fcl_id
              MOVE 0 TO Wfin
              START clients KEY IS NOT LESS THAN fcl_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ clients NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          ADD 1 TO Wcnt-clients
                  END-READ
              END-PERFORM
          END-IF
          MOVE 0 TO Wcnt-articles
          IF fart_stat NOT = 35 THEN
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
                          ADD 1 TO Wcnt-articles
                  END-READ
              END-PERFORM
          END-IF
          MOVE 0 TO Wcnt-commandes
          IF fco_stat NOT = 35 THEN
              MOVE 0 TO fco_id
              MOVE 0 TO Wfin
              START commandes KEY IS NOT LESS THAN fco_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ commandes NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          ADD 1 TO Wcnt-commandes
                  END-READ
              END-PERFORM
          END-IF
          MOVE 0 TO Wcnt-ouvert
          MOVE 0 TO Wcnt-traitement
          MOVE 0 TO Wcnt-cloture
          IF frecl_stat NOT = 35 THEN
              MOVE 0 TO frecl_id
              MOVE 0 TO Wfin
              START reclamations KEY IS NOT LESS THAN frecl_id
                  INVALID KEY MOVE 1 TO Wfin
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                  READ reclamations NEXT RECORD
                      AT END
                          MOVE 1 TO Wfin
                      NOT AT END
                          EVALUATE frecl_etat
                              WHEN 'ouvert'
                                  ADD 1 TO Wcnt-ouvert
                              WHEN 'traitement'
                                  ADD 1 TO Wcnt-traitement
                              WHEN 'cloture'
                                  ADD 1 TO Wcnt-cloture
                              WHEN OTHER
                                  CONTINUE
                          END-EVALUATE
                  END-READ
              END-PERFORM
          END-IF
          DISPLAY 'Clients            :' LINE 2 COL 1
          DISPLAY Wcnt-clients LINE 2 COL 23
          DISPLAY 'Articles           :' LINE 3 COL 1
          DISPLAY Wcnt-articles LINE 3 COL 23
          DISPLAY 'Commandes          :' LINE 4 COL 1
          DISPLAY Wcnt-commandes LINE 4 COL 23
          DISPLAY 'Réclamations ouvertes    :' LINE 5 COL 1
          DISPLAY Wcnt-ouvert LINE 5 COL 29
          DISPLAY 'Réclamations en traitement :' LINE 6 COL 1
          DISPLAY Wcnt-traitement LINE 6 COL 31
          DISPLAY 'Réclamations cloturées   :' LINE 7 COL 1
          DISPLAY Wcnt-cloture LINE 7 COL 29
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
              DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 9 COL 1
              ACCEPT Wrep LINE 9 COL 34
          END-PERFORM
          CLOSE clients
          CLOSE articles
          CLOSE commandes
          CLOSE reclamations.

*> Tendances des indicateurs photographiés chaque nuit par le batch
*> dans kpihisto.dat : affiche les quinze derniers relevés avec le
*> delta jour-à-jour des commandes et des réclamations ouvertes,
*> pour que la direction voie les évolutions et non un instantané.
        RAPPORT_TENDANCES.
        OPEN I-O kpiHisto
        IF fkpi_stat = 35 THEN
            DISPLAY 'Aucun relevé d''indicateurs (batch de nuit jamais passé)'
                WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
            DISPLAY '---- Tendances des indicateurs ----' WITH BLANK SCREEN
            DISPLAY 'Date     Cmdes  Delta  R.ouv  Delta  Val.stock      CA jour' LINE 2 COL 1
            MOVE 0 TO Wtot-kpi
            MOVE 0 TO fkpi_date
            MOVE 0 TO Wfin
            START kpiHisto KEY IS NOT LESS THAN fkpi_date
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ kpiHisto NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        ADD 1 TO Wtot-kpi
                END-READ
            END-PERFORM
            IF Wtot-kpi > 15 THEN
                COMPUTE Wskip-kpi = Wtot-kpi - 15
            ELSE
                MOVE 0 TO Wskip-kpi
            END-IF
            MOVE 0 TO Wix-kpi
            MOVE 0 TO Wprem-kpi
            MOVE 3 TO W1
            MOVE 0 TO fkpi_date
            MOVE 0 TO Wfin
            START kpiHisto KEY IS NOT LESS THAN fkpi_date
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ kpiHisto NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        ADD 1 TO Wix-kpi
                        IF Wix-kpi > Wskip-kpi THEN
                            PERFORM AFFICHER_LIGNE_TENDANCE
                        END-IF
                        MOVE fkpi_nbcommandes TO Wprev-commandes
                        MOVE fkpi_recl_ouvert TO Wprev-ouvert
                        MOVE 1 TO Wprem-kpi
                END-READ
            END-PERFORM
            IF Wtot-kpi = 0 THEN
                DISPLAY 'Aucun relevé' LINE 3 COL 1
            END-IF
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 22 COL 1
                ACCEPT Wrep LINE 22 COL 34
            END-PERFORM
        END-IF
        CLOSE kpiHisto.

*> Une ligne de tendance : valeurs du relevé et deltas signés par
*> rapport au relevé de la veille (aucun delta sur le premier).
        AFFICHER_LIGNE_TENDANCE.
        DISPLAY fkpi_date LINE W1 COL 1
        DISPLAY fkpi_nbcommandes LINE W1 COL 10
        IF Wprem-kpi = 1 THEN
            IF fkpi_nbcommandes >= Wprev-commandes THEN
                COMPUTE Wdelta-kpi = fkpi_nbcommandes - Wprev-commandes
                DISPLAY '+' LINE W1 COL 17
            ELSE
                COMPUTE Wdelta-kpi = Wprev-commandes - fkpi_nbcommandes
                DISPLAY '-' LINE W1 COL 17
            END-IF
            DISPLAY Wdelta-kpi LINE W1 COL 18
        END-IF
        DISPLAY fkpi_recl_ouvert LINE W1 COL 24
        IF Wprem-kpi = 1 THEN
            IF fkpi_recl_ouvert >= Wprev-ouvert THEN
                COMPUTE Wdelta-kpi = fkpi_recl_ouvert - Wprev-ouvert
                DISPLAY '+' LINE W1 COL 31
            ELSE
                COMPUTE Wdelta-kpi = Wprev-ouvert - fkpi_recl_ouvert
                DISPLAY '-' LINE W1 COL 31
            END-IF
            DISPLAY Wdelta-kpi LINE W1 COL 32
        END-IF
        DISPLAY fkpi_valstock LINE W1 COL 38
        DISPLAY fkpi_ca_jour LINE W1 COL 53
        ADD 1 TO W1.

*> Procédures relatives au fichier clients

        AJOUT_CLIENT.

        OPEN I-O clients
        IF fcl_stat = 35 THEN
                OPEN OUTPUT clients
                CLOSE clients
                OPEN I-O compteurs
                IF fcpt_stat = 35 THEN
                    OPEN OUTPUT compteurs
                    CLOSE compteurs
                    OPEN I-O compteurs
                END-IF
                MOVE 2 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                CLOSE compteurs
                OPEN I-O clients
        END-IF
        OPEN I-O compteurs
        MOVE 2 TO fcpt_id

        PERFORM WITH TEST AFTER UNTIL Wrep = 0
        READ compteurs WITH LOCK
        DISPLAY '------- AJOUT CLIENT -------' WITH BLANK SCREEN
          DISPLAY 'Identifiant Client :' LINE 2 COL 1
          DISPLAY 'Nom Client :' LINE 3 COL 1
          DISPLAY 'Prenom Client :' LINE 4 COL 1
          DISPLAY 'Telephone Client :' LINE 5 COL 1
          DISPLAY 'Mail client :' LINE 6 COL 1
          DISPLAY 'Adresse client :' LINE 7 COL 1
          DISPLAY 'Ville client :' LINE 8 COL 1
          DISPLAY fcpt_val LINE 2 COL 22
          ACCEPT fcl_nom LINE 3 COL 14
          ACCEPT fcl_prenom LINE 4 COL 17
          PERFORM WITH TEST AFTER UNTIL fcl_tel IS NUMERIC
              ACCEPT fcl_tel LINE 5 COL 20
              IF fcl_tel NOT NUMERIC THEN
                  DISPLAY 'Telephone invalide (10 chiffres) :' LINE 9 COL 1
              END-IF
          END-PERFORM
          MOVE 0 TO Wind
          PERFORM WITH TEST AFTER UNTIL Wind > 0
              ACCEPT fcl_mail LINE 6 COL 15
              MOVE 0 TO Wind
              INSPECT fcl_mail TALLYING Wind FOR ALL '@'
              IF Wind = 0 THEN
                  DISPLAY 'Mail invalide (doit contenir @) :' LINE 9 COL 1
              END-IF
          END-PERFORM
          ACCEPT fcl_adresse LINE 7 COL 18
          ACCEPT fcl_ville LINE 8 COL 16
          DISPLAY SPACES LINE 9 COL 1
          MOVE fcpt_val TO fcl_id
          SET CLIENT-ACTIF TO TRUE
          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
          MOVE Woperateur TO fcl_opemaj
          MOVE SYS-DATE-NUM TO fcl_datemaj
          WRITE fclTampon END-WRITE
          MOVE 'CLIENT' TO Wjmj-fichier
          MOVE fcl_id TO Wjmj-idrecord
          MOVE 'CREATION' TO Wjmj-operation
          MOVE SPACES TO Wjmj-avant
          MOVE fclTampon TO Wjmj-apres
          PERFORM JOURNALISER_MAJ
          COMPUTE fcpt_val = fcpt_val + 1
          REWRITE fcptTampon
          UNLOCK compteurs
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'Ajouter un autre client ? 1 ou 0 :' LINE 10 COL 1
             ACCEPT Wrep LINE 10 COL 37
          END-PERFORM
        END-PERFORM
        CLOSE compteurs
        CLOSE clients.

        AFFICHER_CLIENT.
        OPEN I-O clients
        IF fcl_stat = 35 THEN

            DISPLAY 'Fichier clients inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE

        PERFORM WITH TEST AFTER UNTIL Wrep = 0
        DISPLAY '------- Recherche Client -------' WITH BLANK SCREEN
        DISPLAY '1 --> Recherche par identifiant' LINE 2 COL 1
        DISPLAY '2 --> Recherche par nom' LINE 3 COL 1
        ACCEPT W1 LINE 4 COL 1
        IF W1 = 2 THEN
            PERFORM RECHERCHER_CLIENT_PAR_NOM
        ELSE
        DISPLAY "Identifiant du client :" LINE 2 COL 1
        ACCEPT fcl_id LINE 2 COL 25
        READ clients
        INVALID KEY
            DISPLAY 'Client Inexistant' LINE 3 COL 1
        NOT INVALID KEY
           DISPLAY 'ID client :' LINE 3 COL 1
           DISPLAY fcl_id LINE 3 COL 13
           DISPLAY 'Nom :' LINE 4 COL 1
           DISPLAY fcl_nom LINE 4 COL 7
           DISPLAY 'Prenom :' LINE 5 COL 1
           DISPLAY fcl_prenom LINE 5 COL 10
           DISPLAY 'Tel :' LINE 6 COL 1
           DISPLAY fcl_tel LINE 6 COL 7
           DISPLAY 'Mail :' LINE 7 COL 1
           DISPLAY fcl_mail LINE 7 COL 8
           DISPLAY 'Actif :' LINE 8 COL 1
           DISPLAY fcl_actif LINE 8 COL 9
           DISPLAY 'Adresse :' LINE 8 COL 12
           DISPLAY fcl_adresse LINE 8 COL 22
           PERFORM AFFICHER_POINTS_CLIENT
           IF CLIENT-ACTIF THEN
               PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                   DISPLAY 'Désactiver ce client ? 1 ou 0 :' LINE 20 COL 1
                   ACCEPT Wrep2b LINE 20 COL 34
               END-PERFORM
               IF Wrep2b = 1 THEN
                   MOVE fclTampon TO Wjmj-avant
                   SET CLIENT-INACTIF TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                   MOVE Woperateur TO fcl_opemaj
                   MOVE SYS-DATE-NUM TO fcl_datemaj
                   REWRITE fclTampon
                   MOVE 'CLIENT' TO Wjmj-fichier
                   MOVE fcl_id TO Wjmj-idrecord
                   MOVE 'DESACTIV' TO Wjmj-operation
                   MOVE fclTampon TO Wjmj-apres
                   PERFORM JOURNALISER_MAJ
               END-IF
           END-IF
           PERFORM AFFICHER_HISTORIQUE_CLIENT
        END-READ
        END-IF
         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Afficher autre client ? 1 ou 0 :' LINE 9 COL 1
           ACCEPT Wrep LINE 9 COL 34
         END-PERFORM
        END-PERFORM

        END-IF
        CLOSE clients.

*> Parcourt les commandes du client courant via la clé alternative
*> fco_idcl, afin de reconstituer son historique d'achats complet.
        AFFICHER_HISTORIQUE_CLIENT.
        OPEN I-O commandes
        IF fco_stat = 35 THEN
            DISPLAY 'Aucune commande enregistrée' LINE 9 COL 1
        ELSE
            MOVE 1 TO Wpagec
            PERFORM WITH TEST AFTER UNTIL Wnav = 0
                DISPLAY '--- Historique des commandes ---' LINE 9 COL 1
                PERFORM VARYING W1 FROM 10 BY 1 UNTIL W1 > 17
                    DISPLAY '                                          '
                        LINE W1 COL 1
                END-PERFORM
                COMPUTE Wsaut = (Wpagec - 1) * 8
                MOVE 0 TO Wcompte
                MOVE 0 TO Wencore
                MOVE 10 TO W1
                MOVE fcl_id TO fco_idcl
                MOVE 0 TO Wfin
                START commandes KEY IS = fco_idcl
                    INVALID KEY
                        MOVE 1 TO Wfin
                END-START
                PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                    READ commandes NEXT RECORD
                        AT END
                            MOVE 1 TO Wfin
                        NOT AT END
                            IF fco_idcl NOT = fcl_id THEN
                                MOVE 1 TO Wfin
                            ELSE
                                PERFORM AFFICHER_COMMANDE_HISTO_PAGINEE
                            END-IF
                    END-READ
                END-PERFORM
                IF Wcompte = 0 THEN
                    DISPLAY 'Aucune commande pour ce client sur cette page'
                        LINE 10 COL 1
                END-IF
                PERFORM NAVIGUER_PAGE
            END-PERFORM
        END-IF
        CLOSE commandes.

*> Fenêtre de page de l'historique client : 8 commandes par page,
*> sous la fiche du client qui reste affichée.
        AFFICHER_COMMANDE_HISTO_PAGINEE.
        IF Wsaut > 0 THEN
            SUBTRACT 1 FROM Wsaut
        ELSE
            IF Wcompte < 8 THEN
                DISPLAY 'Commande ' LINE W1 COL 1
                DISPLAY fco_id LINE W1 COL 11
                DISPLAY 'Article ' LINE W1 COL 20
                DISPLAY fco_idart LINE W1 COL 29
                DISPLAY fco_jour LINE W1 COL 34
                DISPLAY '/' LINE W1 COL 36
                DISPLAY fco_mois LINE W1 COL 37
                DISPLAY '/' LINE W1 COL 39
                DISPLAY fco_annee LINE W1 COL 40
                ADD 1 TO W1
                ADD 1 TO Wcompte
            ELSE
                MOVE 1 TO Wencore
                MOVE 1 TO Wfin
            END-IF
        END-IF.

*> Parcourt les clients par ordre de nom (clé alternative fcl_nom,
*> autorisant les doublons) pour retrouver un client sans connaître
*> son identifiant.
        RECHERCHER_CLIENT_PAR_NOM.
        DISPLAY 'Nom recherché :' LINE 2 COL 1
        ACCEPT fcl_nom LINE 2 COL 17
        MOVE fcl_nom TO Wnom
        MOVE 0 TO Wfin
        MOVE 3 TO W1
        START clients KEY IS = fcl_nom
            INVALID KEY
                MOVE 1 TO Wfin
                DISPLAY 'Aucun client à ce nom' LINE 3 COL 1
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ clients NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fcl_nom NOT = Wnom THEN
                        MOVE 1 TO Wfin
                    ELSE
                        IF CLIENT-ACTIF THEN
                            DISPLAY 'ID ' LINE W1 COL 1
                            DISPLAY fcl_id LINE W1 COL 5
                            DISPLAY fcl_prenom LINE W1 COL 12
                            DISPLAY fcl_tel LINE W1 COL 34
                            ADD 1 TO W1
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Solde de points de fidélité du client fcl_id courant, affiché sur
*> la fiche client (solde courant et cumul gagné depuis l'origine).
        AFFICHER_POINTS_CLIENT.
        OPEN I-O fidelite
        IF ffid_stat = 35 THEN
            OPEN OUTPUT fidelite
            CLOSE fidelite
            OPEN I-O fidelite
        END-IF
        MOVE fcl_id TO ffid_idcl
        READ fidelite
            INVALID KEY
                DISPLAY 'Points fidélité : 0' LINE 19 COL 1
            NOT INVALID KEY
                DISPLAY 'Points fidélité :' LINE 19 COL 1
                DISPLAY ffid_points LINE 19 COL 19
                DISPLAY '(cumul' LINE 19 COL 28
                DISPLAY ffid_cumul LINE 19 COL 35
                DISPLAY ')' LINE 19 COL 43
        END-READ
        CLOSE fidelite.

*> Fusion supervisée de deux fiches client en double (signalées par
*> l'état nocturne des doublons) : les commandes, avoirs et
*> notifications en boîte d'envoi de la fiche en double sont
*> repointés sur la fiche survivante, les points de fidélité sont
*> transférés, puis la fiche en double est désactivée. Chaque fusion
*> laisse sa trace au journal des modifications.
        FUSIONNER_CLIENTS.
        OPEN I-O clients
        IF fcl_stat = 35 THEN
            DISPLAY 'Fichier clients inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
            CLOSE clients
        ELSE
        OPEN I-O commandes
        OPEN I-O notificationsOutbox
        IF fnout_stat = 35 THEN
            OPEN OUTPUT notificationsOutbox
            CLOSE notificationsOutbox
            OPEN I-O notificationsOutbox
        END-IF
        OPEN I-O fidelite
        IF ffid_stat = 35 THEN
            OPEN OUTPUT fidelite
            CLOSE fidelite
            OPEN I-O fidelite
        END-IF
        OPEN I-O avoirs
        IF favr_stat = 35 THEN
            OPEN OUTPUT avoirs
            CLOSE avoirs
            OPEN I-O avoirs
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
        DISPLAY '------- FUSION DE CLIENTS -------' WITH BLANK SCREEN
        MOVE 1 TO WfusionOK
        DISPLAY 'Identifiant du client conservé :' LINE 2 COL 1
        ACCEPT Wfusion-survivant LINE 2 COL 34
        MOVE Wfusion-survivant TO fcl_id
        READ clients
            INVALID KEY
                DISPLAY 'Client conservé inexistant' LINE 3 COL 1
                MOVE 0 TO WfusionOK
            NOT INVALID KEY
                IF CLIENT-INACTIF THEN
                    DISPLAY 'Client conservé désactivé' LINE 3 COL 1
                    MOVE 0 TO WfusionOK
                ELSE
                    DISPLAY fcl_nom LINE 2 COL 41
                    DISPLAY fcl_prenom LINE 2 COL 62
                    MOVE fcl_mail TO Wmail-survivant
                END-IF
        END-READ
        IF WfusionOK = 1 THEN
            DISPLAY 'Identifiant du doublon à fondre :' LINE 3 COL 1
            ACCEPT Wfusion-double LINE 3 COL 35
            IF Wfusion-double = Wfusion-survivant THEN
                DISPLAY 'Les deux identifiants sont identiques'
                    LINE 4 COL 1
                MOVE 0 TO WfusionOK
            ELSE
                MOVE Wfusion-double TO fcl_id
                READ clients
                    INVALID KEY
                        DISPLAY 'Doublon inexistant' LINE 4 COL 1
                        MOVE 0 TO WfusionOK
                    NOT INVALID KEY
                        DISPLAY fcl_nom LINE 3 COL 42
                        DISPLAY fcl_prenom LINE 3 COL 63
                        MOVE fcl_mail TO Wmail-double
                        MOVE fclTampon TO Wjmj-avant
                END-READ
            END-IF
        END-IF
        IF WfusionOK = 1 THEN
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Confirmer la fusion ? 1 ou 0 :' LINE 5 COL 1
                ACCEPT Wrep2b LINE 5 COL 32
            END-PERFORM
            IF Wrep2b = 1 THEN
                PERFORM EXECUTER_FUSION_CLIENTS
            ELSE
                DISPLAY 'Fusion abandonnée' LINE 6 COL 1
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            DISPLAY 'Autre fusion ? 1 ou 0 :' LINE 22 COL 1
            ACCEPT Wrep LINE 22 COL 25
        END-PERFORM
        END-PERFORM
        CLOSE avoirs
        CLOSE fidelite
        CLOSE notificationsOutbox
        CLOSE commandes
        CLOSE clients
        END-IF.

        EXECUTER_FUSION_CLIENTS.
        MOVE 0 TO Wnb-repoint
        PERFORM REPOINTER_COMMANDES_FUSION
        PERFORM REPOINTER_AVOIRS_FUSION
        PERFORM REPOINTER_OUTBOX_FUSION
        PERFORM TRANSFERER_FIDELITE_FUSION
        MOVE Wfusion-double TO fcl_id
        READ clients
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CLIENT-INACTIF TO TRUE
                MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                MOVE Woperateur TO fcl_opemaj
                MOVE SYS-DATE-NUM TO fcl_datemaj
                REWRITE fclTampon
                MOVE 'CLIENT' TO Wjmj-fichier
                MOVE Wfusion-double TO Wjmj-idrecord
                MOVE 'FUSION' TO Wjmj-operation
                MOVE SPACES TO Wjmj-apres
                STRING 'Fondu dans le client ' Wfusion-survivant
                       ' - ' fclTampon(1:100)
                    DELIMITED BY SIZE INTO Wjmj-apres
                PERFORM JOURNALISER_MAJ
        END-READ
        DISPLAY 'Fusion réalisée,' LINE 6 COL 1
        DISPLAY Wnb-repoint LINE 6 COL 18
        DISPLAY 'enregistrement(s) repointé(s)' LINE 6 COL 25.

*> Repointe une à une les commandes du doublon sur le survivant :
*> fco_idcl est une clé alternative, chaque réécriture repart donc
*> d'un START frais plutôt que de poursuivre un parcours dont la clé
*> vient de changer sous lui.
        REPOINTER_COMMANDES_FUSION.
        MOVE 0 TO Wfinl
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            MOVE Wfusion-double TO fco_idcl
            START commandes KEY IS = fco_idcl
                INVALID KEY MOVE 1 TO Wfinl
            END-START
            IF Wfinl = 0 THEN
                READ commandes NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinl
                    NOT AT END
                        IF fco_idcl = Wfusion-double THEN
                            MOVE Wfusion-survivant TO fco_idcl
                            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                            MOVE Woperateur TO fco_opemaj
                            MOVE SYS-DATE-NUM TO fco_datemaj
                            REWRITE fcoTampon
                            ADD 1 TO Wnb-repoint
                        ELSE
                            MOVE 1 TO Wfinl
                        END-IF
                END-READ
            END-IF
        END-PERFORM.

        REPOINTER_AVOIRS_FUSION.
        MOVE 0 TO Wfinl
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            MOVE Wfusion-double TO favr_idcl
            START avoirs KEY IS = favr_idcl
                INVALID KEY MOVE 1 TO Wfinl
            END-START
            IF Wfinl = 0 THEN
                READ avoirs NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinl
                    NOT AT END
                        IF favr_idcl = Wfusion-double THEN
                            MOVE Wfusion-survivant TO favr_idcl
                            REWRITE favrTampon
                            ADD 1 TO Wnb-repoint
                        ELSE
                            MOVE 1 TO Wfinl
                        END-IF
                END-READ
            END-IF
        END-PERFORM.

*> La boîte d'envoi ne connaît que le mail : toutes les entrées
*> adressées au mail du doublon basculent sur celui du survivant.
        REPOINTER_OUTBOX_FUSION.
        IF Wmail-double NOT = SPACES
           AND Wmail-double NOT = Wmail-survivant THEN
            MOVE 0 TO fnout_id
            MOVE 0 TO Wfinl
            START notificationsOutbox KEY IS NOT LESS THAN fnout_id
                INVALID KEY MOVE 1 TO Wfinl
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                READ notificationsOutbox NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinl
                    NOT AT END
                        IF fnout_mail = Wmail-double THEN
                            MOVE Wmail-survivant TO fnout_mail
                            REWRITE fnoutTampon
                            ADD 1 TO Wnb-repoint
                        END-IF
                END-READ
            END-PERFORM
        END-IF.

        TRANSFERER_FIDELITE_FUSION.
        MOVE Wfusion-double TO ffid_idcl
        READ fidelite
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ffid_points TO Wpoints-gagnes
                MOVE ffid_cumul TO Wpoints-utilises
                DELETE fidelite RECORD END-DELETE
                MOVE Wfusion-survivant TO ffid_idcl
                READ fidelite
                    INVALID KEY
                        MOVE Wfusion-survivant TO ffid_idcl
                        MOVE Wpoints-gagnes TO ffid_points
                        MOVE Wpoints-utilises TO ffid_cumul
                        WRITE ffidTampon END-WRITE
                    NOT INVALID KEY
                        ADD Wpoints-gagnes TO ffid_points
                        ADD Wpoints-utilises TO ffid_cumul
                        REWRITE ffidTampon
                END-READ
        END-READ.

*> Procédures relatives au fichier commandes

        AJOUT_COMMANDE.
          OPEN I-O commandes
          IF fco_stat = 35 THEN
                  OPEN OUTPUT commandes
                  CLOSE commandes
                  OPEN I-O compteurs
                  IF fcpt_stat = 35 THEN
                      OPEN OUTPUT compteurs
                      CLOSE compteurs
                      OPEN I-O compteurs
                  END-IF
                  MOVE 3 TO fcpt_id
                  MOVE 1 TO fcpt_val
                  WRITE fcptTampon END-WRITE
                  CLOSE compteurs
                  OPEN I-O commandes
          END-IF
          OPEN I-O compteurs
          OPEN I-O clients
          OPEN I-O statistiquesArticles
          OPEN I-O articles
          OPEN I-O promotions
          IF fpromo_stat = 35 THEN
              OPEN OUTPUT promotions
              CLOSE promotions
              OPEN I-O promotions
          END-IF
          OPEN I-O lignesCommande
          IF flc_stat = 35 THEN
              OPEN OUTPUT lignesCommande
              CLOSE lignesCommande
              OPEN I-O lignesCommande
          END-IF
          OPEN I-O reliquats
          IF fbo_stat = 35 THEN
              OPEN OUTPUT reliquats
              CLOSE reliquats
              OPEN I-O reliquats
          END-IF
          OPEN I-O tarifs
          IF ftar_stat = 35 THEN
              OPEN OUTPUT tarifs
              CLOSE tarifs
              OPEN I-O tarifs
          END-IF
          OPEN I-O paiements
          IF fpai_stat = 35 THEN
              OPEN OUTPUT paiements
              CLOSE paiements
              OPEN I-O paiements
          END-IF
          OPEN I-O livraisons
          IF fliv_stat = 35 THEN
              OPEN OUTPUT livraisons
              CLOSE livraisons
              OPEN I-O livraisons
          END-IF
          OPEN I-O seriesNumeros
          IF fsn_stat = 35 THEN
              OPEN OUTPUT seriesNumeros
              CLOSE seriesNumeros
              OPEN I-O seriesNumeros
          END-IF
          OPEN I-O reservations
          IF fres_stat = 35 THEN
              OPEN OUTPUT reservations
              CLOSE reservations
              OPEN I-O reservations
          END-IF
          OPEN I-O tarifsExtension
          IF ftex_stat = 35 THEN
              OPEN OUTPUT tarifsExtension
              CLOSE tarifsExtension
              OPEN I-O tarifsExtension
          END-IF
          OPEN I-O contratsGarantie
          IF fcg_stat = 35 THEN
              OPEN OUTPUT contratsGarantie
              CLOSE contratsGarantie
              OPEN I-O contratsGarantie
          END-IF
          OPEN I-O nomenclatures
          IF fnom_stat = 35 THEN
              OPEN OUTPUT nomenclatures
              CLOSE nomenclatures
              OPEN I-O nomenclatures
          END-IF
          OPEN I-O substitutions
          IF fsub_stat = 35 THEN
              OPEN OUTPUT substitutions
              CLOSE substitutions
              OPEN I-O substitutions
          END-IF
          MOVE 3 TO fcpt_id
          PERFORM WITH TEST AFTER UNTIL Wrep = 0

          READ compteurs WITH LOCK
          MOVE FUNCTION CURRENT-DATE TO fco_date

          DISPLAY '------- AJOUT COMMANDE -------' WITH BLANK SCREEN
          DISPLAY 'Identifiant de la commande :' LINE 2 COL 1
          DISPLAY 'Date de commande :' LINE 3 COL 1
          DISPLAY 'Identifiant Client :' LINE 4 COL 1
          DISPLAY 'Identifiant Article :' LINE 5 COL 1
          DISPLAY 'Code Promo :' LINE 6 COL 1
          DISPLAY 'Quantité :' LINE 7 COL 1
          DISPLAY fcpt_val LINE 2 COL 30


          DISPLAY fco_jour LINE 3 COL 20
          DISPLAY '/' LINE 3 COL 22
          DISPLAY fco_mois LINE 3 COL 23
          DISPLAY '/' LINE 3 COL 25
          DISPLAY fco_annee LINE 3 COL 26
          ACCEPT fco_idcl LINE 4 COL 22
          MOVE fco_idcl TO fcl_id
          READ clients
          INVALID KEY

            DISPLAY 'Client inexistant' WITH BLANK SCREEN
            UNLOCK compteurs
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM

          NOT INVALID KEY
          IF CLIENT-INACTIF THEN
            DISPLAY 'Client désactivé' WITH BLANK SCREEN
            UNLOCK compteurs
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
          ELSE

          ACCEPT fco_idart LINE 5 COL 23
          MOVE 0 TO Wsub-iddem
          MOVE fco_idart TO fart_id
          READ articles

              INVALID KEY
                DISPLAY 'Article inexistant' WITH BLANK SCREEN
                UNLOCK compteurs
                PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                   DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                   ACCEPT Wrep LINE 2 COL 22
                END-PERFORM

              NOT INVALID KEY
              IF ARTICLE-INACTIF THEN
                DISPLAY 'Article désactivé' WITH BLANK SCREEN
                UNLOCK compteurs
                PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                   DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                   ACCEPT Wrep LINE 2 COL 22
                END-PERFORM
              ELSE
              PERFORM CHARGER_NOMENCLATURE
              IF Wkit-nb > 0 THEN
                  MOVE 1 TO Wkit-resa
                  PERFORM CALCULER_DISPO_KIT
              ELSE
                  PERFORM LIRE_STOCK_DEPOTS
                  PERFORM DEDUIRE_RESERVATIONS_ACTIVES
              END-IF
              IF Wstock-mag = 0 THEN
                  MOVE 1 TO Wsub-qte
                  MOVE 1 TO Wsub-resa
                  PERFORM RECHERCHER_PRIX_VENTE
                  MOVE Wprix-vente TO Wsub-prix-orig
                  PERFORM PROPOSER_SUBSTITUTS
              END-IF
              IF Wstock-mag = 0 THEN
                DISPLAY 'Rupture de stock magasin, commande impossible' WITH BLANK SCREEN
                IF Wstock-ent > 0 THEN
                    DISPLAY 'Stock entrepôt disponible :' LINE 5 COL 1
                    DISPLAY Wstock-ent LINE 5 COL 29
                    DISPLAY '(transfert à prévoir)' LINE 5 COL 36
                END-IF
                PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                   DISPLAY 'Enregistrer un reliquat client ? 1 ou 0 :'
                       LINE 2 COL 1
                   ACCEPT Wrep2b LINE 2 COL 43
                END-PERFORM
                IF Wrep2b = 1 THEN
                    DISPLAY 'Quantité en reliquat :' LINE 3 COL 1
                    ACCEPT Wqte-reliquat LINE 3 COL 24
                    IF Wqte-reliquat = 0 THEN
                        MOVE 1 TO Wqte-reliquat
                    END-IF
                    PERFORM CREER_RELIQUAT_CLIENT
                END-IF
                UNLOCK compteurs
                PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                   DISPLAY 'Réessayer ? 1 ou 0 :' LINE 6 COL 1
                   ACCEPT Wrep LINE 6 COL 22
                END-PERFORM
              ELSE
                ACCEPT fco_qte LINE 7 COL 12
                IF fco_qte = 0 THEN
                    MOVE 1 TO fco_qte
                END-IF
                IF fco_qte > Wstock-mag AND Wsub-iddem = 0 THEN
                    MOVE fco_qte TO Wsub-qte
                    MOVE 1 TO Wsub-resa
                    PERFORM RECHERCHER_PRIX_VENTE
                    MOVE Wprix-vente TO Wsub-prix-orig
                    PERFORM PROPOSER_SUBSTITUTS
                END-IF
                IF fco_qte > Wstock-mag THEN
                    DISPLAY 'Stock magasin insuffisant pour cette quantité' LINE 9 COL 1
                    IF Wstock-ent > 0 THEN
                        DISPLAY 'Stock entrepôt :' LINE 9 COL 48
                        DISPLAY Wstock-ent LINE 9 COL 65
                    END-IF
                    PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                       DISPLAY 'Mettre le manquant en reliquat ? 1 ou 0 :'
                           LINE 10 COL 1
                       ACCEPT Wrep2b LINE 10 COL 44
                    END-PERFORM
                    IF Wrep2b = 1 THEN
                        COMPUTE Wqte-reliquat = fco_qte - Wstock-mag
                        PERFORM CREER_RELIQUAT_CLIENT
                        MOVE Wstock-mag TO fco_qte
                        DISPLAY 'Quantité vendue ramenée à :' LINE 12 COL 1
                        DISPLAY fco_qte LINE 12 COL 29
                    END-IF
                END-IF
                IF fco_qte > Wstock-mag THEN
                  UNLOCK compteurs
                  PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                     DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                     ACCEPT Wrep LINE 2 COL 22
                  END-PERFORM
                ELSE
                MOVE fart_id TO fstata_idart
                READ statistiquesArticles
                PERFORM RECHERCHER_PRIX_VENTE
                PERFORM APPLIQUER_REGLE_SUBSTITUT
                ACCEPT fco_promo LINE 6 COL 14
                MOVE 0 TO WpromoOK
                PERFORM WITH TEST AFTER UNTIL WpromoOK = 1
                  IF fco_promo = SPACES THEN
                    MOVE 1 TO WpromoOK
                  ELSE
                    MOVE fco_promo TO fpromo_code
                    READ promotions
                      INVALID KEY
                        DISPLAY 'Code promo inconnu' LINE 9 COL 1
                        DISPLAY 'Nouveau code (vide = aucun) :' LINE 10 COL 1
                        ACCEPT fco_promo LINE 10 COL 31
                      NOT INVALID KEY
                        IF fco_date-num < fpromo_debut-num
                           OR fco_date-num > fpromo_fin-num THEN
                          DISPLAY 'Code promo expiré' LINE 9 COL 1
                          DISPLAY 'Nouveau code (vide = aucun) :' LINE 10 COL 1
                          ACCEPT fco_promo LINE 10 COL 31
                        ELSE
                          IF fpromo_maxutil > 0
                             AND fpromo_nbutil >= fpromo_maxutil THEN
                            DISPLAY 'Code promo épuisé' LINE 9 COL 1
                            DISPLAY 'Nouveau code (vide = aucun) :' LINE 10 COL 1
                            ACCEPT fco_promo LINE 10 COL 31
                          ELSE
                            MOVE 1 TO WpromoOK
                          END-IF
                        END-IF
                    END-READ
                  END-IF
                END-PERFORM
                IF fco_promo = SPACES THEN
                    MOVE 0 TO Wremise-pct
                ELSE
                    MOVE fpromo_pourcent TO Wremise-pct
                END-IF
                PERFORM EVALUER_MEILLEURE_PROMO
                IF Wbest-pct > Wremise-pct THEN
                    MOVE Wbest-code TO fco_promo
                    MOVE Wbest-pct TO Wremise-pct
                    DISPLAY 'Règle promo appliquée :' LINE 10 COL 1
                    DISPLAY Wbest-code LINE 10 COL 25
                    DISPLAY Wbest-pct LINE 10 COL 31
                    DISPLAY '%' LINE 10 COL 33
                END-IF
                MOVE Wremise-pct TO Wapx-pct
                PERFORM ARBITRER_ACCORD_PROMO
                IF Wapx-promo-ecartee = 1 THEN
                    MOVE 0 TO Wremise-pct
                    MOVE SPACES TO fco_promo
                    DISPLAY 'Prix d''accord client retenu, promo écartée'
                        LINE 10 COL 1
                END-IF
                COMPUTE Wmontant-brut = Wprix-vente * fco_qte
                COMPUTE Wcc-montant = (Wmontant-brut
                    - Wmontant-brut * Wremise-pct / 100)
                    * (1 + fart_tauxtva / 100)
                PERFORM PROPOSER_EXTENSION_GARANTIE
                COMPUTE Wcc-montant = Wcc-montant
                    + Wext-prix * fco_qte * (1 + fart_tauxtva / 100)
                MOVE fart_id TO Weco-idartligne
                MOVE Wprix-vente TO Weco-prix
                PERFORM CHERCHER_ECO_PARTICIPATION
                COMPUTE Wcc-montant = Wcc-montant
                    + Weco-unitaire * fco_qte * (1 + fart_tauxtva / 100)
                PERFORM ESTIMER_FRAIS_PORT
                COMPUTE Wcc-montant = Wcc-montant
                    + Wport-montant * (1 + Wport-taux / 100)
                PERFORM CONTROLER_CREDIT_CLIENT
                IF WcreditOK = 0 THEN
                  DISPLAY 'Commande refusée : encours client' LINE 17 COL 1
                  UNLOCK compteurs
                  PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                     DISPLAY 'Réessayer ? 1 ou 0 :' LINE 18 COL 1
                     ACCEPT Wrep LINE 18 COL 22
                  END-PERFORM
                ELSE
                MOVE fcpt_val TO fco_id
                SET COMMANDE-ACTIVE TO TRUE
                MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                MOVE Woperateur TO fco_opemaj
                MOVE SYS-DATE-NUM TO fco_datemaj
                COMPUTE fstata_nbCommande = fstata_nbCommande + 1
                ADD fco_qte TO fstata_qtevendue
                REWRITE fstataTampon
                IF Wkit-nb = 0 THEN
                    SUBTRACT fco_qte FROM fart_stock
                    REWRITE fartTampon
                END-IF
                COMPUTE Wstock-mag = Wstock-mag - fco_qte
                PERFORM LIRE_SEUIL_ALERTE
                IF Wstock-mag <= Wseuil-alerte THEN
                    DISPLAY 'Attention : stock magasin faible' LINE 9 COL 1
                END-IF
                IF Wstock-ent <= Wseuil-alerte THEN
                    DISPLAY 'Entrepôt faible :' LINE 9 COL 36
                    DISPLAY Wstock-ent LINE 9 COL 54
                END-IF
                WRITE fcoTampon END-WRITE
                PERFORM CREER_LIVRAISON_COMMANDE
                MOVE 'COMMANDE' TO Wjmj-fichier
                MOVE fco_id TO Wjmj-idrecord
                MOVE 'CREATION' TO Wjmj-operation
                MOVE SPACES TO Wjmj-avant
                MOVE fcoTampon TO Wjmj-apres
                PERFORM JOURNALISER_MAJ
                MOVE fco_id TO flc_idco
                MOVE 1 TO flc_seq
                MOVE fco_idart TO flc_idart
                MOVE fco_qte TO flc_qte
                MOVE Wprix-vente TO flc_prix
                MOVE fart_tauxtva TO flc_tauxtva
                MOVE Wremise-pct TO flc_remise
                WRITE flcTampon END-WRITE
                PERFORM NOTER_LIGNE_ECO
                IF Wsub-iddem > 0 THEN
                    MOVE 'saisie' TO Wsub-origine
                    PERFORM ENREGISTRER_SUBSTITUTION_LIGNE
                END-IF
                IF Wkit-nb > 0 THEN
                    PERFORM VENTILER_PRIX_KIT
                END-IF
                PERFORM SAISIR_SERIES_VENTE
                MOVE 'VENTE' TO Wmvt-type
                MOVE 'MAG' TO Wmvt-depot
                MOVE '-' TO Wmvt-sens
                MOVE fco_qte TO Wmvt-qte
                MOVE fco_id TO Wmvt-ref
                IF Wkit-nb > 0 THEN
                    MOVE fco_qte TO Wkit-qte
                    PERFORM MOUVEMENTER_COMPOSANTS_KIT
                ELSE
                    PERFORM ENREGISTRER_MOUVEMENT_STOCK
                END-IF
                IF fco_promo NOT = SPACES THEN
*> La règle retenue n'est pas forcément celle restée dans le tampon
*> (évaluation automatique) : on relit le code avant de compter.
                    MOVE fco_promo TO fpromo_code
                    READ promotions
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            COMPUTE Wmontant-brut =
                                Wprix-vente * fco_qte
                            COMPUTE Wmontant-remise =
                                Wmontant-brut * Wremise-pct / 100
                            ADD 1 TO fpromo_nbutil
                            ADD Wmontant-remise TO fpromo_totalremise
                            REWRITE fpromoTampon
                    END-READ
                END-IF
                COMPUTE Wmontant-brut = Wprix-vente * fco_qte
                COMPUTE Wmontant-net = Wmontant-brut
                    - (Wmontant-brut * Wremise-pct / 100)
                MOVE Wmontant-net TO Wpoints-gagnes
                PERFORM CREDITER_POINTS_FIDELITE
                PERFORM PROPOSER_UTILISATION_POINTS
                COMPUTE fcpt_val = fcpt_val + 1
                REWRITE fcptTampon
                UNLOCK compteurs
                PERFORM VENDRE_EXTENSION_GARANTIE
                PERFORM AJOUTER_ECO_PARTICIPATION
                PERFORM APPLIQUER_FRAIS_PORT
                PERFORM IMPRIMER_CONFIRMATION_COMMANDE
                PERFORM IMPRIMER_CONFIRMATION_ECO
                PERFORM IMPRIMER_CONFIRMATION_PORT
                PERFORM COMMISSIONNER_COMMANDE
                PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                   DISPLAY 'Nouvelle commande ? 1 ou 0 :' LINE 8 COL 1
                   ACCEPT Wrep LINE 8 COL 30
                END-PERFORM
                END-IF
                END-IF
              END-IF
              END-IF

                END-READ
          END-IF
          END-READ
          END-PERFORM
          CLOSE compteurs
          CLOSE statistiquesArticles
          CLOSE clients
          CLOSE articles
          CLOSE promotions
          CLOSE lignesCommande
          CLOSE reliquats
          CLOSE tarifs
          CLOSE paiements
          CLOSE livraisons
          CLOSE seriesNumeros
          CLOSE reservations
          CLOSE nomenclatures
          CLOSE substitutions
          CLOSE contratsGarantie
          CLOSE tarifsExtension
          CLOSE commandes.

*> Enregistre un reliquat client (compteur B) pour la quantité
*> Wqte-reliquat de l'article fart_id demandée par le client fcl_id :
*> la vente refusée faute de stock ne se perd plus, le batch de nuit
*> sert les reliquats en attente du plus ancien au plus récent dès que
*> la marchandise rentre et prévient le client. Le compteur des
*> commandes (clé 3) est relu en sortie : le tampon de compteurs est
*> partagé et la prise de commande en cours doit retrouver son numéro.
          CREER_RELIQUAT_CLIENT.
          MOVE 'B' TO fcpt_id
          READ compteurs WITH LOCK
              INVALID KEY
                  MOVE 'B' TO fcpt_id
                  MOVE 1 TO fcpt_val
                  WRITE fcptTampon END-WRITE
                  READ compteurs WITH LOCK END-READ
              NOT INVALID KEY
                  CONTINUE
          END-READ
          MOVE fcpt_val TO fbo_id
          COMPUTE fcpt_val = fcpt_val + 1
          REWRITE fcptTampon
          MOVE fcl_id TO fbo_idcl
          MOVE fart_id TO fbo_idart
          MOVE Wqte-reliquat TO fbo_qte
          MOVE FUNCTION CURRENT-DATE TO fbo_date
          SET RELIQUAT-ATTENTE TO TRUE
          MOVE 0 TO fbo_idco
          WRITE fboTampon END-WRITE
          DISPLAY 'Reliquat n.' LINE 11 COL 1
          DISPLAY fbo_id LINE 11 COL 13
          DISPLAY 'enregistré' LINE 11 COL 20
          MOVE 3 TO fcpt_id
          READ compteurs WITH LOCK END-READ.

*> Ouvre le suivi logistique de la commande fco_id qui vient d'être
*> prise : une fiche 'à préparer' dans livraisons.dat que la liste de
*> préparation de nuit et l'écran des livraisons feront avancer
*> (préparée, expédiée, livrée).
*> (livraisons.dat est ouvert par l'appelant.)
          CREER_LIVRAISON_COMMANDE.
          MOVE fco_id TO fliv_idco
          SET LIVR-A-PREPARER TO TRUE
          MOVE SPACES TO fliv_transporteur
          MOVE 0 TO fliv_dateexp
          MOVE 0 TO fliv_datelivr
          WRITE flivTampon
              INVALID KEY
                  CONTINUE
          END-WRITE.

*> Crédite au client fco_idcl les points de fidélité gagnés sur la
*> ligne qui vient d'être vendue : un point par euro net HT
*> (Wpoints-gagnes, partie entière). Le fichier fidelite.dat est
*> ouvert et refermé ici même pour rester appelable de partout.
          CREDITER_POINTS_FIDELITE.
          IF Wpoints-gagnes > 0 THEN
              OPEN I-O fidelite
              IF ffid_stat = 35 THEN
                  OPEN OUTPUT fidelite
                  CLOSE fidelite
                  OPEN I-O fidelite
              END-IF
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
              CLOSE fidelite
          END-IF.

*> Reprend au client fco_idcl les points gagnés sur une commande
*> annulée (Wpoints-gagnes), sans passer le solde sous zéro si une
*> partie a déjà été dépensée.
          DEBITER_POINTS_FIDELITE.
          IF Wpoints-gagnes > 0 THEN
              OPEN I-O fidelite
              IF ffid_stat = 35 THEN
                  OPEN OUTPUT fidelite
                  CLOSE fidelite
                  OPEN I-O fidelite
              END-IF
              MOVE fco_idcl TO ffid_idcl
              READ fidelite
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ffid_points >= Wpoints-gagnes THEN
                          SUBTRACT Wpoints-gagnes FROM ffid_points
                      ELSE
                          MOVE 0 TO ffid_points
                      END-IF
                      IF ffid_cumul >= Wpoints-gagnes THEN
                          SUBTRACT Wpoints-gagnes FROM ffid_cumul
                      ELSE
                          MOVE 0 TO ffid_cumul
                      END-IF
                      REWRITE ffidTampon
              END-READ
              CLOSE fidelite
          END-IF.

*> Propose au client d'échanger ses points contre une remise sur la
*> commande qui vient d'être prise : un point vaut un centime. La
*> remise est plafonnée au solde de points et au TTC dû, puis
*> enregistrée comme un règlement au mode POINTS — elle vient en
*> déduction de ce que le client doit, et la balance âgée comme le
*> journal des encaissements la voient passer.
          PROPOSER_UTILISATION_POINTS.
          OPEN I-O fidelite
          IF ffid_stat = 35 THEN
              OPEN OUTPUT fidelite
              CLOSE fidelite
              OPEN I-O fidelite
          END-IF
          MOVE fco_idcl TO ffid_idcl
          READ fidelite
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF ffid_points > 0 THEN
                      DISPLAY 'Points fidélité disponibles :'
                          LINE 13 COL 1
                      DISPLAY ffid_points LINE 13 COL 31
                      DISPLAY 'Points à utiliser (0=aucun) :'
                          LINE 14 COL 1
                      ACCEPT Wpoints-utilises LINE 14 COL 31
                      IF Wpoints-utilises > ffid_points THEN
                          MOVE ffid_points TO Wpoints-utilises
                          DISPLAY 'Ramené au solde :' LINE 15 COL 1
                          DISPLAY Wpoints-utilises LINE 15 COL 19
                      END-IF
                      IF Wpoints-utilises > 0 THEN
                          PERFORM CALCULER_TOTAL_COMMANDE
                          COMPUTE Wremise-points =
                              Wpoints-utilises / 100
                          IF Wremise-points > Wtotdu THEN
                              MOVE Wtotdu TO Wremise-points
                              COMPUTE Wpoints-utilises =
                                  Wremise-points * 100
                          END-IF
                          SUBTRACT Wpoints-utilises FROM ffid_points
                          REWRITE ffidTampon
                          MOVE Wremise-points TO Wpai-montant
                          MOVE 'POINTS' TO Wpai-mode
                          PERFORM ENREGISTRER_PAIEMENT
                          DISPLAY 'Remise points déduite :'
                              LINE 16 COL 1
                          DISPLAY Wremise-points LINE 16 COL 25
                      END-IF
                  END-IF
          END-READ
          CLOSE fidelite.

*> Ajoute un bon de confirmation formaté à confirmations.txt pour la
*> commande qui vient d'être enregistrée (fichier texte séquentiel,
*> alimenté en mode ajout). La remise du code promo (Wremise-pct,
*> positionnée par l'appelant) est appliquée au montant de la ligne :
*> le bon détaille brut HT, montant de remise, net HT et net TTC.
          IMPRIMER_CONFIRMATION_COMMANDE.
          OPEN EXTEND confirmationsCommande
          IF fconf_stat = 35 THEN
              OPEN OUTPUT confirmationsCommande
              CLOSE confirmationsCommande
              OPEN EXTEND confirmationsCommande
          END-IF
          MOVE SPACES TO fconfTampon
          STRING 'Commande n. ' fco_id
                 ' du ' fco_jour '/' fco_mois '/' fco_annee
                 ' - Client: ' fcl_nom ' ' fcl_prenom
              DELIMITED BY SIZE INTO fconfTampon
          WRITE fconfTampon
          COMPUTE Wprixttc = Wprix-vente * (1 + fart_tauxtva / 100)
          MOVE SPACES TO fconfTampon
          STRING '  Article: ' fart_nom ' - Qte: ' fco_qte
                 ' - Prix HT: ' Wprix-vente
                 ' - Prix TTC: ' Wprixttc ' - Code promo: ' fco_promo
              DELIMITED BY SIZE INTO fconfTampon
          WRITE fconfTampon
          COMPUTE Wmontant-brut = Wprix-vente * fco_qte
          COMPUTE Wmontant-remise = Wmontant-brut * Wremise-pct / 100
          WRITE fconfTampon
          CLOSE confirmationsCommande.

*> Ajoute une ligne supplémentaire (article + quantité) à une commande
*> déjà enregistrée, sur le même principe de clé composée idco+seq
*> que reclamationnotes.dat, en appliquant les mêmes contrôles de
*> stock que la ligne principale saisie dans AJOUT_COMMANDE.
          AJOUTER_LIGNE_COMMANDE.
          OPEN I-O commandes
          OPEN I-O clients
          OPEN I-O articles
          OPEN I-O statistiquesArticles
          OPEN I-O promotions
          IF fpromo_stat = 35 THEN
              OPEN OUTPUT promotions
              CLOSE promotions
              OPEN I-O promotions
          END-IF
          OPEN I-O tarifs
          IF ftar_stat = 35 THEN
              OPEN OUTPUT tarifs
              CLOSE tarifs
              OPEN I-O tarifs
          END-IF
          OPEN I-O lignesCommande
          IF flc_stat = 35 THEN
              OPEN OUTPUT lignesCommande
              CLOSE lignesCommande
              OPEN I-O lignesCommande
          END-IF
          OPEN I-O seriesNumeros
          IF fsn_stat = 35 THEN
              OPEN OUTPUT seriesNumeros
              CLOSE seriesNumeros
              OPEN I-O seriesNumeros
          END-IF
          OPEN I-O reservations
          IF fres_stat = 35 THEN
              OPEN OUTPUT reservations
              CLOSE reservations
              OPEN I-O reservations
          END-IF
          OPEN I-O nomenclatures
          IF fnom_stat = 35 THEN
              OPEN OUTPUT nomenclatures
              CLOSE nomenclatures
              OPEN I-O nomenclatures
          END-IF
          OPEN I-O substitutions
          IF fsub_stat = 35 THEN
              OPEN OUTPUT substitutions
              CLOSE substitutions
              OPEN I-O substitutions
          END-IF
          OPEN I-O paiements
          IF fpai_stat = 35 THEN
              OPEN OUTPUT paiements
              CLOSE paiements
              OPEN I-O paiements
          END-IF
          IF fco_stat = 35 THEN
              DISPLAY 'Fichier commandes inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY '------- AJOUT LIGNE COMMANDE -------' WITH BLANK SCREEN
          DISPLAY 'Identifiant de la commande :' LINE 2 COL 1
          ACCEPT fco_id LINE 2 COL 30
          READ commandes
              INVALID KEY
                  DISPLAY 'Commande inexistante' LINE 3 COL 1
              NOT INVALID KEY
              COMPUTE Wmois-controle = fco_annee * 100 + fco_mois
              PERFORM CONTROLER_PERIODE_CLOSE
              IF COMMANDE-INACTIVE OR Wperiode-close = 1 THEN
                  DISPLAY 'Commande annulée ou période close' LINE 3 COL 1
              ELSE
                  DISPLAY 'Identifiant Article :' LINE 3 COL 1
                  DISPLAY 'Quantité :' LINE 4 COL 1
                  ACCEPT fco_idart LINE 3 COL 23
                  MOVE 0 TO Wsub-iddem
                  MOVE fco_idart TO fart_id
                  READ articles
                      INVALID KEY
                          DISPLAY 'Article inexistant' LINE 6 COL 1
                      NOT INVALID KEY
                          IF ARTICLE-INACTIF THEN
                              DISPLAY 'Article désactivé' LINE 6 COL 1
                          ELSE
                              ACCEPT fco_qte LINE 4 COL 12
                              IF fco_qte = 0 THEN
                                  MOVE 1 TO fco_qte
                              END-IF
                              PERFORM CHARGER_NOMENCLATURE
                              IF Wkit-nb > 0 THEN
                                  MOVE 1 TO Wkit-resa
                                  PERFORM CALCULER_DISPO_KIT
                              ELSE
                                  PERFORM LIRE_STOCK_DEPOTS
                                  PERFORM DEDUIRE_RESERVATIONS_ACTIVES
                              END-IF
                              IF fco_qte > Wstock-mag THEN
                                  MOVE fco_qte TO Wsub-qte
                                  MOVE 1 TO Wsub-resa
                                  PERFORM RECHERCHER_PRIX_VENTE
                                  MOVE Wprix-vente TO Wsub-prix-orig
                                  PERFORM PROPOSER_SUBSTITUTS
                              END-IF
                              IF fco_qte > Wstock-mag THEN
                                  DISPLAY 'Stock magasin insuffisant pour cette quantité' LINE 6 COL 1
                                  IF Wstock-ent > 0 THEN
                                      DISPLAY 'Entrepôt :' LINE 6 COL 48
                                      DISPLAY Wstock-ent LINE 6 COL 59
                                  END-IF
                              ELSE
                                  PERFORM RECHERCHER_PRIX_VENTE
                                  PERFORM APPLIQUER_REGLE_SUBSTITUT
*> Contrôle de crédit sur le montant TTC avant remise : la remise
*> n'est connue qu'une fois le stock engagé, le contrôle reste donc
*> du côté prudent.
                                  MOVE fco_idcl TO fcl_id
                                  COMPUTE Wcc-montant = Wprix-vente
                                      * fco_qte * (1 + fart_tauxtva / 100)
                                  MOVE fart_id TO Weco-idartligne
                                  MOVE Wprix-vente TO Weco-prix
                                  PERFORM CHERCHER_ECO_PARTICIPATION
                                  COMPUTE Wcc-montant = Wcc-montant
                                      + Weco-unitaire * fco_qte
                                      * (1 + fart_tauxtva / 100)
                                  PERFORM CONTROLER_CREDIT_CLIENT
                                  IF WcreditOK = 0 THEN
                                      DISPLAY 'Ligne refusée : encours client' LINE 6 COL 1
                                  ELSE
                                  IF Wkit-nb = 0 THEN
                                      SUBTRACT fco_qte FROM fart_stock
                                      REWRITE fartTampon
                                  END-IF
                                  COMPUTE Wstock-mag =
                                      Wstock-mag - fco_qte
                                  PERFORM LIRE_SEUIL_ALERTE
                                  IF Wstock-mag <= Wseuil-alerte THEN
                                      DISPLAY 'Attention : stock magasin faible' LINE 7 COL 1
                                  END-IF
                                  MOVE fart_id TO fstata_idart
                                  READ statistiquesArticles
                                      INVALID KEY
                                          CONTINUE
                                      NOT INVALID KEY
                                          COMPUTE fstata_nbCommande = fstata_nbCommande + 1
                                          ADD fco_qte TO fstata_qtevendue
                                          REWRITE fstataTampon
                                  END-READ
                                  MOVE fco_id TO flc_idco
                                  MOVE 0 TO flc_seq
                                  MOVE 0 TO Wprochainseql
                                  START lignesCommande KEY IS NOT LESS THAN flc_key
                                      INVALID KEY
                                          CONTINUE
                                  END-START
                                  MOVE 0 TO Wfin
                                  PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                                      READ lignesCommande NEXT RECORD
                                          AT END
                                              MOVE 1 TO Wfin
                                          NOT AT END
                                              IF flc_idco NOT = fco_id THEN
                                                  MOVE 1 TO Wfin
                                              ELSE
                                                  MOVE flc_seq TO Wprochainseql
                                              END-IF
                                      END-READ
                                  END-PERFORM
                                  ADD 1 TO Wprochainseql
                                  MOVE 0 TO WpromoOK
                                  IF fco_promo = SPACES THEN
                                      MOVE 0 TO Wremise-pct
                                  ELSE
                                      MOVE fco_promo TO fpromo_code
                                      READ promotions
                                          INVALID KEY
                                              MOVE 0 TO Wremise-pct
                                          NOT INVALID KEY
                                              MOVE fpromo_pourcent TO Wremise-pct
                                              MOVE 1 TO WpromoOK
                                      END-READ
                                  END-IF
                                  PERFORM EVALUER_MEILLEURE_PROMO
                                  IF Wbest-pct > Wremise-pct THEN
                                      MOVE Wbest-pct TO Wremise-pct
                                      MOVE Wbest-code TO fpromo_code
                                      READ promotions
                                          INVALID KEY
                                              MOVE 0 TO WpromoOK
                                          NOT INVALID KEY
                                              MOVE 1 TO WpromoOK
                                      END-READ
                                      DISPLAY 'Règle promo appliquée :'
                                          LINE 5 COL 1
                                      DISPLAY Wbest-code LINE 5 COL 25
                                      DISPLAY Wbest-pct LINE 5 COL 31
                                      DISPLAY '%' LINE 5 COL 33
                                  ELSE
                                      IF WpromoOK = 1 THEN
*> Le parcours d'évaluation a déplacé le tampon : on repositionne la
*> règle du code saisi avant d'en cumuler l'usage plus bas.
                                          MOVE fco_promo TO fpromo_code
                                          READ promotions
                                              INVALID KEY
                                                  MOVE 0 TO WpromoOK
                                              NOT INVALID KEY
                                                  CONTINUE
                                          END-READ
                                      END-IF
                                  END-IF
                                  MOVE Wremise-pct TO Wapx-pct
                                  PERFORM ARBITRER_ACCORD_PROMO
                                  IF Wapx-promo-ecartee = 1 THEN
                                      MOVE 0 TO Wremise-pct
                                      MOVE 0 TO WpromoOK
                                      DISPLAY 'Prix d''accord client retenu, promo écartée'
                                          LINE 5 COL 1
                                  END-IF
                                  MOVE fco_id TO flc_idco
                                  MOVE Wprochainseql TO flc_seq
                                  MOVE fco_idart TO flc_idart
                                  MOVE fco_qte TO flc_qte
                                  MOVE Wprix-vente TO flc_prix
                                  MOVE fart_tauxtva TO flc_tauxtva
                                  MOVE Wremise-pct TO flc_remise
                                  WRITE flcTampon END-WRITE
                                  PERFORM NOTER_LIGNE_ECO
                                  IF Wsub-iddem > 0 THEN
                                      MOVE 'saisie' TO Wsub-origine
                                      PERFORM ENREGISTRER_SUBSTITUTION_LIGNE
                                  END-IF
                                  IF Wkit-nb > 0 THEN
                                      PERFORM VENTILER_PRIX_KIT
                                  END-IF
                                  PERFORM SAISIR_SERIES_VENTE
                                  MOVE 'VENTE' TO Wmvt-type
                                  MOVE 'MAG' TO Wmvt-depot
                                  MOVE '-' TO Wmvt-sens
                                  MOVE fco_qte TO Wmvt-qte
                                  MOVE fco_id TO Wmvt-ref
                                  IF Wkit-nb > 0 THEN
                                      MOVE fco_qte TO Wkit-qte
                                      PERFORM MOUVEMENTER_COMPOSANTS_KIT
                                  ELSE
                                      PERFORM ENREGISTRER_MOUVEMENT_STOCK
                                  END-IF
                                  IF WpromoOK = 1 THEN
                                      COMPUTE Wmontant-brut =
                                          Wprix-vente * fco_qte
                                      COMPUTE Wmontant-remise =
                                          Wmontant-brut * Wremise-pct / 100
                                      ADD Wmontant-remise
                                          TO fpromo_totalremise
                                      REWRITE fpromoTampon
                                  END-IF
                                  COMPUTE Wmontant-brut =
                                      Wprix-vente * fco_qte
                                  COMPUTE Wmontant-net = Wmontant-brut
                                      - (Wmontant-brut * Wremise-pct / 100)
                                  MOVE Wmontant-net TO Wpoints-gagnes
                                  PERFORM CREDITER_POINTS_FIDELITE
                                  MOVE fco_idcl TO fcl_id
                                  READ clients
                                      INVALID KEY MOVE SPACES TO fcl_nom fcl_prenom
                                  END-READ
                                  PERFORM AJOUTER_ECO_PARTICIPATION
                                  PERFORM APPLIQUER_FRAIS_PORT
                                  PERFORM IMPRIMER_CONFIRMATION_COMMANDE
                                  PERFORM IMPRIMER_CONFIRMATION_ECO
                                  PERFORM IMPRIMER_CONFIRMATION_PORT
                                  PERFORM COMMISSIONNER_COMMANDE
                                  DISPLAY 'Ligne ajoutée avec succès.' LINE 6 COL 1
                                  END-IF
                              END-IF
                          END-IF
                  END-READ
                  END-IF
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'Ajouter une autre ligne ? 1 ou 0 :' LINE 9 COL 1
             ACCEPT Wrep LINE 9 COL 36
          END-PERFORM
          END-PERFORM
          END-IF
          CLOSE lignesCommande
          CLOSE tarifs
          CLOSE promotions
          CLOSE statistiquesArticles
          CLOSE seriesNumeros
          CLOSE nomenclatures
          CLOSE substitutions
          CLOSE reservations
          CLOSE paiements
          CLOSE articles
          CLOSE clients
          CLOSE commandes.

*> Journalise un mouvement de stock (type, sens, quantité et
*> référence positionnés par l'appelant dans les zones Wmvt-*) pour
*> l'article fart_id courant, dans mouvementsstock.dat (clé composée
*> idart+seq, même recherche de séquence que AJOUTER_NOTE_RECLAMATION).
*> Le fichier est ouvert et refermé ici même afin que la procédure
*> reste appelable depuis n'importe quel écran.
          ENREGISTRER_MOUVEMENT_STOCK.
          OPEN I-O mouvementsStock
          IF fmvt_stat = 35 THEN
              OPEN OUTPUT mouvementsStock
              CLOSE mouvementsStock
              OPEN I-O mouvementsStock
          END-IF
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
          MOVE Wmvt-type TO fmvt_type
          MOVE Wmvt-sens TO fmvt_sens
          MOVE Wmvt-qte TO fmvt_qte
          MOVE Wmvt-ref TO fmvt_ref
          IF Wmvt-depot = SPACES THEN
              MOVE 'MAG' TO Wmvt-depot
          END-IF
          MOVE Wmvt-depot TO fmvt_depot
          WRITE fmvtTampon END-WRITE
          CLOSE mouvementsStock
          PERFORM MAJ_STOCK_DEPOT.

*> Tient la position de stock par dépôt (stockdepots.dat, clé
*> article+dépôt) au fil des mouvements : les mouvements INITIAL et
*> INVENTAIRE portent une quantité absolue et recalent la case du
*> dépôt, les autres s'ajoutent ou se retranchent (plancher zéro).
*> fart_stock reste le total tous dépôts, comme avant.
          MAJ_STOCK_DEPOT.
          OPEN I-O stockDepots
          IF fsd_stat = 35 THEN
              OPEN OUTPUT stockDepots
              CLOSE stockDepots
              OPEN I-O stockDepots
          END-IF
          MOVE fart_id TO fsd_idart
          MOVE Wmvt-depot TO fsd_depot
          READ stockDepots
              INVALID KEY
                  MOVE fart_id TO fsd_idart
                  MOVE Wmvt-depot TO fsd_depot
                  MOVE 0 TO fsd_qte
                  WRITE fsdTampon END-WRITE
                  READ stockDepots END-READ
              NOT INVALID KEY
                  CONTINUE
          END-READ
          IF Wmvt-type = 'INITIAL' OR Wmvt-type = 'INVENTAIRE' THEN
              MOVE Wmvt-qte TO fsd_qte
          ELSE
              IF Wmvt-sens = '+' THEN
                  ADD Wmvt-qte TO fsd_qte
              ELSE
                  IF fsd_qte >= Wmvt-qte THEN
                      SUBTRACT Wmvt-qte FROM fsd_qte
                  ELSE
                      MOVE 0 TO fsd_qte
                  END-IF
              END-IF
          END-IF
          REWRITE fsdTampon
          CLOSE stockDepots.

*> Positions de stock de l'article fart_id courant dans les deux
*> dépôts (magasin et entrepôt), pour les contrôles de vente et les
*> avertissements par emplacement.
          LIRE_STOCK_DEPOTS.
          OPEN I-O stockDepots
          IF fsd_stat = 35 THEN
              OPEN OUTPUT stockDepots
              CLOSE stockDepots
              OPEN I-O stockDepots
          END-IF
          MOVE fart_id TO fsd_idart
          MOVE 'MAG' TO fsd_depot
          READ stockDepots
              INVALID KEY
*> Article jamais passé par la gestion des dépôts : tout son stock
*> est réputé en magasin, comme avant l'arrivée des dépôts.
                  MOVE fart_stock TO Wstock-mag
              NOT INVALID KEY
                  MOVE fsd_qte TO Wstock-mag
          END-READ
          MOVE fart_id TO fsd_idart
          MOVE 'ENT' TO fsd_depot
          READ stockDepots
              INVALID KEY
                  MOVE 0 TO Wstock-ent
              NOT INVALID KEY
                  MOVE fsd_qte TO Wstock-ent
          END-READ
          CLOSE stockDepots.

*> Quantité réservée active de l'article fart_id courant (parcours
*> de la clé alternative fres_idart), déduite du stock magasin vu
*> par la prise de commande : l'unité « mise de côté jusqu'à samedi »
*> ne part plus avec un autre client.
          DEDUIRE_RESERVATIONS_ACTIVES.
          MOVE 0 TO Wqte-reservee
          MOVE fart_id TO fres_idart
          START reservations KEY IS = fres_idart
              INVALID KEY
                  CONTINUE
          END-START
          MOVE 0 TO Wfinm
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
          IF Wqte-reservee > 0 THEN
              IF Wstock-mag > Wqte-reservee THEN
                  SUBTRACT Wqte-reservee FROM Wstock-mag
              ELSE
                  MOVE 0 TO Wstock-mag
              END-IF
              DISPLAY 'Dont réservé :' LINE 8 COL 40
              DISPLAY Wqte-reservee LINE 8 COL 55
          END-IF.

*> Prix de vente de l'article fart_id courant à la date fco_date :
*> le tarif en vigueur est la dernière ligne de tarifs.dat (clé
*> idart+datedebut, parcours en ordre croissant) dont la date d'effet
*> ne dépasse pas la date de commande. Faute de ligne tarifaire,
*> le prix catalogue fart_prix reste la référence — les articles
*> jamais passés par la gestion des tarifs se vendent comme avant.
*> Un accord de prix du client fco_idcl en vigueur à cette date prime
*> ensuite sur le tarif (APPLIQUER_ACCORD_PRIX).
          RECHERCHER_PRIX_VENTE.
          PERFORM RECHERCHER_TARIF_VENTE
          PERFORM APPLIQUER_ACCORD_PRIX.

          RECHERCHER_TARIF_VENTE.
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
                          IF ftar_datedebut > fco_date-num THEN
                              MOVE 1 TO Wfinm
                          ELSE
                              MOVE ftar_prix TO Wprix-vente
                          END-IF
                      END-IF
              END-READ
          END-PERFORM.

*> Gestion des tarifs à date d'effet : les hausses planifiées se
*> chargent à l'avance dans tarifs.dat au lieu d'être tapées article
*> par article au matin du jour J. La chaîne de nuit bascule
*> fart_prix quand la date arrive ; un prix à effet immédiat est
*> appliqué sur le champ.
          GERER_TARIFS.
          OPEN I-O tarifs
          IF ftar_stat = 35 THEN
              OPEN OUTPUT tarifs
              CLOSE tarifs
              OPEN I-O tarifs
          END-IF
          OPEN I-O articles
          IF fart_stat = 35 THEN
              DISPLAY 'Fichier articles inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
                 ACCEPT Wrep LINE 2 COL 22
              END-PERFORM
          ELSE
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY '------- GESTION TARIFS -------' WITH BLANK SCREEN
              DISPLAY '1 --> Charger un prix à date d''effet' LINE 2 COL 1
              DISPLAY '2 --> Consulter les tarifs d''un article' LINE 3 COL 1
              DISPLAY '3 --> Démarques du stock dormant' LINE 4 COL 1
              DISPLAY '0 --> Retour au menu' LINE 5 COL 1
              ACCEPT Wrep2 LINE 6 COL 1
              IF Wrep2 = 1 THEN
                  PERFORM SAISIR_TARIF
              END-IF
              IF Wrep2 = 2 THEN
                  PERFORM CONSULTER_TARIFS_ARTICLE
              END-IF
              IF Wrep2 = 3 THEN
                  PERFORM TRAITER_DEMARQUES
              END-IF
              IF Wrep2 = 0 THEN
                  MOVE 0 TO Wrep
              ELSE
                  MOVE 1 TO Wrep
              END-IF
          END-PERFORM
          END-IF
          CLOSE articles
          CLOSE tarifs.

          SAISIR_TARIF.
          DISPLAY '---- Chargement d''un prix ----' WITH BLANK SCREEN
          DISPLAY 'Identifiant article :' LINE 2 COL 1
          ACCEPT fart_id LINE 2 COL 23
          READ articles
              INVALID KEY
                  DISPLAY 'Article inexistant' LINE 3 COL 1
              NOT INVALID KEY
                  DISPLAY fart_nom LINE 2 COL 30
                  DISPLAY 'Prix catalogue actuel :' LINE 3 COL 1
                  DISPLAY fart_prix LINE 3 COL 25
                  DISPLAY 'Date d''effet (AAAAMMJJ) :' LINE 4 COL 1
                  ACCEPT Wdate-tarif LINE 4 COL 27
                  DISPLAY 'Nouveau prix HT :' LINE 5 COL 1
                  ACCEPT Wprix-vente LINE 5 COL 19
                  MOVE fart_id TO ftar_idart
                  MOVE Wdate-tarif TO ftar_datedebut
                  MOVE Wprix-vente TO ftar_prix
                  MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                  IF Wdate-tarif <= SYS-DATE-NUM THEN
                      SET TARIF-APPLIQUE TO TRUE
                  ELSE
                      SET TARIF-EN-ATTENTE TO TRUE
                  END-IF
                  WRITE ftarTampon
                      INVALID KEY
                          REWRITE ftarTampon
                  END-WRITE
                  IF TARIF-APPLIQUE THEN
                      MOVE fartTampon TO Wjmj-avant
                      MOVE Wprix-vente TO fart_prix
                      MOVE Woperateur TO fart_opemaj
                      MOVE SYS-DATE-NUM TO fart_datemaj
                      REWRITE fartTampon
                      MOVE 'ARTICLE' TO Wjmj-fichier
                      MOVE fart_id TO Wjmj-idrecord
                      MOVE 'MODIF' TO Wjmj-operation
                      MOVE fartTampon TO Wjmj-apres
                      PERFORM JOURNALISER_MAJ
                      DISPLAY 'Prix appliqué immédiatement' LINE 7 COL 1
                  ELSE
                      DISPLAY 'Prix chargé, activation par la nuit du'
                          LINE 7 COL 1
                      DISPLAY Wdate-tarif LINE 7 COL 40
                  END-IF
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 9 COL 1
              ACCEPT Wrep2b LINE 9 COL 26
          END-PERFORM.

          CONSULTER_TARIFS_ARTICLE.
          DISPLAY '---- Tarifs d''un article ----' WITH BLANK SCREEN
          DISPLAY 'Identifiant article :' LINE 2 COL 1
          ACCEPT fart_id LINE 2 COL 23
          READ articles
              INVALID KEY
                  DISPLAY 'Article inexistant' LINE 3 COL 1
              NOT INVALID KEY
                  DISPLAY fart_nom LINE 2 COL 30
                  DISPLAY 'Prix catalogue :' LINE 3 COL 1
                  DISPLAY fart_prix LINE 3 COL 18
                  DISPLAY 'Date effet   Prix      Etat' LINE 5 COL 1
                  MOVE 6 TO W1
                  MOVE fart_id TO ftar_idart
                  MOVE 0 TO ftar_datedebut
                  MOVE 0 TO Wfinl
                  START tarifs KEY IS NOT LESS THAN ftar_key
                      INVALID KEY MOVE 1 TO Wfinl
                  END-START
                  PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                      READ tarifs NEXT RECORD
                          AT END
                              MOVE 1 TO Wfinl
                          NOT AT END
                              IF ftar_idart NOT = fart_id THEN
                                  MOVE 1 TO Wfinl
                              ELSE
                                  IF W1 <= 20 THEN
                                      DISPLAY ftar_datedebut LINE W1 COL 1
                                      DISPLAY ftar_prix LINE W1 COL 13
                                      IF TARIF-APPLIQUE THEN
                                          DISPLAY 'appliqué' LINE W1 COL 24
                                      ELSE
                                          DISPLAY 'en attente' LINE W1 COL 24
                                      END-IF
                                      ADD 1 TO W1
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
                  IF W1 = 6 THEN
                      DISPLAY 'Aucune ligne tarifaire' LINE 6 COL 1
                  END-IF
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
              ACCEPT Wrep2b LINE 22 COL 26
          END-PERFORM.

*> Démarques du stock dormant proposées par la chaîne de nuit
*> (VieillissementStock) : le responsable accepte une proposition,
*> en corrigeant le taux au besoin, et un prix à date d'effet future
*> est chargé dans tarifs.dat, basculé par ActivationTarifs le jour
*> venu ; ou il la refuse. La décision est conservée 90 jours avant
*> toute nouvelle proposition sur l'article.
          TRAITER_DEMARQUES.
          OPEN I-O demarques
          IF fdem_stat = 35 THEN
              OPEN OUTPUT demarques
              CLOSE demarques
              OPEN I-O demarques
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wdem-idart = 0
              DISPLAY '---- Démarques proposées ----' WITH BLANK SCREEN
              DISPLAY 'Article  Nom                  Age j  Stock'
                  LINE 2 COL 1
              DISPLAY 'Prix     Dém.  Proposé' LINE 2 COL 44
              MOVE 3 TO W1
              MOVE 0 TO fdem_idart
              MOVE 0 TO Wfinl
              START demarques KEY IS NOT LESS THAN fdem_idart
                  INVALID KEY MOVE 1 TO Wfinl
              END-START
              PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                  READ demarques NEXT RECORD
                      AT END
                          MOVE 1 TO Wfinl
                      NOT AT END
                          IF DEMARQUE-PROPOSEE AND W1 <= 16 THEN
                              PERFORM AFFICHER_DEMARQUE
                          END-IF
                  END-READ
              END-PERFORM
              IF W1 = 3 THEN
                  DISPLAY 'Aucune proposition en attente' LINE 3 COL 1
              END-IF
              MOVE 0 TO Wdem-idart
              DISPLAY 'Article à traiter (00000=retour) :' LINE 18 COL 1
              ACCEPT Wdem-idart LINE 18 COL 36
              IF Wdem-idart > 0 THEN
                  PERFORM DECIDER_DEMARQUE
              END-IF
          END-PERFORM
          CLOSE demarques.

          AFFICHER_DEMARQUE.
          MOVE fdem_idart TO fart_id
          READ articles
              INVALID KEY MOVE SPACES TO fart_nom
          END-READ
          DISPLAY fdem_idart LINE W1 COL 1
          DISPLAY fart_nom LINE W1 COL 10
          DISPLAY fdem_age LINE W1 COL 31
          DISPLAY fdem_stock LINE W1 COL 38
          DISPLAY fdem_prix LINE W1 COL 44
          DISPLAY fdem_pct LINE W1 COL 53
          DISPLAY '%' LINE W1 COL 55
          DISPLAY fdem_prixprop LINE W1 COL 58
          ADD 1 TO W1.

          DECIDER_DEMARQUE.
          MOVE Wdem-idart TO fdem_idart
          READ demarques
              INVALID KEY
                  DISPLAY 'Pas de proposition pour cet article'
                      LINE 19 COL 1
              NOT INVALID KEY
                  IF NOT DEMARQUE-PROPOSEE THEN
                      DISPLAY 'Proposition déjà traitée' LINE 19 COL 1
                  ELSE
                      MOVE 9 TO Wrep2b
                      PERFORM WITH TEST AFTER UNTIL Wrep2b <= 2
                          DISPLAY '1 --> Accepter  2 --> Refuser'
                              LINE 19 COL 1
                          DISPLAY '0 --> Abandon :' LINE 19 COL 32
                          ACCEPT Wrep2b LINE 19 COL 48
                      END-PERFORM
                      IF Wrep2b = 1 THEN
                          PERFORM ACCEPTER_DEMARQUE
                      END-IF
                      IF Wrep2b = 2 THEN
                          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                          SET DEMARQUE-REFUSEE TO TRUE
                          MOVE SYS-DATE-NUM TO fdem_datedec
                          MOVE Woperateur TO fdem_ope
                          REWRITE fdemTampon
                          DISPLAY 'Proposition refusée' LINE 21 COL 1
                      END-IF
                  END-IF
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
              ACCEPT Wrep2b LINE 22 COL 26
          END-PERFORM.

*> Le taux saisi (00 = taux proposé) s'applique au prix catalogue du
*> jour ; la date d'effet (00000000 = demain) doit être future.
          ACCEPTER_DEMARQUE.
          MOVE fdem_idart TO fart_id
          READ articles
              INVALID KEY
                  DISPLAY 'Article inexistant' LINE 21 COL 1
              NOT INVALID KEY
                  MOVE 0 TO Wdem-pct
                  DISPLAY 'Taux de démarque (00=proposé) :' LINE 20 COL 1
                  ACCEPT Wdem-pct LINE 20 COL 33
                  IF Wdem-pct = 0 THEN
                      MOVE fdem_pct TO Wdem-pct
                  END-IF
                  MOVE 0 TO Wdate-tarif
                  DISPLAY 'Date d''effet (00000000=demain) :'
                      LINE 20 COL 37
                  ACCEPT Wdate-tarif LINE 20 COL 70
                  MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                  IF Wdate-tarif = 0 THEN
                      COMPUTE Wdate-tarif = FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) + 1)
                  END-IF
                  IF Wdate-tarif <= SYS-DATE-NUM OR Wdem-pct > 90 THEN
                      DISPLAY 'Date passée ou taux excessif, refusé'
                          LINE 21 COL 1
                  ELSE
                      COMPUTE Wprix-vente ROUNDED =
                          fart_prix * (100 - Wdem-pct) / 100
                      MOVE fart_id TO ftar_idart
                      MOVE Wdate-tarif TO ftar_datedebut
                      MOVE Wprix-vente TO ftar_prix
                      SET TARIF-EN-ATTENTE TO TRUE
                      WRITE ftarTampon
                          INVALID KEY
                              REWRITE ftarTampon
                      END-WRITE
                      SET DEMARQUE-ACCEPTEE TO TRUE
                      MOVE Wdem-pct TO fdem_pct
                      MOVE Wprix-vente TO fdem_prixprop
                      MOVE Wdate-tarif TO fdem_dateeffet
                      MOVE SYS-DATE-NUM TO fdem_datedec
                      MOVE Woperateur TO fdem_ope
                      REWRITE fdemTampon
                      DISPLAY 'Prix démarqué chargé :' LINE 21 COL 1
                      DISPLAY Wprix-vente LINE 21 COL 24
                      DISPLAY 'au' LINE 21 COL 33
                      DISPLAY Wdate-tarif LINE 21 COL 36
                  END-IF
          END-READ.

*> Procédures relatives au fichier fournisseurs

*> Alimente le fichier maître des fournisseurs (compteur 6 de
*> compteurs.dat), sur le même modèle que AJOUT_CLIENT.
        AJOUT_FOURNISSEUR.
        OPEN I-O fournisseurs
        IF ffou_stat = 35 THEN
                OPEN OUTPUT fournisseurs
                CLOSE fournisseurs
                OPEN I-O compteurs
                IF fcpt_stat = 35 THEN
                    OPEN OUTPUT compteurs
                    CLOSE compteurs
                    OPEN I-O compteurs
                END-IF
                MOVE 6 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                CLOSE compteurs
                OPEN I-O fournisseurs
        END-IF
        OPEN I-O compteurs
        MOVE 6 TO fcpt_id

        PERFORM WITH TEST AFTER UNTIL Wrep = 0
*> Le compteur 6 peut manquer même si le fichier fournisseurs existe
*> (compteurs.dat recalé par la restauration) : il est alors recréé
*> sur place, comme pour les compteurs 5 et 7.
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 6 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        DISPLAY '------- AJOUT FOURNISSEUR -------' WITH BLANK SCREEN
          DISPLAY 'Identifiant Fournisseur :' LINE 2 COL 1
          DISPLAY 'Nom Fournisseur :' LINE 3 COL 1
          DISPLAY 'Telephone Fournisseur :' LINE 4 COL 1
          DISPLAY 'Mail Fournisseur :' LINE 5 COL 1
          DISPLAY 'IBAN :' LINE 6 COL 1
          DISPLAY 'BIC :' LINE 7 COL 1
          DISPLAY 'Délai de règlement (jours) :' LINE 8 COL 1
          DISPLAY fcpt_val LINE 2 COL 27
          ACCEPT ffou_nom LINE 3 COL 19
          ACCEPT ffou_tel LINE 4 COL 25
          ACCEPT ffou_mail LINE 5 COL 20
          MOVE SPACES TO ffou_iban
          MOVE SPACES TO ffou_bic
          MOVE 0 TO ffou_delaireg
          ACCEPT ffou_iban LINE 6 COL 8
          ACCEPT ffou_bic LINE 7 COL 7
          ACCEPT ffou_delaireg LINE 8 COL 30
          IF ffou_delaireg = 0 THEN
              MOVE 'DELAI-FOU' TO Wpar-code
              MOVE 30 TO Wpar-valeur
              PERFORM LIRE_PARAMETRE
              MOVE Wpar-valeur TO ffou_delaireg
          END-IF
          MOVE fcpt_val TO ffou_id
          SET FOURNISSEUR-ACTIF TO TRUE
          WRITE ffouTampon END-WRITE
          COMPUTE fcpt_val = fcpt_val + 1
          REWRITE fcptTampon
          UNLOCK compteurs
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
             DISPLAY 'Ajouter un autre fournisseur ? 1 ou 0 :' LINE 10 COL 1
             ACCEPT Wrep LINE 10 COL 41
          END-PERFORM
        END-PERFORM
        CLOSE compteurs
        CLOSE fournisseurs.

*> Catalogue fournisseurs : pour chaque couple article/fournisseur,
*> référence du fournisseur, prix d'achat convenu, délai de livraison
*> en jours, minimum de commande et drapeau de fournisseur préféré —
*> celui vers qui la proposition de réappro et la saisie des ordres
*> d'achat se tournent. Marquer un préféré retire la marque aux autres
*> fournisseurs de l'article.
        GERER_CATALOGUE_FOU.
        OPEN I-O catalogueFou
        IF fcf_stat = 35 THEN
            OPEN OUTPUT catalogueFou
            CLOSE catalogueFou
            OPEN I-O catalogueFou
        END-IF
        OPEN I-O fournisseurs
        OPEN I-O articles
        IF ffou_stat = 35 OR fart_stat = 35 THEN
            DISPLAY 'Fichier fournisseurs ou articles inexistant'
                WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- CATALOGUE FOURNISSEURS ----' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir / modifier une référence' LINE 2 COL 1
            DISPLAY '2 --> Fournisseurs d''un article' LINE 3 COL 1
            DISPLAY '3 --> Supprimer une référence' LINE 4 COL 1
            DISPLAY '0 --> Retour au menu' LINE 5 COL 1
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_REFERENCE_FOU
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM LISTER_FOURNISSEURS_ARTICLE
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM SUPPRIMER_REFERENCE_FOU
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        END-IF
        CLOSE articles
        CLOSE fournisseurs
        CLOSE catalogueFou.

        SAISIR_REFERENCE_FOU.
        DISPLAY '---- Référence catalogue fournisseur ----'
            WITH BLANK SCREEN
        DISPLAY 'Identifiant Fournisseur :' LINE 2 COL 1
        ACCEPT ffou_id LINE 2 COL 27
        DISPLAY 'Identifiant Article :' LINE 3 COL 1
        ACCEPT fart_id LINE 3 COL 23
        READ fournisseurs
            INVALID KEY
                DISPLAY 'Fournisseur inexistant' LINE 4 COL 1
            NOT INVALID KEY
            READ articles
                INVALID KEY
                    DISPLAY 'Article inexistant' LINE 4 COL 1
                NOT INVALID KEY
                    DISPLAY ffou_nom LINE 2 COL 34
                    DISPLAY fart_nom LINE 3 COL 34
                    PERFORM MODIFIER_REFERENCE_FOU
            END-READ
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Fiche existante : valeurs en place rappelées à droite de la saisie.
        MODIFIER_REFERENCE_FOU.
        MOVE fart_id TO fcf_idart
        MOVE ffou_id TO fcf_idfou
        READ catalogueFou
            INVALID KEY
                MOVE 0 TO Wcf-trouve
                MOVE fart_id TO fcf_idart
                MOVE ffou_id TO fcf_idfou
                MOVE SPACES TO fcf_reffou
                MOVE 0 TO fcf_prixachat
                MOVE 0 TO fcf_delai
                MOVE 0 TO fcf_moq
                SET FOURNISSEUR-SECOND TO TRUE
                DISPLAY 'Nouvelle référence' LINE 4 COL 1
            NOT INVALID KEY
                MOVE 1 TO Wcf-trouve
                DISPLAY 'Référence existante, actuel :' LINE 4 COL 1
                DISPLAY fcf_reffou LINE 5 COL 50
                DISPLAY fcf_prixachat LINE 6 COL 50
                DISPLAY fcf_delai LINE 7 COL 50
                DISPLAY fcf_moq LINE 8 COL 50
                DISPLAY fcf_prefere LINE 9 COL 50
        END-READ
        DISPLAY 'Référence fournisseur :' LINE 5 COL 1
        ACCEPT fcf_reffou LINE 5 COL 25
        DISPLAY 'Prix d''achat HT :' LINE 6 COL 1
        ACCEPT fcf_prixachat LINE 6 COL 25
        DISPLAY 'Délai (jours) :' LINE 7 COL 1
        ACCEPT fcf_delai LINE 7 COL 25
        DISPLAY 'Minimum de commande :' LINE 8 COL 1
        ACCEPT fcf_moq LINE 8 COL 25
        PERFORM WITH TEST AFTER UNTIL fcf_prefere = '0'
                                    OR fcf_prefere = '1'
            DISPLAY 'Fournisseur préféré ? 1 ou 0 :' LINE 9 COL 1
            ACCEPT fcf_prefere LINE 9 COL 32
        END-PERFORM
        IF FOURNISSEUR-PREFERE THEN
            MOVE fcfTampon TO Wcf-tampon
            PERFORM RETIRER_PREFERENCE_ARTICLE
            MOVE Wcf-tampon TO fcfTampon
        END-IF
        IF Wcf-trouve = 1 THEN
            REWRITE fcfTampon
        ELSE
            WRITE fcfTampon END-WRITE
        END-IF
        DISPLAY 'Référence enregistrée' LINE 11 COL 1.

*> Un seul fournisseur préféré par article : les autres fiches de
*> l'article perdent leur marque.
        RETIRER_PREFERENCE_ARTICLE.
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
                        IF FOURNISSEUR-PREFERE
                           AND fcf_idfou NOT = ffou_id THEN
                            SET FOURNISSEUR-SECOND TO TRUE
                            REWRITE fcfTampon
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        LISTER_FOURNISSEURS_ARTICLE.
        DISPLAY '---- Fournisseurs d''un article ----' WITH BLANK SCREEN
        DISPLAY 'Identifiant Article :' LINE 2 COL 1
        ACCEPT fart_id LINE 2 COL 23
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 2 COL 34
                DISPLAY 'Fourn. Nom                  Référence'
                    LINE 4 COL 1
                DISPLAY 'Prix achat  Délai  Minimum' LINE 4 COL 47
                MOVE 5 TO W1
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
                                PERFORM AFFICHER_REFERENCE_FOU
                            END-IF
                    END-READ
                END-PERFORM
                IF W1 = 5 THEN
                    DISPLAY 'Aucun fournisseur au catalogue' LINE 5 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep2b LINE 22 COL 26
        END-PERFORM.

        AFFICHER_REFERENCE_FOU.
        IF W1 <= 20 THEN
            MOVE fcf_idfou TO ffou_id
            READ fournisseurs
                INVALID KEY MOVE SPACES TO ffou_nom
            END-READ
            DISPLAY fcf_idfou LINE W1 COL 1
            DISPLAY ffou_nom LINE W1 COL 8
            DISPLAY fcf_reffou LINE W1 COL 30
            DISPLAY fcf_prixachat LINE W1 COL 47
            DISPLAY fcf_delai LINE W1 COL 59
            DISPLAY fcf_moq LINE W1 COL 66
            IF FOURNISSEUR-PREFERE THEN
                DISPLAY 'préféré' LINE W1 COL 73
            END-IF
            ADD 1 TO W1
        END-IF.

        SUPPRIMER_REFERENCE_FOU.
        DISPLAY '---- Suppression référence catalogue ----'
            WITH BLANK SCREEN
        DISPLAY 'Identifiant Fournisseur :' LINE 2 COL 1
        ACCEPT fcf_idfou LINE 2 COL 27
        DISPLAY 'Identifiant Article :' LINE 3 COL 1
        ACCEPT fcf_idart LINE 3 COL 23
        READ catalogueFou
            INVALID KEY
                DISPLAY 'Référence inexistante' LINE 4 COL 1
            NOT INVALID KEY
                DISPLAY fcf_reffou LINE 4 COL 1
                PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                    DISPLAY 'Confirmer la suppression ? 1 ou 0 :'
                        LINE 5 COL 1
                    ACCEPT Wrep2b LINE 5 COL 37
                END-PERFORM
                IF Wrep2b = 1 THEN
                    DELETE catalogueFou RECORD END-DELETE
                    DISPLAY 'Référence supprimée' LINE 6 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Plan comptable du journal de nuit : le comptable associe à chaque
*> événement (type + code) le compte à mouvementer et, pour les
*> mouvements de stock, le compte de charge en contrepartie. Réservé
*> au manager.
        GERER_PLAN_COMPTABLE.
        OPEN I-O planComptable
        IF fpc_stat = 35 THEN
            OPEN OUTPUT planComptable
            CLOSE planComptable
            OPEN I-O planComptable
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- PLAN COMPTABLE ----' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir / modifier un compte' LINE 2 COL 1
            DISPLAY '2 --> Liste des comptes' LINE 3 COL 1
            DISPLAY '3 --> Supprimer un compte' LINE 4 COL 1
            DISPLAY '0 --> Retour au menu' LINE 5 COL 1
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_COMPTE_PLAN
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM LISTER_PLAN_COMPTABLE
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM SUPPRIMER_COMPTE_PLAN
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE planComptable.

        SAISIR_COMPTE_PLAN.
        DISPLAY '---- Compte du plan comptable ----' WITH BLANK SCREEN
        DISPLAY 'Types : GEN (CLIENT VENTE FOURNISSEUR ACHAT)  MODE'
            LINE 2 COL 1
        DISPLAY '        MODF (modes fournisseurs)  TVAC TVAD (taux)'
            LINE 3 COL 1
        DISPLAY '        MVT (INVENTAIRE REPARATION REBUT)' LINE 4 COL 1
        MOVE SPACES TO fpc_type
        MOVE SPACES TO fpc_code
        PERFORM WITH TEST AFTER UNTIL fpc_type = 'GEN ' OR 'MODE'
                                   OR 'MODF' OR 'TVAC' OR 'TVAD'
                                   OR 'MVT '
            DISPLAY 'Type :' LINE 6 COL 1
            ACCEPT fpc_type LINE 6 COL 8
        END-PERFORM
        DISPLAY 'Code :' LINE 7 COL 1
        ACCEPT fpc_code LINE 7 COL 8
        READ planComptable
            INVALID KEY
                MOVE 0 TO Wpc-trouve
                MOVE SPACES TO fpc_compte
                MOVE SPACES TO fpc_contrepartie
                MOVE SPACES TO fpc_libelle
                DISPLAY 'Nouveau compte' LINE 8 COL 1
            NOT INVALID KEY
                MOVE 1 TO Wpc-trouve
                DISPLAY 'Compte existant, actuel :' LINE 8 COL 1
                DISPLAY fpc_compte LINE 9 COL 50
                DISPLAY fpc_contrepartie LINE 10 COL 50
                DISPLAY fpc_libelle LINE 11 COL 50
        END-READ
        DISPLAY 'Compte :' LINE 9 COL 1
        ACCEPT fpc_compte LINE 9 COL 25
        IF fpc_type = 'MVT ' THEN
            DISPLAY 'Contrepartie (charge) :' LINE 10 COL 1
            ACCEPT fpc_contrepartie LINE 10 COL 25
        END-IF
        DISPLAY 'Libellé :' LINE 11 COL 1
        ACCEPT fpc_libelle LINE 11 COL 25
        IF Wpc-trouve = 1 THEN
            REWRITE fpcTampon
        ELSE
            WRITE fpcTampon END-WRITE
        END-IF
        DISPLAY 'Compte enregistré' LINE 13 COL 1
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        LISTER_PLAN_COMPTABLE.
        MOVE 1 TO Wpagec
        PERFORM WITH TEST AFTER UNTIL Wnav = 0
            DISPLAY '---- Plan comptable ----' WITH BLANK SCREEN
            DISPLAY 'Type Code       Compte Contre Libellé' LINE 2 COL 1
            COMPUTE Wsaut = (Wpagec - 1) * 15
            MOVE 0 TO Wcompte
            MOVE 0 TO Wencore
            MOVE 3 TO W1
            MOVE LOW-VALUES TO fpc_key
            MOVE 0 TO Wfin
            START planComptable KEY IS NOT LESS THAN fpc_key
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ planComptable NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        PERFORM AFFICHER_COMPTE_PLAN
                END-READ
            END-PERFORM
            IF Wcompte = 0 THEN
                DISPLAY 'Aucun compte sur cette page' LINE 3 COL 1
            END-IF
            PERFORM NAVIGUER_PAGE
        END-PERFORM.

        AFFICHER_COMPTE_PLAN.
        IF Wsaut > 0 THEN
            SUBTRACT 1 FROM Wsaut
        ELSE
            IF Wcompte < 15 THEN
                DISPLAY fpc_type LINE W1 COL 1
                DISPLAY fpc_code LINE W1 COL 6
                DISPLAY fpc_compte LINE W1 COL 17
                DISPLAY fpc_contrepartie LINE W1 COL 24
                DISPLAY fpc_libelle LINE W1 COL 31
                ADD 1 TO W1
                ADD 1 TO Wcompte
            ELSE
                MOVE 1 TO Wencore
                MOVE 1 TO Wfin
            END-IF
        END-IF.

        SUPPRIMER_COMPTE_PLAN.
        DISPLAY '---- Suppression d''un compte ----' WITH BLANK SCREEN
        DISPLAY 'Type :' LINE 2 COL 1
        ACCEPT fpc_type LINE 2 COL 8
        DISPLAY 'Code :' LINE 3 COL 1
        ACCEPT fpc_code LINE 3 COL 8
        DELETE planComptable RECORD
            INVALID KEY
                DISPLAY 'Compte inexistant' LINE 5 COL 1
            NOT INVALID KEY
                DISPLAY 'Compte supprimé, le journal reprend son compte usuel'
                    LINE 5 COL 1
        END-DELETE
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Tableau de bord fournisseurs sur douze mois glissants, une ligne
*> par fournisseur, paginé : délai moyen de livraison (date de l'ordre
*> à la dernière réception de chaque ligne livrée), taux de service
*> (reçu / commandé, l'excédent livré n'étant pas compté), lignes de
*> factures marquées en écart (nombre et valeur), et taux de
*> réclamations sous garantie sur les unités reçues de ce fournisseur
*> (numéros de série). Le même état part chaque mois à l'impression
*> par le traitement de nuit.
        AFFICHER_PERFORMANCE_FOU.
        OPEN I-O fournisseurs
        OPEN I-O ordresAchat
        IF foa_stat = 35 THEN
            OPEN OUTPUT ordresAchat
            CLOSE ordresAchat
            OPEN I-O ordresAchat
        END-IF
        OPEN I-O lignesOa
        IF floa_stat = 35 THEN
            OPEN OUTPUT lignesOa
            CLOSE lignesOa
            OPEN I-O lignesOa
        END-IF
        OPEN I-O facturesFournisseurs
        IF ffaf_stat = 35 THEN
            OPEN OUTPUT facturesFournisseurs
            CLOSE facturesFournisseurs
            OPEN I-O facturesFournisseurs
        END-IF
        OPEN I-O lignesFactureFou
        IF flf_stat = 35 THEN
            OPEN OUTPUT lignesFactureFou
            CLOSE lignesFactureFou
            OPEN I-O lignesFactureFou
        END-IF
        OPEN I-O seriesNumeros
        IF fsn_stat = 35 THEN
            OPEN OUTPUT seriesNumeros
            CLOSE seriesNumeros
            OPEN I-O seriesNumeros
        END-IF
        IF ffou_stat = 35 THEN
            DISPLAY 'Fichier fournisseurs inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Retour ? appuyez sur 0 :' LINE 2 COL 1
                ACCEPT Wrep2b LINE 2 COL 26
            END-PERFORM
        ELSE
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wpf-debut = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) - 365)
        MOVE 1 TO Wpagec
        PERFORM WITH TEST AFTER UNTIL Wnav = 0
            DISPLAY '---- Performance fournisseurs (12 mois) ----'
                WITH BLANK SCREEN
            DISPLAY 'Fourn' LINE 2 COL 1
            DISPLAY 'Nom' LINE 2 COL 7
            DISPLAY 'Délai' LINE 2 COL 28
            DISPLAY '%Serv' LINE 2 COL 33
            DISPLAY 'OA' LINE 2 COL 39
            DISPLAY 'Lit.' LINE 2 COL 45
            DISPLAY 'Valeur lit.' LINE 2 COL 52
            DISPLAY 'Unités' LINE 2 COL 64
            DISPLAY '%Gar' LINE 2 COL 71
            COMPUTE Wsaut = (Wpagec - 1) * 15
            MOVE 0 TO Wcompte
            MOVE 0 TO Wencore
            MOVE 3 TO W1
            MOVE 0 TO ffou_id
            MOVE 0 TO Wfin
            START fournisseurs KEY IS NOT LESS THAN ffou_id
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fournisseurs NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        PERFORM AFFICHER_PERFORMANCE_PAGINEE
                END-READ
            END-PERFORM
            IF Wcompte = 0 THEN
                DISPLAY 'Aucun fournisseur sur cette page' LINE 3 COL 1
            END-IF
            PERFORM NAVIGUER_PAGE
        END-PERFORM
        END-IF
        CLOSE seriesNumeros
        CLOSE lignesFactureFou
        CLOSE facturesFournisseurs
        CLOSE lignesOa
        CLOSE ordresAchat
        CLOSE fournisseurs.

        AFFICHER_PERFORMANCE_PAGINEE.
        IF Wsaut > 0 THEN
            SUBTRACT 1 FROM Wsaut
        ELSE
            IF Wcompte < 15 THEN
                PERFORM CALCULER_PERFORMANCE_FOU
                DISPLAY ffou_id LINE W1 COL 1
                DISPLAY ffou_nom LINE W1 COL 7
                DISPLAY Wpf-delai-moy LINE W1 COL 28
                DISPLAY Wpf-taux-service LINE W1 COL 34
                DISPLAY Wpf-nb-oa LINE W1 COL 39
                DISPLAY Wpf-nb-litiges LINE W1 COL 45
                MOVE Wpf-val-litiges TO Wpf-val-edit
                DISPLAY Wpf-val-edit LINE W1 COL 51
                DISPLAY Wpf-nb-unites LINE W1 COL 64
                MOVE Wpf-taux-recl TO Wpf-taux-edit
                DISPLAY Wpf-taux-edit LINE W1 COL 70
                ADD 1 TO W1
                ADD 1 TO Wcompte
            ELSE
                MOVE 1 TO Wencore
                MOVE 1 TO Wfin
            END-IF
        END-IF.

*> Indicateurs du fournisseur ffou_id depuis Wpf-debut : ordres
*> d'achat par la clé alternative foa_idfou, factures par ffaf_idfou,
*> unités reçues par un parcours complet de seriesnumeros.dat.
        CALCULER_PERFORMANCE_FOU.
        MOVE 0 TO Wpf-nb-oa
        MOVE 0 TO Wpf-nb-livrees
        MOVE 0 TO Wpf-cumul-delai
        MOVE 0 TO Wpf-qtecmd
        MOVE 0 TO Wpf-qterecue
        MOVE 0 TO Wpf-nb-litiges
        MOVE 0 TO Wpf-val-litiges
        MOVE 0 TO Wpf-nb-unites
        MOVE 0 TO Wpf-nb-recl
        MOVE ffou_id TO foa_idfou
        MOVE 0 TO Wfino
        START ordresAchat KEY IS = foa_idfou
            INVALID KEY MOVE 1 TO Wfino
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfino = 1
            READ ordresAchat NEXT RECORD
                AT END
                    MOVE 1 TO Wfino
                NOT AT END
                    IF foa_idfou NOT = ffou_id THEN
                        MOVE 1 TO Wfino
                    ELSE
                        IF foa_date-num >= Wpf-debut THEN
                            ADD 1 TO Wpf-nb-oa
                            PERFORM CUMULER_LIGNES_OA_PERF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE ffou_id TO ffaf_idfou
        MOVE 0 TO Wfino
        START facturesFournisseurs KEY IS = ffaf_idfou
            INVALID KEY MOVE 1 TO Wfino
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfino = 1
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wfino
                NOT AT END
                    IF ffaf_idfou NOT = ffou_id THEN
                        MOVE 1 TO Wfino
                    ELSE
                        IF ffaf_date-num >= Wpf-debut THEN
                            PERFORM CUMULER_LITIGES_PERF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE LOW-VALUES TO fsn_numserie
        MOVE 0 TO Wfins
        START seriesNumeros KEY IS NOT LESS THAN fsn_numserie
            INVALID KEY MOVE 1 TO Wfins
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfins = 1
            READ seriesNumeros NEXT RECORD
                AT END
                    MOVE 1 TO Wfins
                NOT AT END
                    IF fsn_idfou = ffou_id
                       AND fsn_daterec >= Wpf-debut THEN
                        ADD 1 TO Wpf-nb-unites
                        IF fsn_idrecl > 0 THEN
                            ADD 1 TO Wpf-nb-recl
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO Wpf-delai-moy
        IF Wpf-nb-livrees > 0 THEN
            COMPUTE Wpf-delai-moy ROUNDED =
                Wpf-cumul-delai / Wpf-nb-livrees
        END-IF
        MOVE 0 TO Wpf-taux-service
        IF Wpf-qtecmd > 0 THEN
            COMPUTE Wpf-taux-service ROUNDED =
                Wpf-qterecue * 100 / Wpf-qtecmd
        END-IF
        MOVE 0 TO Wpf-taux-recl
        IF Wpf-nb-unites > 0 THEN
            COMPUTE Wpf-taux-recl ROUNDED =
                Wpf-nb-recl * 100 / Wpf-nb-unites
        END-IF.

        CUMULER_LIGNES_OA_PERF.
        COMPUTE Wpf-jour-oa = FUNCTION INTEGER-OF-DATE(foa_date-num)
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfinl
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        ADD floa_qtecmd TO Wpf-qtecmd
                        IF floa_qterecue > floa_qtecmd THEN
                            ADD floa_qtecmd TO Wpf-qterecue
                        ELSE
                            ADD floa_qterecue TO Wpf-qterecue
                        END-IF
                        IF floa_daterec > 0 THEN
                            ADD 1 TO Wpf-nb-livrees
                            COMPUTE Wpf-cumul-delai = Wpf-cumul-delai
                                + FUNCTION INTEGER-OF-DATE(floa_daterec)
                                - Wpf-jour-oa
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        CUMULER_LITIGES_PERF.
        MOVE ffaf_id TO flf_idfaf
        MOVE 0 TO flf_seq
        MOVE 0 TO Wfinl
        START lignesFactureFou KEY IS NOT LESS THAN flf_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesFactureFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF flf_idfaf NOT = ffaf_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        IF LIGNE-ECART-QTE OR LIGNE-ECART-PRIX THEN
                            ADD 1 TO Wpf-nb-litiges
                            COMPUTE Wpf-val-litiges = Wpf-val-litiges
                                + flf_qte * flf_prixunit
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Ordres d'achat fournisseurs : la proposition de réappro de la nuit
*> n'était qu'un fichier texte retapé par l'acheteur, sans trace de ce
*> qui avait été commandé. L'ordre d'achat (en-tête numéroté par le
*> compteur 9, lignes article/quantité sur le modèle idoa+seq de
*> lignescommande.dat) vit désormais dans ordresachat.dat avec un état
*> envoyé / partiel / clos tenu à jour par les réceptions, et l'état
*> des ordres ouverts est édité chaque nuit pour l'acheteur.
        GERER_ORDRES_ACHAT.
        OPEN I-O ordresAchat
        IF foa_stat = 35 THEN
            OPEN OUTPUT ordresAchat
            CLOSE ordresAchat
            OPEN I-O ordresAchat
        END-IF
        OPEN I-O lignesOa
        IF floa_stat = 35 THEN
            OPEN OUTPUT lignesOa
            CLOSE lignesOa
            OPEN I-O lignesOa
        END-IF
        OPEN I-O fournisseurs
        OPEN I-O articles
        OPEN I-O catalogueFou
        IF fcf_stat = 35 THEN
            OPEN OUTPUT catalogueFou
            CLOSE catalogueFou
            OPEN I-O catalogueFou
        END-IF
        OPEN I-O compteurs
        IF fcpt_stat = 35 THEN
            OPEN OUTPUT compteurs
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        IF ffou_stat = 35 OR fart_stat = 35 THEN
            DISPLAY 'Fichier fournisseurs ou articles inexistant'
                WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '------- ORDRES D''ACHAT -------' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir un ordre d''achat' LINE 2 COL 1
            DISPLAY '2 --> Consulter un ordre d''achat' LINE 3 COL 1
            DISPLAY '0 --> Retour au menu' LINE 4 COL 1
            ACCEPT Wrep2 LINE 5 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_ORDRE_ACHAT
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM CONSULTER_ORDRE_ACHAT
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        END-IF
        CLOSE compteurs
        CLOSE catalogueFou
        CLOSE articles
        CLOSE fournisseurs
        CLOSE lignesOa
        CLOSE ordresAchat.

*> Saisie d'un ordre d'achat : fournisseur contrôlé au fichier
*> maître (00000 = le fournisseur préféré d'un article, pris au
*> catalogue), puis lignes article/quantité ajoutées jusqu'à l'article
*> 00000. L'ordre part à l'état 'envoye'.
        SAISIR_ORDRE_ACHAT.
        DISPLAY '---- Saisie ordre d''achat ----' WITH BLANK SCREEN
        DISPLAY 'Identifiant Fournisseur :' LINE 2 COL 1
        DISPLAY '(00000 = fournisseur préféré d''un article)' LINE 4 COL 1
        ACCEPT ffou_id LINE 2 COL 27
        IF ffou_id = 0 THEN
            PERFORM CHERCHER_FOURNISSEUR_PREFERE
        END-IF
        READ fournisseurs
            INVALID KEY
                DISPLAY 'Fournisseur inexistant' LINE 3 COL 1
            NOT INVALID KEY
            IF FOURNISSEUR-INACTIF THEN
                DISPLAY 'Fournisseur désactivé' LINE 3 COL 1
            ELSE
                DISPLAY ffou_nom LINE 2 COL 34
                MOVE 9 TO fcpt_id
                READ compteurs WITH LOCK
                    INVALID KEY
                        MOVE 9 TO fcpt_id
                        MOVE 1 TO fcpt_val
                        WRITE fcptTampon END-WRITE
                        READ compteurs WITH LOCK END-READ
                    NOT INVALID KEY
                        CONTINUE
                END-READ
                MOVE fcpt_val TO foa_id
                MOVE ffou_id TO foa_idfou
                MOVE FUNCTION CURRENT-DATE TO foa_date
                SET OA-ENVOYE TO TRUE
                WRITE foaTampon END-WRITE
                COMPUTE fcpt_val = fcpt_val + 1
                REWRITE fcptTampon
                UNLOCK compteurs
                DISPLAY 'Ordre d''achat n.' LINE 3 COL 1
                DISPLAY foa_id LINE 3 COL 18
                MOVE 0 TO Wprochainseqoa
                PERFORM WITH TEST AFTER UNTIL Wfinl = 1
                    DISPLAY 'Article (00000=fin) :' LINE 5 COL 1
                    ACCEPT fart_id LINE 5 COL 23
                    IF fart_id = 0 THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        MOVE 0 TO Wfinl
                        PERFORM AJOUTER_LIGNE_ORDRE_ACHAT
                    END-IF
                END-PERFORM
                IF Wprochainseqoa = 0 THEN
                    DELETE ordresAchat RECORD END-DELETE
                    DISPLAY 'Aucune ligne, ordre abandonné' LINE 9 COL 1
                ELSE
                    DISPLAY 'Ordre enregistré,' LINE 9 COL 1
                    DISPLAY Wprochainseqoa LINE 9 COL 19
                    DISPLAY 'ligne(s)' LINE 9 COL 24
                END-IF
            END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 11 COL 1
            ACCEPT Wrep2b LINE 11 COL 26
        END-PERFORM.

*> Le fournisseur préféré de l'article demandé devient le
*> fournisseur de l'ordre ; faute de préféré au catalogue, ffou_id
*> reste à zéro et l'ordre est refusé comme fournisseur inexistant.
        CHERCHER_FOURNISSEUR_PREFERE.
        DISPLAY 'Article :                                  '
            LINE 4 COL 1
        ACCEPT fart_id LINE 4 COL 11
        MOVE 0 TO ffou_id
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
                            MOVE fcf_idfou TO ffou_id
                            MOVE 1 TO Wfinf
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF ffou_id = 0 THEN
            DISPLAY 'Aucun fournisseur préféré au catalogue' LINE 4 COL 20
        ELSE
            DISPLAY ffou_id LINE 2 COL 27
        END-IF.

*> Ligne d'ordre d'achat : la référence catalogue du fournisseur est
*> rappelée et la quantité portée au minimum de commande convenu ;
*> un article hors catalogue du fournisseur reste commandable, mais
*> signalé.
        AJOUTER_LIGNE_ORDRE_ACHAT.
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant        ' LINE 6 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 6 COL 1
                MOVE fart_id TO fcf_idart
                MOVE foa_idfou TO fcf_idfou
                READ catalogueFou
                    INVALID KEY
                        MOVE 0 TO Wcf-trouve
                        DISPLAY 'Hors catalogue du fournisseur     '
                            LINE 6 COL 22
                    NOT INVALID KEY
                        MOVE 1 TO Wcf-trouve
                        DISPLAY 'Réf.' LINE 6 COL 22
                        DISPLAY fcf_reffou LINE 6 COL 27
                        DISPLAY 'Min.' LINE 6 COL 43
                        DISPLAY fcf_moq LINE 6 COL 48
                END-READ
                DISPLAY 'Quantité à commander :' LINE 7 COL 1
                ACCEPT Wqte-recue LINE 7 COL 24
                IF Wcf-trouve = 1 AND Wqte-recue > 0
                   AND Wqte-recue < fcf_moq THEN
                    MOVE fcf_moq TO Wqte-recue
                    DISPLAY 'Portée au minimum de commande :' LINE 8 COL 32
                    DISPLAY Wqte-recue LINE 8 COL 64
                END-IF
                IF Wqte-recue = 0 THEN
                    DISPLAY 'Quantité nulle, ligne ignorée' LINE 8 COL 1
                ELSE
                    ADD 1 TO Wprochainseqoa
                    MOVE foa_id TO floa_idoa
                    MOVE Wprochainseqoa TO floa_seq
                    MOVE fart_id TO floa_idart
                    MOVE Wqte-recue TO floa_qtecmd
                    MOVE 0 TO floa_qterecue
                    MOVE 0 TO floa_daterec
                    WRITE floaTampon END-WRITE
                    DISPLAY 'Ligne ajoutée                ' LINE 8 COL 1
                END-IF
        END-READ.

*> Fiche d'un ordre d'achat : en-tête (fournisseur, date, état) et
*> lignes avec quantités commandées, reçues et restant dues.
        CONSULTER_ORDRE_ACHAT.
        DISPLAY '---- Consultation ordre d''achat ----' WITH BLANK SCREEN
        DISPLAY 'Numéro d''ordre :' LINE 2 COL 1
        ACCEPT foa_id LINE 2 COL 18
        READ ordresAchat
            INVALID KEY
                DISPLAY 'Ordre inexistant' LINE 3 COL 1
            NOT INVALID KEY
                MOVE foa_idfou TO ffou_id
                READ fournisseurs
                    INVALID KEY MOVE SPACES TO ffou_nom
                END-READ
                DISPLAY 'Fournisseur :' LINE 3 COL 1
                DISPLAY foa_idfou LINE 3 COL 15
                DISPLAY ffou_nom LINE 3 COL 22
                DISPLAY 'Date :' LINE 4 COL 1
                DISPLAY foa_jour LINE 4 COL 8
                DISPLAY '/' LINE 4 COL 10
                DISPLAY foa_mois LINE 4 COL 11
                DISPLAY '/' LINE 4 COL 13
                DISPLAY foa_annee LINE 4 COL 14
                DISPLAY 'Etat :' LINE 4 COL 20
                DISPLAY foa_etat LINE 4 COL 27
                DISPLAY 'Ligne Article  Commandé  Reçu   Restant'
                    LINE 6 COL 1
                MOVE 7 TO W1
                MOVE foa_id TO floa_idoa
                MOVE 0 TO floa_seq
                MOVE 0 TO Wfinl
                START lignesOa KEY IS NOT LESS THAN floa_key
                    INVALID KEY MOVE 1 TO Wfinl
                END-START
                PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                    READ lignesOa NEXT RECORD
                        AT END
                            MOVE 1 TO Wfinl
                        NOT AT END
                            IF floa_idoa NOT = foa_id THEN
                                MOVE 1 TO Wfinl
                            ELSE
                                IF W1 <= 20 THEN
                                    DISPLAY floa_seq LINE W1 COL 1
                                    DISPLAY floa_idart LINE W1 COL 7
                                    DISPLAY floa_qtecmd LINE W1 COL 16
                                    DISPLAY floa_qterecue LINE W1 COL 26
                                    IF floa_qtecmd > floa_qterecue THEN
                                        COMPUTE Wqte-restante =
                                            floa_qtecmd - floa_qterecue
                                    ELSE
                                        MOVE 0 TO Wqte-restante
                                    END-IF
                                    DISPLAY Wqte-restante LINE W1 COL 33
                                    ADD 1 TO W1
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep2b LINE 22 COL 26
        END-PERFORM.

*> Entrée en stock : saisit une réception de marchandises (fournisseur
*> contrôlé dans le fichier maître, article contrôlé au catalogue),
*> augmente fart_stock et journalise le mouvement RECEPTION dans le
*> grand livre des stocks — le réapprovisionnement devient une
*> opération normale et traçable.
        SAISIR_RECEPTION.
        OPEN I-O fournisseurs
        OPEN I-O articles
        OPEN I-O seriesNumeros
        IF fsn_stat = 35 THEN
            OPEN OUTPUT seriesNumeros
            CLOSE seriesNumeros
            OPEN I-O seriesNumeros
        END-IF
        OPEN I-O ordresAchat
        IF foa_stat = 35 THEN
            OPEN OUTPUT ordresAchat
            CLOSE ordresAchat
            OPEN I-O ordresAchat
        END-IF
        OPEN I-O lignesOa
        IF floa_stat = 35 THEN
            OPEN OUTPUT lignesOa
            CLOSE lignesOa
            OPEN I-O lignesOa
        END-IF
        IF ffou_stat = 35 OR fart_stat = 35 THEN
            DISPLAY 'Fichier fournisseurs ou articles inexistant'
                WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
        DISPLAY '------- RECEPTION MARCHANDISES -------' WITH BLANK SCREEN
        DISPLAY 'Identifiant Fournisseur :' LINE 2 COL 1
        ACCEPT ffou_id LINE 2 COL 27
        READ fournisseurs
            INVALID KEY
                DISPLAY 'Fournisseur inexistant' LINE 3 COL 1
            NOT INVALID KEY
            IF FOURNISSEUR-INACTIF THEN
                DISPLAY 'Fournisseur désactivé' LINE 3 COL 1
            ELSE
                DISPLAY ffou_nom LINE 2 COL 34
                DISPLAY 'Identifiant Article :' LINE 3 COL 1
                ACCEPT fart_id LINE 3 COL 23
                READ articles
                    INVALID KEY
                        DISPLAY 'Article inexistant' LINE 4 COL 1
                    NOT INVALID KEY
                        DISPLAY fart_nom LINE 3 COL 30
                        DISPLAY 'Stock actuel :' LINE 4 COL 1
                        DISPLAY fart_stock LINE 4 COL 16
                        DISPLAY 'Quantité reçue :' LINE 5 COL 1
                        ACCEPT Wqte-recue LINE 5 COL 18
                        IF Wqte-recue = 0 THEN
                            DISPLAY 'Quantité nulle, rien reçu' LINE 7 COL 1
                        ELSE
                            DISPLAY 'Ordre d''achat (00000=hors OA) :'
                                LINE 6 COL 1
                            ACCEPT Woa-saisie LINE 6 COL 33
                            IF Woa-saisie > 0 THEN
                                PERFORM IMPUTER_RECEPTION_OA
                            END-IF
                            PERFORM WITH TEST AFTER
                                UNTIL Wrep-depot = 1 OR Wrep-depot = 2
                                DISPLAY 'Dépôt (1=magasin 2=entrepôt) :'
                                    LINE 6 COL 42
                                ACCEPT Wrep-depot LINE 6 COL 74
                            END-PERFORM
                            IF Wrep-depot = 2 THEN
                                MOVE 'ENT' TO Wmvt-depot
                            ELSE
                                MOVE 'MAG' TO Wmvt-depot
                            END-IF
                            DISPLAY 'Coût unitaire HT (0=inconnu) :'
                                LINE 5 COL 30
                            ACCEPT Wcout-unitaire LINE 5 COL 62
                            PERFORM MAJ_COUT_MOYEN
                            ADD Wqte-recue TO fart_stock
                            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                            MOVE Woperateur TO fart_opemaj
                            MOVE SYS-DATE-NUM TO fart_datemaj
                            REWRITE fartTampon
                            MOVE 'RECEPTION' TO Wmvt-type
                            MOVE '+' TO Wmvt-sens
                            MOVE Wqte-recue TO Wmvt-qte
                            MOVE ffou_id TO Wmvt-ref
                            PERFORM ENREGISTRER_MOUVEMENT_STOCK
                            DISPLAY 'Réception enregistrée, stock :'
                                LINE 7 COL 1
                            DISPLAY fart_stock LINE 7 COL 32
                            PERFORM SAISIR_SERIES_RECEPTION
                        END-IF
                END-READ
            END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Autre réception ? 1 ou 0 :' LINE 9 COL 1
           ACCEPT Wrep LINE 9 COL 28
        END-PERFORM
        END-PERFORM
        END-IF
        CLOSE lignesOa
        CLOSE ordresAchat
        CLOSE seriesNumeros
        CLOSE articles
        CLOSE fournisseurs.

*> Capture des numéros de série reçus : un enregistrement par unité
*> dans seriesnumeros.dat, à l'état 'stock', daté de la réception.
*> Un numéro déjà connu (unité repassée par le fournisseur) est
*> simplement remis en stock. Chaque unité garde le fournisseur et
*> l'ordre d'achat de sa réception, pour rattacher ses éventuelles
*> réclamations sous garantie au fournisseur.
        SAISIR_SERIES_RECEPTION.
        DISPLAY 'Numéros de série (vide=fin) :' LINE 9 COL 1
        PERFORM WITH TEST AFTER UNTIL Wserie-saisie = SPACES
            MOVE SPACES TO Wserie-saisie
            ACCEPT Wserie-saisie LINE 9 COL 32
            IF Wserie-saisie NOT = SPACES THEN
                MOVE Wserie-saisie TO fsn_numserie
                MOVE fart_id TO fsn_idart
                SET SERIE-EN-STOCK TO TRUE
                MOVE 0 TO fsn_idco
                MOVE 0 TO fsn_seqligne
                MOVE SYS-DATE-NUM TO fsn_daterec
                MOVE 0 TO fsn_datevente
                MOVE 0 TO fsn_idrecl
                MOVE ffou_id TO fsn_idfou
                IF Woa-saisie > 0 AND Woa-ligneOK = 1 THEN
                    MOVE Woa-saisie TO fsn_idoa
                ELSE
                    MOVE 0 TO fsn_idoa
                END-IF
                WRITE fsnTampon
                    INVALID KEY
                        REWRITE fsnTampon
                END-WRITE
                DISPLAY 'Série enregistrée      ' LINE 10 COL 1
            END-IF
        END-PERFORM.

*> Rattache les numéros de série vendus à la ligne de commande qui
*> vient d'être écrite (flc_idco + flc_seq) : la série doit exister,
*> porter le bon article et être en stock. La garantie se discutera
*> ensuite unité par unité, plus seulement article par article.
        SAISIR_SERIES_VENTE.
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Rattacher des numéros de série ? 1 ou 0 :'
                LINE 14 COL 1
            ACCEPT Wrep2b LINE 14 COL 44
        END-PERFORM
        IF Wrep2b = 1 THEN
            MOVE 0 TO Wnb-series
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            PERFORM WITH TEST AFTER UNTIL Wserie-saisie = SPACES
                OR Wnb-series >= flc_qte
                MOVE SPACES TO Wserie-saisie
                DISPLAY 'N° de série (vide=fin) :' LINE 15 COL 1
                ACCEPT Wserie-saisie LINE 15 COL 27
                IF Wserie-saisie NOT = SPACES THEN
                    MOVE Wserie-saisie TO fsn_numserie
                    READ seriesNumeros
                        INVALID KEY
                            DISPLAY 'Série inconnue du stock  '
                                LINE 16 COL 1
                        NOT INVALID KEY
                            IF fsn_idart NOT = flc_idart THEN
                                DISPLAY 'Série d''un autre article'
                                    LINE 16 COL 1
                            ELSE
                                IF SERIE-BLOQUEE THEN
                                    DISPLAY 'Série bloquée (rappel)'
                                        LINE 16 COL 1
                                END-IF
                                IF NOT SERIE-EN-STOCK
                                   AND NOT SERIE-BLOQUEE THEN
                                    DISPLAY 'Série déjà sortie     '
                                        LINE 16 COL 1
                                END-IF
                                IF SERIE-EN-STOCK THEN
                                    SET SERIE-VENDUE TO TRUE
                                    MOVE flc_idco TO fsn_idco
                                    MOVE flc_seq TO fsn_seqligne
                                    MOVE SYS-DATE-NUM TO fsn_datevente
                                    REWRITE fsnTampon
                                    ADD 1 TO Wnb-series
                                    DISPLAY 'Série rattachée        '
                                        LINE 16 COL 1
                                END-IF
                            END-IF
                    END-READ
                END-IF
            END-PERFORM
        END-IF.

*> Coût moyen pondéré de l'article fart_id : à chaque réception avec
*> un coût unitaire saisi, le coût moyen est repondéré par le stock
*> en place — CMP = (CMP x stock + coût x quantité reçue) divisé par
*> (stock + quantité reçue). A la première réception costée, le coût
*> saisi devient le CMP. Appelé AVANT la mise à jour de fart_stock.
        MAJ_COUT_MOYEN.
        IF Wcout-unitaire > 0 THEN
            OPEN I-O coutsArticles
            IF fcou_stat = 35 THEN
                OPEN OUTPUT coutsArticles
                CLOSE coutsArticles
                OPEN I-O coutsArticles
            END-IF
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            MOVE fart_id TO fcou_idart
            READ coutsArticles
                INVALID KEY
                    MOVE fart_id TO fcou_idart
                    MOVE Wcout-unitaire TO fcou_cmp
                    MOVE SYS-DATE-NUM TO fcou_datemaj
                    WRITE fcouTampon END-WRITE
                NOT INVALID KEY
                    COMPUTE fcou_cmp =
                        (fcou_cmp * fart_stock
                         + Wcout-unitaire * Wqte-recue)
                        / (fart_stock + Wqte-recue)
                    MOVE SYS-DATE-NUM TO fcou_datemaj
                    REWRITE fcouTampon
            END-READ
            CLOSE coutsArticles
            DISPLAY 'Coût moyen pondéré :' LINE 8 COL 40
            DISPLAY fcou_cmp LINE 8 COL 61
        END-IF.

*> Impute la réception en cours (article fart_id, quantité
*> Wqte-recue) sur la ligne correspondante de l'ordre d'achat
*> Woa-saisie : l'ordre doit exister, appartenir au fournisseur de la
*> réception et ne pas être clos, et une ligne de l'article doit
*> rester à livrer. La quantité reçue de la ligne est cumulée puis
*> l'état de l'ordre recalculé (clos quand tout est livré, partiel
*> sinon). Si le contrôle échoue, la réception est quand même
*> enregistrée, simplement hors ordre d'achat.
        IMPUTER_RECEPTION_OA.
        MOVE 0 TO Woa-ligneOK
        MOVE Woa-saisie TO foa_id
        READ ordresAchat
            INVALID KEY
                DISPLAY 'OA inconnu, réception hors OA' LINE 8 COL 1
            NOT INVALID KEY
                IF foa_idfou NOT = ffou_id THEN
                    DISPLAY 'OA d''un autre fournisseur' LINE 8 COL 1
                ELSE
                    IF OA-CLOS THEN
                        DISPLAY 'OA déjà clos, réception hors OA'
                            LINE 8 COL 1
                    ELSE
                        PERFORM IMPUTER_LIGNE_OA
                        IF Woa-ligneOK = 1 THEN
                            PERFORM RECALCULER_ETAT_OA
                        ELSE
                            DISPLAY 'Article absent de l''OA'
                                LINE 8 COL 1
                        END-IF
                    END-IF
                END-IF
        END-READ.

*> Cherche la première ligne de l'ordre foa_id portant l'article
*> fart_id et pas encore soldée, et lui cumule la quantité reçue.
*> La ligne garde la date de sa dernière réception (délai fournisseur).
        IMPUTER_LIGNE_OA.
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfinl
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        IF floa_idart = fart_id
                           AND floa_qterecue < floa_qtecmd THEN
                            ADD Wqte-recue TO floa_qterecue
                            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                            MOVE SYS-DATE-NUM TO floa_daterec
                            REWRITE floaTampon
                            IF floa_qterecue > floa_qtecmd THEN
                                DISPLAY 'Attention : reçu > commandé'
                                    LINE 8 COL 1
                            END-IF
                            MOVE 1 TO Woa-ligneOK
                            MOVE 1 TO Wfinl
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Repasse toutes les lignes de l'ordre foa_id : tout livré = clos,
*> sinon partiel dès la première réception imputée.
        RECALCULER_ETAT_OA.
        MOVE 1 TO Woa-complet
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfinl
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        IF floa_qterecue < floa_qtecmd THEN
                            MOVE 0 TO Woa-complet
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Woa-complet = 1 THEN
            SET OA-CLOS TO TRUE
        ELSE
            SET OA-PARTIEL TO TRUE
        END-IF
        REWRITE foaTampon
        DISPLAY 'OA mis à jour, état :' LINE 8 COL 1
        DISPLAY foa_etat LINE 8 COL 23.

*> Comptabilité fournisseurs : la facture reçue du fournisseur est
*> enregistrée (compteur A) avec ses lignes article/quantité/prix, en
*> référence à l'ordre d'achat livré. Chaque ligne facturée est
*> confrontée à la quantité effectivement réceptionnée sur l'ordre :
*> facturer plus que le reçu met la facture en litige. Le réglé est
*> tenu facture par facture et la balance âgée fournisseurs restitue
*> ce que nous devons, comme RAPPORT_ENCAISSEMENTS côté clients.
        GERER_FACTURES_FOURNISSEURS.
        OPEN I-O facturesFournisseurs
        IF ffaf_stat = 35 THEN
            OPEN OUTPUT facturesFournisseurs
            CLOSE facturesFournisseurs
            OPEN I-O facturesFournisseurs
        END-IF
        OPEN I-O lignesFactureFou
        IF flf_stat = 35 THEN
            OPEN OUTPUT lignesFactureFou
            CLOSE lignesFactureFou
            OPEN I-O lignesFactureFou
        END-IF
        OPEN I-O ordresAchat
        IF foa_stat = 35 THEN
            OPEN OUTPUT ordresAchat
            CLOSE ordresAchat
            OPEN I-O ordresAchat
        END-IF
        OPEN I-O lignesOa
        IF floa_stat = 35 THEN
            OPEN OUTPUT lignesOa
            CLOSE lignesOa
            OPEN I-O lignesOa
        END-IF
        OPEN I-O fournisseurs
        OPEN I-O articles
        OPEN I-O catalogueFou
        IF fcf_stat = 35 THEN
            OPEN OUTPUT catalogueFou
            CLOSE catalogueFou
            OPEN I-O catalogueFou
        END-IF
        OPEN I-O compteurs
        IF fcpt_stat = 35 THEN
            OPEN OUTPUT compteurs
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        OPEN I-O reglementsFou
        IF frgf_stat = 35 THEN
            OPEN OUTPUT reglementsFou
            CLOSE reglementsFou
            OPEN I-O reglementsFou
        END-IF
        OPEN I-O reclamationsFou
        IF frfo_stat = 35 THEN
            OPEN OUTPUT reclamationsFou
            CLOSE reclamationsFou
            OPEN I-O reclamationsFou
        END-IF
        OPEN I-O campagnesVir
        IF fcvi_stat = 35 THEN
            OPEN OUTPUT campagnesVir
            CLOSE campagnesVir
            OPEN I-O campagnesVir
        END-IF
        OPEN I-O lignesCampVir
        IF flcv_stat = 35 THEN
            OPEN OUTPUT lignesCampVir
            CLOSE lignesCampVir
            OPEN I-O lignesCampVir
        END-IF
        IF ffou_stat = 35 THEN
            DISPLAY 'Fichier fournisseurs inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- FACTURES FOURNISSEURS ----' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir une facture' LINE 2 COL 1
            DISPLAY '2 --> Régler une facture' LINE 3 COL 1
            DISPLAY '3 --> Balance âgée fournisseurs' LINE 4 COL 1
            DISPLAY '4 --> Réclamations garantie fournisseurs'
                LINE 5 COL 1
            IF Wrole-niveau >= 3 THEN
                DISPLAY '5 --> Campagne de virements' LINE 6 COL 1
                DISPLAY '6 --> Annuler une campagne de virements'
                    LINE 7 COL 1
                DISPLAY '7 --> Coordonnées bancaires fournisseur'
                    LINE 8 COL 1
                DISPLAY '8 --> Frais d''approche sur réceptions'
                    LINE 9 COL 1
                DISPLAY '9 --> Coût de revient d''une réception'
                    LINE 10 COL 1
            END-IF
            DISPLAY '0 --> Retour au menu' LINE 11 COL 1
            ACCEPT Wrep2 LINE 12 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_FACTURE_FOURNISSEUR
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM REGLER_FACTURE_FOURNISSEUR
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM RAPPORT_DETTES_FOURNISSEURS
            END-IF
            IF Wrep2 = 4 THEN
                PERFORM GERER_RECLAMATIONS_FOU
            END-IF
            IF Wrep2 = 5 AND Wrole-niveau >= 3 THEN
                PERFORM PROPOSER_CAMPAGNE_VIREMENTS
            END-IF
            IF Wrep2 = 6 AND Wrole-niveau >= 3 THEN
                PERFORM ANNULER_CAMPAGNE_VIREMENTS
            END-IF
            IF Wrep2 = 7 AND Wrole-niveau >= 3 THEN
                PERFORM MODIFIER_COORDONNEES_FOU
            END-IF
            IF Wrep2 = 8 AND Wrole-niveau >= 3 THEN
                PERFORM REPARTIR_FRAIS_APPROCHE
            END-IF
            IF Wrep2 = 9 AND Wrole-niveau >= 3 THEN
                PERFORM RAPPORT_COUT_REVIENT
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        END-IF
        CLOSE lignesCampVir
        CLOSE campagnesVir
        CLOSE reclamationsFou
        CLOSE reglementsFou
        CLOSE compteurs
        CLOSE catalogueFou
        CLOSE articles
        CLOSE fournisseurs
        CLOSE lignesOa
        CLOSE ordresAchat
        CLOSE lignesFactureFou
        CLOSE facturesFournisseurs.

*> Saisie d'une facture fournisseur : fournisseur et ordre d'achat
*> contrôlés, puis lignes facturées (article, quantité, prix unitaire)
*> jusqu'à l'article 00000. Le montant de la facture est la somme des
*> lignes ; toute ligne facturant plus que le reçu de l'ordre, ou à un
*> prix unitaire autre que le prix d'achat du catalogue, est marquée
*> et met la facture en litige, signalé au clerc et mémorisé.
        SAISIR_FACTURE_FOURNISSEUR.
        DISPLAY '---- Saisie facture fournisseur ----' WITH BLANK SCREEN
        DISPLAY 'Identifiant Fournisseur :' LINE 2 COL 1
        ACCEPT ffou_id LINE 2 COL 27
        READ fournisseurs
            INVALID KEY
                DISPLAY 'Fournisseur inexistant' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY ffou_nom LINE 2 COL 34
                DISPLAY 'Référence facture :' LINE 3 COL 1
                ACCEPT ffaf_ref LINE 3 COL 21
                DISPLAY 'Ordre d''achat (00000=aucun) :' LINE 4 COL 1
                ACCEPT ffaf_idoa LINE 4 COL 31
                MOVE 1 TO WpaiementOK
                IF ffaf_idoa > 0 THEN
                    MOVE ffaf_idoa TO foa_id
                    READ ordresAchat
                        INVALID KEY
                            DISPLAY 'OA inconnu' LINE 5 COL 1
                            MOVE 0 TO WpaiementOK
                        NOT INVALID KEY
                            IF foa_idfou NOT = ffou_id THEN
                                DISPLAY 'OA d''un autre fournisseur'
                                    LINE 5 COL 1
                                MOVE 0 TO WpaiementOK
                            END-IF
                    END-READ
                END-IF
                IF WpaiementOK = 1 THEN
                    PERFORM SAISIR_LIGNES_FACTURE_FOU
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        SAISIR_LIGNES_FACTURE_FOU.
        MOVE 'A' TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 'A' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO ffaf_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        DISPLAY 'Facture fournisseur n.' LINE 5 COL 1
        DISPLAY ffaf_id LINE 5 COL 24
        MOVE 0 TO Wfaf-total
        MOVE 0 TO Wfaf-litige
        MOVE 0 TO Wprochainseqf
        PERFORM WITH TEST AFTER UNTIL Wfinl = 1
            DISPLAY 'Article facturé (00000=fin) :' LINE 7 COL 1
            ACCEPT fart_id LINE 7 COL 31
            IF fart_id = 0 THEN
                MOVE 1 TO Wfinl
            ELSE
                MOVE 0 TO Wfinl
                PERFORM SAISIR_LIGNE_FACTURE_FOU
            END-IF
        END-PERFORM
        IF Wprochainseqf = 0 THEN
            DISPLAY 'Aucune ligne, facture abandonnée' LINE 13 COL 1
        ELSE
            MOVE ffou_id TO ffaf_idfou
            MOVE FUNCTION CURRENT-DATE TO ffaf_date
            MOVE Wfaf-total TO ffaf_montant
            MOVE 0 TO ffaf_regle
            MOVE SPACES TO ffaf_refreg
            IF Wfaf-litige = 1 THEN
                SET FACFOU-EN-LITIGE TO TRUE
                DISPLAY 'FACTURE EN LITIGE : écart quantité ou prix'
                    LINE 13 COL 1
            ELSE
                SET FACFOU-CONFORME TO TRUE
            END-IF
            WRITE ffafTampon END-WRITE
            DISPLAY 'Facture enregistrée, TTC :' LINE 14 COL 1
            DISPLAY ffaf_montant LINE 14 COL 32
        END-IF.

*> Une ligne facturée : contrôle de l'article, cumul au montant TTC
*> (TVA de la ligne au taux de l'article, arrondie comme au journal
*> des achats, pour que le total dû au fournisseur solde le compte
*> 401), et
*> rapprochement avec le reçu de l'ordre d'achat référencé — la
*> quantité facturée de l'article ne doit pas dépasser la quantité
*> réceptionnée sur l'ordre.
        SAISIR_LIGNE_FACTURE_FOU.
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant        ' LINE 8 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 8 COL 1
                DISPLAY 'Quantité facturée :' LINE 9 COL 1
                ACCEPT Wqte-recue LINE 9 COL 21
                DISPLAY 'Prix unitaire HT :' LINE 10 COL 1
                ACCEPT Wfaf-reglement LINE 10 COL 20
                IF Wqte-recue = 0 THEN
                    DISPLAY 'Quantité nulle, ligne ignorée' LINE 11 COL 1
                ELSE
                    ADD 1 TO Wprochainseqf
                    MOVE ffaf_id TO flf_idfaf
                    MOVE Wprochainseqf TO flf_seq
                    MOVE fart_id TO flf_idart
                    MOVE Wqte-recue TO flf_qte
                    MOVE Wfaf-reglement TO flf_prixunit
                    MOVE '0' TO flf_ecartqte
                    MOVE '0' TO flf_ecartprix
                    IF ffaf_idoa > 0 THEN
                        PERFORM CONTROLER_LIGNE_FACTURE_OA
                    ELSE
                        PERFORM CONTROLER_PRIX_CATALOGUE
                    END-IF
                    WRITE flfTampon END-WRITE
                    COMPUTE Wfaf-tva ROUNDED = Wqte-recue
                        * Wfaf-reglement * fart_tauxtva / 100
                    COMPUTE Wfaf-total = Wfaf-total
                        + Wqte-recue * Wfaf-reglement + Wfaf-tva
                    DISPLAY 'Ligne enregistrée             ' LINE 11 COL 1
                END-IF
        END-READ.

*> Cumule le reçu de l'article sur toutes les lignes de l'ordre
*> d'achat référencé et le compare à la quantité facturée, puis
*> contrôle le prix unitaire au catalogue.
        CONTROLER_LIGNE_FACTURE_OA.
        MOVE 0 TO Wqte-restante
        MOVE ffaf_idoa TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfinm
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF floa_idoa NOT = ffaf_idoa THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF floa_idart = fart_id THEN
                            ADD floa_qterecue TO Wqte-restante
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wqte-recue > Wqte-restante THEN
            MOVE 1 TO Wfaf-litige
            SET LIGNE-ECART-QTE TO TRUE
            DISPLAY 'Litige : facturé' LINE 12 COL 1
            DISPLAY Wqte-recue LINE 12 COL 18
            DISPLAY 'reçu' LINE 12 COL 25
            DISPLAY Wqte-restante LINE 12 COL 30
        END-IF
        PERFORM CONTROLER_PRIX_CATALOGUE.

*> Prix unitaire facturé contre prix d'achat convenu au catalogue
*> pour ce fournisseur et cet article ; un article hors catalogue
*> n'a pas de prix de référence et passe sans contrôle.
        CONTROLER_PRIX_CATALOGUE.
        MOVE fart_id TO fcf_idart
        MOVE ffou_id TO fcf_idfou
        READ catalogueFou
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Wfaf-reglement NOT = fcf_prixachat THEN
                    MOVE 1 TO Wfaf-litige
                    SET LIGNE-ECART-PRIX TO TRUE
                    DISPLAY 'Prix catalogue' LINE 12 COL 40
                    DISPLAY fcf_prixachat LINE 12 COL 55
                END-IF
        END-READ.

*> Règlement d'une facture fournisseur : le montant payé est cumulé
*> dans ffaf_regle ; une facture en litige demande confirmation avant
*> paiement.
        REGLER_FACTURE_FOURNISSEUR.
        DISPLAY '---- Règlement facture fournisseur ----'
            WITH BLANK SCREEN
        DISPLAY 'Numéro de facture :' LINE 2 COL 1
        ACCEPT ffaf_id LINE 2 COL 21
        READ facturesFournisseurs
            INVALID KEY
                DISPLAY 'Facture inconnue' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY 'Fournisseur :' LINE 3 COL 1
                DISPLAY ffaf_idfou LINE 3 COL 15
                DISPLAY 'Montant :' LINE 4 COL 1
                DISPLAY ffaf_montant LINE 4 COL 11
                DISPLAY 'Déjà réglé :' LINE 5 COL 1
                DISPLAY ffaf_regle LINE 5 COL 14
                MOVE 1 TO WpaiementOK
                IF FACFOU-EN-LITIGE THEN
                    DISPLAY 'FACTURE EN LITIGE' LINE 6 COL 1
                    PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                        OR Wrep2b = 1
                        DISPLAY 'Payer malgré le litige ? 1 ou 0 :'
                            LINE 6 COL 20
                        ACCEPT Wrep2b LINE 6 COL 55
                    END-PERFORM
                    IF Wrep2b = 0 THEN
                        MOVE 0 TO WpaiementOK
                    END-IF
                END-IF
                IF WpaiementOK = 1 THEN
                    DISPLAY 'Montant du règlement :' LINE 7 COL 1
                    ACCEPT Wfaf-reglement LINE 7 COL 24
                    IF Wfaf-reglement > 0 THEN
                        ADD Wfaf-reglement TO ffaf_regle
                        REWRITE ffafTampon
                        PERFORM ENREGISTRER_REGLEMENT_FOU
                        DISPLAY 'Règlement enregistré' LINE 8 COL 1
                    ELSE
                        DISPLAY 'Montant nul, rien enregistré'
                            LINE 8 COL 1
                    END-IF
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 10 COL 1
            ACCEPT Wrep2b LINE 10 COL 26
        END-PERFORM.

*> Trace datée du règlement pour le journal comptable : mode de
*> paiement (VIREMENT par défaut), séquence suivante de la facture.
        ENREGISTRER_REGLEMENT_FOU.
        MOVE SPACES TO frgf_mode
        DISPLAY 'Mode (VIREMENT/CHEQUE...) :' LINE 7 COL 40
        ACCEPT frgf_mode LINE 7 COL 68
        IF frgf_mode = SPACES THEN
            MOVE 'VIREMENT' TO frgf_mode
        END-IF
        MOVE frgf_mode TO Wrgf-mode
        PERFORM ECRIRE_REGLEMENT_FOU.

*> Ecrit le règlement Wfaf-reglement de mode Wrgf-mode sur la facture
*> ffaf_id courante (aussi pour l'imputation d'un avoir fournisseur).
        ECRIRE_REGLEMENT_FOU.
        MOVE 0 TO Wrgf-seq
        MOVE ffaf_id TO frgf_idfaf
        MOVE 0 TO frgf_seq
        MOVE 0 TO Wfinl
        START reglementsFou KEY IS NOT LESS THAN frgf_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ reglementsFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF frgf_idfaf NOT = ffaf_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        MOVE frgf_seq TO Wrgf-seq
                    END-IF
            END-READ
        END-PERFORM
        ADD 1 TO Wrgf-seq
        MOVE ffaf_id TO frgf_idfaf
        MOVE Wrgf-seq TO frgf_seq
        MOVE ffaf_idfou TO frgf_idfou
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO frgf_date
        MOVE Wfaf-reglement TO frgf_montant
        MOVE Wrgf-mode TO frgf_mode
        MOVE Woperateur TO frgf_ope
        WRITE frgfTampon END-WRITE.

*> Campagne de virements fournisseurs : sélection des factures non
*> soldées, hors litige, dont l'échéance (date de facture + délai de
*> règlement du fournisseur) tombe au plus tard à la date choisie.
*> Les fournisseurs sans IBAN sont écartés et comptés. La proposition
*> est revue à l'écran (un numéro de ligne la retire ou la remet),
*> puis la campagne est émise après confirmation.
        PROPOSER_CAMPAGNE_VIREMENTS.
        DISPLAY '---- Campagne de virements fournisseurs ----'
            WITH BLANK SCREEN
        DISPLAY 'Echéance limite AAAAMMJJ (0=ce jour) :' LINE 2 COL 1
        MOVE 0 TO Wcv-echeance
        ACCEPT Wcv-echeance LINE 2 COL 40
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        IF Wcv-echeance = 0 THEN
            MOVE SYS-DATE-NUM TO Wcv-echeance
        END-IF
        MOVE 0 TO Wcv-nb
        MOVE 0 TO Wcv-sansiban
        MOVE 0 TO Wcv-horstable
        MOVE 0 TO Wcv-foucour
        MOVE 0 TO ffaf_idfou
        MOVE 0 TO Wcv-fin
        START facturesFournisseurs KEY IS NOT LESS THAN ffaf_idfou
            INVALID KEY MOVE 1 TO Wcv-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcv-fin = 1
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wcv-fin
                NOT AT END
                    IF ffaf_regle < ffaf_montant
                       AND NOT FACFOU-EN-LITIGE THEN
                        PERFORM RETENIR_FACTURE_CAMPAGNE
                    END-IF
            END-READ
        END-PERFORM
        IF Wcv-nb = 0 THEN
            DISPLAY 'Aucune facture à régler à cette échéance'
                LINE 4 COL 1
            IF Wcv-sansiban > 0 THEN
                DISPLAY 'Factures écartées, fournisseur sans IBAN :'
                    LINE 5 COL 1
                DISPLAY Wcv-sansiban LINE 5 COL 44
            END-IF
        ELSE
            PERFORM REVOIR_PROPOSITION_CAMPAGNE
            IF Wcv-nbfac = 0 THEN
                DISPLAY 'Aucune facture retenue, rien émis'
                    LINE 21 COL 1
            ELSE
                PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                    OR Wrep2b = 1
                    DISPLAY 'Emettre la campagne ? 1 ou 0 :'
                        LINE 21 COL 1
                    ACCEPT Wrep2b LINE 21 COL 32
                END-PERFORM
                IF Wrep2b = 1 THEN
                    PERFORM EMETTRE_CAMPAGNE_VIREMENTS
                ELSE
                    DISPLAY 'Campagne abandonnée' LINE 22 COL 1
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 23 COL 1
            ACCEPT Wrep2b LINE 23 COL 26
        END-PERFORM.

*> Facture ouverte lue dans l'ordre des fournisseurs : le fournisseur
*> n'est relu qu'au changement. Echéance = date de facture + délai.
        RETENIR_FACTURE_CAMPAGNE.
        IF ffaf_idfou NOT = Wcv-foucour THEN
            MOVE ffaf_idfou TO Wcv-foucour
            MOVE ffaf_idfou TO ffou_id
            READ fournisseurs
                INVALID KEY
                    MOVE SPACES TO ffou_iban
                    MOVE 0 TO ffou_delaireg
                NOT INVALID KEY
                    CONTINUE
            END-READ
        END-IF
        COMPUTE Wcv-due = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(ffaf_date-num) + ffou_delaireg)
        IF Wcv-due <= Wcv-echeance THEN
            IF ffou_iban = SPACES THEN
                ADD 1 TO Wcv-sansiban
            ELSE
                IF Wcv-nb >= 200 THEN
                    ADD 1 TO Wcv-horstable
                ELSE
                    ADD 1 TO Wcv-nb
                    MOVE ffaf_id TO Wcv-idfaf(Wcv-nb)
                    MOVE ffaf_idfou TO Wcv-idfou(Wcv-nb)
                    MOVE ffaf_ref TO Wcv-reffac(Wcv-nb)
                    MOVE ffaf_date-num TO Wcv-datefac(Wcv-nb)
                    MOVE Wcv-due TO Wcv-dateech(Wcv-nb)
                    COMPUTE Wcv-solde(Wcv-nb) =
                        ffaf_montant - ffaf_regle
                    MOVE 1 TO Wcv-retenue(Wcv-nb)
                END-IF
            END-IF
        END-IF.

*> Revue de la proposition par pages de 15 lignes : un numéro retire
*> la ligne (ou la remet), 999 passe à la page suivante, 0 termine.
        REVOIR_PROPOSITION_CAMPAGNE.
        MOVE 1 TO Wcv-debut
        PERFORM WITH TEST AFTER UNTIL Wcv-choix = 0
            PERFORM TOTALISER_PROPOSITION_CAMPAGNE
            DISPLAY '---- Proposition de virements ----'
                WITH BLANK SCREEN
            DISPLAY 'Echéance limite :' LINE 1 COL 40
            DISPLAY Wcv-echeance LINE 1 COL 58
            DISPLAY 'Ligne Fourn. Facture    Echéance  Solde'
                LINE 2 COL 1
            MOVE 3 TO Wcv-ligne
            PERFORM VARYING Wcv-i FROM Wcv-debut BY 1
                UNTIL Wcv-i > Wcv-nb OR Wcv-ligne > 17
                DISPLAY Wcv-i LINE Wcv-ligne COL 1
                DISPLAY Wcv-idfou(Wcv-i) LINE Wcv-ligne COL 7
                DISPLAY Wcv-reffac(Wcv-i) LINE Wcv-ligne COL 14
                DISPLAY Wcv-dateech(Wcv-i) LINE Wcv-ligne COL 25
                MOVE Wcv-solde(Wcv-i) TO Wcv-mt-ed
                DISPLAY Wcv-mt-ed LINE Wcv-ligne COL 35
                IF Wcv-retenue(Wcv-i) = 0 THEN
                    DISPLAY 'RETIREE' LINE Wcv-ligne COL 49
                END-IF
                ADD 1 TO Wcv-ligne
            END-PERFORM
            DISPLAY 'Retenu :' LINE 18 COL 1
            DISPLAY Wcv-nbfac LINE 18 COL 10
            DISPLAY 'factures, total' LINE 18 COL 15
            MOVE Wcv-total TO Wcv-mt-ed
            DISPLAY Wcv-mt-ed LINE 18 COL 31
            IF Wcv-sansiban > 0 THEN
                DISPLAY 'Sans IBAN, écartées :' LINE 19 COL 1
                DISPLAY Wcv-sansiban LINE 19 COL 23
            END-IF
            IF Wcv-horstable > 0 THEN
                DISPLAY 'Au-delà de 200, reportées :' LINE 19 COL 30
                DISPLAY Wcv-horstable LINE 19 COL 58
            END-IF
            DISPLAY 'Ligne à retirer/remettre, 999=page suivante,'
                LINE 20 COL 1
            DISPLAY '0=terminer :' LINE 20 COL 46
            MOVE 0 TO Wcv-choix
            ACCEPT Wcv-choix LINE 20 COL 59
            IF Wcv-choix = 999 THEN
                ADD 15 TO Wcv-debut
                IF Wcv-debut > Wcv-nb THEN
                    MOVE 1 TO Wcv-debut
                END-IF
            ELSE
                IF Wcv-choix > 0 AND Wcv-choix <= Wcv-nb THEN
                    IF Wcv-retenue(Wcv-choix) = 1 THEN
                        MOVE 0 TO Wcv-retenue(Wcv-choix)
                    ELSE
                        MOVE 1 TO Wcv-retenue(Wcv-choix)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        PERFORM TOTALISER_PROPOSITION_CAMPAGNE.

*> Nombre de factures, de virements (fournisseurs distincts, la
*> table étant triée par fournisseur) et total des lignes retenues.
        TOTALISER_PROPOSITION_CAMPAGNE.
        MOVE 0 TO Wcv-nbfac
        MOVE 0 TO Wcv-nbvir
        MOVE 0 TO Wcv-total
        MOVE 0 TO Wcv-foucour
        PERFORM VARYING Wcv-i FROM 1 BY 1 UNTIL Wcv-i > Wcv-nb
            IF Wcv-retenue(Wcv-i) = 1 THEN
                ADD 1 TO Wcv-nbfac
                ADD Wcv-solde(Wcv-i) TO Wcv-total
                IF Wcv-idfou(Wcv-i) NOT = Wcv-foucour THEN
                    ADD 1 TO Wcv-nbvir
                    MOVE Wcv-idfou(Wcv-i) TO Wcv-foucour
                END-IF
            END-IF
        END-PERFORM.

*> Emission : numéro de campagne (compteur K), fichier de virements
*> virements_<campagne>_AAAAMMJJ.txt pour la banque et avis de
*> virement avis_virement_<campagne>.txt. Chaque facture retenue est
*> soldée (règlement VIREMENT daté du jour, passé par le journal
*> comptable) et porte la référence du virement de son fournisseur.
        EMETTRE_CAMPAGNE_VIREMENTS.
        MOVE 'K' TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 'K' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fcvi_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SPACES TO WS-VIREMENT-FILE
        STRING 'virements_' fcvi_id '_' SYS-DATE '.txt'
            DELIMITED BY SIZE INTO WS-VIREMENT-FILE
        MOVE SPACES TO WS-AVIS-FILE
        STRING 'avis_virement_' fcvi_id '.txt'
            DELIMITED BY SIZE INTO WS-AVIS-FILE
        OPEN OUTPUT virementsPrint
        OPEN OUTPUT avisVirementPrint
        MOVE Wcv-total TO Wcv-mt-ed
        MOVE SPACES TO fvirTampon
        STRING 'ENTETE;' fcvi_id ';' SYS-DATE ';' Wcv-nbvir ';'
               Wcv-mt-ed
            DELIMITED BY SIZE INTO fvirTampon
        WRITE fvirTampon
        MOVE 0 TO Wcv-foucour
        PERFORM VARYING Wcv-i FROM 1 BY 1 UNTIL Wcv-i > Wcv-nb
            IF Wcv-retenue(Wcv-i) = 1 THEN
                PERFORM REGLER_LIGNE_CAMPAGNE
            END-IF
        END-PERFORM
        IF Wcv-foucour NOT = 0 THEN
            PERFORM CLORE_AVIS_VIREMENT
        END-IF
        MOVE Wcv-total TO Wcv-mt-ed
        MOVE SPACES TO fvirTampon
        STRING 'FIN;' Wcv-nbvir ';' Wcv-mt-ed
            DELIMITED BY SIZE INTO fvirTampon
        WRITE fvirTampon
        CLOSE avisVirementPrint
        CLOSE virementsPrint
        MOVE SYS-DATE-NUM TO fcvi_date
        MOVE Wcv-echeance TO fcvi_echeance
        MOVE Wcv-nbfac TO fcvi_nbfac
        MOVE Wcv-nbvir TO fcvi_nbvir
        MOVE Wcv-total TO fcvi_total
        SET CAMPAGNE-EMISE TO TRUE
        MOVE Woperateur TO fcvi_ope
        MOVE 0 TO fcvi_dateannul
        MOVE 0 TO fcvi_opeannul
        WRITE fcviTampon END-WRITE
        DISPLAY 'Campagne n.' LINE 22 COL 1
        DISPLAY fcvi_id LINE 22 COL 13
        DISPLAY 'émise :' LINE 22 COL 19
        DISPLAY WS-VIREMENT-FILE LINE 22 COL 27.

        REGLER_LIGNE_CAMPAGNE.
        IF Wcv-idfou(Wcv-i) NOT = Wcv-foucour THEN
            IF Wcv-foucour NOT = 0 THEN
                PERFORM CLORE_AVIS_VIREMENT
            END-IF
            PERFORM OUVRIR_VIREMENT_FOURNISSEUR
        END-IF
        MOVE Wcv-idfaf(Wcv-i) TO ffaf_id
        READ facturesFournisseurs
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Wcv-solde(Wcv-i) TO Wfaf-reglement
                ADD Wfaf-reglement TO ffaf_regle
                MOVE Wcv-refreg TO ffaf_refreg
                REWRITE ffafTampon
                MOVE 'VIREMENT' TO Wrgf-mode
                PERFORM ECRIRE_REGLEMENT_FOU
                MOVE fcvi_id TO flcv_idcvi
                MOVE ffaf_id TO flcv_idfaf
                MOVE ffaf_idfou TO flcv_idfou
                MOVE Wfaf-reglement TO flcv_montant
                MOVE Wrgf-seq TO flcv_seqrgf
                MOVE Wcv-refreg TO flcv_refreg
                WRITE flcvTampon END-WRITE
                MOVE Wfaf-reglement TO Wcv-mt-ed
                MOVE SPACES TO favvTampon
                STRING '  Facture ' ffaf_ref ' du ' ffaf_date
                       '  montant regle ' Wcv-mt-ed
                    DELIMITED BY SIZE INTO favvTampon
                WRITE favvTampon
        END-READ.

*> Nouveau fournisseur dans la campagne : référence du virement,
*> montant cumulé de ses lignes retenues, ligne VIREMENT du fichier
*> bancaire et en-tête de son avis.
        OUVRIR_VIREMENT_FOURNISSEUR.
        MOVE Wcv-idfou(Wcv-i) TO Wcv-foucour
        MOVE Wcv-foucour TO ffou_id
        READ fournisseurs
            INVALID KEY
                MOVE SPACES TO ffou_nom
                MOVE SPACES TO ffou_iban
                MOVE SPACES TO ffou_bic
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE SPACES TO Wcv-refreg
        STRING 'V' fcvi_id '-' Wcv-foucour
            DELIMITED BY SIZE INTO Wcv-refreg
        MOVE 0 TO Wcv-mtfou
        PERFORM VARYING Wcv-j FROM Wcv-i BY 1 UNTIL Wcv-j > Wcv-nb
            IF Wcv-idfou(Wcv-j) = Wcv-foucour
               AND Wcv-retenue(Wcv-j) = 1 THEN
                ADD Wcv-solde(Wcv-j) TO Wcv-mtfou
            END-IF
        END-PERFORM
        MOVE Wcv-mtfou TO Wcv-mt-ed
        MOVE SPACES TO fvirTampon
        STRING 'VIREMENT;' Wcv-refreg ';' ffou_nom ';' ffou_iban ';'
               ffou_bic ';' Wcv-mt-ed ';REGLEMENT ' Wcv-refreg
            DELIMITED BY SIZE INTO fvirTampon
        WRITE fvirTampon
        MOVE SPACES TO favvTampon
        STRING 'AVIS DE VIREMENT ' Wcv-refreg ' du ' SYS-DATE
            DELIMITED BY SIZE INTO favvTampon
        WRITE favvTampon
        MOVE SPACES TO favvTampon
        STRING 'Fournisseur ' Wcv-foucour ' ' ffou_nom ' ' ffou_mail
            DELIMITED BY SIZE INTO favvTampon
        WRITE favvTampon
        MOVE SPACES TO favvTampon
        STRING 'Compte crédité ' ffou_iban ' ' ffou_bic
            DELIMITED BY SIZE INTO favvTampon
        WRITE favvTampon.

        CLORE_AVIS_VIREMENT.
        MOVE Wcv-mtfou TO Wcv-mt-ed
        MOVE SPACES TO favvTampon
        STRING 'Total viré ' Wcv-mt-ed
            DELIMITED BY SIZE INTO favvTampon
        WRITE favvTampon
        MOVE ALL '-' TO favvTampon
        WRITE favvTampon.

*> Annulation en bloc d'une campagne rejetée par la banque : chaque
*> facture retrouve son solde (et perd la référence du virement si
*> c'est encore la sienne) et un règlement VIR-ANNULE du même montant
*> contre-passe au journal comptable le règlement VIREMENT.
        ANNULER_CAMPAGNE_VIREMENTS.
        DISPLAY '---- Annulation campagne de virements ----'
            WITH BLANK SCREEN
        DISPLAY 'Numéro de campagne :' LINE 2 COL 1
        ACCEPT fcvi_id LINE 2 COL 22
        READ campagnesVir
            INVALID KEY
                DISPLAY 'Campagne inconnue' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY 'Emise le :' LINE 3 COL 1
                DISPLAY fcvi_date LINE 3 COL 12
                DISPLAY 'Factures :' LINE 4 COL 1
                DISPLAY fcvi_nbfac LINE 4 COL 12
                DISPLAY 'Virements :' LINE 4 COL 20
                DISPLAY fcvi_nbvir LINE 4 COL 32
                MOVE fcvi_total TO Wcv-mt-ed
                DISPLAY 'Total :' LINE 5 COL 1
                DISPLAY Wcv-mt-ed LINE 5 COL 12
                IF CAMPAGNE-ANNULEE THEN
                    DISPLAY 'Campagne déjà annulée le' LINE 7 COL 1
                    DISPLAY fcvi_dateannul LINE 7 COL 26
                ELSE
                    PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                        OR Wrep2b = 1
                        DISPLAY 'Annuler toute la campagne ? 1 ou 0 :'
                            LINE 7 COL 1
                        ACCEPT Wrep2b LINE 7 COL 38
                    END-PERFORM
                    IF Wrep2b = 1 THEN
                        PERFORM DEFAIRE_CAMPAGNE_VIREMENTS
                        DISPLAY 'Campagne annulée, factures rouvertes'
                            LINE 9 COL 1
                    END-IF
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 11 COL 1
            ACCEPT Wrep2b LINE 11 COL 26
        END-PERFORM.

        DEFAIRE_CAMPAGNE_VIREMENTS.
        MOVE fcvi_id TO flcv_idcvi
        MOVE 0 TO flcv_idfaf
        MOVE 0 TO Wcv-fin
        START lignesCampVir KEY IS NOT LESS THAN flcv_key
            INVALID KEY MOVE 1 TO Wcv-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcv-fin = 1
            READ lignesCampVir NEXT RECORD
                AT END
                    MOVE 1 TO Wcv-fin
                NOT AT END
                    IF flcv_idcvi NOT = fcvi_id THEN
                        MOVE 1 TO Wcv-fin
                    ELSE
                        PERFORM DEFAIRE_LIGNE_CAMPAGNE
                    END-IF
            END-READ
        END-PERFORM
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        SET CAMPAGNE-ANNULEE TO TRUE
        MOVE SYS-DATE-NUM TO fcvi_dateannul
        MOVE Woperateur TO fcvi_opeannul
        REWRITE fcviTampon.

        DEFAIRE_LIGNE_CAMPAGNE.
        MOVE flcv_idfaf TO ffaf_id
        READ facturesFournisseurs
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ffaf_regle > flcv_montant THEN
                    SUBTRACT flcv_montant FROM ffaf_regle
                ELSE
                    MOVE 0 TO ffaf_regle
                END-IF
                IF ffaf_refreg = flcv_refreg THEN
                    MOVE SPACES TO ffaf_refreg
                END-IF
                REWRITE ffafTampon
                MOVE flcv_montant TO Wfaf-reglement
                MOVE 'VIR-ANNULE' TO Wrgf-mode
                PERFORM ECRIRE_REGLEMENT_FOU
        END-READ.

*> Coordonnées bancaires et délai de règlement d'un fournisseur,
*> utilisés par les campagnes de virements. Zone laissée vide (délai
*> 000) : valeur inchangée.
        MODIFIER_COORDONNEES_FOU.
        DISPLAY '---- Coordonnées bancaires fournisseur ----'
            WITH BLANK SCREEN
        DISPLAY 'Identifiant fournisseur :' LINE 2 COL 1
        ACCEPT ffou_id LINE 2 COL 27
        READ fournisseurs
            INVALID KEY
                DISPLAY 'Fournisseur inconnu' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY ffou_nom LINE 2 COL 34
                DISPLAY 'IBAN actuel :' LINE 4 COL 1
                DISPLAY ffou_iban LINE 4 COL 15
                DISPLAY 'BIC actuel :' LINE 5 COL 1
                DISPLAY ffou_bic LINE 5 COL 15
                DISPLAY 'Délai actuel (jours) :' LINE 6 COL 1
                DISPLAY ffou_delaireg LINE 6 COL 24
                MOVE SPACES TO Wcv-iban
                MOVE SPACES TO Wcv-bic
                MOVE 0 TO Wcv-delai
                DISPLAY 'Nouvel IBAN :' LINE 8 COL 1
                ACCEPT Wcv-iban LINE 8 COL 15
                DISPLAY 'Nouveau BIC :' LINE 9 COL 1
                ACCEPT Wcv-bic LINE 9 COL 15
                DISPLAY 'Nouveau délai (000=inchangé) :' LINE 10 COL 1
                ACCEPT Wcv-delai LINE 10 COL 32
                IF Wcv-iban NOT = SPACES THEN
                    MOVE Wcv-iban TO ffou_iban
                END-IF
                IF Wcv-bic NOT = SPACES THEN
                    MOVE Wcv-bic TO ffou_bic
                END-IF
                IF Wcv-delai > 0 THEN
                    MOVE Wcv-delai TO ffou_delaireg
                END-IF
                REWRITE ffouTampon
                DISPLAY 'Fournisseur mis à jour' LINE 12 COL 1
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 14 COL 1
            ACCEPT Wrep2b LINE 14 COL 26
        END-PERFORM.

*> Frais d'approche : une facture de frais déjà saisie (fret,
*> transitaire, droits de douane...) est répartie sur les lignes
*> réceptionnées d'un ou plusieurs ordres d'achat, au prorata de la
*> valeur, de la quantité ou du poids reçus. La part d'une ligne
*> vient grossir le coût moyen pondéré de l'article pour les unités
*> de la réception encore en stock ; la part des unités déjà vendues
*> est tracée à part, le CMP ne valorisant plus que le stock restant.
*> Une facture de frais ne se répartit qu'une fois.
        REPARTIR_FRAIS_APPROCHE.
        DISPLAY '---- Frais d''approche ----' WITH BLANK SCREEN
        OPEN I-O fraisApproche
        IF ffap_stat = 35 THEN
            OPEN OUTPUT fraisApproche
            CLOSE fraisApproche
            OPEN I-O fraisApproche
        END-IF
        OPEN I-O repartitionFrais
        IF frep_stat = 35 THEN
            OPEN OUTPUT repartitionFrais
            CLOSE repartitionFrais
            OPEN I-O repartitionFrais
        END-IF
        OPEN I-O coutsArticles
        IF fcou_stat = 35 THEN
            OPEN OUTPUT coutsArticles
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        OPEN I-O poidsArticles
        IF fpa_stat = 35 THEN
            OPEN OUTPUT poidsArticles
            CLOSE poidsArticles
            OPEN I-O poidsArticles
        END-IF
        MOVE 0 TO Wfap-ok
        DISPLAY 'Facture de frais n. :' LINE 2 COL 1
        ACCEPT ffaf_id LINE 2 COL 23
        READ facturesFournisseurs
            INVALID KEY
                DISPLAY 'Facture inconnue' LINE 3 COL 1
            NOT INVALID KEY
                MOVE 1 TO Wfap-ok
        END-READ
        IF Wfap-ok = 1 THEN
            PERFORM CONTROLER_FACTURE_FRAIS
        END-IF
        IF Wfap-ok = 1 THEN
            PERFORM SAISIR_REPARTITION_FRAIS
        END-IF
        IF Wfap-ok = 1 THEN
            PERFORM CALCULER_REPARTITION_FRAIS
        END-IF
        IF Wfap-ok = 1 THEN
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Confirmer la répartition ? 1 ou 0 :'
                    LINE 19 COL 1
                ACCEPT Wrep2b LINE 19 COL 38
            END-PERFORM
            IF Wrep2b = 1 THEN
                PERFORM APPLIQUER_REPARTITION_FRAIS
            ELSE
                DISPLAY 'Répartition abandonnée' LINE 20 COL 40
            END-IF
        END-IF
        CLOSE poidsArticles
        CLOSE coutsArticles
        CLOSE repartitionFrais
        CLOSE fraisApproche
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 21 COL 1
            ACCEPT Wrep2b LINE 21 COL 26
        END-PERFORM.

*> La facture de frais ne doit pas être une facture de marchandises
*> d'un ordre d'achat, ni avoir déjà été répartie. Le montant réparti
*> est le hors taxes de ses lignes (ffaf_montant est le TTC dû).
        CONTROLER_FACTURE_FRAIS.
        MOVE ffaf_id TO Wfap-idfaf
        PERFORM CUMULER_HT_FACTURE_FRAIS
        DISPLAY ffaf_ref LINE 2 COL 30
        DISPLAY 'Montant HT :' LINE 3 COL 1
        DISPLAY Wfap-montant LINE 3 COL 14
        IF ffaf_idoa > 0 THEN
            DISPLAY 'Facture de marchandises d''un ordre d''achat'
                LINE 4 COL 1
            MOVE 0 TO Wfap-ok
        ELSE
            MOVE Wfap-idfaf TO ffap_idfaf
            MOVE 0 TO ffap_idoa
            START fraisApproche KEY IS NOT LESS THAN ffap_key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ fraisApproche NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ffap_idfaf = Wfap-idfaf THEN
                                DISPLAY 'Facture déjà répartie le'
                                    LINE 4 COL 1
                                DISPLAY ffap_date LINE 4 COL 26
                                MOVE 0 TO Wfap-ok
                            END-IF
                    END-READ
            END-START
        END-IF.

*> Hors taxes de la facture de frais : somme de ses lignes ; une
*> facture reprise sans lignes garde son montant.
        CUMULER_HT_FACTURE_FRAIS.
        MOVE 0 TO Wfap-montant
        MOVE ffaf_id TO flf_idfaf
        MOVE 0 TO flf_seq
        MOVE 0 TO Wfap-fin
        START lignesFactureFou KEY IS NOT LESS THAN flf_key
            INVALID KEY MOVE 1 TO Wfap-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfap-fin = 1
            READ lignesFactureFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfap-fin
                NOT AT END
                    IF flf_idfaf NOT = ffaf_id THEN
                        MOVE 1 TO Wfap-fin
                    ELSE
                        COMPUTE Wfap-montant = Wfap-montant
                            + flf_qte * flf_prixunit
                    END-IF
            END-READ
        END-PERFORM
        IF Wfap-montant = 0 THEN
            MOVE ffaf_montant TO Wfap-montant
        END-IF.

*> Montant à répartir (la facture entière par défaut), base de
*> répartition, puis ordres d'achat concernés jusqu'à l'ordre 00000.
        SAISIR_REPARTITION_FRAIS.
        MOVE 0 TO Wfap-saisie
        DISPLAY 'Montant à répartir (0=toute la facture) :'
            LINE 4 COL 1
        ACCEPT Wfap-saisie LINE 4 COL 43
        IF Wfap-saisie > Wfap-montant THEN
            DISPLAY 'Montant supérieur à la facture' LINE 5 COL 1
            MOVE 0 TO Wfap-ok
        ELSE
            IF Wfap-saisie > 0 THEN
                MOVE Wfap-saisie TO Wfap-montant
            END-IF
            PERFORM WITH TEST AFTER UNTIL Wfap-methode = 'V'
                    OR Wfap-methode = 'Q' OR Wfap-methode = 'P'
                DISPLAY 'Base V=valeur Q=quantité P=poids :'
                    LINE 5 COL 1
                ACCEPT Wfap-methode LINE 5 COL 37
                MOVE FUNCTION UPPER-CASE(Wfap-methode)
                    TO Wfap-methode
            END-PERFORM
            MOVE 0 TO Wfap-nboa
            MOVE 0 TO Wfap-nblig
            PERFORM WITH TEST AFTER UNTIL Wfap-oa-saisi = 0
                    OR Wfap-nboa = 10
                DISPLAY 'Ordre d''achat (00000=fin) :' LINE 6 COL 1
                ACCEPT Wfap-oa-saisi LINE 6 COL 29
                IF Wfap-oa-saisi > 0 THEN
                    PERFORM AJOUTER_OA_FRAIS
                END-IF
            END-PERFORM
            IF Wfap-nblig = 0 THEN
                DISPLAY 'Aucune ligne réceptionnée retenue'
                    LINE 8 COL 1
                MOVE 0 TO Wfap-ok
            END-IF
        END-IF.

        AJOUTER_OA_FRAIS.
        MOVE 0 TO Wfap-deja
        PERFORM VARYING Wfap-j FROM 1 BY 1 UNTIL Wfap-j > Wfap-nboa
            IF Wfap-oa-id(Wfap-j) = Wfap-oa-saisi THEN
                MOVE 1 TO Wfap-deja
            END-IF
        END-PERFORM
        MOVE Wfap-oa-saisi TO foa_id
        READ ordresAchat
            INVALID KEY
                MOVE 'OA inconnu' TO Wfap-message
            NOT INVALID KEY
                IF Wfap-deja = 1 THEN
                    MOVE 'OA déjà retenu' TO Wfap-message
                ELSE
                    ADD 1 TO Wfap-nboa
                    MOVE foa_id TO Wfap-oa-id(Wfap-nboa)
                    MOVE 0 TO Wfap-oa-part(Wfap-nboa)
                    MOVE Wfap-nblig TO Wfap-avant
                    PERFORM CHARGER_LIGNES_OA_FRAIS
                    IF Wfap-nblig = Wfap-avant THEN
                        SUBTRACT 1 FROM Wfap-nboa
                        MOVE 'Rien de réceptionné sur cet OA'
                            TO Wfap-message
                    ELSE
                        MOVE 'OA retenu' TO Wfap-message
                    END-IF
                END-IF
        END-READ
        DISPLAY Wfap-message LINE 7 COL 1
        DISPLAY 'Ordres retenus :' LINE 7 COL 45
        DISPLAY Wfap-nboa LINE 7 COL 62.

*> Lignes réceptionnées de l'ordre foa_id, avec leur base de
*> répartition : valeur (quantité reçue x prix marchandise),
*> quantité reçue, ou poids (quantité reçue x poids unitaire).
        CHARGER_LIGNES_OA_FRAIS.
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfap-fin
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfap-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfap-fin = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfap-fin
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wfap-fin
                    ELSE
                        IF floa_qterecue > 0
                           AND Wfap-nblig < 200 THEN
                            PERFORM AJOUTER_LIGNE_FRAIS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        AJOUTER_LIGNE_FRAIS.
        ADD 1 TO Wfap-nblig
        MOVE floa_idoa TO Wfap-l-oa(Wfap-nblig)
        MOVE floa_seq TO Wfap-l-seq(Wfap-nblig)
        MOVE Wfap-nboa TO Wfap-l-ioa(Wfap-nblig)
        MOVE floa_idart TO Wfap-l-art(Wfap-nblig)
        MOVE floa_qterecue TO Wfap-l-qte(Wfap-nblig)
        MOVE 0 TO Wfap-l-part(Wfap-nblig)
        PERFORM PRIX_RECEPTION_FRAIS
        MOVE Wfap-prix TO Wfap-l-prix(Wfap-nblig)
        EVALUATE Wfap-methode
            WHEN 'V'
                COMPUTE Wfap-l-base(Wfap-nblig) =
                    floa_qterecue * Wfap-prix
            WHEN 'Q'
                MOVE floa_qterecue TO Wfap-l-base(Wfap-nblig)
            WHEN OTHER
                MOVE floa_idart TO fpa_idart
                READ poidsArticles
                    INVALID KEY MOVE 0 TO fpa_poids
                END-READ
                COMPUTE Wfap-l-base(Wfap-nblig) =
                    floa_qterecue * fpa_poids
        END-EVALUATE.

*> Prix marchandise de l'article floa_idart reçu sur l'ordre foa_id :
*> prix de la facture fournisseur de l'ordre, à défaut prix d'achat
*> au catalogue du fournisseur, à défaut CMP de l'article.
        PRIX_RECEPTION_FRAIS.
        MOVE 0 TO Wfap-prix
        MOVE foa_idfou TO ffaf_idfou
        MOVE 0 TO Wfap-fin2
        START facturesFournisseurs KEY IS = ffaf_idfou
            INVALID KEY MOVE 1 TO Wfap-fin2
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfap-fin2 = 1
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wfap-fin2
                NOT AT END
                    IF ffaf_idfou NOT = foa_idfou THEN
                        MOVE 1 TO Wfap-fin2
                    ELSE
                        IF ffaf_idoa = foa_id THEN
                            PERFORM PRIX_LIGNE_FACTURE_FRAIS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wfap-prix = 0 THEN
            MOVE floa_idart TO fcf_idart
            MOVE foa_idfou TO fcf_idfou
            READ catalogueFou
                NOT INVALID KEY MOVE fcf_prixachat TO Wfap-prix
            END-READ
        END-IF
        IF Wfap-prix = 0 THEN
            MOVE floa_idart TO fcou_idart
            READ coutsArticles
                NOT INVALID KEY MOVE fcou_cmp TO Wfap-prix
            END-READ
        END-IF.

        PRIX_LIGNE_FACTURE_FRAIS.
        MOVE ffaf_id TO flf_idfaf
        MOVE 0 TO flf_seq
        MOVE 0 TO Wfin
        START lignesFactureFou KEY IS NOT LESS THAN flf_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ lignesFactureFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF flf_idfaf NOT = ffaf_id THEN
                        MOVE 1 TO Wfin
                    ELSE
                        IF flf_idart = floa_idart THEN
                            MOVE flf_prixunit TO Wfap-prix
                            MOVE 1 TO Wfin
                            MOVE 1 TO Wfap-fin2
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Part de chaque ligne au prorata de sa base ; les parts sont
*> tronquées au centime et la dernière ligne reçoit le reste, de
*> sorte que le total réparti égale exactement le montant.
        CALCULER_REPARTITION_FRAIS.
        MOVE 0 TO Wfap-totbase
        PERFORM VARYING Wfap-i FROM 1 BY 1 UNTIL Wfap-i > Wfap-nblig
            ADD Wfap-l-base(Wfap-i) TO Wfap-totbase
        END-PERFORM
        IF Wfap-totbase = 0 THEN
            DISPLAY 'Base de répartition nulle (prix ou poids absents)'
                LINE 8 COL 1
            MOVE 0 TO Wfap-ok
        ELSE
            MOVE 0 TO Wfap-reparti
            PERFORM VARYING Wfap-i FROM 1 BY 1
                    UNTIL Wfap-i > Wfap-nblig
                IF Wfap-i = Wfap-nblig THEN
                    COMPUTE Wfap-l-part(Wfap-i) =
                        Wfap-montant - Wfap-reparti
                ELSE
                    COMPUTE Wfap-l-part(Wfap-i) =
                        Wfap-montant * Wfap-l-base(Wfap-i)
                        / Wfap-totbase
                END-IF
                ADD Wfap-l-part(Wfap-i) TO Wfap-reparti
                MOVE Wfap-l-ioa(Wfap-i) TO Wfap-j
                ADD Wfap-l-part(Wfap-i) TO Wfap-oa-part(Wfap-j)
            END-PERFORM
            DISPLAY 'Répartition par ordre d''achat :' LINE 8 COL 1
            PERFORM VARYING Wfap-j FROM 1 BY 1 UNTIL Wfap-j > Wfap-nboa
                COMPUTE Wfap-ligne = Wfap-j + 8
                DISPLAY 'OA' LINE Wfap-ligne COL 3
                DISPLAY Wfap-oa-id(Wfap-j) LINE Wfap-ligne COL 6
                MOVE Wfap-oa-part(Wfap-j) TO Wfap-mt-ed
                DISPLAY Wfap-mt-ed LINE Wfap-ligne COL 13
            END-PERFORM
        END-IF.

        APPLIQUER_REPARTITION_FRAIS.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        PERFORM VARYING Wfap-i FROM 1 BY 1 UNTIL Wfap-i > Wfap-nblig
            PERFORM APPLIQUER_LIGNE_FRAIS
        END-PERFORM
        PERFORM VARYING Wfap-j FROM 1 BY 1 UNTIL Wfap-j > Wfap-nboa
            MOVE Wfap-idfaf TO ffap_idfaf
            MOVE Wfap-oa-id(Wfap-j) TO ffap_idoa
            MOVE Wfap-methode TO ffap_methode
            MOVE Wfap-oa-part(Wfap-j) TO ffap_montant
            MOVE SYS-DATE-NUM TO ffap_date
            MOVE Woperateur TO ffap_ope
            WRITE ffapTampon END-WRITE
        END-PERFORM
        DISPLAY 'Frais répartis, coûts moyens mis à jour'
            LINE 20 COL 1.

*> Une ligne : seules les unités de la réception encore en stock
*> (au plus le stock de l'article) portent leur part de frais dans le
*> CMP, qui augmente de part x (unités en stock / quantité reçue)
*> divisé par le stock. Sans CMP connu, le prix marchandise retenu
*> sert de point de départ.
        APPLIQUER_LIGNE_FRAIS.
        MOVE Wfap-l-art(Wfap-i) TO fart_id
        READ articles
            INVALID KEY MOVE 0 TO fart_stock
        END-READ
        MOVE fart_stock TO Wfap-qstock
        IF Wfap-qstock > Wfap-l-qte(Wfap-i) THEN
            MOVE Wfap-l-qte(Wfap-i) TO Wfap-qstock
        END-IF
        MOVE 0 TO Wfap-cou-ok
        MOVE Wfap-l-art(Wfap-i) TO fcou_idart
        READ coutsArticles
            INVALID KEY
                MOVE Wfap-l-art(Wfap-i) TO fcou_idart
                MOVE Wfap-l-prix(Wfap-i) TO fcou_cmp
            NOT INVALID KEY
                MOVE 1 TO Wfap-cou-ok
        END-READ
        MOVE fcou_cmp TO frep_cmpavant
        IF fart_stock > 0 THEN
            COMPUTE fcou_cmp ROUNDED = fcou_cmp
                + Wfap-l-part(Wfap-i) * Wfap-qstock
                / (Wfap-l-qte(Wfap-i) * fart_stock)
        END-IF
        MOVE SYS-DATE-NUM TO fcou_datemaj
        IF Wfap-cou-ok = 1 THEN
            REWRITE fcouTampon
        ELSE
            WRITE fcouTampon END-WRITE
        END-IF
        MOVE Wfap-l-oa(Wfap-i) TO frep_idoa
        MOVE Wfap-l-seq(Wfap-i) TO frep_seqoa
        MOVE Wfap-idfaf TO frep_idfaf
        MOVE Wfap-l-art(Wfap-i) TO frep_idart
        MOVE Wfap-l-qte(Wfap-i) TO frep_qte
        MOVE Wfap-l-prix(Wfap-i) TO frep_prixunit
        MOVE Wfap-l-part(Wfap-i) TO frep_part
        MOVE fart_stock TO frep_stock
        MOVE fcou_cmp TO frep_cmpapres
        COMPUTE frep_partvendue ROUNDED = Wfap-l-part(Wfap-i)
            - Wfap-l-part(Wfap-i) * Wfap-qstock / Wfap-l-qte(Wfap-i)
        MOVE SYS-DATE-NUM TO frep_date
        WRITE frepTampon END-WRITE.

*> Coût de revient d'une réception : pour chaque ligne reçue de
*> l'ordre d'achat, coût marchandise, frais d'approche répartis,
*> coût unitaire avant et après frais et CMP avant et après ; en fin
*> d'état, les factures de frais imputées à l'ordre.
        RAPPORT_COUT_REVIENT.
        DISPLAY '---- Coût de revient d''une réception ----'
            WITH BLANK SCREEN
        OPEN I-O fraisApproche
        IF ffap_stat = 35 THEN
            OPEN OUTPUT fraisApproche
            CLOSE fraisApproche
            OPEN I-O fraisApproche
        END-IF
        OPEN I-O repartitionFrais
        IF frep_stat = 35 THEN
            OPEN OUTPUT repartitionFrais
            CLOSE repartitionFrais
            OPEN I-O repartitionFrais
        END-IF
        OPEN I-O coutsArticles
        IF fcou_stat = 35 THEN
            OPEN OUTPUT coutsArticles
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        DISPLAY 'Ordre d''achat :' LINE 2 COL 1
        ACCEPT foa_id LINE 2 COL 17
        READ ordresAchat
            INVALID KEY
                DISPLAY 'OA inconnu' LINE 3 COL 1
            NOT INVALID KEY
                PERFORM EDITER_COUT_REVIENT
        END-READ
        CLOSE coutsArticles
        CLOSE repartitionFrais
        CLOSE fraisApproche
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        EDITER_COUT_REVIENT.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SPACES TO WS-COUTREV-FILE
        STRING 'cout_revient_' foa_id '_' SYS-DATE '.txt'
            DELIMITED BY SIZE INTO WS-COUTREV-FILE
        OPEN OUTPUT coutRevientPrint
        MOVE SPACES TO fcrvTampon
        STRING 'COUT DE REVIENT - ORDRE D''ACHAT ' foa_id
               ' - FOURNISSEUR ' foa_idfou ' - DU ' foa_date-num
            DELIMITED BY SIZE INTO fcrvTampon
        WRITE fcrvTampon
        MOVE SPACES TO fcrvTampon
        STRING 'Seq Article Qte   PU march.  Valeur march.'
               '  Frais appr.  PU revient  CMP avant  CMP apres'
            DELIMITED BY SIZE INTO fcrvTampon
        WRITE fcrvTampon
        MOVE 0 TO Wfap-totmarch
        MOVE 0 TO Wfap-totfrais
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfap-fin
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfap-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfap-fin = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfap-fin
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wfap-fin
                    ELSE
                        IF floa_qterecue > 0 THEN
                            PERFORM EDITER_LIGNE_COUT_REVIENT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE Wfap-totmarch TO Wfap-mt-ed
        MOVE SPACES TO fcrvTampon
        STRING 'TOTAL MARCHANDISES   : ' Wfap-mt-ed
            DELIMITED BY SIZE INTO fcrvTampon
        WRITE fcrvTampon
        MOVE Wfap-totfrais TO Wfap-mt-ed
        MOVE SPACES TO fcrvTampon
        STRING 'TOTAL FRAIS APPROCHE : ' Wfap-mt-ed
            DELIMITED BY SIZE INTO fcrvTampon
        WRITE fcrvTampon
        COMPUTE Wfap-valeur = Wfap-totmarch + Wfap-totfrais
        MOVE Wfap-valeur TO Wfap-mt-ed
        MOVE SPACES TO fcrvTampon
        STRING 'COUT DE REVIENT      : ' Wfap-mt-ed
            DELIMITED BY SIZE INTO fcrvTampon
        WRITE fcrvTampon
        MOVE 0 TO ffap_idfaf
        MOVE 0 TO ffap_idoa
        MOVE 0 TO Wfap-fin
        START fraisApproche KEY IS NOT LESS THAN ffap_key
            INVALID KEY MOVE 1 TO Wfap-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfap-fin = 1
            READ fraisApproche NEXT RECORD
                AT END
                    MOVE 1 TO Wfap-fin
                NOT AT END
                    IF ffap_idoa = foa_id THEN
                        MOVE ffap_montant TO Wfap-mt-ed
                        MOVE SPACES TO fcrvTampon
                        STRING '  Facture de frais ' ffap_idfaf
                               ' du ' ffap_date ' base ' ffap_methode
                               ' : ' Wfap-mt-ed
                            DELIMITED BY SIZE INTO fcrvTampon
                        WRITE fcrvTampon
                    END-IF
            END-READ
        END-PERFORM
        CLOSE coutRevientPrint
        DISPLAY 'Marchandises :' LINE 4 COL 1
        MOVE Wfap-totmarch TO Wfap-mt-ed
        DISPLAY Wfap-mt-ed LINE 4 COL 24
        DISPLAY 'Frais d''approche :' LINE 5 COL 1
        MOVE Wfap-totfrais TO Wfap-mt-ed
        DISPLAY Wfap-mt-ed LINE 5 COL 24
        DISPLAY 'Coût de revient :' LINE 6 COL 1
        MOVE Wfap-valeur TO Wfap-mt-ed
        DISPLAY Wfap-mt-ed LINE 6 COL 24
        DISPLAY 'Etat édité :' LINE 8 COL 1
        DISPLAY WS-COUTREV-FILE LINE 8 COL 14.

*> Une ligne reçue : le prix marchandise est celui retenu lors de la
*> répartition (à défaut recherché comme pour la répartition) ; le
*> CMP avant est celui de la première facture de frais, le CMP après
*> celui de la dernière.
        EDITER_LIGNE_COUT_REVIENT.
        MOVE 0 TO Wfap-frais
        MOVE 0 TO Wfap-nbfrais
        MOVE 0 TO Wfap-prix
        MOVE floa_idoa TO frep_idoa
        MOVE floa_seq TO frep_seqoa
        MOVE 0 TO frep_idfaf
        MOVE 0 TO Wfap-fin2
        START repartitionFrais KEY IS NOT LESS THAN frep_key
            INVALID KEY MOVE 1 TO Wfap-fin2
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfap-fin2 = 1
            READ repartitionFrais NEXT RECORD
                AT END
                    MOVE 1 TO Wfap-fin2
                NOT AT END
                    IF frep_idoa NOT = floa_idoa
                       OR frep_seqoa NOT = floa_seq THEN
                        MOVE 1 TO Wfap-fin2
                    ELSE
                        ADD 1 TO Wfap-nbfrais
                        ADD frep_part TO Wfap-frais
                        IF Wfap-nbfrais = 1 THEN
                            MOVE frep_prixunit TO Wfap-prix
                            MOVE frep_cmpavant TO Wfap-cmpavant
                        END-IF
                        MOVE frep_cmpapres TO Wfap-cmpapres
                    END-IF
            END-READ
        END-PERFORM
        IF Wfap-nbfrais = 0 THEN
            PERFORM PRIX_RECEPTION_FRAIS
        END-IF
        COMPUTE Wfap-valeur = floa_qterecue * Wfap-prix
        COMPUTE Wfap-pu-revient ROUNDED =
            Wfap-prix + Wfap-frais / floa_qterecue
        ADD Wfap-valeur TO Wfap-totmarch
        ADD Wfap-frais TO Wfap-totfrais
        MOVE Wfap-prix TO Wfap-pu-ed
        MOVE Wfap-valeur TO Wfap-mt-ed
        MOVE Wfap-frais TO Wfap-mt2-ed
        MOVE Wfap-pu-revient TO Wfap-pu2-ed
        MOVE SPACES TO fcrvTampon
        IF Wfap-nbfrais = 0 THEN
            STRING floa_seq ' ' floa_idart ' ' floa_qterecue ' '
                   Wfap-pu-ed ' ' Wfap-mt-ed ' ' Wfap-mt2-ed ' '
                   Wfap-pu2-ed '  (sans frais)'
                DELIMITED BY SIZE INTO fcrvTampon
        ELSE
            MOVE Wfap-cmpavant TO Wfap-cmp-ed
            MOVE Wfap-cmpapres TO Wfap-cmp2-ed
            STRING floa_seq ' ' floa_idart ' ' floa_qterecue ' '
                   Wfap-pu-ed ' ' Wfap-mt-ed ' ' Wfap-mt2-ed ' '
                   Wfap-pu2-ed '   ' Wfap-cmp-ed '   ' Wfap-cmp2-ed
                DELIMITED BY SIZE INTO fcrvTampon
        END-IF
        WRITE fcrvTampon.

*> Balance âgée fournisseurs : pour chaque facture dont le réglé ne
*> couvre pas le montant, le solde est ventilé par ancienneté
*> (0-30 / 31-60 / 61-90 / +90 jours depuis la date de facture),
*> comme RAPPORT_ENCAISSEMENTS côté clients. Les avoirs obtenus sur
*> réclamations garantie ont déjà réduit le solde des factures où ils
*> sont imputés ; la part pas encore imputée vient en déduction de la
*> dette totale.
        RAPPORT_DETTES_FOURNISSEURS.
        DISPLAY '---- Balance âgée fournisseurs ----' WITH BLANK SCREEN
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        MOVE 0 TO Wtranche-30
        MOVE 0 TO Wtranche-60
        MOVE 0 TO Wtranche-90
        MOVE 0 TO Wtranche-plus
        MOVE 3 TO W1
        MOVE 0 TO ffaf_id
        MOVE 0 TO Wfin
        START facturesFournisseurs KEY IS NOT LESS THAN ffaf_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF ffaf_regle < ffaf_montant THEN
                        PERFORM VENTILER_SOLDE_FACTURE_FOU
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY 'Dette  0-30 jours :' LINE 17 COL 1
        DISPLAY Wtranche-30 LINE 17 COL 22
        DISPLAY 'Dette 31-60 jours :' LINE 18 COL 1
        DISPLAY Wtranche-60 LINE 18 COL 22
        DISPLAY 'Dette 61-90 jours :' LINE 19 COL 1
        DISPLAY Wtranche-90 LINE 19 COL 22
        DISPLAY 'Dette  +90 jours  :' LINE 20 COL 1
        DISPLAY Wtranche-plus LINE 20 COL 22
        PERFORM TOTALISER_AVOIRS_FOU
        DISPLAY 'Avoirs fourn. imputés :' LINE 16 COL 1
        DISPLAY Wavf-impute LINE 16 COL 25
        DISPLAY 'à imputer :' LINE 16 COL 40
        DISPLAY Wavf-reste LINE 16 COL 52
        COMPUTE Wdette-nette = Wtranche-30 + Wtranche-60 + Wtranche-90
            + Wtranche-plus - Wavf-reste
        DISPLAY 'Dette nette des avoirs :' LINE 21 COL 1
        DISPLAY Wdette-nette LINE 21 COL 26
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep2b LINE 22 COL 26
        END-PERFORM.

        TOTALISER_AVOIRS_FOU.
        MOVE 0 TO Wavf-impute
        MOVE 0 TO Wavf-reste
        MOVE 0 TO frfo_id
        MOVE 0 TO Wfin
        START reclamationsFou KEY IS NOT LESS THAN frfo_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ reclamationsFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF RECLFOU-CREDITEE THEN
                        ADD frfo_impute TO Wavf-impute
                        COMPUTE Wavf-reste = Wavf-reste
                            + frfo_montavoir - frfo_impute
                    END-IF
            END-READ
        END-PERFORM.

        VENTILER_SOLDE_FACTURE_FOU.
        COMPUTE Wsolde = ffaf_montant - ffaf_regle
        COMPUTE Wage-jours = Wjours-auj
            - FUNCTION INTEGER-OF-DATE(ffaf_date-num)
        EVALUATE TRUE
            WHEN Wage-jours <= 30
                ADD Wsolde TO Wtranche-30
            WHEN Wage-jours <= 60
                ADD Wsolde TO Wtranche-60
            WHEN Wage-jours <= 90
                ADD Wsolde TO Wtranche-90
            WHEN OTHER
                ADD Wsolde TO Wtranche-plus
        END-EVALUATE
        IF W1 <= 15 THEN
            DISPLAY ffaf_id LINE W1 COL 1
            DISPLAY 'Fourn.' LINE W1 COL 8
            DISPLAY ffaf_idfou LINE W1 COL 15
            IF FACFOU-EN-LITIGE THEN
                DISPLAY 'litige ' LINE W1 COL 22
            ELSE
                IF ffaf_regle = 0 THEN
                    DISPLAY 'impaye ' LINE W1 COL 22
                ELSE
                    DISPLAY 'partiel' LINE W1 COL 22
                END-IF
            END-IF
            DISPLAY Wsolde LINE W1 COL 31
            DISPLAY Wage-jours LINE W1 COL 45
            DISPLAY 'j' LINE W1 COL 51
            ADD 1 TO W1
        END-IF.

*> Réclamation garantie au fournisseur ouverte depuis le dossier
*> client frecl_id : le fournisseur d'origine et la réception sont
*> retrouvés par le numéro de série de l'unité (seriesnumeros.dat),
*> l'unité est valorisée au coût moyen (prix catalogue à défaut) et
*> les pièces consommées reprises de piecesreparation.dat.
        OUVRIR_RECLAMATION_FOU.
        OPEN I-O reclamationsFou
        IF frfo_stat = 35 THEN
            OPEN OUTPUT reclamationsFou
            CLOSE reclamationsFou
            OPEN I-O reclamationsFou
        END-IF
        OPEN I-O seriesNumeros
        IF fsn_stat = 35 THEN
            OPEN OUTPUT seriesNumeros
            CLOSE seriesNumeros
            OPEN I-O seriesNumeros
        END-IF
        OPEN I-O piecesReparation
        IF fpr_stat = 35 THEN
            OPEN OUTPUT piecesReparation
            CLOSE piecesReparation
            OPEN I-O piecesReparation
        END-IF
        OPEN I-O coutsArticles
        IF fcou_stat = 35 THEN
            OPEN OUTPUT coutsArticles
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        OPEN I-O compteurs
        IF fcpt_stat = 35 THEN
            OPEN OUTPUT compteurs
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        OPEN I-O articles
        OPEN I-O fournisseurs
        DISPLAY '---- Réclamation garantie fournisseur ----'
            WITH BLANK SCREEN
        DISPLAY 'Dossier client :' LINE 2 COL 1
        DISPLAY frecl_id LINE 2 COL 18
        MOVE frecl_id TO frfo_idrecl
        READ reclamationsFou KEY IS frfo_idrecl
            INVALID KEY
                PERFORM CREER_RECLAMATION_FOU
            NOT INVALID KEY
                DISPLAY 'Déjà ouverte : réclamation fourn. n.'
                    LINE 3 COL 1
                DISPLAY frfo_id LINE 3 COL 38
                DISPLAY 'Etat :' LINE 4 COL 1
                DISPLAY frfo_etat LINE 4 COL 8
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM
        CLOSE fournisseurs
        CLOSE articles
        CLOSE compteurs
        CLOSE coutsArticles
        CLOSE piecesReparation
        CLOSE seriesNumeros
        CLOSE reclamationsFou.

        CREER_RECLAMATION_FOU.
        MOVE 0 TO WrfoOK
        MOVE SPACES TO Wserie-saisie
        DISPLAY 'Numéro de série de l''unité :' LINE 3 COL 1
        ACCEPT Wserie-saisie LINE 3 COL 31
        MOVE Wserie-saisie TO fsn_numserie
        READ seriesNumeros
            INVALID KEY
                DISPLAY 'Série inconnue' LINE 4 COL 1
            NOT INVALID KEY
                MOVE 1 TO WrfoOK
                IF fsn_idrecl NOT = frecl_id THEN
                    DISPLAY 'Série non rattachée à ce dossier'
                        LINE 4 COL 1
                    PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                        OR Wrep2b = 1
                        DISPLAY 'La retenir quand même ? 1 ou 0 :'
                            LINE 5 COL 1
                        ACCEPT Wrep2b LINE 5 COL 35
                    END-PERFORM
                    MOVE Wrep2b TO WrfoOK
                END-IF
        END-READ
        IF WrfoOK = 1 AND fsn_idfou = 0 THEN
            DISPLAY 'Fournisseur d''origine inconnu pour cette série'
                LINE 6 COL 1
            MOVE 0 TO WrfoOK
        END-IF
        IF WrfoOK = 1 THEN
            PERFORM VALORISER_RECLAMATION_FOU
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Envoyer la réclamation ? 1 ou 0 :'
                    LINE 18 COL 1
                ACCEPT Wrep2b LINE 18 COL 36
            END-PERFORM
            IF Wrep2b = 1 THEN
                PERFORM ENREGISTRER_RECLAMATION_FOU
            END-IF
        END-IF.

*> Unité renvoyée et pièces du dossier, affichées et valorisées dans
*> le tampon de la réclamation fournisseur.
        VALORISER_RECLAMATION_FOU.
        DISPLAY 'Fournisseur :' LINE 6 COL 1
        DISPLAY fsn_idfou LINE 6 COL 15
        MOVE fsn_idfou TO ffou_id
        READ fournisseurs
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                DISPLAY ffou_nom LINE 6 COL 22
        END-READ
        DISPLAY 'Reçue le :' LINE 7 COL 1
        DISPLAY fsn_daterec LINE 7 COL 12
        DISPLAY 'Ordre d''achat :' LINE 7 COL 25
        DISPLAY fsn_idoa LINE 7 COL 41
        MOVE fsn_idart TO fart_id
        READ articles
            INVALID KEY
                MOVE SPACES TO fart_nom
                MOVE 0 TO fart_prix
        END-READ
        MOVE fsn_idart TO fcou_idart
        READ coutsArticles
            INVALID KEY
                MOVE 0 TO fcou_cmp
        END-READ
        IF fcou_cmp > 0 THEN
            MOVE fcou_cmp TO frfo_valunite
        ELSE
            MOVE fart_prix TO frfo_valunite
        END-IF
        DISPLAY 'Unité renvoyée :' LINE 8 COL 1
        DISPLAY fsn_idart LINE 8 COL 18
        DISPLAY fart_nom LINE 8 COL 25
        DISPLAY frfo_valunite LINE 8 COL 47
        DISPLAY 'Pièces consommées :' LINE 9 COL 1
        MOVE 0 TO frfo_nbpieces
        MOVE 0 TO frfo_valpieces
        MOVE 10 TO W1
        MOVE frecl_id TO fpr_idrecl
        MOVE 0 TO fpr_seq
        MOVE 0 TO Wfinm
        START piecesReparation KEY IS NOT LESS THAN fpr_key
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ piecesReparation NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fpr_idrecl NOT = frecl_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        ADD 1 TO frfo_nbpieces
                        COMPUTE frfo_valpieces = frfo_valpieces
                            + fpr_valeur * fpr_qte
                        IF W1 <= 16 THEN
                            DISPLAY fpr_idart LINE W1 COL 3
                            DISPLAY fpr_qte LINE W1 COL 10
                            DISPLAY fpr_valeur LINE W1 COL 15
                            ADD 1 TO W1
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY 'Total pièces :' LINE 17 COL 1
        DISPLAY frfo_valpieces LINE 17 COL 16.

        ENREGISTRER_RECLAMATION_FOU.
        MOVE 'G' TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 'G' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO frfo_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE frecl_id TO frfo_idrecl
        MOVE fsn_idfou TO frfo_idfou
        MOVE fsn_numserie TO frfo_numserie
        MOVE fsn_idart TO frfo_idart
        MOVE fsn_idoa TO frfo_idoa
        MOVE fsn_daterec TO frfo_daterec
        MOVE SYS-DATE-NUM TO frfo_date
        MOVE SYS-DATE-NUM TO frfo_dateetat
        SET RECLFOU-ENVOYEE TO TRUE
        MOVE SPACES TO frfo_refavoir
        MOVE 0 TO frfo_montavoir
        MOVE 0 TO frfo_impute
        MOVE Woperateur TO frfo_ope
        WRITE frfoTampon END-WRITE
        DISPLAY 'Réclamation fournisseur n.' LINE 19 COL 1
        DISPLAY frfo_id LINE 19 COL 28
        DISPLAY 'envoyée' LINE 19 COL 34.

*> Suivi des réclamations garantie fournisseurs : liste de celles qui
*> attendent une réponse ou un avoir (ou dont l'avoir n'est pas
*> entièrement imputé), puis réponse, avoir reçu ou imputation du
*> reliquat sur le dossier choisi.
        GERER_RECLAMATIONS_FOU.
        DISPLAY '---- Réclamations garantie fournisseurs ----'
            WITH BLANK SCREEN
        DISPLAY 'N.    Dossier Fourn. Etat       Réclamé' LINE 2 COL 1
        MOVE 3 TO W1
        MOVE 0 TO frfo_id
        MOVE 0 TO Wfin
        START reclamationsFou KEY IS NOT LESS THAN frfo_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ reclamationsFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF (RECLFOU-ENVOYEE OR RECLFOU-ACCEPTEE
                        OR (RECLFOU-CREDITEE
                            AND frfo_impute < frfo_montavoir))
                        AND W1 <= 14 THEN
                        COMPUTE Wrfo-demande = frfo_valunite
                            + frfo_valpieces
                        DISPLAY frfo_id LINE W1 COL 1
                        DISPLAY frfo_idrecl LINE W1 COL 7
                        DISPLAY frfo_idfou LINE W1 COL 15
                        DISPLAY frfo_etat LINE W1 COL 22
                        DISPLAY Wrfo-demande LINE W1 COL 33
                        ADD 1 TO W1
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY 'Réclamation fournisseur (00000=retour) :' LINE 16 COL 1
        ACCEPT frfo_id LINE 16 COL 42
        IF frfo_id > 0 THEN
            READ reclamationsFou
                INVALID KEY
                    DISPLAY 'Réclamation inconnue' LINE 17 COL 1
                    PERFORM WITH TEST AFTER UNTIL Wrep2b = 0
                        OR Wrep2b = 1
                        DISPLAY 'Retour ? appuyez sur 0 :' LINE 18 COL 1
                        ACCEPT Wrep2b LINE 18 COL 26
                    END-PERFORM
                NOT INVALID KEY
                    PERFORM SUIVRE_RECLAMATION_FOU
            END-READ
        END-IF.

        SUIVRE_RECLAMATION_FOU.
        DISPLAY '---- Réclamation fournisseur ----' WITH BLANK SCREEN
        DISPLAY 'Réclamation :' LINE 2 COL 1
        DISPLAY frfo_id LINE 2 COL 15
        DISPLAY 'Dossier client :' LINE 2 COL 25
        DISPLAY frfo_idrecl LINE 2 COL 42
        DISPLAY 'Fournisseur :' LINE 3 COL 1
        DISPLAY frfo_idfou LINE 3 COL 15
        DISPLAY 'Ordre d''achat :' LINE 3 COL 25
        DISPLAY frfo_idoa LINE 3 COL 41
        DISPLAY 'Série :' LINE 4 COL 1
        DISPLAY frfo_numserie LINE 4 COL 9
        DISPLAY 'Article :' LINE 4 COL 25
        DISPLAY frfo_idart LINE 4 COL 35
        DISPLAY 'Unité :' LINE 5 COL 1
        DISPLAY frfo_valunite LINE 5 COL 9
        DISPLAY 'Pièces :' LINE 5 COL 25
        DISPLAY frfo_nbpieces LINE 5 COL 34
        DISPLAY frfo_valpieces LINE 5 COL 38
        COMPUTE Wrfo-demande = frfo_valunite + frfo_valpieces
        DISPLAY 'Montant réclamé :' LINE 6 COL 1
        DISPLAY Wrfo-demande LINE 6 COL 19
        DISPLAY 'Etat :' LINE 7 COL 1
        DISPLAY frfo_etat LINE 7 COL 8
        DISPLAY 'le' LINE 7 COL 20
        DISPLAY frfo_dateetat LINE 7 COL 23
        IF RECLFOU-CREDITEE THEN
            DISPLAY 'Avoir :' LINE 8 COL 1
            DISPLAY frfo_refavoir LINE 8 COL 9
            DISPLAY frfo_montavoir LINE 8 COL 21
            DISPLAY 'imputé :' LINE 8 COL 33
            DISPLAY frfo_impute LINE 8 COL 42
        END-IF
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        EVALUATE TRUE
            WHEN RECLFOU-ENVOYEE
                PERFORM WITH TEST AFTER UNTIL Wrfo-choix <= 2
                    DISPLAY 'Réponse : 1=acceptée 2=refusée 0=attente :'
                        LINE 10 COL 1
                    ACCEPT Wrfo-choix LINE 10 COL 44
                END-PERFORM
                IF Wrfo-choix = 1 THEN
                    SET RECLFOU-ACCEPTEE TO TRUE
                END-IF
                IF Wrfo-choix = 2 THEN
                    SET RECLFOU-REFUSEE TO TRUE
                END-IF
                IF Wrfo-choix > 0 THEN
                    MOVE SYS-DATE-NUM TO frfo_dateetat
                    MOVE Woperateur TO frfo_ope
                    REWRITE frfoTampon
                    DISPLAY 'Réponse enregistrée' LINE 11 COL 1
                END-IF
            WHEN RECLFOU-ACCEPTEE
                PERFORM WITH TEST AFTER UNTIL Wrfo-choix <= 1
                    DISPLAY 'Avoir fournisseur reçu ? 1 ou 0 :'
                        LINE 10 COL 1
                    ACCEPT Wrfo-choix LINE 10 COL 35
                END-PERFORM
                IF Wrfo-choix = 1 THEN
                    PERFORM SAISIR_AVOIR_FOURNISSEUR
                END-IF
            WHEN RECLFOU-CREDITEE
                IF frfo_impute < frfo_montavoir THEN
                    PERFORM WITH TEST AFTER UNTIL Wrfo-choix <= 1
                        DISPLAY 'Imputer le reliquat d''avoir ? 1 ou 0 :'
                            LINE 10 COL 1
                        ACCEPT Wrfo-choix LINE 10 COL 40
                    END-PERFORM
                    IF Wrfo-choix = 1 THEN
                        PERFORM IMPUTER_AVOIR_FOURNISSEUR
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        SAISIR_AVOIR_FOURNISSEUR.
        DISPLAY 'Référence de l''avoir :' LINE 11 COL 1
        ACCEPT frfo_refavoir LINE 11 COL 24
        DISPLAY 'Montant de l''avoir :' LINE 12 COL 1
        ACCEPT frfo_montavoir LINE 12 COL 22
        IF frfo_montavoir = 0 THEN
            DISPLAY 'Montant nul, rien enregistré' LINE 13 COL 1
        ELSE
            SET RECLFOU-CREDITEE TO TRUE
            MOVE SYS-DATE-NUM TO frfo_dateetat
            MOVE 0 TO frfo_impute
            MOVE Woperateur TO frfo_ope
            REWRITE frfoTampon
            DISPLAY 'Avoir enregistré' LINE 13 COL 1
            PERFORM IMPUTER_AVOIR_FOURNISSEUR
        END-IF.

*> L'avoir s'impute d'abord sur la facture de la réception d'origine,
*> puis sur les autres factures ouvertes du fournisseur, les plus
*> anciennes en premier (factures en litige écartées) ; le reliquat
*> attend les factures suivantes.
        IMPUTER_AVOIR_FOURNISSEUR.
        COMPUTE Wrfo-reste = frfo_montavoir - frfo_impute
        MOVE 1 TO Wrfo-passe
        PERFORM PARCOURIR_FACTURES_AVOIR_FOU
        MOVE 2 TO Wrfo-passe
        PERFORM PARCOURIR_FACTURES_AVOIR_FOU
        COMPUTE frfo_impute = frfo_montavoir - Wrfo-reste
        REWRITE frfoTampon
        DISPLAY 'Imputé sur factures :' LINE 15 COL 1
        DISPLAY frfo_impute LINE 15 COL 23
        DISPLAY 'Reste à imputer :' LINE 16 COL 1
        DISPLAY Wrfo-reste LINE 16 COL 19.

        PARCOURIR_FACTURES_AVOIR_FOU.
        MOVE frfo_idfou TO ffaf_idfou
        MOVE 0 TO Wfin
        START facturesFournisseurs KEY IS = ffaf_idfou
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1 OR Wrfo-reste = 0
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF ffaf_idfou NOT = frfo_idfou THEN
                        MOVE 1 TO Wfin
                    ELSE
                        IF ffaf_regle < ffaf_montant
                           AND NOT FACFOU-EN-LITIGE
                           AND ((Wrfo-passe = 1
                                 AND ffaf_idoa = frfo_idoa)
                             OR (Wrfo-passe = 2
                                 AND ffaf_idoa NOT = frfo_idoa)) THEN
                            PERFORM IMPUTER_AVOIR_FACTURE_FOU
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        IMPUTER_AVOIR_FACTURE_FOU.
        COMPUTE Wsolde = ffaf_montant - ffaf_regle
        IF Wsolde > Wrfo-reste THEN
            MOVE Wrfo-reste TO Wfaf-reglement
        ELSE
            MOVE Wsolde TO Wfaf-reglement
        END-IF
        ADD Wfaf-reglement TO ffaf_regle
        REWRITE ffafTampon
        SUBTRACT Wfaf-reglement FROM Wrfo-reste
        MOVE 'AVOIR' TO Wrgf-mode
        PERFORM ECRIRE_REGLEMENT_FOU.

*> Campagnes de rappel produit : lancement (recherche des unités,
*> dossiers, courriers et blocage du stock), suivi d'une campagne et
*> levée du blocage une fois les unités en stock remises en état.
        GERER_CAMPAGNES_RAPPEL.
        OPEN I-O campagnesRappel
        IF fcr_stat = 35 THEN
            OPEN OUTPUT campagnesRappel
            CLOSE campagnesRappel
            OPEN I-O campagnesRappel
        END-IF
        OPEN I-O unitesRappel
        IF fur_stat = 35 THEN
            OPEN OUTPUT unitesRappel
            CLOSE unitesRappel
            OPEN I-O unitesRappel
        END-IF
        OPEN I-O seriesNumeros
        IF fsn_stat = 35 THEN
            OPEN OUTPUT seriesNumeros
            CLOSE seriesNumeros
            OPEN I-O seriesNumeros
        END-IF
        OPEN I-O compteurs
        IF fcpt_stat = 35 THEN
            OPEN OUTPUT compteurs
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        OPEN I-O notificationsOutbox
        IF fnout_stat = 35 THEN
            OPEN OUTPUT notificationsOutbox
            CLOSE notificationsOutbox
            OPEN I-O notificationsOutbox
        END-IF
        OPEN I-O reclamations
        IF frecl_stat = 35 THEN
            OPEN OUTPUT reclamations
            CLOSE reclamations
            OPEN I-O reclamations
        END-IF
        OPEN I-O articles
        OPEN I-O commandes
        OPEN I-O clients
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- CAMPAGNES DE RAPPEL PRODUIT ----'
                WITH BLANK SCREEN
            DISPLAY '1 --> Lancer une campagne' LINE 2 COL 1
            DISPLAY '2 --> Suivi d''une campagne' LINE 3 COL 1
            DISPLAY '3 --> Débloquer le stock d''une campagne'
                LINE 4 COL 1
            DISPLAY '0 --> Retour au menu' LINE 5 COL 1
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM LANCER_CAMPAGNE_RAPPEL
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM SUIVRE_CAMPAGNE_RAPPEL
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM DEBLOQUER_CAMPAGNE_RAPPEL
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE clients
        CLOSE commandes
        CLOSE articles
        CLOSE reclamations
        CLOSE notificationsOutbox
        CLOSE compteurs
        CLOSE seriesNumeros
        CLOSE unitesRappel
        CLOSE campagnesRappel.

        LANCER_CAMPAGNE_RAPPEL.
        DISPLAY '---- Lancement d''une campagne de rappel ----'
            WITH BLANK SCREEN
        MOVE 0 TO WcrOK
        DISPLAY 'Article rappelé :' LINE 2 COL 1
        ACCEPT fcr_idart LINE 2 COL 19
        MOVE fcr_idart TO fart_id
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 2 COL 26
                MOVE 1 TO WcrOK
        END-READ
        IF WcrOK = 1 THEN
            PERFORM WITH TEST AFTER UNTIL RAPPEL-PAR-SERIE
                OR RAPPEL-PAR-DATE
                DISPLAY 'Plage S=numéros de série D=dates réception :'
                    LINE 3 COL 1
                ACCEPT fcr_critere LINE 3 COL 46
            END-PERFORM
            MOVE SPACES TO fcr_seriedeb
            MOVE SPACES TO fcr_seriefin
            MOVE 0 TO fcr_datedeb
            MOVE 0 TO fcr_datefin
            IF RAPPEL-PAR-SERIE THEN
                DISPLAY 'Du numéro de série :' LINE 4 COL 1
                ACCEPT fcr_seriedeb LINE 4 COL 22
                DISPLAY 'Au numéro de série :' LINE 5 COL 1
                ACCEPT fcr_seriefin LINE 5 COL 22
                IF fcr_seriefin < fcr_seriedeb THEN
                    DISPLAY 'Plage de séries incohérente' LINE 6 COL 1
                    MOVE 0 TO WcrOK
                END-IF
            ELSE
                DISPLAY 'Reçues du (AAAAMMJJ) :' LINE 4 COL 1
                ACCEPT fcr_datedeb LINE 4 COL 25
                DISPLAY 'Reçues au (AAAAMMJJ) :' LINE 5 COL 1
                ACCEPT fcr_datefin LINE 5 COL 25
                IF fcr_datefin < fcr_datedeb THEN
                    DISPLAY 'Plage de dates incohérente' LINE 6 COL 1
                    MOVE 0 TO WcrOK
                END-IF
            END-IF
        END-IF
        IF WcrOK = 1 THEN
            DISPLAY 'Texte du rappel :' LINE 7 COL 1
            MOVE SPACES TO fcr_texte
            ACCEPT fcr_texte LINE 7 COL 19
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Lancer la campagne ? 1 ou 0 :' LINE 8 COL 1
                ACCEPT Wrep2b LINE 8 COL 31
            END-PERFORM
            IF Wrep2b = 1 THEN
                PERFORM CREER_CAMPAGNE_RAPPEL
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Numérote la campagne (compteur I) puis parcourt les unités de
*> l'article (clé alternative fsn_idart) comprises dans la plage.
        CREER_CAMPAGNE_RAPPEL.
        MOVE 'I' TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 'I' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fcr_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fcr_date
        MOVE 0 TO fcr_nbvendues
        MOVE 0 TO fcr_nbbloquees
        MOVE Woperateur TO fcr_ope
        WRITE fcrTampon END-WRITE
        MOVE fcr_idart TO fsn_idart
        MOVE 0 TO Wfin
        START seriesNumeros KEY IS = fsn_idart
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ seriesNumeros NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fsn_idart NOT = fcr_idart THEN
                        MOVE 1 TO Wfin
                    ELSE
                        PERFORM SELECTIONNER_UNITE_RAPPEL
                    END-IF
            END-READ
        END-PERFORM
        REWRITE fcrTampon
        DISPLAY 'Campagne n.' LINE 10 COL 1
        DISPLAY fcr_id LINE 10 COL 13
        DISPLAY 'Unités vendues avisées :' LINE 11 COL 1
        DISPLAY fcr_nbvendues LINE 11 COL 26
        DISPLAY 'Unités en stock bloquées :' LINE 12 COL 1
        DISPLAY fcr_nbbloquees LINE 12 COL 28.

        SELECTIONNER_UNITE_RAPPEL.
        MOVE 0 TO WcrOK
        IF RAPPEL-PAR-SERIE THEN
            IF fsn_numserie >= fcr_seriedeb
               AND fsn_numserie <= fcr_seriefin THEN
                MOVE 1 TO WcrOK
            END-IF
        ELSE
            IF fsn_daterec >= fcr_datedeb
               AND fsn_daterec <= fcr_datefin THEN
                MOVE 1 TO WcrOK
            END-IF
        END-IF
        IF WcrOK = 1 THEN
            MOVE fcr_id TO fur_idcr
            MOVE fsn_numserie TO fur_numserie
            MOVE fsn_idco TO fur_idco
            MOVE fsn_seqligne TO fur_seqligne
            MOVE 0 TO fur_idcl
            MOVE 0 TO fur_idrecl
            IF SERIE-VENDUE THEN
                SET UNITE-NOTIFIEE TO TRUE
                PERFORM AVISER_UNITE_RAPPEL
                WRITE furTampon END-WRITE
                ADD 1 TO fcr_nbvendues
            END-IF
            IF SERIE-EN-STOCK THEN
                SET SERIE-BLOQUEE TO TRUE
                REWRITE fsnTampon
                SET UNITE-BLOQUEE TO TRUE
                WRITE furTampon END-WRITE
                ADD 1 TO fcr_nbbloquees
            END-IF
        END-IF.

*> Unité vendue : dossier de réclamation à la gravité « rappel » sur
*> la ligne de commande de l'unité, rattaché à la série, et courrier
*> de rappel déposé dans la boîte d'envoi pour le client.
        AVISER_UNITE_RAPPEL.
        MOVE fsn_idco TO fco_id
        READ commandes
            INVALID KEY
                MOVE 0 TO fco_idcl
        END-READ
        MOVE fco_idcl TO fur_idcl
        MOVE 1 TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 1 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO frecl_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE fsn_idco TO Wcr-idco
        MOVE Wcr-idco TO frecl_idco
        MOVE 'RAPPEL PRODUIT' TO frecl_motif
        MOVE fcr_texte TO frecl_description
        MOVE 'ouvert' TO frecl_etat
        MOVE SPACES TO frecl_note
        MOVE SPACES TO frecl_resolution
        MOVE 0 TO frecl_agent
        MOVE SYS-DATE TO frecl_date
        MOVE Woperateur TO frecl_opemaj
        MOVE SYS-DATE-NUM TO frecl_datemaj
        SET GRAVITE-RAPPEL TO TRUE
        MOVE fsn_seqligne TO frecl_seqligne
        MOVE 0 TO frecl_dateclo
        WRITE freclTampon END-WRITE
        MOVE frecl_id TO fur_idrecl
        MOVE frecl_id TO fsn_idrecl
        REWRITE fsnTampon
        MOVE 'RECLAMATION' TO Wjmj-fichier
        MOVE frecl_id TO Wjmj-idrecord
        MOVE 'CREATION' TO Wjmj-operation
        MOVE SPACES TO Wjmj-avant
        MOVE freclTampon TO Wjmj-apres
        PERFORM JOURNALISER_MAJ
        MOVE fco_idcl TO fcl_id
        READ clients
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 7 TO fcpt_id
                READ compteurs WITH LOCK
                    INVALID KEY
                        MOVE 7 TO fcpt_id
                        MOVE 1 TO fcpt_val
                        WRITE fcptTampon END-WRITE
                        READ compteurs WITH LOCK END-READ
                    NOT INVALID KEY
                        CONTINUE
                END-READ
                MOVE fcpt_val TO fnout_id
                COMPUTE fcpt_val = fcpt_val + 1
                REWRITE fcptTampon
                UNLOCK compteurs
                MOVE SYS-DATE TO fnout_date
                MOVE fcl_mail TO fnout_mail
                MOVE 'RAPPEL' TO fnout_type
                SET NOTIF-ATTENTE TO TRUE
                MOVE SPACES TO fnout_texte
                STRING 'Rappel n.' fcr_id ' recl. ' frecl_id ': '
                       fcr_texte
                    DELIMITED BY SIZE INTO fnout_texte
                WRITE fnoutTampon END-WRITE
        END-READ.

*> Suivi : unités avisées, revenues (dossier clos autrement qu'en
*> rejet) et encore dans la nature, avec la liste des dernières.
        SUIVRE_CAMPAGNE_RAPPEL.
        DISPLAY '---- Suivi d''une campagne de rappel ----'
            WITH BLANK SCREEN
        DISPLAY 'Numéro de campagne :' LINE 2 COL 1
        ACCEPT fcr_id LINE 2 COL 22
        READ campagnesRappel
            INVALID KEY
                DISPLAY 'Campagne inconnue' LINE 3 COL 1
            NOT INVALID KEY
                PERFORM ETAT_CAMPAGNE_RAPPEL
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep2b LINE 22 COL 26
        END-PERFORM.

        ETAT_CAMPAGNE_RAPPEL.
        DISPLAY 'Article :' LINE 3 COL 1
        DISPLAY fcr_idart LINE 3 COL 11
        DISPLAY 'lancée le' LINE 3 COL 18
        DISPLAY fcr_date LINE 3 COL 28
        DISPLAY fcr_texte LINE 4 COL 1
        DISPLAY 'En attente : série          client dossier'
            LINE 6 COL 1
        MOVE 0 TO Wcr-nb-retour
        MOVE 0 TO Wcr-nb-attente
        MOVE 0 TO Wcr-nb-debloquees
        MOVE 7 TO W1
        MOVE fcr_id TO fur_idcr
        MOVE LOW-VALUES TO fur_numserie
        MOVE 0 TO Wfin
        START unitesRappel KEY IS NOT LESS THAN fur_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ unitesRappel NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fur_idcr NOT = fcr_id THEN
                        MOVE 1 TO Wfin
                    ELSE
                        PERFORM COMPTER_UNITE_RAPPEL
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY 'Unités avisées      :' LINE 17 COL 1
        DISPLAY fcr_nbvendues LINE 17 COL 23
        DISPLAY 'Unités revenues     :' LINE 18 COL 1
        DISPLAY Wcr-nb-retour LINE 18 COL 23
        DISPLAY 'Unités en attente   :' LINE 19 COL 1
        DISPLAY Wcr-nb-attente LINE 19 COL 23
        DISPLAY 'Stock bloqué        :' LINE 20 COL 1
        DISPLAY fcr_nbbloquees LINE 20 COL 23
        DISPLAY 'dont débloqué :' LINE 20 COL 31
        DISPLAY Wcr-nb-debloquees LINE 20 COL 47.

        COMPTER_UNITE_RAPPEL.
        IF UNITE-DEBLOQUEE THEN
            ADD 1 TO Wcr-nb-debloquees
        END-IF
        IF UNITE-NOTIFIEE THEN
            MOVE fur_idrecl TO frecl_id
            READ reclamations
                INVALID KEY
                    MOVE SPACES TO frecl_etat
            END-READ
            IF frecl_etat = 'cloture' AND NOT RECL-REJETEE THEN
                ADD 1 TO Wcr-nb-retour
            ELSE
                ADD 1 TO Wcr-nb-attente
                IF W1 <= 16 THEN
                    DISPLAY fur_numserie LINE W1 COL 14
                    DISPLAY fur_idcl LINE W1 COL 30
                    DISPLAY fur_idrecl LINE W1 COL 37
                    ADD 1 TO W1
                END-IF
            END-IF
        END-IF.

*> Levée du blocage : les unités d'une campagne restées en stock et
*> remises en conformité redeviennent vendables.
        DEBLOQUER_CAMPAGNE_RAPPEL.
        DISPLAY '---- Déblocage du stock rappelé ----' WITH BLANK SCREEN
        DISPLAY 'Numéro de campagne :' LINE 2 COL 1
        ACCEPT fcr_id LINE 2 COL 22
        READ campagnesRappel
            INVALID KEY
                DISPLAY 'Campagne inconnue' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY fcr_texte LINE 3 COL 1
                PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                    DISPLAY 'Débloquer les unités en stock ? 1 ou 0 :'
                        LINE 4 COL 1
                    ACCEPT Wrep2b LINE 4 COL 42
                END-PERFORM
                IF Wrep2b = 1 THEN
                    PERFORM LEVER_BLOCAGE_RAPPEL
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        LEVER_BLOCAGE_RAPPEL.
        MOVE 0 TO Wcr-nb-debloquees
        MOVE fcr_id TO fur_idcr
        MOVE LOW-VALUES TO fur_numserie
        MOVE 0 TO Wfin
        START unitesRappel KEY IS NOT LESS THAN fur_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ unitesRappel NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fur_idcr NOT = fcr_id THEN
                        MOVE 1 TO Wfin
                    ELSE
                        IF UNITE-BLOQUEE THEN
                            MOVE fur_numserie TO fsn_numserie
                            READ seriesNumeros
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    IF SERIE-BLOQUEE THEN
                                        SET SERIE-EN-STOCK TO TRUE
                                        REWRITE fsnTampon
                                    END-IF
                            END-READ
                            SET UNITE-DEBLOQUEE TO TRUE
                            REWRITE furTampon
                            ADD 1 TO Wcr-nb-debloquees
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY 'Unités débloquées :' LINE 6 COL 1
        DISPLAY Wcr-nb-debloquees LINE 6 COL 21.

*> Prêts de courtoisie : parc de prêt (unités de stock passées à
*> l'état 'pret'), sortie d'une unité pour un dossier de réclamation,
*> retour, et liste des prêts en cours (retard signalé par « ! »).
*> La nuit relance les prêts dont la date de retour est dépassée.
        GERER_PRETS_COURTOISIE.
        OPEN I-O pretsCourtoisie
        IF fprt_stat = 35 THEN
            OPEN OUTPUT pretsCourtoisie
            CLOSE pretsCourtoisie
            OPEN I-O pretsCourtoisie
        END-IF
        OPEN I-O seriesNumeros
        IF fsn_stat = 35 THEN
            OPEN OUTPUT seriesNumeros
            CLOSE seriesNumeros
            OPEN I-O seriesNumeros
        END-IF
        OPEN I-O reclamations
        OPEN I-O commandes
        OPEN I-O clients
        IF frecl_stat = 35 THEN
            DISPLAY 'Fichier réclamation inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- PRETS DE COURTOISIE ----' WITH BLANK SCREEN
            DISPLAY '1 --> Prêter une unité' LINE 2 COL 1
            DISPLAY '2 --> Retour d''une unité prêtée' LINE 3 COL 1
            DISPLAY '3 --> Ajouter une unité au parc de prêt'
                LINE 4 COL 1
            DISPLAY '4 --> Retirer une unité du parc de prêt'
                LINE 5 COL 1
            DISPLAY '5 --> Prêts en cours' LINE 6 COL 1
            DISPLAY '0 --> Retour au menu' LINE 7 COL 1
            ACCEPT Wrep2 LINE 8 COL 1
            IF Wrep2 = 1 THEN
                PERFORM PRETER_UNITE_COURTOISIE
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM RENDRE_UNITE_COURTOISIE
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM AJOUTER_PARC_PRET
            END-IF
            IF Wrep2 = 4 THEN
                PERFORM RETIRER_PARC_PRET
            END-IF
            IF Wrep2 = 5 THEN
                PERFORM LISTER_PRETS_COURTOISIE
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        END-IF
        CLOSE clients
        CLOSE commandes
        CLOSE reclamations
        CLOSE seriesNumeros
        CLOSE pretsCourtoisie.

*> Sortie d'une unité du parc pour un dossier encore ouvert : le
*> client est celui de la commande du dossier, la date de retour
*> proposée est à PRET-DUREE jours (14 par défaut).
        PRETER_UNITE_COURTOISIE.
        DISPLAY '---- Prêt d''une unité de courtoisie ----'
            WITH BLANK SCREEN
        MOVE 0 TO WprtOK
        DISPLAY 'Dossier réclamation :' LINE 2 COL 1
        ACCEPT frecl_id LINE 2 COL 23
        READ reclamations
            INVALID KEY
                DISPLAY 'Réclamation inexistante' LINE 3 COL 1
            NOT INVALID KEY
                IF frecl_etat = 'cloture' THEN
                    DISPLAY 'Dossier clos' LINE 3 COL 1
                ELSE
                    MOVE 1 TO WprtOK
                END-IF
        END-READ
        IF WprtOK = 1 THEN
            MOVE frecl_id TO fprt_idrecl
            READ pretsCourtoisie
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PRET-SORTI THEN
                        DISPLAY 'Prêt déjà en cours, série' LINE 3 COL 1
                        DISPLAY fprt_numserie LINE 3 COL 27
                        MOVE 0 TO WprtOK
                    END-IF
            END-READ
        END-IF
        IF WprtOK = 1 THEN
            MOVE frecl_idco TO fco_id
            READ commandes
                INVALID KEY
                    DISPLAY 'Commande du dossier introuvable' LINE 3 COL 1
                    MOVE 0 TO WprtOK
                NOT INVALID KEY
                    MOVE fco_idcl TO fcl_id
                    READ clients
                        INVALID KEY
                            MOVE SPACES TO fcl_nom
                    END-READ
                    DISPLAY 'Client :' LINE 3 COL 1
                    DISPLAY fco_idcl LINE 3 COL 10
                    DISPLAY fcl_nom LINE 3 COL 17
            END-READ
        END-IF
        IF WprtOK = 1 THEN
            MOVE SPACES TO Wserie-saisie
            DISPLAY 'Série de l''unité prêtée :' LINE 4 COL 1
            ACCEPT Wserie-saisie LINE 4 COL 27
            MOVE Wserie-saisie TO fsn_numserie
            READ seriesNumeros
                INVALID KEY
                    DISPLAY 'Série inconnue' LINE 5 COL 1
                    MOVE 0 TO WprtOK
                NOT INVALID KEY
                    IF NOT SERIE-PRET THEN
                        DISPLAY 'Série hors du parc de prêt' LINE 5 COL 1
                        MOVE 0 TO WprtOK
                    END-IF
            END-READ
        END-IF
        IF WprtOK = 1 THEN
            PERFORM VERIFIER_UNITE_DISPONIBLE
        END-IF
        IF WprtOK = 1 THEN
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            MOVE 14 TO Wpar-valeur
            MOVE 'PRET-DUREE' TO Wpar-code
            PERFORM LIRE_PARAMETRE
            COMPUTE Wprt-date = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) + Wpar-valeur)
            DISPLAY 'Retour prévu le (AAAAMMJJ) :' LINE 6 COL 1
            DISPLAY Wprt-date LINE 6 COL 30
            DISPLAY 'Autre date (0 = garder) :' LINE 7 COL 1
            MOVE 0 TO fprt_dateprevue
            ACCEPT fprt_dateprevue LINE 7 COL 27
            IF fprt_dateprevue = 0 THEN
                MOVE Wprt-date TO fprt_dateprevue
            END-IF
            MOVE frecl_id TO fprt_idrecl
            MOVE fsn_numserie TO fprt_numserie
            MOVE fco_idcl TO fprt_idcl
            MOVE SYS-DATE-NUM TO fprt_datesortie
            MOVE 0 TO fprt_dateretour
            SET PRET-SORTI TO TRUE
            MOVE 0 TO fprt_daterelance
            MOVE Woperateur TO fprt_ope
            WRITE fprtTampon
                INVALID KEY
                    REWRITE fprtTampon
            END-WRITE
            DISPLAY 'Prêt enregistré' LINE 8 COL 1
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> L'unité fsn_numserie ne doit pas être déjà chez un autre client
*> (prêt sorti sur la clé alternative fprt_numserie).
        VERIFIER_UNITE_DISPONIBLE.
        MOVE fsn_numserie TO fprt_numserie
        MOVE 0 TO Wfinl
        START pretsCourtoisie KEY IS = fprt_numserie
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ pretsCourtoisie NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF fprt_numserie NOT = fsn_numserie THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        IF PRET-SORTI THEN
                            DISPLAY 'Unité déjà prêtée (dossier'
                                LINE 5 COL 1
                            DISPLAY fprt_idrecl LINE 5 COL 28
                            DISPLAY ')' LINE 5 COL 33
                            MOVE 0 TO WprtOK
                            MOVE 1 TO Wfinl
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        RENDRE_UNITE_COURTOISIE.
        DISPLAY '---- Retour d''une unité prêtée ----' WITH BLANK SCREEN
        DISPLAY 'Dossier réclamation :' LINE 2 COL 1
        ACCEPT fprt_idrecl LINE 2 COL 23
        READ pretsCourtoisie
            INVALID KEY
                DISPLAY 'Aucun prêt pour ce dossier' LINE 3 COL 1
            NOT INVALID KEY
                IF PRET-RENDU THEN
                    DISPLAY 'Unité déjà rendue le' LINE 3 COL 1
                    DISPLAY fprt_dateretour LINE 3 COL 22
                ELSE
                    DISPLAY 'Série :' LINE 3 COL 1
                    DISPLAY fprt_numserie LINE 3 COL 9
                    DISPLAY 'sortie le' LINE 3 COL 26
                    DISPLAY fprt_datesortie LINE 3 COL 36
                    PERFORM ENREGISTRER_RETOUR_PRET
                    DISPLAY 'Retour enregistré' LINE 4 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> L'unité revient au parc (sa série reste à l'état 'pret').
        ENREGISTRER_RETOUR_PRET.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fprt_dateretour
        SET PRET-RENDU TO TRUE
        MOVE Woperateur TO fprt_ope
        REWRITE fprtTampon.

        AJOUTER_PARC_PRET.
        DISPLAY '---- Ajout au parc de prêt ----' WITH BLANK SCREEN
        MOVE SPACES TO Wserie-saisie
        DISPLAY 'Numéro de série :' LINE 2 COL 1
        ACCEPT Wserie-saisie LINE 2 COL 19
        MOVE Wserie-saisie TO fsn_numserie
        READ seriesNumeros
            INVALID KEY
                DISPLAY 'Série inconnue' LINE 3 COL 1
            NOT INVALID KEY
                IF SERIE-EN-STOCK THEN
                    SET SERIE-PRET TO TRUE
                    REWRITE fsnTampon
                    DISPLAY 'Unité versée au parc de prêt' LINE 3 COL 1
                ELSE
                    DISPLAY 'Seule une unité en stock peut être prêtée'
                        LINE 3 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        RETIRER_PARC_PRET.
        DISPLAY '---- Retrait du parc de prêt ----' WITH BLANK SCREEN
        MOVE SPACES TO Wserie-saisie
        DISPLAY 'Numéro de série :' LINE 2 COL 1
        ACCEPT Wserie-saisie LINE 2 COL 19
        MOVE Wserie-saisie TO fsn_numserie
        READ seriesNumeros
            INVALID KEY
                DISPLAY 'Série inconnue' LINE 3 COL 1
            NOT INVALID KEY
                IF NOT SERIE-PRET THEN
                    DISPLAY 'Série hors du parc de prêt' LINE 3 COL 1
                ELSE
                    MOVE 1 TO WprtOK
                    PERFORM VERIFIER_UNITE_DISPONIBLE
                    IF WprtOK = 1 THEN
                        SET SERIE-EN-STOCK TO TRUE
                        REWRITE fsnTampon
                        DISPLAY 'Unité remise en stock vendable'
                            LINE 3 COL 1
                    END-IF
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        LISTER_PRETS_COURTOISIE.
        DISPLAY '---- Prêts de courtoisie en cours ----'
            WITH BLANK SCREEN
        DISPLAY 'Dossier Série           Client Sorti le Retour prévu'
            LINE 2 COL 1
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE 3 TO W1
        MOVE 0 TO fprt_idrecl
        MOVE 0 TO Wfin
        START pretsCourtoisie KEY IS NOT LESS THAN fprt_idrecl
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ pretsCourtoisie NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF PRET-SORTI AND W1 <= 18 THEN
                        DISPLAY fprt_idrecl LINE W1 COL 1
                        DISPLAY fprt_numserie LINE W1 COL 9
                        DISPLAY fprt_idcl LINE W1 COL 25
                        DISPLAY fprt_datesortie LINE W1 COL 32
                        DISPLAY fprt_dateprevue LINE W1 COL 42
                        IF fprt_dateprevue < SYS-DATE-NUM THEN
                            DISPLAY '!' LINE W1 COL 51
                        END-IF
                        ADD 1 TO W1
                    END-IF
            END-READ
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Kits (offres « pack ») : un article kit est défini dans
*> nomenclatures.dat par ses composants et leur quantité par kit. Le
*> kit n'a pas de stock propre : sa vente sort chaque composant de
*> son dépôt, sa disponibilité se déduit de celle des composants et
*> son prix se ventile sur eux (ventilationkits.dat) pour les marges
*> et la TVA. Un kit ne contient pas d'autre kit.
        GERER_NOMENCLATURES.
        OPEN I-O articles
        OPEN I-O nomenclatures
        IF fnom_stat = 35 THEN
            OPEN OUTPUT nomenclatures
            CLOSE nomenclatures
            OPEN I-O nomenclatures
        END-IF
        OPEN I-O reservations
        IF fres_stat = 35 THEN
            OPEN OUTPUT reservations
            CLOSE reservations
            OPEN I-O reservations
        END-IF
        IF fart_stat = 35 THEN
            DISPLAY 'Fichier articles inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- KITS / NOMENCLATURES ----' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir / retirer un composant' LINE 2 COL 1
            DISPLAY '2 --> Consulter un kit' LINE 3 COL 1
            DISPLAY '0 --> Retour au menu' LINE 4 COL 1
            ACCEPT Wrep2 LINE 5 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_COMPOSANT_KIT
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM CONSULTER_KIT
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        END-IF
        CLOSE reservations
        CLOSE nomenclatures
        CLOSE articles.

*> Composant d'un kit, saisi sous confirmation manager ; une quantité
*> à zéro le retire. Un composant dont le taux de TVA diffère de
*> celui du kit est signalé : sa part du prix sera déclarée à son
*> propre taux alors que la facture porte le taux du kit.
        SAISIR_COMPOSANT_KIT.
        DISPLAY '---- Composant de kit ----' WITH BLANK SCREEN
        PERFORM CONTROLER_MANAGER
        IF WaccesOK = 1 THEN
            MOVE 0 TO Wnom-idkit
            MOVE 0 TO Wnom-idcomp
            DISPLAY 'Article kit :' LINE 2 COL 1
            ACCEPT Wnom-idkit LINE 2 COL 15
            DISPLAY 'Article composant :' LINE 3 COL 1
            ACCEPT Wnom-idcomp LINE 3 COL 21
            MOVE 1 TO WkitOK
            IF Wnom-idcomp = Wnom-idkit THEN
                DISPLAY 'Un kit ne se contient pas lui-même' LINE 6 COL 1
                MOVE 0 TO WkitOK
            END-IF
            IF WkitOK = 1 THEN
                MOVE Wnom-idcomp TO fart_id
                READ articles
                    INVALID KEY
                        DISPLAY 'Composant inexistant' LINE 6 COL 1
                        MOVE 0 TO WkitOK
                    NOT INVALID KEY
                        MOVE fart_tauxtva TO Wnom-tauxtva
                        PERFORM CHARGER_NOMENCLATURE
                        IF Wkit-nb > 0 THEN
                            DISPLAY 'Le composant est lui-même un kit'
                                LINE 6 COL 1
                            MOVE 0 TO WkitOK
                        END-IF
                END-READ
            END-IF
            IF WkitOK = 1 THEN
                MOVE Wnom-idkit TO fnom_idcomp
                READ nomenclatures KEY IS fnom_idcomp
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'Le kit est composant d''un autre kit'
                            LINE 6 COL 1
                        MOVE 0 TO WkitOK
                END-READ
            END-IF
            IF WkitOK = 1 THEN
                MOVE Wnom-idkit TO fart_id
                READ articles
                    INVALID KEY
                        DISPLAY 'Kit inexistant' LINE 6 COL 1
                        MOVE 0 TO WkitOK
                    NOT INVALID KEY
                        DISPLAY fart_nom LINE 2 COL 22
                        PERFORM CHARGER_NOMENCLATURE
                END-READ
            END-IF
            IF WkitOK = 1 THEN
                MOVE 0 TO Wtrouve
                PERFORM VARYING Wkit-ix FROM 1 BY 1
                    UNTIL Wkit-ix > Wkit-nb
                    IF Wkit-idcomp(Wkit-ix) = Wnom-idcomp THEN
                        MOVE 1 TO Wtrouve
                    END-IF
                END-PERFORM
                DISPLAY 'Quantité par kit (0 = retirer) :' LINE 4 COL 1
                MOVE 0 TO Wnom-qte
                ACCEPT Wnom-qte LINE 4 COL 35
                MOVE Wnom-idkit TO fnom_idkit
                MOVE Wnom-idcomp TO fnom_idcomp
                IF Wnom-qte = 0 THEN
                    DELETE nomenclatures RECORD
                        INVALID KEY
                            DISPLAY 'Composant absent du kit' LINE 6 COL 1
                        NOT INVALID KEY
                            DISPLAY 'Composant retiré' LINE 6 COL 1
                    END-DELETE
                ELSE
                    IF Wtrouve = 0 AND Wkit-nb >= Wkit-max THEN
                        DISPLAY 'Kit complet (10 composants au plus)'
                            LINE 6 COL 1
                    ELSE
                        MOVE Wnom-qte TO fnom_qte
                        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                        MOVE Woperateur TO fnom_ope
                        MOVE SYS-DATE-NUM TO fnom_datemaj
                        WRITE fnomTampon
                            INVALID KEY
                                REWRITE fnomTampon
                        END-WRITE
                        DISPLAY 'Composant enregistré' LINE 6 COL 1
                        IF Wnom-tauxtva NOT = fart_tauxtva THEN
                            DISPLAY 'Attention : taux de TVA différent de celui du kit'
                                LINE 7 COL 1
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Composition d'un kit et nombre de kits complets disponibles, au
*> magasin (réservations déduites) et à l'entrepôt.
        CONSULTER_KIT.
        DISPLAY '---- Consultation d''un kit ----' WITH BLANK SCREEN
        DISPLAY 'Article kit :' LINE 2 COL 1
        MOVE 0 TO fart_id
        ACCEPT fart_id LINE 2 COL 15
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant' LINE 4 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 2 COL 22
                PERFORM CHARGER_NOMENCLATURE
                IF Wkit-nb = 0 THEN
                    DISPLAY 'Cet article n''est pas un kit' LINE 4 COL 1
                ELSE
                    DISPLAY 'Art.  Désignation          Qté TVA'
                        LINE 4 COL 1
                    MOVE 5 TO W1
                    PERFORM VARYING Wkit-ix FROM 1 BY 1
                        UNTIL Wkit-ix > Wkit-nb
                        MOVE Wkit-idcomp(Wkit-ix) TO fart_id
                        READ articles
                            INVALID KEY
                                MOVE SPACES TO fart_nom
                        END-READ
                        DISPLAY Wkit-idcomp(Wkit-ix) LINE W1 COL 1
                        DISPLAY fart_nom LINE W1 COL 7
                        DISPLAY Wkit-qtecomp(Wkit-ix) LINE W1 COL 28
                        DISPLAY Wkit-tauxtva(Wkit-ix) LINE W1 COL 32
                        ADD 1 TO W1
                    END-PERFORM
                    MOVE 1 TO Wkit-resa
                    PERFORM CALCULER_DISPO_KIT
                    DISPLAY 'Kits disponibles - magasin :' LINE 17 COL 1
                    DISPLAY Wstock-mag LINE 17 COL 30
                    DISPLAY 'entrepôt :' LINE 17 COL 37
                    DISPLAY Wstock-ent LINE 17 COL 48
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Charge la nomenclature de l'article fart_id courant dans Wkit-table
*> (Wkit-nb = 0 : l'article n'est pas un kit), avec pour chaque
*> composant son poids dans la ventilation du prix (prix catalogue x
*> quantité) et son taux de TVA. Le tampon article est rendu sur le
*> kit. articles et nomenclatures sont ouverts par l'appelant.
        CHARGER_NOMENCLATURE.
        MOVE fart_id TO Wkit-idkit
        MOVE 0 TO Wkit-nb
        MOVE fart_id TO fnom_idkit
        MOVE 0 TO fnom_idcomp
        MOVE 0 TO Wkit-fin
        START nomenclatures KEY IS NOT LESS THAN fnom_key
            INVALID KEY MOVE 1 TO Wkit-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wkit-fin = 1
            READ nomenclatures NEXT RECORD
                AT END
                    MOVE 1 TO Wkit-fin
                NOT AT END
                    IF fnom_idkit NOT = Wkit-idkit THEN
                        MOVE 1 TO Wkit-fin
                    ELSE
                        IF Wkit-nb < Wkit-max THEN
                            ADD 1 TO Wkit-nb
                            MOVE fnom_idcomp TO Wkit-idcomp(Wkit-nb)
                            MOVE fnom_qte TO Wkit-qtecomp(Wkit-nb)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wkit-nb > 0 THEN
            PERFORM VARYING Wkit-ix FROM 1 BY 1 UNTIL Wkit-ix > Wkit-nb
                MOVE Wkit-idcomp(Wkit-ix) TO fart_id
                READ articles
                    INVALID KEY
                        MOVE 0 TO Wkit-poids(Wkit-ix)
                        MOVE 0 TO Wkit-tauxtva(Wkit-ix)
                    NOT INVALID KEY
                        COMPUTE Wkit-poids(Wkit-ix) =
                            fart_prix * Wkit-qtecomp(Wkit-ix)
                        MOVE fart_tauxtva TO Wkit-tauxtva(Wkit-ix)
                END-READ
            END-PERFORM
            MOVE Wkit-idkit TO fart_id
            READ articles END-READ
        END-IF.

*> Disponibilité du kit chargé : nombre de kits complets que
*> permettent les composants, dépôt par dépôt, rendu dans Wstock-mag
*> et Wstock-ent comme pour un article simple. Avec Wkit-resa = 1,
*> les réservations actives de chaque composant sont déduites du
*> magasin (reservations ouvert par l'appelant).
        CALCULER_DISPO_KIT.
        MOVE 99999 TO Wkit-dispo-mag
        MOVE 99999 TO Wkit-dispo-ent
        PERFORM VARYING Wkit-ix FROM 1 BY 1 UNTIL Wkit-ix > Wkit-nb
            MOVE Wkit-idcomp(Wkit-ix) TO fart_id
            READ articles
                INVALID KEY
                    MOVE 0 TO Wstock-mag
                    MOVE 0 TO Wstock-ent
                NOT INVALID KEY
                    PERFORM LIRE_STOCK_DEPOTS
                    IF Wkit-resa = 1 THEN
                        PERFORM DEDUIRE_RESERVATIONS_ACTIVES
                    END-IF
            END-READ
            COMPUTE Wkit-possible = Wstock-mag / Wkit-qtecomp(Wkit-ix)
            IF Wkit-possible < Wkit-dispo-mag THEN
                MOVE Wkit-possible TO Wkit-dispo-mag
            END-IF
            COMPUTE Wkit-possible = Wstock-ent / Wkit-qtecomp(Wkit-ix)
            IF Wkit-possible < Wkit-dispo-ent THEN
                MOVE Wkit-possible TO Wkit-dispo-ent
            END-IF
        END-PERFORM
        MOVE Wkit-dispo-mag TO Wstock-mag
        MOVE Wkit-dispo-ent TO Wstock-ent
        MOVE Wkit-idkit TO fart_id
        READ articles END-READ.

*> Mouvemente chaque composant du kit chargé pour Wkit-qte kits :
*> type, sens, dépôt et référence du mouvement sont positionnés par
*> l'appelant dans les zones Wmvt-*, la quantité est celle du
*> composant. Le tampon article est rendu sur le kit.
        MOUVEMENTER_COMPOSANTS_KIT.
        PERFORM VARYING Wkit-ix FROM 1 BY 1 UNTIL Wkit-ix > Wkit-nb
            MOVE Wkit-idcomp(Wkit-ix) TO fart_id
            READ articles
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE Wmvt-qte = Wkit-qtecomp(Wkit-ix) * Wkit-qte
                    IF Wmvt-sens = '+' THEN
                        ADD Wmvt-qte TO fart_stock
                    ELSE
                        IF fart_stock >= Wmvt-qte THEN
                            SUBTRACT Wmvt-qte FROM fart_stock
                        ELSE
                            MOVE 0 TO fart_stock
                        END-IF
                    END-IF
                    REWRITE fartTampon
                    PERFORM ENREGISTRER_MOUVEMENT_STOCK
            END-READ
        END-PERFORM
        MOVE Wkit-idkit TO fart_id
        READ articles END-READ.

*> Ventile le net HT de la ligne de kit flc qui vient d'être écrite
*> sur ses composants, au prorata de leur poids (à défaut de prix
*> catalogue, de leur quantité) ; le dernier composant prend
*> l'arrondi. Chaque part garde la quantité réellement sortie et le
*> taux de TVA du composant, pour les marges, la TVA et la reprise
*> en stock à l'annulation.
        VENTILER_PRIX_KIT.
        OPEN I-O ventilationKits
        IF fvk_stat = 35 THEN
            OPEN OUTPUT ventilationKits
            CLOSE ventilationKits
            OPEN I-O ventilationKits
        END-IF
        COMPUTE Wkit-montant = flc_prix * flc_qte
        COMPUTE Wkit-montant = Wkit-montant
            - (Wkit-montant * flc_remise / 100)
        MOVE 0 TO Wkit-poids-total
        PERFORM VARYING Wkit-ix FROM 1 BY 1 UNTIL Wkit-ix > Wkit-nb
            ADD Wkit-poids(Wkit-ix) TO Wkit-poids-total
        END-PERFORM
        IF Wkit-poids-total = 0 THEN
            PERFORM VARYING Wkit-ix FROM 1 BY 1 UNTIL Wkit-ix > Wkit-nb
                MOVE Wkit-qtecomp(Wkit-ix) TO Wkit-poids(Wkit-ix)
                ADD Wkit-poids(Wkit-ix) TO Wkit-poids-total
            END-PERFORM
        END-IF
        MOVE 0 TO Wkit-reparti
        PERFORM VARYING Wkit-ix FROM 1 BY 1 UNTIL Wkit-ix > Wkit-nb
            MOVE flc_idco TO fvk_idco
            MOVE flc_seq TO fvk_seq
            MOVE Wkit-ix TO fvk_rang
            MOVE Wkit-idcomp(Wkit-ix) TO fvk_idcomp
            MOVE Wkit-idkit TO fvk_idkit
            COMPUTE fvk_qte = Wkit-qtecomp(Wkit-ix) * flc_qte
            MOVE Wkit-tauxtva(Wkit-ix) TO fvk_tauxtva
            IF Wkit-ix = Wkit-nb THEN
                COMPUTE fvk_montant = Wkit-montant - Wkit-reparti
            ELSE
                COMPUTE fvk_montant = Wkit-montant
                    * Wkit-poids(Wkit-ix) / Wkit-poids-total
                ADD fvk_montant TO Wkit-reparti
            END-IF
            WRITE fvkTampon
                INVALID KEY
                    REWRITE fvkTampon
            END-WRITE
        END-PERFORM
        CLOSE ventilationKits.

*> Remet en stock les composants sortis pour la ligne de kit flc
*> courante, d'après la ventilation faite à la vente (quantités
*> réellement sorties, même si la nomenclature a changé depuis) ;
*> type, sens, dépôt et référence du mouvement sont positionnés par
*> l'appelant. Wkit-ventile = 0 : la ligne n'était pas un kit.
        REINTEGRER_VENTILATION_KIT.
        MOVE 0 TO Wkit-ventile
        OPEN I-O ventilationKits
        IF fvk_stat = 35 THEN
            OPEN OUTPUT ventilationKits
            CLOSE ventilationKits
            OPEN I-O ventilationKits
        END-IF
        MOVE flc_idco TO fvk_idco
        MOVE flc_seq TO fvk_seq
        MOVE 0 TO fvk_rang
        MOVE 0 TO Wkit-fin
        START ventilationKits KEY IS NOT LESS THAN fvk_key
            INVALID KEY MOVE 1 TO Wkit-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wkit-fin = 1
            READ ventilationKits NEXT RECORD
                AT END
                    MOVE 1 TO Wkit-fin
                NOT AT END
                    IF fvk_idco NOT = flc_idco
                       OR fvk_seq NOT = flc_seq THEN
                        MOVE 1 TO Wkit-fin
                    ELSE
                        ADD 1 TO Wkit-ventile
                        MOVE fvk_idcomp TO fart_id
                        READ articles
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD fvk_qte TO fart_stock
                                REWRITE fartTampon
                                MOVE fvk_qte TO Wmvt-qte
                                PERFORM ENREGISTRER_MOUVEMENT_STOCK
                        END-READ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ventilationKits.

*> Vrai (Wkit-ventile = 1) si la ligne flc courante est une vente de
*> kit ventilée sur ses composants (ventilationKits ouvert par
*> l'appelant).
        LIGNE_VENTILEE_KIT.
        MOVE 0 TO Wkit-ventile
        MOVE flc_idco TO fvk_idco
        MOVE flc_seq TO fvk_seq
        MOVE 0 TO fvk_rang
        MOVE 0 TO Wkit-fin
        START ventilationKits KEY IS NOT LESS THAN fvk_key
            INVALID KEY MOVE 1 TO Wkit-fin
        END-START
        IF Wkit-fin = 0 THEN
            READ ventilationKits NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF fvk_idco = flc_idco AND fvk_seq = flc_seq THEN
                        MOVE 1 TO Wkit-ventile
                    END-IF
            END-READ
        END-IF.

*> Ligne de kit de la déclaration de TVA : chaque composant est
*> déclaré pour sa part du prix, à son propre taux (ventilationKits
*> ouvert par l'appelant). Wkit-ventile = 0 : ligne ordinaire.
        VENTILER_TVA_KIT.
        MOVE 0 TO Wkit-ventile
        MOVE flc_tauxtva TO Wkit-taux-sauve
        MOVE flc_idco TO fvk_idco
        MOVE flc_seq TO fvk_seq
        MOVE 0 TO fvk_rang
        MOVE 0 TO Wkit-fin
        START ventilationKits KEY IS NOT LESS THAN fvk_key
            INVALID KEY MOVE 1 TO Wkit-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wkit-fin = 1
            READ ventilationKits NEXT RECORD
                AT END
                    MOVE 1 TO Wkit-fin
                NOT AT END
                    IF fvk_idco NOT = flc_idco
                       OR fvk_seq NOT = flc_seq THEN
                        MOVE 1 TO Wkit-fin
                    ELSE
                        ADD 1 TO Wkit-ventile
                        MOVE fvk_montant TO Wmontant-net
                        MOVE fvk_tauxtva TO flc_tauxtva
                        COMPUTE Wmontant-ttc = Wmontant-net
                            * (1 + flc_tauxtva / 100)
                        ADD Wmontant-net TO Wtot-ht-fac
                        ADD Wmontant-ttc TO Wtot-ttc-fac
                        PERFORM AGREGER_TVA_TABLE
                    END-IF
            END-READ
        END-PERFORM
        MOVE Wkit-taux-sauve TO flc_tauxtva.

*> Parts de prix de kits revenant à l'article fart_id courant en tant
*> que composant (clé alternative fvk_idcomp), commandes annulées
*> exclues : ajoutées au chiffre d'affaires et aux quantités vendues
*> de la marge.
        CUMULER_PARTS_KIT_ARTICLE.
        MOVE fart_id TO fvk_idcomp
        MOVE 0 TO Wkit-fin
        START ventilationKits KEY IS = fvk_idcomp
            INVALID KEY MOVE 1 TO Wkit-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wkit-fin = 1
            READ ventilationKits NEXT RECORD
                AT END
                    MOVE 1 TO Wkit-fin
                NOT AT END
                    IF fvk_idcomp NOT = fart_id THEN
                        MOVE 1 TO Wkit-fin
                    ELSE
                        MOVE fvk_idco TO fco_id
                        READ commandes
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF COMMANDE-ACTIVE THEN
                                    ADD fvk_montant TO Wtotart
                                    ADD fvk_qte TO Wqte-vendue-art
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Articles de remplacement : pour chaque article, les références
*> qui peuvent le remplacer quand il manque (équivalent ou gamme
*> supérieure) et la règle de prix appliquée au client. La prise de
*> commande et la conversion de devis proposent les remplaçants en
*> stock avant le reliquat ; la chaîne de nuit sert les vieux
*> reliquats avec un remplaçant approuvé. La ligne servie garde la
*> trace de l'article demandé (substitutionslignes.dat).
        GERER_SUBSTITUTIONS.
        OPEN I-O articles
        OPEN I-O nomenclatures
        IF fnom_stat = 35 THEN
            OPEN OUTPUT nomenclatures
            CLOSE nomenclatures
            OPEN I-O nomenclatures
        END-IF
        OPEN I-O substitutions
        IF fsub_stat = 35 THEN
            OPEN OUTPUT substitutions
            CLOSE substitutions
            OPEN I-O substitutions
        END-IF
        IF fart_stat = 35 THEN
            DISPLAY 'Fichier articles inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- ARTICLES DE REMPLACEMENT ----' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir / retirer un remplaçant' LINE 2 COL 1
            DISPLAY '2 --> Remplaçants d''un article' LINE 3 COL 1
            DISPLAY '0 --> Retour au menu' LINE 4 COL 1
            ACCEPT Wrep2 LINE 5 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_SUBSTITUT
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM CONSULTER_SUBSTITUTS
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        END-IF
        CLOSE substitutions
        CLOSE nomenclatures
        CLOSE articles.

*> Remplaçant d'un article, saisi sous confirmation manager ; une
*> nature à zéro le retire. Seul un remplaçant approuvé peut servir
*> un reliquat sans le client au comptoir.
        SAISIR_SUBSTITUT.
        DISPLAY '---- Article de remplacement ----' WITH BLANK SCREEN
        PERFORM CONTROLER_MANAGER
        IF WaccesOK = 1 THEN
            MOVE 0 TO Wsub-idart
            MOVE 0 TO Wsub-choix
            DISPLAY 'Article demandé :' LINE 2 COL 1
            ACCEPT Wsub-idart LINE 2 COL 19
            DISPLAY 'Article de remplacement :' LINE 3 COL 1
            ACCEPT Wsub-choix LINE 3 COL 27
            MOVE 1 TO WsubOK
            IF Wsub-choix = Wsub-idart THEN
                DISPLAY 'Un article ne se remplace pas par lui-même'
                    LINE 8 COL 1
                MOVE 0 TO WsubOK
            END-IF
            IF WsubOK = 1 THEN
                MOVE Wsub-idart TO fart_id
                READ articles
                    INVALID KEY
                        DISPLAY 'Article inexistant' LINE 8 COL 1
                        MOVE 0 TO WsubOK
                    NOT INVALID KEY
                        DISPLAY fart_nom LINE 2 COL 34
                END-READ
            END-IF
            IF WsubOK = 1 THEN
                MOVE Wsub-choix TO fart_id
                READ articles
                    INVALID KEY
                        DISPLAY 'Remplaçant inexistant' LINE 8 COL 1
                        MOVE 0 TO WsubOK
                    NOT INVALID KEY
                        DISPLAY fart_nom LINE 3 COL 34
                END-READ
            END-IF
            IF WsubOK = 1 THEN
                MOVE Wsub-idart TO fsub_idart
                MOVE Wsub-choix TO fsub_idsub
                READ substitutions
                    INVALID KEY
                        MOVE 0 TO Wtrouve
                    NOT INVALID KEY
                        MOVE 1 TO Wtrouve
                        DISPLAY 'Actuel :' LINE 3 COL 56
                        DISPLAY fsub_nature LINE 3 COL 65
                END-READ
                DISPLAY 'Nature : 1 = équivalent, 2 = supérieur, 0 = retirer :'
                    LINE 4 COL 1
                MOVE 0 TO Wsub-code
                ACCEPT Wsub-code LINE 4 COL 56
                MOVE Wsub-idart TO fsub_idart
                MOVE Wsub-choix TO fsub_idsub
                IF Wsub-code = 0 THEN
                    DELETE substitutions RECORD
                        INVALID KEY
                            DISPLAY 'Remplaçant absent' LINE 8 COL 1
                        NOT INVALID KEY
                            DISPLAY 'Remplaçant retiré' LINE 8 COL 1
                    END-DELETE
                ELSE
                    IF Wsub-code = 2 THEN
                        SET SUB-SUPERIEUR TO TRUE
                    ELSE
                        SET SUB-EQUIVALENT TO TRUE
                    END-IF
                    DISPLAY 'Prix : 1 = article demandé, 2 = remplaçant, 3 = le moins cher :'
                        LINE 5 COL 1
                    MOVE 1 TO Wsub-code
                    ACCEPT Wsub-code LINE 5 COL 65
                    EVALUATE Wsub-code
                        WHEN 2
                            SET SUB-PRIX-SUBSTITUT TO TRUE
                        WHEN 3
                            SET SUB-PRIX-MINIMUM TO TRUE
                        WHEN OTHER
                            SET SUB-PRIX-ORIGINE TO TRUE
                    END-EVALUATE
                    DISPLAY 'Approuvé pour servir les reliquats ? 1 ou 0 :'
                        LINE 6 COL 1
                    MOVE 0 TO Wsub-code
                    ACCEPT Wsub-code LINE 6 COL 47
                    IF Wsub-code = 1 THEN
                        SET SUB-APPROUVE TO TRUE
                    ELSE
                        SET SUB-NON-APPROUVE TO TRUE
                    END-IF
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                    MOVE Woperateur TO fsub_ope
                    MOVE SYS-DATE-NUM TO fsub_datemaj
                    IF Wtrouve = 1 THEN
                        REWRITE fsubTampon
                    ELSE
                        WRITE fsubTampon END-WRITE
                    END-IF
                    DISPLAY 'Remplaçant enregistré' LINE 8 COL 1
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Remplaçants d'un article avec leur stock magasin du moment
*> (stock physique, réservations non déduites).
        CONSULTER_SUBSTITUTS.
        DISPLAY '---- Remplaçants d''un article ----' WITH BLANK SCREEN
        DISPLAY 'Article demandé :' LINE 2 COL 1
        MOVE 0 TO Wsub-idart
        ACCEPT Wsub-idart LINE 2 COL 19
        MOVE Wsub-idart TO fart_id
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant' LINE 4 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 2 COL 26
                DISPLAY 'Art.  Désignation' LINE 4 COL 1
                DISPLAY 'Nature' LINE 4 COL 28
                DISPLAY 'Prix HT' LINE 4 COL 39
                DISPLAY 'Ap.' LINE 4 COL 50
                DISPLAY 'Stock' LINE 4 COL 55
                DISPLAY 'Prix appliqué' LINE 4 COL 62
                MOVE 5 TO W1
                MOVE Wsub-idart TO fsub_idart
                MOVE 0 TO fsub_idsub
                MOVE 0 TO Wsub-fin
                START substitutions KEY IS NOT LESS THAN fsub_key
                    INVALID KEY MOVE 1 TO Wsub-fin
                END-START
                PERFORM WITH TEST BEFORE UNTIL Wsub-fin = 1
                    READ substitutions NEXT RECORD
                        AT END
                            MOVE 1 TO Wsub-fin
                        NOT AT END
                            IF fsub_idart NOT = Wsub-idart OR W1 > 18 THEN
                                MOVE 1 TO Wsub-fin
                            ELSE
                                MOVE fsub_idsub TO fart_id
                                READ articles
                                    INVALID KEY
                                        MOVE SPACES TO fart_nom
                                        MOVE 0 TO fart_prix
                                        MOVE 0 TO Wstock-mag
                                    NOT INVALID KEY
                                        PERFORM EVALUER_STOCK_SUBSTITUT
                                END-READ
                                DISPLAY fsub_idsub LINE W1 COL 1
                                DISPLAY fart_nom LINE W1 COL 7
                                DISPLAY fsub_nature LINE W1 COL 28
                                DISPLAY fart_prix LINE W1 COL 39
                                DISPLAY fsub_approuve LINE W1 COL 50
                                DISPLAY Wstock-mag LINE W1 COL 55
                                DISPLAY fsub_regle LINE W1 COL 62
                                ADD 1 TO W1
                            END-IF
                    END-READ
                END-PERFORM
                IF W1 = 5 THEN
                    DISPLAY 'Aucun remplaçant défini' LINE 5 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Stock magasin et entrepôt de l'article fart_id courant, kit ou
*> article simple, sans déduction des réservations (Wkit-resa = 0) :
*> c'est le stock physique présenté dans les listes de remplaçants.
*> articles et nomenclatures sont ouverts par l'appelant.
        EVALUER_STOCK_SUBSTITUT.
        PERFORM CHARGER_NOMENCLATURE
        IF Wkit-nb > 0 THEN
            MOVE 0 TO Wkit-resa
            PERFORM CALCULER_DISPO_KIT
        ELSE
            PERFORM LIRE_STOCK_DEPOTS
        END-IF.

*> Propose au comptoir les remplaçants en stock de l'article fart_id
*> courant quand il manque : Wsub-qte est la quantité à couvrir au
*> magasin. La liste s'affiche en bas d'écran (lignes 13 à 20) pour
*> laisser la saisie en cours visible. Si le vendeur en retient un,
*> le tampon article, la nomenclature et le stock (Wstock-mag,
*> Wstock-ent, réservations déduites si Wsub-resa = 1) passent sur
*> le remplaçant, fco_idart aussi, et Wsub-iddem garde l'article
*> demandé ; sinon tout est rendu sur l'article demandé et
*> Wsub-iddem reste à zéro. articles, nomenclatures et substitutions
*> sont ouverts par l'appelant.
        PROPOSER_SUBSTITUTS.
        MOVE 0 TO Wsub-iddem
        MOVE fart_id TO Wsub-idart
        MOVE Wstock-mag TO Wsub-mag-sauve
        MOVE Wstock-ent TO Wsub-ent-sauve
        PERFORM CHARGER_SUBSTITUTS
        MOVE Wsub-idart TO fart_id
        READ articles END-READ
        PERFORM CHARGER_NOMENCLATURE
        MOVE Wsub-mag-sauve TO Wstock-mag
        MOVE Wsub-ent-sauve TO Wstock-ent
        IF Wsub-nb > 0 THEN
            PERFORM EFFACER_ZONE_SUBSTITUTS
            DISPLAY 'Remplaçants en stock :' LINE 13 COL 1
            MOVE 14 TO W1
            PERFORM VARYING Wsub-ix FROM 1 BY 1 UNTIL Wsub-ix > Wsub-nb
                DISPLAY Wsub-c-id(Wsub-ix) LINE W1 COL 1
                DISPLAY Wsub-c-nom(Wsub-ix) LINE W1 COL 7
                DISPLAY Wsub-c-nature(Wsub-ix) LINE W1 COL 28
                DISPLAY Wsub-c-prix(Wsub-ix) LINE W1 COL 39
                DISPLAY 'stock' LINE W1 COL 48
                DISPLAY Wsub-c-stock(Wsub-ix) LINE W1 COL 54
                ADD 1 TO W1
            END-PERFORM
            DISPLAY 'Remplacer par (n° article, 0 = non) :' LINE 20 COL 1
            MOVE 0 TO Wsub-choix
            ACCEPT Wsub-choix LINE 20 COL 40
            PERFORM EFFACER_ZONE_SUBSTITUTS
            IF Wsub-choix > 0 THEN
                MOVE 0 TO Wtrouve
                PERFORM VARYING Wsub-ix FROM 1 BY 1
                    UNTIL Wsub-ix > Wsub-nb OR Wtrouve = 1
                    IF Wsub-c-id(Wsub-ix) = Wsub-choix THEN
                        MOVE 1 TO Wtrouve
                        PERFORM BASCULER_SUBSTITUT
                    END-IF
                END-PERFORM
                IF Wtrouve = 0 THEN
                    DISPLAY 'Remplaçant hors liste, article demandé conservé'
                        LINE 13 COL 1
                END-IF
            END-IF
        END-IF.

*> Remplaçants de l'article Wsub-idart dont le stock magasin couvre
*> Wsub-qte, dans la limite de Wsub-max lignes (Wsub-table).
        CHARGER_SUBSTITUTS.
        MOVE 0 TO Wsub-nb
        MOVE Wsub-idart TO fsub_idart
        MOVE 0 TO fsub_idsub
        MOVE 0 TO Wsub-fin
        START substitutions KEY IS NOT LESS THAN fsub_key
            INVALID KEY MOVE 1 TO Wsub-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wsub-fin = 1
            READ substitutions NEXT RECORD
                AT END
                    MOVE 1 TO Wsub-fin
                NOT AT END
                    IF fsub_idart NOT = Wsub-idart
                       OR Wsub-nb >= Wsub-max THEN
                        MOVE 1 TO Wsub-fin
                    ELSE
                        MOVE fsub_idsub TO fart_id
                        READ articles
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF ARTICLE-ACTIF THEN
                                    PERFORM EVALUER_STOCK_SUBSTITUT
                                    IF Wstock-mag >= Wsub-qte THEN
                                        ADD 1 TO Wsub-nb
                                        MOVE fart_id TO Wsub-c-id(Wsub-nb)
                                        MOVE fart_nom TO Wsub-c-nom(Wsub-nb)
                                        MOVE fsub_nature
                                            TO Wsub-c-nature(Wsub-nb)
                                        MOVE fsub_regle
                                            TO Wsub-c-regle(Wsub-nb)
                                        MOVE Wstock-mag
                                            TO Wsub-c-stock(Wsub-nb)
                                        MOVE fart_prix
                                            TO Wsub-c-prix(Wsub-nb)
                                    END-IF
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Passe la saisie sur le remplaçant retenu (rang Wsub-ix de la liste).
        BASCULER_SUBSTITUT.
        MOVE Wsub-idart TO Wsub-iddem
        MOVE Wsub-c-nature(Wsub-ix) TO Wsub-nature
        MOVE Wsub-c-regle(Wsub-ix) TO Wsub-regle
        MOVE Wsub-c-id(Wsub-ix) TO fart_id
        MOVE fart_id TO fco_idart
        READ articles END-READ
        PERFORM CHARGER_NOMENCLATURE
        IF Wkit-nb > 0 THEN
            MOVE Wsub-resa TO Wkit-resa
            PERFORM CALCULER_DISPO_KIT
        ELSE
            PERFORM LIRE_STOCK_DEPOTS
            IF Wsub-resa = 1 THEN
                PERFORM DEDUIRE_RESERVATIONS_ACTIVES
            END-IF
        END-IF
        DISPLAY 'Remplacé par :' LINE 13 COL 1
        DISPLAY fart_id LINE 13 COL 16
        DISPLAY fart_nom LINE 13 COL 22
        DISPLAY Wsub-nature LINE 13 COL 43.

        EFFACER_ZONE_SUBSTITUTS.
        PERFORM VARYING W1 FROM 13 BY 1 UNTIL W1 > 20
            DISPLAY Wsub-blanc LINE W1 COL 1
        END-PERFORM.

*> Prix de vente d'une ligne servie par un remplaçant : Wprix-vente
*> (prix du remplaçant) est remplacé selon la règle Wsub-regle par le
*> prix de l'article demandé (Wsub-prix-orig) ou par le moins cher
*> des deux. Sans remplacement (Wsub-iddem = 0), rien ne change.
        APPLIQUER_REGLE_SUBSTITUT.
        IF Wsub-iddem > 0 THEN
            IF Wsub-regle = 'origine' THEN
                MOVE Wsub-prix-orig TO Wprix-vente
            END-IF
            IF Wsub-regle = 'minimum'
               AND Wsub-prix-orig < Wprix-vente THEN
                MOVE Wsub-prix-orig TO Wprix-vente
            END-IF
        END-IF.

*> Trace la ligne flcTampon qui vient d'être écrite comme servie par
*> un remplaçant de l'article Wsub-iddem (origine Wsub-origine). Le
*> fichier est ouvert et refermé ici même.
        ENREGISTRER_SUBSTITUTION_LIGNE.
        OPEN I-O substitutionsLignes
        IF fsbl_stat = 35 THEN
            OPEN OUTPUT substitutionsLignes
            CLOSE substitutionsLignes
            OPEN I-O substitutionsLignes
        END-IF
        MOVE flc_idco TO fsbl_idco
        MOVE flc_seq TO fsbl_seq
        MOVE Wsub-iddem TO fsbl_iddem
        MOVE flc_idart TO fsbl_idsub
        MOVE flc_qte TO fsbl_qte
        MOVE Wsub-nature TO fsbl_nature
        MOVE Wsub-regle TO fsbl_regle
        MOVE Wsub-origine TO fsbl_origine
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fsbl_date
        MOVE Woperateur TO fsbl_ope
        WRITE fsblTampon
            INVALID KEY
                REWRITE fsblTampon
        END-WRITE
        CLOSE substitutionsLignes.

*> Ligne de devis fdl_* en cours de conversion : article, prix HT et
*> taux de TVA à historiser (Wsub-idligne, Wsub-prixligne,
*> Wsub-tauxligne). Si un remplaçant a été retenu pour la ligne au
*> contrôle de stock (Wsub-devis), il est servi au prix de la règle,
*> le prix devisé tenant lieu de prix de l'article demandé.
        CHERCHER_SUBSTITUT_DEVIS.
        MOVE fdl_idart TO Wsub-idligne
        MOVE fdl_prix TO Wsub-prixligne
        MOVE fdl_tauxtva TO Wsub-tauxligne
        MOVE 0 TO Wsub-iddem
        PERFORM VARYING Wsub-dev-ix FROM 1 BY 1
            UNTIL Wsub-dev-ix > Wsub-dev-nb
            IF Wsub-dev-seq(Wsub-dev-ix) = fdl_seq THEN
                MOVE fdl_idart TO Wsub-iddem
                MOVE Wsub-dev-id(Wsub-dev-ix) TO Wsub-idligne
                MOVE Wsub-dev-nature(Wsub-dev-ix) TO Wsub-nature
                MOVE Wsub-dev-regle(Wsub-dev-ix) TO Wsub-regle
            END-IF
        END-PERFORM
        IF Wsub-iddem > 0 THEN
            MOVE Wsub-idligne TO fart_id
            READ articles
                INVALID KEY
                    MOVE 0 TO Wsub-iddem
                    MOVE fdl_idart TO Wsub-idligne
                NOT INVALID KEY
                    MOVE fart_tauxtva TO Wsub-tauxligne
*> La recherche de tarif réutilise Wfinm, fin du parcours des lignes
*> de devis de l'appelant : on le préserve.
                    MOVE Wfinm TO Wsub-fin
                    PERFORM RECHERCHER_PRIX_VENTE
                    MOVE Wsub-fin TO Wfinm
                    MOVE fdl_prix TO Wsub-prix-orig
                    PERFORM APPLIQUER_REGLE_SUBSTITUT
                    MOVE Wprix-vente TO Wsub-prixligne
            END-READ
        END-IF.

*> Demande réelle de l'article fart_id courant, commandes annulées
*> exclues : quantités servies par un remplaçant à sa place
*> (Wsub-qte-demandee) et quantités qu'il a lui-même servies à la
*> place d'un autre (Wsub-qte-servie). commandes est ouvert par
*> l'appelant.
        CUMULER_DEMANDE_SUBSTITUTIONS.
        MOVE 0 TO Wsub-qte-demandee
        MOVE 0 TO Wsub-qte-servie
        OPEN I-O substitutionsLignes
        IF fsbl_stat NOT = 35 THEN
            MOVE fart_id TO fsbl_iddem
            MOVE 0 TO Wsub-fin
            START substitutionsLignes KEY IS = fsbl_iddem
                INVALID KEY MOVE 1 TO Wsub-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wsub-fin = 1
                READ substitutionsLignes NEXT RECORD
                    AT END
                        MOVE 1 TO Wsub-fin
                    NOT AT END
                        IF fsbl_iddem NOT = fart_id THEN
                            MOVE 1 TO Wsub-fin
                        ELSE
                            MOVE fsbl_idco TO fco_id
                            READ commandes
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    IF COMMANDE-ACTIVE THEN
                                        ADD fsbl_qte TO Wsub-qte-demandee
                                    END-IF
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            MOVE fart_id TO fsbl_idsub
            MOVE 0 TO Wsub-fin
            START substitutionsLignes KEY IS = fsbl_idsub
                INVALID KEY MOVE 1 TO Wsub-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wsub-fin = 1
                READ substitutionsLignes NEXT RECORD
                    AT END
                        MOVE 1 TO Wsub-fin
                    NOT AT END
                        IF fsbl_idsub NOT = fart_id THEN
                            MOVE 1 TO Wsub-fin
                        ELSE
                            MOVE fsbl_idco TO fco_id
                            READ commandes
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    IF COMMANDE-ACTIVE THEN
                                        ADD fsbl_qte TO Wsub-qte-servie
                                    END-IF
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE substitutionsLignes
        END-IF.

*> Frais de port : poids des articles (poidsarticles.dat, un kit a
*> son propre poids), zone de livraison de chaque ville
*> (zoneslivraison.dat, ZONE-DEF pour une ville non classée) et
*> grille des transporteurs par zone et tranche de poids
*> (tarifsport.dat, le transporteur étant un fournisseur). La prise
*> de commande ajoute la ligne de port au tarif le moins cher, offerte
*> au-delà du franco FRANCO-PORT (paramètre, en euros HT de
*> marchandises, 0 = pas de franco).
        GERER_FRAIS_PORT.
        OPEN I-O articles
        OPEN I-O fournisseurs
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
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---------- FRAIS DE PORT ----------' WITH BLANK SCREEN
            DISPLAY '1 --> Poids d''un article' LINE 2 COL 1
            DISPLAY '2 --> Zone de livraison d''une ville' LINE 3 COL 1
            DISPLAY '3 --> Tarif d''un transporteur' LINE 4 COL 1
            DISPLAY '4 --> Grille d''une zone' LINE 5 COL 1
            DISPLAY '0 --> Retour au menu' LINE 6 COL 1
            ACCEPT Wrep2 LINE 7 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_POIDS_ARTICLE
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM SAISIR_ZONE_LIVRAISON
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM SAISIR_TARIF_PORT
            END-IF
            IF Wrep2 = 4 THEN
                PERFORM CONSULTER_GRILLE_PORT
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE tarifsPort
        CLOSE zonesLivraison
        CLOSE poidsArticles
        CLOSE fournisseurs
        CLOSE articles.

*> Poids unitaire d'un article en kg ; un poids nul retire la fiche
*> (l'article ne pèse alors rien dans le calcul du port).
        SAISIR_POIDS_ARTICLE.
        DISPLAY '---- Poids d''un article ----' WITH BLANK SCREEN
        DISPLAY 'Identifiant article :' LINE 2 COL 1
        MOVE 0 TO fart_id
        ACCEPT fart_id LINE 2 COL 23
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant' LINE 8 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 2 COL 30
                MOVE fart_id TO fpa_idart
                READ poidsArticles
                    INVALID KEY
                        MOVE 0 TO Wtrouve
                    NOT INVALID KEY
                        MOVE 1 TO Wtrouve
                        DISPLAY 'Actuel (kg) :' LINE 3 COL 1
                        DISPLAY fpa_poids LINE 3 COL 15
                END-READ
                DISPLAY 'Poids unitaire en kg (0 = retirer) :'
                    LINE 4 COL 1
                MOVE 0 TO Wport-poids-unit
                ACCEPT Wport-poids-unit LINE 4 COL 38
                MOVE fart_id TO fpa_idart
                IF Wport-poids-unit = 0 THEN
                    IF Wtrouve = 1 THEN
                        DELETE poidsArticles RECORD
                        DISPLAY 'Poids retiré' LINE 8 COL 1
                    END-IF
                ELSE
                    MOVE Wport-poids-unit TO fpa_poids
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                    MOVE Woperateur TO fpa_ope
                    MOVE SYS-DATE-NUM TO fpa_datemaj
                    IF Wtrouve = 1 THEN
                        REWRITE fpaTampon
                    ELSE
                        WRITE fpaTampon END-WRITE
                    END-IF
                    DISPLAY 'Poids enregistré' LINE 8 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Zone de livraison d'une ville (telle que saisie sur la fiche
*> client) ; une zone à zéro retire la ville, qui retombe alors sur la
*> zone par défaut ZONE-DEF.
        SAISIR_ZONE_LIVRAISON.
        DISPLAY '---- Zone de livraison ----' WITH BLANK SCREEN
        DISPLAY 'Ville :' LINE 2 COL 1
        MOVE SPACES TO Wport-ville
        ACCEPT Wport-ville LINE 2 COL 9
        MOVE Wport-ville TO fzl_ville
        READ zonesLivraison
            INVALID KEY
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
                DISPLAY 'Zone actuelle :' LINE 3 COL 1
                DISPLAY fzl_zone LINE 3 COL 17
        END-READ
        DISPLAY 'Zone (0 = retirer) :' LINE 4 COL 1
        MOVE 0 TO Wport-zone
        ACCEPT Wport-zone LINE 4 COL 22
        MOVE Wport-ville TO fzl_ville
        IF Wport-zone = 0 THEN
            IF Wtrouve = 1 THEN
                DELETE zonesLivraison RECORD
                DISPLAY 'Ville retirée' LINE 8 COL 1
            END-IF
        ELSE
            MOVE Wport-zone TO fzl_zone
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            MOVE Woperateur TO fzl_ope
            MOVE SYS-DATE-NUM TO fzl_datemaj
            IF Wtrouve = 1 THEN
                REWRITE fzlTampon
            ELSE
                WRITE fzlTampon END-WRITE
            END-IF
            DISPLAY 'Zone enregistrée' LINE 8 COL 1
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Tarif HT d'un transporteur pour une zone et une tranche de poids
*> (poids maximal de la tranche en kg) ; un prix à zéro retire la
*> tranche.
        SAISIR_TARIF_PORT.
        DISPLAY '---- Tarif transporteur ----' WITH BLANK SCREEN
        DISPLAY 'Transporteur (fournisseur) :' LINE 2 COL 1
        MOVE 0 TO ffou_id
        ACCEPT ffou_id LINE 2 COL 30
        READ fournisseurs
            INVALID KEY
                DISPLAY 'Fournisseur inexistant' LINE 8 COL 1
            NOT INVALID KEY
                DISPLAY ffou_nom LINE 2 COL 37
                DISPLAY 'Zone :' LINE 3 COL 1
                MOVE 0 TO Wport-zone
                ACCEPT Wport-zone LINE 3 COL 8
                DISPLAY 'Poids maximal de la tranche (kg) :' LINE 4 COL 1
                MOVE 0 TO Wport-poids-unit
                ACCEPT Wport-poids-unit LINE 4 COL 36
                MOVE Wport-zone TO ftp_zone
                MOVE Wport-poids-unit TO ftp_poidsmax
                MOVE ffou_id TO ftp_idfou
                READ tarifsPort
                    INVALID KEY
                        MOVE 0 TO Wtrouve
                    NOT INVALID KEY
                        MOVE 1 TO Wtrouve
                        DISPLAY 'Actuel :' LINE 5 COL 1
                        DISPLAY ftp_prix LINE 5 COL 10
                END-READ
                DISPLAY 'Prix HT (0 = retirer) :' LINE 6 COL 1
                MOVE 0 TO Wport-prix
                ACCEPT Wport-prix LINE 6 COL 25
                MOVE Wport-zone TO ftp_zone
                MOVE Wport-poids-unit TO ftp_poidsmax
                MOVE ffou_id TO ftp_idfou
                IF Wport-prix = 0 THEN
                    IF Wtrouve = 1 THEN
                        DELETE tarifsPort RECORD
                        DISPLAY 'Tranche retirée' LINE 8 COL 1
                    END-IF
                ELSE
                    MOVE Wport-prix TO ftp_prix
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                    MOVE Woperateur TO ftp_ope
                    MOVE SYS-DATE-NUM TO ftp_datemaj
                    IF Wtrouve = 1 THEN
                        REWRITE ftpTampon
                    ELSE
                        WRITE ftpTampon END-WRITE
                    END-IF
                    DISPLAY 'Tarif enregistré' LINE 8 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Grille d'une zone, par tranche de poids croissante puis par
*> transporteur (ordre de la clé de tarifsport.dat).
        CONSULTER_GRILLE_PORT.
        DISPLAY '---- Grille d''une zone ----' WITH BLANK SCREEN
        DISPLAY 'Zone :' LINE 2 COL 1
        MOVE 0 TO Wport-zone
        ACCEPT Wport-zone LINE 2 COL 8
        DISPLAY 'Poids max' LINE 4 COL 1
        DISPLAY 'Transporteur' LINE 4 COL 12
        DISPLAY 'Prix HT' LINE 4 COL 40
        MOVE 5 TO W1
        MOVE Wport-zone TO ftp_zone
        MOVE 0 TO ftp_poidsmax
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
                    IF ftp_zone NOT = Wport-zone OR W1 > 18 THEN
                        MOVE 1 TO Wport-fin
                    ELSE
                        MOVE ftp_idfou TO ffou_id
                        READ fournisseurs
                            INVALID KEY MOVE SPACES TO ffou_nom
                        END-READ
                        DISPLAY ftp_poidsmax LINE W1 COL 1
                        DISPLAY ftp_idfou LINE W1 COL 12
                        DISPLAY ffou_nom LINE W1 COL 18
                        DISPLAY ftp_prix LINE W1 COL 40
                        ADD 1 TO W1
                    END-IF
            END-READ
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Port estimé de la ligne en cours de saisie (article fart_id,
*> quantité fco_qte, net HT Wmontant-brut remisé) pour le contrôle
*> de crédit, au taux de TVA de l'article.
        ESTIMER_FRAIS_PORT.
        MOVE 0 TO Wport-poids
        OPEN I-O poidsArticles
        IF fpa_stat = 35 THEN
            OPEN OUTPUT poidsArticles
            CLOSE poidsArticles
            OPEN I-O poidsArticles
        END-IF
        MOVE fart_id TO fpa_idart
        READ poidsArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE Wport-poids = fpa_poids * fco_qte
        END-READ
        CLOSE poidsArticles
        COMPUTE Wport-ht = Wmontant-brut
            - Wmontant-brut * Wremise-pct / 100
        MOVE fart_tauxtva TO Wport-taux
        PERFORM TARIFER_FRAIS_PORT.

*> Tarif du port pour un envoi de Wport-poids kg au client fcl_id
*> (zone de sa ville) : tarif le moins cher parmi les tranches de la
*> zone qui couvrent le poids, tous transporteurs confondus. Sans
*> tarif dans la zone, pas de port (Wport-idfou à zéro). Le port est
*> offert quand le net HT des marchandises Wport-ht atteint le
*> franco.
        TARIFER_FRAIS_PORT.
        MOVE 1 TO Wpar-valeur
        MOVE 'ZONE-DEF' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE Wpar-valeur TO Wport-zone
        OPEN I-O zonesLivraison
        IF fzl_stat = 35 THEN
            OPEN OUTPUT zonesLivraison
            CLOSE zonesLivraison
            OPEN I-O zonesLivraison
        END-IF
        MOVE fcl_ville TO fzl_ville
        READ zonesLivraison
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fzl_zone TO Wport-zone
        END-READ
        CLOSE zonesLivraison
        MOVE 0 TO Wport-idfou
        MOVE 0 TO Wport-prix
        OPEN I-O tarifsPort
        IF ftp_stat = 35 THEN
            OPEN OUTPUT tarifsPort
            CLOSE tarifsPort
            OPEN I-O tarifsPort
        END-IF
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
        CLOSE tarifsPort
        MOVE 0 TO Wpar-valeur
        MOVE 'FRANCO-PORT' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE 0 TO Wport-offert
        MOVE Wport-prix TO Wport-montant
        IF Wport-idfou > 0 AND Wpar-valeur > 0
           AND Wport-ht >= Wpar-valeur THEN
            MOVE 1 TO Wport-offert
            MOVE 0 TO Wport-montant
        END-IF.

*> Ligne de port de la commande fco_id (article fictif Wport-idart,
*> quantité 1, sans remise), recalculée sur toutes ses lignes de
*> marchandises : poids cumulé, net HT pour le franco, et TVA des
*> marchandises — TVA-PORT quand elles mélangent plusieurs taux. La
*> ligne est créée après la dernière, mise à jour, ou supprimée si le
*> port devient offert ; fraisport.dat garde le transporteur retenu
*> et son tarif pour le rapprochement de ses factures.
*> (lignesCommande et clients sont ouverts par l'appelant.)
        APPLIQUER_FRAIS_PORT.
        MOVE fco_idcl TO fcl_id
        READ clients
            INVALID KEY MOVE SPACES TO fcl_ville
        END-READ
        MOVE 0 TO Wport-poids
        MOVE 0 TO Wport-ht
        MOVE 0 TO Wport-seq
        MOVE 0 TO Wport-seqmax
        MOVE 0 TO Wport-taux
        MOVE 0 TO Wport-nb
        MOVE 0 TO Wport-mixte
        OPEN I-O poidsArticles
        IF fpa_stat = 35 THEN
            OPEN OUTPUT poidsArticles
            CLOSE poidsArticles
            OPEN I-O poidsArticles
        END-IF
        MOVE fco_id TO flc_idco
        MOVE 0 TO flc_seq
        MOVE 0 TO Wport-fin
        START lignesCommande KEY IS NOT LESS THAN flc_key
            INVALID KEY MOVE 1 TO Wport-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wport-fin = 1
            READ lignesCommande NEXT RECORD
                AT END
                    MOVE 1 TO Wport-fin
                NOT AT END
                    IF flc_idco NOT = fco_id THEN
                        MOVE 1 TO Wport-fin
                    ELSE
                        MOVE flc_seq TO Wport-seqmax
                        IF flc_idart = Wport-idart THEN
                            MOVE flc_seq TO Wport-seq
                        END-IF
                        IF flc_idart > 0
                           AND flc_idart < Weco-idart THEN
                            PERFORM CUMULER_LIGNE_PORT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE poidsArticles
        IF Wport-mixte = 1 THEN
            MOVE 20 TO Wpar-valeur
            MOVE 'TVA-PORT' TO Wpar-code
            PERFORM LIRE_PARAMETRE
            MOVE Wpar-valeur TO Wport-taux
        END-IF
        PERFORM TARIFER_FRAIS_PORT
        MOVE fco_id TO flc_idco
        IF Wport-montant > 0 THEN
            IF Wport-seq > 0 THEN
                MOVE Wport-seq TO flc_seq
                READ lignesCommande
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE Wport-montant TO flc_prix
                        MOVE Wport-taux TO flc_tauxtva
                        REWRITE flcTampon
                END-READ
            ELSE
                COMPUTE flc_seq = Wport-seqmax + 1
                MOVE Wport-idart TO flc_idart
                MOVE 1 TO flc_qte
                MOVE Wport-montant TO flc_prix
                MOVE Wport-taux TO flc_tauxtva
                MOVE 0 TO flc_remise
                WRITE flcTampon END-WRITE
            END-IF
            DISPLAY 'Port HT :' LINE 13 COL 40
            DISPLAY Wport-montant LINE 13 COL 50
        ELSE
            IF Wport-seq > 0 THEN
                MOVE Wport-seq TO flc_seq
                DELETE lignesCommande RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF
            IF Wport-offert = 1 THEN
                DISPLAY 'Port offert (franco)' LINE 13 COL 40
            END-IF
        END-IF
        PERFORM ENREGISTRER_FRAIS_PORT.

*> Poids et net HT de la ligne de marchandises courante, et suivi du
*> taux de TVA commun aux lignes.
        CUMULER_LIGNE_PORT.
        MOVE flc_idart TO fpa_idart
        READ poidsArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE Wport-poids = Wport-poids + fpa_poids * flc_qte
        END-READ
        COMPUTE Wport-ht = Wport-ht + flc_prix * flc_qte
            - flc_prix * flc_qte * flc_remise / 100
        IF Wport-nb = 0 THEN
            MOVE flc_tauxtva TO Wport-taux
        ELSE
            IF flc_tauxtva NOT = Wport-taux THEN
                MOVE 1 TO Wport-mixte
            END-IF
        END-IF
        ADD 1 TO Wport-nb.

*> Fiche fraisport.dat de la commande fco_id : transporteur retenu,
*> zone, poids, port facturé au client et tarif du transporteur (le
*> coût attendu, même quand le port est offert). Sans transporteur,
*> la fiche est retirée.
        ENREGISTRER_FRAIS_PORT.
        OPEN I-O fraisPort
        IF ffp_stat = 35 THEN
            OPEN OUTPUT fraisPort
            CLOSE fraisPort
            OPEN I-O fraisPort
        END-IF
        MOVE fco_id TO ffp_idco
        READ fraisPort
            INVALID KEY
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
        END-READ
        IF Wport-idfou = 0 THEN
            IF Wtrouve = 1 THEN
                DELETE fraisPort RECORD
            END-IF
        ELSE
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
            MOVE Woperateur TO ffp_ope
            IF Wtrouve = 1 THEN
                REWRITE ffpTampon
            ELSE
                WRITE ffpTampon END-WRITE
            END-IF
        END-IF
        CLOSE fraisPort.

*> Ligne de port de la confirmation de commande, à la suite de la
*> ligne article (rien quand aucun transporteur ne dessert la zone).
        IMPRIMER_CONFIRMATION_PORT.
        IF Wport-idfou > 0 THEN
            OPEN EXTEND confirmationsCommande
            IF fconf_stat = 35 THEN
                OPEN OUTPUT confirmationsCommande
                CLOSE confirmationsCommande
                OPEN EXTEND confirmationsCommande
            END-IF
            MOVE SPACES TO fconfTampon
            IF Wport-offert = 1 THEN
                STRING '  Frais de port: offerts (zone ' Wport-zone
                       ', franco atteint)'
                    DELIMITED BY SIZE INTO fconfTampon
            ELSE
                COMPUTE Wport-ttc =
                    Wport-montant * (1 + Wport-taux / 100)
                STRING '  Frais de port (zone ' Wport-zone
                       '): HT ' Wport-montant
                       ' - TVA: ' Wport-taux
                       '% - TTC: ' Wport-ttc
                    DELIMITED BY SIZE INTO fconfTampon
            END-IF
            WRITE fconfTampon
            CLOSE confirmationsCommande
        END-IF.

*> Eco-participation DEEE : catégorie de chaque article soumis
*> (ecoarticles.dat), barème par catégorie et tranche de prix de
*> vente HT (baremeseco.dat) et déclaration mensuelle des unités et
*> montants perçus, figée avec la période par CLOTURE_MENSUELLE. La
*> prise de commande ajoute à chaque ligne d'article soumise une
*> ligne fictive Weco-idart, jamais remisée.
        GERER_ECO_PARTICIPATION.
        OPEN I-O articles
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
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '-------- ECO-PARTICIPATION --------' WITH BLANK SCREEN
            DISPLAY '1 --> Catégorie d''un article' LINE 2 COL 1
            DISPLAY '2 --> Tranche du barème' LINE 3 COL 1
            DISPLAY '3 --> Barème d''une catégorie' LINE 4 COL 1
            DISPLAY '4 --> Déclaration mensuelle' LINE 5 COL 1
            DISPLAY '0 --> Retour au menu' LINE 6 COL 1
            ACCEPT Wrep2 LINE 7 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_CATEGORIE_ECO
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM SAISIR_BAREME_ECO
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM CONSULTER_BAREME_ECO
            END-IF
            IF Wrep2 = 4 THEN
                PERFORM DECLARATION_ECO_PARTICIPATION
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE baremesEco
        CLOSE ecoArticles
        CLOSE articles.

*> Catégorie DEEE d'un article ; une catégorie à blanc retire la
*> fiche (l'article n'est plus soumis à l'éco-participation).
        SAISIR_CATEGORIE_ECO.
        DISPLAY '---- Catégorie DEEE d''un article ----' WITH BLANK SCREEN
        DISPLAY 'Identifiant article :' LINE 2 COL 1
        MOVE 0 TO fart_id
        ACCEPT fart_id LINE 2 COL 23
        READ articles
            INVALID KEY
                DISPLAY 'Article inexistant' LINE 8 COL 1
            NOT INVALID KEY
                DISPLAY fart_nom LINE 2 COL 30
                MOVE fart_id TO fea_idart
                READ ecoArticles
                    INVALID KEY
                        MOVE 0 TO Wtrouve
                    NOT INVALID KEY
                        MOVE 1 TO Wtrouve
                        DISPLAY 'Actuelle :' LINE 3 COL 1
                        DISPLAY fea_categorie LINE 3 COL 12
                END-READ
                DISPLAY 'Catégorie (vide = non soumis) :' LINE 4 COL 1
                MOVE SPACES TO Weco-categorie
                ACCEPT Weco-categorie LINE 4 COL 33
                MOVE fart_id TO fea_idart
                IF Weco-categorie = SPACES THEN
                    IF Wtrouve = 1 THEN
                        DELETE ecoArticles RECORD
                        DISPLAY 'Article retiré de l''éco-participation'
                            LINE 8 COL 1
                    END-IF
                ELSE
                    MOVE Weco-categorie TO fea_categorie
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                    MOVE Woperateur TO fea_ope
                    MOVE SYS-DATE-NUM TO fea_datemaj
                    IF Wtrouve = 1 THEN
                        REWRITE feaTampon
                    ELSE
                        WRITE feaTampon END-WRITE
                    END-IF
                    DISPLAY 'Catégorie enregistrée' LINE 8 COL 1
                END-IF
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Montant HT unitaire d'une catégorie pour une tranche de prix
*> (prix de vente HT maximal de la tranche) ; un montant à zéro
*> retire la tranche.
        SAISIR_BAREME_ECO.
        DISPLAY '---- Tranche du barème ----' WITH BLANK SCREEN
        DISPLAY 'Catégorie :' LINE 2 COL 1
        MOVE SPACES TO Weco-categorie
        ACCEPT Weco-categorie LINE 2 COL 13
        DISPLAY 'Prix HT maximal de la tranche :' LINE 3 COL 1
        MOVE 0 TO Weco-plafond
        ACCEPT Weco-plafond LINE 3 COL 33
        MOVE Weco-categorie TO fbe_categorie
        MOVE Weco-plafond TO fbe_plafond
        READ baremesEco
            INVALID KEY
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
                DISPLAY 'Actuel :' LINE 4 COL 1
                DISPLAY fbe_montant LINE 4 COL 10
        END-READ
        DISPLAY 'Montant HT unitaire (0 = retirer) :' LINE 5 COL 1
        MOVE 0 TO Weco-unitaire
        ACCEPT Weco-unitaire LINE 5 COL 37
        MOVE Weco-categorie TO fbe_categorie
        MOVE Weco-plafond TO fbe_plafond
        IF Weco-categorie = SPACES THEN
            DISPLAY 'Catégorie obligatoire' LINE 8 COL 1
        ELSE
            IF Weco-unitaire = 0 THEN
                IF Wtrouve = 1 THEN
                    DELETE baremesEco RECORD
                    DISPLAY 'Tranche retirée' LINE 8 COL 1
                END-IF
            ELSE
                MOVE Weco-unitaire TO fbe_montant
                MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                MOVE Woperateur TO fbe_ope
                MOVE SYS-DATE-NUM TO fbe_datemaj
                IF Wtrouve = 1 THEN
                    REWRITE fbeTampon
                ELSE
                    WRITE fbeTampon END-WRITE
                END-IF
                DISPLAY 'Tranche enregistrée' LINE 8 COL 1
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Barème d'une catégorie, par tranche de prix croissante (ordre de
*> la clé de baremeseco.dat).
        CONSULTER_BAREME_ECO.
        DISPLAY '---- Barème d''une catégorie ----' WITH BLANK SCREEN
        DISPLAY 'Catégorie :' LINE 2 COL 1
        MOVE SPACES TO Weco-categorie
        ACCEPT Weco-categorie LINE 2 COL 13
        DISPLAY 'Prix HT max' LINE 4 COL 1
        DISPLAY 'Eco-part. HT' LINE 4 COL 14
        MOVE 5 TO W1
        MOVE Weco-categorie TO fbe_categorie
        MOVE 0 TO fbe_plafond
        MOVE 0 TO Weco-fin
        START baremesEco KEY IS NOT LESS THAN fbe_key
            INVALID KEY MOVE 1 TO Weco-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Weco-fin = 1
            READ baremesEco NEXT RECORD
                AT END
                    MOVE 1 TO Weco-fin
                NOT AT END
                    IF fbe_categorie NOT = Weco-categorie
                       OR W1 > 18 THEN
                        MOVE 1 TO Weco-fin
                    ELSE
                        DISPLAY fbe_plafond LINE W1 COL 1
                        DISPLAY fbe_montant LINE W1 COL 14
                        ADD 1 TO W1
                    END-IF
            END-READ
        END-PERFORM
        IF W1 = 5 THEN
            DISPLAY 'Aucune tranche pour cette catégorie' LINE 5 COL 1
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Eco-participation unitaire HT de l'article Weco-idartligne vendu
*> au prix Weco-prix : catégorie de l'article, puis première tranche
*> de la catégorie dont le plafond couvre le prix (lue en START au
*> prix cherché, comme les tarifs d'extension). Article non soumis
*> ou prix au-delà de la dernière tranche : Weco-unitaire à zéro.
        CHERCHER_ECO_PARTICIPATION.
        MOVE SPACES TO Weco-categorie
        MOVE 0 TO Weco-unitaire
        OPEN I-O ecoArticles
        IF fea_stat = 35 THEN
            OPEN OUTPUT ecoArticles
            CLOSE ecoArticles
            OPEN I-O ecoArticles
        END-IF
        MOVE Weco-idartligne TO fea_idart
        READ ecoArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fea_categorie TO Weco-categorie
        END-READ
        CLOSE ecoArticles
        IF Weco-categorie NOT = SPACES THEN
            OPEN I-O baremesEco
            IF fbe_stat = 35 THEN
                OPEN OUTPUT baremesEco
                CLOSE baremesEco
                OPEN I-O baremesEco
            END-IF
            MOVE Weco-categorie TO fbe_categorie
            MOVE Weco-prix TO fbe_plafond
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
            CLOSE baremesEco
        END-IF.

*> Retient la ligne d'article qui vient d'être écrite (clé, article,
*> quantité, prix et TVA) pour son éco-participation : le tampon des
*> articles sert ensuite aux composants d'un kit.
        NOTER_LIGNE_ECO.
        MOVE flc_seq TO Weco-seqligne
        MOVE flc_idart TO Weco-idartligne
        MOVE flc_qte TO Weco-qte
        MOVE flc_prix TO Weco-prix
        MOVE flc_tauxtva TO Weco-taux.

*> Ligne d'éco-participation de la ligne d'article retenue par
*> NOTER_LIGNE_ECO : ligne fictive Weco-idart écrite après la
*> dernière ligne de la commande fco_id (quantité de l'article,
*> montant unitaire du barème, TVA de l'article, sans remise), fiche
*> ecolignes.dat qui la rattache à la ligne d'article et mouvement
*> de vente pour la déclaration du mois.
*> (lignesCommande est ouvert par l'appelant.)
        AJOUTER_ECO_PARTICIPATION.
        PERFORM CHERCHER_ECO_PARTICIPATION
        IF Weco-unitaire > 0 THEN
            MOVE fco_id TO flc_idco
            MOVE 0 TO flc_seq
            MOVE 0 TO Weco-seqeco
            MOVE 0 TO Weco-fin
            START lignesCommande KEY IS NOT LESS THAN flc_key
                INVALID KEY MOVE 1 TO Weco-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Weco-fin = 1
                READ lignesCommande NEXT RECORD
                    AT END
                        MOVE 1 TO Weco-fin
                    NOT AT END
                        IF flc_idco NOT = fco_id THEN
                            MOVE 1 TO Weco-fin
                        ELSE
                            MOVE flc_seq TO Weco-seqeco
                        END-IF
                END-READ
            END-PERFORM
            ADD 1 TO Weco-seqeco
            MOVE fco_id TO flc_idco
            MOVE Weco-seqeco TO flc_seq
            MOVE Weco-idart TO flc_idart
            MOVE Weco-qte TO flc_qte
            MOVE Weco-unitaire TO flc_prix
            MOVE Weco-taux TO flc_tauxtva
            MOVE 0 TO flc_remise
            WRITE flcTampon END-WRITE
            OPEN I-O ecoLignes
            IF fel_stat = 35 THEN
                OPEN OUTPUT ecoLignes
                CLOSE ecoLignes
                OPEN I-O ecoLignes
            END-IF
            MOVE fco_id TO fel_idco
            MOVE Weco-seqligne TO fel_seq
            MOVE Weco-seqeco TO fel_seqeco
            MOVE Weco-categorie TO fel_categorie
            MOVE Weco-unitaire TO fel_unitaire
            MOVE Weco-qte TO fel_qte
            MOVE 0 TO fel_qterepris
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            MOVE SYS-DATE-NUM TO fel_date
            WRITE felTampon
                INVALID KEY
                    REWRITE felTampon
            END-WRITE
            CLOSE ecoLignes
            MOVE '+' TO Weco-sens
            MOVE 0 TO Weco-ref
            PERFORM ENREGISTRER_MOUVEMENT_ECO
        END-IF.

*> Reprise de Weco-qte unités d'éco-participation sur la ligne
*> d'article flc_seq de la commande fco_id, plafonnée aux unités
*> encore dues : fiche ecolignes.dat mise à jour et mouvement de
*> reprise pour la déclaration du mois. Weco-unitaire reste à zéro
*> quand la ligne n'en porte pas (ou plus).
        REPRENDRE_ECO_LIGNE.
        MOVE 0 TO Weco-unitaire
        OPEN I-O ecoLignes
        IF fel_stat = 35 THEN
            OPEN OUTPUT ecoLignes
            CLOSE ecoLignes
            OPEN I-O ecoLignes
        END-IF
        MOVE fco_id TO fel_idco
        MOVE flc_seq TO fel_seq
        READ ecoLignes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fel_qterepris < fel_qte THEN
                    IF Weco-qte > fel_qte - fel_qterepris THEN
                        COMPUTE Weco-qte = fel_qte - fel_qterepris
                    END-IF
                    ADD Weco-qte TO fel_qterepris
                    REWRITE felTampon
                    MOVE fel_unitaire TO Weco-unitaire
                    MOVE fel_categorie TO Weco-categorie
                    MOVE fel_seq TO Weco-seqligne
                END-IF
        END-READ
        CLOSE ecoLignes
        IF Weco-unitaire > 0 THEN
            MOVE '-' TO Weco-sens
            PERFORM ENREGISTRER_MOUVEMENT_ECO
        END-IF.

*> Mouvement déclarable daté du jour pour la ligne d'article
*> Weco-seqligne de la commande fco_id : Weco-qte unités de la
*> catégorie Weco-categorie à Weco-unitaire, vente (+) ou reprise (-).
        ENREGISTRER_MOUVEMENT_ECO.
        OPEN I-O ecoMouvements
        IF fem_stat = 35 THEN
            OPEN OUTPUT ecoMouvements
            CLOSE ecoMouvements
            OPEN I-O ecoMouvements
        END-IF
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fem_date
        MOVE fco_id TO fem_idco
        MOVE Weco-seqligne TO fem_seq
        MOVE Weco-sens TO fem_sens
        MOVE Weco-ref TO fem_ref
        MOVE Weco-categorie TO fem_categorie
        MOVE Weco-qte TO fem_qte
        COMPUTE fem_montant = Weco-unitaire * Weco-qte
        MOVE Woperateur TO fem_ope
        WRITE femTampon END-WRITE
        CLOSE ecoMouvements.

*> Ligne d'éco-participation du bon de confirmation, sous la ligne
*> d'article (rien quand l'article n'y est pas soumis).
        IMPRIMER_CONFIRMATION_ECO.
        IF Weco-unitaire > 0 THEN
            OPEN EXTEND confirmationsCommande
            IF fconf_stat = 35 THEN
                OPEN OUTPUT confirmationsCommande
                CLOSE confirmationsCommande
                OPEN EXTEND confirmationsCommande
            END-IF
            COMPUTE Weco-ht = Weco-unitaire * Weco-qte
            COMPUTE Weco-ttc ROUNDED = Weco-ht * (1 + Weco-taux / 100)
            MOVE SPACES TO fconfTampon
            STRING '  Eco-participation (' Weco-categorie
                   '): PU HT ' Weco-unitaire
                   ' - HT: ' Weco-ht
                   ' - TTC: ' Weco-ttc ' - non remisable'
                DELIMITED BY SIZE INTO fconfTampon
            WRITE fconfTampon
            CLOSE confirmationsCommande
        END-IF.

*> Déclaration mensuelle de l'éco-participation : unités et montants
*> vendus, repris et nets par catégorie pour le mois demandé, édités
*> dans declaration_eco_<AAAAMM>.txt. Un mois clos est réédité tel
*> qu'il a été figé à la clôture ; un mois ouvert est provisoire,
*> recalculé depuis les mouvements.
        DECLARATION_ECO_PARTICIPATION.
        DISPLAY '---- Déclaration éco-participation ----'
            WITH BLANK SCREEN
        DISPLAY 'Mois (AAAAMM) :' LINE 2 COL 1
        MOVE 0 TO Weco-mois
        ACCEPT Weco-mois LINE 2 COL 17
        PERFORM CHARGER_DECLARATION_ECO
        IF Weco-fige = 0 THEN
            PERFORM CALCULER_DECLARATION_ECO
        END-IF
        PERFORM EDITER_DECLARATION_ECO
        IF Weco-fige = 1 THEN
            DISPLAY 'Période close : déclaration figée' LINE 3 COL 1
        ELSE
            DISPLAY 'Période ouverte : déclaration provisoire'
                LINE 3 COL 1
        END-IF
        DISPLAY 'Catégorie' LINE 5 COL 1
        DISPLAY 'Unités nettes' LINE 5 COL 14
        DISPLAY 'Montant net HT' LINE 5 COL 30
        MOVE 6 TO W1
        PERFORM VARYING Weco-ix FROM 1 BY 1 UNTIL Weco-ix > Weco-n
            OR W1 > 17
            COMPUTE Weco-net-qte = Weco-t-qtevente(Weco-ix)
                - Weco-t-qterepris(Weco-ix)
            COMPUTE Weco-net-mont = Weco-t-montvente(Weco-ix)
                - Weco-t-montrepris(Weco-ix)
            MOVE Weco-net-qte TO Weco-qte-ed
            MOVE Weco-net-mont TO Weco-mt-ed
            DISPLAY Weco-t-categorie(Weco-ix) LINE W1 COL 1
            DISPLAY Weco-qte-ed LINE W1 COL 14
            DISPLAY Weco-mt-ed LINE W1 COL 30
            ADD 1 TO W1
        END-PERFORM
        IF Weco-n = 0 THEN
            DISPLAY 'Aucun mouvement sur le mois' LINE 6 COL 1
        END-IF
        MOVE Weco-tot-qte TO Weco-qte-ed
        MOVE Weco-tot-mont TO Weco-mt-ed
        DISPLAY 'TOTAL' LINE 18 COL 1
        DISPLAY Weco-qte-ed LINE 18 COL 14
        DISPLAY Weco-mt-ed LINE 18 COL 30
        DISPLAY 'Etat édité :' LINE 19 COL 1
        DISPLAY WS-DECLECO-FILE LINE 19 COL 14
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Déclaration figée du mois Weco-mois (ecodeclarations.dat) chargée
*> dans la table ; Weco-fige à 1 quand elle existe.
        CHARGER_DECLARATION_ECO.
        MOVE 0 TO Weco-fige
        MOVE 0 TO Weco-n
        OPEN I-O ecoDeclarations
        IF fed_stat = 35 THEN
            OPEN OUTPUT ecoDeclarations
            CLOSE ecoDeclarations
            OPEN I-O ecoDeclarations
        END-IF
        MOVE Weco-mois TO fed_mois
        MOVE SPACES TO fed_categorie
        MOVE 0 TO Weco-fin
        START ecoDeclarations KEY IS NOT LESS THAN fed_key
            INVALID KEY MOVE 1 TO Weco-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Weco-fin = 1
            READ ecoDeclarations NEXT RECORD
                AT END
                    MOVE 1 TO Weco-fin
                NOT AT END
                    IF fed_mois NOT = Weco-mois OR Weco-n >= 30 THEN
                        MOVE 1 TO Weco-fin
                    ELSE
                        MOVE 1 TO Weco-fige
                        ADD 1 TO Weco-n
                        MOVE fed_categorie TO Weco-t-categorie(Weco-n)
                        MOVE fed_qtevente TO Weco-t-qtevente(Weco-n)
                        MOVE fed_qterepris TO Weco-t-qterepris(Weco-n)
                        MOVE fed_montvente TO Weco-t-montvente(Weco-n)
                        MOVE fed_montrepris TO Weco-t-montrepris(Weco-n)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ecoDeclarations.

*> Cumul par catégorie des mouvements datés du mois Weco-mois (clé
*> de ecomouvements.dat ordonnée par date).
        CALCULER_DECLARATION_ECO.
        MOVE 0 TO Weco-n
        OPEN I-O ecoMouvements
        IF fem_stat = 35 THEN
            OPEN OUTPUT ecoMouvements
            CLOSE ecoMouvements
            OPEN I-O ecoMouvements
        END-IF
        COMPUTE fem_date = Weco-mois * 100 + 1
        MOVE 0 TO fem_idco
        MOVE 0 TO fem_seq
        MOVE SPACES TO fem_sens
        MOVE 0 TO fem_ref
        MOVE 0 TO Weco-fin
        START ecoMouvements KEY IS NOT LESS THAN fem_key
            INVALID KEY MOVE 1 TO Weco-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Weco-fin = 1
            READ ecoMouvements NEXT RECORD
                AT END
                    MOVE 1 TO Weco-fin
                NOT AT END
                    COMPUTE Weco-mois-mvt = fem_date / 100
                    IF Weco-mois-mvt NOT = Weco-mois THEN
                        MOVE 1 TO Weco-fin
                    ELSE
                        PERFORM CUMULER_MOUVEMENT_ECO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ecoMouvements.

        CUMULER_MOUVEMENT_ECO.
        MOVE 0 TO Weco-pos
        PERFORM VARYING Weco-ix FROM 1 BY 1 UNTIL Weco-ix > Weco-n
            IF Weco-t-categorie(Weco-ix) = fem_categorie THEN
                MOVE Weco-ix TO Weco-pos
            END-IF
        END-PERFORM
        IF Weco-pos = 0 AND Weco-n < 30 THEN
            ADD 1 TO Weco-n
            MOVE Weco-n TO Weco-pos
            MOVE fem_categorie TO Weco-t-categorie(Weco-pos)
            MOVE 0 TO Weco-t-qtevente(Weco-pos)
            MOVE 0 TO Weco-t-qterepris(Weco-pos)
            MOVE 0 TO Weco-t-montvente(Weco-pos)
            MOVE 0 TO Weco-t-montrepris(Weco-pos)
        END-IF
        IF Weco-pos > 0 THEN
            IF fem_sens = '+' THEN
                ADD fem_qte TO Weco-t-qtevente(Weco-pos)
                ADD fem_montant TO Weco-t-montvente(Weco-pos)
            ELSE
                ADD fem_qte TO Weco-t-qterepris(Weco-pos)
                ADD fem_montant TO Weco-t-montrepris(Weco-pos)
            END-IF
        END-IF.

*> Etat de la déclaration du mois Weco-mois chargée dans la table :
*> une ligne par catégorie (vendu, repris, net) et le total net, à
*> reverser à l'éco-organisme.
        EDITER_DECLARATION_ECO.
        MOVE SPACES TO WS-DECLECO-FILE
        STRING 'declaration_eco_' Weco-mois '.txt'
            DELIMITED BY SIZE INTO WS-DECLECO-FILE
        OPEN OUTPUT declarationEcoPrint
        MOVE SPACES TO fdepTampon
        IF Weco-fige = 1 THEN
            STRING 'DECLARATION ECO-PARTICIPATION DEEE - MOIS '
                   Weco-mois ' - PERIODE CLOSE'
                DELIMITED BY SIZE INTO fdepTampon
        ELSE
            STRING 'DECLARATION ECO-PARTICIPATION DEEE - MOIS '
                   Weco-mois ' - PROVISOIRE'
                DELIMITED BY SIZE INTO fdepTampon
        END-IF
        WRITE fdepTampon
        MOVE SPACES TO fdepTampon
        STRING 'Categorie  Unites vendues/reprises/nettes'
               '   Montant HT vendu/repris/net'
            DELIMITED BY SIZE INTO fdepTampon
        WRITE fdepTampon
        MOVE 0 TO Weco-tot-qte
        MOVE 0 TO Weco-tot-mont
        PERFORM VARYING Weco-ix FROM 1 BY 1 UNTIL Weco-ix > Weco-n
            PERFORM EDITER_LIGNE_DECLARATION_ECO
        END-PERFORM
        MOVE Weco-tot-qte TO Weco-qte-ed
        MOVE Weco-tot-mont TO Weco-mt-ed
        MOVE SPACES TO fdepTampon
        STRING 'TOTAL NET : ' Weco-qte-ed ' unites - ' Weco-mt-ed
               ' HT'
            DELIMITED BY SIZE INTO fdepTampon
        WRITE fdepTampon
        CLOSE declarationEcoPrint.

        EDITER_LIGNE_DECLARATION_ECO.
        COMPUTE Weco-net-qte = Weco-t-qtevente(Weco-ix)
            - Weco-t-qterepris(Weco-ix)
        COMPUTE Weco-net-mont = Weco-t-montvente(Weco-ix)
            - Weco-t-montrepris(Weco-ix)
        ADD Weco-net-qte TO Weco-tot-qte
        ADD Weco-net-mont TO Weco-tot-mont
        MOVE Weco-net-qte TO Weco-qte-ed
        MOVE SPACES TO fdepTampon
        STRING Weco-t-categorie(Weco-ix) ' '
               Weco-t-qtevente(Weco-ix) ' '
               Weco-t-qterepris(Weco-ix) ' ' Weco-qte-ed
            DELIMITED BY SIZE INTO fdepTampon
        WRITE fdepTampon
        MOVE Weco-t-montvente(Weco-ix) TO Weco-mt-ed
        MOVE Weco-t-montrepris(Weco-ix) TO Weco-mt2-ed
        MOVE Weco-net-mont TO Weco-mt3-ed
        MOVE SPACES TO fdepTampon
        STRING '           ' Weco-mt-ed ' ' Weco-mt2-ed
               ' ' Weco-mt3-ed
            DELIMITED BY SIZE INTO fdepTampon
        WRITE fdepTampon.

*> Clôture du mois Wmois-clore : la déclaration d'éco-participation
*> est calculée une dernière fois depuis les mouvements et conservée
*> dans ecodeclarations.dat, d'où elle est rééditée à l'identique.
        FIGER_DECLARATION_ECO.
        MOVE Wmois-clore TO Weco-mois
        PERFORM CALCULER_DECLARATION_ECO
        OPEN I-O ecoDeclarations
        IF fed_stat = 35 THEN
            OPEN OUTPUT ecoDeclarations
            CLOSE ecoDeclarations
            OPEN I-O ecoDeclarations
        END-IF
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        PERFORM VARYING Weco-ix FROM 1 BY 1 UNTIL Weco-ix > Weco-n
            MOVE Weco-mois TO fed_mois
            MOVE Weco-t-categorie(Weco-ix) TO fed_categorie
            MOVE Weco-t-qtevente(Weco-ix) TO fed_qtevente
            MOVE Weco-t-qterepris(Weco-ix) TO fed_qterepris
            MOVE Weco-t-montvente(Weco-ix) TO fed_montvente
            MOVE Weco-t-montrepris(Weco-ix) TO fed_montrepris
            MOVE SYS-DATE-NUM TO fed_date
            MOVE Woperateur TO fed_ope
            WRITE fedTampon
                INVALID KEY
                    REWRITE fedTampon
            END-WRITE
        END-PERFORM
        CLOSE ecoDeclarations
        MOVE 1 TO Weco-fige
        PERFORM EDITER_DECLARATION_ECO.

*> Provision pour garanties du mois clos Wmois-clore, par type
*> d'article : exposition = unités encore sous garantie constructeur
*> ou sous extension, pondérées par la part de garantie qui leur
*> reste ; taux = réclamations / unités vendues sur l'historique
*> (paramètre PROVHISTO, 24 mois à défaut), réclamations archivées
*> comprises ; coût moyen = pièces consommées, unités mises au rebut
*> et remboursements HT par réclamation. Provision = exposition x
*> taux x coût moyen, conservée par type dans provisionsgarantie.dat
*> à la date de la clôture : le journal comptable de la nuit en passe
*> l'écart avec le mois précédent en dotation ou en reprise. La
*> justification part dans provision_garantie_AAAAMM.txt.
        PROVISION_GARANTIE.
        COMPUTE Wpg-annee = Wmois-clore / 100
        COMPUTE Wpg-mois = Wmois-clore - Wpg-annee * 100
        COMPUTE Wpg-mois-total = Wpg-annee * 12 + Wpg-mois - 1
        COMPUTE Wpg-fin-date = Wmois-clore * 100 + 31
        IF Wpg-mois = 1 THEN
            COMPUTE Wpg-mois-prec = (Wpg-annee - 1) * 100 + 12
        ELSE
            COMPUTE Wpg-mois-prec = Wmois-clore - 1
        END-IF
        MOVE 24 TO Wpar-valeur
        MOVE 'PROVHISTO' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE Wpar-valeur TO Wpg-histo
        IF Wpg-histo = 0 THEN
            MOVE 24 TO Wpg-histo
        END-IF
        COMPUTE Wpg-debut-total = Wpg-mois-total - Wpg-histo + 1
        COMPUTE Wpg-annee = Wpg-debut-total / 12
        COMPUTE Wpg-mois = Wpg-debut-total - Wpg-annee * 12 + 1
        COMPUTE Wpg-debut-date = Wpg-annee * 10000 + Wpg-mois * 100 + 1
        OPEN I-O articles
        OPEN I-O reclamations
        IF frecl_stat = 35 THEN
            OPEN OUTPUT reclamations
            CLOSE reclamations
            OPEN I-O reclamations
        END-IF
        OPEN I-O reclamationsArch
        IF frecla_stat = 35 THEN
            OPEN OUTPUT reclamationsArch
            CLOSE reclamationsArch
            OPEN I-O reclamationsArch
        END-IF
        OPEN I-O commandesArch
        IF fcoa_stat = 35 THEN
            OPEN OUTPUT commandesArch
            CLOSE commandesArch
            OPEN I-O commandesArch
        END-IF
        OPEN I-O lignesArch
        IF flca_stat = 35 THEN
            OPEN OUTPUT lignesArch
            CLOSE lignesArch
            OPEN I-O lignesArch
        END-IF
        OPEN I-O piecesReparation
        IF fpr_stat = 35 THEN
            OPEN OUTPUT piecesReparation
            CLOSE piecesReparation
            OPEN I-O piecesReparation
        END-IF
        OPEN I-O retours
        IF fretr_stat = 35 THEN
            OPEN OUTPUT retours
            CLOSE retours
            OPEN I-O retours
        END-IF
        OPEN I-O remboursements
        IF frmb_stat = 35 THEN
            OPEN OUTPUT remboursements
            CLOSE remboursements
            OPEN I-O remboursements
        END-IF
        OPEN I-O contratsGarantie
        IF fcg_stat = 35 THEN
            OPEN OUTPUT contratsGarantie
            CLOSE contratsGarantie
            OPEN I-O contratsGarantie
        END-IF
        OPEN I-O devisReparation
        IF fdr_stat = 35 THEN
            OPEN OUTPUT devisReparation
            CLOSE devisReparation
            OPEN I-O devisReparation
        END-IF
        OPEN I-O provisionsGarantie
        IF fpg_stat = 35 THEN
            OPEN OUTPUT provisionsGarantie
            CLOSE provisionsGarantie
            OPEN I-O provisionsGarantie
        END-IF
        MOVE 0 TO Wpg-n
        PERFORM CHARGER_PROVISION_PRECEDENTE
        PERFORM CUMULER_VENTES_GARANTIE
        PERFORM CUMULER_EXTENSIONS_GARANTIE
        PERFORM CUMULER_RECLAMATIONS_GARANTIE
        PERFORM CUMULER_RECLAMATIONS_ARCHIVEES
        MOVE 0 TO Wpg-total
        MOVE 0 TO Wpg-total-prec
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        PERFORM VARYING Wpg-ix FROM 1 BY 1 UNTIL Wpg-ix > Wpg-n
            PERFORM CALCULER_PROVISION_TYPE
        END-PERFORM
        COMPUTE Wpg-variation = Wpg-total - Wpg-total-prec
        PERFORM EDITER_PROVISION_GARANTIE
        CLOSE provisionsGarantie
        CLOSE devisReparation
        CLOSE contratsGarantie
        CLOSE remboursements
        CLOSE retours
        CLOSE piecesReparation
        CLOSE lignesArch
        CLOSE commandesArch
        CLOSE reclamationsArch
        CLOSE reclamations
        CLOSE articles.

*> Poste du type d'article Wpg-type dans la table (Wpg-pos), créé à
*> la première rencontre ; 0 si la table est pleine.
        CHERCHER_TYPE_PROVISION.
        MOVE 0 TO Wpg-pos
        PERFORM VARYING Wpg-ix FROM 1 BY 1
            UNTIL Wpg-ix > Wpg-n OR Wpg-pos > 0
            IF Wpg-t-type(Wpg-ix) = Wpg-type THEN
                MOVE Wpg-ix TO Wpg-pos
            END-IF
        END-PERFORM
        IF Wpg-pos = 0 AND Wpg-n < 30 THEN
            ADD 1 TO Wpg-n
            MOVE Wpg-n TO Wpg-pos
            MOVE Wpg-type TO Wpg-t-type(Wpg-pos)
            MOVE 0 TO Wpg-t-sousgarantie(Wpg-pos)
            MOVE 0 TO Wpg-t-exposition(Wpg-pos)
            MOVE 0 TO Wpg-t-vendues(Wpg-pos)
            MOVE 0 TO Wpg-t-nbrecl(Wpg-pos)
            MOVE 0 TO Wpg-t-cout(Wpg-pos)
            MOVE 0 TO Wpg-t-provision(Wpg-pos)
            MOVE 0 TO Wpg-t-prec(Wpg-pos)
        END-IF.

*> Provision arrêtée le mois précédent, type par type : un type qui
*> n'a plus rien sous garantie est ainsi repris en totalité.
        CHARGER_PROVISION_PRECEDENTE.
        MOVE Wpg-mois-prec TO fpg_mois
        MOVE SPACES TO fpg_type
        MOVE 0 TO Wpg-fin
        START provisionsGarantie KEY IS NOT LESS THAN fpg_key
            INVALID KEY MOVE 1 TO Wpg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-fin = 1
            READ provisionsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-fin
                NOT AT END
                    IF fpg_mois NOT = Wpg-mois-prec THEN
                        MOVE 1 TO Wpg-fin
                    ELSE
                        MOVE fpg_type TO Wpg-type
                        PERFORM CHERCHER_TYPE_PROVISION
                        IF Wpg-pos > 0 THEN
                            ADD fpg_montant TO Wpg-t-prec(Wpg-pos)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Ventes des commandes actives jusqu'à la fin du mois clos, par la
*> clé alternative fco_date.
        CUMULER_VENTES_GARANTIE.
        MOVE 0 TO fco_date-num
        MOVE 0 TO Wpg-fin
        START commandes KEY IS NOT LESS THAN fco_date
            INVALID KEY MOVE 1 TO Wpg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-fin = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-fin
                NOT AT END
                    IF fco_date-num > Wpg-fin-date THEN
                        MOVE 1 TO Wpg-fin
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM CUMULER_LIGNES_GARANTIE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Lignes d'article de la commande courante (main-d'oeuvre et
*> articles fictifs exclus).
        CUMULER_LIGNES_GARANTIE.
        COMPUTE Wpg-mois-vente = fco_annee * 12 + fco_mois - 1
        MOVE fco_id TO flc_idco
        MOVE 0 TO flc_seq
        MOVE 0 TO Wpg-finl
        START lignesCommande KEY IS NOT LESS THAN flc_key
            INVALID KEY MOVE 1 TO Wpg-finl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-finl = 1
            READ lignesCommande NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-finl
                NOT AT END
                    IF flc_idco NOT = fco_id THEN
                        MOVE 1 TO Wpg-finl
                    ELSE
                        IF flc_idart > 0 AND flc_idart < Weco-idart THEN
                            PERFORM CUMULER_LIGNE_GARANTIE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Une ligne vendue compte dans l'historique si elle tombe dans la
*> fenêtre, et dans l'exposition tant que la garantie constructeur
*> court après le mois clos, au prorata des mois qui restent.
        CUMULER_LIGNE_GARANTIE.
        MOVE flc_idart TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fart_type TO Wpg-type
                PERFORM CHERCHER_TYPE_PROVISION
                IF Wpg-pos > 0 THEN
                    IF Wpg-mois-vente >= Wpg-debut-total THEN
                        ADD flc_qte TO Wpg-t-vendues(Wpg-pos)
                    END-IF
                    IF fart_dureegaranti > 0 THEN
                        COMPUTE Wpg-restant = Wpg-mois-vente
                            + fart_dureegaranti - Wpg-mois-total
                        IF Wpg-restant > 0 THEN
                            ADD flc_qte TO Wpg-t-sousgarantie(Wpg-pos)
                            COMPUTE Wpg-t-exposition(Wpg-pos) ROUNDED =
                                Wpg-t-exposition(Wpg-pos) + flc_qte
                                * Wpg-restant / fart_dureegaranti
                        END-IF
                    END-IF
                END-IF
        END-READ.

*> Contrats d'extension actifs vendus au plus tard le mois clos et
*> courant au-delà : les mois d'extension restants s'ajoutent à
*> l'exposition, rapportés à la durée de la garantie constructeur
*> (à défaut à celle de l'extension).
        CUMULER_EXTENSIONS_GARANTIE.
        MOVE 0 TO fcg_id
        MOVE 0 TO Wpg-fin
        START contratsGarantie KEY IS NOT LESS THAN fcg_id
            INVALID KEY MOVE 1 TO Wpg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-fin = 1
            READ contratsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-fin
                NOT AT END
                    IF CONTRAT-ACTIF
                        AND fcg_datevente <= Wpg-fin-date
                        AND fcg_datefin > Wpg-fin-date THEN
                        PERFORM CUMULER_EXTENSION_GARANTIE
                    END-IF
            END-READ
        END-PERFORM.

        CUMULER_EXTENSION_GARANTIE.
        MOVE fcg_idart TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fart_type TO Wpg-type
                PERFORM CHERCHER_TYPE_PROVISION
                IF Wpg-pos > 0 THEN
                    COMPUTE Wpg-annee = fcg_datedeb / 10000
                    COMPUTE Wpg-mois = fcg_datedeb / 100
                        - Wpg-annee * 100
                    COMPUTE Wpg-ext-debut = Wpg-annee * 12 + Wpg-mois - 1
                    COMPUTE Wpg-annee = fcg_datefin / 10000
                    COMPUTE Wpg-mois = fcg_datefin / 100
                        - Wpg-annee * 100
                    COMPUTE Wpg-ext-fin = Wpg-annee * 12 + Wpg-mois - 1
                    IF Wpg-ext-debut <= Wpg-mois-total THEN
                        MOVE Wpg-mois-total TO Wpg-ext-debut
                        ADD fcg_qte TO Wpg-t-sousgarantie(Wpg-pos)
                    END-IF
                    COMPUTE Wpg-restant = Wpg-ext-fin - Wpg-ext-debut
                    IF fart_dureegaranti > 0 THEN
                        MOVE fart_dureegaranti TO Wpg-base
                    ELSE
                        COMPUTE Wpg-base = fcg_annees * 12
                    END-IF
                    IF Wpg-restant > 0 AND Wpg-base > 0 THEN
                        COMPUTE Wpg-t-exposition(Wpg-pos) ROUNDED =
                            Wpg-t-exposition(Wpg-pos) + fcg_qte
                            * Wpg-restant / Wpg-base
                    END-IF
                END-IF
        END-READ.

*> Réclamations ouvertes dans la fenêtre d'historique, hors rejetées,
*> rappels et réparations payantes.
        CUMULER_RECLAMATIONS_GARANTIE.
        MOVE 0 TO frecl_id
        MOVE 0 TO Wpg-fin
        START reclamations KEY IS NOT LESS THAN frecl_id
            INVALID KEY MOVE 1 TO Wpg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-fin = 1
            READ reclamations NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-fin
                NOT AT END
                    MOVE frecl_date TO Wpg-date-recl
                    IF Wpg-date-recl >= Wpg-debut-date
                        AND Wpg-date-recl <= Wpg-fin-date
                        AND NOT RECL-REJETEE THEN
                        MOVE frecl_id TO Wpg-idrecl
                        MOVE frecl_idco TO Wpg-idco
                        MOVE frecl_seqligne TO Wpg-seqligne
                        MOVE frecl_gravite TO Wpg-gravite
                        PERFORM IMPUTER_RECLAMATION_GARANTIE
                    END-IF
            END-READ
        END-PERFORM.

        CUMULER_RECLAMATIONS_ARCHIVEES.
        MOVE 0 TO frecla_id
        MOVE 0 TO Wpg-fin
        START reclamationsArch KEY IS NOT LESS THAN frecla_id
            INVALID KEY MOVE 1 TO Wpg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-fin = 1
            READ reclamationsArch NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-fin
                NOT AT END
                    IF frecla_date >= Wpg-debut-date
                        AND frecla_date <= Wpg-fin-date
                        AND frecla_resolution NOT = 'REJETEE' THEN
                        MOVE frecla_id TO Wpg-idrecl
                        MOVE frecla_idco TO Wpg-idco
                        MOVE frecla_seqligne TO Wpg-seqligne
                        MOVE frecla_gravite TO Wpg-gravite
                        PERFORM IMPUTER_RECLAMATION_GARANTIE
                    END-IF
            END-READ
        END-PERFORM.

*> Article réclamé : celui de la ligne désignée, à défaut celui de
*> l'en-tête, la commande pouvant être partie aux archives. Ne
*> comptent pas : un dossier de rappel (gravité 4, à la charge du
*> fabricant) ni une réparation hors garantie payée par le client
*> (devis de réparation accepté ou facturé).
        IMPUTER_RECLAMATION_GARANTIE.
        MOVE 0 TO Wpg-exclue
        IF Wpg-gravite = 4 THEN
            MOVE 1 TO Wpg-exclue
        ELSE
            MOVE Wpg-idrecl TO fdr_idrecl
            READ devisReparation
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DEVISREP-ACCEPTE OR DEVISREP-FACTURE THEN
                        MOVE 1 TO Wpg-exclue
                    END-IF
            END-READ
        END-IF
        MOVE 0 TO Wpg-idart
        MOVE Wpg-idco TO flc_idco
        MOVE Wpg-seqligne TO flc_seq
        READ lignesCommande
            INVALID KEY
                MOVE Wpg-idco TO fco_id
                READ commandes
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fco_idart TO Wpg-idart
                END-READ
            NOT INVALID KEY
                MOVE flc_idart TO Wpg-idart
        END-READ
        IF Wpg-idart = 0 THEN
            MOVE Wpg-idco TO flca_idco
            MOVE Wpg-seqligne TO flca_seq
            READ lignesArch
                INVALID KEY
                    MOVE Wpg-idco TO fcoa_id
                    READ commandesArch
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE fcoa_idart TO Wpg-idart
                    END-READ
                NOT INVALID KEY
                    MOVE flca_idart TO Wpg-idart
            END-READ
        END-IF
        IF Wpg-exclue = 0
           AND Wpg-idart > 0 AND Wpg-idart < Weco-idart THEN
            MOVE Wpg-idart TO fart_id
            READ articles
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fart_type TO Wpg-type
                    PERFORM CHERCHER_TYPE_PROVISION
                    IF Wpg-pos > 0 THEN
                        ADD 1 TO Wpg-t-nbrecl(Wpg-pos)
                        PERFORM CHIFFRER_RECLAMATION_GARANTIE
                        ADD Wpg-cout TO Wpg-t-cout(Wpg-pos)
                    END-IF
            END-READ
        END-IF.

*> Coût d'une réclamation Wpg-idrecl : pièces consommées, unité
*> retournée mise au rebut et remboursement HT.
        CHIFFRER_RECLAMATION_GARANTIE.
        MOVE 0 TO Wpg-cout
        MOVE Wpg-idrecl TO fpr_idrecl
        MOVE 0 TO fpr_seq
        MOVE 0 TO Wpg-finl
        START piecesReparation KEY IS NOT LESS THAN fpr_key
            INVALID KEY MOVE 1 TO Wpg-finl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wpg-finl = 1
            READ piecesReparation NEXT RECORD
                AT END
                    MOVE 1 TO Wpg-finl
                NOT AT END
                    IF fpr_idrecl NOT = Wpg-idrecl THEN
                        MOVE 1 TO Wpg-finl
                    ELSE
                        COMPUTE Wpg-cout = Wpg-cout
                            + fpr_valeur * fpr_qte
                    END-IF
            END-READ
        END-PERFORM
        MOVE Wpg-idrecl TO fretr_idrecl
        READ retours
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RETOUR-REBUT THEN
                    COMPUTE Wpg-cout = Wpg-cout
                        + fretr_valeur * fretr_qte
                END-IF
        END-READ
        MOVE Wpg-idrecl TO frmb_idrecl
        READ remboursements
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD frmb_ht TO Wpg-cout
        END-READ.

*> Provision du type Wpg-ix : exposition x (coût total des
*> réclamations / unités vendues), soit exposition x taux x coût
*> moyen ; conservée pour le mois clos.
        CALCULER_PROVISION_TYPE.
        IF Wpg-t-vendues(Wpg-ix) > 0 THEN
            COMPUTE Wpg-t-provision(Wpg-ix) ROUNDED =
                Wpg-t-exposition(Wpg-ix) * Wpg-t-cout(Wpg-ix)
                / Wpg-t-vendues(Wpg-ix)
        ELSE
            MOVE 0 TO Wpg-t-provision(Wpg-ix)
        END-IF
        ADD Wpg-t-provision(Wpg-ix) TO Wpg-total
        ADD Wpg-t-prec(Wpg-ix) TO Wpg-total-prec
        MOVE Wmois-clore TO fpg_mois
        MOVE Wpg-t-type(Wpg-ix) TO fpg_type
        MOVE Wpg-t-sousgarantie(Wpg-ix) TO fpg_sousgarantie
        MOVE Wpg-t-exposition(Wpg-ix) TO fpg_exposition
        MOVE Wpg-t-vendues(Wpg-ix) TO fpg_vendues
        MOVE Wpg-t-nbrecl(Wpg-ix) TO fpg_nbrecl
        MOVE Wpg-t-cout(Wpg-ix) TO fpg_cout
        MOVE Wpg-t-provision(Wpg-ix) TO fpg_montant
        MOVE SYS-DATE-NUM TO fpg_date
        MOVE Woperateur TO fpg_ope
        WRITE fpgTampon
            INVALID KEY
                REWRITE fpgTampon
        END-WRITE.

*> Justification de la provision : base de calcul type par type,
*> provision du mois, provision précédente et écart.
        EDITER_PROVISION_GARANTIE.
        MOVE SPACES TO WS-PROVGAR-FILE
        STRING 'provision_garantie_' Wmois-clore '.txt'
            DELIMITED BY SIZE INTO WS-PROVGAR-FILE
        OPEN OUTPUT provisionPrint
        MOVE SPACES TO fpgpTampon
        STRING 'PROVISION POUR GARANTIES - MOIS ' Wmois-clore
               ' - HISTORIQUE ' Wpg-histo ' MOIS'
            DELIMITED BY SIZE INTO fpgpTampon
        WRITE fpgpTampon
        MOVE SPACES TO fpgpTampon
        MOVE 'Provision = exposition x taux de reclamation x cout moyen'
            TO fpgpTampon
        WRITE fpgpTampon
        MOVE SPACES TO fpgpTampon
        STRING 'Type       Ss garantie Exposition Vendues Reclam.'
               '     Taux  Cout moyen'
            DELIMITED BY SIZE INTO fpgpTampon
        WRITE fpgpTampon
        PERFORM VARYING Wpg-ix FROM 1 BY 1 UNTIL Wpg-ix > Wpg-n
            PERFORM EDITER_LIGNE_PROVISION
        END-PERFORM
        MOVE Wpg-total TO Wpg-mt-ed
        MOVE Wpg-total-prec TO Wpg-mt2-ed
        MOVE Wpg-variation TO Wpg-mt3-ed
        MOVE SPACES TO fpgpTampon
        STRING 'TOTAL provision ' Wpg-mt-ed ' precedente ' Wpg-mt2-ed
               ' ecart ' Wpg-mt3-ed
            DELIMITED BY SIZE INTO fpgpTampon
        WRITE fpgpTampon
        CLOSE provisionPrint.

        EDITER_LIGNE_PROVISION.
        MOVE 0 TO Wpg-taux
        MOVE 0 TO Wpg-moyen
        IF Wpg-t-vendues(Wpg-ix) > 0 THEN
            COMPUTE Wpg-taux ROUNDED = Wpg-t-nbrecl(Wpg-ix)
                / Wpg-t-vendues(Wpg-ix)
        END-IF
        IF Wpg-t-nbrecl(Wpg-ix) > 0 THEN
            COMPUTE Wpg-moyen ROUNDED = Wpg-t-cout(Wpg-ix)
                / Wpg-t-nbrecl(Wpg-ix)
        END-IF
        MOVE Wpg-t-exposition(Wpg-ix) TO Wpg-expo-ed
        MOVE Wpg-taux TO Wpg-taux-ed
        MOVE Wpg-moyen TO Wpg-mt-ed
        MOVE SPACES TO fpgpTampon
        STRING Wpg-t-type(Wpg-ix) ' ' Wpg-t-sousgarantie(Wpg-ix) ' '
               Wpg-expo-ed ' ' Wpg-t-vendues(Wpg-ix) ' '
               Wpg-t-nbrecl(Wpg-ix) ' ' Wpg-taux-ed ' ' Wpg-mt-ed
            DELIMITED BY SIZE INTO fpgpTampon
        WRITE fpgpTampon
        COMPUTE Wpg-ecart = Wpg-t-provision(Wpg-ix)
            - Wpg-t-prec(Wpg-ix)
        MOVE Wpg-t-provision(Wpg-ix) TO Wpg-mt-ed
        MOVE Wpg-t-prec(Wpg-ix) TO Wpg-mt2-ed
        MOVE Wpg-ecart TO Wpg-mt3-ed
        MOVE SPACES TO fpgpTampon
        STRING '           provision ' Wpg-mt-ed ' precedente '
               Wpg-mt2-ed ' ecart ' Wpg-mt3-ed
            DELIMITED BY SIZE INTO fpgpTampon
        WRITE fpgpTampon.

*> Prévision de trésorerie sur 13 semaines (du lundi de la semaine en
*> cours) : départ = dernier solde importé du relevé bancaire
*> (soldesbanque.dat) ; entrées = échéances non réglées à leur date,
*> soldes des commandes sans échéancier à la date de commande plus
*> le délai de paiement constaté du client (TRESO-DELAI jours à
*> défaut d'historique), abonnements à leurs dates de génération au
*> tarif en vigueur ; sorties = factures fournisseurs non soldées à
*> date de facture + délai du fournisseur, ordres d'achat ouverts au
*> prix catalogue TTC pour les quantités non reçues (réception
*> attendue après le délai du catalogue, puis délai de règlement).
*> Un montant déjà échu tombe en première semaine. Les semaines qui
*> finissent sous le seuil TRESO-SEUIL sont signalées ; l'état part
*> dans tresorerie_AAAAMMJJ.txt et tresorerie_AAAAMMJJ.csv.
        PREVISION_TRESORERIE.
        DISPLAY '---- PREVISION DE TRESORERIE (13 SEMAINES) ----'
            WITH BLANK SCREEN
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wtr-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        COMPUTE Wtr-jour0 = Wtr-auj - FUNCTION MOD(Wtr-auj - 1, 7)
        COMPUTE Wtr-horizon = Wtr-jour0 + 13 * 7 - 1
        COMPUTE Wtr-date-fin = FUNCTION DATE-OF-INTEGER(Wtr-horizon)
        PERFORM VARYING Wtr-ix FROM 1 BY 1 UNTIL Wtr-ix > 13
            COMPUTE Wtr-t-debut(Wtr-ix) = FUNCTION DATE-OF-INTEGER(
                Wtr-jour0 + (Wtr-ix - 1) * 7)
            MOVE 0 TO Wtr-t-ech(Wtr-ix)
            MOVE 0 TO Wtr-t-cmd(Wtr-ix)
            MOVE 0 TO Wtr-t-abo(Wtr-ix)
            MOVE 0 TO Wtr-t-faf(Wtr-ix)
            MOVE 0 TO Wtr-t-oa(Wtr-ix)
        END-PERFORM
        MOVE 30 TO Wpar-valeur
        MOVE 'TRESO-DELAI' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE Wpar-valeur TO Wtr-delai-def
        MOVE 0 TO Wpar-valeur
        MOVE 'TRESO-SEUIL' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE Wpar-valeur TO Wtr-seuil
        MOVE 30 TO Wpar-valeur
        MOVE 'DELAI-FOU' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE Wpar-valeur TO Wtr-delai-fou
        OPEN I-O commandes
        OPEN I-O clients
        OPEN I-O articles
        OPEN I-O lignesCommande
        IF flc_stat = 35 THEN
            OPEN OUTPUT lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
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
        OPEN I-O abonnements
        IF fabo_stat = 35 THEN
            OPEN OUTPUT abonnements
            CLOSE abonnements
            OPEN I-O abonnements
        END-IF
        OPEN I-O tarifs
        IF ftar_stat = 35 THEN
            OPEN OUTPUT tarifs
            CLOSE tarifs
            OPEN I-O tarifs
        END-IF
        OPEN I-O fournisseurs
        IF ffou_stat = 35 THEN
            OPEN OUTPUT fournisseurs
            CLOSE fournisseurs
            OPEN I-O fournisseurs
        END-IF
        OPEN I-O facturesFournisseurs
        IF ffaf_stat = 35 THEN
            OPEN OUTPUT facturesFournisseurs
            CLOSE facturesFournisseurs
            OPEN I-O facturesFournisseurs
        END-IF
        OPEN I-O ordresAchat
        IF foa_stat = 35 THEN
            OPEN OUTPUT ordresAchat
            CLOSE ordresAchat
            OPEN I-O ordresAchat
        END-IF
        OPEN I-O lignesOa
        IF floa_stat = 35 THEN
            OPEN OUTPUT lignesOa
            CLOSE lignesOa
            OPEN I-O lignesOa
        END-IF
        OPEN I-O catalogueFou
        IF fcf_stat = 35 THEN
            OPEN OUTPUT catalogueFou
            CLOSE catalogueFou
            OPEN I-O catalogueFou
        END-IF
        OPEN I-O coutsArticles
        IF fcou_stat = 35 THEN
            OPEN OUTPUT coutsArticles
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        OPEN I-O soldesBanque
        IF fsb_stat = 35 THEN
            OPEN OUTPUT soldesBanque
            CLOSE soldesBanque
            OPEN I-O soldesBanque
        END-IF
        PERFORM LIRE_SOLDE_BANQUE
        PERFORM PREVOIR_ECHEANCES
        PERFORM PREVOIR_SOLDES_COMMANDES
        PERFORM PREVOIR_ABONNEMENTS
        PERFORM PREVOIR_FACTURES_FOU
        PERFORM PREVOIR_ORDRES_ACHAT
        CLOSE soldesBanque
        CLOSE coutsArticles
        CLOSE catalogueFou
        CLOSE lignesOa
        CLOSE ordresAchat
        CLOSE facturesFournisseurs
        CLOSE fournisseurs
        CLOSE tarifs
        CLOSE abonnements
        CLOSE echeances
        CLOSE paiements
        CLOSE lignesCommande
        CLOSE articles
        CLOSE clients
        CLOSE commandes
        PERFORM EDITER_PREVISION_TRESORERIE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep LINE 22 COL 34
        END-PERFORM.

*> Dernier solde importé (clé = date du relevé, le plus récent en
*> dernier).
        LIRE_SOLDE_BANQUE.
        MOVE 0 TO Wtr-solde-init
        MOVE 0 TO Wtr-date-solde
        MOVE 0 TO fsb_date
        MOVE 0 TO Wtr-fin
        START soldesBanque KEY IS NOT LESS THAN fsb_date
            INVALID KEY MOVE 1 TO Wtr-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-fin = 1
            READ soldesBanque NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-fin
                NOT AT END
                    MOVE fsb_solde TO Wtr-solde-init
                    MOVE fsb_date TO Wtr-date-solde
            END-READ
        END-PERFORM.

*> Semaine de l'horizon (Wtr-sem) où tombe le jour Wtr-int : 1 pour
*> un montant échu, 0 au-delà de la treizième semaine.
        PLACER_SEMAINE_TRESO.
        IF Wtr-int < Wtr-jour0 THEN
            MOVE 1 TO Wtr-sem
        ELSE
            IF Wtr-int > Wtr-horizon THEN
                MOVE 0 TO Wtr-sem
            ELSE
                COMPUTE Wtr-sem = (Wtr-int - Wtr-jour0) / 7 + 1
            END-IF
        END-IF.

*> Echéances restant dues des commandes actives.
        PREVOIR_ECHEANCES.
        MOVE 0 TO fech_idco
        MOVE 0 TO fech_seq
        MOVE 0 TO Wtr-fin
        START echeances KEY IS NOT LESS THAN fech_key
            INVALID KEY MOVE 1 TO Wtr-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-fin = 1
            READ echeances NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-fin
                NOT AT END
                    IF fech_regle < fech_montant THEN
                        MOVE fech_idco TO fco_id
                        READ commandes
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF COMMANDE-ACTIVE THEN
                                    COMPUTE Wtr-int =
                                        FUNCTION INTEGER-OF-DATE(
                                        fech_dateech)
                                    PERFORM PLACER_SEMAINE_TRESO
                                    IF Wtr-sem > 0 THEN
                                        COMPUTE Wtr-t-ech(Wtr-sem) =
                                            Wtr-t-ech(Wtr-sem)
                                            + fech_montant - fech_regle
                                    END-IF
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Soldes des commandes hors échéancier, client par client : le
*> délai moyen constaté entre commande et règlement sur ses
*> commandes passées date l'encaissement attendu.
        PREVOIR_SOLDES_COMMANDES.
        MOVE 0 TO fcl_id
        MOVE 0 TO Wtr-fin
        START clients KEY IS NOT LESS THAN fcl_id
            INVALID KEY MOVE 1 TO Wtr-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-fin = 1
            READ clients NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-fin
                NOT AT END
                    PERFORM CALCULER_DELAI_CLIENT
                    PERFORM PREVOIR_COMMANDES_CLIENT
            END-READ
        END-PERFORM.

        CALCULER_DELAI_CLIENT.
        MOVE 0 TO Wtr-nb-pai
        MOVE 0 TO Wtr-cumul-jours
        MOVE fcl_id TO fco_idcl
        MOVE 0 TO Wtr-finc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wtr-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-finc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-finc
                NOT AT END
                    IF fco_idcl NOT = fcl_id THEN
                        MOVE 1 TO Wtr-finc
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM CUMULER_DELAIS_COMMANDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wtr-nb-pai > 0 THEN
            COMPUTE Wtr-delai ROUNDED = Wtr-cumul-jours / Wtr-nb-pai
        ELSE
            MOVE Wtr-delai-def TO Wtr-delai
        END-IF.

        CUMULER_DELAIS_COMMANDE.
        COMPUTE Wtr-int = FUNCTION INTEGER-OF-DATE(fco_date-num)
        MOVE fco_id TO fpai_idco
        MOVE 0 TO fpai_seq
        MOVE 0 TO Wtr-finp
        START paiements KEY IS NOT LESS THAN fpai_key
            INVALID KEY MOVE 1 TO Wtr-finp
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-finp = 1
            READ paiements NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-finp
                NOT AT END
                    IF fpai_idco NOT = fco_id THEN
                        MOVE 1 TO Wtr-finp
                    ELSE
                        COMPUTE Wtr-int-pai =
                            FUNCTION INTEGER-OF-DATE(fpai_date-num)
                        IF Wtr-int-pai >= Wtr-int THEN
                            COMPUTE Wtr-cumul-jours = Wtr-cumul-jours
                                + Wtr-int-pai - Wtr-int
                            ADD 1 TO Wtr-nb-pai
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        PREVOIR_COMMANDES_CLIENT.
        MOVE fcl_id TO fco_idcl
        MOVE 0 TO Wtr-finc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wtr-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-finc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-finc
                NOT AT END
                    IF fco_idcl NOT = fcl_id THEN
                        MOVE 1 TO Wtr-finc
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM PREVOIR_SOLDE_COMMANDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Une commande sous échéancier est déjà prévue par ses échéances.
        PREVOIR_SOLDE_COMMANDE.
        MOVE fco_id TO fech_idco
        MOVE 0 TO fech_seq
        MOVE 0 TO Wtr-ech
        START echeances KEY IS NOT LESS THAN fech_key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ echeances NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF fech_idco = fco_id THEN
                            MOVE 1 TO Wtr-ech
                        END-IF
                END-READ
        END-START
        IF Wtr-ech = 0 THEN
            PERFORM CALCULER_TOTAL_COMMANDE
            PERFORM CALCULER_TOTAL_PAIEMENTS
            IF Wtotpaye < Wtotdu THEN
                COMPUTE Wtr-int = FUNCTION INTEGER-OF-DATE(fco_date-num)
                    + Wtr-delai
                PERFORM PLACER_SEMAINE_TRESO
                IF Wtr-sem > 0 THEN
                    COMPUTE Wtr-t-cmd(Wtr-sem) = Wtr-t-cmd(Wtr-sem)
                        + Wtotdu - Wtotpaye
                END-IF
            END-IF
        END-IF.

*> Abonnements actifs : chaque génération prévue dans l'horizon, au
*> tarif en vigueur à sa date (RECHERCHER_PRIX_VENTE lit fco_date).
        PREVOIR_ABONNEMENTS.
        MOVE 0 TO fabo_id
        MOVE 0 TO Wtr-fin
        START abonnements KEY IS NOT LESS THAN fabo_id
            INVALID KEY MOVE 1 TO Wtr-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-fin = 1
            READ abonnements NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-fin
                NOT AT END
                    IF ABONNEMENT-ACTIF THEN
                        MOVE fabo_idart TO fart_id
                        READ articles
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM PREVOIR_ABONNEMENT
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

        PREVOIR_ABONNEMENT.
        MOVE fabo_prochaine TO Wtr-occ-num
        MOVE 0 TO Wtr-finc
        PERFORM WITH TEST BEFORE UNTIL Wtr-finc = 1
            IF Wtr-occ-num > Wtr-date-fin THEN
                MOVE 1 TO Wtr-finc
            ELSE
                MOVE Wtr-occ-num TO fco_date-num
                MOVE fabo_idcl TO fco_idcl
                PERFORM RECHERCHER_PRIX_VENTE
                COMPUTE Wtr-montant ROUNDED = Wprix-vente * fabo_qte
                    * (1 + fart_tauxtva / 100)
                COMPUTE Wtr-int = FUNCTION INTEGER-OF-DATE(Wtr-occ-num)
                PERFORM PLACER_SEMAINE_TRESO
                IF Wtr-sem > 0 THEN
                    ADD Wtr-montant TO Wtr-t-abo(Wtr-sem)
                END-IF
                IF fabo_freqmois = 0 THEN
                    MOVE 1 TO Wtr-finc
                ELSE
                    COMPUTE Wtr-mois-total = Wtr-occ-annee * 12
                        + Wtr-occ-mois - 1 + fabo_freqmois
                    COMPUTE Wtr-occ-annee = Wtr-mois-total / 12
                    COMPUTE Wtr-occ-mois = Wtr-mois-total
                        - Wtr-occ-annee * 12 + 1
                    IF Wtr-occ-jour > 28 THEN
                        MOVE 28 TO Wtr-occ-jour
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

*> Factures fournisseurs non soldées : échéance = date de facture +
*> délai de règlement du fournisseur.
        PREVOIR_FACTURES_FOU.
        MOVE 0 TO ffaf_id
        MOVE 0 TO Wtr-fin
        START facturesFournisseurs KEY IS NOT LESS THAN ffaf_id
            INVALID KEY MOVE 1 TO Wtr-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-fin = 1
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-fin
                NOT AT END
                    IF ffaf_regle < ffaf_montant THEN
                        MOVE ffaf_idfou TO ffou_id
                        PERFORM LIRE_DELAI_FOURNISSEUR
                        COMPUTE Wtr-int =
                            FUNCTION INTEGER-OF-DATE(ffaf_date-num)
                            + Wtr-delai
                        PERFORM PLACER_SEMAINE_TRESO
                        IF Wtr-sem > 0 THEN
                            COMPUTE Wtr-t-faf(Wtr-sem) =
                                Wtr-t-faf(Wtr-sem)
                                + ffaf_montant - ffaf_regle
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        LIRE_DELAI_FOURNISSEUR.
        MOVE Wtr-delai-fou TO Wtr-delai
        READ fournisseurs
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ffou_delaireg > 0 THEN
                    MOVE ffou_delaireg TO Wtr-delai
                END-IF
        END-READ.

*> Ordres d'achat envoyés ou partiellement reçus : reste à recevoir
*> valorisé au prix du catalogue fournisseur (CMP à défaut), TVA
*> de l'article comprise.
        PREVOIR_ORDRES_ACHAT.
        MOVE 0 TO foa_id
        MOVE 0 TO Wtr-fin
        START ordresAchat KEY IS NOT LESS THAN foa_id
            INVALID KEY MOVE 1 TO Wtr-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-fin = 1
            READ ordresAchat NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-fin
                NOT AT END
                    IF OA-ENVOYE OR OA-PARTIEL THEN
                        MOVE foa_idfou TO ffou_id
                        PERFORM LIRE_DELAI_FOURNISSEUR
                        PERFORM PREVOIR_LIGNES_OA
                    END-IF
            END-READ
        END-PERFORM.

        PREVOIR_LIGNES_OA.
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wtr-finc
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wtr-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wtr-finc = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wtr-finc
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wtr-finc
                    ELSE
                        IF floa_qterecue < floa_qtecmd THEN
                            PERFORM PREVOIR_LIGNE_OA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Réception attendue à la date de l'ordre + délai du catalogue (au
*> plus tôt aujourd'hui si l'ordre est en retard), puis règlement
*> au délai du fournisseur.
        PREVOIR_LIGNE_OA.
        MOVE 0 TO Wtr-prix
        MOVE 0 TO Wtr-delai-liv
        MOVE floa_idart TO fcf_idart
        MOVE foa_idfou TO fcf_idfou
        READ catalogueFou
            INVALID KEY
                MOVE floa_idart TO fcou_idart
                READ coutsArticles
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fcou_cmp TO Wtr-prix
                END-READ
            NOT INVALID KEY
                MOVE fcf_prixachat TO Wtr-prix
                MOVE fcf_delai TO Wtr-delai-liv
        END-READ
        MOVE 0 TO fart_tauxtva
        MOVE floa_idart TO fart_id
        READ articles
            INVALID KEY
                MOVE 0 TO fart_tauxtva
        END-READ
        COMPUTE Wtr-montant ROUNDED = (floa_qtecmd - floa_qterecue)
            * Wtr-prix * (1 + fart_tauxtva / 100)
        COMPUTE Wtr-int = FUNCTION INTEGER-OF-DATE(foa_date-num)
            + Wtr-delai-liv
        IF Wtr-int < Wtr-auj THEN
            MOVE Wtr-auj TO Wtr-int
        END-IF
        ADD Wtr-delai TO Wtr-int
        PERFORM PLACER_SEMAINE_TRESO
        IF Wtr-sem > 0 THEN
            ADD Wtr-montant TO Wtr-t-oa(Wtr-sem)
        END-IF.

*> Etat semaine par semaine à l'écran, en texte et en CSV : entrées,
*> sorties, position de fin de semaine, alerte sous le seuil.
        EDITER_PREVISION_TRESORERIE.
        MOVE SPACES TO WS-TRESO-FILE
        STRING 'tresorerie_' SYS-DATE '.txt'
            DELIMITED BY SIZE INTO WS-TRESO-FILE
        MOVE SPACES TO WS-TRESOCSV-FILE
        STRING 'tresorerie_' SYS-DATE '.csv'
            DELIMITED BY SIZE INTO WS-TRESOCSV-FILE
        OPEN OUTPUT tresoPrint
        OPEN OUTPUT tresoCsv
        MOVE Wtr-solde-init TO Wtr-mt-ed
        MOVE SPACES TO ftrpTampon
        STRING 'PREVISION DE TRESORERIE 13 SEMAINES DU ' SYS-DATE
               ' - SOLDE BANQUE ' Wtr-mt-ed ' AU ' Wtr-date-solde
            DELIMITED BY SIZE INTO ftrpTampon
        WRITE ftrpTampon
        MOVE SPACES TO ftrpTampon
        STRING 'Seuil d''alerte : ' Wtr-seuil
            DELIMITED BY SIZE INTO ftrpTampon
        WRITE ftrpTampon
        MOVE SPACES TO ftrpTampon
        STRING 'Sem Lundi          Entrees       Sorties'
               '      Position'
            DELIMITED BY SIZE INTO ftrpTampon
        WRITE ftrpTampon
        MOVE SPACES TO ftrcTampon
        STRING 'SEMAINE;LUNDI;ECHEANCES;SOLDES_COMMANDES;ABONNEMENTS;'
               'ENTREES;FACTURES_FOU;ORDRES_ACHAT;SORTIES;POSITION;'
               'ALERTE'
            DELIMITED BY SIZE INTO ftrcTampon
        WRITE ftrcTampon
        DISPLAY 'Solde banque au' LINE 2 COL 1
        DISPLAY Wtr-date-solde LINE 2 COL 17
        DISPLAY Wtr-mt-ed LINE 2 COL 27
        DISPLAY 'Seuil :' LINE 2 COL 45
        DISPLAY Wtr-seuil LINE 2 COL 53
        DISPLAY 'Sem Lundi          Entrées       Sorties      Position'
            LINE 3 COL 1
        MOVE Wtr-solde-init TO Wtr-position
        MOVE 0 TO Wtr-nb-alertes
        PERFORM VARYING Wtr-ix FROM 1 BY 1 UNTIL Wtr-ix > 13
            PERFORM EDITER_SEMAINE_TRESORERIE
        END-PERFORM
        MOVE SPACES TO ftrpTampon
        STRING 'Semaines sous le seuil : ' Wtr-nb-alertes
            DELIMITED BY SIZE INTO ftrpTampon
        WRITE ftrpTampon
        CLOSE tresoCsv
        CLOSE tresoPrint
        DISPLAY 'Semaines sous le seuil :' LINE 18 COL 1
        DISPLAY Wtr-nb-alertes LINE 18 COL 26
        DISPLAY 'Etat :' LINE 19 COL 1
        DISPLAY WS-TRESO-FILE LINE 19 COL 8
        DISPLAY WS-TRESOCSV-FILE LINE 20 COL 8.

        EDITER_SEMAINE_TRESORERIE.
        COMPUTE Wtr-entrees = Wtr-t-ech(Wtr-ix) + Wtr-t-cmd(Wtr-ix)
            + Wtr-t-abo(Wtr-ix)
        COMPUTE Wtr-sorties = Wtr-t-faf(Wtr-ix) + Wtr-t-oa(Wtr-ix)
        COMPUTE Wtr-position = Wtr-position + Wtr-entrees
            - Wtr-sorties
        MOVE SPACE TO Wtr-alerte
        IF Wtr-position < Wtr-seuil THEN
            MOVE '*' TO Wtr-alerte
            ADD 1 TO Wtr-nb-alertes
        END-IF
        MOVE Wtr-entrees TO Wtr-mt-ed
        MOVE Wtr-sorties TO Wtr-mt2-ed
        MOVE Wtr-position TO Wtr-mt3-ed
        MOVE SPACES TO ftrpTampon
        STRING Wtr-ix '  ' Wtr-t-debut(Wtr-ix) ' ' Wtr-mt-ed ' '
               Wtr-mt2-ed ' ' Wtr-mt3-ed ' ' Wtr-alerte
            DELIMITED BY SIZE INTO ftrpTampon
        WRITE ftrpTampon
        COMPUTE Wtr-ligne = Wtr-ix + 3
        DISPLAY Wtr-ix LINE Wtr-ligne COL 1
        DISPLAY Wtr-t-debut(Wtr-ix) LINE Wtr-ligne COL 5
        DISPLAY Wtr-mt-ed LINE Wtr-ligne COL 14
        DISPLAY Wtr-mt2-ed LINE Wtr-ligne COL 28
        DISPLAY Wtr-mt3-ed LINE Wtr-ligne COL 42
        DISPLAY Wtr-alerte LINE Wtr-ligne COL 56
        MOVE Wtr-t-ech(Wtr-ix) TO Wtr-c-ech
        MOVE Wtr-t-cmd(Wtr-ix) TO Wtr-c-cmd
        MOVE Wtr-t-abo(Wtr-ix) TO Wtr-c-abo
        MOVE Wtr-entrees TO Wtr-c-entrees
        MOVE Wtr-t-faf(Wtr-ix) TO Wtr-c-faf
        MOVE Wtr-t-oa(Wtr-ix) TO Wtr-c-oa
        MOVE Wtr-sorties TO Wtr-c-sorties
        MOVE Wtr-position TO Wtr-c-position
        MOVE SPACES TO ftrcTampon
        STRING Wtr-ix ';' Wtr-t-debut(Wtr-ix) ';'
               FUNCTION TRIM(Wtr-c-ech) ';'
               FUNCTION TRIM(Wtr-c-cmd) ';'
               FUNCTION TRIM(Wtr-c-abo) ';'
               FUNCTION TRIM(Wtr-c-entrees) ';'
               FUNCTION TRIM(Wtr-c-faf) ';'
               FUNCTION TRIM(Wtr-c-oa) ';'
               FUNCTION TRIM(Wtr-c-sorties) ';'
               FUNCTION TRIM(Wtr-c-position) ';' Wtr-alerte
            DELIMITED BY SIZE INTO ftrcTampon
        WRITE ftrcTampon.

*> Données personnelles d'un client (droit d'accès et droit à
*> l'effacement) : extraction de tout ce que nous détenons sur lui,
*> ou anonymisation de la fiche. L'anonymisation efface nom, prénom,
*> téléphone, mail et adresse, dans clients.dat, dans les images du
*> journal des modifications et dans la file des notifications, mais
*> garde les montants : factures et comptabilité restent justes.
        GERER_DONNEES_PERSONNELLES.
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- DONNEES PERSONNELLES (RGPD) ----'
                WITH BLANK SCREEN
            DISPLAY '1 --> Extraire les données d''un client'
                LINE 3 COL 1
            DISPLAY '2 --> Anonymiser un client' LINE 4 COL 1
            DISPLAY '0 --> Retour' LINE 5 COL 1
            MOVE 0 TO Wrep2
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM EXTRAIRE_DONNEES_CLIENT
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM ANONYMISER_CLIENT_ECRAN
            END-IF
            IF Wrep2 = 1 OR Wrep2 = 2 THEN
                PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                    DISPLAY 'Autre demande ? 1 ou 0 :' LINE 22 COL 1
                    ACCEPT Wrep LINE 22 COL 26
                END-PERFORM
            ELSE
                MOVE 0 TO Wrep
            END-IF
        END-PERFORM.

        OUVRIR_FICHIERS_RGPD.
        OPEN I-O clients
        OPEN I-O commandes
        OPEN I-O lignesCommande
        IF flc_stat = 35 THEN
            OPEN OUTPUT lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
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
        OPEN I-O factures
        IF ffac_stat = 35 THEN
            OPEN OUTPUT factures
            CLOSE factures
            OPEN I-O factures
        END-IF
        OPEN I-O avoirs
        IF favr_stat = 35 THEN
            OPEN OUTPUT avoirs
            CLOSE avoirs
            OPEN I-O avoirs
        END-IF
        OPEN I-O remboursements
        IF frmb_stat = 35 THEN
            OPEN OUTPUT remboursements
            CLOSE remboursements
            OPEN I-O remboursements
        END-IF
        OPEN I-O reclamations
        IF frecl_stat = 35 THEN
            OPEN OUTPUT reclamations
            CLOSE reclamations
            OPEN I-O reclamations
        END-IF
        OPEN I-O reclamationNotes
        IF frecln_stat = 35 THEN
            OPEN OUTPUT reclamationNotes
            CLOSE reclamationNotes
            OPEN I-O reclamationNotes
        END-IF
        OPEN I-O reclamationHisto
        IF frech_stat = 35 THEN
            OPEN OUTPUT reclamationHisto
            CLOSE reclamationHisto
            OPEN I-O reclamationHisto
        END-IF
        OPEN I-O notificationsOutbox
        IF fnout_stat = 35 THEN
            OPEN OUTPUT notificationsOutbox
            CLOSE notificationsOutbox
            OPEN I-O notificationsOutbox
        END-IF
        OPEN I-O reservations
        IF fres_stat = 35 THEN
            OPEN OUTPUT reservations
            CLOSE reservations
            OPEN I-O reservations
        END-IF
        OPEN I-O abonnements
        IF fabo_stat = 35 THEN
            OPEN OUTPUT abonnements
            CLOSE abonnements
            OPEN I-O abonnements
        END-IF
        OPEN I-O fidelite
        IF ffid_stat = 35 THEN
            OPEN OUTPUT fidelite
            CLOSE fidelite
            OPEN I-O fidelite
        END-IF
        OPEN I-O comptesClients
        IF fcc_stat = 35 THEN
            OPEN OUTPUT comptesClients
            CLOSE comptesClients
            OPEN I-O comptesClients
        END-IF
        OPEN I-O mandats
        IF fmdt_stat = 35 THEN
            OPEN OUTPUT mandats
            CLOSE mandats
            OPEN I-O mandats
        END-IF
        OPEN I-O commandesArch
        IF fcoa_stat = 35 THEN
            OPEN OUTPUT commandesArch
            CLOSE commandesArch
            OPEN I-O commandesArch
        END-IF
        OPEN I-O lignesArch
        IF flca_stat = 35 THEN
            OPEN OUTPUT lignesArch
            CLOSE lignesArch
            OPEN I-O lignesArch
        END-IF
        OPEN I-O paiementsArch
        IF fpaia_stat = 35 THEN
            OPEN OUTPUT paiementsArch
            CLOSE paiementsArch
            OPEN I-O paiementsArch
        END-IF
        OPEN I-O facturesArch
        IF ffaca_stat = 35 THEN
            OPEN OUTPUT facturesArch
            CLOSE facturesArch
            OPEN I-O facturesArch
        END-IF
        OPEN I-O reclamationsArch
        IF frecla_stat = 35 THEN
            OPEN OUTPUT reclamationsArch
            CLOSE reclamationsArch
            OPEN I-O reclamationsArch
        END-IF
        OPEN I-O reclNotesArch
        IF freclna_stat = 35 THEN
            OPEN OUTPUT reclNotesArch
            CLOSE reclNotesArch
            OPEN I-O reclNotesArch
        END-IF
        OPEN I-O reclHistoArch
        IF frecha_stat = 35 THEN
            OPEN OUTPUT reclHistoArch
            CLOSE reclHistoArch
            OPEN I-O reclHistoArch
        END-IF.

        FERMER_FICHIERS_RGPD.
        CLOSE reclHistoArch
        CLOSE reclNotesArch
        CLOSE reclamationsArch
        CLOSE facturesArch
        CLOSE paiementsArch
        CLOSE lignesArch
        CLOSE commandesArch
        CLOSE mandats
        CLOSE comptesClients
        CLOSE fidelite
        CLOSE abonnements
        CLOSE reservations
        CLOSE notificationsOutbox
        CLOSE reclamationHisto
        CLOSE reclamationNotes
        CLOSE reclamations
        CLOSE remboursements
        CLOSE avoirs
        CLOSE factures
        CLOSE echeances
        CLOSE paiements
        CLOSE lignesCommande
        CLOSE commandes
        CLOSE clients.

*> Extraction : un fichier texte donnees_client_NNNNN_AAAAMMJJ.txt,
*> une ligne par enregistrement, champs séparés par des « ; ».
        EXTRAIRE_DONNEES_CLIENT.
        DISPLAY 'Identifiant client :' LINE 8 COL 1
        MOVE 0 TO Wrg-idcl
        ACCEPT Wrg-idcl LINE 8 COL 22
        PERFORM OUVRIR_FICHIERS_RGPD
        MOVE Wrg-idcl TO fcl_id
        READ clients
            INVALID KEY
                DISPLAY 'Client inexistant' LINE 9 COL 1
            NOT INVALID KEY
                DISPLAY fcl_nom LINE 8 COL 29
                DISPLAY fcl_prenom LINE 8 COL 50
                PERFORM EDITER_DONNEES_CLIENT
                DISPLAY 'Lignes extraites :' LINE 10 COL 1
                DISPLAY Wrg-nb-lignes LINE 10 COL 20
                DISPLAY 'Fichier :' LINE 11 COL 1
                DISPLAY WS-RGPD-FILE LINE 11 COL 11
        END-READ
        PERFORM FERMER_FICHIERS_RGPD.

        EDITER_DONNEES_CLIENT.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE fcl_mail TO Wrg-mail
        MOVE SPACES TO WS-RGPD-FILE
        STRING 'donnees_client_' Wrg-idcl '_' SYS-DATE '.txt'
            DELIMITED BY SIZE INTO WS-RGPD-FILE
        OPEN OUTPUT donneesPrint
        MOVE 0 TO Wrg-nb-lignes
        MOVE SPACES TO fdonTampon
        STRING 'DONNEES DETENUES SUR LE CLIENT ' Wrg-idcl
               ' AU ' SYS-DATE
            DELIMITED BY SIZE INTO fdonTampon
        WRITE fdonTampon
        MOVE SPACES TO fdonTampon
        STRING 'CLIENT;' fcl_id ';' fcl_nom ';' fcl_prenom ';'
               fcl_tel ';' fcl_mail ';' fcl_adresse ';' fcl_ville
               ';actif ' fcl_actif ';maj ' fcl_datemaj
            DELIMITED BY SIZE INTO fdonTampon
        PERFORM ECRIRE_LIGNE_DONNEES
        MOVE Wrg-idcl TO fcc_idcl
        READ comptesClients
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fcc_plafond TO Wrg-mt-ed
                MOVE SPACES TO fdonTampon
                STRING 'COMPTE;plafond ' Wrg-mt-ed ';bloque '
                       fcc_bloque ';' fcc_datebloc ';' fcc_motif
                    DELIMITED BY SIZE INTO fdonTampon
                PERFORM ECRIRE_LIGNE_DONNEES
        END-READ
        MOVE Wrg-idcl TO ffid_idcl
        READ fidelite
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO fdonTampon
                STRING 'FIDELITE;points ' ffid_points ';cumul '
                       ffid_cumul
                    DELIMITED BY SIZE INTO fdonTampon
                PERFORM ECRIRE_LIGNE_DONNEES
        END-READ
        MOVE Wrg-idcl TO fmdt_idcl
        READ mandats
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO fdonTampon
                STRING 'MANDAT;' fmdt_rum ';' fmdt_iban ';' fmdt_bic
                       ';signe ' fmdt_datesign ';actif ' fmdt_actif
                       ';revoque ' fmdt_daterevoc
                    DELIMITED BY SIZE INTO fdonTampon
                PERFORM ECRIRE_LIGNE_DONNEES
        END-READ
        PERFORM EXTRAIRE_COMMANDES_RGPD
        PERFORM EXTRAIRE_AVOIRS_RGPD
        PERFORM EXTRAIRE_RECLAMATIONS_RGPD
        PERFORM EXTRAIRE_NOTIFICATIONS_RGPD
        PERFORM EXTRAIRE_RESERVATIONS_RGPD
        PERFORM EXTRAIRE_ARCHIVES_RGPD
        MOVE SPACES TO fdonTampon
        STRING 'FIN - ' Wrg-nb-lignes ' ligne(s)'
            DELIMITED BY SIZE INTO fdonTampon
        WRITE fdonTampon
        CLOSE donneesPrint.

        ECRIRE_LIGNE_DONNEES.
        WRITE fdonTampon
        ADD 1 TO Wrg-nb-lignes.

*> Commandes en cours du client, avec leurs lignes, règlements,
*> échéances et facture.
        EXTRAIRE_COMMANDES_RGPD.
        MOVE Wrg-idcl TO fco_idcl
        MOVE 0 TO Wrg-finc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wrg-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-finc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-finc
                NOT AT END
                    IF fco_idcl NOT = Wrg-idcl THEN
                        MOVE 1 TO Wrg-finc
                    ELSE
                        PERFORM EXTRAIRE_COMMANDE_RGPD
                    END-IF
            END-READ
        END-PERFORM.

        EXTRAIRE_COMMANDE_RGPD.
        MOVE SPACES TO fdonTampon
        STRING 'COMMANDE;' fco_id ';' fco_date ';article ' fco_idart
               ';qte ' fco_qte ';promo ' fco_promo ';actif ' fco_actif
            DELIMITED BY SIZE INTO fdonTampon
        PERFORM ECRIRE_LIGNE_DONNEES
        MOVE fco_id TO flc_idco
        MOVE 0 TO flc_seq
        MOVE 0 TO Wrg-fin
        START lignesCommande KEY IS NOT LESS THAN flc_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ lignesCommande NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF flc_idco NOT = fco_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE flc_prix TO Wrg-mt-ed
                        MOVE SPACES TO fdonTampon
                        STRING '  LIGNE;' flc_seq ';article ' flc_idart
                               ';qte ' flc_qte ';prix ' Wrg-mt-ed
                               ';tva ' flc_tauxtva ';remise '
                               flc_remise
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE fco_id TO fpai_idco
        MOVE 0 TO fpai_seq
        MOVE 0 TO Wrg-fin
        START paiements KEY IS NOT LESS THAN fpai_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ paiements NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fpai_idco NOT = fco_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE fpai_montant TO Wrg-mt-ed
                        MOVE SPACES TO fdonTampon
                        STRING '  PAIEMENT;' fpai_seq ';' fpai_date
                               ';' Wrg-mt-ed ';' fpai_mode
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE fco_id TO fech_idco
        MOVE 0 TO fech_seq
        MOVE 0 TO Wrg-fin
        START echeances KEY IS NOT LESS THAN fech_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ echeances NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fech_idco NOT = fco_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE fech_montant TO Wrg-mt-ed
                        MOVE fech_regle TO Wrg-mt2-ed
                        MOVE SPACES TO fdonTampon
                        STRING '  ECHEANCE;' fech_seq ';'
                               fech_dateech ';' Wrg-mt-ed ';regle '
                               Wrg-mt2-ed
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE fco_id TO ffac_idco
        READ factures KEY IS ffac_idco
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO fdonTampon
                STRING '  FACTURE;' ffac_id ';' ffac_date
                    DELIMITED BY SIZE INTO fdonTampon
                PERFORM ECRIRE_LIGNE_DONNEES
        END-READ.

*> Avoirs du client et remboursements qui lui ont été faits.
        EXTRAIRE_AVOIRS_RGPD.
        MOVE Wrg-idcl TO favr_idcl
        MOVE 0 TO Wrg-fin
        START avoirs KEY IS = favr_idcl
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ avoirs NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF favr_idcl NOT = Wrg-idcl THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE favr_montant TO Wrg-mt-ed
                        MOVE favr_solde TO Wrg-mt2-ed
                        MOVE SPACES TO fdonTampon
                        STRING 'AVOIR;' favr_id ';commande ' favr_idco
                               ';' favr_date ';' Wrg-mt-ed ';solde '
                               Wrg-mt2-ed
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE Wrg-idcl TO frmb_idcl
        MOVE 0 TO Wrg-fin
        START remboursements KEY IS = frmb_idcl
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ remboursements NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF frmb_idcl NOT = Wrg-idcl THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE frmb_montant TO Wrg-mt-ed
                        MOVE SPACES TO fdonTampon
                        STRING 'REMBOURSEMENT;reclamation '
                               frmb_idrecl ';commande ' frmb_idco ';'
                               frmb_date ';' Wrg-mt-ed ';' frmb_mode
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM.

*> Client d'une commande Wrg-idco, en cours ou archivée, dans
*> Wrg-idcl-co (0 si la commande est introuvable).
        CHERCHER_CLIENT_COMMANDE_RGPD.
        MOVE 0 TO Wrg-idcl-co
        MOVE Wrg-idco TO fco_id
        READ commandes
            INVALID KEY
                MOVE Wrg-idco TO fcoa_id
                READ commandesArch
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fcoa_idcl TO Wrg-idcl-co
                END-READ
            NOT INVALID KEY
                MOVE fco_idcl TO Wrg-idcl-co
        END-READ.

*> Réclamations portant sur les commandes du client, avec leurs
*> notes et l'historique de leurs états.
        EXTRAIRE_RECLAMATIONS_RGPD.
        MOVE 0 TO frecl_id
        MOVE 0 TO Wrg-finc
        START reclamations KEY IS NOT LESS THAN frecl_id
            INVALID KEY MOVE 1 TO Wrg-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-finc = 1
            READ reclamations NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-finc
                NOT AT END
                    MOVE frecl_idco TO Wrg-idco
                    PERFORM CHERCHER_CLIENT_COMMANDE_RGPD
                    IF Wrg-idcl-co = Wrg-idcl THEN
                        PERFORM EXTRAIRE_RECLAMATION_RGPD
                    END-IF
            END-READ
        END-PERFORM.

        EXTRAIRE_RECLAMATION_RGPD.
        MOVE SPACES TO fdonTampon
        STRING 'RECLAMATION;' frecl_id ';commande ' frecl_idco ';'
               frecl_date ';' frecl_etat ';' frecl_motif ';'
               frecl_description ';' frecl_resolution
            DELIMITED BY SIZE INTO fdonTampon
        PERFORM ECRIRE_LIGNE_DONNEES
        MOVE frecl_id TO frecln_idrecl
        MOVE 0 TO frecln_seq
        MOVE 0 TO Wrg-fin
        START reclamationNotes KEY IS NOT LESS THAN frecln_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ reclamationNotes NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF frecln_idrecl NOT = frecl_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE SPACES TO fdonTampon
                        STRING '  NOTE;' frecln_seq ';' frecln_date
                               ';' frecln_texte
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE frecl_id TO frech_idrecl
        MOVE 0 TO frech_seq
        MOVE 0 TO Wrg-fin
        START reclamationHisto KEY IS NOT LESS THAN frech_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ reclamationHisto NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF frech_idrecl NOT = frecl_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE SPACES TO fdonTampon
                        STRING '  HISTO;' frech_seq ';' frech_date ';'
                               frech_etatavant ' -> ' frech_etatapres
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM.

*> Notifications envoyées ou en attente : la file ne garde que
*> l'adresse mail, le rapprochement se fait donc sur celle du client.
        EXTRAIRE_NOTIFICATIONS_RGPD.
        IF Wrg-mail NOT = SPACES THEN
            MOVE 0 TO fnout_id
            MOVE 0 TO Wrg-fin
            START notificationsOutbox KEY IS NOT LESS THAN fnout_id
                INVALID KEY MOVE 1 TO Wrg-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
                READ notificationsOutbox NEXT RECORD
                    AT END
                        MOVE 1 TO Wrg-fin
                    NOT AT END
                        IF fnout_mail = Wrg-mail THEN
                            MOVE SPACES TO fdonTampon
                            STRING 'NOTIFICATION;' fnout_id ';'
                                   fnout_date ';' fnout_type ';'
                                   fnout_etat ';' fnout_texte
                                DELIMITED BY SIZE INTO fdonTampon
                            PERFORM ECRIRE_LIGNE_DONNEES
                        END-IF
                END-READ
            END-PERFORM
        END-IF.

*> Réservations (sans clé sur le client : parcours complet) et
*> abonnements.
        EXTRAIRE_RESERVATIONS_RGPD.
        MOVE 0 TO fres_id
        MOVE 0 TO Wrg-fin
        START reservations KEY IS NOT LESS THAN fres_id
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ reservations NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fres_idcl = Wrg-idcl THEN
                        MOVE SPACES TO fdonTampon
                        STRING 'RESERVATION;' fres_id ';article '
                               fres_idart ';qte ' fres_qte ';expire '
                               fres_dateexp ';' fres_etat
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE Wrg-idcl TO fabo_idcl
        MOVE 0 TO Wrg-fin
        START abonnements KEY IS = fabo_idcl
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ abonnements NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fabo_idcl NOT = Wrg-idcl THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE SPACES TO fdonTampon
                        STRING 'ABONNEMENT;' fabo_id ';article '
                               fabo_idart ';qte ' fabo_qte
                               ';tous les ' fabo_freqmois
                               ' mois;prochaine ' fabo_prochaine
                               ';actif ' fabo_actif
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM.

*> Fichiers d'archives : commandes (lignes, règlements), factures et
*> réclamations (notes, historique). Aucune clé sur le client, les
*> fichiers sont parcourus en entier.
        EXTRAIRE_ARCHIVES_RGPD.
        MOVE 0 TO fcoa_id
        MOVE 0 TO Wrg-finc
        START commandesArch KEY IS NOT LESS THAN fcoa_id
            INVALID KEY MOVE 1 TO Wrg-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-finc = 1
            READ commandesArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-finc
                NOT AT END
                    IF fcoa_idcl = Wrg-idcl THEN
                        PERFORM EXTRAIRE_COMMANDE_ARCH_RGPD
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO ffaca_id
        MOVE 0 TO Wrg-finc
        START facturesArch KEY IS NOT LESS THAN ffaca_id
            INVALID KEY MOVE 1 TO Wrg-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-finc = 1
            READ facturesArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-finc
                NOT AT END
                    MOVE ffaca_idco TO Wrg-idco
                    PERFORM CHERCHER_CLIENT_COMMANDE_RGPD
                    IF Wrg-idcl-co = Wrg-idcl THEN
                        MOVE SPACES TO fdonTampon
                        STRING 'FACTURE ARCHIVEE;' ffaca_id
                               ';commande ' ffaca_idco ';' ffaca_date
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO frecla_id
        MOVE 0 TO Wrg-finc
        START reclamationsArch KEY IS NOT LESS THAN frecla_id
            INVALID KEY MOVE 1 TO Wrg-finc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-finc = 1
            READ reclamationsArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-finc
                NOT AT END
                    MOVE frecla_idco TO Wrg-idco
                    PERFORM CHERCHER_CLIENT_COMMANDE_RGPD
                    IF Wrg-idcl-co = Wrg-idcl THEN
                        PERFORM EXTRAIRE_RECL_ARCH_RGPD
                    END-IF
            END-READ
        END-PERFORM.

        EXTRAIRE_COMMANDE_ARCH_RGPD.
        MOVE SPACES TO fdonTampon
        STRING 'COMMANDE ARCHIVEE;' fcoa_id ';' fcoa_date ';article '
               fcoa_idart ';qte ' fcoa_qte ';promo ' fcoa_promo
            DELIMITED BY SIZE INTO fdonTampon
        PERFORM ECRIRE_LIGNE_DONNEES
        MOVE fcoa_id TO flca_idco
        MOVE 0 TO flca_seq
        MOVE 0 TO Wrg-fin
        START lignesArch KEY IS NOT LESS THAN flca_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ lignesArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF flca_idco NOT = fcoa_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE flca_prix TO Wrg-mt-ed
                        MOVE SPACES TO fdonTampon
                        STRING '  LIGNE;' flca_seq ';article '
                               flca_idart ';qte ' flca_qte ';prix '
                               Wrg-mt-ed ';tva ' flca_tauxtva
                               ';remise ' flca_remise
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE fcoa_id TO fpaia_idco
        MOVE 0 TO fpaia_seq
        MOVE 0 TO Wrg-fin
        START paiementsArch KEY IS NOT LESS THAN fpaia_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ paiementsArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fpaia_idco NOT = fcoa_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE fpaia_montant TO Wrg-mt-ed
                        MOVE SPACES TO fdonTampon
                        STRING '  PAIEMENT;' fpaia_seq ';' fpaia_date
                               ';' Wrg-mt-ed ';' fpaia_mode
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM.

        EXTRAIRE_RECL_ARCH_RGPD.
        MOVE SPACES TO fdonTampon
        STRING 'RECLAMATION ARCHIVEE;' frecla_id ';commande '
               frecla_idco ';' frecla_date ';' frecla_etat ';'
               frecla_motif ';' frecla_description
            DELIMITED BY SIZE INTO fdonTampon
        PERFORM ECRIRE_LIGNE_DONNEES
        MOVE frecla_id TO freclna_idrecl
        MOVE 0 TO freclna_seq
        MOVE 0 TO Wrg-fin
        START reclNotesArch KEY IS NOT LESS THAN freclna_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ reclNotesArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF freclna_idrecl NOT = frecla_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE SPACES TO fdonTampon
                        STRING '  NOTE;' freclna_seq ';' freclna_date
                               ';' freclna_texte
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM
        MOVE frecla_id TO frecha_idrecl
        MOVE 0 TO frecha_seq
        MOVE 0 TO Wrg-fin
        START reclHistoArch KEY IS NOT LESS THAN frecha_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ reclHistoArch NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF frecha_idrecl NOT = frecla_id THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        MOVE SPACES TO fdonTampon
                        STRING '  HISTO;' frecha_seq ';' frecha_date
                               ';' frecha_etatavant ' -> '
                               frecha_etatapres
                            DELIMITED BY SIZE INTO fdonTampon
                        PERFORM ECRIRE_LIGNE_DONNEES
                    END-IF
            END-READ
        END-PERFORM.

*> Anonymisation d'un client à la demande. Refusée tant qu'il reste
*> un solde dû, un avoir non consommé ou une réclamation ouverte.
        ANONYMISER_CLIENT_ECRAN.
        DISPLAY 'Identifiant client :' LINE 8 COL 1
        MOVE 0 TO Wrg-idcl
        ACCEPT Wrg-idcl LINE 8 COL 22
        PERFORM OUVRIR_FICHIERS_RGPD
        MOVE Wrg-idcl TO fcl_id
        READ clients
            INVALID KEY
                DISPLAY 'Client inexistant' LINE 9 COL 1
            NOT INVALID KEY
                DISPLAY fcl_nom LINE 8 COL 29
                DISPLAY fcl_prenom LINE 8 COL 50
                IF fcl_nom = 'ANONYME' THEN
                    DISPLAY 'Client déjà anonymisé' LINE 9 COL 1
                ELSE
                    PERFORM CONTROLER_ANONYMISATION
                    EVALUATE Wrg-refus
                        WHEN 1
                            MOVE Wencours TO Wencours-edit
                            DISPLAY 'Refusé : solde dû ou avoir non'
                                LINE 9 COL 1
                            DISPLAY 'soldé, encours' LINE 9 COL 32
                            DISPLAY Wencours-edit LINE 9 COL 47
                        WHEN 2
                            DISPLAY 'Refusé : réclamation non clôturée'
                                LINE 9 COL 1
                            DISPLAY Wrg-idrecl LINE 9 COL 36
                        WHEN OTHER
                            PERFORM CONFIRMER_ANONYMISATION
                    END-EVALUATE
                END-IF
        END-READ
        PERFORM FERMER_FICHIERS_RGPD.

        CONFIRMER_ANONYMISATION.
        PERFORM WITH TEST AFTER UNTIL Wrg-conf = 0 OR Wrg-conf = 1
            DISPLAY 'Effacer définitivement ses données personnelles ?'
                LINE 10 COL 1
            DISPLAY '1 ou 0 :' LINE 10 COL 51
            ACCEPT Wrg-conf LINE 10 COL 60
        END-PERFORM
        IF Wrg-conf = 1 THEN
            PERFORM ANONYMISER_CLIENT
            DISPLAY 'Client anonymisé' LINE 12 COL 1
            DISPLAY 'Notifications effacées :' LINE 13 COL 1
            DISPLAY Wrg-nb-notif LINE 13 COL 26
            DISPLAY 'Images du journal effacées :' LINE 14 COL 1
            DISPLAY Wrg-nb-images LINE 14 COL 30
        END-IF.

*> Contrôle avant anonymisation du client Wrg-idcl (fichiers ouverts
*> par OUVRIR_FICHIERS_RGPD) : Wrg-refus = 1 si une commande active
*> reste due ou si un avoir a encore un solde, 2 si une réclamation
*> sur l'une de ses commandes n'est pas clôturée (Wrg-idrecl).
        CONTROLER_ANONYMISATION.
        MOVE 0 TO Wrg-refus
        MOVE 0 TO Wencours
        MOVE Wrg-idcl TO fco_idcl
        MOVE 0 TO Wfinc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fco_idcl NOT = Wrg-idcl THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM CUMULER_ENCOURS_COMMANDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wencours > 0 THEN
            MOVE 1 TO Wrg-refus
        END-IF
        MOVE Wrg-idcl TO favr_idcl
        MOVE 0 TO Wrg-fin
        START avoirs KEY IS = favr_idcl
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ avoirs NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF favr_idcl NOT = Wrg-idcl THEN
                        MOVE 1 TO Wrg-fin
                    ELSE
                        IF favr_solde > 0 THEN
                            MOVE 1 TO Wrg-refus
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wrg-refus = 0 THEN
            MOVE 0 TO frecl_id
            MOVE 0 TO Wrg-fin
            START reclamations KEY IS NOT LESS THAN frecl_id
                INVALID KEY MOVE 1 TO Wrg-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
                READ reclamations NEXT RECORD
                    AT END
                        MOVE 1 TO Wrg-fin
                    NOT AT END
                        IF frecl_etat = 'ouvert'
                           OR frecl_etat = 'traitement' THEN
                            MOVE frecl_idco TO Wrg-idco
                            PERFORM CHERCHER_CLIENT_COMMANDE_RGPD
                            IF Wrg-idcl-co = Wrg-idcl THEN
                                MOVE 2 TO Wrg-refus
                                MOVE frecl_id TO Wrg-idrecl
                                MOVE 1 TO Wrg-fin
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF.

*> Efface les données personnelles du client Wrg-idcl : fiche
*> (nom remplacé par ANONYME, client désactivé), coordonnées
*> bancaires du mandat, adresse des notifications de la file et
*> images du journal des modifications, y compris celles des fiches
*> doublons fondues dans ce client. La trace de l'anonymisation ne
*> reprend aucune donnée personnelle.
        ANONYMISER_CLIENT.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE fcl_mail TO Wrg-mail
        MOVE 0 TO Wrg-nb-notif
        MOVE 0 TO Wrg-nb-images
        MOVE 0 TO Wrg-nb-doublons
        PERFORM EFFACER_FICHE_CLIENT
        MOVE Wrg-idcl TO fmdt_idcl
        READ mandats
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO fmdt_iban
                MOVE SPACES TO fmdt_bic
                IF MANDAT-ACTIF THEN
                    SET MANDAT-REVOQUE TO TRUE
                    MOVE SYS-DATE-NUM TO fmdt_daterevoc
                END-IF
                MOVE Woperateur TO fmdt_opemaj
                MOVE SYS-DATE-NUM TO fmdt_datemaj
                REWRITE fmdtTampon
        END-READ
        IF Wrg-mail NOT = SPACES THEN
            MOVE 0 TO fnout_id
            MOVE 0 TO Wrg-fin
            START notificationsOutbox KEY IS NOT LESS THAN fnout_id
                INVALID KEY MOVE 1 TO Wrg-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
                READ notificationsOutbox NEXT RECORD
                    AT END
                        MOVE 1 TO Wrg-fin
                    NOT AT END
                        IF fnout_mail = Wrg-mail THEN
                            MOVE SPACES TO fnout_mail
                            REWRITE fnoutTampon
                            ADD 1 TO Wrg-nb-notif
                        END-IF
                END-READ
            END-PERFORM
        END-IF
        PERFORM EFFACER_JOURNAL_CLIENT
        PERFORM VARYING Wrg-ix FROM 1 BY 1
                UNTIL Wrg-ix > Wrg-nb-doublons
            MOVE Wrg-doublon(Wrg-ix) TO fcl_id
            READ clients
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM EFFACER_FICHE_CLIENT
            END-READ
        END-PERFORM
        MOVE 'CLIENT' TO Wjmj-fichier
        MOVE Wrg-idcl TO Wjmj-idrecord
        MOVE 'ANONYMISE' TO Wjmj-operation
        MOVE SPACES TO Wjmj-avant
        STRING 'Donnees personnelles effacees - notifications '
               Wrg-nb-notif ' - images journal ' Wrg-nb-images
               ' - doublons ' Wrg-nb-doublons
            DELIMITED BY SIZE INTO Wjmj-avant
        MOVE Wrg-idcl TO fcl_id
        READ clients
            INVALID KEY
                CONTINUE
        END-READ
        MOVE fclTampon TO Wjmj-apres
        PERFORM JOURNALISER_MAJ.

        EFFACER_FICHE_CLIENT.
        MOVE 'ANONYME' TO fcl_nom
        MOVE SPACES TO fcl_prenom
        MOVE SPACES TO fcl_tel
        MOVE SPACES TO fcl_mail
        MOVE SPACES TO fcl_adresse
        MOVE SPACES TO fcl_ville
        SET CLIENT-INACTIF TO TRUE
        MOVE Woperateur TO fcl_opemaj
        MOVE SYS-DATE-NUM TO fcl_datemaj
        REWRITE fclTampon.

*> Images du journal : premier passage pour relever les doublons
*> fondus dans le client (trace FUSION « Fondu dans le client
*> NNNNN »), second passage pour effacer nom, prénom, téléphone,
*> mail et adresse des images du client et de ses doublons, et
*> l'IBAN/BIC des images de mandat.
        EFFACER_JOURNAL_CLIENT.
        OPEN I-O journalMaj
        IF fjmj_stat = 35 THEN
            OPEN OUTPUT journalMaj
            CLOSE journalMaj
            OPEN I-O journalMaj
        END-IF
        MOVE Wrg-idcl TO Wrg-id-ed
        MOVE 0 TO fjmj_date
        MOVE 0 TO fjmj_heure
        MOVE 0 TO fjmj_seq
        MOVE 0 TO Wrg-fin
        START journalMaj KEY IS NOT LESS THAN fjmj_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ journalMaj NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fjmj_fichier = 'CLIENT'
                       AND fjmj_operation = 'FUSION'
                       AND fjmj_apres(22:5) = Wrg-id-ed
                       AND Wrg-nb-doublons < 20 THEN
                        ADD 1 TO Wrg-nb-doublons
                        MOVE fjmj_idrecord
                            TO Wrg-doublon(Wrg-nb-doublons)
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO fjmj_date
        MOVE 0 TO fjmj_heure
        MOVE 0 TO fjmj_seq
        MOVE 0 TO Wrg-fin
        START journalMaj KEY IS NOT LESS THAN fjmj_key
            INVALID KEY MOVE 1 TO Wrg-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wrg-fin = 1
            READ journalMaj NEXT RECORD
                AT END
                    MOVE 1 TO Wrg-fin
                NOT AT END
                    IF fjmj_fichier = 'CLIENT' THEN
                        MOVE 0 TO Wrg-trouve
                        IF fjmj_idrecord = Wrg-idcl THEN
                            MOVE 1 TO Wrg-trouve
                        END-IF
                        PERFORM VARYING Wrg-ix FROM 1 BY 1
                                UNTIL Wrg-ix > Wrg-nb-doublons
                            IF fjmj_idrecord = Wrg-doublon(Wrg-ix) THEN
                                MOVE 1 TO Wrg-trouve
                            END-IF
                        END-PERFORM
                        IF Wrg-trouve = 1 THEN
                            PERFORM EFFACER_IMAGE_JOURNAL
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE journalMaj.

*> Positions des données personnelles dans les images : fiche client
*> (nom à mail en 6:70, adresse et ville en 88:60), trace FUSION
*> (fiche décalée de 29 caractères, tronquée à 100), mandat (IBAN et
*> BIC en 26:45).
        EFFACER_IMAGE_JOURNAL.
        MOVE 0 TO Wrg-efface
        EVALUATE fjmj_operation
            WHEN 'CREATION'
            WHEN 'MODIF'
            WHEN 'DESACTIV'
                MOVE SPACES TO fjmj_avant(6:70)
                MOVE SPACES TO fjmj_avant(88:60)
                MOVE SPACES TO fjmj_apres(6:70)
                MOVE SPACES TO fjmj_apres(88:60)
                MOVE 1 TO Wrg-efface
            WHEN 'FUSION'
                MOVE SPACES TO fjmj_apres(35:70)
                MOVE SPACES TO fjmj_apres(117:13)
                MOVE 1 TO Wrg-efface
            WHEN 'MANDAT'
            WHEN 'REVOC-MDT'
                MOVE SPACES TO fjmj_avant(26:45)
                MOVE SPACES TO fjmj_apres(26:45)
                MOVE 1 TO Wrg-efface
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF Wrg-efface = 1 THEN
            REWRITE fjmjTampon
            ADD 1 TO Wrg-nb-images
        END-IF.

*> Analyse des ventes d'une année contre la précédente, commandes en
*> cours et commandes archivées confondues : chiffre d'affaires net
*> HT, quantités et marge au coût moyen pondéré (coutsArticles), par
*> mois et par type d'article, avec l'écart en montant et en
*> pourcentage, puis le détail par article d'un type à l'écran. Pour
*> l'année en cours, la comparaison peut s'arrêter à la même date
*> de l'année précédente. Les lignes de main-d'oeuvre, de frais et
*> d'extensions (pseudo-articles) sont laissées de côté ; une vente
*> de kit compte pour ses composants, comme dans les marges.
        ANALYSE_VENTES.
        DISPLAY '---- ANALYSE DES VENTES N / N-1 ----' WITH BLANK SCREEN
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        DISPLAY 'Année analysée (0 = année en cours) :' LINE 3 COL 1
        MOVE 0 TO Wan-annee
        ACCEPT Wan-annee LINE 3 COL 40
        IF Wan-annee = 0 THEN
            MOVE SYS-DATE(1:4) TO Wan-annee
        END-IF
        COMPUTE Wan-annee-prec = Wan-annee - 1
        MOVE 1231 TO Wan-mmjj
        MOVE 0 TO Wan-a-date
        IF Wan-annee = SYS-DATE(1:4) THEN
            PERFORM WITH TEST AFTER
                    UNTIL Wan-a-date = 0 OR Wan-a-date = 1
                DISPLAY 'Comparer à date (1) ou années complètes (0) :'
                    LINE 4 COL 1
                ACCEPT Wan-a-date LINE 4 COL 47
            END-PERFORM
            IF Wan-a-date = 1 THEN
                MOVE SYS-DATE(5:4) TO Wan-mmjj
            END-IF
        END-IF
        INITIALIZE Wan-mois-table
        INITIALIZE Wan-type-table
        INITIALIZE Wan-art-table
        MOVE 0 TO Wan-nb-types
        MOVE 0 TO Wan-nb-art
        MOVE 0 TO Wan-nb-hors
        OPEN I-O articles
        OPEN I-O commandes
        OPEN I-O lignesCommande
        IF flc_stat = 35 THEN
            OPEN OUTPUT lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
        OPEN I-O coutsArticles
        IF fcou_stat = 35 THEN
            OPEN OUTPUT coutsArticles
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        OPEN I-O ventilationKits
        IF fvk_stat = 35 THEN
            OPEN OUTPUT ventilationKits
            CLOSE ventilationKits
            OPEN I-O ventilationKits
        END-IF
        OPEN I-O commandesArch
        IF fcoa_stat = 35 THEN
            OPEN OUTPUT commandesArch
            CLOSE commandesArch
            OPEN I-O commandesArch
        END-IF
        OPEN I-O lignesArch
        IF flca_stat = 35 THEN
            OPEN OUTPUT lignesArch
            CLOSE lignesArch
            OPEN I-O lignesArch
        END-IF
        IF fart_stat = 35 THEN
            DISPLAY 'Fichier articles inexistant' LINE 6 COL 1
        ELSE
            DISPLAY 'Lecture des ventes en cours...' LINE 6 COL 1
            PERFORM ANALYSER_VENTES_VIVANTES
            DISPLAY 'Lecture des ventes archivées...' LINE 7 COL 1
            PERFORM ANALYSER_VENTES_ARCHIVEES
            PERFORM EDITER_ANALYSE_VENTES
            PERFORM AFFICHER_ANALYSE_MOIS
            PERFORM AFFICHER_ANALYSE_TYPES
            PERFORM DETAILLER_ANALYSE_TYPE
        END-IF
        CLOSE lignesArch
        CLOSE commandesArch
        CLOSE ventilationKits
        CLOSE coutsArticles
        CLOSE lignesCommande
        CLOSE commandes
        CLOSE articles
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 23 COL 1
            ACCEPT Wrep LINE 23 COL 34
        END-PERFORM.

*> Lignes des commandes en cours (commandes annulées exclues).
        ANALYSER_VENTES_VIVANTES.
        MOVE 0 TO flc_idco
        MOVE 0 TO flc_seq
        MOVE 0 TO Wan-fin
        START lignesCommande KEY IS NOT LESS THAN flc_key
            INVALID KEY MOVE 1 TO Wan-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wan-fin = 1
            READ lignesCommande NEXT RECORD
                AT END
                    MOVE 1 TO Wan-fin
                NOT AT END
                    IF flc_idart > 0 AND flc_idart < 99960 THEN
                        MOVE flc_idco TO fco_id
                        READ commandes
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF COMMANDE-ACTIVE THEN
                                    MOVE fco_date-num TO Wan-date
                                    MOVE flc_idco TO Wan-idco
                                    MOVE flc_seq TO Wan-seq
                                    MOVE flc_idart TO Wan-idart
                                    MOVE flc_qte TO Wan-qte
                                    COMPUTE Wmontant-brut =
                                        flc_prix * flc_qte
                                    COMPUTE Wan-net = Wmontant-brut
                                        - (Wmontant-brut
                                           * flc_remise / 100)
                                    PERFORM ANALYSER_LIGNE_VENTE
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Lignes déménagées par l'archivage annuel.
        ANALYSER_VENTES_ARCHIVEES.
        MOVE 0 TO flca_idco
        MOVE 0 TO flca_seq
        MOVE 0 TO Wan-fin
        START lignesArch KEY IS NOT LESS THAN flca_key
            INVALID KEY MOVE 1 TO Wan-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wan-fin = 1
            READ lignesArch NEXT RECORD
                AT END
                    MOVE 1 TO Wan-fin
                NOT AT END
                    IF flca_idart > 0 AND flca_idart < 99960 THEN
                        MOVE flca_idco TO fcoa_id
                        READ commandesArch
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF fcoa_actif = '1' THEN
                                    MOVE fcoa_date TO Wan-date
                                    MOVE flca_idco TO Wan-idco
                                    MOVE flca_seq TO Wan-seq
                                    MOVE flca_idart TO Wan-idart
                                    MOVE flca_qte TO Wan-qte
                                    COMPUTE Wmontant-brut =
                                        flca_prix * flca_qte
                                    COMPUTE Wan-net = Wmontant-brut
                                        - (Wmontant-brut
                                           * flca_remise / 100)
                                    PERFORM ANALYSER_LIGNE_VENTE
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.

*> Ligne de vente datée Wan-date : retenue si elle tombe dans l'une
*> des deux années (et avant le jour Wan-mmjj en comparaison à
*> date) ; une ligne de kit ventilée compte pour chaque composant.
        ANALYSER_LIGNE_VENTE.
        MOVE 0 TO Wan-an
        IF Wan-date(1:4) = Wan-annee THEN
            MOVE 1 TO Wan-an
        END-IF
        IF Wan-date(1:4) = Wan-annee-prec THEN
            MOVE 2 TO Wan-an
        END-IF
        IF Wan-date(5:2) < '01' OR Wan-date(5:2) > '12' THEN
            MOVE 0 TO Wan-an
        END-IF
        IF Wan-an > 0 AND Wan-date(5:4) <= Wan-mmjj THEN
            MOVE Wan-date(5:2) TO Wan-mois
            MOVE 0 TO Wkit-ventile
            MOVE Wan-idco TO fvk_idco
            MOVE Wan-seq TO fvk_seq
            MOVE 0 TO fvk_rang
            MOVE 0 TO Wkit-fin
            START ventilationKits KEY IS NOT LESS THAN fvk_key
                INVALID KEY MOVE 1 TO Wkit-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wkit-fin = 1
                READ ventilationKits NEXT RECORD
                    AT END
                        MOVE 1 TO Wkit-fin
                    NOT AT END
                        IF fvk_idco NOT = Wan-idco
                           OR fvk_seq NOT = Wan-seq THEN
                            MOVE 1 TO Wkit-fin
                        ELSE
                            ADD 1 TO Wkit-ventile
                            MOVE fvk_idcomp TO Wan-art
                            MOVE fvk_qte TO Wan-q
                            MOVE fvk_montant TO Wan-m
                            PERFORM CUMULER_ANALYSE_VENTE
                        END-IF
                END-READ
            END-PERFORM
            IF Wkit-ventile = 0 THEN
                MOVE Wan-idart TO Wan-art
                MOVE Wan-qte TO Wan-q
                MOVE Wan-net TO Wan-m
                PERFORM CUMULER_ANALYSE_VENTE
            END-IF
        END-IF.

*> Cumule Wan-q unités de l'article Wan-art pour Wan-m HT, au coût
*> moyen pondéré du moment, dans le mois, le type et l'article.
        CUMULER_ANALYSE_VENTE.
        MOVE '?' TO Wan-type
        MOVE Wan-art TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fart_type TO Wan-type
        END-READ
        MOVE 0 TO Wan-cmp
        MOVE Wan-art TO fcou_idart
        READ coutsArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fcou_cmp TO Wan-cmp
        END-READ
        COMPUTE Wan-cout = Wan-cmp * Wan-q
        ADD Wan-m TO Wan-m-ca(Wan-mois, Wan-an)
        ADD Wan-q TO Wan-m-qte(Wan-mois, Wan-an)
        ADD Wan-cout TO Wan-m-cout(Wan-mois, Wan-an)
        MOVE 0 TO Wan-it
        PERFORM VARYING Wan-ix FROM 1 BY 1
                UNTIL Wan-ix > Wan-nb-types OR Wan-it > 0
            IF Wan-t-type(Wan-ix) = Wan-type THEN
                MOVE Wan-ix TO Wan-it
            END-IF
        END-PERFORM
        IF Wan-it = 0 AND Wan-nb-types < 30 THEN
            ADD 1 TO Wan-nb-types
            MOVE Wan-nb-types TO Wan-it
            MOVE Wan-type TO Wan-t-type(Wan-it)
        END-IF
        IF Wan-it = 0 THEN
            MOVE 30 TO Wan-it
        END-IF
        ADD Wan-m TO Wan-t-ca(Wan-it, Wan-an)
        ADD Wan-q TO Wan-t-qte(Wan-it, Wan-an)
        ADD Wan-cout TO Wan-t-cout(Wan-it, Wan-an)
        MOVE 0 TO Wan-ia
        PERFORM VARYING Wan-ix FROM 1 BY 1
                UNTIL Wan-ix > Wan-nb-art OR Wan-ia > 0
            IF Wan-a-idart(Wan-ix) = Wan-art THEN
                MOVE Wan-ix TO Wan-ia
            END-IF
        END-PERFORM
        IF Wan-ia = 0 THEN
            IF Wan-nb-art < 500 THEN
                ADD 1 TO Wan-nb-art
                MOVE Wan-nb-art TO Wan-ia
                MOVE Wan-art TO Wan-a-idart(Wan-ia)
                MOVE Wan-type TO Wan-a-type(Wan-ia)
            ELSE
                ADD 1 TO Wan-nb-hors
            END-IF
        END-IF
        IF Wan-ia > 0 THEN
            ADD Wan-m TO Wan-a-ca(Wan-ia, Wan-an)
            ADD Wan-q TO Wan-a-qte(Wan-ia, Wan-an)
            ADD Wan-cout TO Wan-a-cout(Wan-ia, Wan-an)
        END-IF.

*> Prépare la ligne d'analyse Wan-ligne à partir des cumuls Wan-ca1/2,
*> Wan-qte1/2 et Wan-cout1/2 : écart de chiffre d'affaires en montant
*> et en pourcentage (« n.s. » sans ventes l'année précédente).
        PREPARER_LIGNE_ANALYSE.
        MOVE Wan-ca1 TO Wan-l-ca1
        MOVE Wan-ca2 TO Wan-l-ca2
        COMPUTE Wan-ecart = Wan-ca1 - Wan-ca2
        MOVE Wan-ecart TO Wan-l-ecart
        IF Wan-ca2 > 0 THEN
            COMPUTE Wan-pct ROUNDED = Wan-ecart * 100 / Wan-ca2
            MOVE Wan-pct TO Wan-pct-ed
            MOVE Wan-pct-ed TO Wan-l-pct
        ELSE
            MOVE '   n.s.' TO Wan-l-pct
        END-IF
        COMPUTE Wan-marge = Wan-ca1 - Wan-cout1
        MOVE Wan-marge TO Wan-l-marge1
        COMPUTE Wan-marge = Wan-ca2 - Wan-cout2
        MOVE Wan-marge TO Wan-l-marge2
        MOVE Wan-qte1 TO Wan-l-qte1
        MOVE Wan-qte2 TO Wan-l-qte2.

        CHARGER_ANALYSE_MOIS.
        MOVE Wan-m-ca(Wan-ix, 1) TO Wan-ca1
        MOVE Wan-m-ca(Wan-ix, 2) TO Wan-ca2
        MOVE Wan-m-qte(Wan-ix, 1) TO Wan-qte1
        MOVE Wan-m-qte(Wan-ix, 2) TO Wan-qte2
        MOVE Wan-m-cout(Wan-ix, 1) TO Wan-cout1
        MOVE Wan-m-cout(Wan-ix, 2) TO Wan-cout2
        MOVE SPACES TO Wan-l-libelle
        MOVE Wan-ix TO Wan-mois
        MOVE Wan-nom-mois(Wan-mois) TO Wan-l-libelle
        ADD Wan-ca1 TO Wan-tot-ca1
        ADD Wan-ca2 TO Wan-tot-ca2
        ADD Wan-qte1 TO Wan-tot-qte1
        ADD Wan-qte2 TO Wan-tot-qte2
        ADD Wan-cout1 TO Wan-tot-cout1
        ADD Wan-cout2 TO Wan-tot-cout2
        PERFORM PREPARER_LIGNE_ANALYSE.

        CHARGER_ANALYSE_TYPE.
        MOVE Wan-t-ca(Wan-ix, 1) TO Wan-ca1
        MOVE Wan-t-ca(Wan-ix, 2) TO Wan-ca2
        MOVE Wan-t-qte(Wan-ix, 1) TO Wan-qte1
        MOVE Wan-t-qte(Wan-ix, 2) TO Wan-qte2
        MOVE Wan-t-cout(Wan-ix, 1) TO Wan-cout1
        MOVE Wan-t-cout(Wan-ix, 2) TO Wan-cout2
        MOVE Wan-t-type(Wan-ix) TO Wan-l-libelle
        PERFORM PREPARER_LIGNE_ANALYSE.

        CHARGER_ANALYSE_ARTICLE.
        MOVE Wan-a-ca(Wan-ix, 1) TO Wan-ca1
        MOVE Wan-a-ca(Wan-ix, 2) TO Wan-ca2
        MOVE Wan-a-qte(Wan-ix, 1) TO Wan-qte1
        MOVE Wan-a-qte(Wan-ix, 2) TO Wan-qte2
        MOVE Wan-a-cout(Wan-ix, 1) TO Wan-cout1
        MOVE Wan-a-cout(Wan-ix, 2) TO Wan-cout2
        MOVE SPACES TO Wan-l-libelle
        MOVE SPACES TO Wan-nom
        MOVE Wan-a-idart(Wan-ix) TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fart_nom TO Wan-nom
        END-READ
        STRING Wan-a-idart(Wan-ix) ' ' Wan-nom
            DELIMITED BY SIZE INTO Wan-l-libelle
        PERFORM PREPARER_LIGNE_ANALYSE.

        CHARGER_ANALYSE_TOTAL.
        MOVE Wan-tot-ca1 TO Wan-ca1
        MOVE Wan-tot-ca2 TO Wan-ca2
        MOVE Wan-tot-qte1 TO Wan-qte1
        MOVE Wan-tot-qte2 TO Wan-qte2
        MOVE Wan-tot-cout1 TO Wan-cout1
        MOVE Wan-tot-cout2 TO Wan-cout2
        MOVE 'TOTAL' TO Wan-l-libelle
        PERFORM PREPARER_LIGNE_ANALYSE.

*> Etat pour la revue trimestrielle : analyse_ventes_NNNN_AAAAMMJJ.txt,
*> par mois, par type, puis par article regroupé par type.
        EDITER_ANALYSE_VENTES.
        MOVE SPACES TO WS-ANVENTES-FILE
        STRING 'analyse_ventes_' Wan-annee '_' SYS-DATE '.txt'
            DELIMITED BY SIZE INTO WS-ANVENTES-FILE
        OPEN OUTPUT analyseVentesPrint
        MOVE SPACES TO fanvTampon
        STRING 'ANALYSE DES VENTES ' Wan-annee ' / ' Wan-annee-prec
               ' - EDITEE LE ' SYS-DATE
            DELIMITED BY SIZE INTO fanvTampon
        WRITE fanvTampon
        MOVE SPACES TO fanvTampon
        IF Wan-a-date = 1 THEN
            STRING 'Comparaison a date : ventes du 1er janvier au '
                   Wan-mmjj(3:2) '/' Wan-mmjj(1:2) ' de chaque annee'
                DELIMITED BY SIZE INTO fanvTampon
        ELSE
            MOVE 'Comparaison sur les annees completes'
                TO fanvTampon
        END-IF
        WRITE fanvTampon
        MOVE SPACES TO fanvTampon
        STRING 'CA et marge HT, marge au cout moyen pondere actuel, '
               'commandes en cours et archivees'
            DELIMITED BY SIZE INTO fanvTampon
        WRITE fanvTampon
        MOVE SPACES TO fanvTampon
        WRITE fanvTampon
        MOVE 'PAR MOIS' TO fanvTampon
        WRITE fanvTampon
        PERFORM EDITER_ENTETE_ANALYSE
        MOVE 0 TO Wan-tot-ca1
        MOVE 0 TO Wan-tot-ca2
        MOVE 0 TO Wan-tot-qte1
        MOVE 0 TO Wan-tot-qte2
        MOVE 0 TO Wan-tot-cout1
        MOVE 0 TO Wan-tot-cout2
        PERFORM VARYING Wan-ix FROM 1 BY 1 UNTIL Wan-ix > 12
            PERFORM CHARGER_ANALYSE_MOIS
            MOVE Wan-ligne TO fanvTampon
            WRITE fanvTampon
        END-PERFORM
        PERFORM CHARGER_ANALYSE_TOTAL
        MOVE Wan-ligne TO fanvTampon
        WRITE fanvTampon
        MOVE SPACES TO fanvTampon
        WRITE fanvTampon
        MOVE 'PAR TYPE D''ARTICLE' TO fanvTampon
        WRITE fanvTampon
        PERFORM EDITER_ENTETE_ANALYSE
        PERFORM VARYING Wan-ix FROM 1 BY 1 UNTIL Wan-ix > Wan-nb-types
            PERFORM CHARGER_ANALYSE_TYPE
            MOVE Wan-ligne TO fanvTampon
            WRITE fanvTampon
        END-PERFORM
        PERFORM CHARGER_ANALYSE_TOTAL
        MOVE Wan-ligne TO fanvTampon
        WRITE fanvTampon
        PERFORM VARYING Wan-it FROM 1 BY 1 UNTIL Wan-it > Wan-nb-types
            MOVE SPACES TO fanvTampon
            WRITE fanvTampon
            MOVE SPACES TO fanvTampon
            STRING 'DETAIL DU TYPE ' Wan-t-type(Wan-it)
                DELIMITED BY SIZE INTO fanvTampon
            WRITE fanvTampon
            PERFORM EDITER_ENTETE_ANALYSE
            PERFORM VARYING Wan-ix FROM 1 BY 1
                    UNTIL Wan-ix > Wan-nb-art
                IF Wan-a-type(Wan-ix) = Wan-t-type(Wan-it) THEN
                    PERFORM CHARGER_ANALYSE_ARTICLE
                    MOVE Wan-ligne TO fanvTampon
                    WRITE fanvTampon
                END-IF
            END-PERFORM
        END-PERFORM
        IF Wan-nb-hors > 0 THEN
            MOVE SPACES TO fanvTampon
            STRING 'Detail limite a 500 articles : ' Wan-nb-hors
                   ' vente(s) comptee(s) dans les mois et types'
                   ' seulement'
                DELIMITED BY SIZE INTO fanvTampon
            WRITE fanvTampon
        END-IF
        CLOSE analyseVentesPrint.

        EDITER_ENTETE_ANALYSE.
        MOVE SPACES TO fanvTampon
        STRING 'Libelle            CA N      CA N-1       Ecart'
               '  Ecart%     Marge N   Marge N-1    Qte N  Qte N-1'
            DELIMITED BY SIZE INTO fanvTampon
        WRITE fanvTampon.

        AFFICHER_ENTETE_ANALYSE.
        DISPLAY Wan-titre WITH BLANK SCREEN
        DISPLAY Wan-annee LINE 1 COL 40
        DISPLAY '/' LINE 1 COL 45
        DISPLAY Wan-annee-prec LINE 1 COL 47
        DISPLAY 'Libelle            CA N      CA N-1       Ecart'
            LINE 3 COL 1
        DISPLAY 'Ecart%     Marge N   Marge N-1' LINE 3 COL 50
        MOVE 4 TO W1.

        AFFICHER_ANALYSE_MOIS.
        MOVE 'VENTES PAR MOIS' TO Wan-titre
        PERFORM AFFICHER_ENTETE_ANALYSE
        MOVE 0 TO Wan-tot-ca1
        MOVE 0 TO Wan-tot-ca2
        MOVE 0 TO Wan-tot-qte1
        MOVE 0 TO Wan-tot-qte2
        MOVE 0 TO Wan-tot-cout1
        MOVE 0 TO Wan-tot-cout2
        PERFORM VARYING Wan-ix FROM 1 BY 1 UNTIL Wan-ix > 12
            PERFORM CHARGER_ANALYSE_MOIS
            DISPLAY Wan-ligne(1:79) LINE W1 COL 1
            ADD 1 TO W1
        END-PERFORM
        PERFORM CHARGER_ANALYSE_TOTAL
        DISPLAY Wan-ligne(1:79) LINE W1 COL 1
        DISPLAY 'Etat :' LINE 19 COL 1
        DISPLAY WS-ANVENTES-FILE LINE 19 COL 8
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            DISPLAY 'Types d''articles ? appuyez sur 1 :' LINE 21 COL 1
            ACCEPT Wrep LINE 21 COL 36
        END-PERFORM.

*> Types à l'écran, seize par page.
        AFFICHER_ANALYSE_TYPES.
        MOVE 'VENTES PAR TYPE' TO Wan-titre
        PERFORM AFFICHER_ENTETE_ANALYSE
        MOVE 0 TO Wan-stop
        PERFORM VARYING Wan-ix FROM 1 BY 1
                UNTIL Wan-ix > Wan-nb-types OR Wan-stop = 1
            IF W1 > 19 THEN
                PERFORM PAGE_SUIVANTE_ANALYSE
            END-IF
            IF Wan-stop = 0 THEN
                PERFORM CHARGER_ANALYSE_TYPE
                DISPLAY Wan-ligne(1:79) LINE W1 COL 1
                ADD 1 TO W1
            END-IF
        END-PERFORM
        PERFORM CHARGER_ANALYSE_TOTAL
        DISPLAY Wan-ligne(1:79) LINE 20 COL 1.

        PAGE_SUIVANTE_ANALYSE.
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            DISPLAY 'Suite ? 1 ou 0 :' LINE 21 COL 1
            ACCEPT Wrep LINE 21 COL 18
        END-PERFORM
        IF Wrep = 1 THEN
            PERFORM AFFICHER_ENTETE_ANALYSE
        ELSE
            MOVE 1 TO Wan-stop
        END-IF.

*> Détail à l'écran des articles d'un type choisi.
        DETAILLER_ANALYSE_TYPE.
        MOVE 'x' TO Wan-type-choisi
        PERFORM WITH TEST AFTER UNTIL Wan-type-choisi = SPACES
            MOVE SPACES TO Wan-type-choisi
            DISPLAY 'Type à détailler (vide = fin) :' LINE 22 COL 1
            ACCEPT Wan-type-choisi LINE 22 COL 33
            IF Wan-type-choisi NOT = SPACES THEN
                MOVE SPACES TO Wan-titre
                STRING 'ARTICLES DU TYPE ' Wan-type-choisi
                    DELIMITED BY SIZE INTO Wan-titre
                PERFORM AFFICHER_ENTETE_ANALYSE
                MOVE 0 TO Wan-stop
                PERFORM VARYING Wan-ix FROM 1 BY 1
                        UNTIL Wan-ix > Wan-nb-art OR Wan-stop = 1
                    IF Wan-a-type(Wan-ix) = Wan-type-choisi THEN
                        IF W1 > 19 THEN
                            PERFORM PAGE_SUIVANTE_ANALYSE
                        END-IF
                        IF Wan-stop = 0 THEN
                            PERFORM CHARGER_ANALYSE_ARTICLE
                            DISPLAY Wan-ligne(1:79) LINE W1 COL 1
                            ADD 1 TO W1
                        END-IF
                    END-IF
                END-PERFORM
                IF W1 = 4 THEN
                    DISPLAY 'Aucune vente pour ce type' LINE 4 COL 1
                END-IF
            END-IF
        END-PERFORM.

*> Commissions des vendeurs : règles par rôle d'opérateur et type
*> d'article (reglescommission.dat), commission acquise ligne à ligne
*> à la vente par l'opérateur qui la saisit, reprise dans le mois de
*> l'annulation ou du remboursement, et relevé mensuel par vendeur
*> figé avec la période par CLOTURE_MENSUELLE pour la paie.
        GERER_COMMISSIONS.
        OPEN I-O reglesCommission
        IF freg_stat = 35 THEN
            OPEN OUTPUT reglesCommission
            CLOSE reglesCommission
            OPEN I-O reglesCommission
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '-------- COMMISSIONS VENDEURS --------'
                WITH BLANK SCREEN
            DISPLAY '1 --> Règle de commission' LINE 2 COL 1
            DISPLAY '2 --> Règles d''un rôle' LINE 3 COL 1
            DISPLAY '3 --> Relevé mensuel' LINE 4 COL 1
            DISPLAY '0 --> Retour au menu' LINE 5 COL 1
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_REGLE_COMMISSION
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM CONSULTER_REGLES_COMMISSION
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM RELEVE_COMMISSIONS
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE reglesCommission.

*> Règle d'un rôle pour un type d'article : type à blanc pour la
*> règle par défaut du rôle, EXTENSION pour les extensions de
*> garantie ; une assiette à blanc retire la règle.
        SAISIR_REGLE_COMMISSION.
        DISPLAY '---- Règle de commission ----' WITH BLANK SCREEN
        MOVE 0 TO Wrole-saisi
        PERFORM WITH TEST AFTER UNTIL Wrole-saisi >= 1
            AND Wrole-saisi <= 3
            DISPLAY 'Rôle (1=clerc 2=SAV 3=manager) :' LINE 2 COL 1
            ACCEPT Wrole-saisi LINE 2 COL 34
        END-PERFORM
        DISPLAY 'Type d''article (vide = défaut, EXTENSION) :'
            LINE 3 COL 1
        MOVE SPACES TO Wcom-type
        ACCEPT Wcom-type LINE 3 COL 46
        MOVE Wrole-saisi TO Wcom-role
        MOVE Wcom-role TO freg_role
        MOVE Wcom-type TO freg_type
        READ reglesCommission
            INVALID KEY
                MOVE 0 TO Wcom-trouve
            NOT INVALID KEY
                MOVE 1 TO Wcom-trouve
                MOVE freg_taux TO Wcom-taux-ed
                DISPLAY 'Actuelle : assiette' LINE 4 COL 1
                DISPLAY freg_base LINE 4 COL 21
                DISPLAY 'taux' LINE 4 COL 24
                DISPLAY Wcom-taux-ed LINE 4 COL 29
                DISPLAY '%' LINE 4 COL 34
        END-READ
        MOVE SPACES TO Wcom-base
        PERFORM WITH TEST AFTER UNTIL Wcom-base = SPACES
            OR Wcom-base = 'V' OR Wcom-base = 'M'
            DISPLAY 'Assiette (V=ventes M=marge, vide = retirer) :'
                LINE 5 COL 1
            ACCEPT Wcom-base LINE 5 COL 47
        END-PERFORM
        MOVE Wcom-role TO freg_role
        MOVE Wcom-type TO freg_type
        IF Wcom-base = SPACES THEN
            IF Wcom-trouve = 1 THEN
                DELETE reglesCommission RECORD
                DISPLAY 'Règle retirée' LINE 8 COL 1
            END-IF
        ELSE
            DISPLAY 'Taux (%) :' LINE 6 COL 1
            MOVE 0 TO Wcom-taux
            ACCEPT Wcom-taux LINE 6 COL 12
            MOVE Wcom-base TO freg_base
            MOVE Wcom-taux TO freg_taux
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            MOVE Woperateur TO freg_ope
            MOVE SYS-DATE-NUM TO freg_datemaj
            IF Wcom-trouve = 1 THEN
                REWRITE fregTampon
            ELSE
                WRITE fregTampon END-WRITE
            END-IF
            DISPLAY 'Règle enregistrée' LINE 8 COL 1
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Règles d'un rôle, la règle par défaut en tête (ordre de la clé).
        CONSULTER_REGLES_COMMISSION.
        DISPLAY '---- Règles d''un rôle ----' WITH BLANK SCREEN
        MOVE 0 TO Wrole-saisi
        PERFORM WITH TEST AFTER UNTIL Wrole-saisi >= 1
            AND Wrole-saisi <= 3
            DISPLAY 'Rôle (1=clerc 2=SAV 3=manager) :' LINE 2 COL 1
            ACCEPT Wrole-saisi LINE 2 COL 34
        END-PERFORM
        MOVE Wrole-saisi TO Wcom-role
        DISPLAY 'Type' LINE 4 COL 1
        DISPLAY 'Assiette' LINE 4 COL 14
        DISPLAY 'Taux %' LINE 4 COL 24
        MOVE 5 TO W1
        MOVE Wcom-role TO freg_role
        MOVE SPACES TO freg_type
        MOVE 0 TO Wcom-fin
        START reglesCommission KEY IS NOT LESS THAN freg_key
            INVALID KEY MOVE 1 TO Wcom-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcom-fin = 1
            READ reglesCommission NEXT RECORD
                AT END
                    MOVE 1 TO Wcom-fin
                NOT AT END
                    IF freg_role NOT = Wcom-role OR W1 > 18 THEN
                        MOVE 1 TO Wcom-fin
                    ELSE
                        IF freg_type = SPACES THEN
                            DISPLAY '(défaut)' LINE W1 COL 1
                        ELSE
                            DISPLAY freg_type LINE W1 COL 1
                        END-IF
                        IF BASE-MARGE THEN
                            DISPLAY 'marge' LINE W1 COL 14
                        ELSE
                            DISPLAY 'ventes' LINE W1 COL 14
                        END-IF
                        MOVE freg_taux TO Wcom-taux-ed
                        DISPLAY Wcom-taux-ed LINE W1 COL 24
                        ADD 1 TO W1
                    END-IF
            END-READ
        END-PERFORM
        IF W1 = 5 THEN
            DISPLAY 'Aucune règle pour ce rôle' LINE 5 COL 1
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Relevé mensuel des commissions, édité dans commission_<AAAAMM>.txt.
*> Un mois clos est réédité tel qu'il a été figé à la clôture ; un
*> mois ouvert est provisoire, recalculé depuis les mouvements.
        RELEVE_COMMISSIONS.
        DISPLAY '---- Relevé des commissions ----' WITH BLANK SCREEN
        DISPLAY 'Mois (AAAAMM) :' LINE 2 COL 1
        MOVE 0 TO Wcom-mois
        ACCEPT Wcom-mois LINE 2 COL 17
        PERFORM CHARGER_COMMISSIONS_MOIS
        IF Wcom-fige = 0 THEN
            PERFORM CALCULER_COMMISSIONS_MOIS
        END-IF
        PERFORM EDITER_RELEVE_COMMISSIONS
        IF Wcom-fige = 1 THEN
            DISPLAY 'Période close : relevé figé' LINE 3 COL 1
        ELSE
            DISPLAY 'Période ouverte : relevé provisoire' LINE 3 COL 1
        END-IF
        DISPLAY 'Vendeur' LINE 5 COL 1
        DISPLAY 'Acquis' LINE 5 COL 30
        DISPLAY 'Repris' LINE 5 COL 43
        DISPLAY 'Net' LINE 5 COL 56
        MOVE 6 TO W1
        PERFORM VARYING Wcom-ix FROM 1 BY 1 UNTIL Wcom-ix > Wcom-n
            OR W1 > 17
            PERFORM LIRE_NOM_VENDEUR
            COMPUTE Wcom-net-mont = Wcom-t-montvente(Wcom-ix)
                - Wcom-t-montrepris(Wcom-ix)
            MOVE Wcom-t-montvente(Wcom-ix) TO Wcom-mt-ed
            MOVE Wcom-t-montrepris(Wcom-ix) TO Wcom-mt2-ed
            MOVE Wcom-net-mont TO Wcom-mt3-ed
            DISPLAY Wcom-t-ope(Wcom-ix) LINE W1 COL 1
            DISPLAY Wcom-nom LINE W1 COL 5
            DISPLAY Wcom-mt-ed LINE W1 COL 27
            DISPLAY Wcom-mt2-ed LINE W1 COL 40
            DISPLAY Wcom-mt3-ed LINE W1 COL 53
            ADD 1 TO W1
        END-PERFORM
        IF Wcom-n = 0 THEN
            DISPLAY 'Aucune commission sur le mois' LINE 6 COL 1
        END-IF
        MOVE Wcom-tot-mont TO Wcom-mt3-ed
        DISPLAY 'TOTAL NET' LINE 18 COL 1
        DISPLAY Wcom-mt3-ed LINE 18 COL 53
        DISPLAY 'Etat édité :' LINE 19 COL 1
        DISPLAY WS-COMMISSION-FILE LINE 19 COL 14
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Relevé figé du mois Wcom-mois (commissionsmois.dat) chargé dans la
*> table ; Wcom-fige à 1 quand il existe.
        CHARGER_COMMISSIONS_MOIS.
        MOVE 0 TO Wcom-fige
        MOVE 0 TO Wcom-n
        OPEN I-O commissionsMois
        IF fcms_stat = 35 THEN
            OPEN OUTPUT commissionsMois
            CLOSE commissionsMois
            OPEN I-O commissionsMois
        END-IF
        MOVE Wcom-mois TO fcms_mois
        MOVE 0 TO fcms_ope
        MOVE 0 TO Wcom-fin
        START commissionsMois KEY IS NOT LESS THAN fcms_key
            INVALID KEY MOVE 1 TO Wcom-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcom-fin = 1
            READ commissionsMois NEXT RECORD
                AT END
                    MOVE 1 TO Wcom-fin
                NOT AT END
                    IF fcms_mois NOT = Wcom-mois OR Wcom-n >= 50 THEN
                        MOVE 1 TO Wcom-fin
                    ELSE
                        MOVE 1 TO Wcom-fige
                        ADD 1 TO Wcom-n
                        MOVE fcms_ope TO Wcom-t-ope(Wcom-n)
                        MOVE fcms_nbventes TO Wcom-t-nbventes(Wcom-n)
                        MOVE fcms_nbreprises TO Wcom-t-nbreprises(Wcom-n)
                        MOVE fcms_assvente TO Wcom-t-assvente(Wcom-n)
                        MOVE fcms_assrepris TO Wcom-t-assrepris(Wcom-n)
                        MOVE fcms_montvente TO Wcom-t-montvente(Wcom-n)
                        MOVE fcms_montrepris TO Wcom-t-montrepris(Wcom-n)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE commissionsMois.

*> Cumul par vendeur des mouvements datés du mois Wcom-mois (clé de
*> commissionmouvements.dat ordonnée par date).
        CALCULER_COMMISSIONS_MOIS.
        MOVE 0 TO Wcom-n
        OPEN I-O commissionMouvements
        IF fcmv_stat = 35 THEN
            OPEN OUTPUT commissionMouvements
            CLOSE commissionMouvements
            OPEN I-O commissionMouvements
        END-IF
        PERFORM POSITIONNER_MOUVEMENTS_COMMISSION
        PERFORM WITH TEST BEFORE UNTIL Wcom-fin = 1
            READ commissionMouvements NEXT RECORD
                AT END
                    MOVE 1 TO Wcom-fin
                NOT AT END
                    COMPUTE Wcom-mois-mvt = fcmv_date / 100
                    IF Wcom-mois-mvt NOT = Wcom-mois THEN
                        MOVE 1 TO Wcom-fin
                    ELSE
                        PERFORM CUMULER_MOUVEMENT_COMMISSION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE commissionMouvements.

*> Premier mouvement du mois Wcom-mois (commissionMouvements ouvert
*> par l'appelant) ; Wcom-fin à 1 quand il n'y en a aucun.
        POSITIONNER_MOUVEMENTS_COMMISSION.
        COMPUTE fcmv_date = Wcom-mois * 100 + 1
        MOVE 0 TO fcmv_idco
        MOVE 0 TO fcmv_seq
        MOVE SPACES TO fcmv_sens
        MOVE 0 TO fcmv_ref
        MOVE 0 TO Wcom-fin
        START commissionMouvements KEY IS NOT LESS THAN fcmv_key
            INVALID KEY MOVE 1 TO Wcom-fin
        END-START.

        CUMULER_MOUVEMENT_COMMISSION.
        MOVE 0 TO Wcom-pos
        PERFORM VARYING Wcom-ix FROM 1 BY 1 UNTIL Wcom-ix > Wcom-n
            IF Wcom-t-ope(Wcom-ix) = fcmv_ope THEN
                MOVE Wcom-ix TO Wcom-pos
            END-IF
        END-PERFORM
        IF Wcom-pos = 0 AND Wcom-n < 50 THEN
            ADD 1 TO Wcom-n
            MOVE Wcom-n TO Wcom-pos
            MOVE fcmv_ope TO Wcom-t-ope(Wcom-pos)
            MOVE 0 TO Wcom-t-nbventes(Wcom-pos)
            MOVE 0 TO Wcom-t-nbreprises(Wcom-pos)
            MOVE 0 TO Wcom-t-assvente(Wcom-pos)
            MOVE 0 TO Wcom-t-assrepris(Wcom-pos)
            MOVE 0 TO Wcom-t-montvente(Wcom-pos)
            MOVE 0 TO Wcom-t-montrepris(Wcom-pos)
        END-IF
        IF Wcom-pos > 0 THEN
            IF fcmv_sens = '+' THEN
                ADD 1 TO Wcom-t-nbventes(Wcom-pos)
                ADD fcmv_assiette TO Wcom-t-assvente(Wcom-pos)
                ADD fcmv_montant TO Wcom-t-montvente(Wcom-pos)
            ELSE
                ADD 1 TO Wcom-t-nbreprises(Wcom-pos)
                ADD fcmv_assiette TO Wcom-t-assrepris(Wcom-pos)
                ADD fcmv_montant TO Wcom-t-montrepris(Wcom-pos)
            END-IF
        END-IF.

*> Nom du vendeur Wcom-t-ope(Wcom-ix) (operateurs.dat).
        LIRE_NOM_VENDEUR.
        MOVE SPACES TO Wcom-nom
        OPEN INPUT operateurs
        IF fope_stat = 0 THEN
            MOVE Wcom-t-ope(Wcom-ix) TO fope_code
            READ operateurs
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fope_nom TO Wcom-nom
            END-READ
            CLOSE operateurs
        END-IF.

*> Relevé du mois Wcom-mois chargé dans la table : pour chaque
*> vendeur, le détail des lignes commissionnées et reprises dans le
*> mois, puis le total acquis, repris et net à verser.
        EDITER_RELEVE_COMMISSIONS.
        MOVE SPACES TO WS-COMMISSION-FILE
        STRING 'commission_' Wcom-mois '.txt'
            DELIMITED BY SIZE INTO WS-COMMISSION-FILE
        OPEN OUTPUT commissionPrint
        MOVE SPACES TO fcmpTampon
        IF Wcom-fige = 1 THEN
            STRING 'RELEVE DES COMMISSIONS VENDEURS - MOIS '
                   Wcom-mois ' - PERIODE CLOSE'
                DELIMITED BY SIZE INTO fcmpTampon
        ELSE
            STRING 'RELEVE DES COMMISSIONS VENDEURS - MOIS '
                   Wcom-mois ' - PROVISOIRE'
                DELIMITED BY SIZE INTO fcmpTampon
        END-IF
        WRITE fcmpTampon
        OPEN I-O commissionMouvements
        IF fcmv_stat = 35 THEN
            OPEN OUTPUT commissionMouvements
            CLOSE commissionMouvements
            OPEN I-O commissionMouvements
        END-IF
        MOVE 0 TO Wcom-tot-mont
        MOVE 0 TO Wcom-tot-vente
        MOVE 0 TO Wcom-tot-repris
        PERFORM VARYING Wcom-ix FROM 1 BY 1 UNTIL Wcom-ix > Wcom-n
            PERFORM EDITER_VENDEUR_COMMISSIONS
        END-PERFORM
        CLOSE commissionMouvements
        MOVE Wcom-tot-vente TO Wcom-mt-ed
        MOVE Wcom-tot-repris TO Wcom-mt2-ed
        MOVE Wcom-tot-mont TO Wcom-mt3-ed
        MOVE SPACES TO fcmpTampon
        WRITE fcmpTampon
        MOVE SPACES TO fcmpTampon
        STRING 'TOTAL GENERAL : acquis ' Wcom-mt-ed
               ' - repris ' Wcom-mt2-ed ' - net ' Wcom-mt3-ed
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon
        CLOSE commissionPrint.

        EDITER_VENDEUR_COMMISSIONS.
        PERFORM LIRE_NOM_VENDEUR
        MOVE SPACES TO fcmpTampon
        WRITE fcmpTampon
        MOVE SPACES TO fcmpTampon
        STRING 'Vendeur ' Wcom-t-ope(Wcom-ix) ' ' Wcom-nom
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon
        MOVE SPACES TO fcmpTampon
        STRING '  Date     Commande Ligne Sens Reclam.'
               '     Assiette   Commission'
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon
        PERFORM POSITIONNER_MOUVEMENTS_COMMISSION
        PERFORM WITH TEST BEFORE UNTIL Wcom-fin = 1
            READ commissionMouvements NEXT RECORD
                AT END
                    MOVE 1 TO Wcom-fin
                NOT AT END
                    COMPUTE Wcom-mois-mvt = fcmv_date / 100
                    IF Wcom-mois-mvt NOT = Wcom-mois THEN
                        MOVE 1 TO Wcom-fin
                    ELSE
                        IF fcmv_ope = Wcom-t-ope(Wcom-ix) THEN
                            PERFORM EDITER_MOUVEMENT_COMMISSION
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        COMPUTE Wcom-net-mont = Wcom-t-montvente(Wcom-ix)
            - Wcom-t-montrepris(Wcom-ix)
        ADD Wcom-net-mont TO Wcom-tot-mont
        ADD Wcom-t-montvente(Wcom-ix) TO Wcom-tot-vente
        ADD Wcom-t-montrepris(Wcom-ix) TO Wcom-tot-repris
        MOVE Wcom-t-assvente(Wcom-ix) TO Wcom-as-ed
        MOVE Wcom-t-montvente(Wcom-ix) TO Wcom-mt-ed
        MOVE SPACES TO fcmpTampon
        STRING '  Acquis : ' Wcom-t-nbventes(Wcom-ix)
               ' lignes - assiette ' Wcom-as-ed
               ' - commission ' Wcom-mt-ed
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon
        MOVE Wcom-t-assrepris(Wcom-ix) TO Wcom-as-ed
        MOVE Wcom-t-montrepris(Wcom-ix) TO Wcom-mt2-ed
        MOVE SPACES TO fcmpTampon
        STRING '  Repris : ' Wcom-t-nbreprises(Wcom-ix)
               ' lignes - assiette ' Wcom-as-ed
               ' - commission ' Wcom-mt2-ed
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon
        MOVE Wcom-net-mont TO Wcom-mt3-ed
        MOVE SPACES TO fcmpTampon
        STRING '  NET A VERSER : ' Wcom-mt3-ed
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon.

        EDITER_MOUVEMENT_COMMISSION.
        MOVE fcmv_assiette TO Wcom-as-ed
        MOVE fcmv_montant TO Wcom-mt-ed
        MOVE SPACES TO fcmpTampon
        STRING '  ' fcmv_date ' ' fcmv_idco '    ' fcmv_seq
               '   ' fcmv_sens '    ' fcmv_ref ' ' Wcom-as-ed
               ' ' Wcom-mt-ed
            DELIMITED BY SIZE INTO fcmpTampon
        WRITE fcmpTampon.

*> Commission des lignes de la commande fco_id qui n'en portent pas
*> encore, acquise par l'opérateur de la session selon la règle de
*> son rôle ; appelée en fin de vente, quelle qu'en soit l'origine
*> (saisie, ligne ajoutée, réservation ou devis convertis).
*> (lignesCommande et articles sont ouverts par l'appelant.)
        COMMISSIONNER_COMMANDE.
        IF Woperateur > 0 THEN
            MOVE Wrole-niveau TO Wcom-role
            OPEN I-O reglesCommission
            IF freg_stat = 35 THEN
                OPEN OUTPUT reglesCommission
                CLOSE reglesCommission
                OPEN I-O reglesCommission
            END-IF
            OPEN I-O commissionLignes
            IF fcol_stat = 35 THEN
                OPEN OUTPUT commissionLignes
                CLOSE commissionLignes
                OPEN I-O commissionLignes
            END-IF
            OPEN I-O coutsArticles
            IF fcou_stat = 35 THEN
                OPEN OUTPUT coutsArticles
                CLOSE coutsArticles
                OPEN I-O coutsArticles
            END-IF
            OPEN I-O ventilationKits
            IF fvk_stat = 35 THEN
                OPEN OUTPUT ventilationKits
                CLOSE ventilationKits
                OPEN I-O ventilationKits
            END-IF
            MOVE fco_id TO flc_idco
            MOVE 0 TO flc_seq
            MOVE 0 TO Wcom-fin
            START lignesCommande KEY IS NOT LESS THAN flc_key
                INVALID KEY MOVE 1 TO Wcom-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wcom-fin = 1
                READ lignesCommande NEXT RECORD
                    AT END
                        MOVE 1 TO Wcom-fin
                    NOT AT END
                        IF flc_idco NOT = fco_id THEN
                            MOVE 1 TO Wcom-fin
                        ELSE
                            PERFORM COMMISSIONNER_LIGNE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ventilationKits
            CLOSE coutsArticles
            CLOSE commissionLignes
            CLOSE reglesCommission
        END-IF.

*> Ligne flc courante : ni main d'oeuvre, ni éco-participation, ni
*> frais de port ou d'impayé, ni carte cadeau. Une ligne déjà
*> commissionnée n'est pas reprise ; une ligne sans règle est notée à
*> zéro.
        COMMISSIONNER_LIGNE.
        IF flc_idart > 0 AND flc_idart NOT = Wcarte-idart
           AND (flc_idart < Weco-idart OR flc_idart > Wext-base) THEN
            MOVE flc_idco TO fcol_idco
            MOVE flc_seq TO fcol_seq
            READ commissionLignes
                INVALID KEY
                    MOVE 0 TO Wcom-trouve
                NOT INVALID KEY
                    MOVE 1 TO Wcom-trouve
            END-READ
            IF Wcom-trouve = 0 THEN
                COMPUTE Wcom-net = flc_prix * flc_qte
                    - (flc_prix * flc_qte * flc_remise / 100)
                MOVE SPACES TO Wcom-type
                IF flc_idart > Wext-base THEN
                    MOVE 'EXTENSION' TO Wcom-type
                ELSE
                    MOVE flc_idart TO fart_id
                    READ articles
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE fart_type TO Wcom-type
                    END-READ
                END-IF
                PERFORM CHERCHER_REGLE_COMMISSION
                MOVE 0 TO Wcom-assiette
                MOVE 0 TO Wcom-montant
                IF Wcom-regle = 1 THEN
                    IF Wcom-base = 'M' THEN
                        PERFORM CALCULER_COUT_COMMISSION
                        IF Wcom-net > Wcom-cout THEN
                            COMPUTE Wcom-assiette = Wcom-net - Wcom-cout
                        END-IF
                    ELSE
                        MOVE Wcom-net TO Wcom-assiette
                    END-IF
                    COMPUTE Wcom-montant ROUNDED =
                        Wcom-assiette * Wcom-taux / 100
                END-IF
                MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                MOVE flc_idco TO fcol_idco
                MOVE flc_seq TO fcol_seq
                MOVE Woperateur TO fcol_ope
                MOVE Wcom-role TO fcol_role
                MOVE Wcom-type TO fcol_type
                MOVE Wcom-base TO fcol_base
                MOVE Wcom-taux TO fcol_taux
                MOVE flc_qte TO fcol_qte
                MOVE Wcom-assiette TO fcol_assiette
                MOVE Wcom-montant TO fcol_montant
                MOVE 0 TO fcol_qterepris
                MOVE SYS-DATE-NUM TO fcol_date
                WRITE fcolTampon END-WRITE
                IF Wcom-montant > 0 THEN
                    MOVE '+' TO Wcom-sens
                    MOVE 0 TO Wcom-ref
                    MOVE Woperateur TO Wcom-ope
                    MOVE flc_qte TO Wcom-qte
                    PERFORM ENREGISTRER_MOUVEMENT_COMMISSION
                END-IF
            END-IF
        END-IF.

*> Règle du rôle Wcom-role pour le type Wcom-type, à défaut la règle
*> par défaut du rôle ; Wcom-regle à 0 quand aucune ne s'applique.
        CHERCHER_REGLE_COMMISSION.
        MOVE 0 TO Wcom-regle
        MOVE SPACES TO Wcom-base
        MOVE 0 TO Wcom-taux
        MOVE Wcom-role TO freg_role
        MOVE Wcom-type TO freg_type
        READ reglesCommission
            INVALID KEY
                MOVE Wcom-role TO freg_role
                MOVE SPACES TO freg_type
                READ reglesCommission
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO Wcom-regle
                END-READ
            NOT INVALID KEY
                MOVE 1 TO Wcom-regle
        END-READ
        IF Wcom-regle = 1 THEN
            MOVE freg_base TO Wcom-base
            MOVE freg_taux TO Wcom-taux
        END-IF.

*> Coût de la ligne flc courante au coût moyen pondéré du moment :
*> composant par composant pour un kit ventilé, sinon celui de
*> l'article (une extension n'a pas de coût).
        CALCULER_COUT_COMMISSION.
        MOVE 0 TO Wcom-cout
        MOVE 0 TO Wcom-kit
        MOVE flc_idco TO fvk_idco
        MOVE flc_seq TO fvk_seq
        MOVE 0 TO fvk_rang
        MOVE 0 TO Wcom-finv
        START ventilationKits KEY IS NOT LESS THAN fvk_key
            INVALID KEY MOVE 1 TO Wcom-finv
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcom-finv = 1
            READ ventilationKits NEXT RECORD
                AT END
                    MOVE 1 TO Wcom-finv
                NOT AT END
                    IF fvk_idco NOT = flc_idco
                       OR fvk_seq NOT = flc_seq THEN
                        MOVE 1 TO Wcom-finv
                    ELSE
                        ADD 1 TO Wcom-kit
                        MOVE fvk_idcomp TO fcou_idart
                        READ coutsArticles
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                COMPUTE Wcom-cout = Wcom-cout
                                    + fcou_cmp * fvk_qte
                        END-READ
                    END-IF
            END-READ
        END-PERFORM
        IF Wcom-kit = 0 THEN
            MOVE flc_idart TO fcou_idart
            READ coutsArticles
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE Wcom-cout = fcou_cmp * flc_qte
            END-READ
        END-IF.

*> Reprise de la commission de Wcom-qte unités de la ligne flc_seq
*> de la commande fco_id, plafonnée aux unités encore commissionnées
*> et datée du jour de l'annulation ou du remboursement (Wcom-ref :
*> dossier de réclamation, 0 pour une annulation). Le montant repris
*> est l'écart entre les quotes-parts arrondies avant et après la
*> reprise : la dernière unité solde exactement la ligne.
        REPRENDRE_COMMISSION_LIGNE.
        MOVE 0 TO Wcom-montant
        OPEN I-O commissionLignes
        IF fcol_stat = 35 THEN
            OPEN OUTPUT commissionLignes
            CLOSE commissionLignes
            OPEN I-O commissionLignes
        END-IF
        MOVE fco_id TO fcol_idco
        MOVE flc_seq TO fcol_seq
        READ commissionLignes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fcol_qterepris < fcol_qte AND fcol_montant > 0 THEN
                    IF Wcom-qte > fcol_qte - fcol_qterepris THEN
                        COMPUTE Wcom-qte = fcol_qte - fcol_qterepris
                    END-IF
                    COMPUTE Wcom-deja ROUNDED =
                        fcol_montant * fcol_qterepris / fcol_qte
                    COMPUTE Wcom-deja-as ROUNDED =
                        fcol_assiette * fcol_qterepris / fcol_qte
                    ADD Wcom-qte TO fcol_qterepris
                    COMPUTE Wcom-montant ROUNDED =
                        fcol_montant * fcol_qterepris / fcol_qte
                    COMPUTE Wcom-assiette ROUNDED =
                        fcol_assiette * fcol_qterepris / fcol_qte
                    SUBTRACT Wcom-deja FROM Wcom-montant
                    SUBTRACT Wcom-deja-as FROM Wcom-assiette
                    REWRITE fcolTampon
                    MOVE fcol_ope TO Wcom-ope
                END-IF
        END-READ
        CLOSE commissionLignes
        IF Wcom-montant > 0 THEN
            MOVE '-' TO Wcom-sens
            PERFORM ENREGISTRER_MOUVEMENT_COMMISSION
        END-IF.

*> Mouvement de commission daté du jour pour la ligne fcol courante :
*> Wcom-qte unités, assiette Wcom-assiette et commission Wcom-montant
*> du vendeur Wcom-ope, acquise (+) ou reprise (-).
        ENREGISTRER_MOUVEMENT_COMMISSION.
        OPEN I-O commissionMouvements
        IF fcmv_stat = 35 THEN
            OPEN OUTPUT commissionMouvements
            CLOSE commissionMouvements
            OPEN I-O commissionMouvements
        END-IF
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fcmv_date
        MOVE fcol_idco TO fcmv_idco
        MOVE fcol_seq TO fcmv_seq
        MOVE Wcom-sens TO fcmv_sens
        MOVE Wcom-ref TO fcmv_ref
        MOVE Wcom-ope TO fcmv_ope
        MOVE Wcom-qte TO fcmv_qte
        MOVE Wcom-assiette TO fcmv_assiette
        MOVE Wcom-montant TO fcmv_montant
        MOVE Woperateur TO fcmv_opemaj
        WRITE fcmvTampon END-WRITE
        CLOSE commissionMouvements.

*> Clôture du mois Wmois-clore : le relevé des commissions est
*> calculé une dernière fois depuis les mouvements et conservé dans
*> commissionsmois.dat, d'où il est réédité à l'identique.
        FIGER_COMMISSIONS.
        MOVE Wmois-clore TO Wcom-mois
        PERFORM CALCULER_COMMISSIONS_MOIS
        OPEN I-O commissionsMois
        IF fcms_stat = 35 THEN
            OPEN OUTPUT commissionsMois
            CLOSE commissionsMois
            OPEN I-O commissionsMois
        END-IF
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        PERFORM VARYING Wcom-ix FROM 1 BY 1 UNTIL Wcom-ix > Wcom-n
            MOVE Wcom-mois TO fcms_mois
            MOVE Wcom-t-ope(Wcom-ix) TO fcms_ope
            MOVE Wcom-t-nbventes(Wcom-ix) TO fcms_nbventes
            MOVE Wcom-t-nbreprises(Wcom-ix) TO fcms_nbreprises
            MOVE Wcom-t-assvente(Wcom-ix) TO fcms_assvente
            MOVE Wcom-t-assrepris(Wcom-ix) TO fcms_assrepris
            MOVE Wcom-t-montvente(Wcom-ix) TO fcms_montvente
            MOVE Wcom-t-montrepris(Wcom-ix) TO fcms_montrepris
            MOVE SYS-DATE-NUM TO fcms_date
            MOVE Woperateur TO fcms_opeclo
            WRITE fcmsTampon
                INVALID KEY
                    REWRITE fcmsTampon
            END-WRITE
        END-PERFORM
        CLOSE commissionsMois
        MOVE 1 TO Wcom-fige
        PERFORM EDITER_RELEVE_COMMISSIONS.

*> Accords de prix négociés avec les clients professionnels (bailleurs,
*> installateurs, hôtels) : prix net HT d'un article ou remise sur un
*> type d'article, avec dates de validité. RECHERCHER_PRIX_VENTE les
*> applique à la saisie de commande, au devis et aux abonnements ;
*> deux états suivent les accords proches de l'échéance et ceux que
*> le tarif ou le coût moyen ont rendus déficitaires.
        GERER_ACCORDS_PRIX.
        OPEN I-O accordsPrix
        IF fapx_stat = 35 THEN
            OPEN OUTPUT accordsPrix
            CLOSE accordsPrix
            OPEN I-O accordsPrix
        END-IF
        OPEN I-O clients
        OPEN I-O articles
        OPEN I-O tarifs
        IF ftar_stat = 35 THEN
            OPEN OUTPUT tarifs
            CLOSE tarifs
            OPEN I-O tarifs
        END-IF
        OPEN I-O coutsArticles
        IF fcou_stat = 35 THEN
            OPEN OUTPUT coutsArticles
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '-------- ACCORDS DE PRIX CLIENTS --------'
                WITH BLANK SCREEN
            DISPLAY '1 --> Prix net d''un article' LINE 2 COL 1
            DISPLAY '2 --> Remise sur un type d''article' LINE 3 COL 1
            DISPLAY '3 --> Accords d''un client' LINE 4 COL 1
            DISPLAY '4 --> Accords proches de l''échéance' LINE 5 COL 1
            DISPLAY '5 --> Rentabilité des accords' LINE 6 COL 1
            DISPLAY '0 --> Retour au menu' LINE 7 COL 1
            ACCEPT Wrep2 LINE 8 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_ACCORD_ARTICLE
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM SAISIR_ACCORD_TYPE
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM CONSULTER_ACCORDS_CLIENT
            END-IF
            IF Wrep2 = 4 THEN
                PERFORM ECHEANCES_ACCORDS
            END-IF
            IF Wrep2 = 5 THEN
                PERFORM RENTABILITE_ACCORDS
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE coutsArticles
        CLOSE tarifs
        CLOSE articles
        CLOSE clients
        CLOSE accordsPrix.

*> Client de l'accord (Wapx-idcl) ; Wapx-trouve à 0 s'il n'existe pas.
        SAISIR_CLIENT_ACCORD.
        DISPLAY 'Identifiant client :' LINE 2 COL 1
        MOVE 0 TO Wapx-idcl
        ACCEPT Wapx-idcl LINE 2 COL 22
        MOVE Wapx-idcl TO fcl_id
        READ clients
            INVALID KEY
                MOVE 0 TO Wapx-trouve
                DISPLAY 'Client inexistant' LINE 8 COL 1
            NOT INVALID KEY
                MOVE 1 TO Wapx-trouve
                DISPLAY fcl_nom LINE 2 COL 30
        END-READ.

*> Prix net HT d'un article pour un client ; un prix à zéro retire
*> l'accord. Le tarif du jour et le coût moyen pondéré sont rappelés
*> à la saisie.
        SAISIR_ACCORD_ARTICLE.
        DISPLAY '---- Prix net d''un article ----' WITH BLANK SCREEN
        PERFORM SAISIR_CLIENT_ACCORD
        IF Wapx-trouve = 1 THEN
            DISPLAY 'Identifiant article :' LINE 3 COL 1
            MOVE 0 TO fart_id
            ACCEPT fart_id LINE 3 COL 23
            READ articles
                INVALID KEY
                    MOVE 0 TO Wapx-trouve
                    DISPLAY 'Article inexistant' LINE 8 COL 1
                NOT INVALID KEY
                    DISPLAY fart_nom LINE 3 COL 30
            END-READ
        END-IF
        IF Wapx-trouve = 1 THEN
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            MOVE SYS-DATE-NUM TO fco_date-num
            PERFORM RECHERCHER_TARIF_VENTE
            PERFORM LIRE_COUT_ACCORD
            MOVE Wprix-vente TO Wapx-pr-ed
            MOVE Wapx-cmp TO Wapx-pr2-ed
            DISPLAY 'Tarif du jour :' LINE 4 COL 1
            DISPLAY Wapx-pr-ed LINE 4 COL 17
            DISPLAY 'Coût moyen :' LINE 4 COL 30
            DISPLAY Wapx-pr2-ed LINE 4 COL 43
            MOVE fart_id TO Wapx-idart
            MOVE SPACES TO Wapx-type
            PERFORM LIRE_ACCORD
            IF Wapx-trouve = 1 THEN
                MOVE fapx_prix TO Wapx-pr-ed
                DISPLAY 'Accord actuel :' LINE 5 COL 1
                DISPLAY Wapx-pr-ed LINE 5 COL 17
                DISPLAY 'du' LINE 5 COL 30
                DISPLAY fapx_debut LINE 5 COL 33
                DISPLAY 'au' LINE 5 COL 42
                DISPLAY fapx_fin LINE 5 COL 45
            END-IF
            DISPLAY 'Prix net HT (0 = retirer) :' LINE 6 COL 1
            MOVE 0 TO Wapx-prix
            ACCEPT Wapx-prix LINE 6 COL 29
            IF Wapx-prix = 0 THEN
                PERFORM RETIRER_ACCORD
            ELSE
                PERFORM SAISIR_VALIDITE_ACCORD
                IF Wapx-dates-ok = 1 THEN
                    MOVE Wapx-prix TO fapx_prix
                    MOVE 0 TO fapx_remise
                    PERFORM ENREGISTRER_ACCORD
                    IF Wapx-prix < Wapx-cmp THEN
                        DISPLAY 'Attention : prix inférieur au coût moyen'
                            LINE 10 COL 1
                    END-IF
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Remise en pourcentage sur un type d'article pour un client ; une
*> remise à zéro retire l'accord.
        SAISIR_ACCORD_TYPE.
        DISPLAY '---- Remise sur un type d''article ----'
            WITH BLANK SCREEN
        PERFORM SAISIR_CLIENT_ACCORD
        IF Wapx-trouve = 1 THEN
            DISPLAY 'Type d''article :' LINE 3 COL 1
            MOVE SPACES TO Wapx-type
            ACCEPT Wapx-type LINE 3 COL 18
            IF Wapx-type = SPACES THEN
                MOVE 0 TO Wapx-trouve
                DISPLAY 'Type obligatoire' LINE 8 COL 1
            END-IF
        END-IF
        IF Wapx-trouve = 1 THEN
            MOVE 0 TO Wapx-idart
            PERFORM LIRE_ACCORD
            IF Wapx-trouve = 1 THEN
                MOVE fapx_remise TO Wapx-pct-ed
                DISPLAY 'Accord actuel :' LINE 5 COL 1
                DISPLAY Wapx-pct-ed LINE 5 COL 17
                DISPLAY '%  du' LINE 5 COL 23
                DISPLAY fapx_debut LINE 5 COL 29
                DISPLAY 'au' LINE 5 COL 38
                DISPLAY fapx_fin LINE 5 COL 41
            END-IF
            DISPLAY 'Remise % (0 = retirer) :' LINE 6 COL 1
            MOVE 0 TO Wapx-remise
            ACCEPT Wapx-remise LINE 6 COL 26
            IF Wapx-remise = 0 THEN
                PERFORM RETIRER_ACCORD
            ELSE
                PERFORM SAISIR_VALIDITE_ACCORD
                IF Wapx-dates-ok = 1 THEN
                    MOVE 0 TO fapx_prix
                    MOVE Wapx-remise TO fapx_remise
                    PERFORM ENREGISTRER_ACCORD
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Accord Wapx-idcl / Wapx-idart / Wapx-type ; Wapx-trouve à 1 quand
*> il existe.
        LIRE_ACCORD.
        MOVE Wapx-idcl TO fapx_idcl
        MOVE Wapx-idart TO fapx_idart
        MOVE Wapx-type TO fapx_type
        READ accordsPrix
            INVALID KEY
                MOVE 0 TO Wapx-trouve
            NOT INVALID KEY
                MOVE 1 TO Wapx-trouve
        END-READ.

        RETIRER_ACCORD.
        IF Wapx-trouve = 1 THEN
            MOVE Wapx-idcl TO fapx_idcl
            MOVE Wapx-idart TO fapx_idart
            MOVE Wapx-type TO fapx_type
            DELETE accordsPrix RECORD
            DISPLAY 'Accord retiré' LINE 8 COL 1
        END-IF.

*> Période de validité : début à la date du jour par défaut, fin à
*> zéro pour un accord sans échéance. Wapx-dates-ok à 0 si la fin
*> précède le début.
        SAISIR_VALIDITE_ACCORD.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        DISPLAY 'Début (AAAAMMJJ, 0 = ce jour) :' LINE 7 COL 1
        MOVE 0 TO Wapx-debut
        ACCEPT Wapx-debut LINE 7 COL 33
        IF Wapx-debut = 0 THEN
            MOVE SYS-DATE-NUM TO Wapx-debut
        END-IF
        DISPLAY 'Fin (AAAAMMJJ, 0 = sans échéance) :' LINE 8 COL 1
        MOVE 0 TO Wapx-datefin
        ACCEPT Wapx-datefin LINE 8 COL 37
        MOVE 1 TO Wapx-dates-ok
        IF Wapx-datefin > 0 AND Wapx-datefin < Wapx-debut THEN
            MOVE 0 TO Wapx-dates-ok
            DISPLAY 'Fin antérieure au début, accord non enregistré'
                LINE 9 COL 1
        END-IF.

*> Ecrit ou remplace l'accord Wapx-idcl / Wapx-idart / Wapx-type
*> (prix et remise déjà placés par l'appelant, Wapx-trouve issu de
*> LIRE_ACCORD).
        ENREGISTRER_ACCORD.
        MOVE Wapx-idcl TO fapx_idcl
        MOVE Wapx-idart TO fapx_idart
        MOVE Wapx-type TO fapx_type
        MOVE Wapx-debut TO fapx_debut
        MOVE Wapx-datefin TO fapx_fin
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE Woperateur TO fapx_ope
        MOVE SYS-DATE-NUM TO fapx_datemaj
        IF Wapx-trouve = 1 THEN
            REWRITE fapxTampon
        ELSE
            WRITE fapxTampon END-WRITE
        END-IF
        DISPLAY 'Accord enregistré' LINE 9 COL 1.

*> Accords d'un client, prix nets par article puis remises par type
*> (ordre de la clé).
        CONSULTER_ACCORDS_CLIENT.
        DISPLAY '---- Accords d''un client ----' WITH BLANK SCREEN
        PERFORM SAISIR_CLIENT_ACCORD
        IF Wapx-trouve = 1 THEN
            DISPLAY 'Article / type' LINE 4 COL 1
            DISPLAY 'Prix net / remise' LINE 4 COL 24
            DISPLAY 'Début' LINE 4 COL 44
            DISPLAY 'Fin' LINE 4 COL 54
            MOVE 5 TO W1
            MOVE Wapx-idcl TO fapx_idcl
            MOVE 0 TO fapx_idart
            MOVE SPACES TO fapx_type
            MOVE 0 TO Wapx-fin
            START accordsPrix KEY IS NOT LESS THAN fapx_key
                INVALID KEY MOVE 1 TO Wapx-fin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wapx-fin = 1
                READ accordsPrix NEXT RECORD
                    AT END
                        MOVE 1 TO Wapx-fin
                    NOT AT END
                        IF fapx_idcl NOT = Wapx-idcl OR W1 > 18 THEN
                            MOVE 1 TO Wapx-fin
                        ELSE
                            IF fapx_idart > 0 THEN
                                MOVE fapx_idart TO fart_id
                                READ articles
                                    INVALID KEY
                                        MOVE SPACES TO fart_nom
                                END-READ
                                DISPLAY fapx_idart LINE W1 COL 1
                                DISPLAY fart_nom LINE W1 COL 7
                                MOVE fapx_prix TO Wapx-pr-ed
                                DISPLAY Wapx-pr-ed LINE W1 COL 24
                            ELSE
                                DISPLAY fapx_type LINE W1 COL 1
                                MOVE fapx_remise TO Wapx-pct-ed
                                DISPLAY Wapx-pct-ed LINE W1 COL 24
                                DISPLAY '%' LINE W1 COL 30
                            END-IF
                            DISPLAY fapx_debut LINE W1 COL 44
                            IF fapx_fin = 0 THEN
                                DISPLAY 'sans fin' LINE W1 COL 54
                            ELSE
                                DISPLAY fapx_fin LINE W1 COL 54
                            END-IF
                            ADD 1 TO W1
                        END-IF
                END-READ
            END-PERFORM
            IF W1 = 5 THEN
                DISPLAY 'Aucun accord pour ce client' LINE 5 COL 1
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Accords dont la fin tombe entre aujourd'hui et l'horizon demandé
*> (paramètre ACCORD-ALERTE, 30 jours à défaut), par la clé
*> alternative fapx_fin, édités dans accords_echeance_AAAAMMJJ.txt
*> pour les renégocier à temps.
        ECHEANCES_ACCORDS.
        DISPLAY '---- Accords proches de l''échéance ----'
            WITH BLANK SCREEN
        MOVE 30 TO Wpar-valeur
        MOVE 'ACCORD-ALERTE' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        DISPLAY 'Horizon en jours (0 =' LINE 2 COL 1
        DISPLAY Wpar-valeur LINE 2 COL 23
        DISPLAY ') :' LINE 2 COL 28
        MOVE 0 TO Wapx-jours
        ACCEPT Wapx-jours LINE 2 COL 32
        IF Wapx-jours = 0 THEN
            MOVE Wpar-valeur TO Wapx-jours
        END-IF
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wapx-limite = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) + Wapx-jours)
        MOVE SPACES TO WS-ACCORDS-FILE
        STRING 'accords_echeance_' SYS-DATE-NUM '.txt'
            DELIMITED BY SIZE INTO WS-ACCORDS-FILE
        OPEN OUTPUT accordsPrint
        MOVE SPACES TO fappTampon
        STRING 'ACCORDS DE PRIX ARRIVANT A ECHEANCE DU ' SYS-DATE-NUM
               ' AU ' Wapx-limite
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        MOVE SPACES TO fappTampon
        STRING 'Fin      Client Nom                  Article/type'
               '          Prix net / remise'
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        DISPLAY 'Fin' LINE 4 COL 1
        DISPLAY 'Client' LINE 4 COL 10
        DISPLAY 'Article / type' LINE 4 COL 38
        DISPLAY 'Prix / remise' LINE 4 COL 60
        MOVE 5 TO W1
        MOVE 0 TO Wapx-nb
        MOVE SYS-DATE-NUM TO fapx_fin
        MOVE 0 TO Wapx-fin
        START accordsPrix KEY IS NOT LESS THAN fapx_fin
            INVALID KEY MOVE 1 TO Wapx-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wapx-fin = 1
            READ accordsPrix NEXT RECORD
                AT END
                    MOVE 1 TO Wapx-fin
                NOT AT END
                    IF fapx_fin > Wapx-limite THEN
                        MOVE 1 TO Wapx-fin
                    ELSE
                        PERFORM EDITER_ECHEANCE_ACCORD
                    END-IF
            END-READ
        END-PERFORM
        MOVE SPACES TO fappTampon
        STRING 'Total : ' Wapx-nb ' accord(s)'
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        CLOSE accordsPrint
        IF Wapx-nb = 0 THEN
            DISPLAY 'Aucun accord à échéance sur la période' LINE 5 COL 1
        END-IF
        DISPLAY 'Accords :' LINE 18 COL 1
        DISPLAY Wapx-nb LINE 18 COL 11
        DISPLAY 'Etat édité :' LINE 19 COL 1
        DISPLAY WS-ACCORDS-FILE LINE 19 COL 14
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        EDITER_ECHEANCE_ACCORD.
        ADD 1 TO Wapx-nb
        MOVE fapx_idcl TO fcl_id
        READ clients
            INVALID KEY
                MOVE SPACES TO fcl_nom
        END-READ
        PERFORM LIBELLER_ACCORD
        MOVE SPACES TO fappTampon
        STRING fapx_fin ' ' fapx_idcl '  ' fcl_nom ' ' Wapx-libelle
               ' ' Wapx-valeur
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        IF W1 <= 17 THEN
            DISPLAY fapx_fin LINE W1 COL 1
            DISPLAY fapx_idcl LINE W1 COL 10
            DISPLAY fcl_nom LINE W1 COL 16
            DISPLAY Wapx-libelle LINE W1 COL 38
            DISPLAY Wapx-valeur LINE W1 COL 60
            ADD 1 TO W1
        END-IF.

*> Libellé de l'accord fapx courant (article ou type) et sa valeur
*> éditée (prix net ou remise).
        LIBELLER_ACCORD.
        MOVE SPACES TO Wapx-libelle
        MOVE SPACES TO Wapx-valeur
        IF fapx_idart > 0 THEN
            MOVE fapx_idart TO fart_id
            READ articles
                INVALID KEY
                    MOVE SPACES TO fart_nom
            END-READ
            STRING fapx_idart ' ' fart_nom
                DELIMITED BY SIZE INTO Wapx-libelle
            MOVE fapx_prix TO Wapx-pr-ed
            STRING Wapx-pr-ed ' HT'
                DELIMITED BY SIZE INTO Wapx-valeur
        ELSE
            STRING 'type ' fapx_type
                DELIMITED BY SIZE INTO Wapx-libelle
            MOVE fapx_remise TO Wapx-pct-ed
            STRING '-' Wapx-pct-ed ' %'
                DELIMITED BY SIZE INTO Wapx-valeur
        END-IF.

*> Accords en vigueur ou à venir confrontés au tarif du jour et au
*> coût moyen pondéré (accords_rentabilite_AAAAMMJJ.txt) : écart au
*> tarif et marge unitaire de chaque prix net, et pour une remise
*> par type chacun des articles actifs du type. Une marge négative
*> est signalée PERTE et comptée.
        RENTABILITE_ACCORDS.
        DISPLAY '---- Rentabilité des accords ----' WITH BLANK SCREEN
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fco_date-num
        MOVE SPACES TO WS-ACCORDS-FILE
        STRING 'accords_rentabilite_' SYS-DATE-NUM '.txt'
            DELIMITED BY SIZE INTO WS-ACCORDS-FILE
        OPEN OUTPUT accordsPrint
        MOVE SPACES TO fappTampon
        STRING 'RENTABILITE DES ACCORDS DE PRIX AU ' SYS-DATE-NUM
               ' (TARIF DU JOUR ET COUT MOYEN PONDERE)'
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        MOVE SPACES TO fappTampon
        STRING 'Article                    Tarif   Prix accord'
               '   Ecart %   Cout moyen       Marge'
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        MOVE 0 TO Wapx-nb
        MOVE 0 TO Wapx-nb-perte
        MOVE 0 TO fapx_idcl
        MOVE 0 TO fapx_idart
        MOVE SPACES TO fapx_type
        MOVE 0 TO Wapx-fin
        START accordsPrix KEY IS NOT LESS THAN fapx_key
            INVALID KEY MOVE 1 TO Wapx-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wapx-fin = 1
            READ accordsPrix NEXT RECORD
                AT END
                    MOVE 1 TO Wapx-fin
                NOT AT END
                    IF fapx_fin = 0 OR fapx_fin >= SYS-DATE-NUM THEN
                        PERFORM EXAMINER_RENTABILITE_ACCORD
                    END-IF
            END-READ
        END-PERFORM
        MOVE SPACES TO fappTampon
        WRITE fappTampon
        MOVE SPACES TO fappTampon
        STRING 'Total : ' Wapx-nb ' prix examine(s), ' Wapx-nb-perte
               ' a perte'
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        CLOSE accordsPrint
        DISPLAY 'Prix d''accord examinés :' LINE 3 COL 1
        DISPLAY Wapx-nb LINE 3 COL 26
        DISPLAY 'Dont à perte :' LINE 4 COL 1
        DISPLAY Wapx-nb-perte LINE 4 COL 26
        DISPLAY 'Etat édité :' LINE 6 COL 1
        DISPLAY WS-ACCORDS-FILE LINE 6 COL 14
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        EXAMINER_RENTABILITE_ACCORD.
        MOVE fapx_idcl TO fcl_id
        READ clients
            INVALID KEY
                MOVE SPACES TO fcl_nom
        END-READ
        PERFORM LIBELLER_ACCORD
        MOVE SPACES TO fappTampon
        WRITE fappTampon
        MOVE SPACES TO fappTampon
        STRING 'Client ' fapx_idcl ' ' fcl_nom ' - ' Wapx-libelle
               ' ' Wapx-valeur ' - du ' fapx_debut ' au ' fapx_fin
            DELIMITED BY SIZE INTO fappTampon
        WRITE fappTampon
        IF fapx_idart > 0 THEN
            MOVE fapx_idart TO fart_id
            READ articles
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fapx_prix TO Wapx-prix
                    PERFORM EDITER_RENTABILITE_ARTICLE
            END-READ
        ELSE
            MOVE fapx_type TO fart_type
            MOVE 0 TO Wapx-finc
            START articles KEY IS = fart_type
                INVALID KEY MOVE 1 TO Wapx-finc
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wapx-finc = 1
                READ articles NEXT RECORD
                    AT END
                        MOVE 1 TO Wapx-finc
                    NOT AT END
                        IF fart_type NOT = fapx_type THEN
                            MOVE 1 TO Wapx-finc
                        ELSE
                            IF ARTICLE-ACTIF THEN
                                PERFORM RECHERCHER_TARIF_VENTE
                                COMPUTE Wapx-prix ROUNDED = Wprix-vente
                                    - Wprix-vente * fapx_remise / 100
                                PERFORM EDITER_RENTABILITE_ARTICLE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF.

*> Ligne de l'article fart_id au prix d'accord Wapx-prix : tarif du
*> jour, écart en pourcentage, coût moyen et marge unitaire.
        EDITER_RENTABILITE_ARTICLE.
        ADD 1 TO Wapx-nb
        PERFORM RECHERCHER_TARIF_VENTE
        PERFORM LIRE_COUT_ACCORD
        COMPUTE Wapx-marge = Wapx-prix - Wapx-cmp
        MOVE 0 TO Wapx-ecart
        IF Wprix-vente > 0 THEN
            COMPUTE Wapx-ecart ROUNDED =
                (Wapx-prix - Wprix-vente) * 100 / Wprix-vente
        END-IF
        MOVE Wprix-vente TO Wapx-pr-ed
        MOVE Wapx-prix TO Wapx-pr2-ed
        MOVE Wapx-ecart TO Wapx-ecart-ed
        MOVE Wapx-cmp TO Wapx-pr3-ed
        MOVE Wapx-marge TO Wapx-marge-ed
        MOVE SPACES TO fappTampon
        IF Wapx-marge < 0 THEN
            ADD 1 TO Wapx-nb-perte
            STRING '  ' fart_id ' ' fart_nom Wapx-pr-ed ' ' Wapx-pr2-ed
                   '  ' Wapx-ecart-ed '  ' Wapx-pr3-ed ' ' Wapx-marge-ed
                   ' PERTE'
                DELIMITED BY SIZE INTO fappTampon
        ELSE
            STRING '  ' fart_id ' ' fart_nom Wapx-pr-ed ' ' Wapx-pr2-ed
                   '  ' Wapx-ecart-ed '  ' Wapx-pr3-ed ' ' Wapx-marge-ed
                DELIMITED BY SIZE INTO fappTampon
        END-IF
        WRITE fappTampon.

*> Coût moyen pondéré de l'article fart_id (0 s'il n'est pas connu).
        LIRE_COUT_ACCORD.
        MOVE 0 TO Wapx-cmp
        MOVE fart_id TO fcou_idart
        READ coutsArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fcou_cmp TO Wapx-cmp
        END-READ.

*> Accord de prix du client fco_idcl pour l'article fart_id en
*> vigueur à la date fco_date : le prix net de l'article, à défaut la
*> remise de son type appliquée au tarif. L'accord n'est retenu que
*> s'il est plus favorable que le tarif ; Wapx-applique passe alors
*> à 1 et Wapx-prix-tarif garde le tarif pour l'arbitrage avec les
*> promotions (ARBITRER_ACCORD_PROMO).
        APPLIQUER_ACCORD_PRIX.
        MOVE 0 TO Wapx-applique
        MOVE Wprix-vente TO Wapx-prix-tarif
        IF fco_idcl > 0 THEN
            OPEN INPUT accordsPrix
            IF fapx_stat = 0 THEN
                MOVE Wprix-vente TO Wapx-prix
                MOVE fco_idcl TO fapx_idcl
                MOVE fart_id TO fapx_idart
                MOVE SPACES TO fapx_type
                MOVE 0 TO Wapx-trouve
                READ accordsPrix
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM CONTROLER_VALIDITE_ACCORD
                END-READ
                IF Wapx-trouve = 1 THEN
                    MOVE fapx_prix TO Wapx-prix
                ELSE
                    IF fart_type NOT = SPACES THEN
                        MOVE fco_idcl TO fapx_idcl
                        MOVE 0 TO fapx_idart
                        MOVE fart_type TO fapx_type
                        READ accordsPrix
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM CONTROLER_VALIDITE_ACCORD
                        END-READ
                        IF Wapx-trouve = 1 THEN
                            COMPUTE Wapx-prix ROUNDED = Wprix-vente
                                - Wprix-vente * fapx_remise / 100
                        END-IF
                    END-IF
                END-IF
                CLOSE accordsPrix
                IF Wapx-prix < Wprix-vente THEN
                    MOVE Wapx-prix TO Wprix-vente
                    MOVE 1 TO Wapx-applique
                END-IF
            END-IF
        END-IF.

        CONTROLER_VALIDITE_ACCORD.
        MOVE 0 TO Wapx-trouve
        IF fapx_debut <= fco_date-num
           AND (fapx_fin = 0 OR fapx_fin >= fco_date-num) THEN
            MOVE 1 TO Wapx-trouve
        END-IF.

*> Prix d'accord ou promotion : le client a le meilleur des deux,
*> jamais les deux. Wapx-pct est la remise promotionnelle retenue
*> pour la ligne ; si elle, appliquée au tarif, fait mieux que
*> l'accord, la ligne repart du tarif, sinon Wapx-promo-ecartee passe
*> à 1 et l'appelant annule la remise.
        ARBITRER_ACCORD_PROMO.
        MOVE 0 TO Wapx-promo-ecartee
        IF Wapx-applique = 1 AND Wapx-pct > 0 THEN
            COMPUTE Wapx-prix-promo ROUNDED = Wapx-prix-tarif
                - Wapx-prix-tarif * Wapx-pct / 100
            IF Wapx-prix-promo < Wprix-vente THEN
                MOVE Wapx-prix-tarif TO Wprix-vente
                MOVE 0 TO Wapx-applique
            ELSE
                MOVE 1 TO Wapx-promo-ecartee
            END-IF
        END-IF.

*> Cartes cadeau : vente en caisse, consultation d'une carte et
*> encours. La carte est encaissée et remise sur-le-champ ; son solde
*> se consomme ensuite par le mode de règlement CARTECADO
*> (SAISIR_PAIEMENT), l'annulation d'une commande ainsi réglée le
*> recrédite, et le traitement de nuit fait expirer les cartes échues
*> en passant leur solde perdu en produits.
        GERER_CARTES_CADEAU.
        OPEN I-O cartesCadeau
        IF fcad_stat = 35 THEN
            OPEN OUTPUT cartesCadeau
            CLOSE cartesCadeau
            OPEN I-O cartesCadeau
        END-IF
        OPEN I-O mouvementsCartes
        IF fmcd_stat = 35 THEN
            OPEN OUTPUT mouvementsCartes
            CLOSE mouvementsCartes
            OPEN I-O mouvementsCartes
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '-------- CARTES CADEAU --------' WITH BLANK SCREEN
            DISPLAY '1 --> Vendre une carte cadeau' LINE 2 COL 1
            DISPLAY '2 --> Consulter une carte' LINE 3 COL 1
            DISPLAY '3 --> Encours des cartes cadeau' LINE 4 COL 1
            DISPLAY '0 --> Retour au menu' LINE 5 COL 1
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM VENDRE_CARTE_CADEAU
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM CONSULTER_CARTE_CADEAU
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM ENCOURS_CARTES_CADEAU
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE mouvementsCartes
        CLOSE cartesCadeau.

*> Vente d'une carte : session de caisse ouverte obligatoire, client
*> acheteur connu, montant entre 0 et le plafond CARTE-MAX (500 par
*> défaut), règlement en espèces, carte ou chèque — une carte ne
*> s'achète ni avec un avoir ni avec une autre carte.
        VENDRE_CARTE_CADEAU.
        DISPLAY '---- Vente d''une carte cadeau ----' WITH BLANK SCREEN
        MOVE SPACES TO Wcad-message
        IF Wsession-courante = 0 THEN
            MOVE 'Aucune session de caisse ouverte' TO Wcad-message
        ELSE
            OPEN I-O clients
            DISPLAY 'Client acheteur :' LINE 2 COL 1
            MOVE 0 TO fcl_id
            ACCEPT fcl_id LINE 2 COL 19
            READ clients
                INVALID KEY
                    MOVE 'Client inexistant' TO Wcad-message
                NOT INVALID KEY
                    MOVE fcl_id TO Wcad-idcl
                    DISPLAY fcl_nom LINE 2 COL 30
            END-READ
            CLOSE clients
        END-IF
        IF Wcad-message = SPACES THEN
            MOVE 500 TO Wpar-valeur
            MOVE 'CARTE-MAX' TO Wpar-code
            PERFORM LIRE_PARAMETRE
            MOVE Wpar-valeur TO Wcad-max
            DISPLAY 'Montant de la carte :' LINE 3 COL 1
            MOVE 0 TO Wcad-montant
            ACCEPT Wcad-montant LINE 3 COL 23
            IF Wcad-montant = 0 OR Wcad-montant > Wcad-max THEN
                MOVE Wcad-max TO Wcad-mt-ed
                MOVE SPACES TO Wcad-message
                STRING 'Montant refusé (plafond ' Wcad-mt-ed ')'
                    DELIMITED BY SIZE INTO Wcad-message
            END-IF
        END-IF
        IF Wcad-message = SPACES THEN
            DISPLAY 'Mode (CB/CHEQUE/ESPECES) :' LINE 4 COL 1
            ACCEPT Wpai-mode LINE 4 COL 28
            IF Wpai-mode NOT = 'CB' AND Wpai-mode NOT = 'CHEQUE'
               AND Wpai-mode NOT = 'ESPECES' THEN
                MOVE 'Mode refusé pour une carte cadeau' TO Wcad-message
            END-IF
        END-IF
        IF Wcad-message = SPACES THEN
            MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            COMPUTE Wmois-controle = SYS-YEAR * 100 + SYS-MONTH
            PERFORM CONTROLER_PERIODE_CLOSE
            IF Wperiode-close = 1 THEN
                MOVE 'Période comptable close, vente refusée'
                    TO Wcad-message
            END-IF
        END-IF
        IF Wcad-message = SPACES THEN
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Encaisser et émettre la carte ? 1 ou 0 :'
                    LINE 6 COL 1
                ACCEPT Wrep2b LINE 6 COL 42
            END-PERFORM
            IF Wrep2b = 1 THEN
                PERFORM EMETTRE_CARTE_CADEAU
            END-IF
        ELSE
            DISPLAY Wcad-message LINE 8 COL 1
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 12 COL 1
            ACCEPT Wrep2b LINE 12 COL 26
        END-PERFORM.

*> La vente passe par une commande (compteur 3) d'une seule ligne
*> Wcarte-idart à TVA nulle, réglée aussitôt par un paiement
*> estampillé de la session : le tiroir de caisse et le journal
*> comptable la voient comme une vente, dont le produit va au compte
*> de dette des cartes cadeau. Ni stock, ni points de fidélité, ni
*> commission. La carte (compteur N) est valable CARTE-VALIDITE jours
*> (365 par défaut).
        EMETTRE_CARTE_CADEAU.
        MOVE 365 TO Wpar-valeur
        MOVE 'CARTE-VALIDITE' TO Wpar-code
        PERFORM LIRE_PARAMETRE
        MOVE Wpar-valeur TO Wcad-validite
        OPEN I-O commandes
        OPEN I-O lignesCommande
        IF flc_stat = 35 THEN
            OPEN OUTPUT lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
        OPEN I-O paiements
        IF fpai_stat = 35 THEN
            OPEN OUTPUT paiements
            CLOSE paiements
            OPEN I-O paiements
        END-IF
        OPEN I-O compteurs
        IF fcpt_stat = 35 THEN
            OPEN OUTPUT compteurs
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        MOVE 3 TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 3 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fco_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE Wcad-idcl TO fco_idcl
        MOVE Wcarte-idart TO fco_idart
        MOVE 1 TO fco_qte
        MOVE FUNCTION CURRENT-DATE TO fco_date
        MOVE SPACES TO fco_promo
        SET COMMANDE-ACTIVE TO TRUE
        MOVE Woperateur TO fco_opemaj
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fco_datemaj
        WRITE fcoTampon END-WRITE
        MOVE 'COMMANDE' TO Wjmj-fichier
        MOVE fco_id TO Wjmj-idrecord
        MOVE 'CREATION' TO Wjmj-operation
        MOVE SPACES TO Wjmj-avant
        MOVE fcoTampon TO Wjmj-apres
        PERFORM JOURNALISER_MAJ
        MOVE fco_id TO flc_idco
        MOVE 1 TO flc_seq
        MOVE Wcarte-idart TO flc_idart
        MOVE 1 TO flc_qte
        MOVE Wcad-montant TO flc_prix
        MOVE 0 TO flc_tauxtva
        MOVE 0 TO flc_remise
        WRITE flcTampon END-WRITE
        MOVE Wcad-montant TO Wpai-montant
        PERFORM ENREGISTRER_PAIEMENT
        MOVE 'N' TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 'N' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fcad_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE fco_id TO fcad_idco
        MOVE fco_idcl TO fcad_idcl
        MOVE Wcad-montant TO fcad_montant
        MOVE Wcad-montant TO fcad_solde
        MOVE SYS-DATE-NUM TO fcad_dateemis
        COMPUTE Wcad-jour =
            FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) + Wcad-validite
        COMPUTE fcad_dateexp = FUNCTION DATE-OF-INTEGER(Wcad-jour)
        SET CARTE-ACTIVE TO TRUE
        MOVE Wsession-courante TO fcad_session
        MOVE Woperateur TO fcad_ope
        MOVE 0 TO fcad_nbmvt
        SET MVTCARTE-EMISSION TO TRUE
        MOVE Wcad-montant TO fmcd_montant
        MOVE fco_id TO fmcd_idco
        PERFORM ENREGISTRER_MOUVEMENT_CARTE
        WRITE fcadTampon END-WRITE
        CLOSE compteurs
        CLOSE paiements
        CLOSE lignesCommande
        CLOSE commandes
        DISPLAY 'Carte cadeau n.' LINE 8 COL 1
        DISPLAY fcad_id LINE 8 COL 17
        DISPLAY 'valable jusqu''au' LINE 8 COL 24
        DISPLAY fcad_dateexp LINE 8 COL 41
        DISPLAY 'Commande de vente n.' LINE 9 COL 1
        DISPLAY fco_id LINE 9 COL 22.

*> Mouvement suivant de la carte fcad courante : l'appelant garnit le
*> type, le montant et la commande, puis écrit ou réécrit la carte
*> dont le numéro de dernier mouvement vient d'avancer.
        ENREGISTRER_MOUVEMENT_CARTE.
        ADD 1 TO fcad_nbmvt
        MOVE fcad_id TO fmcd_idcarte
        MOVE fcad_nbmvt TO fmcd_seq
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fmcd_date
        MOVE Woperateur TO fmcd_ope
        WRITE fmcdTampon END-WRITE.

*> Solde, échéance et état d'une carte, suivis de ses mouvements.
        CONSULTER_CARTE_CADEAU.
        DISPLAY '---- Carte cadeau ----' WITH BLANK SCREEN
        DISPLAY 'Numéro de carte :' LINE 2 COL 1
        MOVE 0 TO fcad_id
        ACCEPT fcad_id LINE 2 COL 19
        READ cartesCadeau
            INVALID KEY
                DISPLAY 'Carte inconnue' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY 'Emise le' LINE 3 COL 1
                DISPLAY fcad_dateemis LINE 3 COL 10
                DISPLAY 'Montant :' LINE 3 COL 21
                MOVE fcad_montant TO Wcad-mt-ed
                DISPLAY Wcad-mt-ed LINE 3 COL 31
                DISPLAY 'Client :' LINE 3 COL 42
                DISPLAY fcad_idcl LINE 3 COL 51
                DISPLAY 'Echéance' LINE 4 COL 1
                DISPLAY fcad_dateexp LINE 4 COL 10
                DISPLAY 'Solde :' LINE 4 COL 21
                MOVE fcad_solde TO Wcad-mt-ed
                DISPLAY Wcad-mt-ed LINE 4 COL 31
                DISPLAY 'Etat :' LINE 4 COL 42
                DISPLAY fcad_etat LINE 4 COL 49
                DISPLAY 'Date      Mouvement   Montant  Commande'
                    LINE 6 COL 1
                MOVE 7 TO W1
                MOVE fcad_id TO fmcd_idcarte
                MOVE 0 TO fmcd_seq
                MOVE 0 TO Wcad-fin
                START mouvementsCartes KEY IS NOT LESS THAN fmcd_key
                    INVALID KEY MOVE 1 TO Wcad-fin
                END-START
                PERFORM WITH TEST BEFORE UNTIL Wcad-fin = 1
                    READ mouvementsCartes NEXT RECORD
                        AT END
                            MOVE 1 TO Wcad-fin
                        NOT AT END
                            IF fmcd_idcarte NOT = fcad_id THEN
                                MOVE 1 TO Wcad-fin
                            ELSE
                                IF W1 <= 20 THEN
                                    DISPLAY fmcd_date LINE W1 COL 1
                                    DISPLAY fmcd_type LINE W1 COL 11
                                    MOVE fmcd_montant TO Wcad-mt-ed
                                    DISPLAY Wcad-mt-ed LINE W1 COL 22
                                    DISPLAY fmcd_idco LINE W1 COL 33
                                    ADD 1 TO W1
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep2b LINE 22 COL 26
        END-PERFORM.

*> Encours des cartes cadeau : les cartes actives et leur solde, soit
*> la dette restant due aux porteurs (l'état de nuit en donne le
*> détail complet).
        ENCOURS_CARTES_CADEAU.
        DISPLAY '---- Cartes cadeau en cours ----' WITH BLANK SCREEN
        DISPLAY 'Carte  Client  Echéance  Solde' LINE 2 COL 1
        MOVE 0 TO Wcad-nb
        MOVE 0 TO Wcad-total
        MOVE 3 TO W1
        MOVE 0 TO fcad_id
        MOVE 0 TO Wcad-fin
        START cartesCadeau KEY IS NOT LESS THAN fcad_id
            INVALID KEY MOVE 1 TO Wcad-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcad-fin = 1
            READ cartesCadeau NEXT RECORD
                AT END
                    MOVE 1 TO Wcad-fin
                NOT AT END
                    IF CARTE-ACTIVE AND fcad_solde > 0 THEN
                        ADD 1 TO Wcad-nb
                        ADD fcad_solde TO Wcad-total
                        IF W1 <= 18 THEN
                            DISPLAY fcad_id LINE W1 COL 1
                            DISPLAY fcad_idcl LINE W1 COL 8
                            DISPLAY fcad_dateexp LINE W1 COL 16
                            MOVE fcad_solde TO Wcad-mt-ed
                            DISPLAY Wcad-mt-ed LINE W1 COL 26
                            ADD 1 TO W1
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wcad-nb = 0 THEN
            DISPLAY 'Aucune carte en cours' LINE 3 COL 1
        ELSE
            DISPLAY 'Cartes en cours :' LINE 20 COL 1
            DISPLAY Wcad-nb LINE 20 COL 19
            DISPLAY 'Encours total :' LINE 20 COL 27
            MOVE Wcad-total TO Wcad-tot-ed
            DISPLAY Wcad-tot-ed LINE 20 COL 43
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 22 COL 1
            ACCEPT Wrep2b LINE 22 COL 26
        END-PERFORM.

*> Règlement d'une commande par carte cadeau : la carte doit être
*> active et non échue ; un montant supérieur au solde est ramené au
*> solde (utilisation partielle, le reste se règle par un autre mode).
*> Le solde est décompté et le mouvement de paiement garde la
*> commande, pour le recrédit en cas d'annulation. Le règlement est
*> ensuite enregistré comme les autres, avec le mode CARTECADO.
        REGLER_PAR_CARTE_CADEAU.
        OPEN I-O cartesCadeau
        IF fcad_stat = 35 THEN
            OPEN OUTPUT cartesCadeau
            CLOSE cartesCadeau
            OPEN I-O cartesCadeau
        END-IF
        OPEN I-O mouvementsCartes
        IF fmcd_stat = 35 THEN
            OPEN OUTPUT mouvementsCartes
            CLOSE mouvementsCartes
            OPEN I-O mouvementsCartes
        END-IF
        DISPLAY 'Numéro de carte cadeau :' LINE 7 COL 1
        MOVE 0 TO fcad_id
        ACCEPT fcad_id LINE 7 COL 26
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        READ cartesCadeau
            INVALID KEY
                DISPLAY 'Carte cadeau inconnue' LINE 8 COL 1
                MOVE 0 TO WpaiementOK
            NOT INVALID KEY
                IF NOT CARTE-ACTIVE
                   OR fcad_dateexp < SYS-DATE-NUM THEN
                    DISPLAY 'Carte épuisée, échue ou annulée'
                        LINE 8 COL 1
                    MOVE 0 TO WpaiementOK
                ELSE
                    IF Wpai-montant > fcad_solde THEN
                        MOVE fcad_solde TO Wpai-montant
                        MOVE Wpai-montant TO Wcad-mt-ed
                        DISPLAY 'Utilisation partielle, carte débitée de'
                            LINE 9 COL 1
                        DISPLAY Wcad-mt-ed LINE 9 COL 42
                    END-IF
                    IF Wpai-montant > 0 THEN
                        SUBTRACT Wpai-montant FROM fcad_solde
                        IF fcad_solde = 0 THEN
                            SET CARTE-EPUISEE TO TRUE
                        END-IF
                        SET MVTCARTE-PAIEMENT TO TRUE
                        MOVE Wpai-montant TO fmcd_montant
                        MOVE fco_id TO fmcd_idco
                        PERFORM ENREGISTRER_MOUVEMENT_CARTE
                        REWRITE fcadTampon
                        MOVE fcad_solde TO Wcad-mt-ed
                        DISPLAY 'Solde carte :' LINE 7 COL 34
                        DISPLAY Wcad-mt-ed LINE 7 COL 48
                    END-IF
                END-IF
        END-READ
        CLOSE mouvementsCartes
        CLOSE cartesCadeau.

*> Une commande de vente de cartes cadeau ne s'annule que si aucune
*> de ses cartes n'a servi (carte encore active, solde intact) :
*> Wcad-entamee passe à 1 sinon.
        CONTROLER_CARTES_VENDUES.
        MOVE 0 TO Wcad-entamee
        OPEN I-O cartesCadeau
        IF fcad_stat = 35 THEN
            OPEN OUTPUT cartesCadeau
            CLOSE cartesCadeau
            OPEN I-O cartesCadeau
        END-IF
        MOVE fco_id TO fcad_idco
        MOVE 0 TO Wcad-fin
        START cartesCadeau KEY IS = fcad_idco
            INVALID KEY MOVE 1 TO Wcad-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcad-fin = 1
            READ cartesCadeau NEXT RECORD
                AT END
                    MOVE 1 TO Wcad-fin
                NOT AT END
                    IF fcad_idco NOT = fco_id THEN
                        MOVE 1 TO Wcad-fin
                    ELSE
                        IF NOT CARTE-ACTIVE
                           OR fcad_solde < fcad_montant THEN
                            MOVE 1 TO Wcad-entamee
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE cartesCadeau.

*> Annulation d'une vente de cartes cadeau (contrôlée intacte par
*> CONTROLER_CARTES_VENDUES) : chaque carte de la commande est
*> annulée et son solde retiré ; l'avoir de la commande rend le prix.
        ANNULER_CARTES_VENDUES.
        OPEN I-O cartesCadeau
        IF fcad_stat = 35 THEN
            OPEN OUTPUT cartesCadeau
            CLOSE cartesCadeau
            OPEN I-O cartesCadeau
        END-IF
        OPEN I-O mouvementsCartes
        IF fmcd_stat = 35 THEN
            OPEN OUTPUT mouvementsCartes
            CLOSE mouvementsCartes
            OPEN I-O mouvementsCartes
        END-IF
        MOVE fco_id TO fcad_idco
        MOVE 0 TO Wcad-fin
        START cartesCadeau KEY IS = fcad_idco
            INVALID KEY MOVE 1 TO Wcad-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcad-fin = 1
            READ cartesCadeau NEXT RECORD
                AT END
                    MOVE 1 TO Wcad-fin
                NOT AT END
                    IF fcad_idco NOT = fco_id THEN
                        MOVE 1 TO Wcad-fin
                    ELSE
                        IF CARTE-ACTIVE THEN
                            SET MVTCARTE-ANNULATION TO TRUE
                            MOVE fcad_solde TO fmcd_montant
                            MOVE fco_id TO fmcd_idco
                            PERFORM ENREGISTRER_MOUVEMENT_CARTE
                            MOVE 0 TO fcad_solde
                            SET CARTE-ANNULEE TO TRUE
                            REWRITE fcadTampon
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE mouvementsCartes
        CLOSE cartesCadeau.

*> Commande annulée réglée en tout ou partie par carte cadeau : chaque
*> paiement CARTECADO est rendu à sa carte (mouvement de recrédit,
*> carte épuisée redevenue active) et Wcad-recredit, déduit de l'avoir
*> émis ensuite, évite de rembourser deux fois. Une carte échue ou
*> annulée entre-temps n'est pas recréditée : le montant reste dans
*> l'avoir. Les paiements sont d'abord relevés, le fichier des
*> mouvements ne reçoit les recrédits qu'une fois la lecture finie.
        RECREDITER_CARTES_COMMANDE.
        MOVE 0 TO Wcad-recredit
        MOVE 0 TO Wcad-n
        OPEN I-O cartesCadeau
        IF fcad_stat = 35 THEN
            OPEN OUTPUT cartesCadeau
            CLOSE cartesCadeau
            OPEN I-O cartesCadeau
        END-IF
        OPEN I-O mouvementsCartes
        IF fmcd_stat = 35 THEN
            OPEN OUTPUT mouvementsCartes
            CLOSE mouvementsCartes
            OPEN I-O mouvementsCartes
        END-IF
        MOVE fco_id TO fmcd_idco
        MOVE 0 TO Wcad-fin
        START mouvementsCartes KEY IS = fmcd_idco
            INVALID KEY MOVE 1 TO Wcad-fin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wcad-fin = 1
            READ mouvementsCartes NEXT RECORD
                AT END
                    MOVE 1 TO Wcad-fin
                NOT AT END
                    IF fmcd_idco NOT = fco_id THEN
                        MOVE 1 TO Wcad-fin
                    ELSE
                        IF MVTCARTE-PAIEMENT AND Wcad-n < 20 THEN
                            ADD 1 TO Wcad-n
                            MOVE fmcd_idcarte TO Wcad-t-id(Wcad-n)
                            MOVE fmcd_montant TO Wcad-t-montant(Wcad-n)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        PERFORM VARYING Wcad-i FROM 1 BY 1 UNTIL Wcad-i > Wcad-n
            PERFORM RECREDITER_CARTE
        END-PERFORM
        CLOSE mouvementsCartes
        CLOSE cartesCadeau
        IF Wcad-recredit > 0 THEN
            MOVE Wcad-recredit TO Wcad-tot-ed
            DISPLAY 'Recrédité sur carte cadeau :' LINE 23 COL 1
            DISPLAY Wcad-tot-ed LINE 23 COL 30
        END-IF.

        RECREDITER_CARTE.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE Wcad-t-id(Wcad-i) TO fcad_id
        READ cartesCadeau
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF (CARTE-ACTIVE OR CARTE-EPUISEE)
                   AND fcad_dateexp >= SYS-DATE-NUM THEN
                    ADD Wcad-t-montant(Wcad-i) TO fcad_solde
                    ADD Wcad-t-montant(Wcad-i) TO Wcad-recredit
                    SET CARTE-ACTIVE TO TRUE
                    SET MVTCARTE-RECREDIT TO TRUE
                    MOVE Wcad-t-montant(Wcad-i) TO fmcd_montant
                    MOVE fco_id TO fmcd_idco
                    PERFORM ENREGISTRER_MOUVEMENT_CARTE
                    REWRITE fcadTampon
                END-IF
        END-READ.

*> Extensions de garantie : tarifs par durée (type d'article ou
*> tranche de prix, saisie sous confirmation manager) et état des
*> contrats en vigueur. La vente elle-même se fait à la caisse
*> (AJOUT_COMMANDE) ou sur devis.
        GERER_EXTENSIONS_GARANTIE.
        OPEN I-O tarifsExtension
        IF ftex_stat = 35 THEN
            OPEN OUTPUT tarifsExtension
            CLOSE tarifsExtension
            OPEN I-O tarifsExtension
        END-IF
        OPEN I-O contratsGarantie
        IF fcg_stat = 35 THEN
            OPEN OUTPUT contratsGarantie
            CLOSE contratsGarantie
            OPEN I-O contratsGarantie
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
            DISPLAY '---- EXTENSIONS DE GARANTIE ----' WITH BLANK SCREEN
            DISPLAY '1 --> Saisir / supprimer un tarif' LINE 2 COL 1
            DISPLAY '2 --> Tarifs d''extension' LINE 3 COL 1
            DISPLAY '3 --> Contrats en vigueur' LINE 4 COL 1
            DISPLAY '0 --> Retour au menu' LINE 5 COL 1
            ACCEPT Wrep2 LINE 6 COL 1
            IF Wrep2 = 1 THEN
                PERFORM SAISIR_TARIF_EXTENSION
            END-IF
            IF Wrep2 = 2 THEN
                PERFORM LISTER_TARIFS_EXTENSION
            END-IF
            IF Wrep2 = 3 THEN
                PERFORM RAPPORT_CONTRATS_EXTENSION
            END-IF
            IF Wrep2 = 0 THEN
                MOVE 0 TO Wrep
            ELSE
                MOVE 1 TO Wrep
            END-IF
        END-PERFORM
        CLOSE contratsGarantie
        CLOSE tarifsExtension.

*> Un tarif vaut pour un type d'article, ou à défaut (type à blanc)
*> pour les articles dont le prix HT ne dépasse pas le plafond de la
*> tranche. Un prix à zéro supprime le tarif.
        SAISIR_TARIF_EXTENSION.
        DISPLAY '---- Tarif d''extension de garantie ----'
            WITH BLANK SCREEN
        PERFORM CONTROLER_MANAGER
        IF WaccesOK = 1 THEN
            MOVE 0 TO ftex_annees
            MOVE SPACES TO ftex_type
            MOVE 0 TO ftex_plafond
            DISPLAY 'Durée de l''extension (ans) :' LINE 2 COL 1
            ACCEPT ftex_annees LINE 2 COL 31
            DISPLAY 'Type d''article (vide = tranche de prix) :'
                LINE 3 COL 1
            ACCEPT ftex_type LINE 3 COL 43
            IF ftex_type = SPACES THEN
                DISPLAY 'Prix HT article jusqu''à :' LINE 4 COL 1
                ACCEPT ftex_plafond LINE 4 COL 27
            END-IF
            IF ftex_annees = 0 THEN
                DISPLAY 'Durée obligatoire' LINE 6 COL 1
            ELSE
                DISPLAY 'Prix HT de l''extension (0 = supprimer) :'
                    LINE 5 COL 1
                MOVE 0 TO ftex_prix
                ACCEPT ftex_prix LINE 5 COL 43
                IF ftex_prix = 0 THEN
                    DELETE tarifsExtension RECORD
                        INVALID KEY
                            DISPLAY 'Tarif inexistant' LINE 6 COL 1
                        NOT INVALID KEY
                            DISPLAY 'Tarif supprimé' LINE 6 COL 1
                    END-DELETE
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                    MOVE Woperateur TO ftex_ope
                    MOVE SYS-DATE-NUM TO ftex_datemaj
                    WRITE ftexTampon
                        INVALID KEY
                            REWRITE ftexTampon
                    END-WRITE
                    DISPLAY 'Tarif enregistré' LINE 6 COL 1
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

        LISTER_TARIFS_EXTENSION.
        DISPLAY '---- Tarifs d''extension de garantie ----'
            WITH BLANK SCREEN
        DISPLAY 'Ans Type       Plafond HT  Prix HT' LINE 2 COL 1
        MOVE 3 TO W1
        MOVE 0 TO ftex_annees
        MOVE SPACES TO ftex_type
        MOVE 0 TO ftex_plafond
        MOVE 0 TO Wfin
        START tarifsExtension KEY IS NOT LESS THAN ftex_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ tarifsExtension NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF W1 <= 18 THEN
                        DISPLAY ftex_annees LINE W1 COL 2
                        IF ftex_type = SPACES THEN
                            DISPLAY 'tranche' LINE W1 COL 5
                            DISPLAY ftex_plafond LINE W1 COL 16
                        ELSE
                            DISPLAY ftex_type LINE W1 COL 5
                        END-IF
                        DISPLAY ftex_prix LINE W1 COL 28
                        ADD 1 TO W1
                    END-IF
            END-READ
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM.

*> Contrats en vigueur : actifs et non échus. La couverture n'a pas
*> encore commencé tant que la garantie constructeur court
*> (« à venir ») ; le total en valeur HT correspond aux produits
*> d'extension restant constatés d'avance.
        RAPPORT_CONTRATS_EXTENSION.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE 0 TO Wext-nb
        MOVE 0 TO Wext-nb-cours
        MOVE 0 TO Wext-total
        MOVE 0 TO fcg_id
        MOVE 0 TO Wfin
        START contratsGarantie KEY IS NOT LESS THAN fcg_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ contratsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF CONTRAT-ACTIF
                       AND fcg_datefin >= SYS-DATE-NUM THEN
                        ADD 1 TO Wext-nb
                        IF fcg_datedeb <= SYS-DATE-NUM THEN
                            ADD 1 TO Wext-nb-cours
                        END-IF
                        COMPUTE Wext-total = Wext-total
                            + fcg_prix * fcg_qte
                    END-IF
            END-READ
        END-PERFORM
        MOVE 1 TO Wpagec
        PERFORM WITH TEST AFTER UNTIL Wnav = 0
            DISPLAY '---- Contrats d''extension en vigueur ----'
                WITH BLANK SCREEN
            DISPLAY 'Contrat Cde   Art.  Série           Début    Fin      Qté PU HT'
                LINE 3 COL 1
            COMPUTE Wsaut = (Wpagec - 1) * 15
            MOVE 0 TO Wcompte
            MOVE 0 TO Wencore
            MOVE 4 TO W1
            MOVE 0 TO fcg_id
            MOVE 0 TO Wfin
            START contratsGarantie KEY IS NOT LESS THAN fcg_id
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ contratsGarantie NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF CONTRAT-ACTIF
                           AND fcg_datefin >= SYS-DATE-NUM THEN
                            PERFORM AFFICHER_CONTRAT_PAGINE
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY 'Contrats en vigueur :' LINE 19 COL 1
            DISPLAY Wext-nb LINE 19 COL 23
            DISPLAY 'dont couverture commencée :' LINE 19 COL 30
            DISPLAY Wext-nb-cours LINE 19 COL 58
            DISPLAY 'Valeur HT :' LINE 20 COL 1
            DISPLAY Wext-total LINE 20 COL 13
            PERFORM NAVIGUER_PAGE
        END-PERFORM.

        AFFICHER_CONTRAT_PAGINE.
        IF Wsaut > 0 THEN
            SUBTRACT 1 FROM Wsaut
        ELSE
            IF Wcompte < 15 THEN
                DISPLAY fcg_id LINE W1 COL 1
                DISPLAY fcg_idco LINE W1 COL 9
                DISPLAY fcg_idart LINE W1 COL 15
                DISPLAY fcg_numserie LINE W1 COL 21
                DISPLAY fcg_datedeb LINE W1 COL 37
                DISPLAY fcg_datefin LINE W1 COL 46
                DISPLAY fcg_qte LINE W1 COL 55
                DISPLAY fcg_prix LINE W1 COL 59
                ADD 1 TO W1
                ADD 1 TO Wcompte
            ELSE
                MOVE 1 TO Wencore
                MOVE 1 TO Wfin
            END-IF
        END-IF.

*> Proposition d'extension pour l'article fart_id vendu ou devisé au
*> prix Wprix-vente (ligne 11 de l'écran) : rien à proposer pour un
*> article sans garantie constructeur. Wext-annees reste à zéro si
*> le client refuse ou si aucun tarif ne couvre la durée demandée.
        PROPOSER_EXTENSION_GARANTIE.
        MOVE 0 TO Wext-annees
        MOVE 0 TO Wext-prix
        IF fart_dureegaranti > 0 THEN
            DISPLAY 'Extension garantie (ans, 0=non) :' LINE 11 COL 1
            ACCEPT Wext-annees LINE 11 COL 35
            IF Wext-annees > 0 THEN
                PERFORM CHERCHER_TARIF_EXTENSION
                IF Wext-prix = 0 THEN
                    DISPLAY 'Pas de tarif pour cette durée' LINE 11 COL 38
                    MOVE 0 TO Wext-annees
                ELSE
                    DISPLAY 'PU HT :' LINE 11 COL 38
                    DISPLAY Wext-prix LINE 11 COL 46
                END-IF
            END-IF
        END-IF.

*> Tarif du type de l'article d'abord ; sinon première tranche dont
*> le plafond couvre le prix de vente (clé durée + type à blanc +
*> plafond, lue en START au prix cherché).
        CHERCHER_TARIF_EXTENSION.
        MOVE 0 TO Wext-prix
        MOVE Wext-annees TO ftex_annees
        MOVE fart_type TO ftex_type
        MOVE 0 TO ftex_plafond
        READ tarifsExtension
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ftex_prix TO Wext-prix
        END-READ
        IF Wext-prix = 0 THEN
            MOVE Wext-annees TO ftex_annees
            MOVE SPACES TO ftex_type
            MOVE Wprix-vente TO ftex_plafond
            START tarifsExtension KEY IS NOT LESS THAN ftex_key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ tarifsExtension NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ftex_annees = Wext-annees
                               AND ftex_type = SPACES THEN
                                MOVE ftex_prix TO Wext-prix
                            END-IF
                    END-READ
            END-START
        END-IF.

*> Vente au guichet : l'extension acceptée devient la ligne 2 de la
*> commande (article fictif 9999n, TVA de l'article couvert, sans
*> remise) et donne un contrat par unité vendue sous numéro de série,
*> plus un contrat global pour les unités sans numéro.
        VENDRE_EXTENSION_GARANTIE.
        IF Wext-annees > 0 THEN
            MOVE fco_id TO flc_idco
            MOVE 2 TO flc_seq
            COMPUTE flc_idart = Wext-base + Wext-annees
            MOVE fco_qte TO flc_qte
            MOVE Wext-prix TO flc_prix
            MOVE fart_tauxtva TO flc_tauxtva
            MOVE 0 TO flc_remise
            WRITE flcTampon END-WRITE
            MOVE 1 TO Wext-seqligne
            MOVE 2 TO Wext-seqext
            MOVE fco_qte TO Wext-qte-ligne
            PERFORM CREER_CONTRATS_EXTENSION
            DISPLAY 'Extension jusqu''au' LINE 12 COL 40
            DISPLAY Wext-datefin LINE 12 COL 59
        END-IF.

        CREER_CONTRATS_EXTENSION.
        PERFORM CALCULER_DATES_EXTENSION
        MOVE 0 TO Wext-nb
        MOVE fart_id TO fsn_idart
        MOVE 0 TO Wfinm
        START seriesNumeros KEY IS = fsn_idart
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ seriesNumeros NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fsn_idart NOT = fart_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF fsn_idco = fco_id
                           AND fsn_seqligne = Wext-seqligne THEN
                            MOVE fsn_numserie TO Wext-serie
                            MOVE 1 TO Wext-qte
                            PERFORM ECRIRE_CONTRAT_EXTENSION
                            ADD 1 TO Wext-nb
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wext-nb < Wext-qte-ligne THEN
            MOVE SPACES TO Wext-serie
            COMPUTE Wext-qte = Wext-qte-ligne - Wext-nb
            PERFORM ECRIRE_CONTRAT_EXTENSION
        END-IF.

*> Couverture : de la fin de la garantie constructeur (date de la
*> commande fco_date avancée de fart_dureegaranti mois, jour plafonné
*> à 28) à la même date Wext-annees ans plus tard.
        CALCULER_DATES_EXTENSION.
        COMPUTE Wext-mois-total = fco_annee * 12
            + fco_mois - 1 + fart_dureegaranti
        COMPUTE Wext-annee = Wext-mois-total / 12
        COMPUTE Wext-mois = Wext-mois-total - Wext-annee * 12 + 1
        IF fco_jour > 28 THEN
            MOVE 28 TO Wext-jour
        ELSE
            MOVE fco_jour TO Wext-jour
        END-IF
        MOVE Wext-date-num TO Wext-datedeb
        ADD Wext-annees TO Wext-annee
        MOVE Wext-date-num TO Wext-datefin.

        ECRIRE_CONTRAT_EXTENSION.
        MOVE 'J' TO fcpt_id
        READ compteurs WITH LOCK
            INVALID KEY
                MOVE 'J' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
                READ compteurs WITH LOCK END-READ
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fcg_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        UNLOCK compteurs
        MOVE fco_id TO fcg_idco
        MOVE Wext-seqligne TO fcg_seqligne
        MOVE Wext-seqext TO fcg_seqext
        MOVE fart_id TO fcg_idart
        MOVE Wext-serie TO fcg_numserie
        MOVE fco_idcl TO fcg_idcl
        MOVE Wext-qte TO fcg_qte
        MOVE Wext-annees TO fcg_annees
        MOVE Wext-prix TO fcg_prix
        MOVE fart_tauxtva TO fcg_tauxtva
        MOVE fco_date-num TO fcg_datevente
        MOVE Wext-datedeb TO fcg_datedeb
        MOVE Wext-datefin TO fcg_datefin
        SET CONTRAT-ACTIF TO TRUE
        MOVE Woperateur TO fcg_ope
        WRITE fcgTampon END-WRITE.

*> Ligne d'extension d'un devis converti : le contrat porte sur la
*> ligne d'article convertie juste avant (Wext-seqligne, Wext-idart),
*> sans numéro de série (la conversion n'en rattache pas).
        CONVERTIR_EXTENSION_DEVIS.
        COMPUTE Wext-annees = fdl_idart - Wext-base
        MOVE fdl_prix TO Wext-prix
        MOVE flc_seq TO Wext-seqext
        MOVE fdl_qte TO Wext-qte
        MOVE SPACES TO Wext-serie
        MOVE Wext-idart TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM CALCULER_DATES_EXTENSION
                PERFORM ECRIRE_CONTRAT_EXTENSION
        END-READ.

*> Contrat actif et non échu couvrant la ligne réclamée Wseq-recl de
*> la commande fco_id (et l'unité Wserie-saisie quand le contrat est
*> nominatif) : la réclamation hors garantie constructeur est alors
*> prise comme une réclamation sous garantie.
        CHERCHER_EXTENSION_ACTIVE.
        MOVE 0 TO Wext-trouve
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE fco_id TO fcg_idco
        MOVE 0 TO Wfinm
        START contratsGarantie KEY IS = fcg_idco
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ contratsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fcg_idco NOT = fco_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF CONTRAT-ACTIF
                           AND fcg_seqligne = Wseq-recl
                           AND fcg_datefin >= SYS-DATE-NUM
                           AND (fcg_numserie = SPACES
                                OR fcg_numserie = Wserie-saisie) THEN
                            MOVE 1 TO Wext-trouve
                            MOVE 1 TO Wfinm
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Commande annulée : ses contrats d'extension tombent avec elle
*> (l'avoir reprend la ligne d'extension comme les autres).
        ANNULER_CONTRATS_COMMANDE.
        OPEN I-O contratsGarantie
        IF fcg_stat = 35 THEN
            OPEN OUTPUT contratsGarantie
            CLOSE contratsGarantie
            OPEN I-O contratsGarantie
        END-IF
        MOVE fco_id TO fcg_idco
        MOVE 0 TO Wfinm
        START contratsGarantie KEY IS = fcg_idco
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ contratsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fcg_idco NOT = fco_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        IF CONTRAT-ACTIF THEN
                            SET CONTRAT-ANNULE TO TRUE
                            REWRITE fcgTampon
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE contratsGarantie.

*> Transfert de stock entre dépôts : la quantité quitte la case d'un
*> dépôt pour celle de l'autre (deux mouvements TRANSFERT, un par
            CLOSE inventaire
            OPEN I-O inventaire
        END-IF
        OPEN I-O ecartsInventaire
        IF fei_stat = 35 THEN
            OPEN OUTPUT ecartsInventaire
            CLOSE ecartsInventaire
            OPEN I-O ecartsInventaire
        END-IF
        IF fart_stat = 35 THEN
            DISPLAY 'Fichier articles inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
            END-IF
        END-PERFORM
        END-IF
        CLOSE ecartsInventaire
        CLOSE inventaire
        CLOSE articles.

*> Application d'un comptage par dépôt : la case du dépôt est recalée
*> au compté (mouvement INVENTAIRE absolu, le grand livre et
*> stockdepots.dat se recalent dessus) et fart_stock, total tous
*> dépôts, est corrigé de la différence. L'écart est conservé, valorisé,
*> dans ecartsinventaire.dat pour le journal comptable.
        APPLIQUER_COMPTAGE_ARTICLE.
        MOVE finv_idart TO fart_id
        READ articles
                    MOVE finv_qtecomptee TO Wmvt-qte
                    MOVE SPACES TO Wmvt-ref
                    MOVE finv_depot TO Wmvt-depot
                    PERFORM ENREGISTRER_ECART_INVENTAIRE
                    COMPUTE fart_stock = fart_stock
                        - Wqte-comptee + finv_qtecomptee
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                REWRITE finvTampon
        END-READ.

*> Ecart du comptage courant (compté finv_qtecomptee contre stock du
*> dépôt Wqte-comptee), au coût moyen pondéré s'il est connu, sinon
*> au prix catalogue.
        ENREGISTRER_ECART_INVENTAIRE.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        MOVE SYS-DATE-NUM TO fei_date
        MOVE FUNCTION CURRENT-DATE(9:6) TO fei_heure
        MOVE fart_id TO fei_idart
        MOVE finv_depot TO fei_depot
        MOVE Wmvt-sens TO fei_sens
        IF ECART-POSITIF THEN
            COMPUTE fei_qte = finv_qtecomptee - Wqte-comptee
        ELSE
            COMPUTE fei_qte = Wqte-comptee - finv_qtecomptee
        END-IF
        MOVE fart_prix TO fei_coutunit
        OPEN I-O coutsArticles
        IF fcou_stat NOT = 35 THEN
            MOVE fart_id TO fcou_idart
            READ coutsArticles
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fcou_cmp > 0 THEN
                        MOVE fcou_cmp TO fei_coutunit
                    END-IF
            END-READ
            CLOSE coutsArticles
        END-IF
        WRITE feiTampon END-WRITE.

*> Procédures relatives au fichier factures

*> Édite (ou réédite à l'identique) la facture d'une commande : le
          READ articles
              INVALID KEY MOVE SPACES TO fart_nom
          END-READ
*> Article 00000 : ligne de main-d'oeuvre d'une réparation facturée.
          IF flc_idart = 0 THEN
              MOVE 'MAIN D OEUVRE' TO fart_nom
          END-IF
          IF flc_idart > Wext-base THEN
              MOVE 'EXTENSION GARANTIE' TO fart_nom
          END-IF
          IF flc_idart = Wport-idart THEN
              MOVE 'FRAIS DE PORT' TO fart_nom
          END-IF
          IF flc_idart = Wimpaye-idart THEN
              MOVE 'FRAIS IMPAYE' TO fart_nom
          END-IF
          IF flc_idart = Weco-idart THEN
              MOVE 'ECO PARTICIPATION' TO fart_nom
          END-IF
          IF flc_idart = Wcarte-idart THEN
              MOVE 'CARTE CADEAU' TO fart_nom
          END-IF
          COMPUTE Wmontant-brut = flc_prix * flc_qte
          COMPUTE Wmontant-net = Wmontant-brut
              - (Wmontant-brut * flc_remise / 100)
              CLOSE lignesCommande
              OPEN I-O lignesCommande
          END-IF
          OPEN I-O ventilationKits
          IF fvk_stat = 35 THEN
              OPEN OUTPUT ventilationKits
              CLOSE ventilationKits
              OPEN I-O ventilationKits
          END-IF
          IF fco_stat = 35 THEN
              DISPLAY 'Fichier commandes inexistant' WITH BLANK SCREEN
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                  ACCEPT Wrep LINE 22 COL 34
              END-PERFORM
          END-IF
          CLOSE ventilationKits
          CLOSE lignesCommande
          CLOSE commandes.

*> Valorise chaque ligne de la commande fco_id courante aux montants
*> historisés et l'agrège dans la table de ventilation par taux,
*> ainsi qu'aux totaux HT et TTC du mois ; une ligne de kit l'est
*> composant par composant.
          VENTILER_TVA_COMMANDE.
          MOVE fco_id TO flc_idco
          MOVE 1 TO flc_seq
                      IF flc_idco NOT = fco_id THEN
                          MOVE 1 TO Wfinl
                      ELSE
                          PERFORM VENTILER_TVA_KIT
                          IF Wkit-ventile = 0 THEN
                              COMPUTE Wmontant-brut = flc_prix * flc_qte
                              COMPUTE Wmontant-net = Wmontant-brut
                                  - (Wmontant-brut * flc_remise / 100)
                              COMPUTE Wmontant-ttc = Wmontant-net
                                  * (1 + flc_tauxtva / 100)
                              ADD Wmontant-net TO Wtot-ht-fac
                              ADD Wmontant-ttc TO Wtot-ttc-fac
                              PERFORM AGREGER_TVA_TABLE
                          END-IF
                      END-IF
              END-READ
          END-PERFORM.
              CLOSE lignesCommande
              OPEN I-O lignesCommande
          END-IF
          OPEN I-O ventilationKits
          IF fvk_stat = 35 THEN
              OPEN OUTPUT ventilationKits
              CLOSE ventilationKits
              OPEN I-O ventilationKits
          END-IF
          DISPLAY '------- CLOTURE MENSUELLE -------' WITH BLANK SCREEN
          MOVE '1' TO fclo_id
          READ cloturePeriodes
                          END-WRITE
                          DISPLAY 'Période close jusqu''à' LINE 20 COL 1
                          DISPLAY fclo_moisclos LINE 20 COL 23
                          PERFORM FIGER_DECLARATION_ECO
                          DISPLAY 'Déclaration éco-participation :'
                              LINE 21 COL 1
                          DISPLAY WS-DECLECO-FILE LINE 21 COL 33
                          PERFORM PROVISION_GARANTIE
                          DISPLAY 'Provision garanties :' LINE 22 COL 1
                          DISPLAY Wpg-total LINE 22 COL 23
                          DISPLAY WS-PROVGAR-FILE LINE 22 COL 40
                          PERFORM FIGER_COMMISSIONS
                          DISPLAY 'Relevé des commissions :'
                              LINE 23 COL 1
                          DISPLAY WS-COMMISSION-FILE LINE 23 COL 26
                      ELSE
                          DISPLAY 'Clôture abandonnée' LINE 20 COL 1
                      END-IF
              END-IF
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
              DISPLAY 'Retour au menu ? appuyez sur 0 :' LINE 24 COL 1
              ACCEPT Wrep LINE 24 COL 34
          END-PERFORM
          CLOSE ventilationKits
          CLOSE lignesCommande
          CLOSE commandes
          CLOSE cloturePeriodes.
                  DISPLAY Wtotpaye LINE 4 COL 20
                  DISPLAY 'Montant du paiement :' LINE 5 COL 1
                  ACCEPT Wpai-montant LINE 5 COL 23
                  DISPLAY
                      'Mode (CB/CHEQUE/ESPECES/VIREMENT/AVOIR/CARTECADO) :'
                      LINE 6 COL 1
                  ACCEPT Wpai-mode LINE 6 COL 53
                  MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                  COMPUTE Wmois-controle = SYS-YEAR * 100 + SYS-MONTH
                  PERFORM CONTROLER_PERIODE_CLOSE
                  IF WpaiementOK = 1 AND Wpai-mode = 'AVOIR' THEN
                      PERFORM REGLER_PAR_AVOIR
                  END-IF
                  IF WpaiementOK = 1 AND Wpai-mode = 'CARTECADO' THEN
                      PERFORM REGLER_PAR_CARTE_CADEAU
                  END-IF
                  IF WpaiementOK = 1 THEN
                      IF Wpai-montant > 0 THEN
                          PERFORM ENREGISTRER_PAIEMENT
              END-READ
          END-PERFORM.

*> Contrôle de crédit avant d'accepter une vente au client fcl_id
*> pour un montant TTC Wcc-montant : un compte bloqué, ou un encours
*> qui passerait au-dessus du plafond, arrête la vente sauf dérogation
*> d'un responsable (CONTROLER_MANAGER), tracée au journal des
*> modifications avec l'encours et le plafond du moment. Commandes,
*> lignes de commande et paiements sont ouverts par l'appelant.
        CONTROLER_CREDIT_CLIENT.
        MOVE 1 TO WcreditOK
        PERFORM LIRE_COMPTE_CLIENT
        IF Wcc-plafond > 0 OR Wcc-bloque = '1' THEN
            PERFORM CALCULER_ENCOURS_CLIENT
            IF Wcc-bloque = '1' THEN
                MOVE 0 TO WcreditOK
                DISPLAY 'COMPTE CLIENT BLOQUE' LINE 14 COL 1
            END-IF
            IF Wcc-plafond > 0
               AND Wencours + Wcc-montant > Wcc-plafond THEN
                MOVE 0 TO WcreditOK
                DISPLAY 'PLAFOND D''ENCOURS DEPASSE' LINE 14 COL 24
            END-IF
        END-IF
        IF WcreditOK = 0 THEN
            DISPLAY 'Encours :' LINE 15 COL 1
            DISPLAY Wencours LINE 15 COL 11
            DISPLAY 'Vente :' LINE 15 COL 26
            DISPLAY Wcc-montant LINE 15 COL 34
            DISPLAY 'Plafond :' LINE 15 COL 48
            DISPLAY Wcc-plafond LINE 15 COL 58
            PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                DISPLAY 'Dérogation du responsable ? 1 ou 0 :'
                    LINE 16 COL 1
                ACCEPT Wrep2b LINE 16 COL 38
            END-PERFORM
            IF Wrep2b = 1 THEN
                PERFORM CONTROLER_MANAGER
                IF WaccesOK = 1 THEN
                    MOVE 1 TO WcreditOK
                    PERFORM JOURNALISER_DEROGATION_CREDIT
                END-IF
            END-IF
        END-IF.

*> Plafond et blocage du client fcl_id : sans fiche de compte, ou
*> avec un plafond à zéro, le plafond général PLAFOND-DEF s'applique
*> (0 = sans plafond).
        LIRE_COMPTE_CLIENT.
        MOVE 0 TO Wcc-plafond
        MOVE '0' TO Wcc-bloque
        OPEN I-O comptesClients
        IF fcc_stat = 35 THEN
            OPEN OUTPUT comptesClients
            CLOSE comptesClients
            OPEN I-O comptesClients
        END-IF
        MOVE fcl_id TO fcc_idcl
        READ comptesClients
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fcc_plafond TO Wcc-plafond
                MOVE fcc_bloque TO Wcc-bloque
        END-READ
        CLOSE comptesClients
        IF Wcc-plafond = 0 THEN
            MOVE 0 TO Wpar-valeur
            MOVE 'PLAFOND-DEF' TO Wpar-code
            PERFORM LIRE_PARAMETRE
            MOVE Wpar-valeur TO Wcc-plafond
        END-IF.

*> Encours du client fcl_id : soldes restant dus de ses commandes
*> actives — pour une commande sous échéancier, ses échéances non
*> réglées, passées comme à venir, tiennent lieu de solde — moins le
*> solde des avoirs disponibles. Le tampon commande est préservé : la
*> prise de commande en cours n'est pas encore écrite.
        CALCULER_ENCOURS_CLIENT.
        MOVE fcoTampon TO Wcc-commande
        MOVE fcl_id TO Wcc-idcl
        MOVE 0 TO Wencours
        OPEN I-O echeances
        IF fech_stat = 35 THEN
            OPEN OUTPUT echeances
            CLOSE echeances
            OPEN I-O echeances
        END-IF
        MOVE Wcc-idcl TO fco_idcl
        MOVE 0 TO Wfinc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fco_idcl NOT = Wcc-idcl THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM CUMULER_ENCOURS_COMMANDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE echeances
        OPEN I-O avoirs
        IF favr_stat = 35 THEN
            OPEN OUTPUT avoirs
            CLOSE avoirs
            OPEN I-O avoirs
        END-IF
        MOVE Wcc-idcl TO favr_idcl
        MOVE 0 TO Wfinc
        START avoirs KEY IS = favr_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ avoirs NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF favr_idcl NOT = Wcc-idcl THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        SUBTRACT favr_solde FROM Wencours
                    END-IF
            END-READ
        END-PERFORM
        CLOSE avoirs
        MOVE Wcc-commande TO fcoTampon.

        CUMULER_ENCOURS_COMMANDE.
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
            PERFORM CALCULER_TOTAL_COMMANDE
            PERFORM CALCULER_TOTAL_PAIEMENTS
            IF Wtotpaye < Wtotdu THEN
                COMPUTE Wencours = Wencours + Wtotdu - Wtotpaye
            END-IF
        END-IF.

*> Trace la dérogation au journal des modifications, sur la fiche du
*> client : encours, plafond et blocage avant, montant accordé et code
*> du responsable après.
        JOURNALISER_DEROGATION_CREDIT.
        IF Wrole-niveau >= 3 THEN
            MOVE Woperateur TO Wcode-manager
        END-IF
        MOVE Wencours TO Wencours-edit
        MOVE 'CLIENT' TO Wjmj-fichier
        MOVE Wcc-idcl TO Wjmj-idrecord
        MOVE 'DEROGATION' TO Wjmj-operation
        MOVE SPACES TO Wjmj-avant
        STRING 'Encours ' Wencours-edit
               ' plafond ' Wcc-plafond
               ' bloque ' Wcc-bloque
            DELIMITED BY SIZE INTO Wjmj-avant
        MOVE SPACES TO Wjmj-apres
        STRING 'Vente ' Wcc-montant
               ' accordee par le responsable ' Wcode-manager
            DELIMITED BY SIZE INTO Wjmj-apres
        PERFORM JOURNALISER_MAJ.

*> Ecran du responsable : plafond d'encours et blocage des comptes
*> clients. Le blocage posé par la relance de niveau 3 se lève ici ;
*> chaque changement laisse l'image avant/après du compte au journal
*> des modifications, sur la fiche du client.
        GERER_COMPTES_CLIENTS.
        OPEN I-O clients
        OPEN I-O commandes
        OPEN I-O lignesCommande
        IF flc_stat = 35 THEN
            OPEN OUTPUT lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
        OPEN I-O paiements
        IF fpai_stat = 35 THEN
            OPEN OUTPUT paiements
            CLOSE paiements
            OPEN I-O paiements
        END-IF
        OPEN I-O comptesClients
        IF fcc_stat = 35 THEN
            OPEN OUTPUT comptesClients
            CLOSE comptesClients
            OPEN I-O comptesClients
        END-IF
        IF fcl_stat = 35 OR fco_stat = 35 THEN
            DISPLAY 'Fichier clients ou commandes inexistant'
                WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
        DISPLAY '------- COMPTES CLIENTS -------' WITH BLANK SCREEN
        DISPLAY 'Identifiant Client :' LINE 2 COL 1
        ACCEPT fcl_id LINE 2 COL 22
        READ clients
            INVALID KEY
                DISPLAY 'Client inexistant' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY fcl_nom LINE 2 COL 29
                DISPLAY fcl_prenom LINE 2 COL 50
                PERFORM CALCULER_ENCOURS_CLIENT
                MOVE fcl_id TO fcc_idcl
                MOVE 1 TO Wtrouve
                READ comptesClients
                    INVALID KEY
                        MOVE 0 TO Wtrouve
                        MOVE fcl_id TO fcc_idcl
                        MOVE 0 TO fcc_plafond
                        SET COMPTE-LIBRE TO TRUE
                        MOVE 0 TO fcc_datebloc
                        MOVE SPACES TO fcc_motif
                        MOVE 0 TO fcc_opemaj
                        MOVE 0 TO fcc_datemaj
                END-READ
                PERFORM MODIFIER_COMPTE_CLIENT
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Autre client ? 1 ou 0 :' LINE 20 COL 1
           ACCEPT Wrep LINE 20 COL 25
        END-PERFORM
        END-PERFORM
        END-IF
        CLOSE comptesClients
        CLOSE paiements
        CLOSE lignesCommande
        CLOSE commandes
        CLOSE clients.

        MODIFIER_COMPTE_CLIENT.
        DISPLAY 'Encours actuel :' LINE 4 COL 1
        DISPLAY Wencours LINE 4 COL 24
        DISPLAY 'Plafond (0=général) :' LINE 5 COL 1
        DISPLAY fcc_plafond LINE 5 COL 24
        IF COMPTE-BLOQUE THEN
            DISPLAY 'Compte BLOQUE depuis le' LINE 6 COL 1
            DISPLAY fcc_datebloc LINE 6 COL 25
            DISPLAY fcc_motif LINE 6 COL 35
        ELSE
            DISPLAY 'Compte libre' LINE 6 COL 1
        END-IF
        DISPLAY '1 --> Modifier le plafond' LINE 8 COL 1
        DISPLAY '2 --> Bloquer / débloquer le compte' LINE 9 COL 1
        DISPLAY '0 --> Aucun changement' LINE 10 COL 1
        ACCEPT Wrep2 LINE 11 COL 1
        MOVE fccTampon TO Wjmj-avant
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        IF Wrep2 = 1 THEN
            DISPLAY 'Nouveau plafond :' LINE 12 COL 1
            ACCEPT fcc_plafond LINE 12 COL 19
            MOVE 'PLAFOND' TO Wjmj-operation
        END-IF
        IF Wrep2 = 2 THEN
            IF COMPTE-BLOQUE THEN
                SET COMPTE-LIBRE TO TRUE
                MOVE 0 TO fcc_datebloc
                MOVE SPACES TO fcc_motif
                MOVE 'DEBLOCAGE' TO Wjmj-operation
                DISPLAY 'Compte débloqué' LINE 12 COL 1
            ELSE
                SET COMPTE-BLOQUE TO TRUE
                MOVE SYS-DATE-NUM TO fcc_datebloc
                DISPLAY 'Motif du blocage :' LINE 12 COL 1
                ACCEPT fcc_motif LINE 12 COL 20
                MOVE 'BLOCAGE' TO Wjmj-operation
            END-IF
        END-IF
        IF Wrep2 = 1 OR Wrep2 = 2 THEN
            MOVE Woperateur TO fcc_opemaj
            MOVE SYS-DATE-NUM TO fcc_datemaj
            IF Wtrouve = 1 THEN
                REWRITE fccTampon
            ELSE
                WRITE fccTampon END-WRITE
            END-IF
            MOVE 'CLIENT' TO Wjmj-fichier
            MOVE fcl_id TO Wjmj-idrecord
            MOVE fccTampon TO Wjmj-apres
            PERFORM JOURNALISER_MAJ
            DISPLAY 'Compte client mis à jour' LINE 14 COL 1
        END-IF.

*> Mandats de prélèvement : saisie, remplacement ou révocation du
*> mandat d'un client. Le prélèvement automatique de nuit ne présente
*> que les échéances des clients dont le mandat est actif et signé.
*> Chaque changement est tracé au journal des modifications.
        GERER_MANDATS.
        OPEN I-O clients
        OPEN I-O mandats
        IF fmdt_stat = 35 THEN
            OPEN OUTPUT mandats
            CLOSE mandats
            OPEN I-O mandats
        END-IF
        IF fcl_stat = 35 THEN
            DISPLAY 'Fichier clients inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY 'Réessayer ? 1 ou 0 :' LINE 2 COL 1
               ACCEPT Wrep LINE 2 COL 22
            END-PERFORM
        ELSE
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
        DISPLAY '---- MANDATS DE PRELEVEMENT ----' WITH BLANK SCREEN
        DISPLAY 'Identifiant Client :' LINE 2 COL 1
        ACCEPT fcl_id LINE 2 COL 22
        READ clients
            INVALID KEY
                DISPLAY 'Client inexistant' LINE 3 COL 1
            NOT INVALID KEY
                DISPLAY fcl_nom LINE 2 COL 29
                DISPLAY fcl_prenom LINE 2 COL 50
                MOVE fcl_id TO fmdt_idcl
                MOVE 1 TO Wtrouve
                READ mandats
                    INVALID KEY
                        MOVE 0 TO Wtrouve
                        MOVE fcl_id TO fmdt_idcl
                        MOVE SPACES TO fmdt_rum
                        MOVE SPACES TO fmdt_iban
                        MOVE SPACES TO fmdt_bic
                        MOVE 0 TO fmdt_datesign
                        SET MANDAT-REVOQUE TO TRUE
                        MOVE 0 TO fmdt_daterevoc
                        MOVE 0 TO fmdt_opemaj
                        MOVE 0 TO fmdt_datemaj
                END-READ
                PERFORM MODIFIER_MANDAT
        END-READ
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Autre client ? 1 ou 0 :' LINE 20 COL 1
           ACCEPT Wrep LINE 20 COL 25
        END-PERFORM
        END-PERFORM
        END-IF
        CLOSE mandats
        CLOSE clients.

        MODIFIER_MANDAT.
        IF Wtrouve = 1 THEN
            DISPLAY 'RUM :' LINE 4 COL 1
            DISPLAY fmdt_rum LINE 4 COL 12
            DISPLAY 'IBAN :' LINE 5 COL 1
            DISPLAY fmdt_iban LINE 5 COL 12
            DISPLAY 'BIC :' LINE 6 COL 1
            DISPLAY fmdt_bic LINE 6 COL 12
            DISPLAY 'Signé le :' LINE 7 COL 1
            DISPLAY fmdt_datesign LINE 7 COL 12
            IF MANDAT-ACTIF THEN
                DISPLAY 'Mandat actif' LINE 7 COL 25
            ELSE
                DISPLAY 'Mandat REVOQUE le' LINE 7 COL 25
                DISPLAY fmdt_daterevoc LINE 7 COL 43
            END-IF
        ELSE
            DISPLAY 'Aucun mandat pour ce client' LINE 4 COL 1
        END-IF
        DISPLAY '1 --> Saisir / remplacer le mandat' LINE 9 COL 1
        DISPLAY '2 --> Révoquer le mandat' LINE 10 COL 1
        DISPLAY '0 --> Aucun changement' LINE 11 COL 1
        ACCEPT Wrep2 LINE 12 COL 1
        MOVE fmdtTampon TO Wjmj-avant
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        IF Wrep2 = 1 THEN
            DISPLAY 'RUM (vide = générée) :' LINE 13 COL 1
            MOVE SPACES TO fmdt_rum
            ACCEPT fmdt_rum LINE 13 COL 24
            DISPLAY 'IBAN :' LINE 14 COL 1
            ACCEPT fmdt_iban LINE 14 COL 24
            DISPLAY 'BIC :' LINE 15 COL 1
            ACCEPT fmdt_bic LINE 15 COL 24
            DISPLAY 'Date signature (0=jour) :' LINE 16 COL 1
            MOVE 0 TO fmdt_datesign
            ACCEPT fmdt_datesign LINE 16 COL 27
            IF fmdt_rum = SPACES THEN
                STRING 'RUM' fcl_id SYS-DATE
                    DELIMITED BY SIZE INTO fmdt_rum
            END-IF
            IF fmdt_datesign = 0 THEN
                MOVE SYS-DATE-NUM TO fmdt_datesign
            END-IF
            IF fmdt_iban = SPACES THEN
                DISPLAY 'IBAN obligatoire, mandat non enregistré'
                    LINE 18 COL 1
                MOVE 0 TO Wrep2
            ELSE
                SET MANDAT-ACTIF TO TRUE
                MOVE 0 TO fmdt_daterevoc
                MOVE 'MANDAT' TO Wjmj-operation
            END-IF
        END-IF
        IF Wrep2 = 2 THEN
            IF Wtrouve = 1 AND MANDAT-ACTIF THEN
                SET MANDAT-REVOQUE TO TRUE
                MOVE SYS-DATE-NUM TO fmdt_daterevoc
                MOVE 'REVOC-MDT' TO Wjmj-operation
                DISPLAY 'Mandat révoqué' LINE 13 COL 1
            ELSE
                DISPLAY 'Aucun mandat actif' LINE 13 COL 1
                MOVE 0 TO Wrep2
            END-IF
        END-IF
        IF Wrep2 = 1 OR Wrep2 = 2 THEN
            MOVE Woperateur TO fmdt_opemaj
            MOVE SYS-DATE-NUM TO fmdt_datemaj
            IF Wtrouve = 1 THEN
                REWRITE fmdtTampon
            ELSE
                WRITE fmdtTampon END-WRITE
            END-IF
            MOVE 'CLIENT' TO Wjmj-fichier
            MOVE fcl_id TO Wjmj-idrecord
            MOVE fmdtTampon TO Wjmj-apres
            PERFORM JOURNALISER_MAJ
            DISPLAY 'Mandat mis à jour' LINE 18 COL 1
        END-IF.

*> Écrit le règlement saisi avec le prochain numéro de séquence libre
*> pour la commande, daté du jour (même recherche de séquence que
*> AJOUTER_NOTE_RECLAMATION). Montant et mode sont saisis en zones de
                  DISPLAY fsn_etat LINE 4 COL 8
                  DISPLAY 'Reçue le :' LINE 4 COL 20
                  DISPLAY fsn_daterec LINE 4 COL 31
                  IF fsn_idfou > 0 THEN
                      DISPLAY 'Fournisseur :' LINE 4 COL 42
                      DISPLAY fsn_idfou LINE 4 COL 56
                  END-IF
                  IF fsn_idco > 0 THEN
                      DISPLAY 'Vendue le :' LINE 5 COL 1
                      DISPLAY fsn_datevente LINE 5 COL 13
              CLOSE echeances
              OPEN I-O echeances
          END-IF
          OPEN I-O remisesBanque
          IF frem_stat = 35 THEN
              OPEN OUTPUT remisesBanque
              CLOSE remisesBanque
              OPEN I-O remisesBanque
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY '---- Exceptions bancaires ----' WITH BLANK SCREEN
          DISPLAY 'Id     Date      Montant      Référence' LINE 2 COL 1
             ACCEPT Wrep LINE 22 COL 22
          END-PERFORM
          END-PERFORM
          CLOSE remisesBanque
          CLOSE echeances
          CLOSE paiements
          CLOSE lignesCommande
          END-IF.

          TRAITER_EXCEPTION_BANQUE.
          PERFORM WITH TEST AFTER UNTIL Wrep2 <= 3
              DISPLAY '1=affecter à une commande 2=rejeter 0=laisser :'
                  LINE 17 COL 1
              DISPLAY '3=bordereau de remise' LINE 17 COL 53
              ACCEPT Wrep2 LINE 17 COL 50
          END-PERFORM
*> Dépôt dont la banque n'a pas repris la référence : le clerc le
*> rapproche à la main du bordereau, au montant exact.
          IF Wrep2 = 3 THEN
              DISPLAY 'Numéro du bordereau :' LINE 18 COL 1
              ACCEPT frem_id LINE 18 COL 23
              READ remisesBanque
                  INVALID KEY
                      DISPLAY 'Bordereau inconnu' LINE 19 COL 1
                  NOT INVALID KEY
                      IF NOT REMISE-DEPOSEE THEN
                          DISPLAY 'Bordereau déjà rapproché'
                              LINE 19 COL 1
                      ELSE
                          IF frem_total NOT = fbex_montant THEN
                              DISPLAY 'Montant différent du bordereau'
                                  LINE 19 COL 1
                          ELSE
                              SET REMISE-RAPPROCHEE TO TRUE
                              MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                              MOVE SYS-DATE-NUM TO frem_daterappro
                              REWRITE fremTampon
                              SET EXCEPTION-AFFECTEE TO TRUE
                              REWRITE fbexTampon
                              DISPLAY 'Bordereau rapproché'
                                  LINE 19 COL 1
                          END-IF
                      END-IF
              END-READ
          END-IF
          IF Wrep2 = 2 THEN
              SET EXCEPTION-REJETEE TO TRUE
              REWRITE fbexTampon
              CLOSE compteurs
              OPEN I-O compteurs
          END-IF
          OPEN I-O remboursements
          IF frmb_stat = 35 THEN
              OPEN OUTPUT remboursements
              CLOSE remboursements
              OPEN I-O remboursements
          END-IF
          PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY '------- CAISSE -------' WITH BLANK SCREEN
              DISPLAY 'Session en cours :' LINE 2 COL 1
              END-IF
              DISPLAY '1 --> Ouvrir une session' LINE 4 COL 1
              DISPLAY '2 --> Clôturer une session' LINE 5 COL 1
              DISPLAY '3 --> Bordereau de remise en banque' LINE 6 COL 1
              DISPLAY '0 --> Retour au menu' LINE 7 COL 1
              ACCEPT Wrep2 LINE 8 COL 1
              IF Wrep2 = 1 THEN
                  PERFORM OUVRIR_SESSION_CAISSE
              END-IF
              IF Wrep2 = 2 THEN
                  PERFORM CLOTURER_SESSION_CAISSE
              END-IF
              IF Wrep2 = 3 THEN
                  PERFORM PREPARER_REMISE_BANQUE
              END-IF
              IF Wrep2 = 0 THEN
                  MOVE 0 TO Wrep
              ELSE
                  MOVE 1 TO Wrep
              END-IF
          END-PERFORM
          CLOSE remboursements
          CLOSE compteurs
          CLOSE paiements
          CLOSE sessionsCaisse.
                  DISPLAY Wsys-cheque LINE 10 COL 61
                  DISPLAY 'Fond de caisse :' LINE 11 COL 1
                  DISPLAY fses_fond LINE 11 COL 18
                  DISPLAY 'Remb. esp :' LINE 11 COL 34
                  DISPLAY Wsys-rmb-especes LINE 11 COL 46
                  DISPLAY 'CB :' LINE 11 COL 58
                  DISPLAY Wsys-rmb-carte LINE 11 COL 63
                  DISPLAY 'Compté - Espèces :' LINE 12 COL 1
                  ACCEPT fses_cpt_especes LINE 12 COL 21
                  DISPLAY 'CB :' LINE 12 COL 34
                  DISPLAY 'Chèque :' LINE 12 COL 52
                  ACCEPT fses_cpt_cheque LINE 12 COL 61
                  COMPUTE Wecart-caisse =
                      (fses_cpt_especes - fses_fond - Wsys-especes
                          + Wsys-rmb-especes)
                      + (fses_cpt_carte - Wsys-carte + Wsys-rmb-carte)
                      + (fses_cpt_cheque - Wsys-cheque)
                  MOVE Wecart-caisse TO fses_ecart
                  MOVE FUNCTION CURRENT-DATE TO SYS-DATE

*> Totaux système de la session fses_id courante, par mode, d'après
*> les règlements estampillés (le fichier des paiements n'a pas de
*> clé par session : parcours complet), et remboursements versés sur
*> la session en espèces ou par carte, à déduire du tiroir.
          TOTALISER_SESSION_CAISSE.
          MOVE 0 TO Wsys-especes
          MOVE 0 TO Wsys-carte
          MOVE 0 TO Wsys-cheque
          MOVE 0 TO Wsys-rmb-especes
          MOVE 0 TO Wsys-rmb-carte
          MOVE 0 TO frmb_idrecl
          MOVE 0 TO Wfinl
          START remboursements KEY IS NOT LESS THAN frmb_idrecl
              INVALID KEY MOVE 1 TO Wfinl
          END-START
          PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
              READ remboursements NEXT RECORD
                  AT END
                      MOVE 1 TO Wfinl
                  NOT AT END
                      IF frmb_session = fses_id THEN
                          EVALUATE frmb_mode
                              WHEN 'ESPECES'
                                  ADD frmb_montant TO Wsys-rmb-especes
                              WHEN 'CB'
                                  ADD frmb_montant TO Wsys-rmb-carte
                              WHEN OTHER
                                  CONTINUE
                          END-EVALUATE
                      END-IF
              END-READ
          END-PERFORM
          MOVE 0 TO fpai_idco
          MOVE 0 TO fpai_seq
          MOVE 0 TO Wfinl
              DELIMITED BY SIZE INTO fcaisTampon
          WRITE fcaisTampon
          MOVE SPACES TO fcaisTampon
          STRING '  Remboursements esp/CB: ' Wsys-rmb-especes
                 ' / ' Wsys-rmb-carte
              DELIMITED BY SIZE INTO fcaisTampon
          WRITE fcaisTampon
          MOVE SPACES TO fcaisTampon
          STRING '  Compte esp/CB/chq: ' fses_cpt_especes
                 ' / ' fses_cpt_carte
                 ' / ' fses_cpt_cheque
          WRITE fcaisTampon
          CLOSE caissePrint.

*> Bordereau de remise en banque : le caissier réunit les espèces
*> (compté moins fond de caisse, qui reste au tiroir) et les chèques
*> d'une ou plusieurs sessions closes pas encore remises. Le
*> bordereau (compteur M) détaille chaque chèque et porte la
*> référence REMISE nnnnn à reporter sur le bordereau de la banque :
*> le rapprochement bancaire de nuit le retrouve par cette référence
*> et son montant, et le journal comptable passe le virement interne
*> caisse / chèques à encaisser vers la banque.
          PREPARER_REMISE_BANQUE.
          OPEN I-O remisesBanque
          IF frem_stat = 35 THEN
              OPEN OUTPUT remisesBanque
              CLOSE remisesBanque
              OPEN I-O remisesBanque
          END-IF
          OPEN I-O remisesSessions
          IF frms_stat = 35 THEN
              OPEN OUTPUT remisesSessions
              CLOSE remisesSessions
              OPEN I-O remisesSessions
          END-IF
          OPEN I-O commandes
          OPEN I-O clients
          MOVE 0 TO Wrb-nb
          MOVE 0 TO Wrb-especes
          MOVE 0 TO Wrb-cheques
          PERFORM WITH TEST AFTER UNTIL Wrb-idses = 0 OR Wrb-nb = 20
              DISPLAY 'Session à remettre (0=fin) :' LINE 10 COL 1
              MOVE 0 TO Wrb-idses
              ACCEPT Wrb-idses LINE 10 COL 31
              IF Wrb-idses NOT = 0 THEN
                  PERFORM AJOUTER_SESSION_REMISE
              END-IF
          END-PERFORM
          IF Wrb-nb = 0 THEN
              DISPLAY 'Aucune session retenue' LINE 14 COL 1
          ELSE
              COMPUTE Wrb-total = Wrb-especes + Wrb-cheques
              DISPLAY 'Total remise :' LINE 13 COL 1
              DISPLAY Wrb-total LINE 13 COL 16
              PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
                  DISPLAY 'Valider le bordereau ? 1 ou 0 :' LINE 14 COL 1
                  ACCEPT Wrep2b LINE 14 COL 33
              END-PERFORM
              IF Wrep2b = 1 THEN
                  PERFORM EMETTRE_REMISE_BANQUE
              END-IF
          END-IF
          CLOSE clients
          CLOSE commandes
          CLOSE remisesSessions
          CLOSE remisesBanque
          PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
              DISPLAY 'Retour ? appuyez sur 0 :' LINE 18 COL 1
              ACCEPT Wrep2b LINE 18 COL 26
          END-PERFORM.

          AJOUTER_SESSION_REMISE.
          MOVE 0 TO Wrb-deja
          PERFORM VARYING Wrb-i FROM 1 BY 1 UNTIL Wrb-i > Wrb-nb
              IF Wrb-ses(Wrb-i) = Wrb-idses THEN
                  MOVE 1 TO Wrb-deja
              END-IF
          END-PERFORM
          MOVE SPACES TO Wrb-message
          MOVE Wrb-idses TO fses_id
          READ sessionsCaisse
              INVALID KEY
                  MOVE 'Session inconnue' TO Wrb-message
              NOT INVALID KEY
                  IF NOT SESSION-CLOSE THEN
                      MOVE 'Session non close' TO Wrb-message
                  END-IF
          END-READ
          IF Wrb-message = SPACES AND Wrb-deja = 1 THEN
              MOVE 'Session déjà sur ce bordereau' TO Wrb-message
          END-IF
          IF Wrb-message = SPACES THEN
              MOVE Wrb-idses TO frms_idses
              READ remisesSessions
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Session déjà remise en banque' TO Wrb-message
              END-READ
          END-IF
          IF Wrb-message NOT = SPACES THEN
              DISPLAY Wrb-message LINE 11 COL 1
          ELSE
              PERFORM TOTALISER_SESSION_CAISSE
              ADD 1 TO Wrb-nb
              MOVE fses_id TO Wrb-ses(Wrb-nb)
              IF fses_cpt_especes > fses_fond THEN
                  COMPUTE Wrb-esp(Wrb-nb) = fses_cpt_especes - fses_fond
              ELSE
                  MOVE 0 TO Wrb-esp(Wrb-nb)
              END-IF
              MOVE Wsys-cheque TO Wrb-chq(Wrb-nb)
              ADD Wrb-esp(Wrb-nb) TO Wrb-especes
              ADD Wrb-chq(Wrb-nb) TO Wrb-cheques
              MOVE 'Session ajoutée' TO Wrb-message
              DISPLAY Wrb-message LINE 11 COL 1
              DISPLAY 'Espèces :' LINE 12 COL 1
              DISPLAY Wrb-especes LINE 12 COL 11
              DISPLAY 'Chèques :' LINE 12 COL 30
              DISPLAY Wrb-cheques LINE 12 COL 40
          END-IF.

          EMETTRE_REMISE_BANQUE.
          MOVE 'M' TO fcpt_id
          READ compteurs WITH LOCK
              INVALID KEY
                  MOVE 'M' TO fcpt_id
                  MOVE 1 TO fcpt_val
                  WRITE fcptTampon END-WRITE
                  READ compteurs WITH LOCK END-READ
              NOT INVALID KEY
                  CONTINUE
          END-READ
          MOVE fcpt_val TO frem_id
          COMPUTE fcpt_val = fcpt_val + 1
          REWRITE fcptTampon
          UNLOCK compteurs
          MOVE FUNCTION CURRENT-DATE TO SYS-DATE
          MOVE SPACES TO WS-BORDEREAU-FILE
          STRING 'bordereau_' frem_id '_' SYS-DATE '.txt'
              DELIMITED BY SIZE INTO WS-BORDEREAU-FILE
          OPEN OUTPUT bordereauPrint
          MOVE SPACES TO fbrdTampon
          STRING 'BORDEREAU DE REMISE EN BANQUE N. ' frem_id
                 ' DU ' SYS-DAY '/' SYS-MONTH '/' SYS-YEAR
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon
          MOVE SPACES TO fbrdTampon
          STRING 'Reference a porter sur la remise : REMISE ' frem_id
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon
          MOVE 0 TO frem_nbchq
          PERFORM VARYING Wrb-i FROM 1 BY 1 UNTIL Wrb-i > Wrb-nb
              PERFORM EDITER_SESSION_REMISE
          END-PERFORM
          MOVE Wrb-especes TO Wrb-mt-ed
          MOVE SPACES TO fbrdTampon
          STRING 'TOTAL ESPECES : ' Wrb-mt-ed
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon
          MOVE Wrb-cheques TO Wrb-mt-ed
          MOVE SPACES TO fbrdTampon
          STRING 'TOTAL CHEQUES : ' Wrb-mt-ed ' (' frem_nbchq
                 ' cheques)'
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon
          MOVE Wrb-total TO Wrb-mt-ed
          MOVE SPACES TO fbrdTampon
          STRING 'TOTAL REMISE  : ' Wrb-mt-ed
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon
          CLOSE bordereauPrint
          MOVE SYS-DATE-NUM TO frem_date
          MOVE Wrb-nb TO frem_nbses
          MOVE Wrb-especes TO frem_especes
          MOVE Wrb-cheques TO frem_cheques
          MOVE Wrb-total TO frem_total
          SET REMISE-DEPOSEE TO TRUE
          MOVE 0 TO frem_daterappro
          MOVE Woperateur TO frem_ope
          WRITE fremTampon END-WRITE
          DISPLAY 'Bordereau n.' LINE 16 COL 1
          DISPLAY frem_id LINE 16 COL 14
          DISPLAY WS-BORDEREAU-FILE LINE 16 COL 21.

*> Une session du bordereau : ligne de session, puis chacun de ses
*> chèques (commande, client, date, montant), et rattachement de la
*> session au bordereau.
          EDITER_SESSION_REMISE.
          MOVE Wrb-ses(Wrb-i) TO frms_idses
          MOVE frem_id TO frms_idrem
          MOVE Wrb-esp(Wrb-i) TO frms_especes
          MOVE Wrb-chq(Wrb-i) TO frms_cheques
          WRITE frmsTampon END-WRITE
          MOVE Wrb-esp(Wrb-i) TO Wrb-mt-ed
          MOVE SPACES TO fbrdTampon
          STRING 'Session ' Wrb-ses(Wrb-i) ' - especes : ' Wrb-mt-ed
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon
          MOVE 0 TO fpai_idco
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
                      IF fpai_session = Wrb-ses(Wrb-i)
                         AND fpai_mode = 'CHEQUE' THEN
                          PERFORM EDITER_CHEQUE_REMISE
                      END-IF
              END-READ
          END-PERFORM.

          EDITER_CHEQUE_REMISE.
          MOVE fpai_idco TO fco_id
          READ commandes
              INVALID KEY MOVE 0 TO fco_idcl
          END-READ
          MOVE fco_idcl TO fcl_id
          READ clients
              INVALID KEY MOVE SPACES TO fcl_nom fcl_prenom
          END-READ
          ADD 1 TO frem_nbchq
          MOVE fpai_montant TO Wrb-mt-ed
          MOVE SPACES TO fbrdTampon
          STRING '  Cheque cmd ' fpai_idco ' du ' fpai_date ' - '
                 fcl_nom ' ' fcl_prenom ' : ' Wrb-mt-ed
              DELIMITED BY SIZE INTO fbrdTampon
          WRITE fbrdTampon.

*> Balance âgée des commandes : pour chaque commande active, compare
*> le TTC dû (lignes historisées) au total réglé et ventile le solde
*> restant par ancienneté (0-30 / 31-60 / 61-90 / +90 jours depuis
                 IF Wrep2b = 1 THEN
                     COMPUTE Wmois-controle = fco_annee * 100 + fco_mois
                     PERFORM CONTROLER_PERIODE_CLOSE
                     PERFORM CONTROLER_CARTES_VENDUES
                     IF Wperiode-close = 1 THEN
                         DISPLAY 'Période close, annulation refusée'
                             LINE 21 COL 1
                     ELSE
                         IF Wcad-entamee = 1 THEN
                             DISPLAY 'Carte cadeau entamée, annulation refusée'
                                 LINE 21 COL 1
                         ELSE
                             MOVE fcoTampon TO Wjmj-avant
                             SET COMMANDE-INACTIVE TO TRUE
                             MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                             MOVE Woperateur TO fco_opemaj
                             MOVE SYS-DATE-NUM TO fco_datemaj
                             REWRITE fcoTampon
                             MOVE 'COMMANDE' TO Wjmj-fichier
                             MOVE fco_id TO Wjmj-idrecord
                             MOVE 'ANNULATION' TO Wjmj-operation
                             MOVE fcoTampon TO Wjmj-apres
                             PERFORM JOURNALISER_MAJ
                             PERFORM ANNULER_COMMANDE
                             PERFORM CLORE_LIVRAISON_ANNULEE
                         END-IF
                     END-IF
                 END-IF
             END-IF
*> commande est créée comme au guichet (compteur 3, tarif en vigueur,
*> stock magasin décrémenté avec mouvement VENTE, statistiques,
*> fiche de livraison, bon de confirmation) et la réservation passe
*> à 'convertie'. Le contrôle de crédit du client précède, comme au
*> guichet : refusée, la réservation reste active.
        CONVERTIR_RESERVATION.
        OPEN I-O commandes
        OPEN I-O lignesCommande
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
        OPEN I-O paiements
        IF fpai_stat = 35 THEN
            OPEN OUTPUT paiements
            CLOSE paiements
            OPEN I-O paiements
        END-IF
        OPEN I-O statistiquesArticles
        OPEN I-O tarifs
        IF ftar_stat = 35 THEN
        CLOSE livraisons
        CLOSE tarifs
        CLOSE statistiquesArticles
        CLOSE paiements
        CLOSE lignesCommande
        CLOSE commandes.

            INVALID KEY
                DISPLAY 'Article de la réservation disparu' LINE 3 COL 1
            NOT INVALID KEY
                MOVE fres_idcl TO fco_idcl
                MOVE fres_idart TO fco_idart
                MOVE fres_qte TO fco_qte
                MOVE FUNCTION CURRENT-DATE TO fco_date
                MOVE SPACES TO fco_promo
                PERFORM RECHERCHER_PRIX_VENTE
                COMPUTE Wcc-montant = Wprix-vente * fres_qte
                    * (1 + fart_tauxtva / 100)
                MOVE fart_id TO Weco-idartligne
                MOVE Wprix-vente TO Weco-prix
                PERFORM CHERCHER_ECO_PARTICIPATION
                COMPUTE Wcc-montant = Wcc-montant
                    + Weco-unitaire * fres_qte * (1 + fart_tauxtva / 100)
                MOVE fres_idcl TO fcl_id
                PERFORM CONTROLER_CREDIT_CLIENT
                IF WcreditOK = 0 THEN
                    DISPLAY 'Encours client, conversion refusée'
                        LINE 3 COL 1
                ELSE
                    MOVE 3 TO fcpt_id
                    READ compteurs WITH LOCK
                        INVALID KEY
                            MOVE 3 TO fcpt_id
                            MOVE 1 TO fcpt_val
                            WRITE fcptTampon END-WRITE
                            READ compteurs WITH LOCK END-READ
                        NOT INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE fcpt_val TO fco_id
                    COMPUTE fcpt_val = fcpt_val + 1
                    REWRITE fcptTampon
                    UNLOCK compteurs
                    SET COMMANDE-ACTIVE TO TRUE
                    MOVE Woperateur TO fco_opemaj
                    MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                    MOVE SYS-DATE-NUM TO fco_datemaj
                    WRITE fcoTampon END-WRITE
                    PERFORM CREER_LIVRAISON_COMMANDE
                    MOVE 'COMMANDE' TO Wjmj-fichier
                    MOVE fco_id TO Wjmj-idrecord
                    MOVE 'CREATION' TO Wjmj-operation
                    MOVE SPACES TO Wjmj-avant
                    MOVE fcoTampon TO Wjmj-apres
                    PERFORM JOURNALISER_MAJ
                    MOVE fco_id TO flc_idco
                    MOVE 1 TO flc_seq
                    MOVE fres_idart TO flc_idart
                    MOVE fres_qte TO flc_qte
                    MOVE Wprix-vente TO flc_prix
                    MOVE fart_tauxtva TO flc_tauxtva
                    MOVE 0 TO flc_remise
                    WRITE flcTampon END-WRITE
                    PERFORM NOTER_LIGNE_ECO
                    SUBTRACT fres_qte FROM fart_stock
                    MOVE Woperateur TO fart_opemaj
                    MOVE SYS-DATE-NUM TO fart_datemaj
                    REWRITE fartTampon
                    MOVE 'VENTE' TO Wmvt-type
                    MOVE 'MAG' TO Wmvt-depot
                    MOVE '-' TO Wmvt-sens
                    MOVE fres_qte TO Wmvt-qte
                    MOVE fco_id TO Wmvt-ref
                    PERFORM ENREGISTRER_MOUVEMENT_STOCK
                    MOVE fres_idart TO fstata_idart
                    READ statistiquesArticles
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            COMPUTE fstata_nbCommande =
                                fstata_nbCommande + 1
                            ADD fres_qte TO fstata_qtevendue
                            REWRITE fstataTampon
                    END-READ
                    MOVE fres_idcl TO fcl_id
                    READ clients
                        INVALID KEY MOVE SPACES TO fcl_nom fcl_prenom
                    END-READ
                    MOVE fres_qte TO fco_qte
                    MOVE 0 TO Wremise-pct
                    PERFORM AJOUTER_ECO_PARTICIPATION
                    PERFORM IMPRIMER_CONFIRMATION_COMMANDE
                    PERFORM IMPRIMER_CONFIRMATION_ECO
                    PERFORM COMMISSIONNER_COMMANDE
                    SET RESERVATION-CONVERTIE TO TRUE
                    REWRITE fresTampon
                    DISPLAY 'Réservation convertie en commande n.'
                        LINE 4 COL 1
                    DISPLAY fco_id LINE 4 COL 38
                END-IF
        END-READ.

*> Abonnements de consommables : l'enregistrement (client, article,
            CLOSE compteurs
            OPEN I-O compteurs
        END-IF
        OPEN I-O tarifsExtension
        IF ftex_stat = 35 THEN
            OPEN OUTPUT tarifsExtension
            CLOSE tarifsExtension
            OPEN I-O tarifsExtension
        END-IF
        IF fcl_stat = 35 OR fart_stat = 35 THEN
            DISPLAY 'Fichier clients ou articles inexistant'
                WITH BLANK SCREEN
            END-IF
        END-PERFORM
        END-IF
        CLOSE tarifsExtension
        CLOSE compteurs
        CLOSE tarifs
        CLOSE promotions
                        MOVE 1 TO fco_qte
                    END-IF
                    MOVE fdev_date TO fco_date
                    MOVE fdev_idcl TO fco_idcl
                    PERFORM RECHERCHER_PRIX_VENTE
                    PERFORM EVALUER_MEILLEURE_PROMO
                    IF Wbest-pct > Wremise-pct THEN
                        MOVE Wbest-pct TO Wapx-pct
                    ELSE
                        MOVE Wremise-pct TO Wapx-pct
                    END-IF
                    PERFORM ARBITRER_ACCORD_PROMO
                    ADD 1 TO Wprochainseqd
                    MOVE fdev_id TO fdl_iddev
                    MOVE Wprochainseqd TO fdl_seq
                    ELSE
                        MOVE Wremise-pct TO fdl_remise
                    END-IF
                    IF Wapx-promo-ecartee = 1 THEN
                        MOVE 0 TO fdl_remise
                        DISPLAY 'Prix d''accord client retenu    '
                            LINE 10 COL 30
                    END-IF
                    WRITE fdlTampon END-WRITE
                    DISPLAY 'Ligne ajoutée au devis     ' LINE 10 COL 1
                    PERFORM PROPOSER_EXTENSION_GARANTIE
                    IF Wext-annees > 0 THEN
                        ADD 1 TO Wprochainseqd
                        MOVE Wprochainseqd TO fdl_seq
                        COMPUTE fdl_idart = Wext-base + Wext-annees
                        MOVE Wext-prix TO fdl_prix
                        MOVE 0 TO fdl_remise
                        WRITE fdlTampon END-WRITE
                    END-IF
                END-IF
        END-READ.

                        READ articles
                            INVALID KEY MOVE SPACES TO fart_nom
                        END-READ
                        IF fdl_idart > Wext-base THEN
                            MOVE 'EXTENSION GARANTIE' TO fart_nom
                        END-IF
                        COMPUTE Wmontant-brut = fdl_prix * fdl_qte
                        COMPUTE Wmontant-net = Wmontant-brut
                            - (Wmontant-brut * fdl_remise / 100)
            CLOSE lignesCommande
            OPEN I-O lignesCommande
        END-IF
        OPEN I-O paiements
        IF fpai_stat = 35 THEN
            OPEN OUTPUT paiements
            CLOSE paiements
            OPEN I-O paiements
        END-IF
        OPEN I-O statistiquesArticles
        OPEN I-O livraisons
        IF fliv_stat = 35 THEN
            CLOSE livraisons
            OPEN I-O livraisons
        END-IF
        OPEN I-O contratsGarantie
        IF fcg_stat = 35 THEN
            OPEN OUTPUT contratsGarantie
            CLOSE contratsGarantie
            OPEN I-O contratsGarantie
        END-IF
        OPEN I-O nomenclatures
        IF fnom_stat = 35 THEN
            OPEN OUTPUT nomenclatures
            CLOSE nomenclatures
            OPEN I-O nomenclatures
        END-IF
        OPEN I-O substitutions
        IF fsub_stat = 35 THEN
            OPEN OUTPUT substitutions
            CLOSE substitutions
            OPEN I-O substitutions
        END-IF
        OPEN I-O tarifs
        IF ftar_stat = 35 THEN
            OPEN OUTPUT tarifs
            CLOSE tarifs
            OPEN I-O tarifs
        END-IF
        DISPLAY '---- Conversion de devis ----' WITH BLANK SCREEN
        DISPLAY 'Numéro de devis :' LINE 2 COL 1
        ACCEPT fdev_id LINE 2 COL 19
                DISPLAY 'Stock magasin insuffisant, conversion refusée'
                    LINE 3 COL 1
            ELSE
                PERFORM TOTALISER_DEVIS
                MOVE fdev_idcl TO fcl_id
                PERFORM CONTROLER_CREDIT_CLIENT
                IF WcreditOK = 0 THEN
                    DISPLAY 'Encours client, conversion refusée'
                        LINE 3 COL 1
                ELSE
                    PERFORM EXECUTER_CONVERSION_DEVIS
                END-IF
            END-IF
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep2b = 0 OR Wrep2b = 1
            DISPLAY 'Retour ? appuyez sur 0 :' LINE 20 COL 1
            ACCEPT Wrep2b LINE 20 COL 26
        END-PERFORM
        CLOSE tarifs
        CLOSE substitutions
        CLOSE nomenclatures
        CLOSE contratsGarantie
        CLOSE paiements
        CLOSE livraisons
        CLOSE statistiquesArticles
        CLOSE lignesCommande
        CLOSE commandes.

*> Montant TTC du devis courant (prix, remise et TVA devisés), pour
*> le contrôle de crédit de la conversion.
        TOTALISER_DEVIS.
        MOVE 0 TO Wcc-montant
        MOVE fdev_id TO fdl_iddev
        MOVE 0 TO fdl_seq
        MOVE 0 TO Wfinm
        START lignesDevis KEY IS NOT LESS THAN fdl_key
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ lignesDevis NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fdl_iddev NOT = fdev_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        COMPUTE Wmontant-brut = fdl_prix * fdl_qte
                        COMPUTE Wmontant-net = Wmontant-brut
                            - (Wmontant-brut * fdl_remise / 100)
                        COMPUTE Wcc-montant = Wcc-montant
                            + Wmontant-net * (1 + fdl_tauxtva / 100)
                    END-IF
            END-READ
        END-PERFORM.

*> Contrôle du stock magasin ligne à ligne avant conversion. Une
*> ligne que le magasin ne couvre pas fait proposer ses remplaçants
*> en stock ; le remplaçant retenu est noté dans Wsub-devis pour la
*> conversion, faute de quoi la conversion est refusée.
        VERIFIER_STOCK_DEVIS.
        MOVE 0 TO Wsub-dev-nb
        MOVE fdev_id TO fdl_iddev
        MOVE 0 TO fdl_seq
        MOVE 0 TO Wfinm
                    IF fdl_iddev NOT = fdev_id THEN
                        MOVE 1 TO Wfinm
                    ELSE
                      IF fdl_idart NOT > Wext-base THEN
                        MOVE fdl_idart TO fart_id
                        READ articles
                            INVALID KEY
                                MOVE 0 TO WdevisOK
                            NOT INVALID KEY
                                PERFORM CHARGER_NOMENCLATURE
                                IF Wkit-nb > 0 THEN
                                    MOVE 0 TO Wkit-resa
                                    PERFORM CALCULER_DISPO_KIT
                                ELSE
                                    PERFORM LIRE_STOCK_DEPOTS
                                END-IF
                                IF fdl_qte > Wstock-mag
                                   AND WdevisOK = 1 THEN
                                    MOVE fdl_qte TO Wsub-qte
                                    MOVE 0 TO Wsub-resa
                                    PERFORM PROPOSER_SUBSTITUTS
                                    IF Wsub-iddem > 0
                                       AND Wsub-dev-nb < Wsub-dev-max THEN
                                        ADD 1 TO Wsub-dev-nb
                                        MOVE fdl_seq
                                            TO Wsub-dev-seq(Wsub-dev-nb)
                                        MOVE fart_id
                                            TO Wsub-dev-id(Wsub-dev-nb)
                                        MOVE Wsub-nature
                                            TO Wsub-dev-nature(Wsub-dev-nb)
                                        MOVE Wsub-regle
                                            TO Wsub-dev-regle(Wsub-dev-nb)
                                    ELSE
                                        MOVE 0 TO WdevisOK
                                    END-IF
                                END-IF
                        END-READ
                      END-IF
                    END-IF
            END-READ
        END-PERFORM.
        MOVE SPACES TO Wjmj-avant
        MOVE fcoTampon TO Wjmj-apres
        PERFORM JOURNALISER_MAJ
        PERFORM COMMISSIONNER_COMMANDE
        SET DEVIS-CONVERTI TO TRUE
        REWRITE fdevTampon
        DISPLAY 'Devis converti en commande n.' LINE 4 COL 1
        DISPLAY fco_id LINE 4 COL 31.

*> Reprend une ligne devisée dans la commande : prix, TVA et remise
*> du devis historisés tels quels (sauf remplaçant retenu au contrôle
*> de stock, servi au prix de sa règle), stock magasin décrémenté,
*> mouvement VENTE, statistiques et bon de confirmation.
        CONVERTIR_LIGNE_DEVIS.
        PERFORM CHERCHER_SUBSTITUT_DEVIS
        ADD 1 TO Wprochainseql
        MOVE fco_id TO flc_idco
        MOVE Wprochainseql TO flc_seq
        MOVE Wsub-idligne TO flc_idart
        MOVE fdl_qte TO flc_qte
        MOVE Wsub-prixligne TO flc_prix
        MOVE Wsub-tauxligne TO flc_tauxtva
        MOVE fdl_remise TO flc_remise
        WRITE flcTampon END-WRITE
        PERFORM NOTER_LIGNE_ECO
        IF Wsub-iddem > 0 THEN
            MOVE 'devis' TO Wsub-origine
            PERFORM ENREGISTRER_SUBSTITUTION_LIGNE
        END-IF
        IF Wprochainseql = 1 THEN
            MOVE Wsub-idligne TO fco_idart
            MOVE fdl_qte TO Wqte-premiere
        END-IF
*> Une extension devisée couvre la ligne d'article qui la précède.
        IF fdl_idart > Wext-base THEN
            PERFORM CONVERTIR_EXTENSION_DEVIS
        ELSE
            MOVE flc_seq TO Wext-seqligne
            MOVE Wsub-idligne TO Wext-idart
        END-IF
        MOVE Wsub-idligne TO fart_id
        READ articles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM CHARGER_NOMENCLATURE
                IF Wkit-nb = 0 THEN
                    SUBTRACT fdl_qte FROM fart_stock
                END-IF
                MOVE Woperateur TO fart_opemaj
                MOVE SYS-DATE-NUM TO fart_datemaj
                REWRITE fartTampon
                MOVE '-' TO Wmvt-sens
                MOVE fdl_qte TO Wmvt-qte
                MOVE fco_id TO Wmvt-ref
                IF Wkit-nb > 0 THEN
                    PERFORM VENTILER_PRIX_KIT
                    MOVE fdl_qte TO Wkit-qte
                    PERFORM MOUVEMENTER_COMPOSANTS_KIT
                ELSE
                    PERFORM ENREGISTRER_MOUVEMENT_STOCK
                END-IF
                MOVE Wsub-idligne TO fstata_idart
                READ statistiquesArticles
                    INVALID KEY
                        CONTINUE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            COMPUTE Wmontant-brut = Wsub-prixligne * fdl_qte
                            COMPUTE Wmontant-remise =
                                Wmontant-brut * fdl_remise / 100
*> Un usage par commande convertie, comme au guichet : seules les
                    END-READ
                END-IF
                MOVE fdl_qte TO fco_qte
                MOVE Wsub-prixligne TO Wprix-vente
                MOVE fdl_remise TO Wremise-pct
*> L'éco-participation suit la ligne d'article : les lignes devisées
*> suivantes reprennent la numérotation après elle.
                PERFORM AJOUTER_ECO_PARTICIPATION
                IF Weco-unitaire > 0 THEN
                    MOVE Weco-seqeco TO Wprochainseql
                END-IF
                PERFORM IMPRIMER_CONFIRMATION_COMMANDE
                PERFORM IMPRIMER_CONFIRMATION_ECO
        END-READ.

*> Suivi des livraisons : fait avancer la fiche logistique d'une
              CLOSE livraisons
              OPEN I-O livraisons
          END-IF
          OPEN I-O expeditions
          IF fexp_stat = 35 THEN
              OPEN OUTPUT expeditions
              CLOSE expeditions
              OPEN I-O expeditions
          END-IF
          OPEN I-O fraisPort
          IF ffp_stat = 35 THEN
              OPEN OUTPUT fraisPort
              CLOSE fraisPort
              OPEN I-O fraisPort
          END-IF
          OPEN I-O fournisseurs
          OPEN I-O commandes
          OPEN I-O clients
          IF fco_stat = 35 THEN
                  END-READ
                  DISPLAY 'Etat actuel :' LINE 3 COL 1
                  DISPLAY fliv_etat LINE 3 COL 15
                  MOVE fco_id TO fexp_idco
                  READ expeditions
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          DISPLAY 'Suivi :' LINE 3 COL 27
                          DISPLAY fexp_suivi LINE 3 COL 35
                          IF LIVR-INCIDENT THEN
                              DISPLAY 'Incident :' LINE 4 COL 1
                              DISPLAY fexp_motif LINE 4 COL 12
                          END-IF
                  END-READ
                  DISPLAY '1 --> Marquer préparée' LINE 5 COL 1
                  DISPLAY '2 --> Expédier (transporteur + date)' LINE 6 COL 1
                  DISPLAY '3 --> Marquer livrée' LINE 7 COL 1
                      DISPLAY 'Commande marquée préparée' LINE 11 COL 1
                  END-IF
                  IF Wrep2 = 2 THEN
                      PERFORM PROPOSER_TRANSPORTEUR
                      DISPLAY 'Transporteur :' LINE 11 COL 1
                      ACCEPT fliv_transporteur LINE 11 COL 16
                      MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                      MOVE SYS-DATE-NUM TO fliv_dateexp
                      SET LIVR-EXPEDIEE TO TRUE
                      REWRITE flivTampon
                      PERFORM SAISIR_COLIS_EXPEDITION
                      PERFORM NOTIFIER_EXPEDITION
                      DISPLAY 'Expédition enregistrée' LINE 13 COL 1
                  END-IF
                  IF Wrep2 = 3 THEN
                      MOVE FUNCTION CURRENT-DATE TO SYS-DATE
          END-IF
          CLOSE clients
          CLOSE commandes
          CLOSE fournisseurs
          CLOSE fraisPort
          CLOSE expeditions
          CLOSE livraisons.

*> Transporteur proposé à l'expédition : celui retenu pour le port de
*> la commande (fraisport.dat), sinon celui déjà saisi.
          PROPOSER_TRANSPORTEUR.
          MOVE fco_id TO ffp_idco
          READ fraisPort
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE ffp_idfou TO ffou_id
                  READ fournisseurs
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE ffou_nom TO fliv_transporteur
                  END-READ
          END-READ
          DISPLAY fliv_transporteur LINE 11 COL 16.

*> Colis de l'expédition (un par défaut) et numéro de suivi donné par
*> le transporteur : le manifeste de nuit les lui transmet et
*> l'import de ses statuts retrouve la livraison par ce numéro.
          SAISIR_COLIS_EXPEDITION.
          MOVE fco_id TO fexp_idco
          READ expeditions
              INVALID KEY
                  MOVE 0 TO Wtrouve
                  MOVE SPACES TO fexp_suivi
              NOT INVALID KEY
                  MOVE 1 TO Wtrouve
          END-READ
          DISPLAY 'Nombre de colis :' LINE 12 COL 1
          MOVE 1 TO fexp_nbcolis
          ACCEPT fexp_nbcolis LINE 12 COL 19
          IF fexp_nbcolis = 0 THEN
              MOVE 1 TO fexp_nbcolis
          END-IF
          DISPLAY 'N° de suivi :' LINE 12 COL 25
          ACCEPT fexp_suivi LINE 12 COL 39
          MOVE fco_id TO fexp_idco
          MOVE 0 TO fexp_manifeste
          MOVE SPACES TO fexp_statut
          MOVE SPACES TO fexp_motif
          MOVE fliv_dateexp TO fexp_datemaj
          IF Wtrouve = 1 THEN
              REWRITE fexpTampon
          ELSE
              WRITE fexpTampon END-WRITE
          END-IF.

*> Notification d'expédition au client de la commande courante, via
*> la boîte d'envoi structurée (compteur 7).
          NOTIFIER_EXPEDITION.
              DELIMITED BY SIZE INTO favoirTampon
          WRITE favoirTampon
          CLOSE avoirsCommande
          PERFORM ANNULER_CONTRATS_COMMANDE
          MOVE Wpoints-annules TO Wpoints-gagnes
          PERFORM DEBITER_POINTS_FIDELITE
          PERFORM ANNULER_CARTES_VENDUES
          PERFORM RECREDITER_CARTES_COMMANDE
          PERFORM EMETTRE_AVOIR_CLIENT
          DISPLAY 'Commande annulee, avoir emis' LINE 21 COL 1.

              MOVE fco_idcl TO favr_idcl
              MOVE fco_id TO favr_idco
              MOVE FUNCTION CURRENT-DATE TO favr_date
*> La part déjà rendue sur carte cadeau n'est pas remboursée une
*> seconde fois ; l'avoir reste émis, même à zéro, pour que le journal
*> comptable extourne la vente.
              IF Wcad-recredit < Wtotavoir-ttc THEN
                  COMPUTE favr_montant = Wtotavoir-ttc - Wcad-recredit
              ELSE
                  MOVE 0 TO favr_montant
              END-IF
              MOVE favr_montant TO favr_solde
              MOVE 0 TO Wcad-recredit
              WRITE favrTampon END-WRITE
              COMPUTE fcpt_val = fcpt_val + 1
              REWRITE fcptTampon
          CLOSE avoirs.

*> Contrepasse la ligne de commande courante : stock restitué à
*> l'article (à ses composants pour un kit), vente décomptée des
*> statistiques (sans passer sous zéro si elles ont été recalculées
*> entre temps), et ligne d'avoir valorisée au prix de l'article.
          CONTREPASSER_LIGNE_COMMANDE.
          MOVE 'ANNULATION' TO Wmvt-type
          MOVE 'MAG' TO Wmvt-depot
          MOVE '+' TO Wmvt-sens
          MOVE fco_id TO Wmvt-ref
          PERFORM REINTEGRER_VENTILATION_KIT
          MOVE flc_idart TO fart_id
          READ articles
              INVALID KEY
                  MOVE SPACES TO fart_nom
                  MOVE 0 TO fart_prix
              NOT INVALID KEY
                  IF Wkit-ventile = 0 THEN
                      ADD flc_qte TO fart_stock
                      REWRITE fartTampon
                      MOVE flc_qte TO Wmvt-qte
                      PERFORM ENREGISTRER_MOUVEMENT_STOCK
                  END-IF
          END-READ
          IF flc_idart > Wext-base THEN
              MOVE 'EXTENSION GARANTIE' TO fart_nom
          END-IF
          IF flc_idart = Wport-idart THEN
              MOVE 'FRAIS DE PORT' TO fart_nom
          END-IF
          IF flc_idart = Wimpaye-idart THEN
              MOVE 'FRAIS IMPAYE' TO fart_nom
          END-IF
          IF flc_idart = Weco-idart THEN
              MOVE 'ECO PARTICIPATION' TO fart_nom
          END-IF
          IF flc_idart = Wcarte-idart THEN
              MOVE 'CARTE CADEAU' TO fart_nom
          END-IF
          IF flc_idart > 0 AND flc_idart < Weco-idart THEN
              MOVE flc_qte TO Weco-qte
              MOVE 0 TO Weco-ref
              PERFORM REPRENDRE_ECO_LIGNE
          END-IF
          MOVE flc_qte TO Wcom-qte
          MOVE 0 TO Wcom-ref
          PERFORM REPRENDRE_COMMISSION_LIGNE
          MOVE flc_idart TO fstata_idart
          READ statistiquesArticles
              INVALID KEY
*> Les points repris se comptent ligne à ligne, net arrondi à l'euro
*> comme au crédit : reprendre l'entier du total de la commande
*> reprendrait plus que ce que la vente avait donné.
*> Le port, les frais d'impayé, l'éco-participation et les cartes
*> cadeau n'ont pas donné de points : rien à reprendre sur leurs
*> lignes.
          IF flc_idart NOT = Wport-idart
             AND flc_idart NOT = Wimpaye-idart
             AND flc_idart NOT = Weco-idart
             AND flc_idart NOT = Wcarte-idart THEN
              MOVE Wtotart TO Wpoints-gagnes
              ADD Wpoints-gagnes TO Wpoints-annules
          END-IF
          COMPUTE Wmontant-ttc = Wtotart * (1 + flc_tauxtva / 100)
          ADD Wmontant-ttc TO Wtotavoir-ttc
          MOVE SPACES TO favoirTampon
              NOT INVALID KEY
                  DISPLAY 'Livraison :' LINE 9 COL 35
                  DISPLAY fliv_etat LINE 9 COL 47
                  IF LIVR-EXPEDIEE OR LIVR-LIVREE OR LIVR-INCIDENT THEN
                      DISPLAY fliv_transporteur LINE 9 COL 58
                  END-IF
          END-READ.
            CLOSE coutsArticles
            OPEN I-O coutsArticles
        END-IF
        OPEN I-O ventilationKits
        IF fvk_stat = 35 THEN
            OPEN OUTPUT ventilationKits
            CLOSE ventilationKits
            OPEN I-O ventilationKits
        END-IF
        IF fart_stat = 35 THEN
            DISPLAY 'Fichier articles inexistant' WITH BLANK SCREEN
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                ACCEPT Wrep LINE 23 COL 34
            END-PERFORM
        END-IF
        CLOSE ventilationKits
        CLOSE coutsArticles
        CLOSE articles
        CLOSE lignesCommande

*> Chiffre d'affaires net HT, quantités vendues et coût de revient
*> (quantités x coût moyen pondéré) de l'article fart_id courant,
*> lignes des commandes annulées exclues. Une vente de kit compte pour
*> ses composants, chacun pour sa part du prix.
        CALCULER_MARGE_ARTICLE.
        MOVE 0 TO Wtotart
        MOVE 0 TO Wqte-vendue-art
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    MOVE 0 TO Wkit-ventile
                    IF flc_idart = fart_id THEN
                        PERFORM LIGNE_VENTILEE_KIT
                    END-IF
                    IF flc_idart = fart_id AND Wkit-ventile = 0 THEN
                        MOVE flc_idco TO fco_id
                        READ commandes
                            INVALID KEY
                    END-IF
            END-READ
        END-PERFORM
        PERFORM CUMULER_PARTS_KIT_ARTICLE
        MOVE 0 TO Wcout-article
        MOVE fart_id TO fcou_idart
        READ coutsArticles
