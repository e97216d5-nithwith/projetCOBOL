       ALTERNATE RECORD KEY favr_idcl WITH DUPLICATES
       FILE STATUS IS favr_stat.

       SELECT remboursements ASSIGN TO "remboursements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frmb_idrecl
       ALTERNATE RECORD KEY frmb_idcl WITH DUPLICATES
       ALTERNATE RECORD KEY frmb_idavr WITH DUPLICATES
       FILE STATUS IS frmb_stat.

       SELECT reclamationsFou ASSIGN TO "reclamationsfou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frfo_id
       ALTERNATE RECORD KEY frfo_idrecl WITH DUPLICATES
       ALTERNATE RECORD KEY frfo_idfou WITH DUPLICATES
       FILE STATUS IS frfo_stat.

       SELECT planComptable ASSIGN TO "plancomptable.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpc_key
       FILE STATUS IS fpc_stat.

       SELECT articles ASSIGN TO "articles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fart_id
       ALTERNATE RECORD KEY fart_type WITH DUPLICATES
       FILE STATUS IS fart_stat.

       SELECT facturesFournisseurs ASSIGN TO "facturesfournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffaf_id
       ALTERNATE RECORD KEY ffaf_idfou WITH DUPLICATES
       FILE STATUS IS ffaf_stat.

       SELECT lignesFactureFou ASSIGN TO "lignesfacturefou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY flf_key
       FILE STATUS IS flf_stat.

       SELECT reglementsFou ASSIGN TO "reglementsfou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frgf_key
       FILE STATUS IS frgf_stat.

       SELECT remisesBanque ASSIGN TO "remisesbanque.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frem_id
       FILE STATUS IS frem_stat.

       SELECT prelevements ASSIGN TO "prelevements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fprl_id
       ALTERNATE RECORD KEY fprl_idco WITH DUPLICATES
       FILE STATUS IS fprl_stat.

       SELECT ecartsInventaire ASSIGN TO "ecartsinventaire.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fei_key
       FILE STATUS IS fei_stat.

       SELECT retours ASSIGN TO "retours.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fretr_idrecl
       FILE STATUS IS fretr_stat.

       SELECT piecesReparation ASSIGN TO "piecesreparation.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpr_key
       FILE STATUS IS fpr_stat.

       SELECT devisReparation ASSIGN TO "devisreparation.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fdr_idrecl
       FILE STATUS IS fdr_stat.

       SELECT provisionsGarantie ASSIGN TO "provisionsgarantie.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpg_key
       FILE STATUS IS fpg_stat.

       SELECT coutsArticles ASSIGN TO "coutsarticles.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcou_idart
       FILE STATUS IS fcou_stat.

       SELECT ventilationKits ASSIGN TO "ventilationkits.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fvk_key
       ALTERNATE RECORD KEY fvk_idcomp WITH DUPLICATES
       FILE STATUS IS fvk_stat.

       SELECT mouvementsCartes ASSIGN TO "mouvementscartes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmcd_key
       ALTERNATE RECORD KEY fmcd_idco WITH DUPLICATES
       FILE STATUS IS fmcd_stat.

       SELECT journalCompta ASSIGN TO WS-JOURNAL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fjco_stat.
          02 favr_montant PIC 9(9)V99.
          02 favr_solde PIC 9(9)V99.

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

        FD planComptable.
        01 fpcTampon.
          02 fpc_key.
            03 fpc_type PIC X(4).
            03 fpc_code PIC X(10).
          02 fpc_compte PIC X(6).
          02 fpc_contrepartie PIC X(6).
          02 fpc_libelle PIC X(20).

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

        FD prelevements.
        01 fprlTampon.
          02 fprl_id PIC 9(5).
          02 fprl_idco PIC 9(5).
          02 fprl_seqech PIC 9(2).
          02 fprl_idcl PIC 9(5).
          02 fprl_rum PIC X(20).
          02 fprl_montant PIC 9(7)V99.
          02 fprl_dateemis PIC 9(8).
          02 fprl_dateprel PIC 9(8).
          02 fprl_etat PIC X(10).
              88 PRELEV-EMIS VALUE 'emis'.
              88 PRELEV-ENCAISSE VALUE 'encaisse'.
              88 PRELEV-REJETE VALUE 'rejete'.
          02 fprl_seqpai PIC 9(3).
          02 fprl_daterejet PIC 9(8).
          02 fprl_motif PIC X(4).
          02 fprl_frais PIC 9(5)V99.

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

        FD retours.
        01 fretrTampon.
          02 fretr_idrecl PIC 9(5).
          02 fretr_idart PIC 9(5).
          02 fretr_qte PIC 9(3).
          02 fretr_date_data.
            05 fretr_date.
                10 fretr_annee PIC 9(4).
                10 fretr_mois PIC 9(2).
                10 fretr_jour PIC 9(2).
            05 fretr_date-num REDEFINES fretr_date PIC 9(8).
          02 fretr_disposition PIC X(10).
              88 RETOUR-RESTOCK VALUE 'restock'.
              88 RETOUR-REBUT VALUE 'rebut'.
          02 fretr_valeur PIC 9(7)V99.

        FD piecesReparation.
        01 fprTampon.
          02 fpr_key.
            03 fpr_idrecl PIC 9(5).
            03 fpr_seq PIC 9(3).
          02 fpr_idart PIC 9(5).
          02 fpr_qte PIC 9(3).
          02 fpr_valeur PIC 9(7)V99.
          02 fpr_date PIC 9(8).

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

        FD coutsArticles.
        01 fcouTampon.
          02 fcou_idart PIC 9(5).
          02 fcou_cmp PIC 9(5)V99.
          02 fcou_datemaj PIC 9(8).

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

        FD journalCompta.
        01 fjcoTampon PIC X(100).

        77 fpai_stat PIC 9(2).
        77 favr_stat PIC 9(2).
        77 fjco_stat PIC 9(2).
        77 fpc_stat PIC 9(2).
        77 frmb_stat PIC 9(2).
        77 frfo_stat PIC 9(2).
        77 Wavoir-rmb PIC 9.
        77 fart_stat PIC 9(2).
        77 ffaf_stat PIC 9(2).
        77 flf_stat PIC 9(2).
        77 frgf_stat PIC 9(2).
        77 fprl_stat PIC 9(2).
        77 frem_stat PIC 9(2).
        77 fei_stat PIC 9(2).
        77 fretr_stat PIC 9(2).
        77 fpr_stat PIC 9(2).
        77 fdr_stat PIC 9(2).
        77 fpg_stat PIC 9(2).
        77 fcou_stat PIC 9(2).
        77 fvk_stat PIC 9(2).
        77 fmcd_stat PIC 9(2).
        77 Wkit-ventile PIC 9(2).
        77 Wkit-fin PIC 9.
        77 Wtaux-ligne PIC 9(2).
        77 Wpc-type PIC X(4).
        77 Wpc-code PIC X(10).
        77 Wpc-defaut PIC X(6).
        77 Wpc-defaut-contre PIC X(6).
        77 Wcontrepartie PIC X(6).
        77 Wcompte-stock PIC X(6).
        77 Wtaux-code PIC 9(2).
        77 Wachat-ht PIC 9(9)V99.
        77 Wachat-tva PIC 9(9)V99.
        77 Wachat-ttc PIC 9(9)V99.
        77 Wvaleur-stock PIC 9(9)V99.
        77 Wcout-unitaire PIC 9(7)V99.
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wmontant-brut PIC 9(7)V99.
        77 Wnb-ecritures PIC 9(5).
        77 Wjours-veille PIC 9(7).
        77 WS-JOURNAL-FILE PIC X(40).
*> Articles fictifs 9999n : extensions de garantie de n ans.
        77 Wext-base PIC 9(5) VALUE 99990.
*> Article fictif 99980 : frais de port facturés au client.
        77 Wport-idart PIC 9(5) VALUE 99980.
        77 Wimpaye-idart PIC 9(5) VALUE 99970.
*> Article fictif 99960 : éco-participation DEEE, reversée à
*> l'éco-organisme.
        77 Weco-idart PIC 9(5) VALUE 99960.
*> Article fictif 99950 : carte cadeau vendue, dette envers le porteur.
        77 Wcarte-idart PIC 9(5) VALUE 99950.
*> Provision pour garanties : cumul des types par mois de clôture.
        77 Wprov-mois PIC 9(6).
        77 Wprov-mois-prec PIC 9(6).
        77 Wprov-attendu PIC 9(6).
        77 Wprov-total PIC 9(11)V99.
        77 Wprov-total-prec PIC 9(11)V99.
        77 Wprov-veille PIC 9.
        77 Wprov-variation PIC S9(11)V99.
        01 Wveille-date-data.
            05 Wveille-date.
                10 Wveille-annee PIC 9(4).
*> débit/crédit pour les ventes (client TTC au débit, ventes net HT
*> par taux de TVA et TVA collectée au crédit), pour les règlements
*> reçus (compte de trésorerie selon le mode au débit, client au
*> crédit), pour les prélèvements revenus impayés (contre-passation
*> du règlement et frais d'impayé), pour les remises en banque
*> (banque au débit, caisse et chèques à encaisser au crédit), pour
*> les avoirs émis (extourne de la vente) et pour les
*> remboursements de réclamations (extourne de l'unité, trésorerie
*> du mode au crédit). Les ventes d'extensions de garantie vont en
*> produits constatés d'avance (GEN EXTGARANT) et non en ventes ; une
*> vente de kit est ventilée sur ses composants, chacun à son taux de
*> TVA. Côté
*> achats et stock : factures fournisseurs (achats HT et TVA
*> déductible au débit, fournisseur TTC au crédit), règlements
*> fournisseurs, avoirs obtenus sur réclamations garantie, écarts d'inventaire appliqués, retours mis au rebut
*> et pièces détachées consommées en réparation (compte de stock
*> contre compte de charge, au coût unitaire). L'ajustement mensuel
*> de la provision pour garanties arrêtée à la clôture est passé le
*> lendemain en dotation ou en reprise. Les cartes cadeau
*> vendues vont au compte de dette GEN CARTECADO (sans TVA), leur
*> emploi en règlement (mode CARTECADO) solde cette dette, le
*> recrédit d'une commande annulée la reconstitue et le solde des
*> cartes échues passe en produits (GEN CARTEEXP). Les comptes sont lus
*> dans le plan comptable (plancomptable.dat) par type d'événement,
*> mode de règlement, taux de TVA ou type de mouvement ; un code non
*> renseigné garde le compte usuel. Le tout
*> part dans journal_AAAAMMJJ.txt, et le total des débits doit égaler
*> celui des crédits : sinon le programme rend un code retour non nul
*> et le pilotage de nuit laisse l'étape à reprendre au lieu de la
                CLOSE avoirs
                OPEN I-O avoirs
            END-IF
            OPEN I-O remboursements
            IF frmb_stat = 35 THEN
                OPEN OUTPUT remboursements
                CLOSE remboursements
                OPEN I-O remboursements
            END-IF
            OPEN I-O reclamationsFou
            IF frfo_stat = 35 THEN
                OPEN OUTPUT reclamationsFou
                CLOSE reclamationsFou
                OPEN I-O reclamationsFou
            END-IF
            OPEN I-O planComptable
            IF fpc_stat = 35 THEN
                OPEN OUTPUT planComptable
                CLOSE planComptable
                OPEN I-O planComptable
            END-IF
            OPEN I-O articles
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
            OPEN I-O reglementsFou
            IF frgf_stat = 35 THEN
                OPEN OUTPUT reglementsFou
                CLOSE reglementsFou
                OPEN I-O reglementsFou
            END-IF
            OPEN I-O remisesBanque
            IF frem_stat = 35 THEN
                OPEN OUTPUT remisesBanque
                CLOSE remisesBanque
                OPEN I-O remisesBanque
            END-IF
            OPEN I-O prelevements
            IF fprl_stat = 35 THEN
                OPEN OUTPUT prelevements
                CLOSE prelevements
                OPEN I-O prelevements
            END-IF
            OPEN I-O ecartsInventaire
            IF fei_stat = 35 THEN
                OPEN OUTPUT ecartsInventaire
                CLOSE ecartsInventaire
                OPEN I-O ecartsInventaire
            END-IF
            OPEN I-O retours
            IF fretr_stat = 35 THEN
                OPEN OUTPUT retours
                CLOSE retours
                OPEN I-O retours
            END-IF
            OPEN I-O piecesReparation
            IF fpr_stat = 35 THEN
                OPEN OUTPUT piecesReparation
                CLOSE piecesReparation
                OPEN I-O piecesReparation
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
            OPEN I-O mouvementsCartes
            IF fmcd_stat = 35 THEN
                OPEN OUTPUT mouvementsCartes
                CLOSE mouvementsCartes
                OPEN I-O mouvementsCartes
            END-IF
            OPEN OUTPUT journalCompta
            MOVE SPACES TO fjcoTampon
            STRING "JOURNAL COMPTABLE DU "
            MOVE 0 TO Wnb-ecritures
            PERFORM 1000-ECRITURES-VENTES
            PERFORM 2000-ECRITURES-REGLEMENTS
            PERFORM 2500-ECRITURES-REJETS-PRELEV
            PERFORM 2700-ECRITURES-REMISES
            PERFORM 3000-ECRITURES-AVOIRS
            PERFORM 3500-ECRITURES-REMBOURSEMENTS
            PERFORM 4000-ECRITURES-ACHATS
            PERFORM 5000-ECRITURES-REGLEMENTS-FOU
            PERFORM 5500-ECRITURES-AVOIRS-FOU
            PERFORM 6000-ECRITURES-ECARTS-INVENTAIRE
            PERFORM 6200-ECRITURES-REBUTS
            PERFORM 6400-ECRITURES-PIECES
            PERFORM 6600-ECRITURES-CARTES-CADEAU
            PERFORM 6900-ECRITURES-PROVISION
            MOVE SPACES TO fjcoTampon
            STRING "TOTAL DEBITS : " Wtot-debit
                   "  TOTAL CREDITS : " Wtot-credit
                MOVE 1 TO RETURN-CODE
            END-IF
            CLOSE journalCompta
            CLOSE mouvementsCartes
            CLOSE ventilationKits
            CLOSE coutsArticles
            CLOSE provisionsGarantie
            CLOSE devisReparation
            CLOSE piecesReparation
            CLOSE retours
            CLOSE ecartsInventaire
            CLOSE prelevements
            CLOSE remisesBanque
            CLOSE reglementsFou
            CLOSE lignesFactureFou
            CLOSE facturesFournisseurs
            CLOSE articles
            CLOSE planComptable
            CLOSE remboursements
            CLOSE reclamationsFou
            CLOSE avoirs
            CLOSE paiements
            CLOSE lignesCommande
            END-READ
        END-PERFORM.

*> Une vente de kit est passée composant par composant, chacun pour
*> sa part du prix et à son propre taux de TVA (ventilationkits.dat).
        1200-VENTE-LIGNE.
        MOVE 0 TO Wkit-ventile
        PERFORM 1250-VENTE-KIT
        IF Wkit-ventile = 0 THEN
            COMPUTE Wmontant-brut = flc_prix * flc_qte
            COMPUTE Wmontant-net = Wmontant-brut
                - (Wmontant-brut * flc_remise / 100)
            MOVE flc_tauxtva TO Wtaux-ligne
            PERFORM 1210-ECRITURES-VENTE
        END-IF.

        1210-ECRITURES-VENTE.
        COMPUTE Wmontant-ttc = Wmontant-net
            * (1 + Wtaux-ligne / 100)
        COMPUTE Wmontant-tva = Wmontant-ttc - Wmontant-net
        PERFORM 7100-COMPTE-CLIENT
        MOVE SPACES TO Wlibelle
        STRING 'Vente commande ' fco_id
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE Wmontant-ttc TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        PERFORM 7210-COMPTE-PRODUIT-LIGNE
        MOVE SPACES TO Wlibelle
        STRING 'Vente HT TVA ' Wtaux-ligne '%'
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE Wmontant-net TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        IF Wmontant-tva > 0 THEN
            MOVE Wtaux-ligne TO Wtaux-code
            PERFORM 7300-COMPTE-TVA-COLLECTEE
            MOVE SPACES TO Wlibelle
            STRING 'TVA collectee ' Wtaux-ligne '%'
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'CREDIT' TO Wsens
            MOVE Wmontant-tva TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF.

        1250-VENTE-KIT.
        PERFORM 7700-DEBUT-VENTILATION
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
                        MOVE fvk_tauxtva TO Wtaux-ligne
                        PERFORM 1210-ECRITURES-VENTE
                    END-IF
            END-READ
        END-PERFORM.

*> Règlements encaissés la veille : trésorerie au débit (compte selon
*> le mode), clients au crédit. Le fichier des paiements n'a pas de
*> clé par date, il est parcouru en entier.
        END-PERFORM.

        2100-REGLEMENT.
        MOVE fpai_mode TO Wpc-code
        PERFORM 7050-COMPTE-MODE
        MOVE SPACES TO Wlibelle
        STRING 'Reglement ' fpai_mode ' cmd ' fpai_idco
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE fpai_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        PERFORM 7100-COMPTE-CLIENT
        MOVE SPACES TO Wlibelle
        STRING 'Reglement commande ' fpai_idco
            DELIMITED BY SIZE INTO Wlibelle
        MOVE fpai_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

*> Prélèvements rejetés la veille : le règlement PRELEV déjà passé
*> (numéro de règlement conservé sur le prélèvement) est contre-passé,
*> client au débit et banque au crédit, et les frais d'impayé ajoutés
*> à la commande sont portés au client contre un compte de produit
*> (GEN FRAISIMP). Un règlement supprimé avant d'avoir été journalisé
*> n'a rien à contre-passer.
        2500-ECRITURES-REJETS-PRELEV.
        MOVE 0 TO fprl_id
        MOVE 0 TO Wfin
        START prelevements KEY IS NOT LESS THAN fprl_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ prelevements NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF PRELEV-REJETE
                       AND fprl_daterejet = Wveille-date-num THEN
                        PERFORM 2600-REJET-PRELEV
                    END-IF
            END-READ
        END-PERFORM.

        2600-REJET-PRELEV.
        IF fprl_seqpai > 0 THEN
            PERFORM 7100-COMPTE-CLIENT
            MOVE SPACES TO Wlibelle
            STRING 'Prelev. impaye cmd ' fprl_idco
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'DEBIT' TO Wsens
            MOVE fprl_montant TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
            MOVE 'PRELEV' TO Wpc-code
            PERFORM 7050-COMPTE-MODE
            MOVE SPACES TO Wlibelle
            STRING 'Rejet prelevement ' fprl_id
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'CREDIT' TO Wsens
            MOVE fprl_montant TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF
        IF fprl_frais > 0 THEN
            PERFORM 7100-COMPTE-CLIENT
            MOVE SPACES TO Wlibelle
            STRING 'Frais impaye cmd ' fprl_idco
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'DEBIT' TO Wsens
            MOVE fprl_frais TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
            PERFORM 7220-COMPTE-FRAIS-IMPAYE
            MOVE SPACES TO Wlibelle
            STRING 'Frais impaye prelev. ' fprl_id
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'CREDIT' TO Wsens
            MOVE fprl_frais TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF.

*> Bordereaux de remise en banque de la veille : la banque reçoit
*> les espèces de la caisse (MODE ESPECES) et les chèques à encaisser
*> (MODE CHEQUE), le rapprochement du relevé n'y change rien.
        2700-ECRITURES-REMISES.
        MOVE 0 TO frem_id
        MOVE 0 TO Wfin
        START remisesBanque KEY IS NOT LESS THAN frem_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ remisesBanque NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF frem_date = Wveille-date-num
                       AND frem_total > 0 THEN
                        PERFORM 2800-REMISE
                    END-IF
            END-READ
        END-PERFORM.

        2800-REMISE.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'BANQUE' TO Wpc-code
        MOVE '512000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Remise en banque ' frem_id
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE frem_total TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        IF frem_especes > 0 THEN
            MOVE 'ESPECES' TO Wpc-code
            PERFORM 7050-COMPTE-MODE
            MOVE SPACES TO Wlibelle
            STRING 'Remise especes ' frem_id
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'CREDIT' TO Wsens
            MOVE frem_especes TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF
        IF frem_cheques > 0 THEN
            MOVE 'CHEQUE' TO Wpc-code
            PERFORM 7050-COMPTE-MODE
            MOVE SPACES TO Wlibelle
            STRING 'Remise cheques ' frem_id
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'CREDIT' TO Wsens
            MOVE frem_cheques TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF.

*> Avoirs émis la veille : extourne de la vente contrepassée, reprise
*> ligne à ligne depuis la commande annulée pour retrouver la
*> ventilation HT / TVA de l'avoir (le fichier des avoirs ne porte
                    MOVE 1 TO Wfin
                NOT AT END
                    IF favr_date-num = Wveille-date-num THEN
                        PERFORM 3050-AVOIR-REMBOURSEMENT
                        IF Wavoir-rmb = 0 THEN
                            PERFORM 3100-AVOIR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Un avoir émis en remboursement d'une réclamation n'extourne pas
*> toute la commande : il est passé avec son remboursement (3500).
        3050-AVOIR-REMBOURSEMENT.
        MOVE 0 TO Wavoir-rmb
        MOVE favr_id TO frmb_idavr
        READ remboursements KEY IS frmb_idavr
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 1 TO Wavoir-rmb
        END-READ.

        3100-AVOIR.
        MOVE favr_idco TO flc_idco
        MOVE 1 TO flc_seq
        END-PERFORM.

        3200-AVOIR-LIGNE.
        MOVE 0 TO Wkit-ventile
        PERFORM 3250-AVOIR-KIT
        IF Wkit-ventile = 0 THEN
            COMPUTE Wmontant-brut = flc_prix * flc_qte
            COMPUTE Wmontant-net = Wmontant-brut
                - (Wmontant-brut * flc_remise / 100)
            MOVE flc_tauxtva TO Wtaux-ligne
            PERFORM 3210-ECRITURES-AVOIR
        END-IF.

        3210-ECRITURES-AVOIR.
        COMPUTE Wmontant-ttc = Wmontant-net
            * (1 + Wtaux-ligne / 100)
        COMPUTE Wmontant-tva = Wmontant-ttc - Wmontant-net
        PERFORM 7210-COMPTE-PRODUIT-LIGNE
        MOVE SPACES TO Wlibelle
        STRING 'Avoir ' favr_id ' extourne HT'
            DELIMITED BY SIZE INTO Wlibelle
        MOVE Wmontant-net TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        IF Wmontant-tva > 0 THEN
            MOVE Wtaux-ligne TO Wtaux-code
            PERFORM 7300-COMPTE-TVA-COLLECTEE
            MOVE SPACES TO Wlibelle
            STRING 'Avoir ' favr_id ' extourne TVA'
                DELIMITED BY SIZE INTO Wlibelle
            MOVE Wmontant-tva TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF
        PERFORM 7100-COMPTE-CLIENT
        MOVE SPACES TO Wlibelle
        STRING 'Avoir ' favr_id ' client'
            DELIMITED BY SIZE INTO Wlibelle
        MOVE Wmontant-ttc TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

        3250-AVOIR-KIT.
        PERFORM 7700-DEBUT-VENTILATION
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
                        MOVE fvk_tauxtva TO Wtaux-ligne
                        PERFORM 3210-ECRITURES-AVOIR
                    END-IF
            END-READ
        END-PERFORM.

*> Remboursements de réclamations versés la veille : extourne de la
*> vente de l'unité (HT et TVA au débit), trésorerie du mode au
*> crédit (compte d'avoirs clients pour le mode AVOIR).
        3500-ECRITURES-REMBOURSEMENTS.
        MOVE 0 TO frmb_idrecl
        MOVE 0 TO Wfin
        START remboursements KEY IS NOT LESS THAN frmb_idrecl
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ remboursements NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF frmb_date = Wveille-date-num THEN
                        PERFORM 3600-REMBOURSEMENT
                    END-IF
            END-READ
        END-PERFORM.

        3600-REMBOURSEMENT.
        COMPUTE Wmontant-tva = frmb_montant - frmb_ht
        PERFORM 7200-COMPTE-VENTE
        MOVE SPACES TO Wlibelle
        STRING 'Rembt dossier ' frmb_idrecl ' HT'
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE frmb_ht TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        IF Wmontant-tva > 0 THEN
            MOVE frmb_tauxtva TO Wtaux-code
            PERFORM 7300-COMPTE-TVA-COLLECTEE
            MOVE SPACES TO Wlibelle
            STRING 'Rembt dossier ' frmb_idrecl ' TVA'
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'DEBIT' TO Wsens
            MOVE Wmontant-tva TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF
        MOVE frmb_mode TO Wpc-code
        PERFORM 7050-COMPTE-MODE
        MOVE SPACES TO Wlibelle
        STRING 'Rembt ' frmb_mode ' dossier ' frmb_idrecl
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE frmb_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

*> Factures fournisseurs saisies la veille (pas de clé par date, le
*> fichier est parcouru en entier) : ligne par ligne, achat HT et TVA
*> déductible au taux de l'article au débit ; le fournisseur est
*> crédité du total TTC de la facture, recalculé des lignes avec le
*> même arrondi qu'à la saisie, donc égal au ffaf_montant que les
*> règlements soldent.
        4000-ECRITURES-ACHATS.
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
                    IF ffaf_date-num = Wveille-date-num THEN
                        PERFORM 4100-ACHAT
                    END-IF
            END-READ
        END-PERFORM.

        4100-ACHAT.
        MOVE 0 TO Wachat-ttc
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
                        PERFORM 4200-ACHAT-LIGNE
                    END-IF
            END-READ
        END-PERFORM
        IF Wachat-ttc > 0 THEN
            MOVE 'GEN ' TO Wpc-type
            MOVE 'FOURNISSEUR' TO Wpc-code
            MOVE '401000' TO Wpc-defaut
            MOVE SPACES TO Wpc-defaut-contre
            PERFORM 7000-LIRE-COMPTE
            MOVE SPACES TO Wlibelle
            STRING 'Fact. fournisseur ' ffaf_id ' ' ffaf_idfou
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'CREDIT' TO Wsens
            MOVE Wachat-ttc TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF.

        4200-ACHAT-LIGNE.
        COMPUTE Wachat-ht = flf_qte * flf_prixunit
        MOVE flf_idart TO fart_id
        READ articles
            INVALID KEY MOVE 0 TO fart_tauxtva
        END-READ
        COMPUTE Wachat-tva ROUNDED = Wachat-ht * fart_tauxtva / 100
        ADD Wachat-ht TO Wachat-ttc
        ADD Wachat-tva TO Wachat-ttc
        MOVE 'GEN ' TO Wpc-type
        MOVE 'ACHAT' TO Wpc-code
        MOVE '607000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Achat HT fact. ' ffaf_id ' art ' flf_idart
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE Wachat-ht TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        IF Wachat-tva > 0 THEN
            MOVE 'TVAD' TO Wpc-type
            MOVE SPACES TO Wpc-code
            MOVE fart_tauxtva TO Wpc-code(1:2)
            MOVE '445660' TO Wpc-defaut
            MOVE SPACES TO Wpc-defaut-contre
            PERFORM 7000-LIRE-COMPTE
            MOVE SPACES TO Wlibelle
            STRING 'TVA deductible ' fart_tauxtva '%'
                DELIMITED BY SIZE INTO Wlibelle
            MOVE 'DEBIT' TO Wsens
            MOVE Wachat-tva TO Wmontant-ecriture
            PERFORM 8000-ECRIRE-ECRITURE
        END-IF.

*> Règlements fournisseurs de la veille : fournisseur au débit,
*> trésorerie selon le mode (type MODF, banque par défaut) au crédit.
*> Une campagne de virements annulée laisse des règlements VIR-ANNULE
*> qui contre-passent le virement (5200).
        5000-ECRITURES-REGLEMENTS-FOU.
        MOVE 0 TO frgf_idfaf
        MOVE 0 TO frgf_seq
        MOVE 0 TO Wfin
        START reglementsFou KEY IS NOT LESS THAN frgf_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ reglementsFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF frgf_date = Wveille-date-num
                       AND frgf_mode NOT = 'AVOIR' THEN
                        IF frgf_mode = 'VIR-ANNULE' THEN
                            PERFORM 5200-ANNULATION-REGLEMENT-FOU
                        ELSE
                            PERFORM 5100-REGLEMENT-FOU
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        5100-REGLEMENT-FOU.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'FOURNISSEUR' TO Wpc-code
        MOVE '401000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Reglement fact. fourn. ' frgf_idfaf
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE frgf_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        MOVE 'MODF' TO Wpc-type
        MOVE frgf_mode TO Wpc-code
        MOVE '512000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Reglement fourn. ' frgf_mode
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE frgf_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

        5200-ANNULATION-REGLEMENT-FOU.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'FOURNISSEUR' TO Wpc-code
        MOVE '401000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Annul. virement fact. ' frgf_idfaf
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE frgf_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        MOVE 'MODF' TO Wpc-type
        MOVE 'VIREMENT' TO Wpc-code
        MOVE '512000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Annul. virement fourn. ' frgf_idfou
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE frgf_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

*> Avoirs obtenus la veille sur réclamations garantie fournisseurs :
*> fournisseur au débit, récupération sur garanties au crédit. Leur
*> imputation sur les factures (règlements de mode AVOIR) n'est qu'un
*> lettrage et reste hors journal (5000).
        5500-ECRITURES-AVOIRS-FOU.
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
                    IF RECLFOU-CREDITEE
                       AND frfo_dateetat = Wveille-date-num THEN
                        PERFORM 5600-AVOIR-FOU
                    END-IF
            END-READ
        END-PERFORM.

        5600-AVOIR-FOU.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'FOURNISSEUR' TO Wpc-code
        MOVE '401000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Avoir fourn. ' frfo_refavoir
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE frfo_montavoir TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        MOVE 'GEN ' TO Wpc-type
        MOVE 'RECUPGAR' TO Wpc-code
        MOVE '609000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Recup. garantie recl. ' frfo_id
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE frfo_montavoir TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

*> Ecarts d'inventaire appliqués la veille (clé par date) : un
*> excédent entre en stock contre la variation de stock, un manquant
*> en sort.
        6000-ECRITURES-ECARTS-INVENTAIRE.
        MOVE Wveille-date-num TO fei_date
        MOVE 0 TO fei_heure
        MOVE 0 TO fei_idart
        MOVE SPACES TO fei_depot
        MOVE 0 TO Wfin
        START ecartsInventaire KEY IS NOT LESS THAN fei_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ ecartsInventaire NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fei_date NOT = Wveille-date-num THEN
                        MOVE 1 TO Wfin
                    ELSE
                        PERFORM 6100-ECART-INVENTAIRE
                    END-IF
            END-READ
        END-PERFORM.

        6100-ECART-INVENTAIRE.
        COMPUTE Wvaleur-stock = fei_qte * fei_coutunit
        IF Wvaleur-stock > 0 THEN
            MOVE 'INVENTAIRE' TO Wpc-code
            MOVE '603700' TO Wpc-defaut-contre
            PERFORM 7400-COMPTES-MOUVEMENT
            MOVE SPACES TO Wlibelle
            STRING 'Inventaire art ' fei_idart ' ' fei_depot
                   ' ' fei_sens
                DELIMITED BY SIZE INTO Wlibelle
            IF ECART-POSITIF THEN
                PERFORM 7500-ENTREE-STOCK
            ELSE
                PERFORM 7600-SORTIE-STOCK
            END-IF
        END-IF.

*> Retours mis au rebut la veille : sortie de stock au coût moyen
*> pondéré de l'article, à défaut à la valeur du retour.
        6200-ECRITURES-REBUTS.
        MOVE 0 TO fretr_idrecl
        MOVE 0 TO Wfin
        START retours KEY IS NOT LESS THAN fretr_idrecl
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ retours NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fretr_date-num = Wveille-date-num
                       AND RETOUR-REBUT THEN
                        PERFORM 6300-REBUT
                    END-IF
            END-READ
        END-PERFORM.

        6300-REBUT.
        MOVE fretr_valeur TO Wcout-unitaire
        MOVE fretr_idart TO fcou_idart
        READ coutsArticles
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fcou_cmp > 0 THEN
                    MOVE fcou_cmp TO Wcout-unitaire
                END-IF
        END-READ
        COMPUTE Wvaleur-stock = fretr_qte * Wcout-unitaire
        IF Wvaleur-stock > 0 THEN
            MOVE 'REBUT' TO Wpc-code
            MOVE '658000' TO Wpc-defaut-contre
            PERFORM 7400-COMPTES-MOUVEMENT
            MOVE SPACES TO Wlibelle
            STRING 'Rebut retour dossier ' fretr_idrecl
                DELIMITED BY SIZE INTO Wlibelle
            PERFORM 7600-SORTIE-STOCK
        END-IF.

*> Pièces détachées sorties la veille pour les réparations, à leur
*> valeur unitaire historisée : charge de réparation sous garantie,
*> sauf pour une réparation payante (devis accepté ou facturé) dont
*> les pièces sont revendues au client (GEN PIECEVENDUE).
        6400-ECRITURES-PIECES.
        MOVE 0 TO fpr_idrecl
        MOVE 0 TO fpr_seq
        MOVE 0 TO Wfin
        START piecesReparation KEY IS NOT LESS THAN fpr_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ piecesReparation NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fpr_date = Wveille-date-num THEN
                        PERFORM 6500-PIECE
                    END-IF
            END-READ
        END-PERFORM.

        6500-PIECE.
        COMPUTE Wvaleur-stock = fpr_qte * fpr_valeur
        IF Wvaleur-stock > 0 THEN
            MOVE 'REPARATION' TO Wpc-code
            MOVE '615000' TO Wpc-defaut-contre
            PERFORM 7400-COMPTES-MOUVEMENT
            MOVE fpr_idrecl TO fdr_idrecl
            READ devisReparation
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DEVISREP-ACCEPTE OR DEVISREP-FACTURE THEN
                        MOVE 'GEN ' TO Wpc-type
                        MOVE 'PIECEVENDUE' TO Wpc-code
                        MOVE '607000' TO Wpc-defaut
                        MOVE SPACES TO Wpc-defaut-contre
                        PERFORM 7000-LIRE-COMPTE
                        MOVE Wcompte TO Wcontrepartie
                    END-IF
            END-READ
            MOVE SPACES TO Wlibelle
            STRING 'Pieces dossier ' fpr_idrecl ' art ' fpr_idart
                DELIMITED BY SIZE INTO Wlibelle
            PERFORM 7600-SORTIE-STOCK
        END-IF.

*> Mouvements de cartes cadeau de la veille (pas de clé par date, le
*> fichier est parcouru en entier) : un recrédit sur commande annulée
*> reprend au client la part réglée par carte (l'avoir de la commande
*> extourne toute la vente) et reconstitue la dette ; une expiration
*> passe le solde perdu de la dette en produits. Emission, paiement et
*> annulation sont déjà passés avec la vente, le règlement ou l'avoir.
        6600-ECRITURES-CARTES-CADEAU.
        MOVE 0 TO fmcd_idcarte
        MOVE 0 TO fmcd_seq
        MOVE 0 TO Wfin
        START mouvementsCartes KEY IS NOT LESS THAN fmcd_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ mouvementsCartes NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fmcd_date = Wveille-date-num
                       AND fmcd_montant > 0 THEN
                        IF MVTCARTE-RECREDIT THEN
                            PERFORM 6700-RECREDIT-CARTE
                        END-IF
                        IF MVTCARTE-EXPIRATION THEN
                            PERFORM 6800-EXPIRATION-CARTE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        6700-RECREDIT-CARTE.
        PERFORM 7100-COMPTE-CLIENT
        MOVE SPACES TO Wlibelle
        STRING 'Recredit carte cmd ' fmcd_idco
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE fmcd_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        PERFORM 7240-COMPTE-CARTE-CADEAU
        MOVE SPACES TO Wlibelle
        STRING 'Recredit carte cadeau ' fmcd_idcarte
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE fmcd_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

        6800-EXPIRATION-CARTE.
        PERFORM 7240-COMPTE-CARTE-CADEAU
        MOVE SPACES TO Wlibelle
        STRING 'Expiration carte cadeau ' fmcd_idcarte
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'DEBIT' TO Wsens
        MOVE fmcd_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        MOVE 'GEN ' TO Wpc-type
        MOVE 'CARTEEXP' TO Wpc-code
        MOVE '758000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE
        MOVE SPACES TO Wlibelle
        STRING 'Solde carte echue ' fmcd_idcarte
            DELIMITED BY SIZE INTO Wlibelle
        MOVE 'CREDIT' TO Wsens
        MOVE fmcd_montant TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE.

*> Provision pour garanties arrêtée par la clôture de la veille
*> (provisionsgarantie.dat, un enregistrement par mois clos et type
*> d'article, le mois suivant reprenant à zéro un type disparu) :
*> l'écart entre le total du mois clos et celui du mois précédent est
*> passé en dotation (GEN PROVGARANT) s'il augmente, en reprise (GEN
*> REPPROVGAR) s'il diminue. Le fichier est lu dans l'ordre des mois,
*> chaque mois étant soldé au passage au suivant.
        6900-ECRITURES-PROVISION.
        MOVE 0 TO Wprov-mois
        MOVE 0 TO Wprov-mois-prec
        MOVE 0 TO Wprov-total
        MOVE 0 TO Wprov-total-prec
        MOVE 0 TO Wprov-veille
        MOVE 0 TO fpg_mois
        MOVE SPACES TO fpg_type
        MOVE 0 TO Wfin
        START provisionsGarantie KEY IS NOT LESS THAN fpg_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ provisionsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fpg_mois NOT = Wprov-mois THEN
                        PERFORM 6950-SOLDER-MOIS-PROVISION
                        MOVE Wprov-mois TO Wprov-mois-prec
                        MOVE Wprov-total TO Wprov-total-prec
                        MOVE fpg_mois TO Wprov-mois
                        MOVE 0 TO Wprov-total
                        MOVE 0 TO Wprov-veille
                    END-IF
                    ADD fpg_montant TO Wprov-total
                    IF fpg_date = Wveille-date-num THEN
                        MOVE 1 TO Wprov-veille
                    END-IF
            END-READ
        END-PERFORM
        PERFORM 6950-SOLDER-MOIS-PROVISION.

*> Mois Wprov-mois lu en entier : écriture d'ajustement s'il a été
*> clos la veille. Le mois précédent absent vaut une provision nulle.
        6950-SOLDER-MOIS-PROVISION.
        IF Wprov-veille = 1 THEN
            IF FUNCTION MOD(Wprov-mois, 100) = 1 THEN
                COMPUTE Wprov-attendu = Wprov-mois - 89
            ELSE
                COMPUTE Wprov-attendu = Wprov-mois - 1
            END-IF
            IF Wprov-mois-prec = Wprov-attendu THEN
                COMPUTE Wprov-variation = Wprov-total - Wprov-total-prec
            ELSE
                MOVE Wprov-total TO Wprov-variation
            END-IF
            MOVE SPACES TO Wlibelle
            STRING 'Provision garanties ' Wprov-mois
                DELIMITED BY SIZE INTO Wlibelle
            IF Wprov-variation > 0 THEN
                MOVE 'GEN ' TO Wpc-type
                MOVE 'PROVGARANT' TO Wpc-code
                MOVE '681500' TO Wpc-defaut
                MOVE '151100' TO Wpc-defaut-contre
                PERFORM 7000-LIRE-COMPTE
                MOVE 'DEBIT' TO Wsens
                MOVE Wprov-variation TO Wmontant-ecriture
                PERFORM 8000-ECRIRE-ECRITURE
                MOVE Wcontrepartie TO Wcompte
                MOVE 'CREDIT' TO Wsens
                PERFORM 8000-ECRIRE-ECRITURE
            END-IF
            IF Wprov-variation < 0 THEN
                MOVE 'GEN ' TO Wpc-type
                MOVE 'REPPROVGAR' TO Wpc-code
                MOVE '151100' TO Wpc-defaut
                MOVE '781500' TO Wpc-defaut-contre
                PERFORM 7000-LIRE-COMPTE
                MOVE 'DEBIT' TO Wsens
                COMPUTE Wmontant-ecriture = 0 - Wprov-variation
                PERFORM 8000-ECRIRE-ECRITURE
                MOVE Wcontrepartie TO Wcompte
                MOVE 'CREDIT' TO Wsens
                PERFORM 8000-ECRIRE-ECRITURE
            END-IF
        END-IF.

*> Lecture du plan comptable : Wpc-type + Wpc-code donnent Wcompte
*> et Wcontrepartie ; code absent ou zone vide = comptes par défaut
*> Wpc-defaut / Wpc-defaut-contre.
        7000-LIRE-COMPTE.
        MOVE Wpc-defaut TO Wcompte
        MOVE Wpc-defaut-contre TO Wcontrepartie
        MOVE Wpc-type TO fpc_type
        MOVE Wpc-code TO fpc_code
        READ planComptable
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF fpc_compte NOT = SPACES THEN
                    MOVE fpc_compte TO Wcompte
                END-IF
                IF fpc_contrepartie NOT = SPACES THEN
                    MOVE fpc_contrepartie TO Wcontrepartie
                END-IF
        END-READ.

*> Compte de trésorerie du mode de règlement client Wpc-code : plan
*> comptable (type MODE), à défaut les comptes usuels ci-dessous.
        7050-COMPTE-MODE.
        EVALUATE Wpc-code
            WHEN 'ESPECES'
                MOVE '531000' TO Wpc-defaut
            WHEN 'CB'
                MOVE '511200' TO Wpc-defaut
            WHEN 'CHEQUE'
                MOVE '511100' TO Wpc-defaut
            WHEN 'VIREMENT'
                MOVE '512000' TO Wpc-defaut
            WHEN 'AVOIR'
                MOVE '419000' TO Wpc-defaut
            WHEN 'POINTS'
                MOVE '467000' TO Wpc-defaut
            WHEN 'CARTECADO'
                MOVE '419100' TO Wpc-defaut
            WHEN 'WEB'
                MOVE '511500' TO Wpc-defaut
            WHEN 'PRELEV'
                MOVE '512000' TO Wpc-defaut
            WHEN OTHER
                MOVE '580000' TO Wpc-defaut
        END-EVALUATE
        MOVE 'MODE' TO Wpc-type
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

        7100-COMPTE-CLIENT.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'CLIENT' TO Wpc-code
        MOVE '411000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

        7200-COMPTE-VENTE.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'VENTE' TO Wpc-code
        MOVE '707000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

*> Produit d'une ligne de commande : ventes, sauf pour une extension
*> de garantie, encaissée d'avance sur une couverture à venir, pour
*> les frais de port refacturés au client, pour les frais d'impayé,
*> pour l'éco-participation collectée et pour les cartes cadeau,
*> dette envers leur porteur jusqu'à leur emploi.
        7210-COMPTE-PRODUIT-LIGNE.
        IF flc_idart > Wext-base THEN
            MOVE 'GEN ' TO Wpc-type
            MOVE 'EXTGARANT' TO Wpc-code
            MOVE '487000' TO Wpc-defaut
            MOVE SPACES TO Wpc-defaut-contre
            PERFORM 7000-LIRE-COMPTE
        ELSE
            IF flc_idart = Wport-idart THEN
                MOVE 'GEN ' TO Wpc-type
                MOVE 'PORT' TO Wpc-code
                MOVE '708500' TO Wpc-defaut
                MOVE SPACES TO Wpc-defaut-contre
                PERFORM 7000-LIRE-COMPTE
            ELSE
                IF flc_idart = Wimpaye-idart THEN
                    PERFORM 7220-COMPTE-FRAIS-IMPAYE
                ELSE
                    IF flc_idart = Weco-idart THEN
                        PERFORM 7230-COMPTE-ECO-PARTICIPATION
                    ELSE
                        IF flc_idart = Wcarte-idart THEN
                            PERFORM 7240-COMPTE-CARTE-CADEAU
                        ELSE
                            PERFORM 7200-COMPTE-VENTE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

        7220-COMPTE-FRAIS-IMPAYE.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'FRAISIMP' TO Wpc-code
        MOVE '758000' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

        7230-COMPTE-ECO-PARTICIPATION.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'ECOPART' TO Wpc-code
        MOVE '708800' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

        7240-COMPTE-CARTE-CADEAU.
        MOVE 'GEN ' TO Wpc-type
        MOVE 'CARTECADO' TO Wpc-code
        MOVE '419100' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

        7300-COMPTE-TVA-COLLECTEE.
        MOVE 'TVAC' TO Wpc-type
        MOVE SPACES TO Wpc-code
        MOVE Wtaux-code TO Wpc-code(1:2)
        MOVE '445710' TO Wpc-defaut
        MOVE SPACES TO Wpc-defaut-contre
        PERFORM 7000-LIRE-COMPTE.

*> Comptes d'un mouvement de stock (type MVT, code Wpc-code) : stock
*> dans Wcompte-stock, charge en contrepartie dans Wcontrepartie.
        7400-COMPTES-MOUVEMENT.
        MOVE 'MVT ' TO Wpc-type
        MOVE '370000' TO Wpc-defaut
        PERFORM 7000-LIRE-COMPTE
        MOVE Wcompte TO Wcompte-stock.

        7500-ENTREE-STOCK.
        MOVE Wcompte-stock TO Wcompte
        MOVE 'DEBIT' TO Wsens
        MOVE Wvaleur-stock TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        MOVE Wcontrepartie TO Wcompte
        MOVE 'CREDIT' TO Wsens
        PERFORM 8000-ECRIRE-ECRITURE.

        7600-SORTIE-STOCK.
        MOVE Wcontrepartie TO Wcompte
        MOVE 'DEBIT' TO Wsens
        MOVE Wvaleur-stock TO Wmontant-ecriture
        PERFORM 8000-ECRIRE-ECRITURE
        MOVE Wcompte-stock TO Wcompte
        MOVE 'CREDIT' TO Wsens
        PERFORM 8000-ECRIRE-ECRITURE.

*> Positionne la lecture de la ventilation de la ligne de kit flc
*> courante (Wkit-fin = 1 : aucune part).
        7700-DEBUT-VENTILATION.
        MOVE flc_idco TO fvk_idco
        MOVE flc_seq TO fvk_seq
        MOVE 0 TO fvk_rang
        MOVE 0 TO Wkit-fin
        START ventilationKits KEY IS NOT LESS THAN fvk_key
            INVALID KEY MOVE 1 TO Wkit-fin
        END-START.

        8000-ECRIRE-ECRITURE.
        ADD 1 TO Wnb-ecritures
        IF Wsens = 'DEBIT' THEN
