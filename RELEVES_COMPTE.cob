*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. RelevesCompte.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

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

       SELECT factures ASSIGN TO "factures.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffac_id
       ALTERNATE RECORD KEY ffac_idco
       FILE STATUS IS ffac_stat.

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

       SELECT remboursements ASSIGN TO "remboursements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frmb_idrecl
       ALTERNATE RECORD KEY frmb_idcl WITH DUPLICATES
       ALTERNATE RECORD KEY frmb_idavr WITH DUPLICATES
       FILE STATUS IS frmb_stat.

       SELECT joursFeries ASSIGN TO "joursferies.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjf_date
       FILE STATUS IS fjf_stat.

       SELECT notificationsOutbox ASSIGN TO "notificationsoutbox.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fnout_id
       FILE STATUS IS fnout_stat.

       SELECT compteurs ASSIGN TO "compteurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT relevesCompte ASSIGN TO WS-RELEVES-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frel_stat.

DATA DIVISION.
FILE SECTION.

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

        FD factures.
        01 ffacTampon.
          02 ffac_id PIC 9(5).
          02 ffac_idco PIC 9(5).
          02 ffac_date_data.
            05 ffac_date.
                10 ffac_annee PIC 9(4).
                10 ffac_mois PIC 9(2).
                10 ffac_jour PIC 9(2).

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

        FD joursFeries.
        01 fjfTampon.
          02 fjf_date PIC 9(8).
          02 fjf_libelle PIC X(20).

        FD notificationsOutbox.
        01 fnoutTampon.
          02 fnout_id PIC 9(5).
          02 fnout_date_data.
            05 fnout_date.
                10 fnout_annee PIC 9(4).
                10 fnout_mois PIC 9(2).
                10 fnout_jour PIC 9(2).
          02 fnout_mail PIC A(20).
          02 fnout_type PIC X(10).
          02 fnout_etat PIC X(10).
              88 NOTIF-ATTENTE VALUE 'attente'.
              88 NOTIF-ENVOYEE VALUE 'envoye'.
              88 NOTIF-ECHEC VALUE 'echec'.
          02 fnout_texte PIC X(80).

        FD compteurs.
        01 fcptTampon.
          02 fcpt_id PIC X(1).
          02 fcpt_val PIC 9(5).

        FD relevesCompte.
        01 frelTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 fcl_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 flc_stat PIC 9(2).
        77 ffac_stat PIC 9(2).
        77 fpai_stat PIC 9(2).
        77 fech_stat PIC 9(2).
        77 favr_stat PIC 9(2).
        77 frmb_stat PIC 9(2).
        77 fjf_stat PIC 9(2).
        77 fnout_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 frel_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfinc PIC 9.
        77 Wfinl PIC 9.
        77 Wouvre PIC 9.
        77 Wedition PIC 9.
        77 Wjours-auj PIC 9(7).
        77 Wjour-ix PIC 9(7).
        77 Wjour-semaine PIC 9.
        77 Wnb-releves PIC 9(5).
        77 Wnb-notifs PIC 9(5).
        77 Wnb-mvts PIC 9(5).
        77 Wnb-ech PIC 9(3).
        77 Wtotdu PIC 9(9)V99.
        77 Wmontant-brut PIC 9(7)V99.
        77 Wmontant-net PIC 9(7)V99.
        77 Wmontant-ttc PIC 9(8)V99.
        77 Wmontant-mvt PIC 9(9)V99.
        77 Wsens PIC X(1).
            88 MVT-DEBIT VALUE 'D'.
            88 MVT-CREDIT VALUE 'C'.
            88 MVT-IMPUTATION VALUE 'I'.
        77 Wlibelle PIC X(40).
        77 Wsolde-ouv PIC S9(9)V99.
        77 Wsolde-clo PIC S9(9)V99.
        77 Wtot-debit PIC 9(9)V99.
        77 Wtot-credit PIC 9(9)V99.
        77 Wreste-ech PIC 9(7)V99.
        77 Wdebit-edit PIC 9(7).99 BLANK WHEN ZERO.
        77 Wcredit-edit PIC 9(7).99 BLANK WHEN ZERO.
        77 Wsolde-edit PIC -9(9).99.
        77 WS-RELEVES-FILE PIC X(40).
        01 Wper-debut-data.
            05 Wper-debut.
                10 Wper-annee PIC 9(4).
                10 Wper-mois PIC 9(2).
                10 Wper-jour PIC 9(2).
            05 Wper-debut-num REDEFINES Wper-debut PIC 9(8).
        01 Wper-fin-data.
            05 Wper-fin.
                10 Wper-fin-annee PIC 9(4).
                10 Wper-fin-mois PIC 9(2).
                10 Wper-fin-jour PIC 9(2).
            05 Wper-fin-num REDEFINES Wper-fin PIC 9(8).
        01 Wdate-mvt-data.
            05 Wdate-mvt.
                10 Wmvt-annee PIC 9(4).
                10 Wmvt-mois PIC 9(2).
                10 Wmvt-jour PIC 9(2).
            05 Wdate-mvt-num REDEFINES Wdate-mvt PIC 9(8).
        01 Wdate-jour-data.
            05 Wdate-jour.
                10 Wjour-annee PIC 9(4).
                10 Wjour-mois PIC 9(2).
                10 Wjour-jour PIC 9(2).
            05 Wdate-jour-num REDEFINES Wdate-jour PIC 9(8).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Relevé de compte mensuel des clients : le premier jour ouvré du
*> mois (week-end et jours fériés de joursferies.dat écartés), chaque
*> client ayant bougé sur le mois écoulé ou dont le solde n'est pas
*> nul reçoit un relevé dans releves_AAAAMM.txt : solde d'ouverture,
*> commandes (facturées ou non), règlements, avoirs émis et imputés, solde de
*> clôture, puis les échéances encore à venir. Un avis est déposé
*> dans la boîte d'envoi pour les clients qui ont un mail. Les autres
*> nuits du mois, le traitement ne fait rien.
        0000-MAINLINE.
        DISPLAY "Releves de compte clients..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        OPEN I-O joursFeries
        IF fjf_stat = 35 THEN
            OPEN OUTPUT joursFeries
            CLOSE joursFeries
            OPEN I-O joursFeries
        END-IF
        PERFORM 0500-PREMIER-JOUR-OUVRE
        CLOSE joursFeries
        IF Wjour-ix NOT = Wjours-auj THEN
            DISPLAY "Pas le premier jour ouvre du mois, pas de releves"
        ELSE
            PERFORM 1000-EDITER-RELEVES
        END-IF
        GOBACK.

*> Premier jour ouvré du mois en cours, en numéro de jour : le 1er,
*> avancé tant qu'il tombe un samedi, un dimanche ou un jour férié.
        0500-PREMIER-JOUR-OUVRE.
        MOVE SYS-DATE-NUM TO Wdate-jour-num
        MOVE 1 TO Wjour-jour
        COMPUTE Wjour-ix = FUNCTION INTEGER-OF-DATE(Wdate-jour-num)
        MOVE 0 TO Wouvre
        PERFORM WITH TEST BEFORE UNTIL Wouvre = 1
            COMPUTE Wjour-semaine = FUNCTION MOD(Wjour-ix - 1, 7)
            IF Wjour-semaine < 5 THEN
                COMPUTE Wdate-jour-num =
                    FUNCTION DATE-OF-INTEGER(Wjour-ix)
                MOVE Wdate-jour-num TO fjf_date
                READ joursFeries
                    INVALID KEY
                        MOVE 1 TO Wouvre
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            IF Wouvre = 0 THEN
                ADD 1 TO Wjour-ix
            END-IF
        END-PERFORM.

*> Période relevée = mois civil précédent.
        1000-EDITER-RELEVES.
        MOVE SYS-DATE-NUM TO Wdate-jour-num
        MOVE 1 TO Wjour-jour
        COMPUTE Wper-fin-num = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wdate-jour-num) - 1)
        MOVE Wper-fin-num TO Wper-debut-num
        MOVE 1 TO Wper-jour
        STRING "releves_" Wper-annee Wper-mois ".txt"
            DELIMITED BY SIZE INTO WS-RELEVES-FILE
        OPEN I-O commandes
        IF fco_stat = 35 THEN
            DISPLAY "Pas de commandes, pas de releves"
        ELSE
            OPEN I-O clients
            OPEN I-O lignesCommande
            OPEN I-O factures
            IF ffac_stat = 35 THEN
                OPEN OUTPUT factures
                CLOSE factures
                OPEN I-O factures
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
            OPEN I-O notificationsOutbox
            IF fnout_stat = 35 THEN
                OPEN OUTPUT notificationsOutbox
                CLOSE notificationsOutbox
                OPEN I-O notificationsOutbox
            END-IF
            OPEN I-O compteurs
            OPEN OUTPUT relevesCompte
            MOVE 0 TO Wnb-releves
            MOVE 0 TO Wnb-notifs
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
                        PERFORM 2000-TRAITER-CLIENT
                END-READ
            END-PERFORM
            CLOSE relevesCompte
            CLOSE compteurs
            CLOSE notificationsOutbox
            CLOSE remboursements
            CLOSE avoirs
            CLOSE echeances
            CLOSE paiements
            CLOSE factures
            CLOSE lignesCommande
            CLOSE clients
            DISPLAY "Releves de compte edites : " Wnb-releves
                " (" WS-RELEVES-FILE "), avis : " Wnb-notifs
        END-IF
        CLOSE commandes.

*> Premier passage pour chiffrer le compte (solde d'ouverture et
*> mouvements du mois), second passage pour éditer le détail si le
*> client a bougé ou doit encore quelque chose.
        2000-TRAITER-CLIENT.
        MOVE 0 TO Wsolde-ouv
        MOVE 0 TO Wtot-debit
        MOVE 0 TO Wtot-credit
        MOVE 0 TO Wnb-mvts
        MOVE 0 TO Wedition
        PERFORM 3000-PARCOURIR-COMPTE
        COMPUTE Wsolde-clo = Wsolde-ouv + Wtot-debit - Wtot-credit
        IF Wnb-mvts > 0 OR Wsolde-clo NOT = 0 THEN
            ADD 1 TO Wnb-releves
            PERFORM 2100-EDITER-ENTETE
            MOVE 1 TO Wedition
            PERFORM 3000-PARCOURIR-COMPTE
            MOVE SPACES TO frelTampon
            WRITE frelTampon
            MOVE Wtot-debit TO Wdebit-edit
            MOVE Wtot-credit TO Wcredit-edit
            MOVE SPACES TO frelTampon
            STRING "              Total des mouvements           "
                   "            " Wdebit-edit "  " Wcredit-edit
                DELIMITED BY SIZE INTO frelTampon
            WRITE frelTampon
            MOVE Wsolde-clo TO Wsolde-edit
            MOVE SPACES TO frelTampon
            STRING "Solde de cloture au " Wper-fin-jour "/"
                   Wper-fin-mois "/" Wper-fin-annee " : "
                   Wsolde-edit " EUR"
                DELIMITED BY SIZE INTO frelTampon
            WRITE frelTampon
            PERFORM 4000-ECHEANCES-A-VENIR
            IF fcl_mail NOT = SPACES THEN
                PERFORM 5000-NOTIFIER-RELEVE
            END-IF
        END-IF.

        2100-EDITER-ENTETE.
        MOVE ALL "-" TO frelTampon
        WRITE frelTampon
        MOVE SPACES TO frelTampon
        STRING "RELEVE DE COMPTE - client n. " fcl_id
               " - periode du 01/" Wper-mois "/" Wper-annee
               " au " Wper-fin-jour "/" Wper-fin-mois "/"
               Wper-fin-annee
            DELIMITED BY SIZE INTO frelTampon
        WRITE frelTampon
        MOVE SPACES TO frelTampon
        STRING fcl_prenom " " fcl_nom
            DELIMITED BY SIZE INTO frelTampon
        WRITE frelTampon
        MOVE fcl_adresse TO frelTampon
        WRITE frelTampon
        MOVE fcl_ville TO frelTampon
        WRITE frelTampon
        MOVE SPACES TO frelTampon
        WRITE frelTampon
        MOVE Wsolde-ouv TO Wsolde-edit
        MOVE SPACES TO frelTampon
        STRING "Solde d'ouverture au 01/" Wper-mois "/" Wper-annee
               " : " Wsolde-edit " EUR"
            DELIMITED BY SIZE INTO frelTampon
        WRITE frelTampon
        MOVE SPACES TO frelTampon
        STRING "  Date        Libelle                        "
               "            Debit       Credit"
            DELIMITED BY SIZE INTO frelTampon
        WRITE frelTampon.

*> Mouvements du compte : commandes (débit, TTC des lignes
*> historisées, à la date de facture si la facture a été éditée,
*> sinon à la date de commande pour une commande active — vente
*> réglée au comptoir, commande web ou prélevée sans facture
*> imprimée), règlements (crédit à la date du paiement), avoirs émis (crédit). Un règlement par avoir n'est qu'un
*> transfert entre l'avoir et la commande : il figure au relevé pour
*> mémoire, sans effet sur le solde, puisque l'avoir a déjà été
*> crédité à son émission. De même pour les remboursements de
*> réclamations versés en espèces, carte ou virement (ceux versés en
*> avoir figurent déjà avec l'avoir émis).
        3000-PARCOURIR-COMPTE.
        MOVE fcl_id TO fco_idcl
        MOVE 0 TO Wfinc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fco_idcl NOT = fcl_id THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        PERFORM 3100-FACTURE-COMMANDE
                        PERFORM 3200-PAIEMENTS-COMMANDE
                    END-IF
            END-READ
        END-PERFORM
        MOVE fcl_id TO favr_idcl
        MOVE 0 TO Wfinc
        START avoirs KEY IS = favr_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ avoirs NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF favr_idcl NOT = fcl_id THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        MOVE favr_date TO Wdate-mvt
                        MOVE favr_montant TO Wmontant-mvt
                        SET MVT-CREDIT TO TRUE
                        MOVE SPACES TO Wlibelle
                        STRING "Avoir n. " favr_id " (cde " favr_idco
                               ")"
                            DELIMITED BY SIZE INTO Wlibelle
                        PERFORM 3900-IMPUTER-MOUVEMENT
                    END-IF
            END-READ
        END-PERFORM
        MOVE fcl_id TO frmb_idcl
        MOVE 0 TO Wfinc
        START remboursements KEY IS = frmb_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ remboursements NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF frmb_idcl NOT = fcl_id THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF frmb_mode NOT = 'AVOIR' THEN
                            MOVE frmb_date TO Wdate-mvt-num
                            MOVE frmb_montant TO Wmontant-mvt
                            SET MVT-IMPUTATION TO TRUE
                            MOVE SPACES TO Wlibelle
                            STRING "Rembt " frmb_mode " dossier "
                                   frmb_idrecl
                                DELIMITED BY SIZE INTO Wlibelle
                            PERFORM 3900-IMPUTER-MOUVEMENT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        3100-FACTURE-COMMANDE.
        MOVE fco_id TO ffac_idco
        READ factures KEY IS ffac_idco
            INVALID KEY
                IF COMMANDE-ACTIVE THEN
                    PERFORM 3150-TOTAL-COMMANDE
                    MOVE fco_date-num TO Wdate-mvt-num
                    MOVE Wtotdu TO Wmontant-mvt
                    SET MVT-DEBIT TO TRUE
                    MOVE SPACES TO Wlibelle
                    STRING "Commande n. " fco_id " (non facturee)"
                        DELIMITED BY SIZE INTO Wlibelle
                    PERFORM 3900-IMPUTER-MOUVEMENT
                END-IF
            NOT INVALID KEY
                PERFORM 3150-TOTAL-COMMANDE
                MOVE ffac_date TO Wdate-mvt
                MOVE Wtotdu TO Wmontant-mvt
                SET MVT-DEBIT TO TRUE
                MOVE SPACES TO Wlibelle
                STRING "Facture n. " ffac_id " - commande n. " fco_id
                    DELIMITED BY SIZE INTO Wlibelle
                PERFORM 3900-IMPUTER-MOUVEMENT
        END-READ.

        3150-TOTAL-COMMANDE.
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
        END-PERFORM.

        3200-PAIEMENTS-COMMANDE.
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
                        MOVE fpai_date-num TO Wdate-mvt-num
                        MOVE fpai_montant TO Wmontant-mvt
                        MOVE SPACES TO Wlibelle
                        IF fpai_mode = 'AVOIR' THEN
                            SET MVT-IMPUTATION TO TRUE
                            STRING "Avoir impute - commande n. " fco_id
                                DELIMITED BY SIZE INTO Wlibelle
                        ELSE
                            SET MVT-CREDIT TO TRUE
                            STRING "Reglement " fpai_mode " cde "
                                   fco_id
                                DELIMITED BY SIZE INTO Wlibelle
                        END-IF
                        PERFORM 3900-IMPUTER-MOUVEMENT
                    END-IF
            END-READ
        END-PERFORM.

*> Range le mouvement Wdate-mvt : avant la période il nourrit le
*> solde d'ouverture, dans la période il compte au mois (et s'édite
*> au second passage), après la période il attendra le relevé
*> suivant.
        3900-IMPUTER-MOUVEMENT.
        IF Wdate-mvt-num < Wper-debut-num THEN
            IF Wedition = 0 THEN
                IF MVT-DEBIT THEN
                    ADD Wmontant-mvt TO Wsolde-ouv
                END-IF
                IF MVT-CREDIT THEN
                    SUBTRACT Wmontant-mvt FROM Wsolde-ouv
                END-IF
            END-IF
        ELSE
            IF Wdate-mvt-num <= Wper-fin-num THEN
                IF Wedition = 0 THEN
                    ADD 1 TO Wnb-mvts
                    IF MVT-DEBIT THEN
                        ADD Wmontant-mvt TO Wtot-debit
                    END-IF
                    IF MVT-CREDIT THEN
                        ADD Wmontant-mvt TO Wtot-credit
                    END-IF
                ELSE
                    PERFORM 3950-EDITER-MOUVEMENT
                END-IF
            END-IF
        END-IF.

        3950-EDITER-MOUVEMENT.
        MOVE 0 TO Wdebit-edit
        MOVE 0 TO Wcredit-edit
        IF MVT-DEBIT THEN
            MOVE Wmontant-mvt TO Wdebit-edit
        END-IF
        IF MVT-CREDIT THEN
            MOVE Wmontant-mvt TO Wcredit-edit
        END-IF
        MOVE SPACES TO frelTampon
        IF MVT-IMPUTATION THEN
            MOVE Wmontant-mvt TO Wcredit-edit
            STRING "  " Wmvt-jour "/" Wmvt-mois "/" Wmvt-annee
                   "  " Wlibelle " (pour memoire " Wcredit-edit ")"
                DELIMITED BY SIZE INTO frelTampon
        ELSE
            STRING "  " Wmvt-jour "/" Wmvt-mois "/" Wmvt-annee
                   "  " Wlibelle " " Wdebit-edit "  " Wcredit-edit
                DELIMITED BY SIZE INTO frelTampon
        END-IF
        WRITE frelTampon.

*> Echéances convenues postérieures à la période et pas encore
*> soldées, toutes commandes du client confondues.
        4000-ECHEANCES-A-VENIR.
        MOVE 0 TO Wnb-ech
        MOVE fcl_id TO fco_idcl
        MOVE 0 TO Wfinc
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fco_idcl NOT = fcl_id THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF COMMANDE-ACTIVE THEN
                            PERFORM 4100-ECHEANCES-COMMANDE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        4100-ECHEANCES-COMMANDE.
        MOVE fco_id TO fech_idco
        MOVE 0 TO fech_seq
        MOVE 0 TO Wfinl
        START echeances KEY IS NOT LESS THAN fech_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ echeances NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF fech_idco NOT = fco_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        IF fech_dateech > Wper-fin-num
                           AND fech_regle < fech_montant THEN
                            IF Wnb-ech = 0 THEN
                                MOVE SPACES TO frelTampon
                                WRITE frelTampon
                                MOVE "Echeances a venir :" TO frelTampon
                                WRITE frelTampon
                            END-IF
                            ADD 1 TO Wnb-ech
                            COMPUTE Wreste-ech = fech_montant
                                - fech_regle
                            MOVE Wreste-ech TO Wdebit-edit
                            MOVE fech_dateech TO Wdate-mvt-num
                            MOVE SPACES TO frelTampon
                            STRING "  " Wmvt-jour "/" Wmvt-mois "/"
                                   Wmvt-annee "  commande n. " fco_id
                                   " echeance " fech_seq
                                   " reste du " Wdebit-edit " EUR"
                                DELIMITED BY SIZE INTO frelTampon
                            WRITE frelTampon
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Avis de relevé dans la boîte d'envoi (compteur 7), poussé au
*> client par le répartiteur de notifications.
        5000-NOTIFIER-RELEVE.
        MOVE 7 TO fcpt_id
        READ compteurs
            INVALID KEY
                MOVE 7 TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fnout_id
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        MOVE FUNCTION CURRENT-DATE TO fnout_date
        MOVE fcl_mail TO fnout_mail
        MOVE 'RELEVE' TO fnout_type
        SET NOTIF-ATTENTE TO TRUE
        MOVE Wsolde-clo TO Wsolde-edit
        MOVE SPACES TO fnout_texte
        STRING 'Releve de compte ' Wper-mois '/' Wper-annee
               ' - solde ' Wsolde-edit ' EUR'
            DELIMITED BY SIZE INTO fnout_texte
        WRITE fnoutTampon END-WRITE
        ADD 1 TO Wnb-notifs.
