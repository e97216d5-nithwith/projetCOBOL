       RECORD KEY flc_key
       FILE STATUS IS flc_stat.

       SELECT remboursements ASSIGN TO "remboursements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frmb_idrecl
       ALTERNATE RECORD KEY frmb_idcl WITH DUPLICATES
       ALTERNATE RECORD KEY frmb_idavr WITH DUPLICATES
       FILE STATUS IS frmb_stat.

       SELECT substitutionsLignes ASSIGN TO "substitutionslignes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsbl_key
       ALTERNATE RECORD KEY fsbl_iddem WITH DUPLICATES
       ALTERNATE RECORD KEY fsbl_idsub WITH DUPLICATES
       FILE STATUS IS fsbl_stat.

       SELECT rapportVentes ASSIGN TO WS-RAPPORT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frap_stat.
          02 flc_tauxtva PIC 9(2).
          02 flc_remise PIC 9(2).

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

        FD rapportVentes.
        01 frapTampon PIC X(100).

        77 fco_stat PIC 9(2).
        77 flc_stat PIC 9(2).
        77 frap_stat PIC 9(2).
        77 frmb_stat PIC 9(2).
        77 fsbl_stat PIC 9(2).
        77 Wdem-article PIC 9(5).
        77 Wnb-rmb PIC 9(5).
        77 Wrmb-especes PIC 9(9)V99.
        77 Wrmb-carte PIC 9(9)V99.
        77 Wrmb-virement PIC 9(9)V99.
        77 Wrmb-avoir PIC 9(9)V99.
        77 Wrmb-total PIC 9(9)V99.
        77 Wfin PIC 9.
        77 Wfinc PIC 9.
        77 Wfinl PIC 9.
*> Arrêté de caisse de la veille, édité chaque nuit dans un fichier
*> daté ventes_AAAAMMJJ.txt rangé à côté des sauvegardes .bak :
*> nombre de commandes, quantités et chiffre d'affaires par article
*> et par type (montants historisés des lignes) avec la demande
*> d'origine de chaque article (lignes servies par un article de
*> remplacement comptées pour l'article demandé), codes promo
*> utilisés, commandes annulées et remboursements de réclamations
*> versés (détail et totaux par mode), avec en-têtes et numéros de
*> page et un total général en pied de rapport.
        0000-MAINLINE.
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) - 1
        ELSE
            OPEN I-O articles
            OPEN I-O lignesCommande
            OPEN I-O remboursements
            IF frmb_stat = 35 THEN
                OPEN OUTPUT remboursements
                CLOSE remboursements
                OPEN I-O remboursements
            END-IF
            OPEN I-O substitutionsLignes
            IF fsbl_stat = 35 THEN
                OPEN OUTPUT substitutionsLignes
                CLOSE substitutionsLignes
                OPEN I-O substitutionsLignes
            END-IF
            OPEN OUTPUT rapportVentes
            MOVE 0 TO Wpage
            MOVE 99 TO Wlignes-page
            PERFORM 2000-VENTILER-ARTICLES
            PERFORM 3000-LISTER-PROMOS
            PERFORM 4000-LISTER-ANNULATIONS
            PERFORM 4500-LISTER-REMBOURSEMENTS
            PERFORM 5000-PIED-DE-RAPPORT
            CLOSE rapportVentes
            CLOSE substitutionsLignes
            CLOSE remboursements
            CLOSE lignesCommande
            CLOSE articles
            DISPLAY "Rapport journalier edite : " WS-RAPPORT-FILE
                        MOVE fart_type TO Wtype
                    END-IF
                    PERFORM 2200-CUMULER-ARTICLE
                    IF Wqte-article > 0 OR Wdem-article > 0 THEN
                        MOVE SPACES TO Wligne-rapport
                        STRING "  " fart_id " " fart_nom
                               " Qte: " Wqte-article
                               " CA net HT: " Wca-article
                               " Demande: " Wdem-article
                            DELIMITED BY SIZE INTO Wligne-rapport
                        PERFORM 8000-ECRIRE-LIGNE
                        ADD Wqte-article TO Wqte-type
        MOVE 0 TO Wqte-type
        MOVE 0 TO Wca-type.

*> Quantité vendue, chiffre d'affaires net HT et demande d'origine
*> de l'article fart_id courant sur les commandes actives de la veille.
        2200-CUMULER-ARTICLE.
        MOVE 0 TO Wqte-article
        MOVE 0 TO Wdem-article
        MOVE 0 TO Wca-article
        MOVE Wrap-date TO fco_date
        MOVE 0 TO Wfinc
                    IF flc_idco NOT = fco_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        PERFORM 2400-CUMULER-DEMANDE
                        IF flc_idart = fart_id THEN
                            ADD flc_qte TO Wqte-article
                            COMPUTE Wmontant-brut =
            END-READ
        END-PERFORM.

*> Une ligne servie par un remplaçant compte dans la demande de
*> l'article demandé ; les autres dans celle de l'article vendu.
        2400-CUMULER-DEMANDE.
        MOVE flc_idco TO fsbl_idco
        MOVE flc_seq TO fsbl_seq
        READ substitutionsLignes
            INVALID KEY
                IF flc_idart = fart_id THEN
                    ADD flc_qte TO Wdem-article
                END-IF
            NOT INVALID KEY
                IF fsbl_iddem = fart_id THEN
                    ADD flc_qte TO Wdem-article
                END-IF
        END-READ.

*> Codes promo utilisés la veille, un par commande active concernée.
        3000-LISTER-PROMOS.
        MOVE SPACES TO Wligne-rapport
            END-READ
        END-PERFORM.

*> Remboursements de réclamations versés la veille (pas de clé par
*> date, le fichier est parcouru en entier) : une ligne par dossier
*> et les totaux par mode, les espèces et la carte étant déjà sortis
*> du tiroir ou du terminal de la session de caisse.
        4500-LISTER-REMBOURSEMENTS.
        MOVE 0 TO Wnb-rmb
        MOVE 0 TO Wrmb-especes
        MOVE 0 TO Wrmb-carte
        MOVE 0 TO Wrmb-virement
        MOVE 0 TO Wrmb-avoir
        MOVE 0 TO Wrmb-total
        MOVE SPACES TO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE
        MOVE SPACES TO Wligne-rapport
        STRING "---- Remboursements de reclamations ----"
            DELIMITED BY SIZE INTO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE
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
                    IF frmb_date = Wrap-date-num THEN
                        PERFORM 4600-REMBOURSEMENT
                    END-IF
            END-READ
        END-PERFORM
        MOVE SPACES TO Wligne-rapport
        STRING "  Especes: " Wrmb-especes " CB: " Wrmb-carte
               " Virement: " Wrmb-virement " Avoir: " Wrmb-avoir
            DELIMITED BY SIZE INTO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE.

        4600-REMBOURSEMENT.
        ADD 1 TO Wnb-rmb
        ADD frmb_montant TO Wrmb-total
        EVALUATE frmb_mode
            WHEN 'ESPECES'
                ADD frmb_montant TO Wrmb-especes
            WHEN 'CB'
                ADD frmb_montant TO Wrmb-carte
            WHEN 'VIREMENT'
                ADD frmb_montant TO Wrmb-virement
            WHEN OTHER
                ADD frmb_montant TO Wrmb-avoir
        END-EVALUATE
        MOVE SPACES TO Wligne-rapport
        STRING "  Dossier " frmb_idrecl " - client " frmb_idcl
               " - article " frmb_idart " - " frmb_mode
               " TTC: " frmb_montant
            DELIMITED BY SIZE INTO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE.

        5000-PIED-DE-RAPPORT.
        MOVE SPACES TO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE
               " CA net HT: " Wca-total
               " - Commandes: " Wnb-actives " ===="
            DELIMITED BY SIZE INTO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE
        MOVE SPACES TO Wligne-rapport
        STRING "==== REMBOURSEMENTS - Dossiers: " Wnb-rmb
               " TTC: " Wrmb-total " ===="
            DELIMITED BY SIZE INTO Wligne-rapport
        PERFORM 8000-ECRIRE-LIGNE.

*> Écrit une ligne du rapport en gérant la pagination : saut de page
