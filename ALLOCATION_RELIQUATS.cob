       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT substitutions ASSIGN TO "substitutions.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsub_key
       FILE STATUS IS fsub_stat.

       SELECT substitutionsLignes ASSIGN TO "substitutionslignes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsbl_key
       ALTERNATE RECORD KEY fsbl_iddem WITH DUPLICATES
       ALTERNATE RECORD KEY fsbl_idsub WITH DUPLICATES
       FILE STATUS IS fsbl_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT confirmationsCommande ASSIGN TO "confirmations.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fconf_stat.
                10 fbo_annee PIC 9(4).
                10 fbo_mois PIC 9(2).
                10 fbo_jour PIC 9(2).
            05 fbo_date-num REDEFINES fbo_date PIC 9(8).
          02 fbo_etat PIC X(10).
              88 RELIQUAT-ATTENTE VALUE 'attente'.
              88 RELIQUAT-SERVI VALUE 'servi'.
          02 fcpt_id PIC X(1).
          02 fcpt_val PIC 9(5).

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

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD confirmationsCommande.
        01 fconfTampon PIC X(100).

        77 Wnb-attente PIC 9(5).
        77 Wprochainseqm PIC 9(5).
        77 Wstock-mag PIC 9(5).
        77 fsub_stat PIC 9(2).
        77 fsbl_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 Wsubst PIC 9.
        77 Wsub-fin PIC 9.
        77 Wsubst-delai PIC 9(5).
        77 Wjours-auj PIC 9(7).
        77 Wjours-attente PIC 9(7).
        77 Wnb-substitues PIC 9(5).
        77 Wprix-orig PIC 9(5)V99.
        77 Wprix-ligne PIC 9(5)V99.
        77 Wnom-orig PIC A(20).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> normale — numéro du compteur 3, ligne historisée au prix du jour,
*> stock décrémenté, mouvement VENTE, statistiques et confirmation —
*> et le client est prévenu par la boîte d'envoi que son article est
*> arrivé. Un reliquat resté en attente au moins SUBST-DELAI jours
*> (paramètre, 15 par défaut) peut être servi avec un article de
*> remplacement approuvé et en stock : la ligne est tracée dans
*> substitutionslignes.dat et le client est prévenu du remplacement.
        0000-MAINLINE.
        DISPLAY "Allocation des reliquats clients..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        MOVE 15 TO Wsubst-delai
        OPEN I-O parametres
        IF fpar_stat NOT = 35 THEN
            MOVE 'SUBST-DELAI' TO fpar_code
            READ parametres
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fpar_valeur TO Wsubst-delai
            END-READ
            CLOSE parametres
        END-IF
        OPEN I-O reliquats
        IF fbo_stat = 35 THEN
            DISPLAY "Pas de reliquats, rien a allouer"
                CLOSE journalMaj
                OPEN I-O journalMaj
            END-IF
            OPEN I-O substitutions
            IF fsub_stat = 35 THEN
                OPEN OUTPUT substitutions
                CLOSE substitutions
                OPEN I-O substitutions
            END-IF
            OPEN I-O substitutionsLignes
            IF fsbl_stat = 35 THEN
                OPEN OUTPUT substitutionsLignes
                CLOSE substitutionsLignes
                OPEN I-O substitutionsLignes
            END-IF
            OPEN I-O compteurs
            OPEN EXTEND confirmationsCommande
            IF fconf_stat = 35 THEN
            END-IF
            MOVE 0 TO Wnb-servis
            MOVE 0 TO Wnb-attente
            MOVE 0 TO Wnb-substitues
            MOVE 0 TO fbo_id
            MOVE 0 TO Wfin
            START reliquats KEY IS NOT LESS THAN fbo_id
            END-PERFORM
            CLOSE confirmationsCommande
            CLOSE compteurs
            CLOSE substitutionsLignes
            CLOSE substitutions
            CLOSE journalMaj
            CLOSE livraisons
            CLOSE notificationsOutbox
            CLOSE clients
            CLOSE articles
            DISPLAY "Reliquats servis : " Wnb-servis
                " (dont par remplacement : " Wnb-substitues ")"
                " - toujours en attente : " Wnb-attente
        END-IF
        CLOSE reliquats
*> réception (pas d'allocation partielle : le client attend son dû).
*> La vente au comptoir part du magasin : l'allocation ne sert un
*> reliquat que si la case magasin couvre la quantité (un article
*> jamais passé par les dépôts est réputé tout en magasin). Passé le
*> délai SUBST-DELAI, un remplaçant approuvé peut servir à sa place.
        1000-TRAITER-RELIQUAT.
        MOVE 0 TO Wsubst
        MOVE fbo_idart TO fart_id
        READ articles
            INVALID KEY
                ADD 1 TO Wnb-attente
            NOT INVALID KEY
                MOVE fart_prix TO Wprix-ligne
                PERFORM 1100-STOCK-MAGASIN
                IF ARTICLE-ACTIF AND Wstock-mag >= fbo_qte THEN
                    PERFORM 2000-SERVIR-RELIQUAT
                ELSE
                    COMPUTE Wjours-attente = Wjours-auj
                        - FUNCTION INTEGER-OF-DATE(fbo_date-num)
                    IF Wjours-attente >= Wsubst-delai THEN
                        PERFORM 1500-CHERCHER-SUBSTITUT
                    END-IF
                    IF Wsubst = 1 THEN
                        PERFORM 2000-SERVIR-RELIQUAT
                        ADD 1 TO Wnb-substitues
                    ELSE
                        ADD 1 TO Wnb-attente
                    END-IF
                END-IF
        END-READ.

*> Stock magasin de l'article fart_id courant.
        1100-STOCK-MAGASIN.
        MOVE fart_id TO fsd_idart
        MOVE 'MAG' TO fsd_depot
        READ stockDepots
            INVALID KEY
                MOVE fart_stock TO Wstock-mag
            NOT INVALID KEY
                MOVE fsd_qte TO Wstock-mag
        END-READ.

*> Premier remplaçant approuvé, actif et couvrant la quantité au
*> magasin de l'article du reliquat. S'il existe (Wsubst = 1), le
*> tampon article est sur lui et Wprix-ligne porte le prix de la
*> règle : prix de l'article demandé, du remplaçant ou le moins cher.
        1500-CHERCHER-SUBSTITUT.
        MOVE fart_prix TO Wprix-orig
        MOVE fart_nom TO Wnom-orig
        MOVE fbo_idart TO fsub_idart
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
                    IF fsub_idart NOT = fbo_idart THEN
                        MOVE 1 TO Wsub-fin
                    ELSE
                        IF SUB-APPROUVE THEN
                            MOVE fsub_idsub TO fart_id
                            READ articles
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    PERFORM 1100-STOCK-MAGASIN
                                    IF ARTICLE-ACTIF
                                       AND Wstock-mag >= fbo_qte THEN
                                        MOVE 1 TO Wsubst
                                        MOVE 1 TO Wsub-fin
                                    END-IF
                            END-READ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF Wsubst = 1 THEN
            MOVE fart_prix TO Wprix-ligne
            IF SUB-PRIX-ORIGINE THEN
                MOVE Wprix-orig TO Wprix-ligne
            END-IF
            IF SUB-PRIX-MINIMUM AND Wprix-orig < Wprix-ligne THEN
                MOVE Wprix-orig TO Wprix-ligne
            END-IF
        END-IF.

        2000-SERVIR-RELIQUAT.
        MOVE 3 TO fcpt_id
        READ compteurs
        COMPUTE fcpt_val = fcpt_val + 1
        REWRITE fcptTampon
        MOVE fbo_idcl TO fco_idcl
        MOVE fart_id TO fco_idart
        MOVE fbo_qte TO fco_qte
        MOVE FUNCTION CURRENT-DATE TO fco_date
        MOVE SPACES TO fco_promo
        PERFORM 8000-JOURNALISER-CREATION
        MOVE fco_id TO flc_idco
        MOVE 1 TO flc_seq
        MOVE fart_id TO flc_idart
        MOVE fbo_qte TO flc_qte
        MOVE Wprix-ligne TO flc_prix
        MOVE fart_tauxtva TO flc_tauxtva
        MOVE 0 TO flc_remise
        WRITE flcTampon END-WRITE
        IF Wsubst = 1 THEN
            PERFORM 2500-TRACER-SUBSTITUTION
        END-IF
        SUBTRACT fbo_qte FROM fart_stock
        REWRITE fartTampon
        PERFORM 3000-MOUVEMENT-VENTE
        MOVE fart_id TO fstata_idart
        READ statistiquesArticles
            INVALID KEY
                CONTINUE
        WRITE fconfTampon
        MOVE SPACES TO fconfTampon
        STRING '  Article: ' fart_nom ' - Qte: ' fbo_qte
               ' - Prix HT: ' Wprix-ligne
            DELIMITED BY SIZE INTO fconfTampon
        WRITE fconfTampon
        IF Wsubst = 1 THEN
            MOVE SPACES TO fconfTampon
            STRING '  En remplacement de l''article ' fbo_idart
                   ' ' Wnom-orig
                DELIMITED BY SIZE INTO fconfTampon
            WRITE fconfTampon
        END-IF
        PERFORM 4000-NOTIFIER-CLIENT
        SET RELIQUAT-SERVI TO TRUE
        MOVE fco_id TO fbo_idco
        ADD 1 TO Wnb-servis
        DISPLAY "  Reliquat " fbo_id " servi, commande " fco_id.

*> Trace la ligne servie par un remplaçant : l'article demandé reste
*> connu des statistiques de vente.
        2500-TRACER-SUBSTITUTION.
        MOVE flc_idco TO fsbl_idco
        MOVE flc_seq TO fsbl_seq
        MOVE fbo_idart TO fsbl_iddem
        MOVE fart_id TO fsbl_idsub
        MOVE fbo_qte TO fsbl_qte
        MOVE fsub_nature TO fsbl_nature
        MOVE fsub_regle TO fsbl_regle
        SET SUBST-RELIQUAT TO TRUE
        MOVE SYS-DATE-NUM TO fsbl_date
        MOVE 0 TO fsbl_ope
        WRITE fsblTampon
            INVALID KEY
                REWRITE fsblTampon
        END-WRITE.

*> Journalise le mouvement VENTE de l'allocation, même recherche de
*> séquence libre que dans l'application de guichet.
        3000-MOUVEMENT-VENTE.
                MOVE 'RELIQUAT' TO fnout_type
                SET NOTIF-ATTENTE TO TRUE
                MOVE SPACES TO fnout_texte
                IF Wsubst = 1 THEN
                    STRING 'Remplacement: ' fart_nom
                           ' au lieu de ' Wnom-orig
                           ' - cde ' fco_id
                        DELIMITED BY SIZE INTO fnout_texte
                ELSE
                    STRING 'Votre article ' fart_nom
                           ' est arrive - commande n. ' fco_id
                        DELIMITED BY SIZE INTO fnout_texte
                END-IF
                WRITE fnoutTampon END-WRITE
        END-READ.

