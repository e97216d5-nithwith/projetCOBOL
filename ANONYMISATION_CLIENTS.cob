*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. AnonymisationClients.

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

       SELECT reclamations ASSIGN TO "reclamations.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frecl_id
       ALTERNATE RECORD KEY frecl_etat WITH DUPLICATES
       ALTERNATE RECORD KEY frecl_agent WITH DUPLICATES
       ALTERNATE RECORD KEY frecl_idco WITH DUPLICATES
       FILE STATUS IS frecl_stat.

       SELECT commandesArch ASSIGN TO "commandesarch.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcoa_id
       FILE STATUS IS fcoa_stat.

       SELECT notificationsOutbox ASSIGN TO "notificationsoutbox.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fnout_id
       FILE STATUS IS fnout_stat.

       SELECT mandats ASSIGN TO "mandats.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmdt_idcl
       FILE STATUS IS fmdt_stat.

       SELECT journalMaj ASSIGN TO "journalmaj.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjmj_key
       FILE STATUS IS fjmj_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT rapportAnonymisation ASSIGN TO WS-ANONYM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fran_stat.

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

        FD reclamations.
        01 freclTampon.
          02 frecl_id PIC 9(5).
          02 frecl_idco PIC X(6).
          02 frecl_motif PIC A(40).
          02 frecl_description PIC A(40).
          02 frecl_etat PIC A(10).
          02 frecl_note PIC X(2).
          02 frecl_resolution PIC X(10).
          02 frecl_agent PIC 9(3).
          02 frecl_date PIC 9(8).
          02 frecl_opemaj PIC 9(3).
          02 frecl_datemaj PIC 9(8).
          02 frecl_gravite PIC 9(1).
          02 frecl_seqligne PIC 9(3).
          02 frecl_dateclo PIC 9(8).

        FD commandesArch.
        01 fcoaTampon.
          02 fcoa_id PIC 9(5).
          02 fcoa_idcl PIC 9(5).
          02 fcoa_idart PIC 9(5).
          02 fcoa_qte PIC 9(3).
          02 fcoa_date_data.
            05 fcoa_date.
                10 fcoa_annee PIC 9(4).
                10 fcoa_mois PIC 9(2).
                10 fcoa_jour PIC 9(2).
            05 fcoa_date-num REDEFINES fcoa_date PIC 9(8).
          02 fcoa_promo PIC X(4).
          02 fcoa_actif PIC X(1).
          02 fcoa_opemaj PIC 9(3).
          02 fcoa_datemaj PIC 9(8).

        FD notificationsOutbox.
        01 fnoutTampon.
          02 fnout_id PIC 9(5).
          02 fnout_date PIC 9(8).
          02 fnout_mail PIC A(20).
          02 fnout_type PIC X(10).
          02 fnout_etat PIC X(10).
          02 fnout_texte PIC X(80).

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

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD rapportAnonymisation.
        01 franTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 fcl_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 flc_stat PIC 9(2).
        77 fpai_stat PIC 9(2).
        77 fech_stat PIC 9(2).
        77 favr_stat PIC 9(2).
        77 frecl_stat PIC 9(2).
        77 fcoa_stat PIC 9(2).
        77 fnout_stat PIC 9(2).
        77 fmdt_stat PIC 9(2).
        77 fjmj_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 fran_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfinc PIC 9.
        77 Wfinl PIC 9.
        77 Wfinj PIC 9.
        77 Wrgpd-ans PIC 9(2) VALUE 5.
        77 Wjours-auj PIC 9(7).
        77 Wjours-limite PIC 9(7).
        77 Wdate-limite PIC 9(8).
        77 Wrecent PIC 9.
        77 Wrefus PIC 9.
        77 Widcl PIC 9(5).
        77 Widco PIC 9(5).
        77 Widcl-co PIC 9(5).
        77 Widrecl PIC 9(5).
        77 Wmail PIC A(20).
        77 Wefface PIC 9.
        77 Wencours PIC 9(9)V99.
        77 Wencours-ech PIC 9(9)V99.
        77 Wnb-echeances PIC 9(3).
        77 Wtotdu PIC 9(9)V99.
        77 Wtotpaye PIC 9(9)V99.
        77 Wmontant-brut PIC 9(9)V99.
        77 Wmontant-net PIC 9(9)V99.
        77 Wmontant-ttc PIC 9(9)V99.
        77 Wencours-ed PIC Z(8)9.99.
        77 Wnb-examines PIC 9(5).
        77 Wnb-anonymises PIC 9(5).
        77 Wnb-refuses PIC 9(5).
        77 Wnb-notif PIC 9(5).
        77 Wnb-images PIC 9(5).
        77 Wprochainseqj PIC 9(3).
        77 WS-ANONYM-FILE PIC X(40).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Droit à l'oubli au terme de la durée de conservation : un client
*> sans commande, en cours ou archivée, depuis plus de RGPD-ANS ans
*> (paramètre de parametres.dat, cinq ans à défaut) et dont la fiche
*> n'a pas bougé depuis, voit ses nom, prénom, téléphone, mail et
*> adresse effacés de clients.dat, de la file des notifications et
*> des images du journal des modifications ; l'IBAN de son mandat
*> est effacé de même. Les montants restent : factures, règlements
*> et comptabilité ne changent pas. Un client qui doit encore de
*> l'argent, a un avoir non consommé ou une réclamation ouverte est
*> conservé et signalé. Chaque anonymisation est tracée au journal
*> (opération ANONYMISE, opérateur 000), le détail de la campagne
*> dans anonymisation_AAAAMMJJ.txt. Lancée par BatchNuit en mode
*> ANONYMISATION, hors chaîne de nuit ordinaire.
        0000-MAINLINE.
        DISPLAY "---- Anonymisation des clients inactifs ----"
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        OPEN I-O parametres
        IF fpar_stat NOT = 35 THEN
            MOVE 'RGPD-ANS' TO fpar_code
            READ parametres
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fpar_valeur > 0 THEN
                        MOVE fpar_valeur TO Wrgpd-ans
                    END-IF
            END-READ
        END-IF
        CLOSE parametres
        COMPUTE Wjours-limite = Wjours-auj - Wrgpd-ans * 365
        COMPUTE Wdate-limite = FUNCTION DATE-OF-INTEGER(Wjours-limite)
        STRING "anonymisation_" SYS-DATE ".txt"
            DELIMITED BY SIZE INTO WS-ANONYM-FILE
        OPEN OUTPUT rapportAnonymisation
        MOVE SPACES TO franTampon
        STRING "Anonymisation du " SYS-DAY "/" SYS-MONTH "/" SYS-YEAR
               " (sans activite depuis le " Wdate-limite ")"
            DELIMITED BY SIZE INTO franTampon
        WRITE franTampon
        MOVE 0 TO Wnb-examines
        MOVE 0 TO Wnb-anonymises
        MOVE 0 TO Wnb-refuses
        OPEN I-O clients
        IF fcl_stat = 35 THEN
            CLOSE clients
        ELSE
            PERFORM 1000-OUVRIR-FICHIERS
            MOVE 0 TO fcl_id
            MOVE 0 TO Wfinc
            START clients KEY IS NOT LESS THAN fcl_id
                INVALID KEY MOVE 1 TO Wfinc
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
                READ clients NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinc
                    NOT AT END
                        IF fcl_nom NOT = 'ANONYME'
                           AND fcl_datemaj < Wdate-limite THEN
                            PERFORM 2000-EXAMINER-CLIENT
                        END-IF
                END-READ
            END-PERFORM
            PERFORM 1100-FERMER-FICHIERS
            CLOSE clients
        END-IF
        MOVE SPACES TO franTampon
        STRING "Total : " Wnb-examines " client(s) inactif(s), "
               Wnb-anonymises " anonymise(s), "
               Wnb-refuses " conserve(s)"
            DELIMITED BY SIZE INTO franTampon
        WRITE franTampon
        CLOSE rapportAnonymisation
        DISPLAY "Anonymisation terminee : " Wnb-anonymises
            " client(s), " Wnb-refuses " conserve(s) ("
            WS-ANONYM-FILE ")"
        GOBACK.

        1000-OUVRIR-FICHIERS.
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
        OPEN I-O reclamations
        IF frecl_stat = 35 THEN
            OPEN OUTPUT reclamations
            CLOSE reclamations
            OPEN I-O reclamations
        END-IF
        OPEN I-O commandesArch
        IF fcoa_stat = 35 THEN
            OPEN OUTPUT commandesArch
            CLOSE commandesArch
            OPEN I-O commandesArch
        END-IF
        OPEN I-O notificationsOutbox
        IF fnout_stat = 35 THEN
            OPEN OUTPUT notificationsOutbox
            CLOSE notificationsOutbox
            OPEN I-O notificationsOutbox
        END-IF
        OPEN I-O mandats
        IF fmdt_stat = 35 THEN
            OPEN OUTPUT mandats
            CLOSE mandats
            OPEN I-O mandats
        END-IF
        OPEN I-O journalMaj
        IF fjmj_stat = 35 THEN
            OPEN OUTPUT journalMaj
            CLOSE journalMaj
            OPEN I-O journalMaj
        END-IF.

        1100-FERMER-FICHIERS.
        CLOSE journalMaj
        CLOSE mandats
        CLOSE notificationsOutbox
        CLOSE commandesArch
        CLOSE reclamations
        CLOSE avoirs
        CLOSE echeances
        CLOSE paiements
        CLOSE lignesCommande
        CLOSE commandes.

*> Client dont la fiche est plus vieille que la limite : on vérifie
*> qu'il n'a pas commandé depuis, puis qu'il ne reste rien à régler
*> entre lui et nous avant d'effacer ses données.
        2000-EXAMINER-CLIENT.
        MOVE fcl_id TO Widcl
        PERFORM 2100-CONTROLER-COMMANDES
        IF Wrecent = 0 THEN
            PERFORM 2300-CONTROLER-ARCHIVES
        END-IF
        IF Wrecent = 0 THEN
            ADD 1 TO Wnb-examines
            MOVE 0 TO Wrefus
            IF Wencours > 0 THEN
                MOVE 1 TO Wrefus
            END-IF
            PERFORM 3000-CONTROLER-AVOIRS
            IF Wrefus = 0 THEN
                PERFORM 3100-CONTROLER-RECLAMATIONS
            END-IF
            EVALUATE Wrefus
                WHEN 1
                    ADD 1 TO Wnb-refuses
                    MOVE Wencours TO Wencours-ed
                    MOVE SPACES TO franTampon
                    STRING "  Client " Widcl " conserve : solde du "
                           "ou avoir non solde (encours "
                           Wencours-ed ")"
                        DELIMITED BY SIZE INTO franTampon
                    WRITE franTampon
                WHEN 2
                    ADD 1 TO Wnb-refuses
                    MOVE SPACES TO franTampon
                    STRING "  Client " Widcl " conserve : reclamation "
                           Widrecl " non cloturee"
                        DELIMITED BY SIZE INTO franTampon
                    WRITE franTampon
                WHEN OTHER
                    PERFORM 4000-ANONYMISER-CLIENT
            END-EVALUATE
        END-IF.

*> Commandes en cours du client : une commande postérieure à la
*> limite le garde actif (Wrecent = 1) ; les autres, si elles sont
*> encore actives, alimentent l'encours restant dû.
        2100-CONTROLER-COMMANDES.
        MOVE 0 TO Wrecent
        MOVE 0 TO Wencours
        MOVE Widcl TO fco_idcl
        MOVE 0 TO Wfin
        START commandes KEY IS = fco_idcl
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ commandes NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fco_idcl NOT = Widcl THEN
                        MOVE 1 TO Wfin
                    ELSE
                        IF fco_date-num NOT < Wdate-limite THEN
                            MOVE 1 TO Wrecent
                            MOVE 1 TO Wfin
                        ELSE
                            IF COMMANDE-ACTIVE THEN
                                PERFORM 2200-CUMULER-ENCOURS
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Reste dû d'une commande : ses échéances non réglées si elle est
*> payée en plusieurs fois, sinon total TTC des lignes moins les
*> règlements reçus (même calcul que l'encours du guichet).
        2200-CUMULER-ENCOURS.
        MOVE 0 TO Wencours-ech
        MOVE 0 TO Wnb-echeances
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
            MOVE 0 TO flc_seq
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

*> Commandes archivées (fichier sans clé sur le client, parcouru en
*> entier) : une commande archivée postérieure à la limite suffit à
*> garder le client.
        2300-CONTROLER-ARCHIVES.
        MOVE 0 TO fcoa_id
        MOVE 0 TO Wfin
        START commandesArch KEY IS NOT LESS THAN fcoa_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ commandesArch NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fcoa_idcl = Widcl
                       AND fcoa_date-num NOT < Wdate-limite THEN
                        MOVE 1 TO Wrecent
                        MOVE 1 TO Wfin
                    END-IF
            END-READ
        END-PERFORM.

        3000-CONTROLER-AVOIRS.
        MOVE Widcl TO favr_idcl
        MOVE 0 TO Wfin
        START avoirs KEY IS = favr_idcl
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ avoirs NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF favr_idcl NOT = Widcl THEN
                        MOVE 1 TO Wfin
                    ELSE
                        IF favr_solde > 0 THEN
                            MOVE 1 TO Wrefus
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Réclamation ouverte ou en traitement sur une commande du client,
*> en cours ou archivée.
        3100-CONTROLER-RECLAMATIONS.
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
                    IF frecl_etat = 'ouvert'
                       OR frecl_etat = 'traitement' THEN
                        MOVE frecl_idco TO Widco
                        PERFORM 3200-CHERCHER-CLIENT-COMMANDE
                        IF Widcl-co = Widcl THEN
                            MOVE 2 TO Wrefus
                            MOVE frecl_id TO Widrecl
                            MOVE 1 TO Wfin
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        3200-CHERCHER-CLIENT-COMMANDE.
        MOVE 0 TO Widcl-co
        MOVE Widco TO fco_id
        READ commandes
            INVALID KEY
                MOVE Widco TO fcoa_id
                READ commandesArch
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fcoa_idcl TO Widcl-co
                END-READ
            NOT INVALID KEY
                MOVE fco_idcl TO Widcl-co
        END-READ.

*> Effacement des données personnelles du client courant.
        4000-ANONYMISER-CLIENT.
        ADD 1 TO Wnb-anonymises
        MOVE fcl_mail TO Wmail
        MOVE 0 TO Wnb-notif
        MOVE 0 TO Wnb-images
        MOVE 'ANONYME' TO fcl_nom
        MOVE SPACES TO fcl_prenom
        MOVE SPACES TO fcl_tel
        MOVE SPACES TO fcl_mail
        MOVE SPACES TO fcl_adresse
        MOVE SPACES TO fcl_ville
        SET CLIENT-INACTIF TO TRUE
        MOVE 0 TO fcl_opemaj
        MOVE SYS-DATE-NUM TO fcl_datemaj
        REWRITE fclTampon
        PERFORM 4100-EFFACER-NOTIFICATIONS
        PERFORM 4200-EFFACER-MANDAT
        PERFORM 4300-EFFACER-JOURNAL
        PERFORM 5000-JOURNALISER-MAJ
        MOVE SPACES TO franTampon
        STRING "  Client " Widcl " anonymise : " Wnb-notif
               " notification(s), " Wnb-images " image(s) du journal"
            DELIMITED BY SIZE INTO franTampon
        WRITE franTampon.

*> La file des notifications ne connaît le client que par son mail.
        4100-EFFACER-NOTIFICATIONS.
        IF Wmail NOT = SPACES THEN
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
                        IF fnout_mail = Wmail THEN
                            MOVE SPACES TO fnout_mail
                            REWRITE fnoutTampon
                            ADD 1 TO Wnb-notif
                        END-IF
                END-READ
            END-PERFORM
        END-IF.

        4200-EFFACER-MANDAT.
        MOVE Widcl TO fmdt_idcl
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
                MOVE 0 TO fmdt_opemaj
                MOVE SYS-DATE-NUM TO fmdt_datemaj
                REWRITE fmdtTampon
        END-READ.

*> Images du journal portant sur la fiche : nom à mail (6:70) et
*> adresse/ville (88:60) des images client, fiche décalée de la
*> trace FUSION, IBAN/BIC (26:45) des images de mandat.
        4300-EFFACER-JOURNAL.
        MOVE 0 TO fjmj_date
        MOVE 0 TO fjmj_heure
        MOVE 0 TO fjmj_seq
        MOVE 0 TO Wfinj
        START journalMaj KEY IS NOT LESS THAN fjmj_key
            INVALID KEY MOVE 1 TO Wfinj
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinj = 1
            READ journalMaj NEXT RECORD
                AT END
                    MOVE 1 TO Wfinj
                NOT AT END
                    IF fjmj_fichier = 'CLIENT'
                       AND fjmj_idrecord = Widcl THEN
                        PERFORM 4400-EFFACER-IMAGE
                    END-IF
            END-READ
        END-PERFORM.

        4400-EFFACER-IMAGE.
        MOVE 0 TO Wefface
        EVALUATE fjmj_operation
            WHEN 'CREATION'
            WHEN 'MODIF'
            WHEN 'DESACTIV'
                MOVE SPACES TO fjmj_avant(6:70)
                MOVE SPACES TO fjmj_avant(88:60)
                MOVE SPACES TO fjmj_apres(6:70)
                MOVE SPACES TO fjmj_apres(88:60)
                MOVE 1 TO Wefface
            WHEN 'FUSION'
                MOVE SPACES TO fjmj_apres(35:70)
                MOVE SPACES TO fjmj_apres(117:13)
                MOVE 1 TO Wefface
            WHEN 'MANDAT'
            WHEN 'REVOC-MDT'
                MOVE SPACES TO fjmj_avant(26:45)
                MOVE SPACES TO fjmj_apres(26:45)
                MOVE 1 TO Wefface
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF Wefface = 1 THEN
            REWRITE fjmjTampon
            ADD 1 TO Wnb-images
        END-IF.

*> Trace de l'anonymisation (opérateur 000 = chaîne de nuit), même
*> clé date+heure+séquence que côté guichet ; l'image avant ne
*> reprend aucune donnée personnelle.
        5000-JOURNALISER-MAJ.
        MOVE SYS-DATE-NUM TO fjmj_date
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
        MOVE SYS-DATE-NUM TO fjmj_date
        MOVE FUNCTION CURRENT-DATE(9:6) TO fjmj_heure
        MOVE Wprochainseqj TO fjmj_seq
        MOVE 'CLIENT' TO fjmj_fichier
        MOVE Widcl TO fjmj_idrecord
        MOVE 'ANONYMISE' TO fjmj_operation
        MOVE 0 TO fjmj_ope
        MOVE SPACES TO fjmj_avant
        STRING 'Conservation de ' Wrgpd-ans ' ans echue - '
               'notifications ' Wnb-notif ' - images journal '
               Wnb-images
            DELIMITED BY SIZE INTO fjmj_avant
        MOVE fclTampon TO fjmj_apres
        WRITE fjmjTampon END-WRITE.
