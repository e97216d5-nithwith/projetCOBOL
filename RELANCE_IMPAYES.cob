       RECORD KEY fech_key
       FILE STATUS IS fech_stat.

       SELECT prelevements ASSIGN TO "prelevements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fprl_id
       ALTERNATE RECORD KEY fprl_idco WITH DUPLICATES
       FILE STATUS IS fprl_stat.

       SELECT relances ASSIGN TO "relances.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT comptesClients ASSIGN TO "comptesclients.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcc_idcl
       FILE STATUS IS fcc_stat.

       SELECT lettresRelance ASSIGN TO WS-LETTRES-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS flet_stat.
          02 fech_montant PIC 9(7)V99.
          02 fech_regle PIC 9(7)V99.

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

        FD relances.
        01 frlTampon.
          02 frl_idco PIC 9(5).
          02 fcpt_id PIC X(1).
          02 fcpt_val PIC 9(5).

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

        FD lettresRelance.
        01 fletTampon PIC X(100).

        77 fech_stat PIC 9(2).
        77 Wfine PIC 9.
        77 Wnb-ech-retard PIC 9(5).
        77 fprl_stat PIC 9(2).
        77 Wfinp PIC 9.
        77 fcl_stat PIC 9(2).
        77 fnout_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 flet_stat PIC 9(2).
        77 fcc_stat PIC 9(2).
        77 Wnb-blocages PIC 9(5).
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wjours-auj PIC 9(7).
*> et la date de la dernière lettre sont mémorisés dans relances.dat —
*> visibles sur la fiche commande — et une nouvelle lettre ne part
*> qu'après le délai de rappel, sans dépasser le niveau 3. Une copie
*> de chaque relance est déposée dans la boîte d'envoi. La mise en
*> demeure bloque le compte du client (comptesclients.dat) : la prise
*> de commande exige alors une dérogation, et seul le responsable
*> lève le blocage.
        0000-MAINLINE.
        DISPLAY "Relance des impayes..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                CLOSE echeances
                OPEN I-O echeances
            END-IF
            OPEN I-O prelevements
            IF fprl_stat = 35 THEN
                OPEN OUTPUT prelevements
                CLOSE prelevements
                OPEN I-O prelevements
            END-IF
            MOVE 0 TO Wnb-ech-retard
            OPEN I-O clients
            OPEN I-O notificationsOutbox
                OPEN I-O notificationsOutbox
            END-IF
            OPEN I-O compteurs
            OPEN I-O comptesClients
            IF fcc_stat = 35 THEN
                OPEN OUTPUT comptesClients
                CLOSE comptesClients
                OPEN I-O comptesClients
            END-IF
            OPEN OUTPUT lettresRelance
            MOVE 0 TO Wnb-lettres
            MOVE 0 TO Wnb-blocages
            MOVE 0 TO fco_id
            MOVE 0 TO Wfin
            START commandes KEY IS NOT LESS THAN fco_id
                END-READ
            END-PERFORM
            CLOSE lettresRelance
            CLOSE comptesClients
            CLOSE compteurs
            CLOSE notificationsOutbox
            CLOSE clients
            CLOSE prelevements
            CLOSE echeances
            CLOSE relances
            DISPLAY "Echeances en retard : " Wnb-ech-retard
            CLOSE lignesCommande
            DISPLAY "Lettres de relance editees : " Wnb-lettres
                " (" WS-LETTRES-FILE ")"
            DISPLAY "Comptes clients bloques : " Wnb-blocages
        END-IF
        CLOSE commandes
        GOBACK.
            COMPUTE Wage-jours = Wjours-auj
                - FUNCTION INTEGER-OF-DATE(fco_date-num)
            PERFORM 1500-CONTROLER-ECHEANCES
            PERFORM 1600-CONTROLER-PRELEVEMENTS
            IF Wage-jours > Wdelai-impaye
               OR Wretard-echeance = 1 THEN
                PERFORM 3000-DECIDER-LETTRE
            END-READ
        END-PERFORM.

*> Un prélèvement revenu impayé met la commande en relance sans
*> attendre le délai d'impayé : le client a déjà été débité en vain.
        1600-CONTROLER-PRELEVEMENTS.
        MOVE fco_id TO fprl_idco
        MOVE 0 TO Wfinp
        START prelevements KEY IS NOT LESS THAN fprl_idco
            INVALID KEY MOVE 1 TO Wfinp
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinp = 1
            READ prelevements NEXT RECORD
                AT END
                    MOVE 1 TO Wfinp
                NOT AT END
                    IF fprl_idco NOT = fco_id THEN
                        MOVE 1 TO Wfinp
                    ELSE
                        IF PRELEV-REJETE THEN
                            MOVE 1 TO Wretard-echeance
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        2000-CALCULER-SOLDE.
        MOVE 0 TO Wtotdu
        MOVE fco_id TO flc_idco
                    MOVE SYS-DATE-NUM TO frl_datederniere
                    REWRITE frlTampon
                    MOVE 1 TO Wecrire-lettre
                    IF frl_niveau = 3 THEN
                        PERFORM 6000-BLOQUER-COMPTE
                    END-IF
                END-IF
        END-READ.

*> Mise en demeure : le compte du client est bloqué, fiche de compte
*> créée au besoin (plafond 0 = plafond général). Un compte déjà
*> bloqué garde sa date et son motif d'origine.
        6000-BLOQUER-COMPTE.
        MOVE fco_idcl TO fcc_idcl
        READ comptesClients
            INVALID KEY
                MOVE fco_idcl TO fcc_idcl
                MOVE 0 TO fcc_plafond
                SET COMPTE-BLOQUE TO TRUE
                MOVE SYS-DATE-NUM TO fcc_datebloc
                MOVE 'MISE EN DEMEURE' TO fcc_motif
                MOVE 0 TO fcc_opemaj
                MOVE SYS-DATE-NUM TO fcc_datemaj
                WRITE fccTampon END-WRITE
                ADD 1 TO Wnb-blocages
            NOT INVALID KEY
                IF COMPTE-LIBRE THEN
                    SET COMPTE-BLOQUE TO TRUE
                    MOVE SYS-DATE-NUM TO fcc_datebloc
                    MOVE 'MISE EN DEMEURE' TO fcc_motif
                    MOVE 0 TO fcc_opemaj
                    MOVE SYS-DATE-NUM TO fcc_datemaj
                    REWRITE fccTampon
                    ADD 1 TO Wnb-blocages
                END-IF
        END-READ.

