       RECORD KEY fjmj_key
       FILE STATUS IS fjmj_stat.

       SELECT contratsGarantie ASSIGN TO "contratsgarantie.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcg_id
       ALTERNATE RECORD KEY fcg_idco WITH DUPLICATES
       ALTERNATE RECORD KEY fcg_numserie WITH DUPLICATES
       FILE STATUS IS fcg_stat.

       SELECT anomaliesIntake ASSIGN TO WS-ANOMALIES-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fano_stat.
          02 fjmj_avant PIC X(150).
          02 fjmj_apres PIC X(150).

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

        FD anomaliesIntake.
        01 fanoTampon PIC X(140).

        77 fnout_stat PIC 9(2).
        77 fano_stat PIC 9(2).
        77 fjmj_stat PIC 9(2).
        77 fcg_stat PIC 9(2).
        77 Wfinc PIC 9.
        77 Wcouvert PIC 9.
        77 Wfinj PIC 9.
        77 Wprochainseqj PIC 9(3).
        77 Wfin PIC 9.
*> commande;motif;description;gravité séparés par des points-virgules)
*> passe les mêmes contrôles que la saisie au guichet — commande
*> existante et active, fenêtre de garantie de l'article de la
*> première ligne (prolongée par un contrat d'extension en cours sur
*> cette ligne), et rejet quand une réclamation antérieure sur la
*> même commande a été close REJETEE (le dossier frauduleux ne se
*> représente pas par le web). Les dossiers valides sont créés avec
*> le compteur 1, un accusé part en boîte d'envoi, et les rejets
                CLOSE journalMaj
                OPEN I-O journalMaj
            END-IF
            OPEN I-O contratsGarantie
            IF fcg_stat = 35 THEN
                OPEN OUTPUT contratsGarantie
                CLOSE contratsGarantie
                OPEN I-O contratsGarantie
            END-IF
            OPEN OUTPUT anomaliesIntake
            MOVE 0 TO Wnb-creees
            MOVE 0 TO Wnb-rejets
                END-READ
            END-PERFORM
            CLOSE anomaliesIntake
            CLOSE contratsGarantie
            CLOSE journalMaj
            CLOSE notificationsOutbox
            CLOSE compteurs
                COMPUTE Wmoisexpire = Wmoisachat + fart_dureegaranti
                COMPUTE Wmoisauj = SYS-YEAR * 12 + SYS-MONTH
                IF Wmoisauj > Wmoisexpire THEN
                    PERFORM 3100-CHERCHER-EXTENSION
                    IF Wcouvert = 0 THEN
                        MOVE 0 TO Wligne-valide
                        MOVE 'hors garantie' TO Wmotif-rejet
                    END-IF
                END-IF
        END-READ.

*> Contrat d'extension actif et non échu sur la ligne 1 de la
*> commande, nominatif ou non (le dépôt web ne porte pas de série).
        3100-CHERCHER-EXTENSION.
        MOVE 0 TO Wcouvert
        MOVE fco_id TO fcg_idco
        MOVE 0 TO Wfinc
        START contratsGarantie KEY IS = fcg_idco
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ contratsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fcg_idco NOT = fco_id THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF CONTRAT-ACTIF
                           AND fcg_seqligne = 1
                           AND fcg_datefin >= SYS-DATE-NUM THEN
                            MOVE 1 TO Wcouvert
                            MOVE 1 TO Wfinc
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Une réclamation antérieure sur la même commande close au motif
*> REJETEE ferme la porte du canal web : le dossier repassera par un
*> humain ou pas du tout.
