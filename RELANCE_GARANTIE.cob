       RECORD KEY flc_key
       FILE STATUS IS flc_stat.

       SELECT tarifsExtension ASSIGN TO "tarifsextension.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ftex_key
       FILE STATUS IS ftex_stat.

       SELECT contratsGarantie ASSIGN TO "contratsgarantie.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcg_id
       ALTERNATE RECORD KEY fcg_idco WITH DUPLICATES
       ALTERNATE RECORD KEY fcg_numserie WITH DUPLICATES
       FILE STATUS IS fcg_stat.

       SELECT lettresGarantie ASSIGN TO WS-LETTRES-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS flet_stat.
          02 flc_tauxtva PIC 9(2).
          02 flc_remise PIC 9(2).

        FD tarifsExtension.
        01 ftexTampon.
          02 ftex_key.
            03 ftex_annees PIC 9(1).
            03 ftex_type PIC A(10).
            03 ftex_plafond PIC 9(5)V99.
          02 ftex_prix PIC 9(5)V99.
          02 ftex_ope PIC 9(3).
          02 ftex_datemaj PIC 9(8).

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

        FD lettresGarantie.
        01 fletTampon PIC X(100).

        77 fco_stat PIC 9(2).
        77 flc_stat PIC 9(2).
        77 flet_stat PIC 9(2).
        77 ftex_stat PIC 9(2).
        77 fcg_stat PIC 9(2).
        77 Wfinc PIC 9.
        77 Wcouvert PIC 9.
        77 Wext-annees PIC 9.
        77 Wext-prix PIC 9(5)V99.
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wjours-auj PIC 9(7).
*> génère une lettre personnalisée par client (nom, adresse, article,
*> date d'échéance) dans lettres_garantie_AAAAMMJJ.txt — le magasin
*> propose extension ou révision avant l'échéance au lieu de
*> discuter après. La lettre chiffre les extensions au tarif du type
*> de l'article (ou de sa tranche de prix), et une ligne déjà couverte
*> par un contrat d'extension n'est plus relancée.
        0000-MAINLINE.
        DISPLAY "Relances de fin de garantie..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
            OPEN I-O clients
            OPEN I-O articles
            OPEN I-O lignesCommande
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
            OPEN OUTPUT lettresGarantie
            MOVE 0 TO Wnb-lettres
            MOVE 0 TO fco_id
                END-READ
            END-PERFORM
            CLOSE lettresGarantie
            CLOSE contratsGarantie
            CLOSE tarifsExtension
            CLOSE lignesCommande
            CLOSE articles
            CLOSE clients
                        - Wjours-auj
                    IF Wjours-restants >= 0
                       AND Wjours-restants <= 30 THEN
                        PERFORM 2500-CHERCHER-CONTRAT
                        IF Wcouvert = 0 THEN
                            PERFORM 3000-EDITER-LETTRE
                        END-IF
                    END-IF
                END-IF
        END-READ.

*> Un contrat actif sur la ligne (flc_idco, flc_seq) vaut réponse.
        2500-CHERCHER-CONTRAT.
        MOVE 0 TO Wcouvert
        MOVE flc_idco TO fcg_idco
        MOVE 0 TO Wfinc
        START contratsGarantie KEY IS = fcg_idco
            INVALID KEY MOVE 1 TO Wfinc
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinc = 1
            READ contratsGarantie NEXT RECORD
                AT END
                    MOVE 1 TO Wfinc
                NOT AT END
                    IF fcg_idco NOT = flc_idco THEN
                        MOVE 1 TO Wfinc
                    ELSE
                        IF CONTRAT-ACTIF
                           AND fcg_seqligne = flc_seq THEN
                            MOVE 1 TO Wcouvert
                            MOVE 1 TO Wfinc
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        3000-EDITER-LETTRE.
        MOVE fco_idcl TO fcl_id
        READ clients
                       " garantie ou une revision avant cette date."
                    DELIMITED BY SIZE INTO fletTampon
                WRITE fletTampon
                PERFORM VARYING Wext-annees FROM 1 BY 1
                    UNTIL Wext-annees > 5
                    PERFORM 3100-OFFRE-EXTENSION
                END-PERFORM
        END-READ.

*> Une ligne d'offre par durée tarifée : type de l'article d'abord,
*> sinon la tranche dont le plafond couvre le prix payé.
        3100-OFFRE-EXTENSION.
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
            MOVE flc_prix TO ftex_plafond
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
        END-IF
        IF Wext-prix > 0 THEN
            MOVE SPACES TO fletTampon
            STRING "  Extension de " Wext-annees " an(s) : "
                   Wext-prix " EUR HT par appareil"
                DELIMITED BY SIZE INTO fletTampon
            WRITE fletTampon
        END-IF.
