       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT remisesBanque ASSIGN TO "remisesbanque.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY frem_id
       FILE STATUS IS frem_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT soldesBanque ASSIGN TO "soldesbanque.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsb_date
       FILE STATUS IS fsb_stat.

       SELECT remisesAttente ASSIGN TO WS-ATTENTE-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fratt_stat.

DATA DIVISION.
FILE SECTION.

          02 fcpt_id PIC X(1).
          02 fcpt_val PIC 9(5).

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

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

*> Solde du compte donné par la ligne SOLDE de chaque relevé, un par
*> date de relevé : le dernier sert de départ à la prévision de
*> trésorerie.
        FD soldesBanque.
        01 fsbTampon.
          02 fsb_date PIC 9(8).
          02 fsb_solde PIC S9(9)V99.
          02 fsb_dateimport PIC 9(8).

        FD remisesAttente.
        01 frattTampon PIC X(80).

WORKING-STORAGE SECTION.
        77 frel_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 fech_stat PIC 9(2).
        77 fbex_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 frem_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 fratt_stat PIC 9(2).
        77 fsb_stat PIC 9(2).
        77 Wnb-soldes PIC 9(3).
        77 WS-ATTENTE-FILE PIC X(40).
        77 Wremises PIC 9.
        77 Wremise-ok PIC 9.
        77 Wnb-remises PIC 9(5).
        77 Wnb-attente PIC 9(5).
        77 Wdelai-remise PIC 9(5).
        77 Wdate-limite PIC 9(8).
        77 Wmt-ed PIC 9(9).99.
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wnb-rapproches PIC 9(5).
*> cas échéant. Les lignes inconciliables partent dans
*> banqueexceptions.dat (compteur H), où l'écran des exceptions
*> permet au clerc de les affecter ou de les rejeter. Le relevé est
*> supprimé après traitement. Un crédit dont la référence cite le
*> numéro d'un bordereau de remise en banque encore ouvert et dont le
*> montant égale celui du bordereau rapproche ce bordereau. Chaque
*> nuit, relevé ou pas, les bordereaux déposés depuis plus de
*> REMISE-JOURS jours (5 par défaut) sans avoir paru à la banque sont
*> listés dans remises_en_attente_AAAAMMJJ.txt. La ligne de référence
*> SOLDE (solde du compte à la date du relevé, signé) n'est pas un
*> mouvement : elle est conservée dans soldesbanque.dat.
        0000-MAINLINE.
        DISPLAY "Rapprochement du releve bancaire..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
                OPEN I-O banqueExceptions
            END-IF
            OPEN I-O compteurs
            OPEN I-O soldesBanque
            IF fsb_stat = 35 THEN
                OPEN OUTPUT soldesBanque
                CLOSE soldesBanque
                OPEN I-O soldesBanque
            END-IF
            MOVE 0 TO Wnb-soldes
            MOVE 1 TO Wremises
            OPEN I-O remisesBanque
            IF frem_stat = 35 THEN
                MOVE 0 TO Wremises
            END-IF
            MOVE 0 TO Wnb-remises
            MOVE 0 TO Wnb-rapproches
            MOVE 0 TO Wnb-exceptions
            MOVE 0 TO Wfin
                        END-IF
                END-READ
            END-PERFORM
            IF Wremises = 1 THEN
                CLOSE remisesBanque
            END-IF
            CLOSE soldesBanque
            CLOSE compteurs
            CLOSE banqueExceptions
            CLOSE echeances
            CLOSE releveBanque
            DELETE FILE releveBanque
            DISPLAY "Releve : " Wnb-rapproches " rapproches, "
                Wnb-remises " remises, "
                Wnb-exceptions " en exception, "
                Wnb-soldes " solde(s)"
        END-IF
        PERFORM 6000-REMISES-EN-ATTENTE
        GOBACK.

        1000-TRAITER-LIGNE.
            COMPUTE Wmontant-ligne =
                FUNCTION NUMVAL(Wchamp-montant)
        END-IF
        IF Wchamp-reference(1:5) = 'SOLDE' THEN
            PERFORM 1500-NOTER-SOLDE
        ELSE
            PERFORM 1100-RAPPROCHER-LIGNE
        END-IF.

        1100-RAPPROCHER-LIGNE.
        PERFORM 2000-EXTRAIRE-NUMERO
        MOVE 0 TO Wremise-ok
        IF Wtrouve-num = 1 AND Wmontant-ligne > 0
           AND Wremises = 1 THEN
            PERFORM 2500-RAPPROCHER-REMISE
        END-IF
        IF Wremise-ok = 0 THEN
            IF Wtrouve-num = 1 AND Wmontant-ligne > 0 THEN
                PERFORM 3000-TENTER-RAPPROCHEMENT
            ELSE
                PERFORM 5000-METTRE-EN-EXCEPTION
            END-IF
        END-IF.

*> Solde signé du compte à la date du relevé ; un second relevé du
*> même jour remplace le premier.
        1500-NOTER-SOLDE.
        IF Wchamp-date NUMERIC THEN
            MOVE Wchamp-date TO fsb_date
        ELSE
            MOVE SYS-DATE-NUM TO fsb_date
        END-IF
        MOVE 0 TO fsb_solde
        IF Wchamp-montant NOT = SPACES THEN
            COMPUTE fsb_solde = FUNCTION NUMVAL(Wchamp-montant)
        END-IF
        MOVE SYS-DATE-NUM TO fsb_dateimport
        WRITE fsbTampon
            INVALID KEY
                REWRITE fsbTampon
        END-WRITE
        ADD 1 TO Wnb-soldes.

*> Cherche cinq chiffres consécutifs dans la référence du virement :
*> c'est le numéro de commande que le client a recopié.
        2000-EXTRAIRE-NUMERO.
            END-IF
        END-PERFORM.

*> Le numéro cité est d'abord cherché parmi les bordereaux de remise
*> encore ouverts : il faut aussi le montant exact du bordereau.
        2500-RAPPROCHER-REMISE.
        MOVE Wnum-commande TO frem_id
        READ remisesBanque
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF REMISE-DEPOSEE
                   AND frem_total = Wmontant-ligne THEN
                    SET REMISE-RAPPROCHEE TO TRUE
                    MOVE SYS-DATE-NUM TO frem_daterappro
                    REWRITE fremTampon
                    MOVE 1 TO Wremise-ok
                    ADD 1 TO Wnb-remises
                END-IF
        END-READ.

        3000-TENTER-RAPPROCHEMENT.
        MOVE Wnum-commande TO fco_id
        READ commandes
        SET EXCEPTION-ATTENTE TO TRUE
        WRITE fbexTampon END-WRITE
        ADD 1 TO Wnb-exceptions.

        6000-REMISES-EN-ATTENTE.
        OPEN I-O remisesBanque
        IF frem_stat = 35 THEN
            DISPLAY "Pas de bordereaux de remise"
        ELSE
            MOVE 5 TO Wdelai-remise
            OPEN I-O parametres
            IF fpar_stat = 35 THEN
                CONTINUE
            ELSE
                MOVE 'REMISE-JOURS' TO fpar_code
                READ parametres
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE fpar_valeur TO Wdelai-remise
                END-READ
                CLOSE parametres
            END-IF
            COMPUTE Wdate-limite = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) - Wdelai-remise)
            MOVE SPACES TO WS-ATTENTE-FILE
            STRING "remises_en_attente_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-ATTENTE-FILE
            OPEN OUTPUT remisesAttente
            MOVE SPACES TO frattTampon
            STRING "REMISES NON VUES A LA BANQUE AU " SYS-DATE
                   " (deposees avant le " Wdate-limite ")"
                DELIMITED BY SIZE INTO frattTampon
            WRITE frattTampon
            MOVE 0 TO Wnb-attente
            MOVE 0 TO frem_id
            MOVE 0 TO Wfinl
            START remisesBanque KEY IS NOT LESS THAN frem_id
                INVALID KEY MOVE 1 TO Wfinl
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
                READ remisesBanque NEXT RECORD
                    AT END
                        MOVE 1 TO Wfinl
                    NOT AT END
                        IF REMISE-DEPOSEE
                           AND frem_date < Wdate-limite THEN
                            ADD 1 TO Wnb-attente
                            MOVE frem_total TO Wmt-ed
                            MOVE SPACES TO frattTampon
                            STRING "Bordereau " frem_id " du "
                                   frem_date " : " Wmt-ed
                                   " (" frem_nbchq " cheques)"
                                DELIMITED BY SIZE INTO frattTampon
                            WRITE frattTampon
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO frattTampon
            STRING "Total : " Wnb-attente " bordereau(x) en attente"
                DELIMITED BY SIZE INTO frattTampon
            WRITE frattTampon
            CLOSE remisesAttente
            DISPLAY "Remises en attente : " Wnb-attente " ("
                WS-ATTENTE-FILE ")"
            CLOSE remisesBanque
        END-IF.
