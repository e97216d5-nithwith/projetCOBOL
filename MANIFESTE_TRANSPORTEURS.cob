*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ManifesteTransporteurs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT livraisons ASSIGN TO "livraisons.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fliv_idco
       FILE STATUS IS fliv_stat.

       SELECT expeditions ASSIGN TO "expeditions.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fexp_idco
       ALTERNATE RECORD KEY fexp_suivi WITH DUPLICATES
       FILE STATUS IS fexp_stat.

       SELECT commandes ASSIGN TO "commandes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fco_id
       ALTERNATE RECORD KEY fco_date WITH DUPLICATES
       ALTERNATE RECORD KEY fco_idcl WITH DUPLICATES
       FILE STATUS IS fco_stat.

       SELECT clients ASSIGN TO "clients.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcl_id
       ALTERNATE RECORD KEY fcl_nom WITH DUPLICATES
       FILE STATUS IS fcl_stat.

       SELECT manifeste ASSIGN TO WS-MANIF-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fman_stat.

DATA DIVISION.
FILE SECTION.

        FD livraisons.
        01 flivTampon.
          02 fliv_idco PIC 9(5).
          02 fliv_etat PIC X(10).
              88 LIVR-A-PREPARER VALUE 'apreparer'.
              88 LIVR-PREPAREE VALUE 'preparee'.
              88 LIVR-EXPEDIEE VALUE 'expediee'.
              88 LIVR-LIVREE VALUE 'livree'.
              88 LIVR-ANNULEE VALUE 'annulee'.
              88 LIVR-INCIDENT VALUE 'incident'.
          02 fliv_transporteur PIC X(20).
          02 fliv_dateexp PIC 9(8).
          02 fliv_datelivr PIC 9(8).

        FD expeditions.
        01 fexpTampon.
          02 fexp_idco PIC 9(5).
          02 fexp_nbcolis PIC 9(3).
          02 fexp_suivi PIC X(20).
          02 fexp_manifeste PIC 9(8).
          02 fexp_statut PIC X(10).
          02 fexp_motif PIC X(30).
          02 fexp_datemaj PIC 9(8).

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

        FD manifeste.
        01 fmanTampon PIC X(160).

WORKING-STORAGE SECTION.
        77 fliv_stat PIC 9(2).
        77 fexp_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 fcl_stat PIC 9(2).
        77 fman_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wtrouve PIC 9.
        77 Wa-manifester PIC 9.
        77 Wjours-auj PIC 9(7).
        77 Wnb-envois PIC 9(5).
        77 Wnb-colis PIC 9(5).
        77 Wnb-transp PIC 9(2).
        77 Wmax-transp PIC 9(2) VALUE 30.
        77 Wix PIC 9(2).
        77 Wtransporteur PIC X(20).
        77 WS-MANIF-FILE PIC X(60).
        01 Wtable-transp.
            05 Wtransp OCCURS 30 TIMES PIC X(20).
        01 Wveille-data.
            05 Wveille.
                10 Wveille-annee PIC 9(4).
                10 Wveille-mois PIC 9(2).
                10 Wveille-jour PIC 9(2).
            05 Wveille-num REDEFINES Wveille PIC 9(8).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Manifestes transporteurs : les livraisons passées à l'état expédié
*> depuis la veille et pas encore annoncées sont regroupées par
*> transporteur (fliv_transporteur) dans un fichier par transporteur,
*> manifeste_<TRANSPORTEUR>_AAAAMMJJ.txt (blancs du nom remplacés par
*> des soulignés), à déposer sur son site : une ligne par envoi avec
*> la commande, le numéro de suivi, le nom, l'adresse, la ville et le
*> téléphone du client et le nombre de colis. L'expédition est
*> ensuite marquée manifestée (fexp_manifeste) pour ne partir qu'une
*> fois.
        0000-MAINLINE.
        DISPLAY "Manifestes transporteurs..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) - 1
        COMPUTE Wveille-num = FUNCTION DATE-OF-INTEGER(Wjours-auj)
        OPEN I-O livraisons
        IF fliv_stat = 35 THEN
            DISPLAY "Pas de livraisons, pas de manifeste"
        ELSE
            OPEN I-O expeditions
            IF fexp_stat = 35 THEN
                OPEN OUTPUT expeditions
                CLOSE expeditions
                OPEN I-O expeditions
            END-IF
            OPEN I-O commandes
            OPEN I-O clients
            PERFORM 1000-RELEVER-TRANSPORTEURS
            MOVE 0 TO Wnb-envois
            MOVE 0 TO Wnb-colis
            PERFORM VARYING Wix FROM 1 BY 1 UNTIL Wix > Wnb-transp
                MOVE Wtransp(Wix) TO Wtransporteur
                PERFORM 2000-EDITER-MANIFESTE
            END-PERFORM
            CLOSE clients
            CLOSE commandes
            CLOSE expeditions
            DISPLAY "Manifestes : " Wnb-transp " transporteur(s), "
                Wnb-envois " envoi(s), " Wnb-colis " colis"
        END-IF
        CLOSE livraisons
        GOBACK.

*> Premier passage : table des transporteurs ayant au moins un envoi
*> à annoncer (trente au plus ; les suivants attendent la nuit
*> prochaine).
        1000-RELEVER-TRANSPORTEURS.
        MOVE 0 TO Wnb-transp
        MOVE 0 TO fliv_idco
        MOVE 0 TO Wfin
        START livraisons KEY IS NOT LESS THAN fliv_idco
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ livraisons NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    PERFORM 1100-A-MANIFESTER
                    IF Wa-manifester = 1 THEN
                        MOVE 0 TO Wtrouve
                        PERFORM VARYING Wix FROM 1 BY 1
                            UNTIL Wix > Wnb-transp OR Wtrouve = 1
                            IF Wtransp(Wix) = fliv_transporteur THEN
                                MOVE 1 TO Wtrouve
                            END-IF
                        END-PERFORM
                        IF Wtrouve = 0 AND Wnb-transp < Wmax-transp THEN
                            ADD 1 TO Wnb-transp
                            MOVE fliv_transporteur TO Wtransp(Wnb-transp)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Envoi à annoncer : livraison expédiée depuis la veille dont
*> l'expédition n'a pas encore figuré sur un manifeste (une
*> expédition saisie sans fiche de colis compte pour un colis).
        1100-A-MANIFESTER.
        MOVE 0 TO Wa-manifester
        IF LIVR-EXPEDIEE AND fliv_dateexp >= Wveille-num THEN
            MOVE fliv_idco TO fexp_idco
            READ expeditions
                INVALID KEY
                    MOVE 1 TO Wa-manifester
                NOT INVALID KEY
                    IF fexp_manifeste = 0 THEN
                        MOVE 1 TO Wa-manifester
                    END-IF
            END-READ
        END-IF.

        2000-EDITER-MANIFESTE.
        MOVE SPACES TO WS-MANIF-FILE
        STRING "manifeste_" FUNCTION TRIM(Wtransporteur) "_"
               SYS-DATE ".txt"
            DELIMITED BY SIZE INTO WS-MANIF-FILE
        INSPECT WS-MANIF-FILE REPLACING ALL SPACE BY "_"
            BEFORE INITIAL ".txt"
        OPEN OUTPUT manifeste
        MOVE SPACES TO fmanTampon
        STRING "commande;suivi;nom;prenom;adresse;ville;telephone;colis"
            DELIMITED BY SIZE INTO fmanTampon
        WRITE fmanTampon
        MOVE 0 TO fliv_idco
        MOVE 0 TO Wfin
        START livraisons KEY IS NOT LESS THAN fliv_idco
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ livraisons NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fliv_transporteur = Wtransporteur THEN
                        PERFORM 1100-A-MANIFESTER
                        IF Wa-manifester = 1 THEN
                            PERFORM 2100-ECRIRE-ENVOI
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE manifeste
        DISPLAY "  " Wtransporteur " : " WS-MANIF-FILE.

*> Ligne du manifeste, puis marquage de l'expédition (créée au vol
*> pour un colis si elle manquait).
        2100-ECRIRE-ENVOI.
        MOVE fliv_idco TO fexp_idco
        READ expeditions
            INVALID KEY
                MOVE 0 TO Wtrouve
                MOVE fliv_idco TO fexp_idco
                MOVE 1 TO fexp_nbcolis
                MOVE SPACES TO fexp_suivi
                MOVE SPACES TO fexp_statut
                MOVE SPACES TO fexp_motif
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
        END-READ
        MOVE fliv_idco TO fco_id
        READ commandes
            INVALID KEY
                MOVE 0 TO fco_idcl
        END-READ
        MOVE fco_idcl TO fcl_id
        READ clients
            INVALID KEY
                MOVE SPACES TO fcl_nom fcl_prenom fcl_adresse fcl_ville
                MOVE SPACES TO fcl_tel
        END-READ
        MOVE SPACES TO fmanTampon
        STRING fliv_idco ";"
               FUNCTION TRIM(fexp_suivi) ";"
               FUNCTION TRIM(fcl_nom) ";"
               FUNCTION TRIM(fcl_prenom) ";"
               FUNCTION TRIM(fcl_adresse) ";"
               FUNCTION TRIM(fcl_ville) ";"
               FUNCTION TRIM(fcl_tel) ";"
               fexp_nbcolis
            DELIMITED BY SIZE INTO fmanTampon
        WRITE fmanTampon
        ADD 1 TO Wnb-envois
        ADD fexp_nbcolis TO Wnb-colis
        MOVE SYS-DATE-NUM TO fexp_manifeste
        MOVE SYS-DATE-NUM TO fexp_datemaj
        IF Wtrouve = 1 THEN
            REWRITE fexpTampon
        ELSE
            WRITE fexpTampon END-WRITE
        END-IF.
