*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ImportSuiviTransporteur.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT suiviTransporteur ASSIGN TO "suivi_transporteur.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fsui_stat.

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

       SELECT rapportSuivi ASSIGN TO WS-SUIVI-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frsu_stat.

DATA DIVISION.
FILE SECTION.

        FD suiviTransporteur.
        01 fsuiTampon PIC X(100).

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

        FD rapportSuivi.
        01 frsuTampon PIC X(120).

WORKING-STORAGE SECTION.
        77 fsui_stat PIC 9(2).
        77 fliv_stat PIC 9(2).
        77 fexp_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 fcl_stat PIC 9(2).
        77 fnout_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 frsu_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wtrouve PIC 9.
        77 Wnb-lues PIC 9(5).
        77 Wnb-livrees PIC 9(5).
        77 Wnb-incidents PIC 9(5).
        77 Wnb-transit PIC 9(5).
        77 Wnb-rejets PIC 9(5).
        77 Wchamp-reference PIC X(20).
        77 Wchamp-statut PIC X(10).
        77 Wchamp-date PIC X(8).
        77 Wchamp-motif PIC X(30).
        77 Wdate-statut PIC 9(8).
        77 Wrejet PIC X(40).
        77 WS-SUIVI-FILE PIC X(44).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).
        01 Wdate-livr-data.
            05 Wdate-livr.
                10 Wlivr-annee PIC 9(4).
                10 Wlivr-mois PIC 9(2).
                10 Wlivr-jour PIC 9(2).
            05 Wdate-livr-num REDEFINES Wdate-livr PIC 9(8).

PROCEDURE DIVISION.

*> Import des statuts transporteurs : le fichier déposé par le
*> transporteur (suivi_transporteur.txt, lignes
*> reference;statut;AAAAMMJJ;motif) est confronté aux expéditions.
*> La référence est le numéro de suivi, ou à défaut le numéro de
*> commande du manifeste. LIVRE passe la livraison à livrée à la date
*> donnée et prévient le client par la boîte d'envoi ; REFUSE,
*> ADRESSE (adresse inconnue) et tout autre statut d'échec la passent
*> en incident avec son motif ; TRANSIT ne fait que noter le statut.
*> Les lignes sans expédition correspondante ou sur une livraison qui
*> n'est plus en route, et les incidents, sont listés dans
*> suivi_anomalies_AAAAMMJJ.txt. Le fichier est supprimé après
*> traitement.
        0000-MAINLINE.
        DISPLAY "Import des statuts transporteurs..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        OPEN INPUT suiviTransporteur
        IF fsui_stat = 35 THEN
            DISPLAY "Pas de fichier de suivi depose"
        ELSE
            STRING "suivi_anomalies_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-SUIVI-FILE
            OPEN I-O livraisons
            IF fliv_stat = 35 THEN
                OPEN OUTPUT livraisons
                CLOSE livraisons
                OPEN I-O livraisons
            END-IF
            OPEN I-O expeditions
            IF fexp_stat = 35 THEN
                OPEN OUTPUT expeditions
                CLOSE expeditions
                OPEN I-O expeditions
            END-IF
            OPEN I-O commandes
            OPEN I-O clients
            OPEN I-O notificationsOutbox
            IF fnout_stat = 35 THEN
                OPEN OUTPUT notificationsOutbox
                CLOSE notificationsOutbox
                OPEN I-O notificationsOutbox
            END-IF
            OPEN I-O compteurs
            IF fcpt_stat = 35 THEN
                OPEN OUTPUT compteurs
                CLOSE compteurs
                OPEN I-O compteurs
            END-IF
            OPEN OUTPUT rapportSuivi
            MOVE SPACES TO frsuTampon
            STRING "Anomalies du suivi transporteurs du "
                   SYS-DAY "/" SYS-MONTH "/" SYS-YEAR
                DELIMITED BY SIZE INTO frsuTampon
            WRITE frsuTampon
            MOVE 0 TO Wnb-lues
            MOVE 0 TO Wnb-livrees
            MOVE 0 TO Wnb-incidents
            MOVE 0 TO Wnb-transit
            MOVE 0 TO Wnb-rejets
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ suiviTransporteur
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF fsuiTampon NOT = SPACES THEN
                            ADD 1 TO Wnb-lues
                            PERFORM 1000-TRAITER-LIGNE
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO frsuTampon
            STRING "Lignes lues : " Wnb-lues
                   " - livrees : " Wnb-livrees
                   " - incidents : " Wnb-incidents
                   " - en transit : " Wnb-transit
                   " - non rapprochees : " Wnb-rejets
                DELIMITED BY SIZE INTO frsuTampon
            WRITE frsuTampon
            CLOSE rapportSuivi
            CLOSE compteurs
            CLOSE notificationsOutbox
            CLOSE clients
            CLOSE commandes
            CLOSE expeditions
            CLOSE livraisons
            CLOSE suiviTransporteur
            DELETE FILE suiviTransporteur
            DISPLAY "Suivi : " Wnb-livrees " livree(s), "
                Wnb-incidents " incident(s), "
                Wnb-rejets " non rapprochee(s) (" WS-SUIVI-FILE ")"
        END-IF
        GOBACK.

        1000-TRAITER-LIGNE.
        MOVE SPACES TO Wchamp-reference
        MOVE SPACES TO Wchamp-statut
        MOVE SPACES TO Wchamp-date
        MOVE SPACES TO Wchamp-motif
        UNSTRING fsuiTampon DELIMITED BY ';'
            INTO Wchamp-reference Wchamp-statut Wchamp-date
                 Wchamp-motif
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(Wchamp-statut) TO Wchamp-statut
*> Date illisible : le statut vaut pour la date du traitement.
        IF Wchamp-date NUMERIC THEN
            MOVE Wchamp-date TO Wdate-statut
        ELSE
            MOVE SYS-DATE-NUM TO Wdate-statut
        END-IF
        PERFORM 2000-RETROUVER-EXPEDITION
        IF Wtrouve = 0 THEN
            MOVE "expedition inconnue" TO Wrejet
            PERFORM 5000-REJETER-LIGNE
        ELSE
            MOVE fexp_idco TO fliv_idco
            READ livraisons
                INVALID KEY
                    MOVE "livraison inexistante" TO Wrejet
                    PERFORM 5000-REJETER-LIGNE
                NOT INVALID KEY
                    IF LIVR-EXPEDIEE OR LIVR-INCIDENT THEN
                        PERFORM 3000-APPLIQUER-STATUT
                    ELSE
                        MOVE SPACES TO Wrejet
                        STRING "livraison deja a l'etat " fliv_etat
                            DELIMITED BY SIZE INTO Wrejet
                        PERFORM 5000-REJETER-LIGNE
                    END-IF
            END-READ
        END-IF.

*> Par le numéro de suivi d'abord (clé alternative), sinon par le
*> numéro de commande quand la référence est de cinq chiffres.
        2000-RETROUVER-EXPEDITION.
        MOVE 0 TO Wtrouve
        IF Wchamp-reference NOT = SPACES THEN
            MOVE Wchamp-reference TO fexp_suivi
            READ expeditions KEY IS fexp_suivi
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO Wtrouve
            END-READ
        END-IF
        IF Wtrouve = 0 AND Wchamp-reference(1:5) NUMERIC
           AND Wchamp-reference(6:15) = SPACES THEN
            MOVE Wchamp-reference(1:5) TO fexp_idco
            READ expeditions
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO Wtrouve
            END-READ
        END-IF.

        3000-APPLIQUER-STATUT.
        MOVE Wchamp-statut TO fexp_statut
        MOVE SYS-DATE-NUM TO fexp_datemaj
        EVALUATE Wchamp-statut
            WHEN "LIVRE"
                SET LIVR-LIVREE TO TRUE
                MOVE Wdate-statut TO fliv_datelivr
                REWRITE flivTampon
                MOVE SPACES TO fexp_motif
                REWRITE fexpTampon
                ADD 1 TO Wnb-livrees
                PERFORM 4000-NOTIFIER-LIVRAISON
            WHEN "TRANSIT"
                REWRITE fexpTampon
                ADD 1 TO Wnb-transit
            WHEN OTHER
                SET LIVR-INCIDENT TO TRUE
                REWRITE flivTampon
                IF Wchamp-motif = SPACES THEN
                    EVALUATE Wchamp-statut
                        WHEN "REFUSE"
                            MOVE "colis refuse" TO Wchamp-motif
                        WHEN "ADRESSE"
                            MOVE "adresse inconnue" TO Wchamp-motif
                        WHEN OTHER
                            MOVE Wchamp-statut TO Wchamp-motif
                    END-EVALUATE
                END-IF
                MOVE Wchamp-motif TO fexp_motif
                REWRITE fexpTampon
                ADD 1 TO Wnb-incidents
                MOVE SPACES TO frsuTampon
                STRING "  Incident commande " fliv_idco
                       " (" fliv_transporteur ") : " fexp_motif
                    DELIMITED BY SIZE INTO frsuTampon
                WRITE frsuTampon
        END-EVALUATE.

*> Avis de livraison au client, dans la boîte d'envoi comme l'avis
*> d'expédition (compteur 7).
        4000-NOTIFIER-LIVRAISON.
        MOVE fliv_idco TO fco_id
        READ commandes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fco_idcl TO fcl_id
                READ clients
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 4100-DEPOSER-AVIS
                END-READ
        END-READ.

        4100-DEPOSER-AVIS.
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
        MOVE 'LIVRAISON' TO fnout_type
        SET NOTIF-ATTENTE TO TRUE
        MOVE fliv_datelivr TO Wdate-livr-num
        MOVE SPACES TO fnout_texte
        STRING 'Votre commande n. ' fco_id ' a ete livree le '
               Wlivr-jour '/' Wlivr-mois '/' Wlivr-annee
            DELIMITED BY SIZE INTO fnout_texte
        WRITE fnoutTampon END-WRITE.

        5000-REJETER-LIGNE.
        ADD 1 TO Wnb-rejets
        MOVE SPACES TO frsuTampon
        STRING "  Non rapprochee (" Wrejet ") : " fsuiTampon
            DELIMITED BY SIZE INTO frsuTampon
        WRITE frsuTampon.
