*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. RapprochementPort.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT fournisseurs ASSIGN TO "fournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffou_id
       ALTERNATE RECORD KEY ffou_nom WITH DUPLICATES
       FILE STATUS IS ffou_stat.

       SELECT facturesFournisseurs ASSIGN TO "facturesfournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffaf_id
       ALTERNATE RECORD KEY ffaf_idfou WITH DUPLICATES
       FILE STATUS IS ffaf_stat.

       SELECT lignesFactureFou ASSIGN TO "lignesfacturefou.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY flf_key
       FILE STATUS IS flf_stat.

       SELECT commandes ASSIGN TO "commandes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fco_id
       ALTERNATE RECORD KEY fco_date WITH DUPLICATES
       ALTERNATE RECORD KEY fco_idcl WITH DUPLICATES
       FILE STATUS IS fco_stat.

       SELECT tarifsPort ASSIGN TO "tarifsport.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ftp_key
       FILE STATUS IS ftp_stat.

       SELECT fraisPort ASSIGN TO "fraisport.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffp_idco
       ALTERNATE RECORD KEY ffp_idfou WITH DUPLICATES
       FILE STATUS IS ffp_stat.

       SELECT joursFeries ASSIGN TO "joursferies.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjf_date
       FILE STATUS IS fjf_stat.

       SELECT rapportPort ASSIGN TO WS-PORT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frp_stat.

DATA DIVISION.
FILE SECTION.

        FD fournisseurs.
        01 ffouTampon.
          02 ffou_id PIC 9(5).
          02 ffou_nom PIC A(20).
          02 ffou_tel PIC A(10).
          02 ffou_mail PIC A(20).
          02 ffou_actif PIC X(1).
              88 FOURNISSEUR-ACTIF VALUE '1'.
              88 FOURNISSEUR-INACTIF VALUE '0'.
          02 ffou_iban PIC X(34).
          02 ffou_bic PIC X(11).
          02 ffou_delaireg PIC 9(3).

        FD facturesFournisseurs.
        01 ffafTampon.
          02 ffaf_id PIC 9(5).
          02 ffaf_idfou PIC 9(5).
          02 ffaf_idoa PIC 9(5).
          02 ffaf_ref PIC X(10).
          02 ffaf_date_data.
            05 ffaf_date.
                10 ffaf_annee PIC 9(4).
                10 ffaf_mois PIC 9(2).
                10 ffaf_jour PIC 9(2).
            05 ffaf_date-num REDEFINES ffaf_date PIC 9(8).
          02 ffaf_montant PIC 9(9)V99.
          02 ffaf_regle PIC 9(9)V99.
          02 ffaf_litige PIC X(1).
              88 FACFOU-EN-LITIGE VALUE '1'.
              88 FACFOU-CONFORME VALUE '0'.
          02 ffaf_refreg PIC X(12).

        FD lignesFactureFou.
        01 flfTampon.
          02 flf_key.
            03 flf_idfaf PIC 9(5).
            03 flf_seq PIC 9(3).
          02 flf_idart PIC 9(5).
          02 flf_qte PIC 9(5).
          02 flf_prixunit PIC 9(7)V99.
          02 flf_ecartqte PIC X(1).
              88 LIGNE-ECART-QTE VALUE '1'.
          02 flf_ecartprix PIC X(1).
              88 LIGNE-ECART-PRIX VALUE '1'.

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

        FD tarifsPort.
        01 ftpTampon.
          02 ftp_key.
            03 ftp_zone PIC 9(2).
            03 ftp_poidsmax PIC 9(4)V999.
            03 ftp_idfou PIC 9(5).
          02 ftp_prix PIC 9(5)V99.
          02 ftp_ope PIC 9(3).
          02 ftp_datemaj PIC 9(8).

        FD fraisPort.
        01 ffpTampon.
          02 ffp_idco PIC 9(5).
          02 ffp_date_data.
            05 ffp_date.
                10 ffp_annee PIC 9(4).
                10 ffp_mois PIC 9(2).
                10 ffp_jour PIC 9(2).
            05 ffp_date-num REDEFINES ffp_date PIC 9(8).
          02 ffp_idfou PIC 9(5).
          02 ffp_zone PIC 9(2).
          02 ffp_poids PIC 9(5)V999.
          02 ffp_montant PIC 9(5)V99.
          02 ffp_tarif PIC 9(5)V99.
          02 ffp_tauxtva PIC 9(2).
          02 ffp_offert PIC X(1).
              88 PORT-OFFERT VALUE '1'.
              88 PORT-FACTURE VALUE '0'.
          02 ffp_ope PIC 9(3).

        FD joursFeries.
        01 fjfTampon.
          02 fjf_date PIC 9(8).
          02 fjf_libelle PIC X(20).

        FD rapportPort.
        01 frpTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 ffou_stat PIC 9(2).
        77 ffaf_stat PIC 9(2).
        77 flf_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 ftp_stat PIC 9(2).
        77 ffp_stat PIC 9(2).
        77 fjf_stat PIC 9(2).
        77 frp_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfino PIC 9.
        77 Wfinl PIC 9.
        77 Wrp-facture-ht PIC 9(9)V99.
        77 Wouvre PIC 9.
        77 Wtransporteur PIC 9.
        77 Wjours-auj PIC 9(7).
        77 Wjour-ix PIC 9(7).
        77 Wjour-semaine PIC 9.
        77 Wnb-transporteurs PIC 9(5).
        77 Wrp-nb-envois PIC 9(5).
        77 Wrp-nb-offerts PIC 9(5).
        77 Wrp-nb-factures PIC 9(5).
        77 Wrp-facture-client PIC 9(9)V99.
        77 Wrp-tarif PIC 9(9)V99.
        77 Wrp-facture-fou PIC 9(9)V99.
        77 Wrp-ecart PIC S9(9)V99.
        77 Wtot-facture-client PIC 9(9)V99.
        77 Wtot-tarif PIC 9(9)V99.
        77 Wtot-facture-fou PIC 9(9)V99.
        77 Wrp-val-edit PIC Z(8)9.99.
        77 Wrp-val2-edit PIC Z(8)9.99.
        77 Wrp-val3-edit PIC Z(8)9.99.
        77 Wrp-ecart-edit PIC -(9)9.99.
        77 WS-PORT-FILE PIC X(40).
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

*> Rapprochement mensuel des frais de port : le premier jour ouvré du
*> mois, pour chaque transporteur (fournisseur présent dans la grille
*> tarifsport.dat ou retenu sur une commande du mois échu), l'état
*> port_transporteurs_AAAAMM.txt compare le port facturé aux clients
*> sur les commandes actives du mois (fraisport.dat, port offert
*> compris à zéro), le coût attendu d'après la grille, et ce que le
*> transporteur a facturé sur le mois (facturesfournisseurs.dat,
*> montants HT). L'écart est facturé transporteur moins port facturé
*> aux clients : positif, le port coûte plus qu'il ne rapporte. Les
*> autres nuits du mois, le traitement ne fait rien.
        0000-MAINLINE.
        DISPLAY "Rapprochement des frais de port..."
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
            DISPLAY "Pas le premier jour ouvre du mois, pas d'etat"
        ELSE
            PERFORM 1000-EDITER-RAPPROCHEMENT
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

*> Période = le mois civil échu : du 1er du mois précédent à la
*> veille du 1er du mois en cours.
        1000-EDITER-RAPPROCHEMENT.
        MOVE SYS-DATE-NUM TO Wdate-jour-num
        MOVE 1 TO Wjour-jour
        COMPUTE Wper-fin-num = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wdate-jour-num) - 1)
        MOVE Wper-fin-num TO Wper-debut-num
        MOVE 1 TO Wper-jour
        STRING "port_transporteurs_" Wper-fin-annee Wper-fin-mois ".txt"
            DELIMITED BY SIZE INTO WS-PORT-FILE
        OPEN I-O fournisseurs
        IF ffou_stat = 35 THEN
            DISPLAY "Pas de fournisseurs, pas d'etat"
        ELSE
            OPEN I-O facturesFournisseurs
            IF ffaf_stat = 35 THEN
                OPEN OUTPUT facturesFournisseurs
                CLOSE facturesFournisseurs
                OPEN I-O facturesFournisseurs
            END-IF
            OPEN I-O lignesFactureFou
            IF flf_stat = 35 THEN
                OPEN OUTPUT lignesFactureFou
                CLOSE lignesFactureFou
                OPEN I-O lignesFactureFou
            END-IF
            OPEN I-O commandes
            IF fco_stat = 35 THEN
                OPEN OUTPUT commandes
                CLOSE commandes
                OPEN I-O commandes
            END-IF
            OPEN I-O tarifsPort
            IF ftp_stat = 35 THEN
                OPEN OUTPUT tarifsPort
                CLOSE tarifsPort
                OPEN I-O tarifsPort
            END-IF
            OPEN I-O fraisPort
            IF ffp_stat = 35 THEN
                OPEN OUTPUT fraisPort
                CLOSE fraisPort
                OPEN I-O fraisPort
            END-IF
            OPEN OUTPUT rapportPort
            MOVE SPACES TO frpTampon
            STRING "Rapprochement des frais de port du "
                   Wper-jour "/" Wper-mois "/" Wper-annee
                   " au " Wper-fin-jour "/" Wper-fin-mois "/"
                   Wper-fin-annee
                DELIMITED BY SIZE INTO frpTampon
            WRITE frpTampon
            MOVE 0 TO Wnb-transporteurs
            MOVE 0 TO Wtot-facture-client
            MOVE 0 TO Wtot-tarif
            MOVE 0 TO Wtot-facture-fou
            MOVE 0 TO ffou_id
            MOVE 0 TO Wfin
            START fournisseurs KEY IS NOT LESS THAN ffou_id
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fournisseurs NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        PERFORM 2000-CALCULER-TRANSPORTEUR
                        IF Wtransporteur = 1 OR Wrp-nb-envois > 0 THEN
                            PERFORM 3000-EDITER-TRANSPORTEUR
                        END-IF
                END-READ
            END-PERFORM
            COMPUTE Wrp-ecart = Wtot-facture-fou - Wtot-facture-client
            MOVE Wtot-facture-client TO Wrp-val-edit
            MOVE Wtot-tarif TO Wrp-val2-edit
            MOVE Wtot-facture-fou TO Wrp-val3-edit
            MOVE Wrp-ecart TO Wrp-ecart-edit
            MOVE SPACES TO frpTampon
            STRING "TOTAL - Facture clients: " Wrp-val-edit
                   " - Tarif: " Wrp-val2-edit
                   " - Facture transporteurs: " Wrp-val3-edit
                DELIMITED BY SIZE INTO frpTampon
            WRITE frpTampon
            MOVE SPACES TO frpTampon
            STRING "TOTAL - Ecart: " Wrp-ecart-edit
                   " - Transporteurs edites : " Wnb-transporteurs
                DELIMITED BY SIZE INTO frpTampon
            WRITE frpTampon
            CLOSE rapportPort
            CLOSE fraisPort
            CLOSE tarifsPort
            CLOSE commandes
            CLOSE lignesFactureFou
            CLOSE facturesFournisseurs
            DISPLAY "Transporteurs edites : " Wnb-transporteurs
                " (" WS-PORT-FILE ")"
        END-IF
        CLOSE fournisseurs.

*> Chiffres du fournisseur ffou_id sur la période : présence dans la
*> grille (parcours complet de tarifsport.dat, table courte), envois
*> par la clé alternative ffp_idfou, factures par ffaf_idfou, prises
*> hors taxes comme le port facturé aux clients (2200).
        2000-CALCULER-TRANSPORTEUR.
        MOVE 0 TO Wtransporteur
        MOVE 0 TO Wrp-nb-envois
        MOVE 0 TO Wrp-nb-offerts
        MOVE 0 TO Wrp-nb-factures
        MOVE 0 TO Wrp-facture-client
        MOVE 0 TO Wrp-tarif
        MOVE 0 TO Wrp-facture-fou
        MOVE LOW-VALUES TO ftp_key
        MOVE 0 TO Wfino
        START tarifsPort KEY IS NOT LESS THAN ftp_key
            INVALID KEY MOVE 1 TO Wfino
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfino = 1
            READ tarifsPort NEXT RECORD
                AT END
                    MOVE 1 TO Wfino
                NOT AT END
                    IF ftp_idfou = ffou_id THEN
                        MOVE 1 TO Wtransporteur
                        MOVE 1 TO Wfino
                    END-IF
            END-READ
        END-PERFORM
        MOVE ffou_id TO ffp_idfou
        MOVE 0 TO Wfino
        START fraisPort KEY IS = ffp_idfou
            INVALID KEY MOVE 1 TO Wfino
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfino = 1
            READ fraisPort NEXT RECORD
                AT END
                    MOVE 1 TO Wfino
                NOT AT END
                    IF ffp_idfou NOT = ffou_id THEN
                        MOVE 1 TO Wfino
                    ELSE
                        IF ffp_date-num >= Wper-debut-num
                           AND ffp_date-num <= Wper-fin-num THEN
                            PERFORM 2100-CUMULER-ENVOI
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE ffou_id TO ffaf_idfou
        MOVE 0 TO Wfino
        START facturesFournisseurs KEY IS = ffaf_idfou
            INVALID KEY MOVE 1 TO Wfino
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfino = 1
            READ facturesFournisseurs NEXT RECORD
                AT END
                    MOVE 1 TO Wfino
                NOT AT END
                    IF ffaf_idfou NOT = ffou_id THEN
                        MOVE 1 TO Wfino
                    ELSE
                        IF ffaf_date-num >= Wper-debut-num
                           AND ffaf_date-num <= Wper-fin-num THEN
                            ADD 1 TO Wrp-nb-factures
                            PERFORM 2200-CUMULER-FACTURE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Envoi d'une commande du mois : compté seulement si la commande est
*> toujours active (une commande annulée ne part pas).
        2100-CUMULER-ENVOI.
        MOVE ffp_idco TO fco_id
        READ commandes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF COMMANDE-ACTIVE THEN
                    ADD 1 TO Wrp-nb-envois
                    IF PORT-OFFERT THEN
                        ADD 1 TO Wrp-nb-offerts
                    END-IF
                    ADD ffp_montant TO Wrp-facture-client
                    ADD ffp_tarif TO Wrp-tarif
                END-IF
        END-READ.

*> Hors taxes de la facture transporteur : somme de ses lignes
*> (ffaf_montant est le TTC dû) ; une facture reprise sans lignes
*> compte pour son montant.
        2200-CUMULER-FACTURE.
        MOVE 0 TO Wrp-facture-ht
        MOVE ffaf_id TO flf_idfaf
        MOVE 0 TO flf_seq
        MOVE 0 TO Wfinl
        START lignesFactureFou KEY IS NOT LESS THAN flf_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesFactureFou NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF flf_idfaf NOT = ffaf_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        COMPUTE Wrp-facture-ht = Wrp-facture-ht
                            + flf_qte * flf_prixunit
                    END-IF
            END-READ
        END-PERFORM
        IF Wrp-facture-ht = 0 THEN
            MOVE ffaf_montant TO Wrp-facture-ht
        END-IF
        ADD Wrp-facture-ht TO Wrp-facture-fou.

        3000-EDITER-TRANSPORTEUR.
        ADD 1 TO Wnb-transporteurs
        ADD Wrp-facture-client TO Wtot-facture-client
        ADD Wrp-tarif TO Wtot-tarif
        ADD Wrp-facture-fou TO Wtot-facture-fou
        COMPUTE Wrp-ecart = Wrp-facture-fou - Wrp-facture-client
        MOVE SPACES TO frpTampon
        STRING "---- Transporteur " ffou_id " " ffou_nom " ----"
            DELIMITED BY SIZE INTO frpTampon
        WRITE frpTampon
        MOVE SPACES TO frpTampon
        STRING "  Envois: " Wrp-nb-envois
               " dont port offert: " Wrp-nb-offerts
               " - Factures transporteur: " Wrp-nb-factures
            DELIMITED BY SIZE INTO frpTampon
        WRITE frpTampon
        MOVE Wrp-facture-client TO Wrp-val-edit
        MOVE Wrp-tarif TO Wrp-val2-edit
        MOVE Wrp-facture-fou TO Wrp-val3-edit
        MOVE Wrp-ecart TO Wrp-ecart-edit
        MOVE SPACES TO frpTampon
        STRING "  Port facture clients: " Wrp-val-edit
               " - Tarif grille: " Wrp-val2-edit
            DELIMITED BY SIZE INTO frpTampon
        WRITE frpTampon
        MOVE SPACES TO frpTampon
        STRING "  Facture transporteur: " Wrp-val3-edit
               " - Ecart: " Wrp-ecart-edit
            DELIMITED BY SIZE INTO frpTampon
        WRITE frpTampon.
