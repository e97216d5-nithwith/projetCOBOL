*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. PerformanceFournisseurs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT fournisseurs ASSIGN TO "fournisseurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY ffou_id
       ALTERNATE RECORD KEY ffou_nom WITH DUPLICATES
       FILE STATUS IS ffou_stat.

       SELECT ordresAchat ASSIGN TO "ordresachat.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY foa_id
       ALTERNATE RECORD KEY foa_idfou WITH DUPLICATES
       FILE STATUS IS foa_stat.

       SELECT lignesOa ASSIGN TO "lignesoa.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY floa_key
       FILE STATUS IS floa_stat.

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

       SELECT seriesNumeros ASSIGN TO "seriesnumeros.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsn_numserie
       ALTERNATE RECORD KEY fsn_idart WITH DUPLICATES
       FILE STATUS IS fsn_stat.

       SELECT joursFeries ASSIGN TO "joursferies.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjf_date
       FILE STATUS IS fjf_stat.

       SELECT rapportPerfFou ASSIGN TO WS-PERF-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS fpf_stat.

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

        FD ordresAchat.
        01 foaTampon.
          02 foa_id PIC 9(5).
          02 foa_idfou PIC 9(5).
          02 foa_date_data.
            05 foa_date.
                10 foa_annee PIC 9(4).
                10 foa_mois PIC 9(2).
                10 foa_jour PIC 9(2).
            05 foa_date-num REDEFINES foa_date PIC 9(8).
          02 foa_etat PIC X(10).
              88 OA-ENVOYE VALUE 'envoye'.
              88 OA-PARTIEL VALUE 'partiel'.
              88 OA-CLOS VALUE 'clos'.

        FD lignesOa.
        01 floaTampon.
          02 floa_key.
            03 floa_idoa PIC 9(5).
            03 floa_seq PIC 9(3).
          02 floa_idart PIC 9(5).
          02 floa_qtecmd PIC 9(5).
          02 floa_qterecue PIC 9(5).
          02 floa_daterec PIC 9(8).

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

        FD seriesNumeros.
        01 fsnTampon.
          02 fsn_numserie PIC X(15).
          02 fsn_idart PIC 9(5).
          02 fsn_etat PIC X(10).
              88 SERIE-EN-STOCK VALUE 'stock'.
              88 SERIE-VENDUE VALUE 'vendue'.
              88 SERIE-RETOUR VALUE 'retour'.
          02 fsn_idco PIC 9(5).
          02 fsn_seqligne PIC 9(3).
          02 fsn_daterec PIC 9(8).
          02 fsn_datevente PIC 9(8).
          02 fsn_idrecl PIC 9(5).
          02 fsn_idfou PIC 9(5).
          02 fsn_idoa PIC 9(5).

        FD joursFeries.
        01 fjfTampon.
          02 fjf_date PIC 9(8).
          02 fjf_libelle PIC X(20).

        FD rapportPerfFou.
        01 fpfTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 ffou_stat PIC 9(2).
        77 foa_stat PIC 9(2).
        77 floa_stat PIC 9(2).
        77 ffaf_stat PIC 9(2).
        77 flf_stat PIC 9(2).
        77 fsn_stat PIC 9(2).
        77 fjf_stat PIC 9(2).
        77 fpf_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfino PIC 9.
        77 Wfinl PIC 9.
        77 Wfins PIC 9.
        77 Wouvre PIC 9.
        77 Wjours-auj PIC 9(7).
        77 Wjour-ix PIC 9(7).
        77 Wjour-semaine PIC 9.
        77 Wjour-oa PIC 9(7).
        77 Wnb-fournisseurs PIC 9(5).
        77 Wnb-inactifs PIC 9(5).
        77 Wpf-nb-oa PIC 9(5).
        77 Wpf-nb-lignes PIC 9(5).
        77 Wpf-nb-livrees PIC 9(5).
        77 Wpf-cumul-delai PIC 9(7).
        77 Wpf-delai-moy PIC 9(3).
        77 Wpf-qtecmd PIC 9(7).
        77 Wpf-qterecue PIC 9(7).
        77 Wpf-taux-service PIC 9(3).
        77 Wpf-nb-factures PIC 9(5).
        77 Wpf-nb-litiges PIC 9(5).
        77 Wpf-val-litiges PIC 9(9)V99.
        77 Wpf-nb-unites PIC 9(5).
        77 Wpf-nb-recl PIC 9(5).
        77 Wpf-taux-recl PIC 9(3)V9.
        77 Wpf-val-edit PIC Z(8)9.99.
        77 Wpf-taux-edit PIC ZZ9.9.
        77 WS-PERF-FILE PIC X(40).
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

*> Tableau de bord mensuel des fournisseurs pour les revues achats :
*> le premier jour ouvré du mois, chaque fournisseur de
*> fournisseurs.dat ayant eu de l'activité sur les douze mois échus
*> est édité dans perf_fournisseurs_AAAAMM.txt avec son délai moyen
*> de livraison (date de l'ordre à la dernière réception de chaque
*> ligne livrée), son taux de service (reçu / commandé, excédent non
*> compté), ses lignes de factures marquées en écart de quantité ou
*> de prix (nombre et valeur) et son taux de réclamations sous
*> garantie sur les unités reçues de lui (numéros de série). Mêmes
*> indicateurs que l'écran de consultation. Les autres nuits du mois,
*> le traitement ne fait rien.
        0000-MAINLINE.
        DISPLAY "Performance des fournisseurs..."
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
            PERFORM 1000-EDITER-PERFORMANCES
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

*> Période = les douze mois civils échus : du 1er du même mois l'an
*> dernier à la veille du 1er du mois en cours.
        1000-EDITER-PERFORMANCES.
        MOVE SYS-DATE-NUM TO Wdate-jour-num
        MOVE 1 TO Wjour-jour
        COMPUTE Wper-fin-num = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(Wdate-jour-num) - 1)
        MOVE Wdate-jour-num TO Wper-debut-num
        SUBTRACT 1 FROM Wper-annee
        STRING "perf_fournisseurs_" Wper-fin-annee Wper-fin-mois ".txt"
            DELIMITED BY SIZE INTO WS-PERF-FILE
        OPEN I-O fournisseurs
        IF ffou_stat = 35 THEN
            DISPLAY "Pas de fournisseurs, pas d'etat"
        ELSE
            OPEN I-O ordresAchat
            IF foa_stat = 35 THEN
                OPEN OUTPUT ordresAchat
                CLOSE ordresAchat
                OPEN I-O ordresAchat
            END-IF
            OPEN I-O lignesOa
            IF floa_stat = 35 THEN
                OPEN OUTPUT lignesOa
                CLOSE lignesOa
                OPEN I-O lignesOa
            END-IF
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
            OPEN I-O seriesNumeros
            IF fsn_stat = 35 THEN
                OPEN OUTPUT seriesNumeros
                CLOSE seriesNumeros
                OPEN I-O seriesNumeros
            END-IF
            OPEN OUTPUT rapportPerfFou
            MOVE SPACES TO fpfTampon
            STRING "Performance fournisseurs du "
                   Wper-jour "/" Wper-mois "/" Wper-annee
                   " au " Wper-fin-jour "/" Wper-fin-mois "/"
                   Wper-fin-annee
                DELIMITED BY SIZE INTO fpfTampon
            WRITE fpfTampon
            MOVE 0 TO Wnb-fournisseurs
            MOVE 0 TO Wnb-inactifs
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
                        PERFORM 2000-CALCULER-FOURNISSEUR
                        IF Wpf-nb-oa = 0 AND Wpf-nb-factures = 0
                           AND Wpf-nb-unites = 0 THEN
                            ADD 1 TO Wnb-inactifs
                        ELSE
                            PERFORM 3000-EDITER-FOURNISSEUR
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO fpfTampon
            STRING "Fournisseurs edites : " Wnb-fournisseurs
                   " - sans activite sur la periode : " Wnb-inactifs
                DELIMITED BY SIZE INTO fpfTampon
            WRITE fpfTampon
            CLOSE rapportPerfFou
            CLOSE seriesNumeros
            CLOSE lignesFactureFou
            CLOSE facturesFournisseurs
            CLOSE lignesOa
            CLOSE ordresAchat
            DISPLAY "Fournisseurs edites : " Wnb-fournisseurs
                " (" WS-PERF-FILE ")"
        END-IF
        CLOSE fournisseurs.

*> Indicateurs du fournisseur ffou_id sur la période : ordres d'achat
*> par la clé alternative foa_idfou, factures par ffaf_idfou, unités
*> reçues par un parcours complet de seriesnumeros.dat.
        2000-CALCULER-FOURNISSEUR.
        MOVE 0 TO Wpf-nb-oa
        MOVE 0 TO Wpf-nb-lignes
        MOVE 0 TO Wpf-nb-livrees
        MOVE 0 TO Wpf-cumul-delai
        MOVE 0 TO Wpf-qtecmd
        MOVE 0 TO Wpf-qterecue
        MOVE 0 TO Wpf-nb-factures
        MOVE 0 TO Wpf-nb-litiges
        MOVE 0 TO Wpf-val-litiges
        MOVE 0 TO Wpf-nb-unites
        MOVE 0 TO Wpf-nb-recl
        MOVE ffou_id TO foa_idfou
        MOVE 0 TO Wfino
        START ordresAchat KEY IS = foa_idfou
            INVALID KEY MOVE 1 TO Wfino
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfino = 1
            READ ordresAchat NEXT RECORD
                AT END
                    MOVE 1 TO Wfino
                NOT AT END
                    IF foa_idfou NOT = ffou_id THEN
                        MOVE 1 TO Wfino
                    ELSE
                        IF foa_date-num >= Wper-debut-num
                           AND foa_date-num <= Wper-fin-num THEN
                            ADD 1 TO Wpf-nb-oa
                            PERFORM 2100-CUMULER-LIGNES-OA
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
                            ADD 1 TO Wpf-nb-factures
                            PERFORM 2200-CUMULER-LITIGES
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE LOW-VALUES TO fsn_numserie
        MOVE 0 TO Wfins
        START seriesNumeros KEY IS NOT LESS THAN fsn_numserie
            INVALID KEY MOVE 1 TO Wfins
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfins = 1
            READ seriesNumeros NEXT RECORD
                AT END
                    MOVE 1 TO Wfins
                NOT AT END
                    IF fsn_idfou = ffou_id
                       AND fsn_daterec >= Wper-debut-num
                       AND fsn_daterec <= Wper-fin-num THEN
                        ADD 1 TO Wpf-nb-unites
                        IF fsn_idrecl > 0 THEN
                            ADD 1 TO Wpf-nb-recl
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE 0 TO Wpf-delai-moy
        IF Wpf-nb-livrees > 0 THEN
            COMPUTE Wpf-delai-moy ROUNDED =
                Wpf-cumul-delai / Wpf-nb-livrees
        END-IF
        MOVE 0 TO Wpf-taux-service
        IF Wpf-qtecmd > 0 THEN
            COMPUTE Wpf-taux-service ROUNDED =
                Wpf-qterecue * 100 / Wpf-qtecmd
        END-IF
        MOVE 0 TO Wpf-taux-recl
        IF Wpf-nb-unites > 0 THEN
            COMPUTE Wpf-taux-recl ROUNDED =
                Wpf-nb-recl * 100 / Wpf-nb-unites
        END-IF.

        2100-CUMULER-LIGNES-OA.
        COMPUTE Wjour-oa = FUNCTION INTEGER-OF-DATE(foa_date-num)
        MOVE foa_id TO floa_idoa
        MOVE 0 TO floa_seq
        MOVE 0 TO Wfinl
        START lignesOa KEY IS NOT LESS THAN floa_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesOa NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF floa_idoa NOT = foa_id THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        ADD 1 TO Wpf-nb-lignes
                        ADD floa_qtecmd TO Wpf-qtecmd
                        IF floa_qterecue > floa_qtecmd THEN
                            ADD floa_qtecmd TO Wpf-qterecue
                        ELSE
                            ADD floa_qterecue TO Wpf-qterecue
                        END-IF
                        IF floa_daterec > 0 THEN
                            ADD 1 TO Wpf-nb-livrees
                            COMPUTE Wpf-cumul-delai = Wpf-cumul-delai
                                + FUNCTION INTEGER-OF-DATE(floa_daterec)
                                - Wjour-oa
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        2200-CUMULER-LITIGES.
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
                        IF LIGNE-ECART-QTE OR LIGNE-ECART-PRIX THEN
                            ADD 1 TO Wpf-nb-litiges
                            COMPUTE Wpf-val-litiges = Wpf-val-litiges
                                + flf_qte * flf_prixunit
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        3000-EDITER-FOURNISSEUR.
        ADD 1 TO Wnb-fournisseurs
        MOVE SPACES TO fpfTampon
        STRING "---- Fournisseur " ffou_id " " ffou_nom " ----"
            DELIMITED BY SIZE INTO fpfTampon
        WRITE fpfTampon
        MOVE SPACES TO fpfTampon
        STRING "  Ordres: " Wpf-nb-oa
               " Lignes: " Wpf-nb-lignes
               " Livrees: " Wpf-nb-livrees
               " Delai moyen: " Wpf-delai-moy " j"
            DELIMITED BY SIZE INTO fpfTampon
        WRITE fpfTampon
        MOVE SPACES TO fpfTampon
        STRING "  Commande: " Wpf-qtecmd
               " Recu: " Wpf-qterecue
               " Taux de service: " Wpf-taux-service " %"
            DELIMITED BY SIZE INTO fpfTampon
        WRITE fpfTampon
        MOVE Wpf-val-litiges TO Wpf-val-edit
        MOVE SPACES TO fpfTampon
        STRING "  Factures: " Wpf-nb-factures
               " Lignes en litige: " Wpf-nb-litiges
               " Valeur: " Wpf-val-edit
            DELIMITED BY SIZE INTO fpfTampon
        WRITE fpfTampon
        MOVE Wpf-taux-recl TO Wpf-taux-edit
        MOVE SPACES TO fpfTampon
        STRING "  Unites recues: " Wpf-nb-unites
               " Reclamations garantie: " Wpf-nb-recl
               " Taux: " Wpf-taux-edit " %"
            DELIMITED BY SIZE INTO fpfTampon
        WRITE fpfTampon.
