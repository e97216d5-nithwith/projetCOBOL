*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionReceptions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Anciennes définitions (sans date de réception ni fournisseur).
       SELECT lignesOaAncien ASSIGN TO "lignesoa.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY loanc_key
       FILE STATUS IS loanc_stat.

       SELECT seriesAncien ASSIGN TO "seriesnumeros.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY sanc_numserie
       ALTERNATE RECORD KEY sanc_idart WITH DUPLICATES
       FILE STATUS IS sanc_stat.

*> Nouvelles définitions, au format attendu par les applications.
       SELECT lignesOa ASSIGN TO "lignesoa.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY floa_key
       FILE STATUS IS floa_stat.

       SELECT seriesNumeros ASSIGN TO "seriesnumeros.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fsn_numserie
       ALTERNATE RECORD KEY fsn_idart WITH DUPLICATES
       FILE STATUS IS fsn_stat.

       SELECT ordresAchat ASSIGN TO "ordresachat.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY foa_id
       ALTERNATE RECORD KEY foa_idfou WITH DUPLICATES
       FILE STATUS IS foa_stat.

       SELECT mouvementsStock ASSIGN TO "mouvementsstock.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmvt_key
       FILE STATUS IS fmvt_stat.

       SELECT fichierTravail ASSIGN TO "conversion.trv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ftrv_stat.

DATA DIVISION.
FILE SECTION.

        FD lignesOaAncien.
        01 loancTampon.
          02 loanc_key.
            03 loanc_idoa PIC 9(5).
            03 loanc_seq PIC 9(3).
          02 loanc_idart PIC 9(5).
          02 loanc_qtecmd PIC 9(5).
          02 loanc_qterecue PIC 9(5).

        FD seriesAncien.
        01 sancTampon.
          02 sanc_numserie PIC X(15).
          02 sanc_idart PIC 9(5).
          02 sanc_etat PIC X(10).
          02 sanc_idco PIC 9(5).
          02 sanc_seqligne PIC 9(3).
          02 sanc_daterec PIC 9(8).
          02 sanc_datevente PIC 9(8).
          02 sanc_idrecl PIC 9(5).

        FD lignesOa.
        01 floaTampon.
          02 floa_key.
            03 floa_idoa PIC 9(5).
            03 floa_seq PIC 9(3).
          02 floa_idart PIC 9(5).
          02 floa_qtecmd PIC 9(5).
          02 floa_qterecue PIC 9(5).
          02 floa_daterec PIC 9(8).

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

        FD mouvementsStock.
        01 fmvtTampon.
          02 fmvt_key.
            03 fmvt_idart PIC 9(5).
            03 fmvt_seq PIC 9(5).
          02 fmvt_date_data.
            05 fmvt_date.
                10 fmvt_annee PIC 9(4).
                10 fmvt_mois PIC 9(2).
                10 fmvt_jour PIC 9(2).
            05 fmvt_date-num REDEFINES fmvt_date PIC 9(8).
          02 fmvt_type PIC X(10).
          02 fmvt_sens PIC X(1).
              88 MOUVEMENT-ENTREE VALUE '+'.
              88 MOUVEMENT-SORTIE VALUE '-'.
          02 fmvt_qte PIC 9(5).
          02 fmvt_ref PIC X(6).
          02 fmvt_depot PIC X(3).

        FD fichierTravail.
        01 ftrvTampon PIC X(80).

WORKING-STORAGE SECTION.
        77 loanc_stat PIC 9(2).
        77 sanc_stat PIC 9(2).
        77 floa_stat PIC 9(2).
        77 fsn_stat PIC 9(2).
        77 foa_stat PIC 9(2).
        77 fmvt_stat PIC 9(2).
        77 ftrv_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfinm PIC 9.
        77 Wnb-lus PIC 9(5).
        77 Wnb-recharges PIC 9(5).
        77 Wnb-dates PIC 9(5).
        77 Wmvt-fou PIC 9(5).
        77 Wmvt-date PIC 9(8).

PROCEDURE DIVISION.

*> Conversion unique des deux fichiers dont l'enregistrement s'est
*> allongé pour le suivi des fournisseurs, sans changer de clés :
*> lignesoa.dat (date de la dernière réception de la ligne) et
*> seriesnumeros.dat (fournisseur et ordre d'achat de la réception).
*> Même principe que ConversionExtensions : décharge dans un fichier
*> de travail, suppression, recréation au nouveau format. L'historique
*> est reconstitué au mieux depuis les mouvements de stock de type
*> RECEPTION, dont la référence porte le fournisseur : dernière
*> réception de l'article chez le fournisseur de l'ordre depuis la
*> date de l'ordre pour une ligne déjà reçue, fournisseur de la
*> réception de l'article au jour de réception pour une série. A
*> défaut la zone reste à zéro (hors statistiques). A lancer UNE FOIS,
*> toutes applications arrêtées, après une sauvegarde.
        0000-MAINLINE.
        DISPLAY "---- Conversion lignes OA / numeros de serie ----"
        OPEN INPUT mouvementsStock
        OPEN INPUT ordresAchat
        PERFORM 1000-CONVERTIR-LIGNES-OA
        PERFORM 2000-CONVERTIR-SERIES
        CLOSE ordresAchat
        CLOSE mouvementsStock
        DISPLAY "Conversions terminees"
        GOBACK.

        1000-CONVERTIR-LIGNES-OA.
        MOVE 0 TO Wnb-lus
        OPEN INPUT lignesOaAncien
        IF loanc_stat = 35 THEN
            DISPLAY "lignesoa.dat absent, rien a convertir"
        ELSE
            OPEN OUTPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ lignesOaAncien NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE SPACES TO ftrvTampon
                        MOVE loancTampon TO ftrvTampon
                        WRITE ftrvTampon
                        ADD 1 TO Wnb-lus
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE lignesOaAncien
            DELETE FILE lignesOaAncien
            MOVE 0 TO Wnb-recharges
            MOVE 0 TO Wnb-dates
            OPEN OUTPUT lignesOa
            OPEN INPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fichierTravail
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE ftrvTampon(1:23) TO loancTampon
                        MOVE loanc_idoa TO floa_idoa
                        MOVE loanc_seq TO floa_seq
                        MOVE loanc_idart TO floa_idart
                        MOVE loanc_qtecmd TO floa_qtecmd
                        MOVE loanc_qterecue TO floa_qterecue
                        MOVE 0 TO floa_daterec
                        IF loanc_qterecue > 0 THEN
                            PERFORM 1100-DATER-LIGNE-OA
                        END-IF
                        WRITE floaTampon END-WRITE
                        ADD 1 TO Wnb-recharges
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE lignesOa
            DELETE FILE fichierTravail
            DISPLAY "  lignes OA converties : " Wnb-recharges
                " / " Wnb-lus " (datees : " Wnb-dates ")"
        END-IF.

        1100-DATER-LIGNE-OA.
        MOVE loanc_idoa TO foa_id
        READ ordresAchat
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE loanc_idart TO fmvt_idart
                MOVE 0 TO fmvt_seq
                MOVE 0 TO Wfinm
                START mouvementsStock KEY IS NOT LESS THAN fmvt_key
                    INVALID KEY MOVE 1 TO Wfinm
                END-START
                PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
                    READ mouvementsStock NEXT RECORD
                        AT END
                            MOVE 1 TO Wfinm
                        NOT AT END
                            IF fmvt_idart NOT = loanc_idart THEN
                                MOVE 1 TO Wfinm
                            ELSE
                                PERFORM 3000-LIRE-RECEPTION
                                IF Wmvt-fou = foa_idfou
                                   AND Wmvt-date >= foa_date-num
                                   AND Wmvt-date > floa_daterec THEN
                                    MOVE Wmvt-date TO floa_daterec
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                IF floa_daterec > 0 THEN
                    ADD 1 TO Wnb-dates
                END-IF
        END-READ.

        2000-CONVERTIR-SERIES.
        MOVE 0 TO Wnb-lus
        OPEN INPUT seriesAncien
        IF sanc_stat = 35 THEN
            DISPLAY "seriesnumeros.dat absent, rien a convertir"
        ELSE
            OPEN OUTPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ seriesAncien NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE SPACES TO ftrvTampon
                        MOVE sancTampon TO ftrvTampon
                        WRITE ftrvTampon
                        ADD 1 TO Wnb-lus
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE seriesAncien
            DELETE FILE seriesAncien
            MOVE 0 TO Wnb-recharges
            MOVE 0 TO Wnb-dates
            OPEN OUTPUT seriesNumeros
            OPEN INPUT fichierTravail
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ fichierTravail
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        MOVE ftrvTampon(1:59) TO sancTampon
                        MOVE sanc_numserie TO fsn_numserie
                        MOVE sanc_idart TO fsn_idart
                        MOVE sanc_etat TO fsn_etat
                        MOVE sanc_idco TO fsn_idco
                        MOVE sanc_seqligne TO fsn_seqligne
                        MOVE sanc_daterec TO fsn_daterec
                        MOVE sanc_datevente TO fsn_datevente
                        MOVE sanc_idrecl TO fsn_idrecl
                        MOVE 0 TO fsn_idfou
                        MOVE 0 TO fsn_idoa
                        PERFORM 2100-RATTACHER-SERIE
                        WRITE fsnTampon END-WRITE
                        ADD 1 TO Wnb-recharges
                END-READ
            END-PERFORM
            CLOSE fichierTravail
            CLOSE seriesNumeros
            DELETE FILE fichierTravail
            DISPLAY "  series converties : " Wnb-recharges
                " / " Wnb-lus " (rattachees : " Wnb-dates ")"
        END-IF.

        2100-RATTACHER-SERIE.
        MOVE sanc_idart TO fmvt_idart
        MOVE 0 TO fmvt_seq
        MOVE 0 TO Wfinm
        START mouvementsStock KEY IS NOT LESS THAN fmvt_key
            INVALID KEY MOVE 1 TO Wfinm
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinm = 1
            READ mouvementsStock NEXT RECORD
                AT END
                    MOVE 1 TO Wfinm
                NOT AT END
                    IF fmvt_idart NOT = sanc_idart THEN
                        MOVE 1 TO Wfinm
                    ELSE
                        PERFORM 3000-LIRE-RECEPTION
                        IF Wmvt-fou > 0
                           AND Wmvt-date = sanc_daterec THEN
                            MOVE Wmvt-fou TO fsn_idfou
                            ADD 1 TO Wnb-dates
                            MOVE 1 TO Wfinm
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

*> Fournisseur et date d'un mouvement de réception (zéro sinon).
        3000-LIRE-RECEPTION.
        MOVE 0 TO Wmvt-fou
        MOVE 0 TO Wmvt-date
        IF fmvt_type = 'RECEPTION' AND fmvt_ref(1:5) IS NUMERIC THEN
            MOVE fmvt_ref(1:5) TO Wmvt-fou
            MOVE fmvt_date-num TO Wmvt-date
        END-IF.
