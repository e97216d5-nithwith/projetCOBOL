*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. EmissionPrelevements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT mandats ASSIGN TO "mandats.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmdt_idcl
       FILE STATUS IS fmdt_stat.

       SELECT prelevements ASSIGN TO "prelevements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fprl_id
       ALTERNATE RECORD KEY fprl_idco WITH DUPLICATES
       FILE STATUS IS fprl_stat.

       SELECT echeances ASSIGN TO "echeances.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fech_key
       FILE STATUS IS fech_stat.

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

       SELECT paiements ASSIGN TO "paiements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpai_key
       FILE STATUS IS fpai_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT joursFeries ASSIGN TO "joursferies.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fjf_date
       FILE STATUS IS fjf_stat.

       SELECT compteurs ASSIGN TO "compteurs.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcpt_id
       FILE STATUS IS fcpt_stat.

       SELECT fichierPrelevements ASSIGN TO WS-PRELEV-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ffpr_stat.

DATA DIVISION.
FILE SECTION.

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

        FD echeances.
        01 fechTampon.
          02 fech_key.
            03 fech_idco PIC 9(5).
            03 fech_seq PIC 9(2).
          02 fech_dateech PIC 9(8).
          02 fech_montant PIC 9(7)V99.
          02 fech_regle PIC 9(7)V99.

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

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD joursFeries.
        01 fjfTampon.
          02 fjf_date PIC 9(8).
          02 fjf_libelle PIC X(20).

        FD compteurs.
        01 fcptTampon.
          02 fcpt_id PIC X(1).
          02 fcpt_val PIC 9(5).

        FD fichierPrelevements.
        01 ffprTampon PIC X(160).

WORKING-STORAGE SECTION.
        77 fmdt_stat PIC 9(2).
        77 fprl_stat PIC 9(2).
        77 fech_stat PIC 9(2).
        77 fco_stat PIC 9(2).
        77 fcl_stat PIC 9(2).
        77 fpai_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 fjf_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 ffpr_stat PIC 9(2).
        77 WS-PRELEV-FILE PIC X(40).
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wouvre PIC 9.
        77 Wdeja PIC 9.
        77 Wjour-ix PIC 9(7).
        77 Wjour-semaine PIC 9.
        77 Wnb-jours PIC 9(5).
        77 Wnb-ouvres PIC 9(5).
        77 Wdate-limite PIC 9(8).
        77 Wpremier-prel PIC 9(8).
        77 Wdate-prel PIC 9(8).
        77 Wmontant-prel PIC 9(7)V99.
        77 Wseq-pai PIC 9(3).
        77 Wnb-emis PIC 9(5).
        77 Wtotal-emis PIC 9(9)V99.
        77 Wnb-encaisses PIC 9(5).
        77 Wtotal-encaisses PIC 9(9)V99.
        77 Wmontant-ed PIC 9(7).99.
        77 Wtotal-ed PIC 9(9).99.
        01 Wdate-jour.
            05 Wjour-annee PIC 9(4).
            05 Wjour-mois PIC 9(2).
            05 Wjour-jour PIC 9(2).
        01 Wdate-jour-num REDEFINES Wdate-jour PIC 9(8).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Prélèvements automatiques des échéanciers et des abonnements.
*> D'abord l'encaissement : un prélèvement émis dont le jour de
*> prélèvement est passé devient un règlement PRELEV dans
*> paiements.dat (hors caisse), imputé sur son échéance. Puis
*> l'émission : toute échéance ouverte d'un client titulaire d'un
*> mandat actif, signée avant l'échéance, tombant dans les
*> PRELEV-JOURS jours ouvrés à venir (5 par défaut, calendrier
*> joursferies.dat) et pas encore présentée, part dans le fichier
*> prelevements_AAAAMMJJ.txt remis à la banque et dans
*> prelevements.dat (compteur L). La date de prélèvement est
*> l'échéance, repoussée au premier jour ouvré et jamais avant le
*> prochain jour ouvré. Les commandes d'abonnement des clients
*> titulaires d'un mandat portent une échéance (AbonnementsGeneration)
*> et passent par le même chemin. Une échéance déjà présentée n'est
*> jamais représentée : un rejet part en relance (ImportRejets-
*> Prelevements, RelanceImpayes).
        0000-MAINLINE.
        DISPLAY "Prelevements automatiques..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        OPEN I-O mandats
        IF fmdt_stat = 35 THEN
            DISPLAY "Pas de mandats, rien a prelever"
        ELSE
            OPEN I-O prelevements
            IF fprl_stat = 35 THEN
                OPEN OUTPUT prelevements
                CLOSE prelevements
                OPEN I-O prelevements
            END-IF
            OPEN I-O echeances
            IF fech_stat = 35 THEN
                OPEN OUTPUT echeances
                CLOSE echeances
                OPEN I-O echeances
            END-IF
            OPEN I-O paiements
            IF fpai_stat = 35 THEN
                OPEN OUTPUT paiements
                CLOSE paiements
                OPEN I-O paiements
            END-IF
            OPEN I-O commandes
            OPEN I-O clients
            OPEN I-O joursFeries
            IF fjf_stat = 35 THEN
                OPEN OUTPUT joursFeries
                CLOSE joursFeries
                OPEN I-O joursFeries
            END-IF
            OPEN I-O compteurs
            IF fcpt_stat = 35 THEN
                OPEN OUTPUT compteurs
                CLOSE compteurs
                OPEN I-O compteurs
            END-IF
            PERFORM 0100-LIRE-PARAMETRES
            PERFORM 1000-ENCAISSER-ECHUS
            PERFORM 2000-EMETTRE-PRELEVEMENTS
            CLOSE compteurs
            CLOSE joursFeries
            CLOSE clients
            CLOSE commandes
            CLOSE paiements
            CLOSE echeances
            CLOSE prelevements
            MOVE Wtotal-encaisses TO Wtotal-ed
            DISPLAY "Prelevements encaisses : " Wnb-encaisses
                " pour " Wtotal-ed
            MOVE Wtotal-emis TO Wtotal-ed
            DISPLAY "Prelevements emis : " Wnb-emis " pour " Wtotal-ed
                " (" WS-PRELEV-FILE ")"
        END-IF
        CLOSE mandats
        GOBACK.

        0100-LIRE-PARAMETRES.
        OPEN I-O parametres
        IF fpar_stat = 35 THEN
            OPEN OUTPUT parametres
            CLOSE parametres
            OPEN I-O parametres
        END-IF
        MOVE 5 TO Wnb-jours
        MOVE 'PRELEV-JOURS' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpar_valeur TO Wnb-jours
        END-READ
        CLOSE parametres.

*> Premier jour ouvré à partir du jour Wjour-ix (inclus) : ni samedi
*> ni dimanche, ni jour férié du calendrier.
        0500-JOUR-OUVRE.
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

        1000-ENCAISSER-ECHUS.
        MOVE 0 TO Wnb-encaisses
        MOVE 0 TO Wtotal-encaisses
        MOVE 0 TO fprl_id
        MOVE 0 TO Wfin
        START prelevements KEY IS NOT LESS THAN fprl_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ prelevements NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF PRELEV-EMIS
                       AND fprl_dateprel < SYS-DATE-NUM THEN
                        PERFORM 1100-ENREGISTRER-PAIEMENT
                    END-IF
            END-READ
        END-PERFORM.

*> Règlement PRELEV daté du jour (le journal comptable le passe le
*> lendemain) au prochain numéro de séquence de la commande, puis
*> imputation sur l'échéance prélevée.
        1100-ENREGISTRER-PAIEMENT.
        MOVE 0 TO Wseq-pai
        MOVE fprl_idco TO fpai_idco
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
                    IF fpai_idco NOT = fprl_idco THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        MOVE fpai_seq TO Wseq-pai
                    END-IF
            END-READ
        END-PERFORM
        ADD 1 TO Wseq-pai
        MOVE fprl_idco TO fpai_idco
        MOVE Wseq-pai TO fpai_seq
        MOVE SYS-DATE-NUM TO fpai_date-num
        MOVE fprl_montant TO fpai_montant
        MOVE 'PRELEV' TO fpai_mode
        MOVE 0 TO fpai_session
        WRITE fpaiTampon END-WRITE
        MOVE fprl_idco TO fech_idco
        MOVE fprl_seqech TO fech_seq
        READ echeances
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD fprl_montant TO fech_regle
                IF fech_regle > fech_montant THEN
                    MOVE fech_montant TO fech_regle
                END-IF
                REWRITE fechTampon
        END-READ
        SET PRELEV-ENCAISSE TO TRUE
        MOVE Wseq-pai TO fprl_seqpai
        REWRITE fprlTampon
        ADD 1 TO Wnb-encaisses
        ADD fprl_montant TO Wtotal-encaisses.

*> Fenêtre d'émission : du prochain jour ouvré jusqu'au N-ième jour
*> ouvré à venir.
        2000-EMETTRE-PRELEVEMENTS.
        COMPUTE Wjour-ix = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) + 1
        PERFORM 0500-JOUR-OUVRE
        MOVE Wdate-jour-num TO Wpremier-prel
        MOVE 1 TO Wnb-ouvres
        PERFORM WITH TEST BEFORE UNTIL Wnb-ouvres >= Wnb-jours
            ADD 1 TO Wjour-ix
            PERFORM 0500-JOUR-OUVRE
            ADD 1 TO Wnb-ouvres
        END-PERFORM
        COMPUTE Wdate-limite = FUNCTION DATE-OF-INTEGER(Wjour-ix)
        MOVE SPACES TO WS-PRELEV-FILE
        STRING "prelevements_" SYS-DATE ".txt"
            DELIMITED BY SIZE INTO WS-PRELEV-FILE
        OPEN OUTPUT fichierPrelevements
        MOVE SPACES TO ffprTampon
        STRING "ENTETE;PRELEVEMENTS;" SYS-DATE ";" Wpremier-prel ";"
               Wdate-limite
            DELIMITED BY SIZE INTO ffprTampon
        WRITE ffprTampon
        MOVE 0 TO Wnb-emis
        MOVE 0 TO Wtotal-emis
        MOVE 0 TO fech_idco
        MOVE 0 TO fech_seq
        MOVE 0 TO Wfin
        START echeances KEY IS NOT LESS THAN fech_key
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ echeances NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF fech_regle < fech_montant
                       AND fech_dateech <= Wdate-limite THEN
                        PERFORM 2100-CONTROLER-ECHEANCE
                    END-IF
            END-READ
        END-PERFORM
        MOVE Wtotal-emis TO Wtotal-ed
        MOVE SPACES TO ffprTampon
        STRING "FIN;" Wnb-emis ";" Wtotal-ed
            DELIMITED BY SIZE INTO ffprTampon
        WRITE ffprTampon
        CLOSE fichierPrelevements.

        2100-CONTROLER-ECHEANCE.
        MOVE fech_idco TO fco_id
        READ commandes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF COMMANDE-ACTIVE THEN
                    MOVE fco_idcl TO fmdt_idcl
                    READ mandats
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF MANDAT-ACTIF
                               AND fech_dateech >= fmdt_datesign THEN
                                PERFORM 2200-CHERCHER-PRESENTATION
                                IF Wdeja = 0 THEN
                                    PERFORM 2300-ECRIRE-PRELEVEMENT
                                END-IF
                            END-IF
                    END-READ
                END-IF
        END-READ.

*> Une échéance n'est présentée qu'une fois, quel que soit le sort du
*> prélèvement (émis, encaissé ou rejeté).
        2200-CHERCHER-PRESENTATION.
        MOVE 0 TO Wdeja
        MOVE fech_idco TO fprl_idco
        MOVE 0 TO Wfinl
        START prelevements KEY IS NOT LESS THAN fprl_idco
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1 OR Wdeja = 1
            READ prelevements NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF fprl_idco NOT = fech_idco THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        IF fprl_seqech = fech_seq THEN
                            MOVE 1 TO Wdeja
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        2300-ECRIRE-PRELEVEMENT.
        COMPUTE Wmontant-prel = fech_montant - fech_regle
        IF fech_dateech < Wpremier-prel THEN
            MOVE Wpremier-prel TO Wdate-prel
        ELSE
            COMPUTE Wjour-ix = FUNCTION INTEGER-OF-DATE(fech_dateech)
            PERFORM 0500-JOUR-OUVRE
            MOVE Wdate-jour-num TO Wdate-prel
        END-IF
        MOVE 'L' TO fcpt_id
        READ compteurs
            INVALID KEY
                MOVE 'L' TO fcpt_id
                MOVE 1 TO fcpt_val
                WRITE fcptTampon END-WRITE
            NOT INVALID KEY
                CONTINUE
        END-READ
        MOVE fcpt_val TO fprl_id
        ADD 1 TO fcpt_val
        REWRITE fcptTampon
        MOVE fech_idco TO fprl_idco
        MOVE fech_seq TO fprl_seqech
        MOVE fco_idcl TO fprl_idcl
        MOVE fmdt_rum TO fprl_rum
        MOVE Wmontant-prel TO fprl_montant
        MOVE SYS-DATE-NUM TO fprl_dateemis
        MOVE Wdate-prel TO fprl_dateprel
        SET PRELEV-EMIS TO TRUE
        MOVE 0 TO fprl_seqpai
        MOVE 0 TO fprl_daterejet
        MOVE SPACES TO fprl_motif
        MOVE 0 TO fprl_frais
        WRITE fprlTampon END-WRITE
        MOVE fco_idcl TO fcl_id
        READ clients
            INVALID KEY MOVE SPACES TO fcl_nom fcl_prenom
        END-READ
        MOVE Wmontant-prel TO Wmontant-ed
        MOVE SPACES TO ffprTampon
        STRING "PRELEVEMENT;" fprl_id ";" fmdt_rum ";" fmdt_datesign
               ";" fcl_nom " " fcl_prenom ";" fmdt_iban ";" fmdt_bic
               ";" Wmontant-ed ";" Wdate-prel
               ";COMMANDE " fech_idco " ECHEANCE " fech_seq
            DELIMITED BY SIZE INTO ffprTampon
        WRITE ffprTampon
        ADD 1 TO Wnb-emis
        ADD Wmontant-prel TO Wtotal-emis.
