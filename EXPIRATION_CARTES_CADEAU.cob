*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ExpirationCartesCadeau.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT cartesCadeau ASSIGN TO "cartescadeau.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcad_id
       ALTERNATE RECORD KEY fcad_idco WITH DUPLICATES
       FILE STATUS IS fcad_stat.

       SELECT mouvementsCartes ASSIGN TO "mouvementscartes.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fmcd_key
       ALTERNATE RECORD KEY fmcd_idco WITH DUPLICATES
       FILE STATUS IS fmcd_stat.

       SELECT clients ASSIGN TO "clients.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fcl_id
       ALTERNATE RECORD KEY fcl_nom WITH DUPLICATES
       FILE STATUS IS fcl_stat.

       SELECT rapportCartes ASSIGN TO WS-CARTES-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frcd_stat.

DATA DIVISION.
FILE SECTION.

        FD cartesCadeau.
        01 fcadTampon.
          02 fcad_id PIC 9(5).
          02 fcad_idco PIC 9(5).
          02 fcad_idcl PIC 9(5).
          02 fcad_montant PIC 9(5)V99.
          02 fcad_solde PIC 9(5)V99.
          02 fcad_dateemis PIC 9(8).
          02 fcad_dateexp PIC 9(8).
          02 fcad_etat PIC X(10).
              88 CARTE-ACTIVE VALUE 'active'.
              88 CARTE-EPUISEE VALUE 'epuisee'.
              88 CARTE-EXPIREE VALUE 'expiree'.
              88 CARTE-ANNULEE VALUE 'annulee'.
          02 fcad_session PIC 9(5).
          02 fcad_ope PIC 9(3).
          02 fcad_nbmvt PIC 9(3).

        FD mouvementsCartes.
        01 fmcdTampon.
          02 fmcd_key.
            03 fmcd_idcarte PIC 9(5).
            03 fmcd_seq PIC 9(3).
          02 fmcd_date PIC 9(8).
          02 fmcd_type PIC X(10).
              88 MVTCARTE-EMISSION VALUE 'emission'.
              88 MVTCARTE-PAIEMENT VALUE 'paiement'.
              88 MVTCARTE-RECREDIT VALUE 'recredit'.
              88 MVTCARTE-EXPIRATION VALUE 'expiration'.
              88 MVTCARTE-ANNULATION VALUE 'annulation'.
          02 fmcd_montant PIC 9(5)V99.
          02 fmcd_idco PIC 9(5).
          02 fmcd_ope PIC 9(3).

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

        FD rapportCartes.
        01 frcdTampon PIC X(120).

WORKING-STORAGE SECTION.
        77 fcad_stat PIC 9(2).
        77 fmcd_stat PIC 9(2).
        77 fcl_stat PIC 9(2).
        77 frcd_stat PIC 9(2).
        77 WS-CARTES-FILE PIC X(40).
        77 Wfin PIC 9.
        77 Wjour-auj PIC 9(7).
        77 Wveille-num PIC 9(8).
        77 Wdans-30j PIC 9(8).
        77 Wnb-expirees PIC 9(5).
        77 Wtot-expire PIC 9(9)V99.
        77 Wnb-encours PIC 9(5).
        77 Wtot-encours PIC 9(9)V99.
        77 Wnb-echeance PIC 9(5).
        77 Wtot-echeance PIC 9(9)V99.
        77 Wmontant-ed PIC Z(4)9.99.
        77 Wsolde-ed PIC Z(4)9.99.
        77 Wtot-ed PIC Z(8)9.99.
        77 Wnb-ed PIC Z(4)9.
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Expiration nocturne des cartes cadeau : toute carte active dont
*> l'échéance est passée perd son solde. Un mouvement 'expiration' du
*> montant perdu est écrit à la date de la veille, pour que le journal
*> comptable de la même nuit passe ce solde de la dette envers le
*> porteur en produits, puis la carte passe à l'état 'expiree'. L'état
*> du jour liste les cartes expirées et l'encours restant (cartes
*> actives avec solde), dont la part qui arrive à échéance dans les
*> trente jours.
        0000-MAINLINE.
        DISPLAY "Expiration des cartes cadeau..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjour-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        COMPUTE Wveille-num = FUNCTION DATE-OF-INTEGER(Wjour-auj - 1)
        COMPUTE Wdans-30j = FUNCTION DATE-OF-INTEGER(Wjour-auj + 30)
        OPEN I-O cartesCadeau
        IF fcad_stat = 35 THEN
            DISPLAY "Pas de cartes cadeau, rien a expirer"
        ELSE
            OPEN I-O mouvementsCartes
            IF fmcd_stat = 35 THEN
                OPEN OUTPUT mouvementsCartes
                CLOSE mouvementsCartes
                OPEN I-O mouvementsCartes
            END-IF
            OPEN I-O clients
            MOVE SPACES TO WS-CARTES-FILE
            STRING "cartes_cadeau_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-CARTES-FILE
            OPEN OUTPUT rapportCartes
            PERFORM 0200-ENTETE
            MOVE 0 TO Wnb-expirees
            MOVE 0 TO Wtot-expire
            MOVE 0 TO Wnb-encours
            MOVE 0 TO Wtot-encours
            MOVE 0 TO Wnb-echeance
            MOVE 0 TO Wtot-echeance
            MOVE 0 TO fcad_id
            MOVE 0 TO Wfin
            START cartesCadeau KEY IS NOT LESS THAN fcad_id
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ cartesCadeau NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF CARTE-ACTIVE
                           AND fcad_dateexp < SYS-DATE-NUM THEN
                            PERFORM 1000-EXPIRER-CARTE
                        END-IF
                END-READ
            END-PERFORM
            PERFORM 2000-EDITER-ENCOURS
            PERFORM 3000-EDITER-TOTAUX
            CLOSE rapportCartes
            CLOSE clients
            CLOSE mouvementsCartes
            DISPLAY "Cartes cadeau expirees : " Wnb-expirees
            DISPLAY "Etat : " WS-CARTES-FILE
        END-IF
        CLOSE cartesCadeau
        GOBACK.

        0200-ENTETE.
        MOVE SPACES TO frcdTampon
        STRING "CARTES CADEAU AU " SYS-DAY "/" SYS-MONTH "/" SYS-YEAR
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon
        MOVE SPACES TO frcdTampon
        WRITE frcdTampon
        MOVE "CARTES EXPIREES" TO frcdTampon
        WRITE frcdTampon
        MOVE SPACES TO frcdTampon
        STRING "Carte;Client;Nom;Montant;Echeance;Solde perdu"
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon.

*> Une carte échue : mouvement d'expiration du solde restant (un
*> solde nul n'en appelle aucun), solde remis à zéro, état 'expiree'.
        1000-EXPIRER-CARTE.
        IF fcad_solde > 0 THEN
            ADD 1 TO fcad_nbmvt
            MOVE fcad_id TO fmcd_idcarte
            MOVE fcad_nbmvt TO fmcd_seq
            MOVE Wveille-num TO fmcd_date
            SET MVTCARTE-EXPIRATION TO TRUE
            MOVE fcad_solde TO fmcd_montant
            MOVE fcad_idco TO fmcd_idco
            MOVE 0 TO fmcd_ope
            WRITE fmcdTampon
                INVALID KEY
                    DISPLAY "Mouvement carte " fcad_id " deja present"
            END-WRITE
        END-IF
        MOVE fcad_idcl TO fcl_id
        READ clients
            INVALID KEY MOVE SPACES TO fcl_nom
        END-READ
        MOVE fcad_montant TO Wmontant-ed
        MOVE fcad_solde TO Wsolde-ed
        MOVE SPACES TO frcdTampon
        STRING fcad_id ";" fcad_idcl ";" fcl_nom ";" Wmontant-ed ";"
               fcad_dateexp ";" Wsolde-ed
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon
        ADD 1 TO Wnb-expirees
        ADD fcad_solde TO Wtot-expire
        MOVE 0 TO fcad_solde
        SET CARTE-EXPIREE TO TRUE
        REWRITE fcadTampon.

*> Encours restant après expiration : cartes actives avec solde, la
*> dette envers les porteurs ; celles qui échoient dans les trente
*> jours sont signalées.
        2000-EDITER-ENCOURS.
        MOVE SPACES TO frcdTampon
        WRITE frcdTampon
        MOVE "ENCOURS DES CARTES ACTIVES" TO frcdTampon
        WRITE frcdTampon
        MOVE SPACES TO frcdTampon
        STRING "Carte;Client;Nom;Montant;Echeance;Solde;A echoir 30 j"
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon
        MOVE 0 TO fcad_id
        MOVE 0 TO Wfin
        START cartesCadeau KEY IS NOT LESS THAN fcad_id
            INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
            READ cartesCadeau NEXT RECORD
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    IF CARTE-ACTIVE AND fcad_solde > 0 THEN
                        PERFORM 2100-LIGNE-ENCOURS
                    END-IF
            END-READ
        END-PERFORM.

        2100-LIGNE-ENCOURS.
        MOVE fcad_idcl TO fcl_id
        READ clients
            INVALID KEY MOVE SPACES TO fcl_nom
        END-READ
        MOVE fcad_montant TO Wmontant-ed
        MOVE fcad_solde TO Wsolde-ed
        MOVE SPACES TO frcdTampon
        IF fcad_dateexp <= Wdans-30j THEN
            STRING fcad_id ";" fcad_idcl ";" fcl_nom ";" Wmontant-ed ";"
                   fcad_dateexp ";" Wsolde-ed ";OUI"
                DELIMITED BY SIZE INTO frcdTampon
            ADD 1 TO Wnb-echeance
            ADD fcad_solde TO Wtot-echeance
        ELSE
            STRING fcad_id ";" fcad_idcl ";" fcl_nom ";" Wmontant-ed ";"
                   fcad_dateexp ";" Wsolde-ed ";NON"
                DELIMITED BY SIZE INTO frcdTampon
        END-IF
        WRITE frcdTampon
        ADD 1 TO Wnb-encours
        ADD fcad_solde TO Wtot-encours.

        3000-EDITER-TOTAUX.
        MOVE SPACES TO frcdTampon
        WRITE frcdTampon
        MOVE "TOTAUX" TO frcdTampon
        WRITE frcdTampon
        MOVE Wnb-expirees TO Wnb-ed
        MOVE Wtot-expire TO Wtot-ed
        MOVE SPACES TO frcdTampon
        STRING "Cartes expirees;" Wnb-ed ";Solde passe en produits;"
               Wtot-ed
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon
        MOVE Wnb-encours TO Wnb-ed
        MOVE Wtot-encours TO Wtot-ed
        MOVE SPACES TO frcdTampon
        STRING "Cartes actives;" Wnb-ed ";Encours;" Wtot-ed
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon
        MOVE Wnb-echeance TO Wnb-ed
        MOVE Wtot-echeance TO Wtot-ed
        MOVE SPACES TO frcdTampon
        STRING "A echoir sous 30 j;" Wnb-ed ";Encours;" Wtot-ed
            DELIMITED BY SIZE INTO frcdTampon
        WRITE frcdTampon.
