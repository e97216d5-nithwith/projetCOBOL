*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. ImportRejetsPrelevements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT rejetsBanque ASSIGN TO "rejets_prelevements.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frjb_stat.

       SELECT prelevements ASSIGN TO "prelevements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fprl_id
       ALTERNATE RECORD KEY fprl_idco WITH DUPLICATES
       FILE STATUS IS fprl_stat.

       SELECT paiements ASSIGN TO "paiements.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpai_key
       FILE STATUS IS fpai_stat.

       SELECT echeances ASSIGN TO "echeances.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fech_key
       FILE STATUS IS fech_stat.

       SELECT lignesCommande ASSIGN TO "lignescommande.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY flc_key
       FILE STATUS IS flc_stat.

       SELECT parametres ASSIGN TO "parametres.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fpar_code
       FILE STATUS IS fpar_stat.

       SELECT rapportRejets ASSIGN TO WS-REJETS-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frpr_stat.

DATA DIVISION.
FILE SECTION.

        FD rejetsBanque.
        01 frjbTampon PIC X(80).

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

        FD echeances.
        01 fechTampon.
          02 fech_key.
            03 fech_idco PIC 9(5).
            03 fech_seq PIC 9(2).
          02 fech_dateech PIC 9(8).
          02 fech_montant PIC 9(7)V99.
          02 fech_regle PIC 9(7)V99.

        FD lignesCommande.
        01 flcTampon.
          02 flc_key.
            03 flc_idco PIC 9(5).
            03 flc_seq PIC 9(3).
          02 flc_idart PIC 9(5).
          02 flc_qte PIC 9(3).
          02 flc_prix PIC 9(5)V99.
          02 flc_tauxtva PIC 9(2).
          02 flc_remise PIC 9(2).

        FD parametres.
        01 fparTampon.
          02 fpar_code PIC X(12).
          02 fpar_valeur PIC 9(5).

        FD rapportRejets.
        01 frprTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 frjb_stat PIC 9(2).
        77 fprl_stat PIC 9(2).
        77 fpai_stat PIC 9(2).
        77 fech_stat PIC 9(2).
        77 flc_stat PIC 9(2).
        77 fpar_stat PIC 9(2).
        77 frpr_stat PIC 9(2).
        77 WS-REJETS-FILE PIC X(40).
        77 Wfin PIC 9.
        77 Wfinl PIC 9.
        77 Wimpaye-idart PIC 9(5) VALUE 99970.
        77 Wfrais-rejet PIC 9(5)V99.
        77 Wchamp-id PIC X(5) JUSTIFIED RIGHT.
        77 Wchamp-motif PIC X(4).
        77 Wid-prelev PIC 9(5).
        77 Wprochainseql PIC 9(3).
        77 Wnb-rejets PIC 9(5).
        77 Wnb-ignores PIC 9(5).
        77 Wtotal-rejets PIC 9(9)V99.
        77 Wmontant-ed PIC 9(7).99.
        77 Wfrais-ed PIC 9(5).99.
        77 Wtotal-ed PIC 9(9).99.
        77 Wlibelle-rejet PIC X(30).
        77 Wveille-num PIC 9(8).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Retour des prélèvements impayés : la banque dépose
*> rejets_prelevements.txt, une ligne numero;motif par prélèvement
*> rejeté (numéro tel qu'il figure dans le fichier d'émission, motif
*> bancaire sur quatre caractères). Un prélèvement déjà encaissé voit
*> son règlement PRELEV supprimé et son échéance rouverte ; dans tous
*> les cas il passe à l'état rejeté et des frais d'impayé (paramètre
*> PRELEV-FRAIS, 15 par défaut) sont ajoutés à la commande sur le
*> pseudo-article 99970, sans TVA. Le numéro de règlement reste noté
*> sur le prélèvement quand le journal comptable l'avait déjà passé,
*> pour qu'il le contre-passe avec les frais. La commande redevient
*> débitrice et RelanceImpayes la relance dès la nuit même. Un compte
*> rendu prelevements_rejetes_AAAAMMJJ.txt est produit et le fichier
*> de la banque est supprimé après traitement.
        0000-MAINLINE.
        DISPLAY "Rejets de prelevements..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wveille-num = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM) - 1)
        OPEN INPUT rejetsBanque
        IF frjb_stat = 35 THEN
            DISPLAY "Pas de rejets de prelevements deposes"
        ELSE
            OPEN I-O prelevements
            IF fprl_stat = 35 THEN
                OPEN OUTPUT prelevements
                CLOSE prelevements
                OPEN I-O prelevements
            END-IF
            OPEN I-O paiements
            IF fpai_stat = 35 THEN
                OPEN OUTPUT paiements
                CLOSE paiements
                OPEN I-O paiements
            END-IF
            OPEN I-O echeances
            IF fech_stat = 35 THEN
                OPEN OUTPUT echeances
                CLOSE echeances
                OPEN I-O echeances
            END-IF
            OPEN I-O lignesCommande
            IF flc_stat = 35 THEN
                OPEN OUTPUT lignesCommande
                CLOSE lignesCommande
                OPEN I-O lignesCommande
            END-IF
            PERFORM 0100-LIRE-PARAMETRES
            MOVE SPACES TO WS-REJETS-FILE
            STRING "prelevements_rejetes_" SYS-DATE ".txt"
                DELIMITED BY SIZE INTO WS-REJETS-FILE
            OPEN OUTPUT rapportRejets
            MOVE SPACES TO frprTampon
            STRING "PRELEVEMENTS REJETES DU " SYS-DATE
                DELIMITED BY SIZE INTO frprTampon
            WRITE frprTampon
            MOVE 0 TO Wnb-rejets
            MOVE 0 TO Wnb-ignores
            MOVE 0 TO Wtotal-rejets
            MOVE 0 TO Wfin
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ rejetsBanque
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF frjbTampon NOT = SPACES THEN
                            PERFORM 1000-TRAITER-LIGNE
                        END-IF
                END-READ
            END-PERFORM
            MOVE Wtotal-rejets TO Wtotal-ed
            MOVE SPACES TO frprTampon
            STRING "TOTAL : " Wnb-rejets " rejets pour " Wtotal-ed
                   ", " Wnb-ignores " lignes ignorees"
                DELIMITED BY SIZE INTO frprTampon
            WRITE frprTampon
            CLOSE rapportRejets
            CLOSE lignesCommande
            CLOSE echeances
            CLOSE paiements
            CLOSE prelevements
            CLOSE rejetsBanque
            DELETE FILE rejetsBanque
            DISPLAY "Rejets : " Wnb-rejets " traites, "
                Wnb-ignores " ignores (" WS-REJETS-FILE ")"
        END-IF
        GOBACK.

        0100-LIRE-PARAMETRES.
        OPEN I-O parametres
        IF fpar_stat = 35 THEN
            OPEN OUTPUT parametres
            CLOSE parametres
            OPEN I-O parametres
        END-IF
        MOVE 15 TO Wfrais-rejet
        MOVE 'PRELEV-FRAIS' TO fpar_code
        READ parametres
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpar_valeur TO Wfrais-rejet
        END-READ
        CLOSE parametres.

        1000-TRAITER-LIGNE.
        MOVE SPACES TO Wchamp-id
        MOVE SPACES TO Wchamp-motif
        UNSTRING frjbTampon DELIMITED BY ';'
            INTO Wchamp-id Wchamp-motif
        END-UNSTRING
        INSPECT Wchamp-id REPLACING LEADING SPACE BY '0'
        MOVE SPACES TO Wlibelle-rejet
        IF Wchamp-id NOT NUMERIC THEN
            MOVE "numero illisible" TO Wlibelle-rejet
        ELSE
            MOVE Wchamp-id TO Wid-prelev
            MOVE Wid-prelev TO fprl_id
            READ prelevements
                INVALID KEY
                    MOVE "prelevement inconnu" TO Wlibelle-rejet
                NOT INVALID KEY
                    IF PRELEV-REJETE THEN
                        MOVE "deja rejete" TO Wlibelle-rejet
                    ELSE
                        PERFORM 2000-REJETER-PRELEVEMENT
                    END-IF
            END-READ
        END-IF
        IF Wlibelle-rejet NOT = SPACES THEN
            ADD 1 TO Wnb-ignores
            MOVE SPACES TO frprTampon
            STRING "IGNORE ; " frjbTampon(1:40) " ; " Wlibelle-rejet
                DELIMITED BY SIZE INTO frprTampon
            WRITE frprTampon
        END-IF.

        2000-REJETER-PRELEVEMENT.
        IF PRELEV-ENCAISSE THEN
            MOVE fprl_idco TO fpai_idco
            MOVE fprl_seqpai TO fpai_seq
            READ paiements
                INVALID KEY
                    MOVE 0 TO fprl_seqpai
                NOT INVALID KEY
*> Règlement daté de la veille ou du jour : le journal comptable ne
*> l'a pas encore passé, il disparaît sans contre-passation.
                    IF fpai_date-num >= Wveille-num THEN
                        MOVE 0 TO fprl_seqpai
                    END-IF
                    DELETE paiements RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
            END-READ
            MOVE fprl_idco TO fech_idco
            MOVE fprl_seqech TO fech_seq
            READ echeances
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fech_regle > fprl_montant THEN
                        SUBTRACT fprl_montant FROM fech_regle
                    ELSE
                        MOVE 0 TO fech_regle
                    END-IF
                    REWRITE fechTampon
            END-READ
        ELSE
            MOVE 0 TO fprl_seqpai
        END-IF
        SET PRELEV-REJETE TO TRUE
        MOVE SYS-DATE-NUM TO fprl_daterejet
        MOVE Wchamp-motif TO fprl_motif
        MOVE Wfrais-rejet TO fprl_frais
        REWRITE fprlTampon
        IF Wfrais-rejet > 0 THEN
            PERFORM 2100-AJOUTER-FRAIS
        END-IF
        ADD 1 TO Wnb-rejets
        ADD fprl_montant TO Wtotal-rejets
        MOVE fprl_montant TO Wmontant-ed
        MOVE Wfrais-rejet TO Wfrais-ed
        MOVE SPACES TO frprTampon
        STRING "REJET ; prelevement " fprl_id " ; commande " fprl_idco
               " ; client " fprl_idcl " ; " Wmontant-ed " ; motif "
               Wchamp-motif " ; frais " Wfrais-ed
            DELIMITED BY SIZE INTO frprTampon
        WRITE frprTampon.

*> Les frais d'impayé sont une ligne de la commande : ils entrent
*> ainsi dans le solde dû, la facture et la relance.
        2100-AJOUTER-FRAIS.
        MOVE 0 TO Wprochainseql
        MOVE fprl_idco TO flc_idco
        MOVE 0 TO flc_seq
        MOVE 0 TO Wfinl
        START lignesCommande KEY IS NOT LESS THAN flc_key
            INVALID KEY MOVE 1 TO Wfinl
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfinl = 1
            READ lignesCommande NEXT RECORD
                AT END
                    MOVE 1 TO Wfinl
                NOT AT END
                    IF flc_idco NOT = fprl_idco THEN
                        MOVE 1 TO Wfinl
                    ELSE
                        MOVE flc_seq TO Wprochainseql
                    END-IF
            END-READ
        END-PERFORM
        ADD 1 TO Wprochainseql
        MOVE fprl_idco TO flc_idco
        MOVE Wprochainseql TO flc_seq
        MOVE Wimpaye-idart TO flc_idart
        MOVE 1 TO flc_qte
        MOVE Wfrais-rejet TO flc_prix
        MOVE 0 TO flc_tauxtva
        MOVE 0 TO flc_remise
        WRITE flcTampon END-WRITE.
