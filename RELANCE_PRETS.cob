*> LOURDELET MARTIN / LEVRARD MARTIN / MARTY THEO / GOUX ALEXANDRE
IDENTIFICATION DIVISION.
PROGRAM-ID. RelancePrets.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT pretsCourtoisie ASSIGN TO "pretscourtoisie.dat"
       ORGANIZATION INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY fprt_idrecl
       ALTERNATE RECORD KEY fprt_numserie WITH DUPLICATES
       FILE STATUS IS fprt_stat.

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

       SELECT rapportPrets ASSIGN TO WS-PRETS-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS frpr_stat.

DATA DIVISION.
FILE SECTION.

        FD pretsCourtoisie.
        01 fprtTampon.
          02 fprt_idrecl PIC 9(5).
          02 fprt_numserie PIC X(15).
          02 fprt_idcl PIC 9(5).
          02 fprt_datesortie PIC 9(8).
          02 fprt_dateprevue PIC 9(8).
          02 fprt_dateretour PIC 9(8).
          02 fprt_etat PIC X(10).
              88 PRET-SORTI VALUE 'sorti'.
              88 PRET-RENDU VALUE 'rendu'.
          02 fprt_daterelance PIC 9(8).
          02 fprt_ope PIC 9(3).

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

        FD rapportPrets.
        01 frprTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 fprt_stat PIC 9(2).
        77 fcl_stat PIC 9(2).
        77 fnout_stat PIC 9(2).
        77 fcpt_stat PIC 9(2).
        77 frpr_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wjours-auj PIC 9(7).
        77 Wretard-jours PIC 9(5).
        77 Wjours-relance PIC 9(5).
        77 Wdelai-relance PIC 9(3) VALUE 7.
        77 Wnb-retard PIC 9(5).
        77 Wnb-relances PIC 9(5).
        77 WS-PRETS-FILE PIC X(44).
        01 SYS-DATE-DATA.
            05 SYS-DATE.
                10 SYS-YEAR PIC 9(4).
                10 SYS-MONTH PIC 9(2).
                10 SYS-DAY PIC 9(2).
            05 SYS-DATE-NUM REDEFINES SYS-DATE PIC 9(8).

PROCEDURE DIVISION.

*> Prêts de courtoisie en retard : chaque nuit, les unités prêtées
*> dont la date de retour convenue est dépassée sont listées avec
*> leur retard dans prets_retard_AAAAMMJJ.txt, et le client est relancé
*> par la boîte d'envoi une fois par semaine jusqu'au retour.
        0000-MAINLINE.
        DISPLAY "Relance des prets de courtoisie en retard..."
        MOVE FUNCTION CURRENT-DATE TO SYS-DATE
        COMPUTE Wjours-auj = FUNCTION INTEGER-OF-DATE(SYS-DATE-NUM)
        STRING "prets_retard_" SYS-DATE ".txt"
            DELIMITED BY SIZE INTO WS-PRETS-FILE
        OPEN I-O pretsCourtoisie
        IF fprt_stat = 35 THEN
            DISPLAY "Pas de prets de courtoisie au registre"
        ELSE
            OPEN I-O clients
            OPEN I-O notificationsOutbox
            IF fnout_stat = 35 THEN
                OPEN OUTPUT notificationsOutbox
                CLOSE notificationsOutbox
                OPEN I-O notificationsOutbox
            END-IF
            OPEN I-O compteurs
            OPEN OUTPUT rapportPrets
            MOVE SPACES TO frprTampon
            STRING "Prets de courtoisie en retard au "
                   SYS-DAY "/" SYS-MONTH "/" SYS-YEAR
                DELIMITED BY SIZE INTO frprTampon
            WRITE frprTampon
            MOVE 0 TO Wnb-retard
            MOVE 0 TO Wnb-relances
            MOVE 0 TO fprt_idrecl
            MOVE 0 TO Wfin
            START pretsCourtoisie KEY IS NOT LESS THAN fprt_idrecl
                INVALID KEY MOVE 1 TO Wfin
            END-START
            PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                READ pretsCourtoisie NEXT RECORD
                    AT END
                        MOVE 1 TO Wfin
                    NOT AT END
                        IF PRET-SORTI
                           AND fprt_dateprevue < SYS-DATE-NUM THEN
                            PERFORM 1000-TRAITER-PRET
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO frprTampon
            STRING "Total en retard : " Wnb-retard
                   " - relances envoyees : " Wnb-relances
                DELIMITED BY SIZE INTO frprTampon
            WRITE frprTampon
            CLOSE rapportPrets
            CLOSE compteurs
            CLOSE notificationsOutbox
            CLOSE clients
            DISPLAY "Prets en retard : " Wnb-retard
                " - relances : " Wnb-relances
                " (" WS-PRETS-FILE ")"
        END-IF
        CLOSE pretsCourtoisie
        GOBACK.

        1000-TRAITER-PRET.
        ADD 1 TO Wnb-retard
        COMPUTE Wretard-jours = Wjours-auj
            - FUNCTION INTEGER-OF-DATE(fprt_dateprevue)
        MOVE SPACES TO frprTampon
        STRING "  Dossier " fprt_idrecl
               " serie " fprt_numserie
               " client " fprt_idcl
               " retard " Wretard-jours " jour(s)"
            DELIMITED BY SIZE INTO frprTampon
        WRITE frprTampon
        IF fprt_daterelance = 0 THEN
            MOVE Wdelai-relance TO Wjours-relance
        ELSE
            COMPUTE Wjours-relance = Wjours-auj
                - FUNCTION INTEGER-OF-DATE(fprt_daterelance)
        END-IF
        IF Wjours-relance >= Wdelai-relance THEN
            MOVE fprt_idcl TO fcl_id
            READ clients
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 2000-DEPOSER-RELANCE
            END-READ
        END-IF.

        2000-DEPOSER-RELANCE.
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
        MOVE 'PRET' TO fnout_type
        SET NOTIF-ATTENTE TO TRUE
        MOVE SPACES TO fnout_texte
        STRING 'Rappel : appareil de pret (dossier n. ' fprt_idrecl
               ') a rendre depuis le ' fprt_dateprevue
            DELIMITED BY SIZE INTO fnout_texte
        WRITE fnoutTampon END-WRITE
        MOVE SYS-DATE-NUM TO fprt_daterelance
        REWRITE fprtTampon
        ADD 1 TO Wnb-relances.
