002600*    2026-09-02 TJK   ORIGINAL PROGRAM - RETENTION-GATED
002700*                     ARCHIVAL OF CLOSED ZERO-BALANCE ACCOUNTS
002800*                     WITH PURGE AUDIT REPORT.
002816*    2026-10-15 TJK   CARRIED THE CHARGED-OFF STATUS AND THE
002832*                     CM-CHARGEOFF-DATE / CM-RECOVERED-AMT FIELDS
002848*                     ADDED TO THE CARD-MASTER LAYOUT (SET BY
002864*                     CHARGE-OFF; A CHARGED-OFF ACCOUNT IS NEVER
002880*                     CLOSED, SO IT IS ALWAYS RETAINED HERE).
002885*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
002890*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
002895*                     THE BATCH-BALANCING SIGN-OFF STEP.
002895*    2026-10-15 TJK   EVERY CHANGE THIS PROGRAM MAKES TO THE CARD
002895*                     MASTER APPENDS A BEFORE/AFTER IMAGE RECORD
002895*                     TO THE CARD MASTER CHANGE JOURNAL
002895*                     (CMJRNL.DAT) FOR FORWARD RECOVERY AND THE
002895*                     PER-CARD CHANGE HISTORY.
002900*    ------------------------------------------------------------
003000*
003100 ENVIRONMENT DIVISION.
004600
004700     SELECT ARCHIVE-REPORT ASSIGN TO 'RPTARCH.PRT'
004800         ORGANIZATION IS SEQUENTIAL.
004820
004840     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
004860         ORGANIZATION IS SEQUENTIAL
004880         FILE STATUS IS WS-BALLEDGR-STATUS.
004884
004888     SELECT CARD-MASTER-JOURNAL ASSIGN TO 'CMJRNL.DAT'
004892         ORGANIZATION IS SEQUENTIAL
004896         FILE STATUS IS WS-CMJRNL-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
006000     05  CM-ACCT-STATUS         PIC X(01).
006100         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
006200         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
006250         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
006300     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
006400     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
006500     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
007200         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
007300     05  CM-PIF-CYCLES          PIC 9(03).
007400     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
007466     05  CM-CHARGEOFF-DATE      PIC 9(8).
007532     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
007600
007700*----------------------------------------------------------------*
007800*  HISTORY-FILE - ARCHIVED CARD-MASTER RECORDS PLUS THE DATE     *
010400 FD  ARCHIVE-REPORT
010500     RECORDING MODE IS F.
010600 01  RPT-RECORD                 PIC X(132).
010603
010606*----------------------------------------------------------------*
010609*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
010612*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
010615*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
010618*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
010621*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
010624*  THE NIGHT'S FIRST STEP CREATES IT.                            *
010627*----------------------------------------------------------------*
010630 FD  BALANCE-LEDGER-FILE
010633     RECORDING MODE IS F.
010636 01  BALANCE-LEDGER-RECORD.
010639     05  BL-STEP-NAME           PIC X(20).
010642     05  BL-STREAM-ID           PIC X(08).
010645     05  BL-BUSINESS-DATE       PIC 9(08).
010648     05  BL-RUN-DATE            PIC 9(08).
010651     05  BL-RUN-TIME            PIC 9(08).
010654     05  BL-RETURN-CODE         PIC 9(04).
010657     05  BL-RECORDS-IN          PIC 9(09).
010660     05  BL-RECORDS-OUT         PIC 9(09).
010663     05  BL-RECORDS-REJECTED    PIC 9(09).
010666     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
010669     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
010672     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
010675     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
010678     05  FILLER                 PIC X(20).
010678
010678*----------------------------------------------------------------*
010678*  CARD-MASTER-JOURNAL - CARD MASTER CHANGE JOURNAL. ONE RECORD  *
010678*  PER ADD, UPDATE, CLOSE OR DELETE, APPENDED AS THE CHANGE IS   *
010678*  MADE, CARRYING THE RECORD BEFORE AND AFTER. AN ADD HAS NO     *
010678*  BEFORE IMAGE AND A DELETE NO AFTER IMAGE (SPACES). EACH IMAGE *
010678*  IS ONE CARD-MASTER-RECORD. CARD-MASTER-RECOVER REPLAYS IT     *
010678*  FORWARD FROM A BACKUP AND LISTS A CARD'S CHANGE HISTORY. THE  *
010678*  LAYOUT IS COMMON TO EVERY PROGRAM THAT UPDATES THE MASTER AND *
010678*  MUST BE CHANGED IN ALL OF THEM TOGETHER. CHANGE CODES:        *
010678*      ADD  ACCOUNT ADDED        BAL  BALANCE SET (MAINT)        *
010678*      CLOS ACCOUNT CLOSED       LIM  CREDIT LIMIT SET           *
010678*      INT  INTEREST/FEE POSTING RL/RI/MC/MD ADJUSTMENT TYPE     *
010678*      PU/CA/RT/PY MONETARY TXN  CHGO CHARGE-OFF                 *
010678*      ARCH ARCHIVED TO CARDHIST                                 *
010678*  ABSENT (STATUS 35) UNTIL THE FIRST CHANGE IS JOURNALED.       *
010678*----------------------------------------------------------------*
010678 FD  CARD-MASTER-JOURNAL
010678     RECORDING MODE IS F.
010678 01  CARD-MASTER-JOURNAL-RECORD.
010678     05  CJ-CARD-NUMBER         PIC X(16).
010678     05  CJ-ACTION              PIC X(01).
010678         88  CJ-ACTION-ADD                     VALUE 'A'.
010678         88  CJ-ACTION-UPDATE                  VALUE 'U'.
010678         88  CJ-ACTION-CLOSE                   VALUE 'C'.
010678         88  CJ-ACTION-DELETE                  VALUE 'D'.
010678     05  CJ-CHANGE-CODE         PIC X(04).
010678     05  CJ-PROGRAM-NAME        PIC X(20).
010678     05  CJ-BUSINESS-DATE       PIC 9(08).
010678     05  CJ-CHANGE-DATE         PIC 9(08).
010678     05  CJ-CHANGE-TIME         PIC 9(08).
010678     05  CJ-OPERATOR-ID         PIC X(08).
010678     05  CJ-BEFORE-IMAGE        PIC X(93).
010678     05  CJ-AFTER-IMAGE         PIC X(93).
010678     05  FILLER                 PIC X(20).
010700
010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------*
013400 77  WS-ACTIVE-COUNT            PIC 9(07)      COMP   VALUE 0.
013500 77  WS-ARCHIVED-BAL-TOTAL      PIC S9(11)V99  COMP-3 VALUE 0.
013600 77  WS-RETAINED-BAL-TOTAL      PIC S9(11)V99  COMP-3 VALUE 0.
013625 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
013650     88  BALLEDGR-FILE-OK                      VALUE '00'.
013675     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
013676 77  WS-CMJRNL-STATUS           PIC X(02)      VALUE SPACES.
013677     88  CMJRNL-FILE-OK                        VALUE '00'.
013678     88  CMJRNL-FILE-NOT-FOUND                 VALUE '35'.
013679 77  WS-CMJRNL-OPEN-SW          PIC X(01)      VALUE 'N'.
013680     88  CMJRNL-IS-OPEN                        VALUE 'Y'.
013681
013682*----------------------------------------------------------------*
013683*  CARD-MASTER JOURNAL WORK AREA - THE CHANGE BEING JOURNALED.   *
013684*  THE IMAGES ARE CLEARED ONCE THE JOURNAL RECORD IS WRITTEN.    *
013685*----------------------------------------------------------------*
013686 77  WS-CMJ-ACTION              PIC X(01)      VALUE SPACE.
013687     88  CMJ-ACTION-DELETE                     VALUE 'D'.
013688 77  WS-CMJ-CHANGE-CODE         PIC X(04)      VALUE SPACES.
013689 77  WS-CMJ-OPERATOR            PIC X(08)      VALUE SPACES.
013690 01  WS-CMJ-BEFORE-IMAGE.
013691     05  WS-CMJ-BEFORE-CARD     PIC X(16)      VALUE SPACES.
013692     05  FILLER                 PIC X(77)      VALUE SPACES.
013693 01  WS-CMJ-AFTER-IMAGE.
013694     05  WS-CMJ-AFTER-CARD      PIC X(16)      VALUE SPACES.
013695     05  FILLER                 PIC X(77)      VALUE SPACES.
013700
013800 01  WS-CURRENT-DATE.
013900     05  WS-CURR-YYYY           PIC 9(4).
023600         PERFORM 8200-CLOSE-FILES
023700         STOP RUN
023800     END-IF
023807     OPEN EXTEND CARD-MASTER-JOURNAL
023814     IF CMJRNL-FILE-NOT-FOUND
023821         OPEN OUTPUT CARD-MASTER-JOURNAL
023828     END-IF
023835     IF NOT CMJRNL-FILE-OK
023842         DISPLAY '*** CMJRNL.DAT OPEN FOR UPDATE FAILED - '
023849             'STATUS: ' WS-CMJRNL-STATUS ' ***'
023856         MOVE 16 TO RETURN-CODE
023863         PERFORM 8200-CLOSE-FILES
023870         STOP RUN
023877     END-IF
023884     MOVE 'Y' TO WS-CMJRNL-OPEN-SW
023900     OPEN OUTPUT ARCHIVE-REPORT
024000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
024100     PERFORM 1500-WRITE-REPORT-HEADERS.
030100*  NEVER LOSES AN ACCOUNT IN BETWEEN.                            *
030200*----------------------------------------------------------------*
030300 2400-ARCHIVE-ACCOUNT.
030350     MOVE CARD-MASTER-RECORD    TO WS-CMJ-BEFORE-IMAGE
030400     MOVE CM-CARD-NUMBER        TO CH-CARD-NUMBER
030500     MOVE CM-ACCT-STATUS        TO CH-ACCT-STATUS
030600     MOVE CM-CURR-BALANCE       TO CH-CURR-BALANCE
033300         PERFORM 8200-CLOSE-FILES
033400         STOP RUN
033500     END-IF
033525     MOVE 'D'                   TO WS-CMJ-ACTION
033550     MOVE 'ARCH'                TO WS-CMJ-CHANGE-CODE
033575     PERFORM 2450-WRITE-MASTER-JOURNAL
033600     ADD 1 TO WS-ARCHIVED-COUNT
033700     ADD CM-CURR-BALANCE TO WS-ARCHIVED-BAL-TOTAL
033800     MOVE 'ARCHIVED TO CARDHIST' TO D-DISPOSITION
033900     PERFORM 2500-WRITE-DETAIL-LINE.
033902
033904*----------------------------------------------------------------*
033906*  2450-WRITE-MASTER-JOURNAL - APPENDS THE BEFORE/AFTER IMAGE    *
033908*  OF THE MASTER CHANGE JUST MADE, FOR FORWARD RECOVERY AND THE  *
033910*  PER-CARD CHANGE HISTORY. A CHANGE THAT CANNOT BE JOURNALED    *
033912*  WOULD BE LOST TO RECOVERY, SO THE RUN IS ABENDED.             *
033914*----------------------------------------------------------------*
033916 2450-WRITE-MASTER-JOURNAL.
033918     MOVE SPACES                TO CARD-MASTER-JOURNAL-RECORD
033920     IF CMJ-ACTION-DELETE
033922         MOVE WS-CMJ-BEFORE-CARD TO CJ-CARD-NUMBER
033924     ELSE
033926         MOVE WS-CMJ-AFTER-CARD TO CJ-CARD-NUMBER
033928     END-IF
033930     MOVE WS-CMJ-ACTION         TO CJ-ACTION
033932     MOVE WS-CMJ-CHANGE-CODE    TO CJ-CHANGE-CODE
033934     MOVE 'CARD-MASTER-ARCHIVE' TO CJ-PROGRAM-NAME
033936     MOVE WS-CURRENT-DATE-N     TO CJ-BUSINESS-DATE
033938     ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD
033940     ACCEPT CJ-CHANGE-TIME FROM TIME
033942     MOVE WS-CMJ-OPERATOR       TO CJ-OPERATOR-ID
033944     MOVE WS-CMJ-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE
033946     MOVE WS-CMJ-AFTER-IMAGE    TO CJ-AFTER-IMAGE
033948     WRITE CARD-MASTER-JOURNAL-RECORD
033950     IF NOT CMJRNL-FILE-OK
033952         DISPLAY '*** CMJRNL.DAT WRITE FAILED ***'
033954         DISPLAY '*** CARD  : ' CJ-CARD-NUMBER
033956         DISPLAY '*** STATUS: ' WS-CMJRNL-STATUS
033958         MOVE 16 TO RETURN-CODE
033960         PERFORM 8200-CLOSE-FILES
033962         STOP RUN
033964     END-IF
033966     MOVE SPACES                TO WS-CMJ-BEFORE-IMAGE
033968     MOVE SPACES                TO WS-CMJ-AFTER-IMAGE.
034000
034100 2500-WRITE-DETAIL-LINE.
034200     MOVE CM-CARD-NUMBER        TO D-CARD-NUMBER
037700         DISPLAY '*** PURGE PROOF FAILED - REVIEW RUN   ***'
037800         MOVE 16 TO RETURN-CODE
037900     END-IF
037950     PERFORM 8180-WRITE-BALANCE-LEDGER
038000     PERFORM 8200-CLOSE-FILES.
038100
038200 8100-WRITE-COUNT-LINE.
038700     WRITE RPT-RECORD FROM WS-TOTAL-LINE
038800         AFTER ADVANCING 1 LINE.
038900
038902*----------------------------------------------------------------*
038904*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
038906*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
038908*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
038910*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
038912*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
038914*  CARRIED ON THE RECORD.                                        *
038916*----------------------------------------------------------------*
038918 8180-WRITE-BALANCE-LEDGER.
038920     OPEN EXTEND BALANCE-LEDGER-FILE
038922     IF BALLEDGR-FILE-NOT-FOUND
038924         OPEN OUTPUT BALANCE-LEDGER-FILE
038926     END-IF
038928     IF NOT BALLEDGR-FILE-OK
038930         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
038932             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
038934         MOVE 16 TO RETURN-CODE
038936         PERFORM 8200-CLOSE-FILES
038938         STOP RUN
038940     END-IF
038942     INITIALIZE BALANCE-LEDGER-RECORD
038944     MOVE 'CARD-MASTER-ARCHIVE' TO BL-STEP-NAME
038946     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
038948     ACCEPT BL-RUN-TIME FROM TIME
038950     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
038952     MOVE RETURN-CODE           TO BL-RETURN-CODE
038954     MOVE 'CARDHIST'            TO BL-STREAM-ID
038956     MOVE WS-READ-COUNT         TO BL-RECORDS-IN
038958     MOVE WS-ARCHIVED-COUNT     TO BL-RECORDS-OUT
038960     MOVE WS-ARCHIVED-BAL-TOTAL TO BL-AMOUNT-TOTAL
038962     WRITE BALANCE-LEDGER-RECORD
038964     CLOSE BALANCE-LEDGER-FILE.
038966
039000 8200-CLOSE-FILES.
039100     CLOSE CARD-MASTER
039200     CLOSE HISTORY-FILE
039225     IF CMJRNL-IS-OPEN
039250         CLOSE CARD-MASTER-JOURNAL
039275     END-IF
039300     CLOSE ARCHIVE-REPORT.
