002700*    ---------- ----  ------------------------------------------
002800*    2026-09-02 TJK   ORIGINAL PROGRAM - KEPT/PARTIAL/BROKEN
002900*                     PROMISE MATCHING AGAINST CYCLE PAYMENTS.
002925*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
002950*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
002975*                     THE BATCH-BALANCING SIGN-OFF STEP.
003000*    ------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
004700
004800     SELECT PROMISE-REPORT ASSIGN TO 'RPTPTP.PRT'
004900         ORGANIZATION IS SEQUENTIAL.
004920
004940     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
004960         ORGANIZATION IS SEQUENTIAL
004980         FILE STATUS IS WS-BALLEDGR-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
009600 FD  PROMISE-REPORT
009700     RECORDING MODE IS F.
009800 01  RPT-RECORD                 PIC X(132).
009803
009806*----------------------------------------------------------------*
009809*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
009812*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
009815*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
009818*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
009821*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
009824*  THE NIGHT'S FIRST STEP CREATES IT.                            *
009827*----------------------------------------------------------------*
009830 FD  BALANCE-LEDGER-FILE
009833     RECORDING MODE IS F.
009836 01  BALANCE-LEDGER-RECORD.
009839     05  BL-STEP-NAME           PIC X(20).
009842     05  BL-STREAM-ID           PIC X(08).
009845     05  BL-BUSINESS-DATE       PIC 9(08).
009848     05  BL-RUN-DATE            PIC 9(08).
009851     05  BL-RUN-TIME            PIC 9(08).
009854     05  BL-RETURN-CODE         PIC 9(04).
009857     05  BL-RECORDS-IN          PIC 9(09).
009860     05  BL-RECORDS-OUT         PIC 9(09).
009863     05  BL-RECORDS-REJECTED    PIC 9(09).
009866     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
009869     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
009872     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
009875     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
009878     05  FILLER                 PIC X(20).
009900
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------*
011600*----------------------------------------------------------------*
011700 77  WS-PMTS-RECEIVED           PIC S9(9)V99   COMP-3 VALUE 0.
011800 77  WS-RESULT-STATUS           PIC X(01)      VALUE SPACE.
011825 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
011850     88  BALLEDGR-FILE-OK                      VALUE '00'.
011875     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
011900
012000 01  WS-CURRENT-DATE.
012100     05  WS-CURR-YYYY           PIC 9(4).
012800*  CONTROL COUNTS                                                *
012900*----------------------------------------------------------------*
013000 77  WS-PROMISE-COUNT           PIC 9(07)      COMP   VALUE 0.
013050 77  WS-PROMISE-OUT-COUNT       PIC 9(07)      COMP   VALUE 0.
013100 77  WS-KEPT-COUNT              PIC 9(07)      COMP   VALUE 0.
013200 77  WS-PARTIAL-COUNT           PIC 9(07)      COMP   VALUE 0.
013300 77  WS-BROKEN-COUNT            PIC 9(07)      COMP   VALUE 0.
038000     MOVE PIN-PROMISE-DATE      TO POU-PROMISE-DATE
038100     MOVE PIN-COLLECTOR-ID      TO POU-COLLECTOR-ID
038200     MOVE WS-RESULT-STATUS      TO POU-STATUS
038300     WRITE PROMISE-OUT-RECORD
038350     ADD 1 TO WS-PROMISE-OUT-COUNT.
038400
038500 2600-WRITE-DETAIL-LINE.
038600     MOVE PIN-CARD-NUMBER       TO D-CARD-NUMBER
041800     MOVE WS-SETTLED-COUNT      TO T-SETTLED-COUNT
041900     WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE
042000         AFTER ADVANCING 2 LINES
042050     PERFORM 8180-WRITE-BALANCE-LEDGER
042100     PERFORM 8200-CLOSE-FILES.
042200
042203*----------------------------------------------------------------*
042206*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
042209*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
042212*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
042215*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
042218*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
042221*  CARRIED ON THE RECORD.                                        *
042224*----------------------------------------------------------------*
042227 8180-WRITE-BALANCE-LEDGER.
042230     OPEN EXTEND BALANCE-LEDGER-FILE
042233     IF BALLEDGR-FILE-NOT-FOUND
042236         OPEN OUTPUT BALANCE-LEDGER-FILE
042239     END-IF
042242     IF NOT BALLEDGR-FILE-OK
042245         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
042248             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
042251         MOVE 16 TO RETURN-CODE
042254         PERFORM 8200-CLOSE-FILES
042257         STOP RUN
042260     END-IF
042263     INITIALIZE BALANCE-LEDGER-RECORD
042266     MOVE 'PROMISE-TRACK'       TO BL-STEP-NAME
042269     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
042272     ACCEPT BL-RUN-TIME FROM TIME
042275     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
042278     MOVE RETURN-CODE           TO BL-RETURN-CODE
042281     MOVE 'PROMISEN'            TO BL-STREAM-ID
042284     MOVE WS-PROMISE-COUNT      TO BL-RECORDS-IN
042287     MOVE WS-PROMISE-OUT-COUNT  TO BL-RECORDS-OUT
042290     WRITE BALANCE-LEDGER-RECORD
042293     CLOSE BALANCE-LEDGER-FILE.
042296
042300 8200-CLOSE-FILES.
042400     IF PTPIN-FILE-OK
042500         CLOSE PROMISE-FILE-IN
