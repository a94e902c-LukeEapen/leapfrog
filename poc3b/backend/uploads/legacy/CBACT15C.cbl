002730*                     ANY OTHER COUNT (OR RANGE NUMBER OUTSIDE
002740*                     1-4) NOW ABENDS RC=16 INSTEAD OF MERGING
002750*                     FROM A FILE THAT WAS NEVER OPENED.
002762*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
002774*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
002786*                     THE BATCH-BALANCING SIGN-OFF STEP.
002800*    ------------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
005300
005400     SELECT MERGE-REPORT ASSIGN TO 'RPTMRG.PRT'
005500         ORGANIZATION IS SEQUENTIAL.
005520
005540     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
005560         ORGANIZATION IS SEQUENTIAL
005580         FILE STATUS IS WS-BALLEDGR-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
011000 FD  MERGE-REPORT
011100     RECORDING MODE IS F.
011200 01  RPT-RECORD                 PIC X(132).
011203
011206*----------------------------------------------------------------*
011209*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
011212*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
011215*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
011218*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
011221*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
011224*  THE NIGHT'S FIRST STEP CREATES IT.                            *
011227*----------------------------------------------------------------*
011230 FD  BALANCE-LEDGER-FILE
011233     RECORDING MODE IS F.
011236 01  BALANCE-LEDGER-RECORD.
011239     05  BL-STEP-NAME           PIC X(20).
011242     05  BL-STREAM-ID           PIC X(08).
011245     05  BL-BUSINESS-DATE       PIC 9(08).
011248     05  BL-RUN-DATE            PIC 9(08).
011251     05  BL-RUN-TIME            PIC 9(08).
011254     05  BL-RETURN-CODE         PIC 9(04).
011257     05  BL-RECORDS-IN          PIC 9(09).
011260     05  BL-RECORDS-OUT         PIC 9(09).
011263     05  BL-RECORDS-REJECTED    PIC 9(09).
011266     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
011269     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
011272     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
011275     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
011278     05  FILLER                 PIC X(20).
011300
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------------*
014100 77  WS-TOTAL-INTEREST          PIC S9(11)V99  COMP-3 VALUE 0.
014200 77  WS-TOTAL-LATE-FEE          PIC S9(11)V99  COMP-3 VALUE 0.
014300 77  WS-TOTAL-ADJUSTMENT        PIC S9(11)V99  COMP-3 VALUE 0.
014325 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
014350     88  BALLEDGR-FILE-OK                      VALUE '00'.
014375     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
014400
014500 01  WS-CURRENT-DATE.
014600     05  WS-CURR-YYYY           PIC 9(4).
037100         TO S-STATUS
037200     WRITE RPT-RECORD FROM WS-STATUS-LINE
037300         AFTER ADVANCING 2 LINES
037350     PERFORM 8180-WRITE-BALANCE-LEDGER
037400     PERFORM 8200-CLOSE-FILES.
037500
037600 8100-WRITE-COUNT-LINE.
038100     WRITE RPT-RECORD FROM WS-AMOUNT-LINE
038200         AFTER ADVANCING 1 LINE.
038300
038302*----------------------------------------------------------------*
038304*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
038306*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
038308*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
038310*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
038312*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
038314*  CARRIED ON THE RECORD.                                        *
038316*----------------------------------------------------------------*
038318 8180-WRITE-BALANCE-LEDGER.
038320     OPEN EXTEND BALANCE-LEDGER-FILE
038322     IF BALLEDGR-FILE-NOT-FOUND
038324         OPEN OUTPUT BALANCE-LEDGER-FILE
038326     END-IF
038328     IF NOT BALLEDGR-FILE-OK
038330         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
038332             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
038334         MOVE 16 TO RETURN-CODE
038336         PERFORM 8200-CLOSE-FILES
038338         STOP RUN
038340     END-IF
038342     INITIALIZE BALANCE-LEDGER-RECORD
038344     MOVE 'INTPOST-MERGE'       TO BL-STEP-NAME
038346     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
038348     ACCEPT BL-RUN-TIME FROM TIME
038350     MOVE WS-RUN-DATE           TO BL-BUSINESS-DATE
038352     MOVE RETURN-CODE           TO BL-RETURN-CODE
038354     MOVE 'INTPOST'             TO BL-STREAM-ID
038356     MOVE WS-MERGED-COUNT       TO BL-RECORDS-IN
038358     MOVE WS-MERGED-COUNT       TO BL-RECORDS-OUT
038360     MOVE ZERO                  TO BL-RECORDS-REJECTED
038362     MOVE ZERO                  TO BL-AMOUNT-TOTAL
038364     MOVE WS-TOTAL-INTEREST     TO BL-INTEREST-TOTAL
038366     MOVE WS-TOTAL-LATE-FEE     TO BL-FEE-TOTAL
038368     MOVE WS-TOTAL-ADJUSTMENT   TO BL-ADJUSTMENT-TOTAL
038370     WRITE BALANCE-LEDGER-RECORD
038372     CLOSE BALANCE-LEDGER-FILE.
038374
038400 8200-CLOSE-FILES.
038500     CLOSE SPLIT-CONTROL-FILE
038600     CLOSE INTEREST-POST-FILE
