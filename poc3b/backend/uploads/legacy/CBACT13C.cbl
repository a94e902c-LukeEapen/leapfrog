002100*    ---------- ----  ------------------------------------------
002200*    2026-09-02 TJK   ORIGINAL PROGRAM - ARCHIVED ACCOUNT
002300*                     LOOKUP FOR THE SERVICING AREA.
002325*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
002350*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
002375*                     THE BATCH-BALANCING SIGN-OFF STEP.
002400*    ------------------------------------------------------------
002500*
002600 ENVIRONMENT DIVISION.
003800
003900     SELECT INQUIRY-REPORT ASSIGN TO 'RPTHINQ.PRT'
004000         ORGANIZATION IS SEQUENTIAL.
004020
004040     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
004060         ORGANIZATION IS SEQUENTIAL
004080         FILE STATUS IS WS-BALLEDGR-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
007900 FD  INQUIRY-REPORT
008000     RECORDING MODE IS F.
008100 01  RPT-RECORD                 PIC X(132).
008103
008106*----------------------------------------------------------------*
008109*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
008112*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
008115*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
008118*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
008121*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
008124*  THE NIGHT'S FIRST STEP CREATES IT.                            *
008127*----------------------------------------------------------------*
008130 FD  BALANCE-LEDGER-FILE
008133     RECORDING MODE IS F.
008136 01  BALANCE-LEDGER-RECORD.
008139     05  BL-STEP-NAME           PIC X(20).
008142     05  BL-STREAM-ID           PIC X(08).
008145     05  BL-BUSINESS-DATE       PIC 9(08).
008148     05  BL-RUN-DATE            PIC 9(08).
008151     05  BL-RUN-TIME            PIC 9(08).
008154     05  BL-RETURN-CODE         PIC 9(04).
008157     05  BL-RECORDS-IN          PIC 9(09).
008160     05  BL-RECORDS-OUT         PIC 9(09).
008163     05  BL-RECORDS-REJECTED    PIC 9(09).
008166     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
008169     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
008172     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
008175     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
008178     05  FILLER                 PIC X(20).
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------*
010000 77  WS-REQUEST-COUNT           PIC 9(05)      COMP   VALUE 0.
010100 77  WS-MATCH-COUNT             PIC 9(07)      COMP   VALUE 0.
010200 77  WS-NOT-FOUND-COUNT         PIC 9(05)      COMP   VALUE 0.
010225 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
010250     88  BALLEDGR-FILE-OK                      VALUE '00'.
010275     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
010300
010400*----------------------------------------------------------------*
010500*  REQUEST TABLE - THE REQUEST DECK IS SMALL (KEYED BY HAND BY   *
033700     MOVE WS-NOT-FOUND-COUNT    TO T-NOT-FOUND-COUNT
033800     WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE
033900         AFTER ADVANCING 2 LINES
033950     PERFORM 8180-WRITE-BALANCE-LEDGER
034000     PERFORM 8200-CLOSE-FILES.
034100
034102*----------------------------------------------------------------*
034104*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
034106*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
034108*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
034110*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
034112*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
034114*  CARRIED ON THE RECORD.                                        *
034116*----------------------------------------------------------------*
034118 8180-WRITE-BALANCE-LEDGER.
034120     OPEN EXTEND BALANCE-LEDGER-FILE
034122     IF BALLEDGR-FILE-NOT-FOUND
034124         OPEN OUTPUT BALANCE-LEDGER-FILE
034126     END-IF
034128     IF NOT BALLEDGR-FILE-OK
034130         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
034132             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
034134         MOVE 16 TO RETURN-CODE
034136         PERFORM 8200-CLOSE-FILES
034138         STOP RUN
034140     END-IF
034142     INITIALIZE BALANCE-LEDGER-RECORD
034144     MOVE 'CARD-HIST-INQUIRY'   TO BL-STEP-NAME
034146     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
034148     ACCEPT BL-RUN-TIME FROM TIME
034150     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
034152     MOVE RETURN-CODE           TO BL-RETURN-CODE
034154     MOVE 'HISTREQ'             TO BL-STREAM-ID
034156     MOVE WS-REQUEST-COUNT      TO BL-RECORDS-IN
034158     MOVE WS-MATCH-COUNT        TO BL-RECORDS-OUT
034160     MOVE WS-NOT-FOUND-COUNT    TO BL-RECORDS-REJECTED
034162     WRITE BALANCE-LEDGER-RECORD
034164     CLOSE BALANCE-LEDGER-FILE.
034166
034200 8200-CLOSE-FILES.
034300     IF HISTORY-FILE-OK
034400         CLOSE HISTORY-FILE
