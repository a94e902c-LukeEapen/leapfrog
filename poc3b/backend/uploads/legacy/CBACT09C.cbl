002700*    2026-09-02 TJK   ORIGINAL PROGRAM - ADD/UPDATE/DELETE OF
002800*                     EFFECTIVE-DATED CARDAPR.DAT ROWS WITH
002900*                     VALIDATION AND OPERATOR AUDIT TRAIL.
002925*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
002950*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
002975*                     THE BATCH-BALANCING SIGN-OFF STEP.
003000*    ------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
004700
004800     SELECT MAINT-REPORT ASSIGN TO 'RPTRMNT.PRT'
004900         ORGANIZATION IS SEQUENTIAL.
004920
004940     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
004960         ORGANIZATION IS SEQUENTIAL
004980         FILE STATUS IS WS-BALLEDGR-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
009400 FD  MAINT-REPORT
009500     RECORDING MODE IS F.
009600 01  RPT-RECORD                 PIC X(132).
009603
009606*----------------------------------------------------------------*
009609*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
009612*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
009615*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
009618*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
009621*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
009624*  THE NIGHT'S FIRST STEP CREATES IT.                            *
009627*----------------------------------------------------------------*
009630 FD  BALANCE-LEDGER-FILE
009633     RECORDING MODE IS F.
009636 01  BALANCE-LEDGER-RECORD.
009639     05  BL-STEP-NAME           PIC X(20).
009642     05  BL-STREAM-ID           PIC X(08).
009645     05  BL-BUSINESS-DATE       PIC 9(08).
009648     05  BL-RUN-DATE            PIC 9(08).
009651     05  BL-RUN-TIME            PIC 9(08).
009654     05  BL-RETURN-CODE         PIC 9(04).
009657     05  BL-RECORDS-IN          PIC 9(09).
009660     05  BL-RECORDS-OUT         PIC 9(09).
009663     05  BL-RECORDS-REJECTED    PIC 9(09).
009666     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
009669     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
009672     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
009675     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
009678     05  FILLER                 PIC X(20).
009700
009800 WORKING-STORAGE SECTION.
009900*----------------------------------------------------------------*
014000 77  WS-REJECT-COUNT            PIC 9(07)      COMP   VALUE 0.
014100 77  WS-ROWS-IN-COUNT           PIC 9(07)      COMP   VALUE 0.
014200 77  WS-ROWS-OUT-COUNT          PIC 9(07)      COMP   VALUE 0.
014225 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
014250     88  BALLEDGR-FILE-OK                      VALUE '00'.
014275     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
014300
014400*----------------------------------------------------------------*
014500*  DATE VALIDATION WORK AREAS                                    *
063500     IF WS-REJECT-COUNT > ZERO
063600         MOVE 8 TO RETURN-CODE
063700     END-IF
063750     PERFORM 8180-WRITE-BALANCE-LEDGER
063800     PERFORM 8200-CLOSE-FILES.
063900
063902*----------------------------------------------------------------*
063904*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
063906*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
063908*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
063910*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
063912*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
063914*  CARRIED ON THE RECORD.                                        *
063916*----------------------------------------------------------------*
063918 8180-WRITE-BALANCE-LEDGER.
063920     OPEN EXTEND BALANCE-LEDGER-FILE
063922     IF BALLEDGR-FILE-NOT-FOUND
063924         OPEN OUTPUT BALANCE-LEDGER-FILE
063926     END-IF
063928     IF NOT BALLEDGR-FILE-OK
063930         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
063932             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
063934         MOVE 16 TO RETURN-CODE
063936         PERFORM 8200-CLOSE-FILES
063938         STOP RUN
063940     END-IF
063942     INITIALIZE BALANCE-LEDGER-RECORD
063944     MOVE 'RATE-TABLE-MAINT'    TO BL-STEP-NAME
063946     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
063948     ACCEPT BL-RUN-TIME FROM TIME
063950     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
063952     MOVE RETURN-CODE           TO BL-RETURN-CODE
063954     MOVE 'CARDAPRN'            TO BL-STREAM-ID
063956     MOVE WS-ROWS-IN-COUNT      TO BL-RECORDS-IN
063958     MOVE WS-ROWS-OUT-COUNT     TO BL-RECORDS-OUT
063960     MOVE WS-REJECT-COUNT       TO BL-RECORDS-REJECTED
063962     WRITE BALANCE-LEDGER-RECORD
063964     CLOSE BALANCE-LEDGER-FILE.
063966
064000 8200-CLOSE-FILES.
064100     CLOSE RATE-MAINT-FILE
064200     CLOSE RATE-FILE-OUT
