003400*    ---------- ----  ------------------------------------------
003500*    2026-09-02 TJK   ORIGINAL PROGRAM - CARD MASTER TO GL
003600*                     JOURNAL MONTH-END RECONCILIATION.
003614*    2026-10-15 TJK   CARRIED THE CHARGED-OFF STATUS AND THE
003628*                     CM-CHARGEOFF-DATE / CM-RECOVERED-AMT FIELDS
003642*                     ADDED TO THE CARD-MASTER LAYOUT (SET BY
003656*                     CHARGE-OFF; NOT USED HERE). THE WRITE-OFF
003670*                     CREDITS TO 12100000/12200000 DO NOT AFFECT
003684*                     THIS DEBIT-SIDE RECONCILIATION.
003688*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
003692*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
003696*                     THE BATCH-BALANCING SIGN-OFF STEP.
003700*    ------------------------------------------------------------
003800*
003900 ENVIRONMENT DIVISION.
006000
006100     SELECT RECON-REPORT ASSIGN TO 'RPTRECN.PRT'
006200         ORGANIZATION IS SEQUENTIAL.
006220
006240     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
006260         ORGANIZATION IS SEQUENTIAL
006280         FILE STATUS IS WS-BALLEDGR-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
008700     05  CM-ACCT-STATUS         PIC X(01).
008800         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
008900         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
008950         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
009000     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
009100     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
009200     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
009900         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
010000     05  CM-PIF-CYCLES          PIC 9(03).
010100     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
010166     05  CM-CHARGEOFF-DATE      PIC 9(8).
010232     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
010300
010400*----------------------------------------------------------------*
010500*  SNAPSHOT-FILE-IN / SNAPSHOT-FILE-OUT - PER-CARD ACCRUAL       *
012800 FD  RECON-REPORT
012900     RECORDING MODE IS F.
013000 01  RPT-RECORD                 PIC X(132).
013003
013006*----------------------------------------------------------------*
013009*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
013012*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
013015*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
013018*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
013021*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
013024*  THE NIGHT'S FIRST STEP CREATES IT.                            *
013027*----------------------------------------------------------------*
013030 FD  BALANCE-LEDGER-FILE
013033     RECORDING MODE IS F.
013036 01  BALANCE-LEDGER-RECORD.
013039     05  BL-STEP-NAME           PIC X(20).
013042     05  BL-STREAM-ID           PIC X(08).
013045     05  BL-BUSINESS-DATE       PIC 9(08).
013048     05  BL-RUN-DATE            PIC 9(08).
013051     05  BL-RUN-TIME            PIC 9(08).
013054     05  BL-RETURN-CODE         PIC 9(04).
013057     05  BL-RECORDS-IN          PIC 9(09).
013060     05  BL-RECORDS-OUT         PIC 9(09).
013063     05  BL-RECORDS-REJECTED    PIC 9(09).
013066     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
013069     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
013072     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
013075     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
013078     05  FILLER                 PIC X(20).
013100
013200 WORKING-STORAGE SECTION.
013300*----------------------------------------------------------------*
017700 77  WS-MASTER-COUNT            PIC 9(07)      COMP   VALUE 0.
017800 77  WS-DIFF-CARD-COUNT         PIC 9(07)      COMP   VALUE 0.
017900 77  WS-ORPHAN-COUNT            PIC 9(07)      COMP   VALUE 0.
017950 77  WS-GL-READ-COUNT           PIC 9(07)      COMP   VALUE 0.
017962 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
017974     88  BALLEDGR-FILE-OK                      VALUE '00'.
017986     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
018000
018100 01  WS-CURRENT-DATE.
018200     05  WS-CURR-YYYY           PIC 9(4).
034400         AT END
034500             MOVE 'Y' TO WS-GL-EOF
034600         NOT AT END
034700             ADD 1 TO WS-GL-READ-COUNT
034800     END-READ.
034900
035000 1220-STORE-GL-ENTRY.
060300         OR WS-ORPHAN-COUNT > ZERO
060400         MOVE 8 TO RETURN-CODE
060500     END-IF
060550     PERFORM 8180-WRITE-BALANCE-LEDGER
060600     PERFORM 8200-CLOSE-FILES.
060700
060800 8100-WRITE-TOTAL-LINE.
061300     WRITE RPT-RECORD FROM WS-COUNT-LINE
061400         AFTER ADVANCING 1 LINE.
061500
061502*----------------------------------------------------------------*
061504*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
061506*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
061508*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
061510*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
061512*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
061514*  CARRIED ON THE RECORD.                                        *
061516*----------------------------------------------------------------*
061518 8180-WRITE-BALANCE-LEDGER.
061520     OPEN EXTEND BALANCE-LEDGER-FILE
061522     IF BALLEDGR-FILE-NOT-FOUND
061524         OPEN OUTPUT BALANCE-LEDGER-FILE
061526     END-IF
061528     IF NOT BALLEDGR-FILE-OK
061530         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
061532             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
061534         MOVE 16 TO RETURN-CODE
061536         PERFORM 8200-CLOSE-FILES
061538         STOP RUN
061540     END-IF
061542     INITIALIZE BALANCE-LEDGER-RECORD
061544     MOVE 'GL-MASTER-RECON'     TO BL-STEP-NAME
061546     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
061548     ACCEPT BL-RUN-TIME FROM TIME
061550     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
061552     MOVE RETURN-CODE           TO BL-RETURN-CODE
061554     MOVE 'CMSNAPN'             TO BL-STREAM-ID
061556     MOVE WS-GL-READ-COUNT      TO BL-RECORDS-IN
061558     MOVE WS-MASTER-COUNT       TO BL-RECORDS-OUT
061560     COMPUTE BL-RECORDS-REJECTED =
061562         WS-DIFF-CARD-COUNT + WS-ORPHAN-COUNT
061564     MOVE WS-TOT-GL-INTEREST    TO BL-INTEREST-TOTAL
061566     MOVE WS-TOT-GL-FEES        TO BL-FEE-TOTAL
061568     WRITE BALANCE-LEDGER-RECORD
061570     CLOSE BALANCE-LEDGER-FILE.
061572
061600 8200-CLOSE-FILES.
061700     CLOSE CARD-MASTER
061800     CLOSE SNAPSHOT-FILE-OUT
