001999*                     RE-WORK ACCOUNTS THAT ALREADY PROMISED.
001999*                     THE FILE IS ABSENT (STATUS 35) WHEN NO
001999*                     PROMISES ARE OUTSTANDING.
001999*    2026-10-15 TJK   PURCHASES, CASH ADVANCES, RETURNS AND
001999*                     PAYMENTS ARE NOW POSTED TO THE MASTER
001999*                     BALANCE AHEAD OF THIS RUN BY THE NEW
001999*                     MONETARY-POST STEP. FOR A CARD ON THE
001999*                     MASTER THE CYCLE'S PAYMENTS ARE ALREADY
001999*                     OUT OF CM-CURR-BALANCE, SO THEY ARE NO
001999*                     LONGER SUBTRACTED AGAIN - THEY ARE ADDED
001999*                     BACK ONLY TO DERIVE PAID-IN-FULL STATUS.
001999*    2026-10-15 TJK   A CHARGED-OFF ACCOUNT (STATUS 'X', SET BY
001999*                     THE NEW MONTHLY CHARGE-OFF RUN) NO LONGER
001999*                     ACCRUES INTEREST OR LATE FEES, AND ITS
001999*                     DELINQUENCY COUNT AND PENALTY APR STATE ARE
001999*                     HELD AS CHARGED OFF - IT IS NOT AGED, NOT
001999*                     CUT TO THE COLLECTIONS EXTRACT AND NOT
001999*                     REPRICED. RECOVERIES ARE POSTED BY
001999*                     MONETARY-POST, NOT HERE.
001999*    2026-10-15 TJK   END-OF-JOB CONTROL RECORDS FOR THE NIGHTLY
001999*                     DETAILS, REINJECTIONS AND ADJUSTMENTS ARE
001999*                     APPENDED TO THE NIGHT'S BALANCING LEDGER
001999*                     (BALLEDGR.DAT) FOR THE BATCH-BALANCING
001999*                     SIGN-OFF. EACH RANGE IMAGE WRITES ITS OWN.
001999*    2026-10-15 TJK   EVERY CHANGE THIS PROGRAM MAKES TO THE CARD
001999*                     MASTER APPENDS A BEFORE/AFTER IMAGE RECORD
001999*                     TO THE CARD MASTER CHANGE JOURNAL
001999*                     (CMJRNL.DAT) FOR FORWARD RECOVERY AND THE
001999*                     PER-CARD CHANGE HISTORY.
002000*    ------------------------------------------------------------
002100*
002200 ENVIRONMENT DIVISION.
003299     SELECT REINJECT-FILE ASSIGN TO 'REINJECT.DAT'
003299         ORGANIZATION IS SEQUENTIAL
003299         FILE STATUS IS WS-REINJECT-FILE-STATUS.
003299
003299     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
003299         ORGANIZATION IS SEQUENTIAL
003299         FILE STATUS IS WS-BALLEDGR-STATUS.
003299
003299     SELECT CARD-MASTER-JOURNAL ASSIGN TO 'CMJRNL.DAT'
003299         ORGANIZATION IS SEQUENTIAL
003299         FILE STATUS IS WS-CMJRNL-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
005573     05  CM-ACCT-STATUS         PIC X(01).
005574         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
005575         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
005575         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
005576     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
005577     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
005578     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
005582         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
005582     05  CM-PIF-CYCLES          PIC 9(03).
005582     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
005582     05  CM-CHARGEOFF-DATE      PIC 9(8).
005582     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.

005583*----------------------------------------------------------------*
005584*  ADJUSTMENT-FILE - REVERSAL/ADJUSTMENT TRANSACTIONS KEYED BY   *
005673 FD  REINJECT-FILE
005674     RECORDING MODE IS F.
005675 01  REINJECT-RECORD            PIC X(37).
005675
005675*----------------------------------------------------------------*
005675*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
005675*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
005675*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
005675*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
005675*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
005675*  THE NIGHT'S FIRST STEP CREATES IT.                            *
005675*----------------------------------------------------------------*
005675 FD  BALANCE-LEDGER-FILE
005675     RECORDING MODE IS F.
005675 01  BALANCE-LEDGER-RECORD.
005675     05  BL-STEP-NAME           PIC X(20).
005675     05  BL-STREAM-ID           PIC X(08).
005675     05  BL-BUSINESS-DATE       PIC 9(08).
005675     05  BL-RUN-DATE            PIC 9(08).
005675     05  BL-RUN-TIME            PIC 9(08).
005675     05  BL-RETURN-CODE         PIC 9(04).
005675     05  BL-RECORDS-IN          PIC 9(09).
005675     05  BL-RECORDS-OUT         PIC 9(09).
005675     05  BL-RECORDS-REJECTED    PIC 9(09).
005675     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
005675     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
005675     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
005675     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
005675     05  FILLER                 PIC X(20).
005675
005675*----------------------------------------------------------------*
005675*  CARD-MASTER-JOURNAL - CARD MASTER CHANGE JOURNAL. ONE RECORD  *
005675*  PER ADD, UPDATE, CLOSE OR DELETE, APPENDED AS THE CHANGE IS   *
005675*  MADE, CARRYING THE RECORD BEFORE AND AFTER. AN ADD HAS NO     *
005675*  BEFORE IMAGE AND A DELETE NO AFTER IMAGE (SPACES). EACH IMAGE *
005675*  IS ONE CARD-MASTER-RECORD. CARD-MASTER-RECOVER REPLAYS IT     *
005675*  FORWARD FROM A BACKUP AND LISTS A CARD'S CHANGE HISTORY. THE  *
005675*  LAYOUT IS COMMON TO EVERY PROGRAM THAT UPDATES THE MASTER AND *
005675*  MUST BE CHANGED IN ALL OF THEM TOGETHER. CHANGE CODES:        *
005675*      ADD  ACCOUNT ADDED        BAL  BALANCE SET (MAINT)        *
005675*      CLOS ACCOUNT CLOSED       LIM  CREDIT LIMIT SET           *
005675*      INT  INTEREST/FEE POSTING RL/RI/MC/MD ADJUSTMENT TYPE     *
005675*      PU/CA/RT/PY MONETARY TXN  CHGO CHARGE-OFF                 *
005675*      ARCH ARCHIVED TO CARDHIST                                 *
005675*  ABSENT (STATUS 35) UNTIL THE FIRST CHANGE IS JOURNALED.       *
005675*----------------------------------------------------------------*
005675 FD  CARD-MASTER-JOURNAL
005675     RECORDING MODE IS F.
005675 01  CARD-MASTER-JOURNAL-RECORD.
005675     05  CJ-CARD-NUMBER         PIC X(16).
005675     05  CJ-ACTION              PIC X(01).
005675         88  CJ-ACTION-ADD                     VALUE 'A'.
005675         88  CJ-ACTION-UPDATE                  VALUE 'U'.
005675         88  CJ-ACTION-CLOSE                   VALUE 'C'.
005675         88  CJ-ACTION-DELETE                  VALUE 'D'.
005675     05  CJ-CHANGE-CODE         PIC X(04).
005675     05  CJ-PROGRAM-NAME        PIC X(20).
005675     05  CJ-BUSINESS-DATE       PIC 9(08).
005675     05  CJ-CHANGE-DATE         PIC 9(08).
005675     05  CJ-CHANGE-TIME         PIC 9(08).
005675     05  CJ-OPERATOR-ID         PIC X(08).
005675     05  CJ-BEFORE-IMAGE        PIC X(93).
005675     05  CJ-AFTER-IMAGE         PIC X(93).
005675     05  FILLER                 PIC X(20).

005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------------*
006099     88  MASTER-CARD-FOUND                     VALUE 'Y'.
006099 77  WS-MASTER-CLOSED           PIC X(01)      VALUE 'N'.
006099     88  MASTER-CARD-CLOSED                    VALUE 'Y'.
006099 77  WS-MASTER-CHARGED-OFF      PIC X(01)      VALUE 'N'.
006099     88  MASTER-CARD-CHARGED-OFF               VALUE 'Y'.
006099 77  WS-CYCLE-BOUNDARY-SW       PIC X(01)      VALUE 'N'.
006099     88  CYCLE-BOUNDARY-REACHED                VALUE 'Y'.
006099 77  WS-CYCLE-LENGTH-DAYS       PIC 9(03)      COMP   VALUE 30.
006890 77  WS-LATE-FEE-PCT-AMT        PIC S9(9)V99   COMP-3.
006900 77  WS-LATE-FEE                PIC S9(9)V99   COMP-3.
006905 77  WS-NEW-BALANCE             PIC S9(9)V99   COMP-3.
006906 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
006907     88  BALLEDGR-FILE-OK                      VALUE '00'.
006908     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
006908 77  WS-CMJRNL-STATUS           PIC X(02)      VALUE SPACES.
006908     88  CMJRNL-FILE-OK                        VALUE '00'.
006908     88  CMJRNL-FILE-NOT-FOUND                 VALUE '35'.
006908 77  WS-CMJRNL-OPEN-SW          PIC X(01)      VALUE 'N'.
006908     88  CMJRNL-IS-OPEN                        VALUE 'Y'.
006908
006908*----------------------------------------------------------------*
006908*  CARD-MASTER JOURNAL WORK AREA - THE CHANGE BEING JOURNALED.   *
006908*  THE IMAGES ARE CLEARED ONCE THE JOURNAL RECORD IS WRITTEN.    *
006908*----------------------------------------------------------------*
006908 77  WS-CMJ-ACTION              PIC X(01)      VALUE SPACE.
006908     88  CMJ-ACTION-DELETE                     VALUE 'D'.
006908 77  WS-CMJ-CHANGE-CODE         PIC X(04)      VALUE SPACES.
006908 77  WS-CMJ-OPERATOR            PIC X(08)      VALUE SPACES.
006908 01  WS-CMJ-BEFORE-IMAGE.
006908     05  WS-CMJ-BEFORE-CARD     PIC X(16)      VALUE SPACES.
006908     05  FILLER                 PIC X(77)      VALUE SPACES.
006908 01  WS-CMJ-AFTER-IMAGE.
006908     05  WS-CMJ-AFTER-CARD      PIC X(16)      VALUE SPACES.
006908     05  FILLER                 PIC X(77)      VALUE SPACES.
006910
007000 01  WS-CURRENT-DATE.
007100     05  WS-CURR-YYYY           PIC 9(4).
008399 77  WS-PTP-TABLE-COUNT         PIC 9(05)      COMP   VALUE 0.
008399 77  WS-PTP-TABLE-MAX           PIC 9(05)      COMP   VALUE 10000.
008399 77  WS-PTP-SUPPRESS-COUNT      PIC 9(07)      COMP   VALUE 0.
008399 77  WS-CHGOFF-HELD-COUNT       PIC 9(07)      COMP   VALUE 0.
008399 01  WS-PTP-TABLE.
008399     05  WS-PTP-ENTRY           OCCURS 10000 TIMES
008399                                INDEXED BY WS-PTP-IDX.
008399 77  WS-ADJ-FEE-AMT             PIC S9(9)V99   COMP-3 VALUE 0.
008399 77  WS-ADJ-MANUAL-AMT          PIC S9(9)V99   COMP-3 VALUE 0.
008399 77  WS-ADJ-TOTAL-AMOUNT        PIC S9(11)V99  COMP-3 VALUE 0.
008399 77  WS-ADJ-INT-TOTAL           PIC S9(11)V99  COMP-3 VALUE 0.
008399 77  WS-ADJ-FEE-TOTAL           PIC S9(11)V99  COMP-3 VALUE 0.
008399 77  WS-ADJ-MANUAL-TOTAL        PIC S9(11)V99  COMP-3 VALUE 0.

008399*----------------------------------------------------------------*
008399*  DELINQUENCY AGING FIELDS. BUCKET 1 = CURRENT, 2 = 30 DAYS,    *
016319         PERFORM 8200-CLOSE-FILES
016319         STOP RUN
016319     END-IF
016319*    IN THE PARALLEL RANGE ARRANGEMENT EACH RANGE PACK APPENDS TO
016319*    ITS OWN JOURNAL, AS IT DOES TO ITS OWN INTPOST.DAT. THE
016319*    RANGES NEVER SHARE A CARD, AND CARD-MASTER-RECOVER SORTS THE
016319*    CONCATENATED JOURNALS BACK INTO TIME ORDER.
016319     OPEN EXTEND CARD-MASTER-JOURNAL
016319     IF CMJRNL-FILE-NOT-FOUND
016319         OPEN OUTPUT CARD-MASTER-JOURNAL
016319     END-IF
016319     IF NOT CMJRNL-FILE-OK
016319         DISPLAY '*** CMJRNL.DAT OPEN FOR UPDATE FAILED - '
016319             'STATUS: ' WS-CMJRNL-STATUS ' ***'
016319         MOVE 16 TO RETURN-CODE
016319         PERFORM 8200-CLOSE-FILES
016319         STOP RUN
016319     END-IF
016319     MOVE 'Y' TO WS-CMJRNL-OPEN-SW
016320     OPEN INPUT  RESTART-PARM-FILE
016321     IF RESTART-FILE-OK
016321         MOVE 'Y' TO WS-RESTART-FILE-OPEN-SW
019534         PERFORM 8200-CLOSE-FILES
019534         STOP RUN
019534     END-IF.
019534
019534*----------------------------------------------------------------*
019534*  9770-WRITE-MASTER-JOURNAL - APPENDS THE BEFORE/AFTER IMAGE    *
019534*  OF THE MASTER CHANGE JUST MADE, FOR FORWARD RECOVERY AND THE  *
019534*  PER-CARD CHANGE HISTORY. A CHANGE THAT CANNOT BE JOURNALED    *
019534*  WOULD BE LOST TO RECOVERY, SO THE RUN IS ABENDED.             *
019534*----------------------------------------------------------------*
019534 9770-WRITE-MASTER-JOURNAL.
019534     MOVE SPACES                TO CARD-MASTER-JOURNAL-RECORD
019534     IF CMJ-ACTION-DELETE
019534         MOVE WS-CMJ-BEFORE-CARD TO CJ-CARD-NUMBER
019534     ELSE
019534         MOVE WS-CMJ-AFTER-CARD TO CJ-CARD-NUMBER
019534     END-IF
019534     MOVE WS-CMJ-ACTION         TO CJ-ACTION
019534     MOVE WS-CMJ-CHANGE-CODE    TO CJ-CHANGE-CODE
019534     MOVE 'CALC-INTEREST'       TO CJ-PROGRAM-NAME
019534     MOVE WS-HDR-RUN-DATE       TO CJ-BUSINESS-DATE
019534     ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD
019534     ACCEPT CJ-CHANGE-TIME FROM TIME
019534     MOVE WS-CMJ-OPERATOR       TO CJ-OPERATOR-ID
019534     MOVE WS-CMJ-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE
019534     MOVE WS-CMJ-AFTER-IMAGE    TO CJ-AFTER-IMAGE
019534     WRITE CARD-MASTER-JOURNAL-RECORD
019534     IF NOT CMJRNL-FILE-OK
019534         DISPLAY '*** CMJRNL.DAT WRITE FAILED ***'
019534         DISPLAY '*** CARD  : ' CJ-CARD-NUMBER
019534         DISPLAY '*** STATUS: ' WS-CMJRNL-STATUS
019534         MOVE 16 TO RETURN-CODE
019534         PERFORM 8200-CLOSE-FILES
019534         STOP RUN
019534     END-IF
019534     MOVE SPACES                TO WS-CMJ-BEFORE-IMAGE
019534     MOVE SPACES                TO WS-CMJ-AFTER-IMAGE.

019535*----------------------------------------------------------------*
019536*  9750-CHECK-TRAILER-SEEN - TXN-FILE HIT GENUINE END-OF-FILE    *
019555 2250-READ-CARD-MASTER.
019556     MOVE 'N' TO WS-MASTER-FOUND
019557     MOVE 'N' TO WS-MASTER-CLOSED
019557     MOVE 'N' TO WS-MASTER-CHARGED-OFF
019558     MOVE CARD-NUMBER TO CM-CARD-NUMBER
019559     READ CARD-MASTER
019560         INVALID KEY
019566             IF CM-ACCOUNT-CLOSED
019567                 MOVE 'Y' TO WS-MASTER-CLOSED
019568             END-IF
019568             IF CM-ACCOUNT-CHARGED-OFF
019568                 MOVE 'Y' TO WS-MASTER-CHARGED-OFF
019568             END-IF
019569     END-READ
019569     PERFORM 2260-CHECK-CYCLE-BOUNDARY.
019569
020445         PERFORM 2450-CHECK-OVER-LIMIT
020450         PERFORM 2400-WRITE-REPORT-LINE
020460         PERFORM 2500-WRITE-INTEREST-POST
020470         IF MASTER-CARD-CHARGED-OFF
020472             PERFORM 2565-HOLD-CHARGED-OFF-STATE
020474         ELSE
020476             PERFORM 2560-TRACK-DELINQUENCY
020478         END-IF
020480         PERFORM 2550-POST-CARD-MASTER
020490         ADD 1 TO WS-RECORD-COUNT
020500         ADD WS-INTEREST TO WS-TOTAL-INTEREST
021220     COMPUTE WS-DAILY-RATE = WS-CARD-APR / 365
021250     PERFORM 2305-APPLY-PAYMENTS
021300     IF DERIVED-PAID-IN-FULL OR MASTER-CARD-CLOSED
021350         OR MASTER-CARD-CHARGED-OFF
021400         MOVE ZERO TO WS-INTEREST
021410         MOVE ZERO TO WS-LATE-FEE
021500     ELSE
022111*  2305-APPLY-PAYMENTS - APPLIES THE CYCLE'S PAYMENTS AGAINST    *
022111*  THE EXTRACT BALANCE AND DERIVES PAID-IN-FULL STATUS FROM      *
022111*  REAL MONEY RECEIVED. A CARD WITH NO PAYMENT ENTRY RECEIVED    *
022111*  NOTHING THIS CYCLE. A CARD ON THE MASTER HAS ALREADY HAD THE  *
022111*  PAYMENTS POSTED BY MONETARY-POST, SO ITS BALANCE IS NET OF    *
022111*  THEM AND THE PRE-PAYMENT BALANCE IS RECONSTRUCTED INSTEAD.    *
022111*----------------------------------------------------------------*
022111 2305-APPLY-PAYMENTS.
022111*    A CARD CAN REACH HERE MORE THAN ONCE IN ONE RUN (A
022111     ELSE
022111         PERFORM 2306-APPLY-PAYMENTS-FIRST-TIME
022111     END-IF
022111     IF MASTER-CARD-FOUND
022111         MOVE WS-OPEN-BALANCE TO WS-NET-BALANCE
022111         COMPUTE WS-OPEN-BALANCE =
022111             WS-NET-BALANCE + WS-PMTS-RECEIVED
022111     ELSE
022111         COMPUTE WS-NET-BALANCE =
022111             WS-OPEN-BALANCE - WS-PMTS-RECEIVED
022111     END-IF
022111     IF WS-OPEN-BALANCE > ZERO AND WS-NET-BALANCE > ZERO
022111         MOVE 'N' TO WS-DERIVED-PMT-FULL
022111     ELSE
023749*----------------------------------------------------------------*
023749 2550-POST-CARD-MASTER.
023749     IF MASTER-CARD-FOUND
023749         MOVE CARD-MASTER-RECORD    TO WS-CMJ-BEFORE-IMAGE
023749         MOVE WS-NEW-BALANCE        TO CM-CURR-BALANCE
023749         ADD  WS-INTEREST           TO CM-ACCRUED-INTEREST
023749         ADD  WS-LATE-FEE           TO CM-FEES-YTD
023749         IF CYCLE-BOUNDARY-REACHED
023749             MOVE WS-CURRENT-DATE-N TO CM-LAST-CYCLE-DATE
023749         END-IF
023749         MOVE CARD-MASTER-RECORD    TO WS-CMJ-AFTER-IMAGE
023749         REWRITE CARD-MASTER-RECORD
023749         PERFORM 9760-CHECK-MASTER-REWRITE
023749         MOVE 'U'                   TO WS-CMJ-ACTION
023749         MOVE 'INT '                TO WS-CMJ-CHANGE-CODE
023749         MOVE WS-OVERRIDE-OPERATOR  TO WS-CMJ-OPERATOR
023749         PERFORM 9770-WRITE-MASTER-JOURNAL
023749     END-IF.

023749*----------------------------------------------------------------*
023749     WRITE COLLECTION-RECORD
023749     ADD 1 TO WS-COLLECT-COUNT.
023749
023749*----------------------------------------------------------------*
023749*  2565-HOLD-CHARGED-OFF-STATE - A CHARGED-OFF ACCOUNT HAS LEFT  *
023749*  COLLECTIONS FOR RECOVERY, SO ITS DELINQUENCY COUNT, PENALTY   *
023749*  APR FLAG AND PAID-IN-FULL COUNT ARE CARRIED UNCHANGED ONTO    *
023749*  THE MASTER REWRITE AND IT IS NEITHER AGED NOR EXTRACTED.      *
023749*----------------------------------------------------------------*
023749 2565-HOLD-CHARGED-OFF-STATE.
023749     MOVE CM-DELQ-CYCLES        TO WS-DELQ-CYCLES
023749     MOVE CM-PENALTY-APR-FLAG   TO WS-PENALTY-FLAG
023749     MOVE CM-PIF-CYCLES         TO WS-PIF-CYCLES
023749     IF NOT IN-REINJECT-PHASE
023749         ADD 1 TO WS-CHGOFF-HELD-COUNT
023749     END-IF.
023749
023749 2585-LOOKUP-OPEN-PROMISE.
023749     MOVE 'N' TO WS-PTP-FOUND
023749     PERFORM 2586-CHECK-PROMISE-ENTRY
023858     PERFORM 7100-READ-ADJ-RECORD.
023859
023860 7300-NET-ADJ-INTO-MASTER.
023860     MOVE CARD-MASTER-RECORD    TO WS-CMJ-BEFORE-IMAGE
023861     MOVE ZERO TO WS-ADJ-INT-AMT
023862     MOVE ZERO TO WS-ADJ-FEE-AMT
023862     MOVE ZERO TO WS-ADJ-MANUAL-AMT
023875             MOVE ADJ-AMOUNT TO WS-ADJ-MANUAL-AMT
023876     END-EVALUATE
023877     MOVE WS-CURRENT-DATE-N TO CM-LAST-POST-DATE
023877     MOVE CARD-MASTER-RECORD    TO WS-CMJ-AFTER-IMAGE
023878     REWRITE CARD-MASTER-RECORD
023879     PERFORM 9760-CHECK-MASTER-REWRITE
023880     MOVE 'U'                   TO WS-CMJ-ACTION
023881     MOVE ADJ-TYPE              TO WS-CMJ-CHANGE-CODE
023882     MOVE ADJ-OPERATOR-ID       TO WS-CMJ-OPERATOR
023883     PERFORM 9770-WRITE-MASTER-JOURNAL
023887     PERFORM 7400-WRITE-ADJ-POST
023888     MOVE 'APPLIED' TO ADJ-D-RESULT
023889     ADD 1 TO WS-ADJ-APPLIED-COUNT
023889     ADD WS-ADJ-INT-AMT         TO WS-ADJ-INT-TOTAL
023889     ADD WS-ADJ-FEE-AMT         TO WS-ADJ-FEE-TOTAL
023889     ADD WS-ADJ-MANUAL-AMT      TO WS-ADJ-MANUAL-TOTAL
023890     IF ADJ-MANUAL-DEBIT
023891         ADD ADJ-AMOUNT TO WS-ADJ-TOTAL-AMOUNT
023892     ELSE
024380         DISPLAY 'COLLECTION EXTRACTS SUPPRESSED BY OPEN '
024380             'PROMISES: ' WS-PTP-SUPPRESS-COUNT
024380     END-IF
024380     IF WS-CHGOFF-HELD-COUNT > ZERO
024380         DISPLAY 'CHARGED-OFF CARDS HELD (NO ACCRUAL): '
024380             WS-CHGOFF-HELD-COUNT
024380     END-IF
024381     IF WS-RATE-FUTURE-COUNT > ZERO
024381         DISPLAY 'FUTURE-DATED RATE ROWS NOT YET IN EFFECT: '
024381             WS-RATE-FUTURE-COUNT
024386         DISPLAY 'PENALTY APR APPLIED: ' WS-PENALTY-SET-COUNT
024388             '  CURED: ' WS-PENALTY-CURE-COUNT
024390     END-IF
024395     PERFORM 8180-WRITE-BALANCE-LEDGER
024400     PERFORM 8200-CLOSE-FILES.
024500
024600 8100-WRITE-REPORT-TRAILER.
025084     WRITE RUN-CONTROL-RECORD
025085     CLOSE RUN-CONTROL-FILE.
025100
025101*----------------------------------------------------------------*
025102*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
025103*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
025104*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
025105*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
025106*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
025107*  CARRIED ON THE RECORD.                                        *
025108*----------------------------------------------------------------*
025109 8180-WRITE-BALANCE-LEDGER.
025110     OPEN EXTEND BALANCE-LEDGER-FILE
025111     IF BALLEDGR-FILE-NOT-FOUND
025112         OPEN OUTPUT BALANCE-LEDGER-FILE
025113     END-IF
025114     IF NOT BALLEDGR-FILE-OK
025115         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
025116             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
025117         MOVE 16 TO RETURN-CODE
025118         PERFORM 8200-CLOSE-FILES
025119         STOP RUN
025120     END-IF
025121     INITIALIZE BALANCE-LEDGER-RECORD
025122     MOVE 'CALC-INTEREST'       TO BL-STEP-NAME
025123     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
025124     ACCEPT BL-RUN-TIME FROM TIME
025125     MOVE WS-HDR-RUN-DATE       TO BL-BUSINESS-DATE
025126     MOVE RETURN-CODE           TO BL-RETURN-CODE
025127*    POSTED AND SUSPENDED COUNTS INCLUDE REINJECTED RECORDS, SO
025128*    DETAILS IN PLUS REINJECTIONS MUST EQUAL POSTED PLUS
025129*    SUSPENDED.
025130     MOVE 'TXN'                 TO BL-STREAM-ID
025131     MOVE WS-DETAIL-RECORD-COUNT
025132                                TO BL-RECORDS-IN
025133     MOVE WS-RECORD-COUNT       TO BL-RECORDS-OUT
025134     MOVE WS-REJECT-COUNT       TO BL-RECORDS-REJECTED
025135     MOVE WS-DETAIL-TOTAL-BALANCE
025136                                TO BL-AMOUNT-TOTAL
025137     MOVE WS-TOTAL-INTEREST     TO BL-INTEREST-TOTAL
025138     MOVE WS-TOTAL-LATE-FEE     TO BL-FEE-TOTAL
025139     MOVE ZERO                  TO BL-ADJUSTMENT-TOTAL
025140     WRITE BALANCE-LEDGER-RECORD
025141     MOVE 'REINJECT'            TO BL-STREAM-ID
025142     MOVE WS-REINJECT-COUNT     TO BL-RECORDS-IN
025143     MOVE ZERO                  TO BL-RECORDS-OUT
025144     MOVE ZERO                  TO BL-RECORDS-REJECTED
025145     MOVE ZERO                  TO BL-AMOUNT-TOTAL
025146     MOVE ZERO                  TO BL-INTEREST-TOTAL
025147     MOVE ZERO                  TO BL-FEE-TOTAL
025148     MOVE ZERO                  TO BL-ADJUSTMENT-TOTAL
025149     WRITE BALANCE-LEDGER-RECORD
025150     MOVE 'ADJUST'              TO BL-STREAM-ID
025151     COMPUTE BL-RECORDS-IN =
025152         WS-ADJ-APPLIED-COUNT + WS-ADJ-REJECT-COUNT
025153     MOVE WS-ADJ-APPLIED-COUNT  TO BL-RECORDS-OUT
025154     MOVE WS-ADJ-REJECT-COUNT   TO BL-RECORDS-REJECTED
025155     MOVE WS-ADJ-TOTAL-AMOUNT   TO BL-AMOUNT-TOTAL
025156     MOVE WS-ADJ-INT-TOTAL      TO BL-INTEREST-TOTAL
025157     MOVE WS-ADJ-FEE-TOTAL      TO BL-FEE-TOTAL
025158     MOVE WS-ADJ-MANUAL-TOTAL   TO BL-ADJUSTMENT-TOTAL
025159     WRITE BALANCE-LEDGER-RECORD
025160     CLOSE BALANCE-LEDGER-FILE.
025161
025200 8200-CLOSE-FILES.
025300     CLOSE TXN-FILE
025350     CLOSE CHECKPOINT-FILE
025399     IF RATE-FILE-IS-OPEN
025399         CLOSE RATE-FILE
025399     END-IF
025399     IF CMJRNL-IS-OPEN
025399         CLOSE CARD-MASTER-JOURNAL
025399     END-IF
025400     CLOSE INTEREST-REPORT.

025410*----------------------------------------------------------------*
