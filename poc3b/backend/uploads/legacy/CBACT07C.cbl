002499*                     MNT-CREDIT-LIMIT FIELD, PLUS THE 'L'
002499*                     ACTION TO UPDATE IT. A ZERO LIMIT MEANS
002499*                     NO LIMIT IS ENFORCED (UNCONVERTED CARD).
002499*    2026-10-15 TJK   ADDED THE CHARGED-OFF ACCOUNT STATUS ('X',
002499*                     SET BY THE NEW CHARGE-OFF RUN) AND THE
002499*                     CM-CHARGEOFF-DATE / CM-RECOVERED-AMT FIELDS
002499*                     TO THE MASTER LAYOUT; ZEROED ON ADD. A
002499*                     CHARGED-OFF ACCOUNT CANNOT BE UPDATED,
002499*                     CLOSED OR HAVE ITS LIMIT CHANGED HERE.
002499*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
002499*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
002499*                     THE BATCH-BALANCING SIGN-OFF STEP.
002499*    2026-10-15 TJK   EVERY CHANGE THIS PROGRAM MAKES TO THE CARD
002499*                     MASTER APPENDS A BEFORE/AFTER IMAGE RECORD
002499*                     TO THE CARD MASTER CHANGE JOURNAL
002499*                     (CMJRNL.DAT) FOR FORWARD RECOVERY AND THE
002499*                     PER-CARD CHANGE HISTORY.
002499*    2026-10-15 TJK   ADDED MNT-OPERATOR-ID (THE SERVICING
002499*                     OPERATOR WHO KEYED THE CHANGE) TO THE
002499*                     MAINTENANCE TRANSACTION; CARRIED ON THE
002499*                     JOURNAL RECORD.
002500*    ------------------------------------------------------------
002600*
002700 ENVIRONMENT DIVISION.
004100
004200     SELECT MAINT-REPORT ASSIGN TO 'RPTCMNT.PRT'
004300         ORGANIZATION IS SEQUENTIAL.
004320
004340     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
004360         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS WS-BALLEDGR-STATUS.
004384
004388     SELECT CARD-MASTER-JOURNAL ASSIGN TO 'CMJRNL.DAT'
004392         ORGANIZATION IS SEQUENTIAL
004396         FILE STATUS IS WS-CMJRNL-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005800     05  MNT-BALANCE            PIC S9(9)V99 COMP-3.
005900     05  MNT-EFF-DATE           PIC 9(8).
005950     05  MNT-CREDIT-LIMIT       PIC S9(7)V99 COMP-3.
005975     05  MNT-OPERATOR-ID        PIC X(08).
006000
006100*----------------------------------------------------------------*
006200*  CARD-MASTER - KEYED CARD ACCOUNT MASTER (VSAM KSDS). HOLDS    *
007100     05  CM-ACCT-STATUS         PIC X(01).
007200         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
007300         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
007350         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
007400     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
007500     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
007600     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
007972         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
007974     05  CM-PIF-CYCLES          PIC 9(03).
007976     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
008017     05  CM-CHARGEOFF-DATE      PIC 9(8).
008058     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
008100
008200*----------------------------------------------------------------*
008300*  MAINT-REPORT - PRINTED MAINTENANCE AUDIT REPORT               *
008500 FD  MAINT-REPORT
008600     RECORDING MODE IS F.
008700 01  RPT-RECORD                 PIC X(132).
008703
008706*----------------------------------------------------------------*
008709*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
008712*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
008715*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
008718*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
008721*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
008724*  THE NIGHT'S FIRST STEP CREATES IT.                            *
008727*----------------------------------------------------------------*
008730 FD  BALANCE-LEDGER-FILE
008733     RECORDING MODE IS F.
008736 01  BALANCE-LEDGER-RECORD.
008739     05  BL-STEP-NAME           PIC X(20).
008742     05  BL-STREAM-ID           PIC X(08).
008745     05  BL-BUSINESS-DATE       PIC 9(08).
008748     05  BL-RUN-DATE            PIC 9(08).
008751     05  BL-RUN-TIME            PIC 9(08).
008754     05  BL-RETURN-CODE         PIC 9(04).
008757     05  BL-RECORDS-IN          PIC 9(09).
008760     05  BL-RECORDS-OUT         PIC 9(09).
008763     05  BL-RECORDS-REJECTED    PIC 9(09).
008766     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
008769     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
008772     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
008775     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
008778     05  FILLER                 PIC X(20).
008778
008778*----------------------------------------------------------------*
008778*  CARD-MASTER-JOURNAL - CARD MASTER CHANGE JOURNAL. ONE RECORD  *
008778*  PER ADD, UPDATE, CLOSE OR DELETE, APPENDED AS THE CHANGE IS   *
008778*  MADE, CARRYING THE RECORD BEFORE AND AFTER. AN ADD HAS NO     *
008778*  BEFORE IMAGE AND A DELETE NO AFTER IMAGE (SPACES). EACH IMAGE *
008778*  IS ONE CARD-MASTER-RECORD. CARD-MASTER-RECOVER REPLAYS IT     *
008778*  FORWARD FROM A BACKUP AND LISTS A CARD'S CHANGE HISTORY. THE  *
008778*  LAYOUT IS COMMON TO EVERY PROGRAM THAT UPDATES THE MASTER AND *
008778*  MUST BE CHANGED IN ALL OF THEM TOGETHER. CHANGE CODES:        *
008778*      ADD  ACCOUNT ADDED        BAL  BALANCE SET (MAINT)        *
008778*      CLOS ACCOUNT CLOSED       LIM  CREDIT LIMIT SET           *
008778*      INT  INTEREST/FEE POSTING RL/RI/MC/MD ADJUSTMENT TYPE     *
008778*      PU/CA/RT/PY MONETARY TXN  CHGO CHARGE-OFF                 *
008778*      ARCH ARCHIVED TO CARDHIST                                 *
008778*  ABSENT (STATUS 35) UNTIL THE FIRST CHANGE IS JOURNALED.       *
008778*----------------------------------------------------------------*
008778 FD  CARD-MASTER-JOURNAL
008778     RECORDING MODE IS F.
008778 01  CARD-MASTER-JOURNAL-RECORD.
008778     05  CJ-CARD-NUMBER         PIC X(16).
008778     05  CJ-ACTION              PIC X(01).
008778         88  CJ-ACTION-ADD                     VALUE 'A'.
008778         88  CJ-ACTION-UPDATE                  VALUE 'U'.
008778         88  CJ-ACTION-CLOSE                   VALUE 'C'.
008778         88  CJ-ACTION-DELETE                  VALUE 'D'.
008778     05  CJ-CHANGE-CODE         PIC X(04).
008778     05  CJ-PROGRAM-NAME        PIC X(20).
008778     05  CJ-BUSINESS-DATE       PIC 9(08).
008778     05  CJ-CHANGE-DATE         PIC 9(08).
008778     05  CJ-CHANGE-TIME         PIC 9(08).
008778     05  CJ-OPERATOR-ID         PIC X(08).
008778     05  CJ-BEFORE-IMAGE        PIC X(93).
008778     05  CJ-AFTER-IMAGE         PIC X(93).
008778     05  FILLER                 PIC X(20).
008800
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------------*
010400 77  WS-TXN-COUNT               PIC 9(07)      COMP   VALUE 0.
010500 77  WS-APPLIED-COUNT           PIC 9(07)      COMP   VALUE 0.
010600 77  WS-REJECT-COUNT            PIC 9(07)      COMP   VALUE 0.
010625 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
010650     88  BALLEDGR-FILE-OK                      VALUE '00'.
010675     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
010676 77  WS-CMJRNL-STATUS           PIC X(02)      VALUE SPACES.
010677     88  CMJRNL-FILE-OK                        VALUE '00'.
010678     88  CMJRNL-FILE-NOT-FOUND                 VALUE '35'.
010679 77  WS-CMJRNL-OPEN-SW          PIC X(01)      VALUE 'N'.
010680     88  CMJRNL-IS-OPEN                        VALUE 'Y'.
010681
010682*----------------------------------------------------------------*
010683*  CARD-MASTER JOURNAL WORK AREA - THE CHANGE BEING JOURNALED.   *
010684*  THE IMAGES ARE CLEARED ONCE THE JOURNAL RECORD IS WRITTEN.    *
010685*----------------------------------------------------------------*
010686 77  WS-CMJ-ACTION              PIC X(01)      VALUE SPACE.
010687     88  CMJ-ACTION-DELETE                     VALUE 'D'.
010688 77  WS-CMJ-CHANGE-CODE         PIC X(04)      VALUE SPACES.
010689 77  WS-CMJ-OPERATOR            PIC X(08)      VALUE SPACES.
010690 01  WS-CMJ-BEFORE-IMAGE.
010691     05  WS-CMJ-BEFORE-CARD     PIC X(16)      VALUE SPACES.
010692     05  FILLER                 PIC X(77)      VALUE SPACES.
010693 01  WS-CMJ-AFTER-IMAGE.
010694     05  WS-CMJ-AFTER-CARD      PIC X(16)      VALUE SPACES.
010695     05  FILLER                 PIC X(77)      VALUE SPACES.
010700
010800 01  WS-CURRENT-DATE.
010900     05  WS-CURR-YYYY           PIC 9(4).
019900         PERFORM 8200-CLOSE-FILES
020000         STOP RUN
020100     END-IF
020107     OPEN EXTEND CARD-MASTER-JOURNAL
020114     IF CMJRNL-FILE-NOT-FOUND
020121         OPEN OUTPUT CARD-MASTER-JOURNAL
020128     END-IF
020135     IF NOT CMJRNL-FILE-OK
020142         DISPLAY '*** CMJRNL.DAT OPEN FOR UPDATE FAILED - '
020149             'STATUS: ' WS-CMJRNL-STATUS ' ***'
020156         MOVE 16 TO RETURN-CODE
020163         PERFORM 8200-CLOSE-FILES
020170         STOP RUN
020177     END-IF
020184     MOVE 'Y' TO WS-CMJRNL-OPEN-SW
020200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020300     PERFORM 1500-WRITE-REPORT-HEADERS.
020400
025670     MOVE 'N'                   TO CM-PENALTY-APR-FLAG
025680     MOVE ZERO                  TO CM-PIF-CYCLES
025690     MOVE MNT-CREDIT-LIMIT      TO CM-CREDIT-LIMIT
025693     MOVE ZERO                  TO CM-CHARGEOFF-DATE
025696     MOVE ZERO                  TO CM-RECOVERED-AMT
025698     MOVE CARD-MASTER-RECORD    TO WS-CMJ-AFTER-IMAGE
025700     WRITE CARD-MASTER-RECORD
025800         INVALID KEY
025900             MOVE 'REJECTED - CARD ALREADY EXISTS' TO D-RESULT
026000             PERFORM 2700-WRITE-REJECT-LINE
026100         NOT INVALID KEY
026120             MOVE 'A'    TO WS-CMJ-ACTION
026140             MOVE 'ADD ' TO WS-CMJ-CHANGE-CODE
026160             MOVE MNT-OPERATOR-ID TO WS-CMJ-OPERATOR
026180             PERFORM 2950-WRITE-MASTER-JOURNAL
026200             MOVE 'ACCOUNT ADDED' TO D-RESULT
026300             PERFORM 2600-WRITE-APPLIED-LINE
026400     END-WRITE.
027300             MOVE 'REJECTED - CARD NOT ON MASTER' TO D-RESULT
027400             PERFORM 2700-WRITE-REJECT-LINE
027500         NOT INVALID KEY
027550             EVALUATE TRUE
027560                 WHEN CM-ACCOUNT-CLOSED
027570                     MOVE 'REJECTED - ACCOUNT CLOSED'
027571                         TO D-RESULT
027571                     PERFORM 2700-WRITE-REJECT-LINE
027572                 WHEN CM-ACCOUNT-CHARGED-OFF
027573                     MOVE 'REJECTED - ACCOUNT CHARGED OFF'
027574                         TO D-RESULT
027575                     PERFORM 2700-WRITE-REJECT-LINE
027580                 WHEN OTHER
027586                     MOVE CARD-MASTER-RECORD
027592                         TO WS-CMJ-BEFORE-IMAGE
027600                     MOVE MNT-BALANCE TO CM-CURR-BALANCE
027633                     MOVE CARD-MASTER-RECORD
027666                         TO WS-CMJ-AFTER-IMAGE
027700                     REWRITE CARD-MASTER-RECORD
027750                     PERFORM 2900-CHECK-REWRITE-STATUS
027760                     MOVE 'U'    TO WS-CMJ-ACTION
027770                     MOVE 'BAL ' TO WS-CMJ-CHANGE-CODE
027780                     MOVE MNT-OPERATOR-ID TO WS-CMJ-OPERATOR
027790                     PERFORM 2950-WRITE-MASTER-JOURNAL
027800                     MOVE 'BALANCE UPDATED' TO D-RESULT
027900                     PERFORM 2600-WRITE-APPLIED-LINE
027950             END-EVALUATE
028000     END-READ.
028100
028200*----------------------------------------------------------------*
028900             MOVE 'REJECTED - CARD NOT ON MASTER' TO D-RESULT
029000             PERFORM 2700-WRITE-REJECT-LINE
029100         NOT INVALID KEY
029150             EVALUATE TRUE
029160                 WHEN CM-ACCOUNT-CLOSED
029170                     MOVE 'REJECTED - ACCOUNT CLOSED'
029171                         TO D-RESULT
029171                     PERFORM 2700-WRITE-REJECT-LINE
029172                 WHEN CM-ACCOUNT-CHARGED-OFF
029173                     MOVE 'REJECTED - ACCOUNT CHARGED OFF'
029174                         TO D-RESULT
029175                     PERFORM 2700-WRITE-REJECT-LINE
029180                 WHEN OTHER
029186                     MOVE CARD-MASTER-RECORD
029192                         TO WS-CMJ-BEFORE-IMAGE
029200                     MOVE 'C' TO CM-ACCT-STATUS
029300                     MOVE MNT-EFF-DATE TO CM-CLOSE-DATE
029333                     MOVE CARD-MASTER-RECORD
029366                         TO WS-CMJ-AFTER-IMAGE
029400                     REWRITE CARD-MASTER-RECORD
029450                     PERFORM 2900-CHECK-REWRITE-STATUS
029460                     MOVE 'C'    TO WS-CMJ-ACTION
029470                     MOVE 'CLOS' TO WS-CMJ-CHANGE-CODE
029480                     MOVE MNT-OPERATOR-ID TO WS-CMJ-OPERATOR
029490                     PERFORM 2950-WRITE-MASTER-JOURNAL
029500                     MOVE 'ACCOUNT CLOSED' TO D-RESULT
029600                     PERFORM 2600-WRITE-APPLIED-LINE
029650             END-EVALUATE
029700     END-READ.
029710
029720*----------------------------------------------------------------*
029778             MOVE 'REJECTED - CARD NOT ON MASTER' TO D-RESULT
029780             PERFORM 2700-WRITE-REJECT-LINE
029782         NOT INVALID KEY
029784             EVALUATE TRUE
029786                 WHEN CM-ACCOUNT-CLOSED
029788                     MOVE 'REJECTED - ACCOUNT CLOSED'
029788                         TO D-RESULT
029788                     PERFORM 2700-WRITE-REJECT-LINE
029788                 WHEN CM-ACCOUNT-CHARGED-OFF
029788                     MOVE 'REJECTED - ACCOUNT CHARGED OFF'
029788                         TO D-RESULT
029788                     PERFORM 2700-WRITE-REJECT-LINE
029790                 WHEN OTHER
029790                     MOVE CARD-MASTER-RECORD
029790                         TO WS-CMJ-BEFORE-IMAGE
029792                     MOVE MNT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
029792                     MOVE CARD-MASTER-RECORD
029792                         TO WS-CMJ-AFTER-IMAGE
029794                     REWRITE CARD-MASTER-RECORD
029795                     PERFORM 2900-CHECK-REWRITE-STATUS
029795                     MOVE 'U'    TO WS-CMJ-ACTION
029795                     MOVE 'LIM ' TO WS-CMJ-CHANGE-CODE
029795                     MOVE MNT-OPERATOR-ID TO WS-CMJ-OPERATOR
029795                     PERFORM 2950-WRITE-MASTER-JOURNAL
029796                     MOVE 'CREDIT LIMIT UPDATED' TO D-RESULT
029797                     PERFORM 2600-WRITE-APPLIED-LINE
029798             END-EVALUATE
029799     END-READ.
029800
029900*----------------------------------------------------------------*
030996         PERFORM 8200-CLOSE-FILES
030997         STOP RUN
030998     END-IF.
030998
030998*----------------------------------------------------------------*
030998*  2950-WRITE-MASTER-JOURNAL - APPENDS THE BEFORE/AFTER IMAGE    *
030998*  OF THE MASTER CHANGE JUST MADE, FOR FORWARD RECOVERY AND THE  *
030998*  PER-CARD CHANGE HISTORY. A CHANGE THAT CANNOT BE JOURNALED    *
030998*  WOULD BE LOST TO RECOVERY, SO THE RUN IS ABENDED.             *
030998*----------------------------------------------------------------*
030998 2950-WRITE-MASTER-JOURNAL.
030998     MOVE SPACES                TO CARD-MASTER-JOURNAL-RECORD
030998     IF CMJ-ACTION-DELETE
030998         MOVE WS-CMJ-BEFORE-CARD TO CJ-CARD-NUMBER
030998     ELSE
030998         MOVE WS-CMJ-AFTER-CARD TO CJ-CARD-NUMBER
030998     END-IF
030998     MOVE WS-CMJ-ACTION         TO CJ-ACTION
030998     MOVE WS-CMJ-CHANGE-CODE    TO CJ-CHANGE-CODE
030998     MOVE 'CARD-MASTER-MAINT'   TO CJ-PROGRAM-NAME
030998     MOVE WS-CURRENT-DATE-N     TO CJ-BUSINESS-DATE
030998     ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD
030998     ACCEPT CJ-CHANGE-TIME FROM TIME
030998     MOVE WS-CMJ-OPERATOR       TO CJ-OPERATOR-ID
030998     MOVE WS-CMJ-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE
030998     MOVE WS-CMJ-AFTER-IMAGE    TO CJ-AFTER-IMAGE
030998     WRITE CARD-MASTER-JOURNAL-RECORD
030998     IF NOT CMJRNL-FILE-OK
030998         DISPLAY '*** CMJRNL.DAT WRITE FAILED ***'
030998         DISPLAY '*** CARD  : ' CJ-CARD-NUMBER
030998         DISPLAY '*** STATUS: ' WS-CMJRNL-STATUS
030998         MOVE 16 TO RETURN-CODE
030998         PERFORM 8200-CLOSE-FILES
030998         STOP RUN
030998     END-IF
030998     MOVE SPACES                TO WS-CMJ-BEFORE-IMAGE
030998     MOVE SPACES                TO WS-CMJ-AFTER-IMAGE.
030999
031100 2800-WRITE-DETAIL-LINE.
031200     MOVE MNT-ACTION            TO D-ACTION
032800     IF WS-REJECT-COUNT > ZERO
032900         MOVE 8 TO RETURN-CODE
033000     END-IF
033050     PERFORM 8180-WRITE-BALANCE-LEDGER
033100     PERFORM 8200-CLOSE-FILES.
033200
033202*----------------------------------------------------------------*
033204*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
033206*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
033208*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
033210*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
033212*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
033214*  CARRIED ON THE RECORD.                                        *
033216*----------------------------------------------------------------*
033218 8180-WRITE-BALANCE-LEDGER.
033220     OPEN EXTEND BALANCE-LEDGER-FILE
033222     IF BALLEDGR-FILE-NOT-FOUND
033224         OPEN OUTPUT BALANCE-LEDGER-FILE
033226     END-IF
033228     IF NOT BALLEDGR-FILE-OK
033230         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
033232             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
033234         MOVE 16 TO RETURN-CODE
033236         PERFORM 8200-CLOSE-FILES
033238         STOP RUN
033240     END-IF
033242     INITIALIZE BALANCE-LEDGER-RECORD
033244     MOVE 'CARD-MASTER-MAINT'   TO BL-STEP-NAME
033246     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
033248     ACCEPT BL-RUN-TIME FROM TIME
033250     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
033252     MOVE RETURN-CODE           TO BL-RETURN-CODE
033254     MOVE 'CARDMNT'             TO BL-STREAM-ID
033256     MOVE WS-TXN-COUNT          TO BL-RECORDS-IN
033258     MOVE WS-APPLIED-COUNT      TO BL-RECORDS-OUT
033260     MOVE WS-REJECT-COUNT       TO BL-RECORDS-REJECTED
033262     WRITE BALANCE-LEDGER-RECORD
033264     CLOSE BALANCE-LEDGER-FILE.
033266
033300 8200-CLOSE-FILES.
033400     CLOSE MAINT-TXN-FILE
033500     CLOSE CARD-MASTER
033525     IF CMJRNL-IS-OPEN
033550         CLOSE CARD-MASTER-JOURNAL
033575     END-IF
033600     CLOSE MAINT-REPORT.
