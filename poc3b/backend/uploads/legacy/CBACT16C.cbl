000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MONETARY-POST.
000300 AUTHOR.        CARD-SERVICES-BATCH-TEAM.
000400 INSTALLATION.  CARDDEMO-DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700 SECURITY.      NONE.
000800*REMARKS.
000900*    NIGHTLY MONETARY TRANSACTION POSTING. RUNS AHEAD OF
001000*    CALC-INTEREST AND POSTS EVERY PURCHASE, CASH ADVANCE,
001100*    MERCHANDISE RETURN AND PAYMENT ON THE DAY'S MONETARY
001200*    TRANSACTION FILE (MONTXN.DAT) TO THE KEYED CARD ACCOUNT
001300*    MASTER (CARDMSTR.DAT), SO THE BALANCE THE INTEREST RUN
001400*    ACCRUES ON, THE STATEMENT PRINTS AND THE OVER-LIMIT CHECK
001500*    TESTS IS THE CARDHOLDER'S REAL BALANCE.
001600*
001700*    TRANSACTION TYPES:
001800*        PU - PURCHASE               (INCREASES THE BALANCE)
001900*        CA - CASH ADVANCE           (INCREASES THE BALANCE)
002000*        RT - MERCHANDISE RETURN     (REDUCES THE BALANCE)
002100*        PY - PAYMENT                (REDUCES THE BALANCE)
002200*
002300*    EVERY POSTED TRANSACTION IS WRITTEN TO THE MONETARY POST
002400*    FILE (MONPOST.DAT), WHICH POST-GL-JOURNAL MAPS TO ITS
002500*    DEBIT/CREDIT ACCOUNT PAIRS ALONGSIDE INTPOST.DAT, AND TO
002600*    CYCLE-STATEMENT FOR THE PURCHASE AND CREDIT LINES.
002700*    TRANSACTIONS THAT CANNOT BE POSTED GO TO THE MONETARY
002800*    REJECT FILE (MONREJ.DAT) WITH A REASON CODE FOR REPAIR
002900*    AND RESUBMISSION ON A LATER MONTXN.DAT. EVERY TRANSACTION
003000*    AND ITS RESULT IS LISTED ON RPTMPST.PRT.
003100*
003200*    PAYMENT RECORDS ARE THE SAME REMITTANCES THE PAYMENT FEED
003300*    DELIVERS ON PAYMENTS.DAT. THIS STEP MOVES THE MONEY ON
003400*    THE MASTER; PAYMENTS.DAT REMAINS THE SOURCE FOR THE
003500*    PAID-IN-FULL TEST IN CALC-INTEREST, PROMISE-TRACK AND THE
003600*    STATEMENT PAYMENTS LINE.
003700*
003800*    CM-LAST-POST-DATE IS DELIBERATELY LEFT ALONE - IT IS THE
003900*    INTEREST RUN'S ACCRUAL WINDOW START AND ITS SAME-DAY
004000*    REPROCESSING GUARD, AND MUST ONLY BE MOVED BY THAT RUN.
004011*
004022*    A CHARGED-OFF ACCOUNT ('X') TAKES NO NEW PURCHASES OR CASH
004033*    ADVANCES. ITS RETURNS AND PAYMENTS ARE RECOVERIES OF MONEY
004044*    ALREADY WRITTEN OFF: THEY ACCUMULATE IN CM-RECOVERED-AMT
004055*    AND LEAVE CM-CURR-BALANCE AT THE CHARGED-OFF AMOUNT, AND
004066*    GO TO MONPOST.DAT AS TYPE RP (PAYMENT RECOVERY) OR RR
004077*    (RETURN RECOVERY) SO POST-GL-JOURNAL CREDITS THE LOSS
004088*    ALLOWANCE INSTEAD OF THE RECEIVABLE.
004100*
004200*    AN ABSENT MONTXN.DAT (STATUS 35) MEANS NO MONETARY
004300*    ACTIVITY TONIGHT AND IS A NORMAL CONDITION. A RUN WITH
004400*    REJECTS ENDS RC=8 SO OPERATIONS REVIEWS THE REPORT.
004500*
004600*    MODIFICATION HISTORY
004700*    ------------------------------------------------------------
004800*    DATE       INIT  DESCRIPTION
004900*    ---------- ----  ------------------------------------------
005000*    2026-10-15 TJK   ORIGINAL PROGRAM - NIGHTLY POSTING OF
005100*                     PURCHASES, CASH ADVANCES, RETURNS AND
005200*                     PAYMENTS TO THE CARD ACCOUNT MASTER.
005225*    2026-10-15 TJK   CHARGED-OFF ACCOUNTS - DEBITS REJECTED
005250*                     (ACCO), PAYMENTS AND RETURNS POSTED AS
005275*                     RECOVERIES (RP/RR) TO CM-RECOVERED-AMT.
005281*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
005287*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
005293*                     THE BATCH-BALANCING SIGN-OFF STEP.
005294*    2026-10-15 TJK   EVERY CHANGE THIS PROGRAM MAKES TO THE CARD
005295*                     MASTER APPENDS A BEFORE/AFTER IMAGE RECORD
005296*                     TO THE CARD MASTER CHANGE JOURNAL
005297*                     (CMJRNL.DAT) FOR FORWARD RECOVERY AND THE
005298*                     PER-CARD CHANGE HISTORY.
005300*    ------------------------------------------------------------
005400*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-Z15.
005800 OBJECT-COMPUTER.   IBM-Z15.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT MONETARY-TXN-FILE ASSIGN TO 'MONTXN.DAT'
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-MONTXN-STATUS.
006400
006500     SELECT CARD-MASTER ASSIGN TO 'CARDMSTR.DAT'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CM-CARD-NUMBER
006900         FILE STATUS IS WS-CARDMSTR-STATUS.
007000
007100     SELECT MONETARY-POST-FILE ASSIGN TO 'MONPOST.DAT'
007200         ORGANIZATION IS SEQUENTIAL.
007300
007400     SELECT MONETARY-REJECT-FILE ASSIGN TO 'MONREJ.DAT'
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT POSTING-REPORT ASSIGN TO 'RPTMPST.PRT'
007800         ORGANIZATION IS SEQUENTIAL.
007820
007840     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
007860         ORGANIZATION IS SEQUENTIAL
007880         FILE STATUS IS WS-BALLEDGR-STATUS.
007884
007888     SELECT CARD-MASTER-JOURNAL ASSIGN TO 'CMJRNL.DAT'
007892         ORGANIZATION IS SEQUENTIAL
007896         FILE STATUS IS WS-CMJRNL-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200*----------------------------------------------------------------*
008300*  MONETARY-TXN-FILE - THE DAY'S CLEARED CARD ACTIVITY. AMOUNTS  *
008400*  ARRIVE UNSIGNED (POSITIVE); THE TYPE CODE GIVES DIRECTION.    *
008500*----------------------------------------------------------------*
008600 FD  MONETARY-TXN-FILE
008700     RECORDING MODE IS F.
008800 01  MONETARY-TXN-RECORD.
008900     05  MT-TXN-TYPE            PIC X(02).
009000         88  MT-PURCHASE                       VALUE 'PU'.
009100         88  MT-CASH-ADVANCE                   VALUE 'CA'.
009200         88  MT-RETURN                         VALUE 'RT'.
009300         88  MT-PAYMENT                        VALUE 'PY'.
009400         88  MT-TYPE-VALID                     VALUE 'PU' 'CA'
009500                                                     'RT' 'PY'.
009600         88  MT-TYPE-IS-DEBIT                  VALUE 'PU' 'CA'.
009700     05  MT-CARD-NUMBER         PIC X(16).
009800     05  MT-TXN-DATE            PIC 9(8).
009900     05  MT-AMOUNT              PIC S9(9)V99 COMP-3.
010000     05  MT-REFERENCE           PIC X(12).
010100
010200*----------------------------------------------------------------*
010300*  CARD-MASTER - KEYED CARD ACCOUNT MASTER (VSAM KSDS). LAYOUT   *
010400*  MUST STAY IN STEP WITH CARD-MASTER-MAINT AND CALC-INTEREST.   *
010500*----------------------------------------------------------------*
010600 FD  CARD-MASTER.
010700 01  CARD-MASTER-RECORD.
010800     05  CM-CARD-NUMBER         PIC X(16).
010900     05  CM-ACCT-STATUS         PIC X(01).
011000         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
011100         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
011150         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
011200     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
011300     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
011400     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
011500     05  CM-LAST-POST-DATE      PIC 9(8).
011600     05  CM-OPEN-DATE           PIC 9(8).
011700     05  CM-CLOSE-DATE          PIC 9(8).
011800     05  CM-DELQ-CYCLES         PIC 9(03).
011900     05  CM-LAST-CYCLE-DATE     PIC 9(8).
012000     05  CM-PENALTY-APR-FLAG    PIC X(01).
012100         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
012200     05  CM-PIF-CYCLES          PIC 9(03).
012300     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
012333     05  CM-CHARGEOFF-DATE      PIC 9(8).
012366     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
012400
012500*----------------------------------------------------------------*
012600*  MONETARY-POST-FILE - ONE RECORD PER POSTED TRANSACTION FOR    *
012700*  POST-GL-JOURNAL AND CYCLE-STATEMENT. LAYOUT MUST STAY IN      *
012800*  STEP WITH BOTH READERS.                                       *
012900*----------------------------------------------------------------*
013000 FD  MONETARY-POST-FILE
013100     RECORDING MODE IS F.
013200 01  MONETARY-POST-RECORD.
013300     05  MP-CARD-NUMBER         PIC X(16).
013400     05  MP-TXN-DATE            PIC 9(8).
013500     05  MP-TXN-TYPE            PIC X(02).
013600     05  MP-AMOUNT              PIC S9(9)V99 COMP-3.
013700     05  MP-NEW-BALANCE         PIC S9(9)V99 COMP-3.
013800     05  MP-REFERENCE           PIC X(12).
013900
014000*----------------------------------------------------------------*
014100*  MONETARY-REJECT-FILE - TRANSACTIONS THAT COULD NOT BE POSTED, *
014200*  HELD WITH THEIR REASON CODE. REPAIRED RECORDS ARE RESUBMITTED *
014300*  (WITHOUT THE SUFFIX) ON A LATER NIGHT'S MONTXN.DAT.           *
014400*----------------------------------------------------------------*
014500 FD  MONETARY-REJECT-FILE
014600     RECORDING MODE IS F.
014700 01  MONETARY-REJECT-RECORD.
014800     05  MR-TXN-DATA            PIC X(44).
014900     05  MR-REASON-CODE         PIC X(04).
015000     05  MR-REJECT-DATE         PIC 9(08).
015100
015200*----------------------------------------------------------------*
015300*  POSTING-REPORT - PRINTED MONETARY POSTING AUDIT REPORT        *
015400*----------------------------------------------------------------*
015500 FD  POSTING-REPORT
015600     RECORDING MODE IS F.
015700 01  RPT-RECORD                 PIC X(132).
015703
015706*----------------------------------------------------------------*
015709*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
015712*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
015715*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
015718*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
015721*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
015724*  THE NIGHT'S FIRST STEP CREATES IT.                            *
015727*----------------------------------------------------------------*
015730 FD  BALANCE-LEDGER-FILE
015733     RECORDING MODE IS F.
015736 01  BALANCE-LEDGER-RECORD.
015739     05  BL-STEP-NAME           PIC X(20).
015742     05  BL-STREAM-ID           PIC X(08).
015745     05  BL-BUSINESS-DATE       PIC 9(08).
015748     05  BL-RUN-DATE            PIC 9(08).
015751     05  BL-RUN-TIME            PIC 9(08).
015754     05  BL-RETURN-CODE         PIC 9(04).
015757     05  BL-RECORDS-IN          PIC 9(09).
015760     05  BL-RECORDS-OUT         PIC 9(09).
015763     05  BL-RECORDS-REJECTED    PIC 9(09).
015766     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
015769     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
015772     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
015775     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
015778     05  FILLER                 PIC X(20).
015778
015778*----------------------------------------------------------------*
015778*  CARD-MASTER-JOURNAL - CARD MASTER CHANGE JOURNAL. ONE RECORD  *
015778*  PER ADD, UPDATE, CLOSE OR DELETE, APPENDED AS THE CHANGE IS   *
015778*  MADE, CARRYING THE RECORD BEFORE AND AFTER. AN ADD HAS NO     *
015778*  BEFORE IMAGE AND A DELETE NO AFTER IMAGE (SPACES). EACH IMAGE *
015778*  IS ONE CARD-MASTER-RECORD. CARD-MASTER-RECOVER REPLAYS IT     *
015778*  FORWARD FROM A BACKUP AND LISTS A CARD'S CHANGE HISTORY. THE  *
015778*  LAYOUT IS COMMON TO EVERY PROGRAM THAT UPDATES THE MASTER AND *
015778*  MUST BE CHANGED IN ALL OF THEM TOGETHER. CHANGE CODES:        *
015778*      ADD  ACCOUNT ADDED        BAL  BALANCE SET (MAINT)        *
015778*      CLOS ACCOUNT CLOSED       LIM  CREDIT LIMIT SET           *
015778*      INT  INTEREST/FEE POSTING RL/RI/MC/MD ADJUSTMENT TYPE     *
015778*      PU/CA/RT/PY MONETARY TXN  CHGO CHARGE-OFF                 *
015778*      ARCH ARCHIVED TO CARDHIST                                 *
015778*  ABSENT (STATUS 35) UNTIL THE FIRST CHANGE IS JOURNALED.       *
015778*----------------------------------------------------------------*
015778 FD  CARD-MASTER-JOURNAL
015778     RECORDING MODE IS F.
015778 01  CARD-MASTER-JOURNAL-RECORD.
015778     05  CJ-CARD-NUMBER         PIC X(16).
015778     05  CJ-ACTION              PIC X(01).
015778         88  CJ-ACTION-ADD                     VALUE 'A'.
015778         88  CJ-ACTION-UPDATE                  VALUE 'U'.
015778         88  CJ-ACTION-CLOSE                   VALUE 'C'.
015778         88  CJ-ACTION-DELETE                  VALUE 'D'.
015778     05  CJ-CHANGE-CODE         PIC X(04).
015778     05  CJ-PROGRAM-NAME        PIC X(20).
015778     05  CJ-BUSINESS-DATE       PIC 9(08).
015778     05  CJ-CHANGE-DATE         PIC 9(08).
015778     05  CJ-CHANGE-TIME         PIC 9(08).
015778     05  CJ-OPERATOR-ID         PIC X(08).
015778     05  CJ-BEFORE-IMAGE        PIC X(93).
015778     05  CJ-AFTER-IMAGE         PIC X(93).
015778     05  FILLER                 PIC X(20).
015800
015900 WORKING-STORAGE SECTION.
016000*----------------------------------------------------------------*
016100*  SWITCHES                                                      *
016200*----------------------------------------------------------------*
016300 77  WS-EOF                     PIC X(01)      VALUE 'N'.
016400     88  END-OF-MONTXN-FILE                    VALUE 'Y'.
016500 77  WS-MONTXN-STATUS           PIC X(02)      VALUE SPACES.
016600     88  MONTXN-FILE-OK                        VALUE '00'.
016700     88  MONTXN-FILE-ABSENT                    VALUE '35'.
016800 77  WS-CARDMSTR-STATUS         PIC X(02)      VALUE SPACES.
016900     88  CARDMSTR-OK                           VALUE '00'.
017000     88  CARDMSTR-NOT-FOUND                    VALUE '23'.
017100 77  WS-MONTXN-OPEN-SW          PIC X(01)      VALUE 'N'.
017200     88  MONTXN-FILE-IS-OPEN                   VALUE 'Y'.
017300
017400*----------------------------------------------------------------*
017500*  REJECT REASON CODES:                                          *
017600*      TYIV TYPE CODE INVALID     CDNF CARD NOT ON MASTER        *
017700*      DTNN DATE NOT NUMERIC      AMIV AMOUNT INVALID OR ZERO    *
017800*      ACCL DEBIT TO A CLOSED ACCOUNT                            *
017850*      ACCO DEBIT TO A CHARGED-OFF ACCOUNT                       *
017900*----------------------------------------------------------------*
018000 77  WS-REJECT-REASON           PIC X(04)      VALUE SPACES.
018100
018200*----------------------------------------------------------------*
018300*  CONTROL COUNTS AND TOTALS                                     *
018400*----------------------------------------------------------------*
018500 77  WS-TXN-COUNT               PIC 9(07)      COMP   VALUE 0.
018600 77  WS-POSTED-COUNT            PIC 9(07)      COMP   VALUE 0.
018700 77  WS-REJECT-COUNT            PIC 9(07)      COMP   VALUE 0.
018800 77  WS-TOTAL-PURCHASES         PIC S9(11)V99  COMP-3 VALUE 0.
018900 77  WS-TOTAL-CASH-ADV          PIC S9(11)V99  COMP-3 VALUE 0.
019000 77  WS-TOTAL-RETURNS           PIC S9(11)V99  COMP-3 VALUE 0.
019100 77  WS-TOTAL-PAYMENTS          PIC S9(11)V99  COMP-3 VALUE 0.
019150 77  WS-TOTAL-RECOVERIES        PIC S9(11)V99  COMP-3 VALUE 0.
019200 77  WS-TOTAL-REJECTED          PIC S9(11)V99  COMP-3 VALUE 0.
019225 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
019250     88  BALLEDGR-FILE-OK                      VALUE '00'.
019275     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
019276 77  WS-CMJRNL-STATUS           PIC X(02)      VALUE SPACES.
019277     88  CMJRNL-FILE-OK                        VALUE '00'.
019278     88  CMJRNL-FILE-NOT-FOUND                 VALUE '35'.
019279 77  WS-CMJRNL-OPEN-SW          PIC X(01)      VALUE 'N'.
019280     88  CMJRNL-IS-OPEN                        VALUE 'Y'.
019281
019282*----------------------------------------------------------------*
019283*  CARD-MASTER JOURNAL WORK AREA - THE CHANGE BEING JOURNALED.   *
019284*  THE IMAGES ARE CLEARED ONCE THE JOURNAL RECORD IS WRITTEN.    *
019285*----------------------------------------------------------------*
019286 77  WS-CMJ-ACTION              PIC X(01)      VALUE SPACE.
019287     88  CMJ-ACTION-DELETE                     VALUE 'D'.
019288 77  WS-CMJ-CHANGE-CODE         PIC X(04)      VALUE SPACES.
019289 77  WS-CMJ-OPERATOR            PIC X(08)      VALUE SPACES.
019290 01  WS-CMJ-BEFORE-IMAGE.
019291     05  WS-CMJ-BEFORE-CARD     PIC X(16)      VALUE SPACES.
019292     05  FILLER                 PIC X(77)      VALUE SPACES.
019293 01  WS-CMJ-AFTER-IMAGE.
019294     05  WS-CMJ-AFTER-CARD      PIC X(16)      VALUE SPACES.
019295     05  FILLER                 PIC X(77)      VALUE SPACES.
019300
019400 01  WS-CURRENT-DATE.
019500     05  WS-CURR-YYYY           PIC 9(4).
019600     05  WS-CURR-MM             PIC 9(2).
019700     05  WS-CURR-DD             PIC 9(2).
019800 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
019900                                PIC 9(8).
020000
020100*----------------------------------------------------------------*
020200*  REPORT LINES                                                  *
020300*----------------------------------------------------------------*
020400 01  WS-REPORT-HEADER-1.
020500     05  FILLER                 PIC X(01)      VALUE SPACE.
020600     05  FILLER                 PIC X(10)      VALUE 'RPT-MPS01'.
020700     05  FILLER                 PIC X(20)      VALUE SPACES.
020800     05  FILLER                 PIC X(40)
020900             VALUE 'MONETARY TRANSACTION POSTING REPORT'.
021000     05  FILLER                 PIC X(61)      VALUE SPACES.
021100
021200 01  WS-REPORT-HEADER-2.
021300     05  FILLER                 PIC X(01)      VALUE SPACE.
021400     05  FILLER                 PIC X(10)      VALUE 'RUN DATE: '.
021500     05  H2-RUN-YYYY            PIC 9999.
021600     05  FILLER                 PIC X(01)      VALUE '-'.
021700     05  H2-RUN-MM              PIC 99.
021800     05  FILLER                 PIC X(01)      VALUE '-'.
021900     05  H2-RUN-DD              PIC 99.
022000     05  FILLER                 PIC X(107)     VALUE SPACES.
022100
022200 01  WS-REPORT-HEADER-3.
022300     05  FILLER                 PIC X(01)      VALUE SPACE.
022400     05  FILLER                 PIC X(04)  VALUE 'TYPE'.
022500     05  FILLER                 PIC X(02)      VALUE SPACES.
022600     05  FILLER                 PIC X(16)  VALUE 'CARD NUMBER'.
022700     05  FILLER                 PIC X(04)      VALUE SPACES.
022800     05  FILLER                 PIC X(08)  VALUE 'TXN DATE'.
022900     05  FILLER                 PIC X(04)      VALUE SPACES.
023000     05  FILLER                 PIC X(15)  VALUE 'AMOUNT'.
023100     05  FILLER                 PIC X(02)      VALUE SPACES.
023200     05  FILLER                 PIC X(15)  VALUE 'NEW BALANCE'.
023300     05  FILLER                 PIC X(02)      VALUE SPACES.
023400     05  FILLER                 PIC X(12)  VALUE 'REFERENCE'.
023500     05  FILLER                 PIC X(02)      VALUE SPACES.
023600     05  FILLER                 PIC X(30)  VALUE 'RESULT'.
023700     05  FILLER                 PIC X(15)      VALUE SPACES.
023800
023900 01  WS-REPORT-DETAIL-LINE.
024000     05  FILLER                 PIC X(01)      VALUE SPACE.
024100     05  D-TXN-TYPE             PIC X(02).
024200     05  FILLER                 PIC X(04)      VALUE SPACES.
024300     05  D-CARD-NUMBER          PIC X(16).
024400     05  FILLER                 PIC X(04)      VALUE SPACES.
024500     05  D-TXN-DATE             PIC X(08).
024600     05  FILLER                 PIC X(04)      VALUE SPACES.
024700     05  D-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
024800     05  FILLER                 PIC X(04)      VALUE SPACES.
024900     05  D-NEW-BALANCE          PIC Z,ZZZ,ZZ9.99-.
025000     05  FILLER                 PIC X(04)      VALUE SPACES.
025100     05  D-REFERENCE            PIC X(12).
025200     05  FILLER                 PIC X(02)      VALUE SPACES.
025300     05  D-RESULT               PIC X(30).
025400     05  FILLER                 PIC X(15)      VALUE SPACES.
025500
025600 01  WS-COUNT-LINE.
025700     05  FILLER                 PIC X(01)      VALUE SPACE.
025800     05  C-LABEL                PIC X(34).
025900     05  C-COUNT                PIC ZZZ,ZZ9.
026000     05  FILLER                 PIC X(90)      VALUE SPACES.
026100
026200 01  WS-TOTAL-LINE.
026300     05  FILLER                 PIC X(01)      VALUE SPACE.
026400     05  T-LABEL                PIC X(34).
026500     05  T-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
026600     05  FILLER                 PIC X(79)      VALUE SPACES.
026700
026800 PROCEDURE DIVISION.
026900*----------------------------------------------------------------*
027000*  0000-MAINLINE                                                 *
027100*----------------------------------------------------------------*
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE
027400     IF MONTXN-FILE-IS-OPEN
027500         PERFORM 2100-READ-MONETARY-TXN
027600         PERFORM 2200-PROCESS-ONE-TXN
027700             UNTIL END-OF-MONTXN-FILE
027800     END-IF
027900     PERFORM 8000-FINALIZE
028000     STOP RUN.
028100
028200*----------------------------------------------------------------*
028300*  1000-INITIALIZE                                               *
028400*----------------------------------------------------------------*
028500 1000-INITIALIZE.
028600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028700     OPEN OUTPUT MONETARY-POST-FILE
028800     OPEN OUTPUT MONETARY-REJECT-FILE
028900     OPEN OUTPUT POSTING-REPORT
029000     OPEN I-O    CARD-MASTER
029100     IF NOT CARDMSTR-OK
029200         DISPLAY '*** CARD-MASTER OPEN FAILED - STATUS: '
029300             WS-CARDMSTR-STATUS ' ***'
029400         DISPLAY '*** RUN CARD-MASTER-MAINT TO BUILD THE    ***'
029500         DISPLAY '*** MASTER BEFORE MONETARY POSTING        ***'
029600         MOVE 16 TO RETURN-CODE
029700         PERFORM 8200-CLOSE-FILES
029800         STOP RUN
029900     END-IF
029907     OPEN EXTEND CARD-MASTER-JOURNAL
029914     IF CMJRNL-FILE-NOT-FOUND
029921         OPEN OUTPUT CARD-MASTER-JOURNAL
029928     END-IF
029935     IF NOT CMJRNL-FILE-OK
029942         DISPLAY '*** CMJRNL.DAT OPEN FOR UPDATE FAILED - '
029949             'STATUS: ' WS-CMJRNL-STATUS ' ***'
029956         MOVE 16 TO RETURN-CODE
029963         PERFORM 8200-CLOSE-FILES
029970         STOP RUN
029977     END-IF
029984     MOVE 'Y' TO WS-CMJRNL-OPEN-SW
030000     OPEN INPUT  MONETARY-TXN-FILE
030100     EVALUATE TRUE
030200         WHEN MONTXN-FILE-OK
030300             MOVE 'Y' TO WS-MONTXN-OPEN-SW
030400         WHEN MONTXN-FILE-ABSENT
030500             DISPLAY 'MONTXN.DAT ABSENT - NO MONETARY POSTING '
030600                 'THIS RUN'
030700         WHEN OTHER
030800             DISPLAY '*** MONTXN.DAT OPEN FAILED - STATUS: '
030900                 WS-MONTXN-STATUS ' ***'
031000             MOVE 16 TO RETURN-CODE
031100             PERFORM 8200-CLOSE-FILES
031200             STOP RUN
031300     END-EVALUATE
031400     PERFORM 1500-WRITE-REPORT-HEADERS.
031500
031600 1500-WRITE-REPORT-HEADERS.
031700     MOVE WS-CURR-YYYY          TO H2-RUN-YYYY
031800     MOVE WS-CURR-MM            TO H2-RUN-MM
031900     MOVE WS-CURR-DD            TO H2-RUN-DD
032000     WRITE RPT-RECORD FROM WS-REPORT-HEADER-1
032100         AFTER ADVANCING PAGE
032200     WRITE RPT-RECORD FROM WS-REPORT-HEADER-2
032300         AFTER ADVANCING 1 LINE
032400     WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
032500         AFTER ADVANCING 2 LINES.
032600
032700*----------------------------------------------------------------*
032800*  2100-READ-MONETARY-TXN                                        *
032900*----------------------------------------------------------------*
033000 2100-READ-MONETARY-TXN.
033100     READ MONETARY-TXN-FILE
033200         AT END
033300             MOVE 'Y' TO WS-EOF
033400         NOT AT END
033500             ADD 1 TO WS-TXN-COUNT
033600     END-READ.
033700
033800*----------------------------------------------------------------*
033900*  2200-PROCESS-ONE-TXN - FIELD CHECKS FIRST, THEN THE MASTER    *
034000*  LOOKUP. THE FIRST FAILURE SETS THE REASON CODE.               *
034100*----------------------------------------------------------------*
034200 2200-PROCESS-ONE-TXN.
034300     MOVE SPACES TO WS-REJECT-REASON
034400     EVALUATE TRUE
034500         WHEN NOT MT-TYPE-VALID
034600             MOVE 'TYIV' TO WS-REJECT-REASON
034700         WHEN MT-TXN-DATE NOT NUMERIC
034800             MOVE 'DTNN' TO WS-REJECT-REASON
034900         WHEN MT-AMOUNT NOT NUMERIC
035000             MOVE 'AMIV' TO WS-REJECT-REASON
035100         WHEN MT-AMOUNT NOT > ZERO
035200             MOVE 'AMIV' TO WS-REJECT-REASON
035300         WHEN OTHER
035400             CONTINUE
035500     END-EVALUATE
035600     IF WS-REJECT-REASON = SPACES
035700         PERFORM 2300-READ-CARD-MASTER
035800     END-IF
035900     IF WS-REJECT-REASON = SPACES
036000         PERFORM 2400-POST-TO-MASTER
036100     ELSE
036200         PERFORM 2700-REJECT-TXN
036300     END-IF
036400     PERFORM 2100-READ-MONETARY-TXN.
036500
036600*----------------------------------------------------------------*
036700*  2300-READ-CARD-MASTER - A CLOSED ACCOUNT STILL TAKES RETURNS  *
036800*  AND PAYMENTS AGAINST ITS REMAINING BALANCE, BUT NO NEW        *
036900*  PURCHASES OR CASH ADVANCES. NEITHER DOES A CHARGED-OFF ONE.   *
037000*----------------------------------------------------------------*
037100 2300-READ-CARD-MASTER.
037200     MOVE MT-CARD-NUMBER TO CM-CARD-NUMBER
037300     READ CARD-MASTER
037400         INVALID KEY
037500             MOVE 'CDNF' TO WS-REJECT-REASON
037600         NOT INVALID KEY
037655             EVALUATE TRUE
037710                 WHEN NOT MT-TYPE-IS-DEBIT
037765                     CONTINUE
037820                 WHEN CM-ACCOUNT-CLOSED
037875                     MOVE 'ACCL' TO WS-REJECT-REASON
037930                 WHEN CM-ACCOUNT-CHARGED-OFF
037985                     MOVE 'ACCO' TO WS-REJECT-REASON
038040             END-EVALUATE
038100     END-READ.
038200
038300*----------------------------------------------------------------*
038400*  2400-POST-TO-MASTER - PURCHASES AND CASH ADVANCES ADD TO THE  *
038500*  BALANCE; RETURNS AND PAYMENTS REDUCE IT. ON A CHARGED-OFF     *
038533*  ACCOUNT RETURNS AND PAYMENTS ARE RECOVERIES AND THE BALANCE   *
038566*  STAYS AT THE CHARGED-OFF AMOUNT.                              *
038600*----------------------------------------------------------------*
038700 2400-POST-TO-MASTER.
038710     MOVE CARD-MASTER-RECORD    TO WS-CMJ-BEFORE-IMAGE
038720     IF CM-ACCOUNT-CHARGED-OFF
038740         ADD MT-AMOUNT          TO CM-RECOVERED-AMT
038760         ADD MT-AMOUNT          TO WS-TOTAL-RECOVERIES
038780     ELSE
038800         EVALUATE TRUE
038900             WHEN MT-PURCHASE
039000                 ADD MT-AMOUNT      TO CM-CURR-BALANCE
039100                 ADD MT-AMOUNT      TO WS-TOTAL-PURCHASES
039200             WHEN MT-CASH-ADVANCE
039300                 ADD MT-AMOUNT      TO CM-CURR-BALANCE
039400                 ADD MT-AMOUNT      TO WS-TOTAL-CASH-ADV
039500             WHEN MT-RETURN
039600                 SUBTRACT MT-AMOUNT FROM CM-CURR-BALANCE
039700                 ADD MT-AMOUNT      TO WS-TOTAL-RETURNS
039800             WHEN MT-PAYMENT
039900                 SUBTRACT MT-AMOUNT FROM CM-CURR-BALANCE
040000                 ADD MT-AMOUNT      TO WS-TOTAL-PAYMENTS
040100         END-EVALUATE
040150     END-IF
040175     MOVE CARD-MASTER-RECORD    TO WS-CMJ-AFTER-IMAGE
040200     REWRITE CARD-MASTER-RECORD
040300     PERFORM 9760-CHECK-MASTER-REWRITE
040325     MOVE 'U'                   TO WS-CMJ-ACTION
040350     MOVE MT-TXN-TYPE           TO WS-CMJ-CHANGE-CODE
040375     PERFORM 9770-WRITE-MASTER-JOURNAL
040400     PERFORM 2500-WRITE-MONETARY-POST
040500     ADD 1 TO WS-POSTED-COUNT
040600     MOVE CM-CURR-BALANCE       TO D-NEW-BALANCE
040633     IF CM-ACCOUNT-CHARGED-OFF
040666         MOVE 'POSTED AS RECOVERY'  TO D-RESULT
040699     ELSE
040732         MOVE 'POSTED'              TO D-RESULT
040765     END-IF
040800     PERFORM 2800-WRITE-DETAIL-LINE.
040900
041000*----------------------------------------------------------------*
041100*  2500-WRITE-MONETARY-POST - ONE POSTABLE RECORD PER TXN FOR    *
041200*  DOWNSTREAM GENERAL-LEDGER AND STATEMENT PICKUP.               *
041300*----------------------------------------------------------------*
041400 2500-WRITE-MONETARY-POST.
041500     MOVE MT-CARD-NUMBER        TO MP-CARD-NUMBER
041600     MOVE MT-TXN-DATE           TO MP-TXN-DATE
041622     EVALUATE TRUE
041644         WHEN CM-ACCOUNT-CHARGED-OFF AND MT-PAYMENT
041666             MOVE 'RP'              TO MP-TXN-TYPE
041688         WHEN CM-ACCOUNT-CHARGED-OFF AND MT-RETURN
041710             MOVE 'RR'              TO MP-TXN-TYPE
041732         WHEN OTHER
041754             MOVE MT-TXN-TYPE       TO MP-TXN-TYPE
041776     END-EVALUATE
041800     MOVE MT-AMOUNT             TO MP-AMOUNT
041900     MOVE CM-CURR-BALANCE       TO MP-NEW-BALANCE
042000     MOVE MT-REFERENCE          TO MP-REFERENCE
042100     WRITE MONETARY-POST-RECORD.
042200
042300*----------------------------------------------------------------*
042400*  2700-REJECT-TXN - THE FAILED RECORD GOES TO THE REJECT FILE   *
042500*  WITH ITS REASON CODE AND IS LISTED ON THE REPORT.             *
042600*----------------------------------------------------------------*
042700 2700-REJECT-TXN.
042800     MOVE MONETARY-TXN-RECORD   TO MR-TXN-DATA
042900     MOVE WS-REJECT-REASON      TO MR-REASON-CODE
043000     MOVE WS-CURRENT-DATE-N     TO MR-REJECT-DATE
043100     WRITE MONETARY-REJECT-RECORD
043200     ADD 1 TO WS-REJECT-COUNT
043300     IF MT-AMOUNT IS NUMERIC
043400         ADD MT-AMOUNT TO WS-TOTAL-REJECTED
043500     END-IF
043600     MOVE ZERO                  TO D-NEW-BALANCE
043700     EVALUATE WS-REJECT-REASON
043800         WHEN 'TYIV'
043900             MOVE 'REJECTED - INVALID TYPE CODE' TO D-RESULT
044000         WHEN 'DTNN'
044100             MOVE 'REJECTED - DATE NOT NUMERIC'  TO D-RESULT
044200         WHEN 'AMIV'
044300             MOVE 'REJECTED - AMOUNT INVALID'    TO D-RESULT
044400         WHEN 'CDNF'
044500             MOVE 'REJECTED - CARD NOT ON MASTER' TO D-RESULT
044600         WHEN 'ACCL'
044700             MOVE 'REJECTED - ACCOUNT CLOSED'    TO D-RESULT
044733         WHEN 'ACCO'
044766             MOVE 'REJECTED - ACCOUNT CHARGED OFF' TO D-RESULT
044800         WHEN OTHER
044900             MOVE 'REJECTED - UNKNOWN REASON'    TO D-RESULT
045000     END-EVALUATE
045100     PERFORM 2800-WRITE-DETAIL-LINE.
045200
045300 2800-WRITE-DETAIL-LINE.
045400     MOVE MT-TXN-TYPE           TO D-TXN-TYPE
045500     MOVE MT-CARD-NUMBER        TO D-CARD-NUMBER
045600     MOVE MONETARY-TXN-RECORD(19:8) TO D-TXN-DATE
045700     IF MT-AMOUNT IS NUMERIC
045800         MOVE MT-AMOUNT         TO D-AMOUNT
045900     ELSE
046000         MOVE ZERO              TO D-AMOUNT
046100     END-IF
046200     MOVE MT-REFERENCE          TO D-REFERENCE
046300     WRITE RPT-RECORD FROM WS-REPORT-DETAIL-LINE
046400         AFTER ADVANCING 1 LINE.
046500
046600*----------------------------------------------------------------*
046700*  9760-CHECK-MASTER-REWRITE - A FAILED CARD-MASTER REWRITE      *
046800*  MUST STOP THE RUN BEFORE MORE TRANSACTIONS ARE POSTED.        *
046900*----------------------------------------------------------------*
047000 9760-CHECK-MASTER-REWRITE.
047100     IF NOT CARDMSTR-OK
047200         DISPLAY '*** CARD-MASTER REWRITE FAILED ***'
047300         DISPLAY '*** CARD  : ' CM-CARD-NUMBER
047400         DISPLAY '*** STATUS: ' WS-CARDMSTR-STATUS
047500         MOVE 16 TO RETURN-CODE
047600         PERFORM 8200-CLOSE-FILES
047700         STOP RUN
047800     END-IF.
047802
047804*----------------------------------------------------------------*
047806*  9770-WRITE-MASTER-JOURNAL - APPENDS THE BEFORE/AFTER IMAGE    *
047808*  OF THE MASTER CHANGE JUST MADE, FOR FORWARD RECOVERY AND THE  *
047810*  PER-CARD CHANGE HISTORY. A CHANGE THAT CANNOT BE JOURNALED    *
047812*  WOULD BE LOST TO RECOVERY, SO THE RUN IS ABENDED.             *
047814*----------------------------------------------------------------*
047816 9770-WRITE-MASTER-JOURNAL.
047818     MOVE SPACES                TO CARD-MASTER-JOURNAL-RECORD
047820     IF CMJ-ACTION-DELETE
047822         MOVE WS-CMJ-BEFORE-CARD TO CJ-CARD-NUMBER
047824     ELSE
047826         MOVE WS-CMJ-AFTER-CARD TO CJ-CARD-NUMBER
047828     END-IF
047830     MOVE WS-CMJ-ACTION         TO CJ-ACTION
047832     MOVE WS-CMJ-CHANGE-CODE    TO CJ-CHANGE-CODE
047834     MOVE 'MONETARY-POST'       TO CJ-PROGRAM-NAME
047836     MOVE WS-CURRENT-DATE-N     TO CJ-BUSINESS-DATE
047838     ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD
047840     ACCEPT CJ-CHANGE-TIME FROM TIME
047842     MOVE WS-CMJ-OPERATOR       TO CJ-OPERATOR-ID
047844     MOVE WS-CMJ-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE
047846     MOVE WS-CMJ-AFTER-IMAGE    TO CJ-AFTER-IMAGE
047848     WRITE CARD-MASTER-JOURNAL-RECORD
047850     IF NOT CMJRNL-FILE-OK
047852         DISPLAY '*** CMJRNL.DAT WRITE FAILED ***'
047854         DISPLAY '*** CARD  : ' CJ-CARD-NUMBER
047856         DISPLAY '*** STATUS: ' WS-CMJRNL-STATUS
047858         MOVE 16 TO RETURN-CODE
047860         PERFORM 8200-CLOSE-FILES
047862         STOP RUN
047864     END-IF
047866     MOVE SPACES                TO WS-CMJ-BEFORE-IMAGE
047868     MOVE SPACES                TO WS-CMJ-AFTER-IMAGE.
047900
048000*----------------------------------------------------------------*
048100*  8000-FINALIZE - A RUN WITH REJECTS ENDS RC=8 SO OPERATIONS    *
048200*  REVIEWS THE POSTING REPORT AND WORKS THE REJECT FILE.         *
048300*----------------------------------------------------------------*
048400 8000-FINALIZE.
048500     MOVE 'TRANSACTIONS READ:'       TO C-LABEL
048600     MOVE WS-TXN-COUNT               TO C-COUNT
048700     WRITE RPT-RECORD FROM WS-COUNT-LINE
048800         AFTER ADVANCING 2 LINES
048900     MOVE 'TRANSACTIONS POSTED:'     TO C-LABEL
049000     MOVE WS-POSTED-COUNT            TO C-COUNT
049100     PERFORM 8150-WRITE-COUNT-LINE
049200     MOVE 'TRANSACTIONS REJECTED:'   TO C-LABEL
049300     MOVE WS-REJECT-COUNT            TO C-COUNT
049400     PERFORM 8150-WRITE-COUNT-LINE
049500     MOVE 'PURCHASES POSTED:'        TO T-LABEL
049600     MOVE WS-TOTAL-PURCHASES         TO T-AMOUNT
049700     PERFORM 8100-WRITE-TOTAL-LINE
049800     MOVE 'CASH ADVANCES POSTED:'    TO T-LABEL
049900     MOVE WS-TOTAL-CASH-ADV          TO T-AMOUNT
050000     PERFORM 8100-WRITE-TOTAL-LINE
050100     MOVE 'RETURNS POSTED:'          TO T-LABEL
050200     MOVE WS-TOTAL-RETURNS           TO T-AMOUNT
050300     PERFORM 8100-WRITE-TOTAL-LINE
050400     MOVE 'PAYMENTS POSTED:'         TO T-LABEL
050500     MOVE WS-TOTAL-PAYMENTS          TO T-AMOUNT
050600     PERFORM 8100-WRITE-TOTAL-LINE
050625     MOVE 'RECOVERIES POSTED:'       TO T-LABEL
050650     MOVE WS-TOTAL-RECOVERIES        TO T-AMOUNT
050675     PERFORM 8100-WRITE-TOTAL-LINE
050700     MOVE 'AMOUNT REJECTED:'         TO T-LABEL
050800     MOVE WS-TOTAL-REJECTED          TO T-AMOUNT
050900     PERFORM 8100-WRITE-TOTAL-LINE
051000     IF WS-REJECT-COUNT > ZERO
051100         MOVE 8 TO RETURN-CODE
051200     END-IF
051250     PERFORM 8180-WRITE-BALANCE-LEDGER
051300     PERFORM 8200-CLOSE-FILES.
051400
051500 8100-WRITE-TOTAL-LINE.
051600     WRITE RPT-RECORD FROM WS-TOTAL-LINE
051700         AFTER ADVANCING 1 LINE.
051800
051900 8150-WRITE-COUNT-LINE.
052000     WRITE RPT-RECORD FROM WS-COUNT-LINE
052100         AFTER ADVANCING 1 LINE.
052200
052202*----------------------------------------------------------------*
052204*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
052206*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
052208*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
052210*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
052212*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
052214*  CARRIED ON THE RECORD.                                        *
052216*----------------------------------------------------------------*
052218 8180-WRITE-BALANCE-LEDGER.
052220     OPEN EXTEND BALANCE-LEDGER-FILE
052222     IF BALLEDGR-FILE-NOT-FOUND
052224         OPEN OUTPUT BALANCE-LEDGER-FILE
052226     END-IF
052228     IF NOT BALLEDGR-FILE-OK
052230         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
052232             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
052234         MOVE 16 TO RETURN-CODE
052236         PERFORM 8200-CLOSE-FILES
052238         STOP RUN
052240     END-IF
052242     INITIALIZE BALANCE-LEDGER-RECORD
052244     MOVE 'MONETARY-POST'       TO BL-STEP-NAME
052246     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
052248     ACCEPT BL-RUN-TIME FROM TIME
052250     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
052252     MOVE RETURN-CODE           TO BL-RETURN-CODE
052254     MOVE 'MONPOST'             TO BL-STREAM-ID
052256     MOVE WS-TXN-COUNT          TO BL-RECORDS-IN
052258     MOVE WS-POSTED-COUNT       TO BL-RECORDS-OUT
052260     MOVE WS-REJECT-COUNT       TO BL-RECORDS-REJECTED
052262*    EVERY POSTED AMOUNT IS CARRIED TO MONPOST.DAT, SO THE SUM
052264*    OF THE POSTED TOTALS TIES TO POST-GL-JOURNAL'S MONPOST
052266*    FILE TOTAL.
052268     COMPUTE BL-AMOUNT-TOTAL =
052270         WS-TOTAL-PURCHASES + WS-TOTAL-CASH-ADV
052272       + WS-TOTAL-RETURNS + WS-TOTAL-PAYMENTS
052274       + WS-TOTAL-RECOVERIES
052276     WRITE BALANCE-LEDGER-RECORD
052278     CLOSE BALANCE-LEDGER-FILE.
052280
052300 8200-CLOSE-FILES.
052400     IF MONTXN-FILE-IS-OPEN
052500         CLOSE MONETARY-TXN-FILE
052600     END-IF
052700     CLOSE CARD-MASTER
052800     CLOSE MONETARY-POST-FILE
052900     CLOSE MONETARY-REJECT-FILE
052925     IF CMJRNL-IS-OPEN
052950         CLOSE CARD-MASTER-JOURNAL
052975     END-IF
053000     CLOSE POSTING-REPORT.
