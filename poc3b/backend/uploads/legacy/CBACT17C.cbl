000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHARGE-OFF.
000300 AUTHOR.        CARD-SERVICES-BATCH-TEAM.
000400 INSTALLATION.  CARDDEMO-DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700 SECURITY.      NONE.
000800*REMARKS.
000900*    MONTH-END CHARGE-OFF OF SERIOUSLY DELINQUENT CARD ACCOUNTS.
001000*    EVERY ACTIVE ACCOUNT ON THE CARD MASTER (CARDMSTR.DAT)
001100*    AT OR PAST WS-CHGOFF-DELQ-CYCLES CONSECUTIVE NOT-PAID-IN-
001200*    FULL CYCLES (CM-DELQ-CYCLES, SIX CYCLES = 180 DAYS) IS
001300*    MOVED TO THE CHARGED-OFF STATUS ('X') AND ITS BALANCE IS
001400*    WRITTEN OFF, UNLESS THE CARD HAS A KEPT PROMISE TO PAY ON
001500*    PROMISE.DAT (STATUS 'K', SET BY PROMISE-TRACK) - THOSE
001600*    ARE LISTED AS EXEMPT AND LEFT FOR COLLECTIONS.
001700*
001800*    THE WRITTEN-OFF BALANCE IS SPLIT INTO ITS INTEREST, FEE
001900*    AND PRINCIPAL RECEIVABLE PORTIONS - INTEREST UP TO THE
002000*    CARD'S CM-ACCRUED-INTEREST, THEN FEES UP TO CM-FEES-YTD,
002100*    THE REMAINDER AS PRINCIPAL - AND ONE RECORD PER CHARGED-
002200*    OFF CARD GOES TO THE CHARGE-OFF FILE (CHGOFF.DAT), WHICH
002300*    POST-GL-JOURNAL TURNS INTO ENTRIES AGAINST THE LOSS
002400*    ALLOWANCE. EVERY CANDIDATE AND ITS DISPOSITION IS LISTED
002500*    ON THE CHARGE-OFF REGISTER (RPTCHGO.PRT) FOR FINANCE AND
002600*    RISK.
002610*
002620*    CHGOFF.DAT IS REWRITTEN ON EACH RUN AND LEFT IN PLACE UNTIL
002630*    THE NEXT ONE. EVERY RECORD CARRIES TODAY'S DATE AS
002640*    CO-CHARGEOFF-DATE, AND POST-GL-JOURNAL JOURNALS ONLY
002650*    RECORDS DATED ITS OWN RUN DATE, SO THIS STEP MUST RUN
002660*    AHEAD OF POST-GL-JOURNAL IN THE SAME NIGHT'S SCHEDULE.
002700*
002800*    THE CHARGED-OFF BALANCE STAYS ON THE MASTER AS THE AMOUNT
002900*    STILL OWED. CALC-INTEREST NO LONGER ACCRUES OR FEE-CHARGES
003000*    THE ACCOUNT, AND MONETARY-POST POSTS LATER PAYMENTS TO
003100*    CM-RECOVERED-AMT AS RECOVERIES INSTEAD OF REDUCING THE
003200*    BALANCE.
003300*
003400*    AN ABSENT PROMISE.DAT (STATUS 35) MEANS NO PROMISES AND
003500*    THEREFORE NO EXEMPTIONS.
003600*
003700*    MODIFICATION HISTORY
003800*    ------------------------------------------------------------
003900*    DATE       INIT  DESCRIPTION
004000*    ---------- ----  ------------------------------------------
004100*    2026-10-15 TJK   ORIGINAL PROGRAM - MONTHLY CHARGE-OFF OF
004200*                     ACCOUNTS PAST 180 DAYS DELINQUENT WITH GL
004300*                     WRITE-OFF FILE AND CHARGE-OFF REGISTER.
004325*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
004350*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
004375*                     THE BATCH-BALANCING SIGN-OFF STEP.
004379*    2026-10-15 TJK   EVERY CHANGE THIS PROGRAM MAKES TO THE CARD
004383*                     MASTER APPENDS A BEFORE/AFTER IMAGE RECORD
004387*                     TO THE CARD MASTER CHANGE JOURNAL
004391*                     (CMJRNL.DAT) FOR FORWARD RECOVERY AND THE
004395*                     PER-CARD CHANGE HISTORY.
004396*    2026-10-15 TJK   DOCUMENTED THAT CHGOFF.DAT STAYS IN PLACE
004397*                     BETWEEN RUNS AND THAT POST-GL-JOURNAL
004398*                     JOURNALS ONLY RECORDS DATED ITS RUN DATE.
004400*    ------------------------------------------------------------
004500*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-Z15.
004900 OBJECT-COMPUTER.   IBM-Z15.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CARD-MASTER ASSIGN TO 'CARDMSTR.DAT'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS CM-CARD-NUMBER
005600         FILE STATUS IS WS-CARDMSTR-STATUS.
005700
005800     SELECT PROMISE-FILE ASSIGN TO 'PROMISE.DAT'
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PROMISE-STATUS.
006100
006200     SELECT CHARGEOFF-FILE ASSIGN TO 'CHGOFF.DAT'
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT CHARGEOFF-REPORT ASSIGN TO 'RPTCHGO.PRT'
006600         ORGANIZATION IS SEQUENTIAL.
006620
006640     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
006660         ORGANIZATION IS SEQUENTIAL
006680         FILE STATUS IS WS-BALLEDGR-STATUS.
006684
006688     SELECT CARD-MASTER-JOURNAL ASSIGN TO 'CMJRNL.DAT'
006692         ORGANIZATION IS SEQUENTIAL
006696         FILE STATUS IS WS-CMJRNL-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*----------------------------------------------------------------*
007100*  CARD-MASTER - KEYED CARD ACCOUNT MASTER (VSAM KSDS). LAYOUT   *
007200*  MUST STAY IN STEP WITH CARD-MASTER-MAINT AND CALC-INTEREST.   *
007300*  READ SEQUENTIALLY HERE AND REWRITTEN IN PLACE.                *
007400*----------------------------------------------------------------*
007500 FD  CARD-MASTER.
007600 01  CARD-MASTER-RECORD.
007700     05  CM-CARD-NUMBER         PIC X(16).
007800     05  CM-ACCT-STATUS         PIC X(01).
007900         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
008000         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
008100         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
008200     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
008300     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
008400     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
008500     05  CM-LAST-POST-DATE      PIC 9(8).
008600     05  CM-OPEN-DATE           PIC 9(8).
008700     05  CM-CLOSE-DATE          PIC 9(8).
008800     05  CM-DELQ-CYCLES         PIC 9(03).
008900     05  CM-LAST-CYCLE-DATE     PIC 9(8).
009000     05  CM-PENALTY-APR-FLAG    PIC X(01).
009100         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
009200     05  CM-PIF-CYCLES          PIC 9(03).
009300     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
009400     05  CM-CHARGEOFF-DATE      PIC 9(8).
009500     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
009600
009700*----------------------------------------------------------------*
009800*  PROMISE-FILE - COLLECTOR PROMISES TO PAY, MAINTAINED BY THE   *
009900*  NIGHTLY PROMISE-TRACK RUN. ONLY KEPT PROMISES ('K') EXEMPT A  *
010000*  CARD FROM CHARGE-OFF. LAYOUT MUST STAY IN STEP WITH           *
010100*  PROMISE-TRACK.                                                *
010200*----------------------------------------------------------------*
010300 FD  PROMISE-FILE
010400     RECORDING MODE IS F.
010500 01  PROMISE-RECORD.
010600     05  PTP-CARD-NUMBER        PIC X(16).
010700     05  PTP-AMOUNT             PIC S9(9)V99 COMP-3.
010800     05  PTP-PROMISE-DATE       PIC 9(8).
010900     05  PTP-COLLECTOR-ID       PIC X(08).
011000     05  PTP-STATUS             PIC X(01).
011100         88  PTP-PROMISE-KEPT                  VALUE 'K'.
011200
011300*----------------------------------------------------------------*
011400*  CHARGEOFF-FILE - ONE RECORD PER CHARGED-OFF CARD FOR THE GL   *
011500*  WRITE-OFF ENTRIES. LAYOUT MUST STAY IN STEP WITH              *
011600*  POST-GL-JOURNAL.                                              *
011700*----------------------------------------------------------------*
011800 FD  CHARGEOFF-FILE
011900     RECORDING MODE IS F.
012000 01  CHARGEOFF-RECORD.
012100     05  CO-CARD-NUMBER         PIC X(16).
012200     05  CO-CHARGEOFF-DATE      PIC 9(8).
012300     05  CO-PRINCIPAL           PIC S9(9)V99 COMP-3.
012400     05  CO-INTEREST            PIC S9(9)V99 COMP-3.
012500     05  CO-FEES                PIC S9(9)V99 COMP-3.
012600     05  CO-TOTAL               PIC S9(9)V99 COMP-3.
012700     05  CO-DELQ-CYCLES         PIC 9(03).
012800
012900*----------------------------------------------------------------*
013000*  CHARGEOFF-REPORT - PRINTED CHARGE-OFF REGISTER                *
013100*----------------------------------------------------------------*
013200 FD  CHARGEOFF-REPORT
013300     RECORDING MODE IS F.
013400 01  RPT-RECORD                 PIC X(132).
013403
013406*----------------------------------------------------------------*
013409*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
013412*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
013415*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
013418*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
013421*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
013424*  THE NIGHT'S FIRST STEP CREATES IT.                            *
013427*----------------------------------------------------------------*
013430 FD  BALANCE-LEDGER-FILE
013433     RECORDING MODE IS F.
013436 01  BALANCE-LEDGER-RECORD.
013439     05  BL-STEP-NAME           PIC X(20).
013442     05  BL-STREAM-ID           PIC X(08).
013445     05  BL-BUSINESS-DATE       PIC 9(08).
013448     05  BL-RUN-DATE            PIC 9(08).
013451     05  BL-RUN-TIME            PIC 9(08).
013454     05  BL-RETURN-CODE         PIC 9(04).
013457     05  BL-RECORDS-IN          PIC 9(09).
013460     05  BL-RECORDS-OUT         PIC 9(09).
013463     05  BL-RECORDS-REJECTED    PIC 9(09).
013466     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
013469     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
013472     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
013475     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
013478     05  FILLER                 PIC X(20).
013478
013478*----------------------------------------------------------------*
013478*  CARD-MASTER-JOURNAL - CARD MASTER CHANGE JOURNAL. ONE RECORD  *
013478*  PER ADD, UPDATE, CLOSE OR DELETE, APPENDED AS THE CHANGE IS   *
013478*  MADE, CARRYING THE RECORD BEFORE AND AFTER. AN ADD HAS NO     *
013478*  BEFORE IMAGE AND A DELETE NO AFTER IMAGE (SPACES). EACH IMAGE *
013478*  IS ONE CARD-MASTER-RECORD. CARD-MASTER-RECOVER REPLAYS IT     *
013478*  FORWARD FROM A BACKUP AND LISTS A CARD'S CHANGE HISTORY. THE  *
013478*  LAYOUT IS COMMON TO EVERY PROGRAM THAT UPDATES THE MASTER AND *
013478*  MUST BE CHANGED IN ALL OF THEM TOGETHER. CHANGE CODES:        *
013478*      ADD  ACCOUNT ADDED        BAL  BALANCE SET (MAINT)        *
013478*      CLOS ACCOUNT CLOSED       LIM  CREDIT LIMIT SET           *
013478*      INT  INTEREST/FEE POSTING RL/RI/MC/MD ADJUSTMENT TYPE     *
013478*      PU/CA/RT/PY MONETARY TXN  CHGO CHARGE-OFF                 *
013478*      ARCH ARCHIVED TO CARDHIST                                 *
013478*  ABSENT (STATUS 35) UNTIL THE FIRST CHANGE IS JOURNALED.       *
013478*----------------------------------------------------------------*
013478 FD  CARD-MASTER-JOURNAL
013478     RECORDING MODE IS F.
013478 01  CARD-MASTER-JOURNAL-RECORD.
013478     05  CJ-CARD-NUMBER         PIC X(16).
013478     05  CJ-ACTION              PIC X(01).
013478         88  CJ-ACTION-ADD                     VALUE 'A'.
013478         88  CJ-ACTION-UPDATE                  VALUE 'U'.
013478         88  CJ-ACTION-CLOSE                   VALUE 'C'.
013478         88  CJ-ACTION-DELETE                  VALUE 'D'.
013478     05  CJ-CHANGE-CODE         PIC X(04).
013478     05  CJ-PROGRAM-NAME        PIC X(20).
013478     05  CJ-BUSINESS-DATE       PIC 9(08).
013478     05  CJ-CHANGE-DATE         PIC 9(08).
013478     05  CJ-CHANGE-TIME         PIC 9(08).
013478     05  CJ-OPERATOR-ID         PIC X(08).
013478     05  CJ-BEFORE-IMAGE        PIC X(93).
013478     05  CJ-AFTER-IMAGE         PIC X(93).
013478     05  FILLER                 PIC X(20).
013500
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------*
013800*  SWITCHES                                                      *
013900*----------------------------------------------------------------*
014000 77  WS-MASTER-EOF              PIC X(01)      VALUE 'N'.
014100     88  END-OF-CARD-MASTER                    VALUE 'Y'.
014200 77  WS-CARDMSTR-STATUS         PIC X(02)      VALUE SPACES.
014300     88  CARDMSTR-OK                           VALUE '00'.
014400 77  WS-PROMISE-STATUS          PIC X(02)      VALUE SPACES.
014500     88  PROMISE-FILE-OK                       VALUE '00'.
014600     88  PROMISE-FILE-ABSENT                   VALUE '35'.
014700 77  WS-PROMISE-EOF             PIC X(01)      VALUE 'N'.
014800     88  END-OF-PROMISE-FILE                   VALUE 'Y'.
014900 77  WS-PTP-FOUND               PIC X(01)      VALUE 'N'.
015000     88  KEPT-PROMISE-FOUND                    VALUE 'Y'.
015100
015200*----------------------------------------------------------------*
015300*  CHARGE-OFF THRESHOLD - CONSECUTIVE NOT-PAID-IN-FULL CYCLES    *
015400*  (30 DAYS EACH) AT WHICH AN ACTIVE ACCOUNT IS WRITTEN OFF.     *
015500*----------------------------------------------------------------*
015600 77  WS-CHGOFF-DELQ-CYCLES      PIC 9(03)      VALUE 6.
015700
015800*----------------------------------------------------------------*
015900*  WORK FIELDS                                                   *
016000*----------------------------------------------------------------*
016100 77  WS-CO-PRINCIPAL            PIC S9(9)V99   COMP-3 VALUE 0.
016200 77  WS-CO-INTEREST             PIC S9(9)V99   COMP-3 VALUE 0.
016300 77  WS-CO-FEES                 PIC S9(9)V99   COMP-3 VALUE 0.
016400 77  WS-CO-REMAINING            PIC S9(9)V99   COMP-3 VALUE 0.
016500
016600 01  WS-CURRENT-DATE.
016700     05  WS-CURR-YYYY           PIC 9(4).
016800     05  WS-CURR-MM             PIC 9(2).
016900     05  WS-CURR-DD             PIC 9(2).
017000 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
017100                                PIC 9(8).
017200
017300*----------------------------------------------------------------*
017400*  CONTROL COUNTS AND TOTALS                                     *
017500*----------------------------------------------------------------*
017600 77  WS-READ-COUNT              PIC 9(07)      COMP   VALUE 0.
017700 77  WS-ELIGIBLE-COUNT          PIC 9(07)      COMP   VALUE 0.
017800 77  WS-CHARGED-OFF-COUNT       PIC 9(07)      COMP   VALUE 0.
017900 77  WS-EXEMPT-COUNT            PIC 9(07)      COMP   VALUE 0.
018000 77  WS-NO-BALANCE-COUNT        PIC 9(07)      COMP   VALUE 0.
018100 77  WS-TOTAL-PRINCIPAL         PIC S9(11)V99  COMP-3 VALUE 0.
018200 77  WS-TOTAL-INTEREST          PIC S9(11)V99  COMP-3 VALUE 0.
018300 77  WS-TOTAL-FEES              PIC S9(11)V99  COMP-3 VALUE 0.
018400 77  WS-TOTAL-CHARGED-OFF       PIC S9(11)V99  COMP-3 VALUE 0.
018500 77  WS-TOTAL-EXEMPT-BAL        PIC S9(11)V99  COMP-3 VALUE 0.
018525 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
018550     88  BALLEDGR-FILE-OK                      VALUE '00'.
018575     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
018576 77  WS-CMJRNL-STATUS           PIC X(02)      VALUE SPACES.
018577     88  CMJRNL-FILE-OK                        VALUE '00'.
018578     88  CMJRNL-FILE-NOT-FOUND                 VALUE '35'.
018579 77  WS-CMJRNL-OPEN-SW          PIC X(01)      VALUE 'N'.
018580     88  CMJRNL-IS-OPEN                        VALUE 'Y'.
018581
018582*----------------------------------------------------------------*
018583*  CARD-MASTER JOURNAL WORK AREA - THE CHANGE BEING JOURNALED.   *
018584*  THE IMAGES ARE CLEARED ONCE THE JOURNAL RECORD IS WRITTEN.    *
018585*----------------------------------------------------------------*
018586 77  WS-CMJ-ACTION              PIC X(01)      VALUE SPACE.
018587     88  CMJ-ACTION-DELETE                     VALUE 'D'.
018588 77  WS-CMJ-CHANGE-CODE         PIC X(04)      VALUE SPACES.
018589 77  WS-CMJ-OPERATOR            PIC X(08)      VALUE SPACES.
018590 01  WS-CMJ-BEFORE-IMAGE.
018591     05  WS-CMJ-BEFORE-CARD     PIC X(16)      VALUE SPACES.
018592     05  FILLER                 PIC X(77)      VALUE SPACES.
018593 01  WS-CMJ-AFTER-IMAGE.
018594     05  WS-CMJ-AFTER-CARD      PIC X(16)      VALUE SPACES.
018595     05  FILLER                 PIC X(77)      VALUE SPACES.
018600
018700*----------------------------------------------------------------*
018800*  KEPT-PROMISE TABLE, LOADED FROM PROMISE-FILE AT STARTUP.      *
018900*  ONLY KEPT PROMISES ARE HELD - THEY ARE ALL THE EXEMPTION      *
019000*  CHECK EVER NEEDS TO SEE.                                      *
019100*----------------------------------------------------------------*
019200 77  WS-PTP-TABLE-COUNT         PIC 9(05)      COMP   VALUE 0.
019300 77  WS-PTP-TABLE-MAX           PIC 9(05)      COMP   VALUE 10000.
019400 77  WS-PTP-FOUND-IDX           PIC 9(05)      COMP   VALUE 0.
019500 01  WS-PTP-TABLE.
019600     05  WS-PTP-ENTRY           OCCURS 10000 TIMES
019700                                INDEXED BY WS-PTP-IDX.
019800         10  WS-PTP-CARD-NUMBER     PIC X(16).
019900         10  WS-PTP-COLLECTOR-ID    PIC X(08).
020000
020100*----------------------------------------------------------------*
020200*  REGISTER LINES                                                *
020300*----------------------------------------------------------------*
020400 01  WS-REPORT-HEADER-1.
020500     05  FILLER                 PIC X(01)      VALUE SPACE.
020600     05  FILLER                 PIC X(10)      VALUE 'RPT-CHG01'.
020700     05  FILLER                 PIC X(20)      VALUE SPACES.
020800     05  FILLER                 PIC X(40)
020900             VALUE 'CHARGE-OFF REGISTER'.
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
022000     05  FILLER                 PIC X(05)      VALUE SPACES.
022100     05  FILLER                 PIC X(24)
022200             VALUE 'CHARGE-OFF AT CYCLES >= '.
022300     05  H2-DELQ-CYCLES         PIC ZZ9.
022400     05  FILLER                 PIC X(79)      VALUE SPACES.
022500
022600 01  WS-REPORT-HEADER-3.
022700     05  FILLER                 PIC X(01)      VALUE SPACE.
022800     05  FILLER                 PIC X(16)  VALUE 'CARD NUMBER'.
022900     05  FILLER                 PIC X(02)      VALUE SPACES.
023000     05  FILLER                 PIC X(05)  VALUE 'DELQ'.
023100     05  FILLER                 PIC X(02)      VALUE SPACES.
023200     05  FILLER                 PIC X(13)  VALUE '    PRINCIPAL'.
023300     05  FILLER                 PIC X(02)      VALUE SPACES.
023400     05  FILLER                 PIC X(13)  VALUE '     INTEREST'.
023500     05  FILLER                 PIC X(02)      VALUE SPACES.
023600     05  FILLER                 PIC X(13)  VALUE '         FEES'.
023700     05  FILLER                 PIC X(02)      VALUE SPACES.
023800     05  FILLER                 PIC X(13)  VALUE '        TOTAL'.
023900     05  FILLER                 PIC X(02)      VALUE SPACES.
024000     05  FILLER                 PIC X(46)  VALUE 'DISPOSITION'.
024100
024200 01  WS-REPORT-DETAIL-LINE.
024300     05  FILLER                 PIC X(01)      VALUE SPACE.
024400     05  D-CARD-NUMBER          PIC X(16).
024500     05  FILLER                 PIC X(02)      VALUE SPACES.
024600     05  D-DELQ-CYCLES          PIC ZZ9.
024700     05  FILLER                 PIC X(04)      VALUE SPACES.
024800     05  D-PRINCIPAL            PIC Z,ZZZ,ZZ9.99-.
024900     05  FILLER                 PIC X(02)      VALUE SPACES.
025000     05  D-INTEREST             PIC Z,ZZZ,ZZ9.99-.
025100     05  FILLER                 PIC X(02)      VALUE SPACES.
025200     05  D-FEES                 PIC Z,ZZZ,ZZ9.99-.
025300     05  FILLER                 PIC X(02)      VALUE SPACES.
025400     05  D-TOTAL                PIC Z,ZZZ,ZZ9.99-.
025500     05  FILLER                 PIC X(02)      VALUE SPACES.
025600     05  D-DISPOSITION          PIC X(46).
025700
025800 01  WS-COUNT-LINE.
025900     05  FILLER                 PIC X(01)      VALUE SPACE.
026000     05  C-LABEL                PIC X(34).
026100     05  C-COUNT                PIC ZZZ,ZZ9.
026200     05  FILLER                 PIC X(90)      VALUE SPACES.
026300
026400 01  WS-TOTAL-LINE.
026500     05  FILLER                 PIC X(01)      VALUE SPACE.
026600     05  T-LABEL                PIC X(34).
026700     05  T-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
026800     05  FILLER                 PIC X(79)      VALUE SPACES.
026900
027000 PROCEDURE DIVISION.
027100*----------------------------------------------------------------*
027200*  0000-MAINLINE                                                 *
027300*----------------------------------------------------------------*
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE
027600     PERFORM 2100-READ-CARD-MASTER
027700     PERFORM 2200-PROCESS-ONE-CARD
027800         UNTIL END-OF-CARD-MASTER
027900     PERFORM 8000-FINALIZE
028000     STOP RUN.
028100
028200*----------------------------------------------------------------*
028300*  1000-INITIALIZE                                               *
028400*----------------------------------------------------------------*
028500 1000-INITIALIZE.
028600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028700     OPEN I-O CARD-MASTER
028800     IF NOT CARDMSTR-OK
028900         DISPLAY '*** CARD-MASTER OPEN FAILED - STATUS: '
029000             WS-CARDMSTR-STATUS ' ***'
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF
029307     OPEN EXTEND CARD-MASTER-JOURNAL
029314     IF CMJRNL-FILE-NOT-FOUND
029321         OPEN OUTPUT CARD-MASTER-JOURNAL
029328     END-IF
029335     IF NOT CMJRNL-FILE-OK
029342         DISPLAY '*** CMJRNL.DAT OPEN FOR UPDATE FAILED - '
029349             'STATUS: ' WS-CMJRNL-STATUS ' ***'
029356         MOVE 16 TO RETURN-CODE
029363         PERFORM 8200-CLOSE-FILES
029370         STOP RUN
029377     END-IF
029384     MOVE 'Y' TO WS-CMJRNL-OPEN-SW
029400     OPEN OUTPUT CHARGEOFF-FILE
029500     OPEN OUTPUT CHARGEOFF-REPORT
029600     PERFORM 1200-LOAD-PROMISE-TABLE
029700     PERFORM 1500-WRITE-REPORT-HEADERS.
029800
029900*----------------------------------------------------------------*
030000*  1200-LOAD-PROMISE-TABLE - ONLY KEPT PROMISES ARE HELD. AN     *
030100*  ABSENT FILE (STATUS 35) MEANS NO PROMISES AND NO EXEMPTIONS.  *
030200*----------------------------------------------------------------*
030300 1200-LOAD-PROMISE-TABLE.
030400     OPEN INPUT PROMISE-FILE
030500     EVALUATE TRUE
030600         WHEN PROMISE-FILE-OK
030700             PERFORM 1210-READ-PROMISE-RECORD
030800             PERFORM 1220-STORE-PROMISE-ENTRY
030900                 UNTIL END-OF-PROMISE-FILE
031000             CLOSE PROMISE-FILE
031100         WHEN PROMISE-FILE-ABSENT
031200             CONTINUE
031300         WHEN OTHER
031400             DISPLAY '*** PROMISE.DAT OPEN FAILED - STATUS: '
031500                 WS-PROMISE-STATUS ' ***'
031600             MOVE 16 TO RETURN-CODE
031700             PERFORM 8200-CLOSE-FILES
031800             STOP RUN
031900     END-EVALUATE.
032000
032100 1210-READ-PROMISE-RECORD.
032200     READ PROMISE-FILE
032300         AT END
032400             MOVE 'Y' TO WS-PROMISE-EOF
032500         NOT AT END
032600             CONTINUE
032700     END-READ.
032800
032900 1220-STORE-PROMISE-ENTRY.
033000     IF PTP-PROMISE-KEPT
033100         IF WS-PTP-TABLE-COUNT = WS-PTP-TABLE-MAX
033200             DISPLAY '*** PROMISE.DAT KEPT-PROMISE COUNT   ***'
033300             DISPLAY '*** EXCEEDS WS-PTP-TABLE CAPACITY OF '
033400                 WS-PTP-TABLE-MAX ' ***'
033500             MOVE 16 TO RETURN-CODE
033600             PERFORM 8200-CLOSE-FILES
033700             STOP RUN
033800         END-IF
033900         ADD 1 TO WS-PTP-TABLE-COUNT
034000         MOVE PTP-CARD-NUMBER TO
034100             WS-PTP-CARD-NUMBER(WS-PTP-TABLE-COUNT)
034200         MOVE PTP-COLLECTOR-ID TO
034300             WS-PTP-COLLECTOR-ID(WS-PTP-TABLE-COUNT)
034400     END-IF
034500     PERFORM 1210-READ-PROMISE-RECORD.
034600
034700 1500-WRITE-REPORT-HEADERS.
034800     MOVE WS-CURR-YYYY          TO H2-RUN-YYYY
034900     MOVE WS-CURR-MM            TO H2-RUN-MM
035000     MOVE WS-CURR-DD            TO H2-RUN-DD
035100     MOVE WS-CHGOFF-DELQ-CYCLES TO H2-DELQ-CYCLES
035200     WRITE RPT-RECORD FROM WS-REPORT-HEADER-1
035300         AFTER ADVANCING PAGE
035400     WRITE RPT-RECORD FROM WS-REPORT-HEADER-2
035500         AFTER ADVANCING 1 LINE
035600     WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
035700         AFTER ADVANCING 2 LINES.
035800
035900*----------------------------------------------------------------*
036000*  2100-READ-CARD-MASTER - SEQUENTIAL PASS OF THE WHOLE MASTER   *
036100*----------------------------------------------------------------*
036200 2100-READ-CARD-MASTER.
036300     READ CARD-MASTER
036400         AT END
036500             MOVE 'Y' TO WS-MASTER-EOF
036600         NOT AT END
036700             ADD 1 TO WS-READ-COUNT
036800     END-READ.
036900
037000*----------------------------------------------------------------*
037100*  2200-PROCESS-ONE-CARD - ONLY AN ACTIVE ACCOUNT AT OR PAST THE *
037200*  THRESHOLD IS A CANDIDATE. A KEPT PROMISE EXEMPTS IT; A CREDIT *
037300*  OR ZERO BALANCE HAS NOTHING TO WRITE OFF.                     *
037400*----------------------------------------------------------------*
037500 2200-PROCESS-ONE-CARD.
037600     IF CM-ACCOUNT-ACTIVE
037700         AND CM-DELQ-CYCLES NOT < WS-CHGOFF-DELQ-CYCLES
037800         ADD 1 TO WS-ELIGIBLE-COUNT
037900         PERFORM 2300-LOOKUP-KEPT-PROMISE
038000         EVALUATE TRUE
038100             WHEN KEPT-PROMISE-FOUND
038200                 PERFORM 2400-LIST-EXEMPT-CARD
038300             WHEN CM-CURR-BALANCE NOT > ZERO
038400                 ADD 1 TO WS-NO-BALANCE-COUNT
038500                 MOVE ZERO TO WS-CO-PRINCIPAL
038600                 MOVE ZERO TO WS-CO-INTEREST
038700                 MOVE ZERO TO WS-CO-FEES
038800                 MOVE 'NOT CHARGED OFF - NO BALANCE OWED'
038900                     TO D-DISPOSITION
039000                 PERFORM 2700-WRITE-DETAIL-LINE
039100             WHEN OTHER
039200                 PERFORM 2500-CHARGE-OFF-ACCOUNT
039300         END-EVALUATE
039400     END-IF
039500     PERFORM 2100-READ-CARD-MASTER.
039600
039700 2300-LOOKUP-KEPT-PROMISE.
039800     MOVE 'N' TO WS-PTP-FOUND
039900     PERFORM 2310-CHECK-PROMISE-ENTRY
040000         VARYING WS-PTP-IDX FROM 1 BY 1
040100         UNTIL WS-PTP-IDX > WS-PTP-TABLE-COUNT
040200            OR KEPT-PROMISE-FOUND.
040300
040400 2310-CHECK-PROMISE-ENTRY.
040500     IF WS-PTP-CARD-NUMBER(WS-PTP-IDX) = CM-CARD-NUMBER
040600         MOVE 'Y' TO WS-PTP-FOUND
040700         SET WS-PTP-FOUND-IDX TO WS-PTP-IDX
040800     END-IF.
040900
041000 2400-LIST-EXEMPT-CARD.
041100     ADD 1 TO WS-EXEMPT-COUNT
041200     ADD CM-CURR-BALANCE TO WS-TOTAL-EXEMPT-BAL
041300     MOVE ZERO TO WS-CO-PRINCIPAL
041400     MOVE ZERO TO WS-CO-INTEREST
041500     MOVE ZERO TO WS-CO-FEES
041600     MOVE SPACES TO D-DISPOSITION
041700     STRING 'EXEMPT - KEPT PROMISE, COLLECTOR '
041800            WS-PTP-COLLECTOR-ID(WS-PTP-FOUND-IDX)
041900         DELIMITED BY SIZE INTO D-DISPOSITION
042000     PERFORM 2700-WRITE-DETAIL-LINE.
042100
042200*----------------------------------------------------------------*
042300*  2500-CHARGE-OFF-ACCOUNT - SPLITS THE BALANCE INTO INTEREST,   *
042400*  FEE AND PRINCIPAL RECEIVABLE PORTIONS, MOVES THE ACCOUNT TO   *
042500*  CHARGED-OFF AND CUTS THE GL WRITE-OFF RECORD. THE MASTER      *
042600*  REWRITE IS PROVED BEFORE THE WRITE-OFF RECORD IS WRITTEN, SO  *
042700*  THE LEDGER NEVER WRITES OFF AN ACCOUNT STILL SHOWN ACTIVE.    *
042800*----------------------------------------------------------------*
042900 2500-CHARGE-OFF-ACCOUNT.
043000     MOVE CM-CURR-BALANCE TO WS-CO-REMAINING
043100     IF CM-ACCRUED-INTEREST > ZERO
043200         IF CM-ACCRUED-INTEREST < WS-CO-REMAINING
043300             MOVE CM-ACCRUED-INTEREST TO WS-CO-INTEREST
043400         ELSE
043500             MOVE WS-CO-REMAINING TO WS-CO-INTEREST
043600         END-IF
043700     ELSE
043800         MOVE ZERO TO WS-CO-INTEREST
043900     END-IF
044000     SUBTRACT WS-CO-INTEREST FROM WS-CO-REMAINING
044100     IF CM-FEES-YTD > ZERO
044200         IF CM-FEES-YTD < WS-CO-REMAINING
044300             MOVE CM-FEES-YTD TO WS-CO-FEES
044400         ELSE
044500             MOVE WS-CO-REMAINING TO WS-CO-FEES
044600         END-IF
044700     ELSE
044800         MOVE ZERO TO WS-CO-FEES
044900     END-IF
045000     SUBTRACT WS-CO-FEES FROM WS-CO-REMAINING
045100     MOVE WS-CO-REMAINING TO WS-CO-PRINCIPAL
045150     MOVE CARD-MASTER-RECORD TO WS-CMJ-BEFORE-IMAGE
045200     MOVE 'X'               TO CM-ACCT-STATUS
045300     MOVE WS-CURRENT-DATE-N TO CM-CHARGEOFF-DATE
045400     MOVE ZERO              TO CM-RECOVERED-AMT
045450     MOVE CARD-MASTER-RECORD TO WS-CMJ-AFTER-IMAGE
045500     REWRITE CARD-MASTER-RECORD
045600     PERFORM 2900-CHECK-REWRITE-STATUS
045625     MOVE 'U'               TO WS-CMJ-ACTION
045650     MOVE 'CHGO'            TO WS-CMJ-CHANGE-CODE
045675     PERFORM 2950-WRITE-MASTER-JOURNAL
045700     MOVE CM-CARD-NUMBER        TO CO-CARD-NUMBER
045800     MOVE WS-CURRENT-DATE-N     TO CO-CHARGEOFF-DATE
045900     MOVE WS-CO-PRINCIPAL       TO CO-PRINCIPAL
046000     MOVE WS-CO-INTEREST        TO CO-INTEREST
046100     MOVE WS-CO-FEES            TO CO-FEES
046200     MOVE CM-CURR-BALANCE       TO CO-TOTAL
046300     MOVE CM-DELQ-CYCLES        TO CO-DELQ-CYCLES
046400     WRITE CHARGEOFF-RECORD
046500     ADD 1 TO WS-CHARGED-OFF-COUNT
046600     ADD WS-CO-PRINCIPAL        TO WS-TOTAL-PRINCIPAL
046700     ADD WS-CO-INTEREST         TO WS-TOTAL-INTEREST
046800     ADD WS-CO-FEES             TO WS-TOTAL-FEES
046900     ADD CM-CURR-BALANCE        TO WS-TOTAL-CHARGED-OFF
047000     MOVE 'CHARGED OFF'         TO D-DISPOSITION
047100     PERFORM 2700-WRITE-DETAIL-LINE.
047200
047300 2700-WRITE-DETAIL-LINE.
047400     MOVE CM-CARD-NUMBER        TO D-CARD-NUMBER
047500     MOVE CM-DELQ-CYCLES        TO D-DELQ-CYCLES
047600     MOVE WS-CO-PRINCIPAL       TO D-PRINCIPAL
047700     MOVE WS-CO-INTEREST        TO D-INTEREST
047800     MOVE WS-CO-FEES            TO D-FEES
047900     MOVE CM-CURR-BALANCE       TO D-TOTAL
048000     WRITE RPT-RECORD FROM WS-REPORT-DETAIL-LINE
048100         AFTER ADVANCING 1 LINE.
048200
048300*----------------------------------------------------------------*
048400*  2900-CHECK-REWRITE-STATUS - A FAILED REWRITE MUST NOT BE      *
048500*  REGISTERED AS CHARGED OFF; THE RUN IS ABENDED INSTEAD.        *
048600*----------------------------------------------------------------*
048700 2900-CHECK-REWRITE-STATUS.
048800     IF NOT CARDMSTR-OK
048900         DISPLAY '*** CARD-MASTER REWRITE FAILED ***'
049000         DISPLAY '*** CARD  : ' CM-CARD-NUMBER
049100         DISPLAY '*** STATUS: ' WS-CARDMSTR-STATUS
049200         MOVE 16 TO RETURN-CODE
049300         PERFORM 8200-CLOSE-FILES
049400         STOP RUN
049500     END-IF.
049502
049504*----------------------------------------------------------------*
049506*  2950-WRITE-MASTER-JOURNAL - APPENDS THE BEFORE/AFTER IMAGE    *
049508*  OF THE MASTER CHANGE JUST MADE, FOR FORWARD RECOVERY AND THE  *
049510*  PER-CARD CHANGE HISTORY. A CHANGE THAT CANNOT BE JOURNALED    *
049512*  WOULD BE LOST TO RECOVERY, SO THE RUN IS ABENDED.             *
049514*----------------------------------------------------------------*
049516 2950-WRITE-MASTER-JOURNAL.
049518     MOVE SPACES                TO CARD-MASTER-JOURNAL-RECORD
049520     IF CMJ-ACTION-DELETE
049522         MOVE WS-CMJ-BEFORE-CARD TO CJ-CARD-NUMBER
049524     ELSE
049526         MOVE WS-CMJ-AFTER-CARD TO CJ-CARD-NUMBER
049528     END-IF
049530     MOVE WS-CMJ-ACTION         TO CJ-ACTION
049532     MOVE WS-CMJ-CHANGE-CODE    TO CJ-CHANGE-CODE
049534     MOVE 'CHARGE-OFF'          TO CJ-PROGRAM-NAME
049536     MOVE WS-CURRENT-DATE-N     TO CJ-BUSINESS-DATE
049538     ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD
049540     ACCEPT CJ-CHANGE-TIME FROM TIME
049542     MOVE WS-CMJ-OPERATOR       TO CJ-OPERATOR-ID
049544     MOVE WS-CMJ-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE
049546     MOVE WS-CMJ-AFTER-IMAGE    TO CJ-AFTER-IMAGE
049548     WRITE CARD-MASTER-JOURNAL-RECORD
049550     IF NOT CMJRNL-FILE-OK
049552         DISPLAY '*** CMJRNL.DAT WRITE FAILED ***'
049554         DISPLAY '*** CARD  : ' CJ-CARD-NUMBER
049556         DISPLAY '*** STATUS: ' WS-CMJRNL-STATUS
049558         MOVE 16 TO RETURN-CODE
049560         PERFORM 8200-CLOSE-FILES
049562         STOP RUN
049564     END-IF
049566     MOVE SPACES                TO WS-CMJ-BEFORE-IMAGE
049568     MOVE SPACES                TO WS-CMJ-AFTER-IMAGE.
049600
049700*----------------------------------------------------------------*
049800*  8000-FINALIZE - THE PRINCIPAL, INTEREST AND FEE TOTALS ARE    *
049900*  WHAT POST-GL-JOURNAL CREDITS TO THE RECEIVABLES; THEIR SUM    *
050000*  IS THE CHARGE AGAINST THE LOSS ALLOWANCE.                     *
050100*----------------------------------------------------------------*
050200 8000-FINALIZE.
050300     MOVE 'MASTER RECORDS READ:          ' TO C-LABEL
050400     MOVE WS-READ-COUNT         TO C-COUNT
050500     WRITE RPT-RECORD FROM WS-COUNT-LINE
050600         AFTER ADVANCING 2 LINES
050700     MOVE 'ACCOUNTS AT CHARGE-OFF CYCLES:' TO C-LABEL
050800     MOVE WS-ELIGIBLE-COUNT     TO C-COUNT
050900     PERFORM 8100-WRITE-COUNT-LINE
051000     MOVE 'ACCOUNTS CHARGED OFF:         ' TO C-LABEL
051100     MOVE WS-CHARGED-OFF-COUNT  TO C-COUNT
051200     PERFORM 8100-WRITE-COUNT-LINE
051300     MOVE 'EXEMPT - KEPT PROMISE:        ' TO C-LABEL
051400     MOVE WS-EXEMPT-COUNT       TO C-COUNT
051500     PERFORM 8100-WRITE-COUNT-LINE
051600     MOVE 'NOT CHARGED - NO BALANCE:     ' TO C-LABEL
051700     MOVE WS-NO-BALANCE-COUNT   TO C-COUNT
051800     PERFORM 8100-WRITE-COUNT-LINE
051900     MOVE 'PRINCIPAL WRITTEN OFF:        ' TO T-LABEL
052000     MOVE WS-TOTAL-PRINCIPAL    TO T-AMOUNT
052100     PERFORM 8150-WRITE-TOTAL-LINE
052200     MOVE 'INTEREST WRITTEN OFF:         ' TO T-LABEL
052300     MOVE WS-TOTAL-INTEREST     TO T-AMOUNT
052400     PERFORM 8150-WRITE-TOTAL-LINE
052500     MOVE 'FEES WRITTEN OFF:             ' TO T-LABEL
052600     MOVE WS-TOTAL-FEES         TO T-AMOUNT
052700     PERFORM 8150-WRITE-TOTAL-LINE
052800     MOVE 'TOTAL CHARGED TO ALLOWANCE:   ' TO T-LABEL
052900     MOVE WS-TOTAL-CHARGED-OFF  TO T-AMOUNT
053000     PERFORM 8150-WRITE-TOTAL-LINE
053100     MOVE 'EXEMPT BALANCE RETAINED:      ' TO T-LABEL
053200     MOVE WS-TOTAL-EXEMPT-BAL   TO T-AMOUNT
053300     PERFORM 8150-WRITE-TOTAL-LINE
053350     PERFORM 8180-WRITE-BALANCE-LEDGER
053400     PERFORM 8200-CLOSE-FILES.
053500
053600 8100-WRITE-COUNT-LINE.
053700     WRITE RPT-RECORD FROM WS-COUNT-LINE
053800         AFTER ADVANCING 1 LINE.
053900
054000 8150-WRITE-TOTAL-LINE.
054100     WRITE RPT-RECORD FROM WS-TOTAL-LINE
054200         AFTER ADVANCING 1 LINE.
054300
054302*----------------------------------------------------------------*
054304*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
054306*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
054308*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
054310*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
054312*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
054314*  CARRIED ON THE RECORD.                                        *
054316*----------------------------------------------------------------*
054318 8180-WRITE-BALANCE-LEDGER.
054320     OPEN EXTEND BALANCE-LEDGER-FILE
054322     IF BALLEDGR-FILE-NOT-FOUND
054324         OPEN OUTPUT BALANCE-LEDGER-FILE
054326     END-IF
054328     IF NOT BALLEDGR-FILE-OK
054330         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
054332             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
054334         MOVE 16 TO RETURN-CODE
054336         PERFORM 8200-CLOSE-FILES
054338         STOP RUN
054340     END-IF
054342     INITIALIZE BALANCE-LEDGER-RECORD
054344     MOVE 'CHARGE-OFF'          TO BL-STEP-NAME
054346     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
054348     ACCEPT BL-RUN-TIME FROM TIME
054350     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
054352     MOVE RETURN-CODE           TO BL-RETURN-CODE
054354     MOVE 'CHGOFF'              TO BL-STREAM-ID
054356     MOVE WS-READ-COUNT         TO BL-RECORDS-IN
054358     MOVE WS-CHARGED-OFF-COUNT  TO BL-RECORDS-OUT
054360     MOVE WS-TOTAL-CHARGED-OFF  TO BL-AMOUNT-TOTAL
054362     MOVE WS-TOTAL-INTEREST     TO BL-INTEREST-TOTAL
054364     MOVE WS-TOTAL-FEES         TO BL-FEE-TOTAL
054366     WRITE BALANCE-LEDGER-RECORD
054368     CLOSE BALANCE-LEDGER-FILE.
054370
054400 8200-CLOSE-FILES.
054500     CLOSE CARD-MASTER
054600     CLOSE CHARGEOFF-FILE
054625     IF CMJRNL-IS-OPEN
054650         CLOSE CARD-MASTER-JOURNAL
054675     END-IF
054700     CLOSE CHARGEOFF-REPORT.
