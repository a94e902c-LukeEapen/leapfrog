000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CREDIT-BUREAU-EXTRACT.
000300 AUTHOR.        CARD-SERVICES-BATCH-TEAM.
000400 INSTALLATION.  CARDDEMO-DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700 SECURITY.      NONE.
000800*REMARKS.
000900*    MONTH-END CREDIT BUREAU REPORTING EXTRACT IN THE METRO 2
001000*    426-BYTE FIXED FORMAT. ONE BASE SEGMENT IS WRITTEN FOR
001100*    EVERY ACCOUNT ON THE CARD MASTER (CARDMSTR.DAT), BETWEEN A
001200*    HEADER RECORD AND A TRAILER RECORD CARRYING THE BASE
001300*    RECORD COUNT AND THE COUNT FOR EACH ACCOUNT STATUS CODE,
001400*    TO THE BUREAU TRANSMISSION FILE (METRO2.DAT).
001500*
001600*    THE ACCOUNT STATUS CODE COMES FROM CM-ACCT-STATUS,
001700*    CM-CURR-BALANCE AND CM-DELQ-CYCLES (30 DAYS PER CYCLE, AS
001800*    IN THE COLLECTIONS EXTRACT):
001900*        11       CURRENT
002000*        71 - 84  30 / 60 / 90 / 120 / 150 / 180+ DAYS PAST DUE
002100*        13       CLOSED, PAID, ZERO BALANCE
002200*        97       CHARGED OFF, BALANCE STILL OWED
002300*        64       CHARGED OFF, SINCE PAID IN FULL BY RECOVERIES
002400*    THE SCHEDULED MONTHLY PAYMENT IS THE MINIMUM PAYMENT FROM
002500*    THE CYCLE'S STATEMENT FILE (STMT.DAT) AND THE ACTUAL
002600*    PAYMENT IS THE CYCLE'S PAYMENTS ON PAYMENTS.DAT.
002700*
002800*    THE 24-MONTH PAYMENT HISTORY PROFILE, HIGHEST BALANCE AND
002900*    LAST PAYMENT DATE ARE CARRIED FROM MONTH TO MONTH ON THE
003000*    PROFILE FILE (M2HIST.DAT). THIS RUN WRITES THE UPDATED
003100*    PROFILES TO M2HISTN.DAT, WHICH OPERATIONS SWAPS IN AS NEXT
003200*    MONTH'S INPUT. ON THE FIRST RUN THE PROFILE FILE IS ABSENT
003300*    (STATUS 35) AND EVERY PROFILE STARTS AS NO HISTORY ('B').
003400*
003500*    AN ACCOUNT ARCHIVED OFF THE MASTER TO CARDHIST.DAT BY
003600*    CARD-MASTER-ARCHIVE SINCE THE LAST EXTRACT - ONE THAT WAS
003700*    REPORTED LAST MONTH, OR WAS ARCHIVED THIS CALENDAR MONTH -
003800*    GETS ITS FINAL CLOSED-ACCOUNT REPORT (STATUS 13) HERE AND
003900*    IS THEN DROPPED FROM THE PROFILE FILE.
004000*
004100*    THE SUMMARY REPORT (RPTMET2.PRT) SHOWS THE COUNT AND
004200*    REPORTED BALANCE BY ACCOUNT STATUS CODE, SO A BUREAU
004300*    DATA-QUALITY DISPUTE CAN BE ANSWERED FROM THE RUN.
004400*
004500*    CARD AMOUNTS ARE REPORTED IN WHOLE DOLLARS (CENTS
004600*    DROPPED) AND A CREDIT BALANCE IS REPORTED AS ZERO. THE
004700*    CARD MASTER CARRIES NO CARDHOLDER DEMOGRAPHICS, SO THE
004800*    CONSUMER NAME, IDENTIFICATION AND ADDRESS FIELDS OF THE
004900*    BASE SEGMENT ARE LEFT BLANK FOR THE BUREAU TRANSMISSION
005000*    STEP TO FILL FROM THE CUSTOMER FILE.
005100*
005200*    MODIFICATION HISTORY
005300*    ------------------------------------------------------------
005400*    DATE       INIT  DESCRIPTION
005500*    ---------- ----  ------------------------------------------
005600*    2026-10-15 TJK   ORIGINAL PROGRAM - MONTHLY METRO 2 BASE
005700*                     SEGMENT EXTRACT WITH HEADER, TRAILER AND
005800*                     STATUS CODE SUMMARY REPORT.
005825*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
005850*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) FOR
005875*                     THE BATCH-BALANCING SIGN-OFF STEP.
005900*    ------------------------------------------------------------
006000*
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.   IBM-Z15.
006400 OBJECT-COMPUTER.   IBM-Z15.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CARD-MASTER ASSIGN TO 'CARDMSTR.DAT'
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS CM-CARD-NUMBER
007100         FILE STATUS IS WS-CARDMSTR-STATUS.
007200
007300     SELECT STATEMENT-FILE ASSIGN TO 'STMT.DAT'
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-STMT-STATUS.
007600
007700     SELECT PAYMENT-FILE ASSIGN TO 'PAYMENTS.DAT'
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-PMT-STATUS.
008000
008100     SELECT HISTORY-FILE ASSIGN TO 'CARDHIST.DAT'
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-HISTORY-STATUS.
008400
008500     SELECT PROFILE-FILE-IN ASSIGN TO 'M2HIST.DAT'
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-PROFILE-STATUS.
008800
008900     SELECT PROFILE-FILE-OUT ASSIGN TO 'M2HISTN.DAT'
009000         ORGANIZATION IS SEQUENTIAL.
009100
009200     SELECT METRO2-FILE ASSIGN TO 'METRO2.DAT'
009300         ORGANIZATION IS SEQUENTIAL.
009400
009500     SELECT BUREAU-REPORT ASSIGN TO 'RPTMET2.PRT'
009600         ORGANIZATION IS SEQUENTIAL.
009620
009640     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
009660         ORGANIZATION IS SEQUENTIAL
009680         FILE STATUS IS WS-BALLEDGR-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000*----------------------------------------------------------------*
010100*  CARD-MASTER - KEYED CARD ACCOUNT MASTER (VSAM KSDS). LAYOUT   *
010200*  MUST STAY IN STEP WITH CARD-MASTER-MAINT AND CALC-INTEREST.   *
010300*----------------------------------------------------------------*
010400 FD  CARD-MASTER.
010500 01  CARD-MASTER-RECORD.
010600     05  CM-CARD-NUMBER         PIC X(16).
010700     05  CM-ACCT-STATUS         PIC X(01).
010800         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
010900         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
011000         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
011100     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
011200     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
011300     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
011400     05  CM-LAST-POST-DATE      PIC 9(8).
011500     05  CM-OPEN-DATE           PIC 9(8).
011600     05  CM-CLOSE-DATE          PIC 9(8).
011700     05  CM-DELQ-CYCLES         PIC 9(03).
011800     05  CM-LAST-CYCLE-DATE     PIC 9(8).
011900     05  CM-PENALTY-APR-FLAG    PIC X(01).
012000         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
012100     05  CM-PIF-CYCLES          PIC 9(03).
012200     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
012300     05  CM-CHARGEOFF-DATE      PIC 9(8).
012400     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
012500
012600*----------------------------------------------------------------*
012700*  STATEMENT-FILE - THE CYCLE'S STATEMENTS FROM CYCLE-STATEMENT. *
012800*  LAYOUT MUST STAY IN STEP WITH THE WRITER.                     *
012900*----------------------------------------------------------------*
013000 FD  STATEMENT-FILE
013100     RECORDING MODE IS F.
013200 01  STATEMENT-RECORD.
013300     05  ST-CARD-NUMBER         PIC X(16).
013400     05  ST-STMT-DATE           PIC 9(8).
013500     05  ST-OPEN-BALANCE        PIC S9(9)V99 COMP-3.
013600     05  ST-PAYMENTS            PIC S9(9)V99 COMP-3.
013700     05  ST-INTEREST            PIC S9(9)V99 COMP-3.
013800     05  ST-FEES                PIC S9(9)V99 COMP-3.
013900     05  ST-ADJUSTMENTS         PIC S9(9)V99 COMP-3.
014000     05  ST-CLOSE-BALANCE       PIC S9(9)V99 COMP-3.
014100     05  ST-MIN-PAYMENT         PIC S9(9)V99 COMP-3.
014200     05  ST-DUE-DATE            PIC 9(8).
014300     05  ST-PURCHASES           PIC S9(9)V99 COMP-3.
014400     05  ST-CREDITS             PIC S9(9)V99 COMP-3.
014500
014600*----------------------------------------------------------------*
014700*  PAYMENT-FILE - PAYMENTS RECEIVED THIS CYCLE                   *
014800*----------------------------------------------------------------*
014900 FD  PAYMENT-FILE
015000     RECORDING MODE IS F.
015100 01  PAYMENT-RECORD.
015200     05  PMT-CARD-NUMBER        PIC X(16).
015300     05  PMT-DATE               PIC 9(8).
015400     05  PMT-AMOUNT             PIC S9(9)V99 COMP-3.
015500
015600*----------------------------------------------------------------*
015700*  HISTORY-FILE - ARCHIVED ACCOUNTS FROM CARD-MASTER-ARCHIVE.    *
015800*  LAYOUT MUST STAY IN STEP WITH THE WRITER.                     *
015900*----------------------------------------------------------------*
016000 FD  HISTORY-FILE
016100     RECORDING MODE IS F.
016200 01  HISTORY-RECORD.
016300     05  CH-CARD-NUMBER         PIC X(16).
016400     05  CH-ACCT-STATUS         PIC X(01).
016500     05  CH-CURR-BALANCE        PIC S9(9)V99 COMP-3.
016600     05  CH-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
016700     05  CH-FEES-YTD            PIC S9(9)V99 COMP-3.
016800     05  CH-LAST-POST-DATE      PIC 9(8).
016900     05  CH-OPEN-DATE           PIC 9(8).
017000     05  CH-CLOSE-DATE          PIC 9(8).
017100     05  CH-DELQ-CYCLES         PIC 9(03).
017200     05  CH-LAST-CYCLE-DATE     PIC 9(8).
017300     05  CH-PENALTY-APR-FLAG    PIC X(01).
017400     05  CH-PIF-CYCLES          PIC 9(03).
017500     05  CH-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
017600     05  CH-ARCHIVE-DATE        PIC 9(8).
017700     05  CH-ARCHIVE-DATE-R REDEFINES CH-ARCHIVE-DATE.
017800         10  CH-ARCHIVE-YYYYMM  PIC 9(6).
017900         10  FILLER             PIC 9(2).
018000
018100*----------------------------------------------------------------*
018200*  PROFILE-FILE-IN / PROFILE-FILE-OUT - PER-CARD BUREAU HISTORY  *
018300*  CARRIED BETWEEN MONTHLY EXTRACTS. PFI-LAST-MONTH-CODE IS THE  *
018400*  PROFILE CODE REPORTED FOR THE PRIOR MONTH; IT BECOMES THE     *
018500*  FIRST POSITION OF THIS MONTH'S 24-MONTH PROFILE.              *
018600*----------------------------------------------------------------*
018700 FD  PROFILE-FILE-IN
018800     RECORDING MODE IS F.
018900 01  PROFILE-IN-RECORD.
019000     05  PFI-CARD-NUMBER        PIC X(16).
019100     05  PFI-LAST-MONTH-CODE    PIC X(01).
019200     05  PFI-HISTORY-PROFILE    PIC X(24).
019300     05  PFI-HIGHEST-BALANCE    PIC S9(9)V99 COMP-3.
019400     05  PFI-LAST-PMT-DATE      PIC 9(8).
019500     05  PFI-REPORT-DATE        PIC 9(8).
019600
019700 FD  PROFILE-FILE-OUT
019800     RECORDING MODE IS F.
019900 01  PROFILE-OUT-RECORD.
020000     05  PFO-CARD-NUMBER        PIC X(16).
020100     05  PFO-LAST-MONTH-CODE    PIC X(01).
020200     05  PFO-HISTORY-PROFILE    PIC X(24).
020300     05  PFO-HIGHEST-BALANCE    PIC S9(9)V99 COMP-3.
020400     05  PFO-LAST-PMT-DATE      PIC 9(8).
020500     05  PFO-REPORT-DATE        PIC 9(8).
020600
020700*----------------------------------------------------------------*
020800*  METRO2-FILE - 426-BYTE METRO 2 RECORDS: ONE HEADER, ONE BASE  *
020900*  SEGMENT PER ACCOUNT, ONE TRAILER. THE THREE RECORD TYPES ARE  *
021000*  BUILT IN WORKING STORAGE AND WRITTEN FROM THERE.              *
021100*----------------------------------------------------------------*
021200 FD  METRO2-FILE
021300     RECORDING MODE IS F.
021400 01  METRO2-RECORD              PIC X(426).
021500
021600*----------------------------------------------------------------*
021700*  BUREAU-REPORT - PRINTED STATUS CODE SUMMARY                   *
021800*----------------------------------------------------------------*
021900 FD  BUREAU-REPORT
022000     RECORDING MODE IS F.
022100 01  RPT-RECORD                 PIC X(132).
022103
022106*----------------------------------------------------------------*
022109*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
022112*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
022115*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
022118*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
022121*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
022124*  THE NIGHT'S FIRST STEP CREATES IT.                            *
022127*----------------------------------------------------------------*
022130 FD  BALANCE-LEDGER-FILE
022133     RECORDING MODE IS F.
022136 01  BALANCE-LEDGER-RECORD.
022139     05  BL-STEP-NAME           PIC X(20).
022142     05  BL-STREAM-ID           PIC X(08).
022145     05  BL-BUSINESS-DATE       PIC 9(08).
022148     05  BL-RUN-DATE            PIC 9(08).
022151     05  BL-RUN-TIME            PIC 9(08).
022154     05  BL-RETURN-CODE         PIC 9(04).
022157     05  BL-RECORDS-IN          PIC 9(09).
022160     05  BL-RECORDS-OUT         PIC 9(09).
022163     05  BL-RECORDS-REJECTED    PIC 9(09).
022166     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
022169     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
022172     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
022175     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
022178     05  FILLER                 PIC X(20).
022200
022300 WORKING-STORAGE SECTION.
022400*----------------------------------------------------------------*
022500*  SWITCHES                                                      *
022600*----------------------------------------------------------------*
022700 77  WS-MASTER-EOF              PIC X(01)      VALUE 'N'.
022800     88  END-OF-CARD-MASTER                    VALUE 'Y'.
022900 77  WS-CARDMSTR-STATUS         PIC X(02)      VALUE SPACES.
023000     88  CARDMSTR-OK                           VALUE '00'.
023100 77  WS-STMT-STATUS             PIC X(02)      VALUE SPACES.
023200     88  STMT-FILE-OK                          VALUE '00'.
023300     88  STMT-FILE-ABSENT                      VALUE '35'.
023400 77  WS-STMT-EOF                PIC X(01)      VALUE 'N'.
023500     88  END-OF-STATEMENT-FILE                 VALUE 'Y'.
023600 77  WS-PMT-STATUS              PIC X(02)      VALUE SPACES.
023700     88  PMT-FILE-OK                           VALUE '00'.
023800     88  PMT-FILE-ABSENT                       VALUE '35'.
023900 77  WS-PMT-EOF                 PIC X(01)      VALUE 'N'.
024000     88  END-OF-PAYMENT-FILE                   VALUE 'Y'.
024100 77  WS-HISTORY-STATUS          PIC X(02)      VALUE SPACES.
024200     88  HISTORY-FILE-OK                       VALUE '00'.
024300     88  HISTORY-FILE-ABSENT                   VALUE '35'.
024400 77  WS-HISTORY-EOF             PIC X(01)      VALUE 'N'.
024500     88  END-OF-HISTORY-FILE                   VALUE 'Y'.
024600 77  WS-PROFILE-STATUS          PIC X(02)      VALUE SPACES.
024700     88  PROFILE-FILE-OK                       VALUE '00'.
024800     88  PROFILE-FILE-ABSENT                   VALUE '35'.
024900 77  WS-PROFILE-EOF             PIC X(01)      VALUE 'N'.
025000     88  END-OF-PROFILE-FILE                   VALUE 'Y'.
025100 77  WS-STMT-FOUND              PIC X(01)      VALUE 'N'.
025200     88  CARD-STMT-WAS-FOUND                   VALUE 'Y'.
025300 77  WS-PMT-FOUND               PIC X(01)      VALUE 'N'.
025400     88  CARD-PMT-WAS-FOUND                    VALUE 'Y'.
025500 77  WS-PFL-FOUND               PIC X(01)      VALUE 'N'.
025600     88  CARD-PFL-WAS-FOUND                    VALUE 'Y'.
025700 77  WS-STC-FOUND               PIC X(01)      VALUE 'N'.
025800     88  STATUS-CODE-WAS-FOUND                 VALUE 'Y'.
025900
026000*----------------------------------------------------------------*
026100*  FURNISHER IDENTIFICATION - AS ASSIGNED BY EACH BUREAU AT      *
026200*  ONBOARDING. THE IDENTIFICATION NUMBER GOES ON EVERY BASE      *
026300*  SEGMENT; THE PROGRAM IDENTIFIERS GO ON THE HEADER.            *
026400*----------------------------------------------------------------*
026500 77  WS-M2-IDENT-NUMBER         PIC X(20)
026600                                VALUE 'CDDEMOCARD01'.
026700 77  WS-M2-INNOVIS-ID           PIC X(10)      VALUE 'CDDEMO0001'.
026800 77  WS-M2-EQUIFAX-ID           PIC X(10)      VALUE 'CDDEMO0001'.
026900 77  WS-M2-EXPERIAN-ID          PIC X(05)      VALUE 'CD001'.
027000 77  WS-M2-TRANSUNION-ID        PIC X(10)      VALUE 'CDDEMO0001'.
027100 77  WS-M2-REPORTER-NAME        PIC X(40)
027200                                VALUE 'CARDDEMO CARD SERVICES'.
027300 77  WS-M2-REPORTER-ADDRESS     PIC X(96)
027400                                VALUE 'CARDDEMO DATA CENTER'.
027500 77  WS-M2-REPORTER-PHONE       PIC 9(10)      VALUE 0.
027600 77  WS-M2-SOFTWARE-NAME        PIC X(40)
027700                      VALUE 'CARDDEMO CARD SERVICES BATCH'.
027800 77  WS-M2-SOFTWARE-VERSION     PIC X(05)      VALUE '01.00'.
027900
028000*----------------------------------------------------------------*
028100*  WORK FIELDS                                                   *
028200*----------------------------------------------------------------*
028300 77  WS-ARCHIVE-REPORT-SW       PIC X(01)      VALUE 'N'.
028400     88  ARCHIVED-CARD-IS-DUE                  VALUE 'Y'.
028500 77  WS-ACCOUNT-STATUS          PIC X(02)      VALUE SPACES.
028600 77  WS-PAYMENT-RATING          PIC X(01)      VALUE SPACE.
028700 77  WS-MONTH-CODE              PIC X(01)      VALUE SPACE.
028800 77  WS-DELQ-CYCLES             PIC 9(03)      VALUE 0.
028900 77  WS-SCHED-PAYMENT           PIC S9(9)V99   COMP-3 VALUE 0.
029000 77  WS-ACTUAL-PAYMENT          PIC S9(9)V99   COMP-3 VALUE 0.
029100 77  WS-REPORT-BALANCE          PIC S9(9)V99   COMP-3 VALUE 0.
029200 77  WS-PAST-DUE                PIC S9(9)V99   COMP-3 VALUE 0.
029300 77  WS-ORIG-CHGOFF             PIC S9(9)V99   COMP-3 VALUE 0.
029400 77  WS-HIGHEST-BALANCE         PIC S9(9)V99   COMP-3 VALUE 0.
029500 77  WS-LAST-PMT-DATE           PIC 9(8)       VALUE 0.
029600 77  WS-CLOSED-DATE             PIC 9(8)       VALUE 0.
029700 77  WS-FIRST-DELQ-DATE         PIC 9(8)       VALUE 0.
029800 77  WS-DELQ-BASE-DATE          PIC 9(8)       VALUE 0.
029900 77  WS-DATE-INT                PIC 9(07)      COMP   VALUE 0.
030000 77  WS-HISTORY-PROFILE         PIC X(24)      VALUE SPACES.
030100
030200 01  WS-CURRENT-DATE.
030300     05  WS-CURR-YYYY           PIC 9(4).
030400     05  WS-CURR-MM             PIC 9(2).
030500     05  WS-CURR-DD             PIC 9(2).
030600 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
030700                                PIC 9(8).
030800 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
030900     05  WS-CURR-YYYYMM         PIC 9(6).
031000     05  FILLER                 PIC 9(2).
031100
031200 01  WS-CURRENT-TIME.
031300     05  WS-CURR-HH             PIC 9(2).
031400     05  WS-CURR-MIN            PIC 9(2).
031500     05  WS-CURR-SS             PIC 9(2).
031600     05  WS-CURR-HS             PIC 9(2).
031700
031800*----------------------------------------------------------------*
031900*  DATE CONVERSION - METRO 2 CARRIES DATES AS MMDDYYYY. A ZERO   *
032000*  DATE STAYS ZERO.                                              *
032100*----------------------------------------------------------------*
032200 01  WS-M2-DATE-IN.
032300     05  WS-M2-IN-YYYY          PIC 9(4).
032400     05  WS-M2-IN-MM            PIC 9(2).
032500     05  WS-M2-IN-DD            PIC 9(2).
032600 01  WS-M2-DATE-IN-N REDEFINES WS-M2-DATE-IN
032700                                PIC 9(8).
032800 01  WS-M2-DATE-OUT.
032900     05  WS-M2-OUT-MM           PIC 9(2).
033000     05  WS-M2-OUT-DD           PIC 9(2).
033100     05  WS-M2-OUT-YYYY         PIC 9(4).
033200 01  WS-M2-DATE-OUT-N REDEFINES WS-M2-DATE-OUT
033300                                PIC 9(8).
033400
033500*----------------------------------------------------------------*
033600*  CONTROL COUNTS AND TOTALS                                     *
033700*----------------------------------------------------------------*
033800 77  WS-MASTER-COUNT            PIC 9(07)      COMP   VALUE 0.
033900 77  WS-ARCHIVED-COUNT          PIC 9(07)      COMP   VALUE 0.
034000 77  WS-BASE-COUNT              PIC 9(09)      COMP   VALUE 0.
034100 77  WS-PROFILE-OUT-COUNT       PIC 9(07)      COMP   VALUE 0.
034200 77  WS-TOTAL-REPORT-BAL        PIC S9(11)V99  COMP-3 VALUE 0.
034225 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
034250     88  BALLEDGR-FILE-OK                      VALUE '00'.
034275     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
034300
034400*----------------------------------------------------------------*
034500*  METRO 2 ACCOUNT STATUS CODES IN TRAILER ORDER, WITH THE       *
034600*  SUMMARY REPORT DESCRIPTION. COUNTS AND REPORTED BALANCES ARE  *
034700*  ACCUMULATED IN THE PARALLEL TABLE BELOW.                      *
034800*----------------------------------------------------------------*
034900 01  WS-STATUS-CODE-VALUES.
035000     05  FILLER                 PIC X(32)
035100             VALUE 'DADELETE ACCOUNT                '.
035200     05  FILLER                 PIC X(32)
035300             VALUE '05TRANSFERRED                   '.
035400     05  FILLER                 PIC X(32)
035500             VALUE '11CURRENT                       '.
035600     05  FILLER                 PIC X(32)
035700             VALUE '13CLOSED - PAID, ZERO BALANCE   '.
035800     05  FILLER                 PIC X(32)
035900             VALUE '61PAID - VOLUNTARY SURRENDER    '.
036000     05  FILLER                 PIC X(32)
036100             VALUE '62PAID - COLLECTION             '.
036200     05  FILLER                 PIC X(32)
036300             VALUE '63PAID - REPOSSESSION           '.
036400     05  FILLER                 PIC X(32)
036500             VALUE '64PAID - WAS CHARGED OFF        '.
036600     05  FILLER                 PIC X(32)
036700             VALUE '65PAID - FORECLOSURE            '.
036800     05  FILLER                 PIC X(32)
036900             VALUE '7130-59 DAYS PAST DUE           '.
037000     05  FILLER                 PIC X(32)
037100             VALUE '7860-89 DAYS PAST DUE           '.
037200     05  FILLER                 PIC X(32)
037300             VALUE '8090-119 DAYS PAST DUE          '.
037400     05  FILLER                 PIC X(32)
037500             VALUE '82120-149 DAYS PAST DUE         '.
037600     05  FILLER                 PIC X(32)
037700             VALUE '83150-179 DAYS PAST DUE         '.
037800     05  FILLER                 PIC X(32)
037900             VALUE '84180+ DAYS PAST DUE            '.
038000     05  FILLER                 PIC X(32)
038100             VALUE '88CLAIM FILED WITH GOVERNMENT   '.
038200     05  FILLER                 PIC X(32)
038300             VALUE '89DEED IN LIEU                  '.
038400     05  FILLER                 PIC X(32)
038500             VALUE '93ASSIGNED TO COLLECTIONS       '.
038600     05  FILLER                 PIC X(32)
038700             VALUE '94FORECLOSURE COMPLETED         '.
038800     05  FILLER                 PIC X(32)
038900             VALUE '95VOLUNTARY SURRENDER           '.
039000     05  FILLER                 PIC X(32)
039100             VALUE '96REPOSSESSION                  '.
039200     05  FILLER                 PIC X(32)
039300             VALUE '97CHARGED OFF - UNPAID          '.
039400 01  WS-STATUS-CODE-TABLE REDEFINES WS-STATUS-CODE-VALUES.
039500     05  WS-STC-ENTRY           OCCURS 22 TIMES
039600                                INDEXED BY WS-STC-IDX.
039700         10  WS-STC-CODE        PIC X(02).
039800         10  WS-STC-DESC        PIC X(30).
039900 77  WS-STC-COUNT-MAX           PIC 9(03)      COMP   VALUE 22.
040000 77  WS-STC-FOUND-IDX           PIC 9(03)      COMP   VALUE 0.
040100 01  WS-STATUS-TOTALS.
040200     05  WS-STT-ENTRY           OCCURS 22 TIMES.
040300         10  WS-STT-COUNT       PIC 9(09)      COMP.
040400         10  WS-STT-BALANCE     PIC S9(11)V99  COMP-3.
040500
040600*----------------------------------------------------------------*
040700*  CYCLE MINIMUM PAYMENT BY CARD, LOADED FROM STATEMENT-FILE.    *
040800*  IF A CARD HAS MORE THAN ONE STATEMENT ON THE FILE THE LATEST  *
040900*  STATEMENT DATE WINS.                                          *
041000*----------------------------------------------------------------*
041100 77  WS-STMT-FOUND-IDX          PIC 9(07)      COMP   VALUE 0.
041200 77  WS-STMT-TABLE-COUNT        PIC 9(07)      COMP   VALUE 0.
041300 77  WS-STMT-TABLE-MAX          PIC 9(07)      COMP
041400                                               VALUE 100000.
041500 77  WS-STMT-SEARCH-CARD        PIC X(16)      VALUE SPACES.
041600 01  WS-STMT-TABLE.
041700     05  WS-STMT-ENTRY          OCCURS 100000 TIMES
041800                                INDEXED BY WS-STMT-IDX.
041900         10  WS-STMT-CARD-NUMBER    PIC X(16).
042000         10  WS-STMT-DATE           PIC 9(8).
042100         10  WS-STMT-MIN-PAYMENT    PIC S9(9)V99 COMP-3.
042200
042300*----------------------------------------------------------------*
042400*  CYCLE PAYMENTS BY CARD, LOADED FROM PAYMENT-FILE - TOTAL      *
042500*  PAID AND THE LATEST PAYMENT DATE.                             *
042600*----------------------------------------------------------------*
042700 77  WS-PMT-FOUND-IDX           PIC 9(07)      COMP   VALUE 0.
042800 77  WS-PMT-TABLE-COUNT         PIC 9(07)      COMP   VALUE 0.
042900 77  WS-PMT-TABLE-MAX           PIC 9(07)      COMP
043000                                               VALUE 100000.
043100 77  WS-PMT-SEARCH-CARD         PIC X(16)      VALUE SPACES.
043200 01  WS-PMT-TABLE.
043300     05  WS-PMT-ENTRY           OCCURS 100000 TIMES
043400                                INDEXED BY WS-PMT-IDX.
043500         10  WS-PMT-CARD-NUMBER     PIC X(16).
043600         10  WS-PMT-TOTAL           PIC S9(9)V99 COMP-3.
043700         10  WS-PMT-LAST-DATE       PIC 9(8).
043800
043900*----------------------------------------------------------------*
044000*  PRIOR MONTH'S BUREAU PROFILES, LOADED FROM PROFILE-FILE-IN.   *
044100*  THE USED SWITCH MARKS CARDS ALREADY REPORTED THIS RUN, SO AN  *
044200*  ARCHIVED CARD IS ONLY GIVEN ITS FINAL REPORT ONCE.            *
044300*----------------------------------------------------------------*
044400 77  WS-PFL-FOUND-IDX           PIC 9(07)      COMP   VALUE 0.
044500 77  WS-PFL-TABLE-COUNT         PIC 9(07)      COMP   VALUE 0.
044600 77  WS-PFL-TABLE-MAX           PIC 9(07)      COMP
044700                                               VALUE 100000.
044800 77  WS-PFL-SEARCH-CARD         PIC X(16)      VALUE SPACES.
044900 01  WS-PFL-TABLE.
045000     05  WS-PFL-ENTRY           OCCURS 100000 TIMES
045100                                INDEXED BY WS-PFL-IDX.
045200         10  WS-PFL-CARD-NUMBER     PIC X(16).
045300         10  WS-PFL-LAST-MONTH-CODE PIC X(01).
045400         10  WS-PFL-PROFILE         PIC X(24).
045500         10  WS-PFL-HIGHEST-BAL     PIC S9(9)V99 COMP-3.
045600         10  WS-PFL-LAST-PMT-DATE   PIC 9(8).
045700         10  WS-PFL-USED-SW         PIC X(01).
045800             88  PFL-CARD-REPORTED             VALUE 'Y'.
045900
046000*----------------------------------------------------------------*
046100*  METRO 2 HEADER RECORD                                         *
046200*----------------------------------------------------------------*
046300 01  WS-M2-HEADER.
046400     05  HD-RDW                 PIC X(04)      VALUE '0426'.
046500     05  HD-RECORD-ID           PIC X(06)      VALUE 'HEADER'.
046600     05  HD-CYCLE-ID            PIC X(02)      VALUE SPACES.
046700     05  HD-INNOVIS-ID          PIC X(10).
046800     05  HD-EQUIFAX-ID          PIC X(10).
046900     05  HD-EXPERIAN-ID         PIC X(05).
047000     05  HD-TRANSUNION-ID       PIC X(10).
047100     05  HD-ACTIVITY-DATE       PIC 9(08).
047200     05  HD-DATE-CREATED        PIC 9(08).
047300     05  HD-PROGRAM-DATE        PIC 9(08).
047400     05  HD-PROGRAM-REV-DATE    PIC 9(08).
047500     05  HD-REPORTER-NAME       PIC X(40).
047600     05  HD-REPORTER-ADDRESS    PIC X(96).
047700     05  HD-REPORTER-PHONE      PIC 9(10).
047800     05  HD-SOFTWARE-NAME       PIC X(40).
047900     05  HD-SOFTWARE-VERSION    PIC X(05).
048000     05  HD-PRBC-ID             PIC X(10)      VALUE SPACES.
048100     05  FILLER                 PIC X(146)     VALUE SPACES.
048200
048300*----------------------------------------------------------------*
048400*  METRO 2 BASE SEGMENT                                          *
048500*----------------------------------------------------------------*
048600 01  WS-M2-BASE.
048700     05  BS-RDW                 PIC X(04)      VALUE '0426'.
048800     05  BS-PROCESSING-IND      PIC X(01)      VALUE '1'.
048900     05  BS-TIME-STAMP.
049000         10  BS-TS-DATE         PIC 9(08).
049100         10  BS-TS-HH           PIC 9(02).
049200         10  BS-TS-MIN          PIC 9(02).
049300         10  BS-TS-SS           PIC 9(02).
049400     05  FILLER                 PIC X(01)      VALUE SPACE.
049500     05  BS-IDENT-NUMBER        PIC X(20).
049600     05  BS-CYCLE-ID            PIC X(02)      VALUE SPACES.
049700     05  BS-CONSUMER-ACCT-NUM   PIC X(30).
049800     05  BS-PORTFOLIO-TYPE      PIC X(01)      VALUE 'R'.
049900     05  BS-ACCOUNT-TYPE        PIC X(02)      VALUE '18'.
050000     05  BS-DATE-OPENED         PIC 9(08).
050100     05  BS-CREDIT-LIMIT        PIC 9(09).
050200     05  BS-HIGHEST-CREDIT      PIC 9(09).
050300     05  BS-TERMS-DURATION      PIC X(03)      VALUE 'REV'.
050400     05  BS-TERMS-FREQUENCY     PIC X(01)      VALUE 'M'.
050500     05  BS-SCHED-PAYMENT       PIC 9(09).
050600     05  BS-ACTUAL-PAYMENT      PIC 9(09).
050700     05  BS-ACCOUNT-STATUS      PIC X(02).
050800     05  BS-PAYMENT-RATING      PIC X(01).
050900     05  BS-HISTORY-PROFILE     PIC X(24).
051000     05  BS-SPECIAL-COMMENT     PIC X(02)      VALUE SPACES.
051100     05  BS-COMPLIANCE-COND     PIC X(02)      VALUE SPACES.
051200     05  BS-CURRENT-BALANCE     PIC 9(09).
051300     05  BS-AMOUNT-PAST-DUE     PIC 9(09).
051400     05  BS-ORIG-CHGOFF-AMT     PIC 9(09).
051500     05  BS-DATE-ACCT-INFO      PIC 9(08).
051600     05  BS-DATE-FIRST-DELQ     PIC 9(08).
051700     05  BS-DATE-CLOSED         PIC 9(08).
051800     05  BS-DATE-LAST-PMT       PIC 9(08).
051900     05  BS-INTEREST-TYPE       PIC X(01)      VALUE SPACE.
052000     05  FILLER                 PIC X(16)      VALUE SPACES.
052100     05  BS-CONSUMER-SEGMENT.
052200         10  BS-SURNAME         PIC X(25).
052300         10  BS-FIRST-NAME      PIC X(20).
052400         10  BS-MIDDLE-NAME     PIC X(20).
052500         10  BS-GENERATION-CODE PIC X(01).
052600         10  BS-SSN             PIC X(09).
052700         10  BS-DATE-OF-BIRTH   PIC X(08).
052800         10  BS-TELEPHONE       PIC X(10).
052900         10  BS-ECOA-CODE       PIC X(01).
053000         10  BS-CONSUMER-INFO   PIC X(02).
053100         10  BS-COUNTRY-CODE    PIC X(02).
053200         10  BS-ADDRESS-1       PIC X(32).
053300         10  BS-ADDRESS-2       PIC X(32).
053400         10  BS-CITY            PIC X(20).
053500         10  BS-STATE           PIC X(02).
053600         10  BS-POSTAL-CODE     PIC X(09).
053700         10  BS-ADDRESS-IND     PIC X(01).
053800         10  BS-RESIDENCE-CODE  PIC X(01).
053900     05  FILLER                 PIC X(01)      VALUE SPACE.
054000
054100*----------------------------------------------------------------*
054200*  METRO 2 TRAILER RECORD - THE 22 STATUS CODE COUNTS FOLLOW THE *
054300*  ORDER OF WS-STATUS-CODE-TABLE.                                *
054400*----------------------------------------------------------------*
054500 01  WS-M2-TRAILER.
054600     05  TR-RDW                 PIC X(04)      VALUE '0426'.
054700     05  TR-RECORD-ID           PIC X(07)      VALUE 'TRAILER'.
054800     05  TR-TOTAL-BASE          PIC 9(09).
054900     05  FILLER                 PIC X(09)      VALUE SPACES.
055000     05  TR-TOTAL-STATUS-DF     PIC 9(09)      VALUE 0.
055100     05  TR-TOTAL-J1            PIC 9(09)      VALUE 0.
055200     05  TR-TOTAL-J2            PIC 9(09)      VALUE 0.
055300     05  TR-BLOCK-COUNT         PIC 9(09)      VALUE 0.
055400     05  TR-STATUS-COUNT        PIC 9(09)      OCCURS 22 TIMES.
055500     05  TR-TOTAL-ECOA-Z        PIC 9(09)      VALUE 0.
055600     05  TR-TOTAL-EMPLOYMENT    PIC 9(09)      VALUE 0.
055700     05  TR-TOTAL-ORIG-CRED     PIC 9(09)      VALUE 0.
055800     05  TR-TOTAL-PURCH-SOLD    PIC 9(09)      VALUE 0.
055900     05  TR-TOTAL-MORTGAGE      PIC 9(09)      VALUE 0.
056000     05  TR-TOTAL-SPEC-PMT      PIC 9(09)      VALUE 0.
056100     05  TR-TOTAL-CHANGE        PIC 9(09)      VALUE 0.
056200     05  TR-TOTAL-SSN-ALL       PIC 9(09)      VALUE 0.
056300     05  TR-TOTAL-SSN-BASE      PIC 9(09)      VALUE 0.
056400     05  TR-TOTAL-SSN-J1        PIC 9(09)      VALUE 0.
056500     05  TR-TOTAL-SSN-J2        PIC 9(09)      VALUE 0.
056600     05  TR-TOTAL-DOB-ALL       PIC 9(09)      VALUE 0.
056700     05  TR-TOTAL-DOB-BASE      PIC 9(09)      VALUE 0.
056800     05  TR-TOTAL-DOB-J1        PIC 9(09)      VALUE 0.
056900     05  TR-TOTAL-DOB-J2        PIC 9(09)      VALUE 0.
057000     05  TR-TOTAL-PHONE         PIC 9(09)      VALUE 0.
057100     05  FILLER                 PIC X(19)      VALUE SPACES.
057200
057300*----------------------------------------------------------------*
057400*  REPORT LINES                                                  *
057500*----------------------------------------------------------------*
057600 01  WS-REPORT-HEADER-1.
057700     05  FILLER                 PIC X(01)      VALUE SPACE.
057800     05  FILLER                 PIC X(10)      VALUE 'RPT-MT201'.
057900     05  FILLER                 PIC X(20)      VALUE SPACES.
058000     05  FILLER                 PIC X(40)
058100             VALUE 'CREDIT BUREAU EXTRACT STATUS SUMMARY'.
058200     05  FILLER                 PIC X(61)      VALUE SPACES.
058300
058400 01  WS-REPORT-HEADER-2.
058500     05  FILLER                 PIC X(01)      VALUE SPACE.
058600     05  FILLER                 PIC X(10)      VALUE 'RUN DATE: '.
058700     05  H2-RUN-YYYY            PIC 9999.
058800     05  FILLER                 PIC X(01)      VALUE '-'.
058900     05  H2-RUN-MM              PIC 99.
059000     05  FILLER                 PIC X(01)      VALUE '-'.
059100     05  H2-RUN-DD              PIC 99.
059200     05  FILLER                 PIC X(107)     VALUE SPACES.
059300
059400 01  WS-REPORT-HEADER-3.
059500     05  FILLER                 PIC X(01)      VALUE SPACE.
059600     05  FILLER                 PIC X(06)  VALUE 'STATUS'.
059700     05  FILLER                 PIC X(02)      VALUE SPACES.
059800     05  FILLER                 PIC X(30)  VALUE 'DESCRIPTION'.
059900     05  FILLER                 PIC X(02)      VALUE SPACES.
060000     05  FILLER                 PIC X(11)  VALUE '   ACCOUNTS'.
060100     05  FILLER                 PIC X(04)      VALUE SPACES.
060200     05  FILLER                 PIC X(18)
060300             VALUE '  REPORTED BALANCE'.
060400     05  FILLER                 PIC X(58)      VALUE SPACES.
060500
060600 01  WS-REPORT-DETAIL-LINE.
060700     05  FILLER                 PIC X(01)      VALUE SPACE.
060800     05  FILLER                 PIC X(02)      VALUE SPACES.
060900     05  D-STATUS-CODE          PIC X(02).
061000     05  FILLER                 PIC X(04)      VALUE SPACES.
061100     05  D-STATUS-DESC          PIC X(30).
061200     05  FILLER                 PIC X(02)      VALUE SPACES.
061300     05  D-STATUS-COUNT         PIC ZZZ,ZZZ,ZZ9.
061400     05  FILLER                 PIC X(04)      VALUE SPACES.
061500     05  D-STATUS-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
061600     05  FILLER                 PIC X(58)      VALUE SPACES.
061700
061800 01  WS-COUNT-LINE.
061900     05  FILLER                 PIC X(01)      VALUE SPACE.
062000     05  C-LABEL                PIC X(34).
062100     05  C-COUNT                PIC ZZZ,ZZZ,ZZ9.
062200     05  FILLER                 PIC X(86)      VALUE SPACES.
062300
062400 01  WS-TOTAL-LINE.
062500     05  FILLER                 PIC X(01)      VALUE SPACE.
062600     05  T-LABEL                PIC X(34).
062700     05  T-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
062800     05  FILLER                 PIC X(79)      VALUE SPACES.
062900
063000 PROCEDURE DIVISION.
063100*----------------------------------------------------------------*
063200*  0000-MAINLINE                                                 *
063300*----------------------------------------------------------------*
063400 0000-MAINLINE.
063500     PERFORM 1000-INITIALIZE
063600     PERFORM 2100-READ-CARD-MASTER
063700     PERFORM 2200-REPORT-ONE-CARD
063800         UNTIL END-OF-CARD-MASTER
063900     PERFORM 3000-REPORT-ARCHIVED-CARDS
064000     PERFORM 8000-FINALIZE
064100     STOP RUN.
064200
064300*----------------------------------------------------------------*
064400*  1000-INITIALIZE                                               *
064500*----------------------------------------------------------------*
064600 1000-INITIALIZE.
064700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
064800     ACCEPT WS-CURRENT-TIME FROM TIME
064900     INITIALIZE WS-STATUS-TOTALS
065000     PERFORM 1100-OPEN-FILES
065100     PERFORM 1200-LOAD-STATEMENT-TABLE
065200     PERFORM 1300-LOAD-PAYMENT-TABLE
065300     PERFORM 1400-LOAD-PROFILE-TABLE
065400     PERFORM 1500-WRITE-REPORT-HEADERS
065500     PERFORM 1600-WRITE-METRO2-HEADER.
065600
065700 1100-OPEN-FILES.
065800     OPEN INPUT  CARD-MASTER
065900     IF NOT CARDMSTR-OK
066000         DISPLAY '*** CARD-MASTER OPEN FAILED - STATUS: '
066100             WS-CARDMSTR-STATUS ' ***'
066200         MOVE 16 TO RETURN-CODE
066300         STOP RUN
066400     END-IF
066500     OPEN INPUT  STATEMENT-FILE
066600     IF NOT STMT-FILE-OK AND NOT STMT-FILE-ABSENT
066700         DISPLAY '*** STMT.DAT OPEN FAILED - STATUS: '
066800             WS-STMT-STATUS ' ***'
066900         MOVE 16 TO RETURN-CODE
067000         CLOSE CARD-MASTER
067100         STOP RUN
067200     END-IF
067300     OPEN INPUT  PAYMENT-FILE
067400     IF NOT PMT-FILE-OK AND NOT PMT-FILE-ABSENT
067500         DISPLAY '*** PAYMENTS.DAT OPEN FAILED - STATUS: '
067600             WS-PMT-STATUS ' ***'
067700         MOVE 16 TO RETURN-CODE
067800         CLOSE CARD-MASTER
067900         STOP RUN
068000     END-IF
068100     OPEN INPUT  PROFILE-FILE-IN
068200     IF NOT PROFILE-FILE-OK AND NOT PROFILE-FILE-ABSENT
068300         DISPLAY '*** M2HIST.DAT OPEN FAILED - STATUS: '
068400             WS-PROFILE-STATUS ' ***'
068500         MOVE 16 TO RETURN-CODE
068600         CLOSE CARD-MASTER
068700         STOP RUN
068800     END-IF
068900     OPEN OUTPUT METRO2-FILE
069000     OPEN OUTPUT PROFILE-FILE-OUT
069100     OPEN OUTPUT BUREAU-REPORT.
069200
069300*----------------------------------------------------------------*
069400*  1200-LOAD-STATEMENT-TABLE - AN ABSENT STMT.DAT (STATUS 35)    *
069500*  LEAVES EVERY SCHEDULED PAYMENT AT ZERO.                       *
069600*----------------------------------------------------------------*
069700 1200-LOAD-STATEMENT-TABLE.
069800     IF STMT-FILE-OK
069900         PERFORM 1210-READ-STATEMENT-RECORD
070000         PERFORM 1220-STORE-STATEMENT-ENTRY
070100             UNTIL END-OF-STATEMENT-FILE
070200         CLOSE STATEMENT-FILE
070300     ELSE
070400         DISPLAY 'STMT.DAT ABSENT - SCHEDULED PAYMENTS '
070500             'REPORTED AS ZERO'
070600     END-IF.
070700
070800 1210-READ-STATEMENT-RECORD.
070900     READ STATEMENT-FILE
071000         AT END
071100             MOVE 'Y' TO WS-STMT-EOF
071200         NOT AT END
071300             CONTINUE
071400     END-READ.
071500
071600 1220-STORE-STATEMENT-ENTRY.
071700     MOVE ST-CARD-NUMBER TO WS-STMT-SEARCH-CARD
071800     PERFORM 2300-LOOKUP-STATEMENT
071900     IF CARD-STMT-WAS-FOUND
072000         IF ST-STMT-DATE NOT < WS-STMT-DATE(WS-STMT-FOUND-IDX)
072100             MOVE ST-STMT-DATE TO
072200                 WS-STMT-DATE(WS-STMT-FOUND-IDX)
072300             MOVE ST-MIN-PAYMENT TO
072400                 WS-STMT-MIN-PAYMENT(WS-STMT-FOUND-IDX)
072500         END-IF
072600     ELSE
072700         IF WS-STMT-TABLE-COUNT = WS-STMT-TABLE-MAX
072800             DISPLAY '*** STMT.DAT CARD COUNT EXCEEDS       ***'
072900             DISPLAY '*** WS-STMT-TABLE CAPACITY OF '
073000                 WS-STMT-TABLE-MAX ' ***'
073100             MOVE 16 TO RETURN-CODE
073200             PERFORM 8200-CLOSE-FILES
073300             STOP RUN
073400         END-IF
073500         ADD 1 TO WS-STMT-TABLE-COUNT
073600         MOVE ST-CARD-NUMBER TO
073700             WS-STMT-CARD-NUMBER(WS-STMT-TABLE-COUNT)
073800         MOVE ST-STMT-DATE TO
073900             WS-STMT-DATE(WS-STMT-TABLE-COUNT)
074000         MOVE ST-MIN-PAYMENT TO
074100             WS-STMT-MIN-PAYMENT(WS-STMT-TABLE-COUNT)
074200     END-IF
074300     PERFORM 1210-READ-STATEMENT-RECORD.
074400
074500*----------------------------------------------------------------*
074600*  1300-LOAD-PAYMENT-TABLE - AN ABSENT PAYMENTS.DAT (STATUS 35)  *
074700*  MEANS NO PAYMENTS WERE RECEIVED THIS CYCLE.                   *
074800*----------------------------------------------------------------*
074900 1300-LOAD-PAYMENT-TABLE.
075000     IF PMT-FILE-OK
075100         PERFORM 1310-READ-PAYMENT-RECORD
075200         PERFORM 1320-STORE-PAYMENT-ENTRY
075300             UNTIL END-OF-PAYMENT-FILE
075400         CLOSE PAYMENT-FILE
075500     END-IF.
075600
075700 1310-READ-PAYMENT-RECORD.
075800     READ PAYMENT-FILE
075900         AT END
076000             MOVE 'Y' TO WS-PMT-EOF
076100         NOT AT END
076200             CONTINUE
076300     END-READ.
076400
076500 1320-STORE-PAYMENT-ENTRY.
076600     MOVE PMT-CARD-NUMBER TO WS-PMT-SEARCH-CARD
076700     PERFORM 2400-LOOKUP-PAYMENTS
076800     IF NOT CARD-PMT-WAS-FOUND
076900         IF WS-PMT-TABLE-COUNT = WS-PMT-TABLE-MAX
077000             DISPLAY '*** PAYMENTS.DAT CARD COUNT EXCEEDS   ***'
077100             DISPLAY '*** WS-PMT-TABLE CAPACITY OF '
077200                 WS-PMT-TABLE-MAX ' ***'
077300             MOVE 16 TO RETURN-CODE
077400             PERFORM 8200-CLOSE-FILES
077500             STOP RUN
077600         END-IF
077700         ADD 1 TO WS-PMT-TABLE-COUNT
077800         MOVE PMT-CARD-NUMBER TO
077900             WS-PMT-CARD-NUMBER(WS-PMT-TABLE-COUNT)
078000         MOVE ZERO TO WS-PMT-TOTAL(WS-PMT-TABLE-COUNT)
078100         MOVE ZERO TO WS-PMT-LAST-DATE(WS-PMT-TABLE-COUNT)
078200         MOVE WS-PMT-TABLE-COUNT TO WS-PMT-FOUND-IDX
078300     END-IF
078400     ADD PMT-AMOUNT TO WS-PMT-TOTAL(WS-PMT-FOUND-IDX)
078500     IF PMT-DATE > WS-PMT-LAST-DATE(WS-PMT-FOUND-IDX)
078600         MOVE PMT-DATE TO WS-PMT-LAST-DATE(WS-PMT-FOUND-IDX)
078700     END-IF
078800     PERFORM 1310-READ-PAYMENT-RECORD.
078900
079000*----------------------------------------------------------------*
079100*  1400-LOAD-PROFILE-TABLE - AN ABSENT M2HIST.DAT (STATUS 35) IS *
079200*  THE FIRST EXTRACT; EVERY CARD STARTS WITH NO HISTORY.         *
079300*----------------------------------------------------------------*
079400 1400-LOAD-PROFILE-TABLE.
079500     IF PROFILE-FILE-OK
079600         PERFORM 1410-READ-PROFILE-RECORD
079700         PERFORM 1420-STORE-PROFILE-ENTRY
079800             UNTIL END-OF-PROFILE-FILE
079900         CLOSE PROFILE-FILE-IN
080000     ELSE
080100         DISPLAY 'M2HIST.DAT ABSENT - FIRST BUREAU EXTRACT, '
080200             'NO PRIOR PAYMENT HISTORY'
080300     END-IF.
080400
080500 1410-READ-PROFILE-RECORD.
080600     READ PROFILE-FILE-IN
080700         AT END
080800             MOVE 'Y' TO WS-PROFILE-EOF
080900         NOT AT END
081000             CONTINUE
081100     END-READ.
081200
081300 1420-STORE-PROFILE-ENTRY.
081400     IF WS-PFL-TABLE-COUNT = WS-PFL-TABLE-MAX
081500         DISPLAY '*** M2HIST.DAT CARD COUNT EXCEEDS     ***'
081600         DISPLAY '*** WS-PFL-TABLE CAPACITY OF '
081700             WS-PFL-TABLE-MAX ' ***'
081800         MOVE 16 TO RETURN-CODE
081900         PERFORM 8200-CLOSE-FILES
082000         STOP RUN
082100     END-IF
082200     ADD 1 TO WS-PFL-TABLE-COUNT
082300     MOVE PFI-CARD-NUMBER TO
082400         WS-PFL-CARD-NUMBER(WS-PFL-TABLE-COUNT)
082500     MOVE PFI-LAST-MONTH-CODE TO
082600         WS-PFL-LAST-MONTH-CODE(WS-PFL-TABLE-COUNT)
082700     MOVE PFI-HISTORY-PROFILE TO
082800         WS-PFL-PROFILE(WS-PFL-TABLE-COUNT)
082900     MOVE PFI-HIGHEST-BALANCE TO
083000         WS-PFL-HIGHEST-BAL(WS-PFL-TABLE-COUNT)
083100     MOVE PFI-LAST-PMT-DATE TO
083200         WS-PFL-LAST-PMT-DATE(WS-PFL-TABLE-COUNT)
083300     MOVE 'N' TO WS-PFL-USED-SW(WS-PFL-TABLE-COUNT)
083400     PERFORM 1410-READ-PROFILE-RECORD.
083500
083600 1500-WRITE-REPORT-HEADERS.
083700     MOVE WS-CURR-YYYY          TO H2-RUN-YYYY
083800     MOVE WS-CURR-MM            TO H2-RUN-MM
083900     MOVE WS-CURR-DD            TO H2-RUN-DD
084000     WRITE RPT-RECORD FROM WS-REPORT-HEADER-1
084100         AFTER ADVANCING PAGE
084200     WRITE RPT-RECORD FROM WS-REPORT-HEADER-2
084300         AFTER ADVANCING 1 LINE
084400     WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
084500         AFTER ADVANCING 2 LINES.
084600
084700*----------------------------------------------------------------*
084800*  1600-WRITE-METRO2-HEADER - THE ACTIVITY DATE AND CREATION     *
084900*  DATE ARE BOTH THE RUN DATE.                                   *
085000*----------------------------------------------------------------*
085100 1600-WRITE-METRO2-HEADER.
085200     MOVE WS-CURRENT-DATE-N     TO WS-M2-DATE-IN-N
085300     PERFORM 2900-FORMAT-M2-DATE
085400     MOVE WS-M2-INNOVIS-ID      TO HD-INNOVIS-ID
085500     MOVE WS-M2-EQUIFAX-ID      TO HD-EQUIFAX-ID
085600     MOVE WS-M2-EXPERIAN-ID     TO HD-EXPERIAN-ID
085700     MOVE WS-M2-TRANSUNION-ID   TO HD-TRANSUNION-ID
085800     MOVE WS-M2-DATE-OUT-N      TO HD-ACTIVITY-DATE
085900     MOVE WS-M2-DATE-OUT-N      TO HD-DATE-CREATED
086000     MOVE WS-M2-DATE-OUT-N      TO HD-PROGRAM-DATE
086100     MOVE WS-M2-DATE-OUT-N      TO HD-PROGRAM-REV-DATE
086200     MOVE WS-M2-REPORTER-NAME   TO HD-REPORTER-NAME
086300     MOVE WS-M2-REPORTER-ADDRESS TO HD-REPORTER-ADDRESS
086400     MOVE WS-M2-REPORTER-PHONE  TO HD-REPORTER-PHONE
086500     MOVE WS-M2-SOFTWARE-NAME   TO HD-SOFTWARE-NAME
086600     MOVE WS-M2-SOFTWARE-VERSION TO HD-SOFTWARE-VERSION
086700     WRITE METRO2-RECORD FROM WS-M2-HEADER.
086800
086900*----------------------------------------------------------------*
087000*  2100-READ-CARD-MASTER - SEQUENTIAL PASS OF THE WHOLE MASTER   *
087100*----------------------------------------------------------------*
087200 2100-READ-CARD-MASTER.
087300     READ CARD-MASTER
087400         AT END
087500             MOVE 'Y' TO WS-MASTER-EOF
087600         NOT AT END
087700             ADD 1 TO WS-MASTER-COUNT
087800     END-READ.
087900
088000*----------------------------------------------------------------*
088100*  2200-REPORT-ONE-CARD - EVERY ACCOUNT ON THE MASTER IS         *
088200*  REPORTED EVERY MONTH, WHATEVER ITS STATUS.                    *
088300*----------------------------------------------------------------*
088400 2200-REPORT-ONE-CARD.
088500     MOVE CM-CARD-NUMBER        TO WS-STMT-SEARCH-CARD
088600     PERFORM 2300-LOOKUP-STATEMENT
088700     IF CARD-STMT-WAS-FOUND
088800         MOVE WS-STMT-MIN-PAYMENT(WS-STMT-FOUND-IDX)
088900             TO WS-SCHED-PAYMENT
089000     ELSE
089100         MOVE ZERO TO WS-SCHED-PAYMENT
089200     END-IF
089300     MOVE CM-CARD-NUMBER        TO WS-PMT-SEARCH-CARD
089400     PERFORM 2400-LOOKUP-PAYMENTS
089500     MOVE CM-CARD-NUMBER        TO WS-PFL-SEARCH-CARD
089600     PERFORM 2500-LOOKUP-PROFILE
089700     PERFORM 2550-CARRY-PRIOR-HISTORY
089800     PERFORM 2600-DERIVE-MASTER-STATUS
089900     IF WS-REPORT-BALANCE > WS-HIGHEST-BALANCE
090000         MOVE WS-REPORT-BALANCE TO WS-HIGHEST-BALANCE
090100     END-IF
090200     MOVE CM-CARD-NUMBER        TO BS-CONSUMER-ACCT-NUM
090300     MOVE CM-OPEN-DATE          TO WS-M2-DATE-IN-N
090400     PERFORM 2900-FORMAT-M2-DATE
090500     MOVE WS-M2-DATE-OUT-N      TO BS-DATE-OPENED
090600     IF CM-CREDIT-LIMIT > ZERO
090700         MOVE CM-CREDIT-LIMIT   TO BS-CREDIT-LIMIT
090800     ELSE
090900         MOVE ZERO              TO BS-CREDIT-LIMIT
091000     END-IF
091100     PERFORM 2800-WRITE-BASE-SEGMENT
091200     PERFORM 2850-WRITE-PROFILE-RECORD
091300     PERFORM 2100-READ-CARD-MASTER.
091400
091500 2300-LOOKUP-STATEMENT.
091600     MOVE 'N' TO WS-STMT-FOUND
091700     PERFORM 2310-CHECK-STATEMENT-ENTRY
091800         VARYING WS-STMT-IDX FROM 1 BY 1
091900         UNTIL WS-STMT-IDX > WS-STMT-TABLE-COUNT
092000            OR CARD-STMT-WAS-FOUND.
092100
092200 2310-CHECK-STATEMENT-ENTRY.
092300     IF WS-STMT-CARD-NUMBER(WS-STMT-IDX) = WS-STMT-SEARCH-CARD
092400         MOVE 'Y' TO WS-STMT-FOUND
092500         SET WS-STMT-FOUND-IDX TO WS-STMT-IDX
092600     END-IF.
092700
092800 2400-LOOKUP-PAYMENTS.
092900     MOVE 'N' TO WS-PMT-FOUND
093000     PERFORM 2410-CHECK-PAYMENT-ENTRY
093100         VARYING WS-PMT-IDX FROM 1 BY 1
093200         UNTIL WS-PMT-IDX > WS-PMT-TABLE-COUNT
093300            OR CARD-PMT-WAS-FOUND.
093400
093500 2410-CHECK-PAYMENT-ENTRY.
093600     IF WS-PMT-CARD-NUMBER(WS-PMT-IDX) = WS-PMT-SEARCH-CARD
093700         MOVE 'Y' TO WS-PMT-FOUND
093800         SET WS-PMT-FOUND-IDX TO WS-PMT-IDX
093900     END-IF.
094000
094100 2500-LOOKUP-PROFILE.
094200     MOVE 'N' TO WS-PFL-FOUND
094300     PERFORM 2510-CHECK-PROFILE-ENTRY
094400         VARYING WS-PFL-IDX FROM 1 BY 1
094500         UNTIL WS-PFL-IDX > WS-PFL-TABLE-COUNT
094600            OR CARD-PFL-WAS-FOUND.
094700
094800 2510-CHECK-PROFILE-ENTRY.
094900     IF WS-PFL-CARD-NUMBER(WS-PFL-IDX) = WS-PFL-SEARCH-CARD
095000         MOVE 'Y' TO WS-PFL-FOUND
095100         SET WS-PFL-FOUND-IDX TO WS-PFL-IDX
095200     END-IF.
095300
095400*----------------------------------------------------------------*
095500*  2550-CARRY-PRIOR-HISTORY - THE PROFILE SHIFTS ONE MONTH: LAST *
095600*  MONTH'S CODE GOES INTO POSITION 1 AND THE OLDEST MONTH DROPS  *
095700*  OFF. A CARD WITH NO PRIOR ENTRY HAS NO HISTORY ('B'). THIS    *
095800*  CYCLE'S PAYMENTS, IF ANY, SUPERSEDE THE CARRIED ACTUAL        *
095900*  PAYMENT AND LAST PAYMENT DATE.                                *
096000*----------------------------------------------------------------*
096100 2550-CARRY-PRIOR-HISTORY.
096200     IF CARD-PFL-WAS-FOUND
096300         MOVE WS-PFL-LAST-MONTH-CODE(WS-PFL-FOUND-IDX)
096400             TO WS-HISTORY-PROFILE(1:1)
096500         MOVE WS-PFL-PROFILE(WS-PFL-FOUND-IDX)(1:23)
096600             TO WS-HISTORY-PROFILE(2:23)
096700         MOVE WS-PFL-HIGHEST-BAL(WS-PFL-FOUND-IDX)
096800             TO WS-HIGHEST-BALANCE
096900         MOVE WS-PFL-LAST-PMT-DATE(WS-PFL-FOUND-IDX)
097000             TO WS-LAST-PMT-DATE
097100         MOVE 'Y' TO WS-PFL-USED-SW(WS-PFL-FOUND-IDX)
097200     ELSE
097300         MOVE ALL 'B'           TO WS-HISTORY-PROFILE
097400         MOVE ZERO              TO WS-HIGHEST-BALANCE
097500         MOVE ZERO              TO WS-LAST-PMT-DATE
097600     END-IF
097700     IF CARD-PMT-WAS-FOUND
097800         MOVE WS-PMT-TOTAL(WS-PMT-FOUND-IDX)
097900             TO WS-ACTUAL-PAYMENT
098000         MOVE WS-PMT-LAST-DATE(WS-PMT-FOUND-IDX)
098100             TO WS-LAST-PMT-DATE
098200     ELSE
098300         MOVE ZERO              TO WS-ACTUAL-PAYMENT
098400     END-IF.
098500
098600*----------------------------------------------------------------*
098700*  2600-DERIVE-MASTER-STATUS - STATUS CODE, PAYMENT RATING,      *
098800*  THIS MONTH'S PROFILE CODE AND THE REPORTED AMOUNTS AND DATES. *
098900*  A CHARGED-OFF ACCOUNT REPORTS THE UNRECOVERED REMAINDER AS    *
099000*  BOTH BALANCE AND PAST DUE; ITS DATE CLOSED IS THE CHARGE-OFF  *
099100*  DATE AND DELINQUENCY IS DATED BACK FROM THE CHARGE-OFF.       *
099200*----------------------------------------------------------------*
099300 2600-DERIVE-MASTER-STATUS.
099400     MOVE CM-DELQ-CYCLES        TO WS-DELQ-CYCLES
099500     MOVE SPACE                 TO WS-PAYMENT-RATING
099600     MOVE ZERO                  TO WS-ORIG-CHGOFF
099700     MOVE ZERO                  TO WS-PAST-DUE
099800     MOVE ZERO                  TO WS-FIRST-DELQ-DATE
099900     MOVE ZERO                  TO WS-CLOSED-DATE
100000     EVALUATE TRUE
100100         WHEN CM-ACCOUNT-CHARGED-OFF
100200             MOVE CM-CURR-BALANCE   TO WS-ORIG-CHGOFF
100300             COMPUTE WS-REPORT-BALANCE =
100400                 CM-CURR-BALANCE - CM-RECOVERED-AMT
100500             IF WS-REPORT-BALANCE > ZERO
100600                 MOVE '97'          TO WS-ACCOUNT-STATUS
100700                 MOVE WS-REPORT-BALANCE TO WS-PAST-DUE
100800             ELSE
100900                 MOVE '64'          TO WS-ACCOUNT-STATUS
101000                 MOVE ZERO          TO WS-REPORT-BALANCE
101100                 MOVE 'L'           TO WS-PAYMENT-RATING
101200             END-IF
101300             MOVE 'L'               TO WS-MONTH-CODE
101400             MOVE CM-CHARGEOFF-DATE TO WS-CLOSED-DATE
101500             MOVE CM-CHARGEOFF-DATE TO WS-DELQ-BASE-DATE
101600             PERFORM 2700-DATE-FIRST-DELINQUENCY
101700         WHEN CM-ACCOUNT-CLOSED
101800             AND CM-CURR-BALANCE NOT > ZERO
101900             MOVE '13'              TO WS-ACCOUNT-STATUS
102000             MOVE ZERO              TO WS-REPORT-BALANCE
102100             PERFORM 2650-SET-DELINQUENCY-CODES
102200             MOVE WS-MONTH-CODE     TO WS-PAYMENT-RATING
102300             MOVE '0'               TO WS-MONTH-CODE
102400             MOVE CM-CLOSE-DATE     TO WS-CLOSED-DATE
102500         WHEN OTHER
102600             MOVE CM-CURR-BALANCE   TO WS-REPORT-BALANCE
102700             IF WS-REPORT-BALANCE < ZERO
102800                 MOVE ZERO          TO WS-REPORT-BALANCE
102900             END-IF
103000             PERFORM 2650-SET-DELINQUENCY-CODES
103100             IF CM-ACCOUNT-CLOSED
103200                 MOVE CM-CLOSE-DATE TO WS-CLOSED-DATE
103300             END-IF
103400             IF WS-DELQ-CYCLES > ZERO
103500                 MOVE WS-SCHED-PAYMENT TO WS-PAST-DUE
103600                 IF WS-PAST-DUE > WS-REPORT-BALANCE
103700                     MOVE WS-REPORT-BALANCE TO WS-PAST-DUE
103800                 END-IF
103900                 MOVE WS-CURRENT-DATE-N TO WS-DELQ-BASE-DATE
104000                 PERFORM 2700-DATE-FIRST-DELINQUENCY
104100             END-IF
104200     END-EVALUATE.
104300
104400*----------------------------------------------------------------*
104500*  2650-SET-DELINQUENCY-CODES - STATUS CODE AND PROFILE CODE     *
104600*  FROM WS-DELQ-CYCLES (30 DAYS PER CYCLE).                      *
104700*----------------------------------------------------------------*
104800 2650-SET-DELINQUENCY-CODES.
104900     EVALUATE WS-DELQ-CYCLES
105000         WHEN 0
105100             MOVE '11'              TO WS-ACCOUNT-STATUS
105200             MOVE '0'               TO WS-MONTH-CODE
105300         WHEN 1
105400             MOVE '71'              TO WS-ACCOUNT-STATUS
105500             MOVE '1'               TO WS-MONTH-CODE
105600         WHEN 2
105700             MOVE '78'              TO WS-ACCOUNT-STATUS
105800             MOVE '2'               TO WS-MONTH-CODE
105900         WHEN 3
106000             MOVE '80'              TO WS-ACCOUNT-STATUS
106100             MOVE '3'               TO WS-MONTH-CODE
106200         WHEN 4
106300             MOVE '82'              TO WS-ACCOUNT-STATUS
106400             MOVE '4'               TO WS-MONTH-CODE
106500         WHEN 5
106600             MOVE '83'              TO WS-ACCOUNT-STATUS
106700             MOVE '5'               TO WS-MONTH-CODE
106800         WHEN OTHER
106900             MOVE '84'              TO WS-ACCOUNT-STATUS
107000             MOVE '6'               TO WS-MONTH-CODE
107100     END-EVALUATE.
107200
107300*----------------------------------------------------------------*
107400*  2700-DATE-FIRST-DELINQUENCY - THE FCRA DATE OF FIRST          *
107500*  DELINQUENCY IS ESTIMATED AS WS-DELQ-CYCLES 30-DAY CYCLES      *
107600*  BEFORE WS-DELQ-BASE-DATE.                                     *
107700*----------------------------------------------------------------*
107800 2700-DATE-FIRST-DELINQUENCY.
107900     IF WS-DELQ-BASE-DATE > ZERO
108000         AND WS-DELQ-CYCLES > ZERO
108100         COMPUTE WS-DATE-INT =
108200             FUNCTION INTEGER-OF-DATE(WS-DELQ-BASE-DATE)
108300           - (WS-DELQ-CYCLES * 30)
108400         COMPUTE WS-FIRST-DELQ-DATE =
108500             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
108600     END-IF.
108700
108800*----------------------------------------------------------------*
108900*  2800-WRITE-BASE-SEGMENT - ENTERED WITH THE ACCOUNT NUMBER,    *
109000*  OPEN DATE AND CREDIT LIMIT ALREADY IN THE BASE SEGMENT AND    *
109100*  THE DERIVED FIELDS IN WORKING STORAGE. WHOLE DOLLARS ONLY.    *
109200*----------------------------------------------------------------*
109300 2800-WRITE-BASE-SEGMENT.
109400     MOVE WS-CURRENT-DATE-N     TO WS-M2-DATE-IN-N
109500     PERFORM 2900-FORMAT-M2-DATE
109600     MOVE WS-M2-DATE-OUT-N      TO BS-TS-DATE
109700     MOVE WS-M2-DATE-OUT-N      TO BS-DATE-ACCT-INFO
109800     MOVE WS-CURR-HH            TO BS-TS-HH
109900     MOVE WS-CURR-MIN           TO BS-TS-MIN
110000     MOVE WS-CURR-SS            TO BS-TS-SS
110100     MOVE WS-M2-IDENT-NUMBER    TO BS-IDENT-NUMBER
110200     MOVE WS-HIGHEST-BALANCE    TO BS-HIGHEST-CREDIT
110300     IF WS-SCHED-PAYMENT > ZERO
110400         MOVE WS-SCHED-PAYMENT  TO BS-SCHED-PAYMENT
110500     ELSE
110600         MOVE ZERO              TO BS-SCHED-PAYMENT
110700     END-IF
110800     IF WS-ACTUAL-PAYMENT > ZERO
110900         MOVE WS-ACTUAL-PAYMENT TO BS-ACTUAL-PAYMENT
111000     ELSE
111100         MOVE ZERO              TO BS-ACTUAL-PAYMENT
111200     END-IF
111300     MOVE WS-ACCOUNT-STATUS     TO BS-ACCOUNT-STATUS
111400     MOVE WS-PAYMENT-RATING     TO BS-PAYMENT-RATING
111500     MOVE WS-HISTORY-PROFILE    TO BS-HISTORY-PROFILE
111600     MOVE WS-REPORT-BALANCE     TO BS-CURRENT-BALANCE
111700     MOVE WS-PAST-DUE           TO BS-AMOUNT-PAST-DUE
111800     MOVE WS-ORIG-CHGOFF        TO BS-ORIG-CHGOFF-AMT
111900     MOVE WS-FIRST-DELQ-DATE    TO WS-M2-DATE-IN-N
112000     PERFORM 2900-FORMAT-M2-DATE
112100     MOVE WS-M2-DATE-OUT-N      TO BS-DATE-FIRST-DELQ
112200     MOVE WS-CLOSED-DATE        TO WS-M2-DATE-IN-N
112300     PERFORM 2900-FORMAT-M2-DATE
112400     MOVE WS-M2-DATE-OUT-N      TO BS-DATE-CLOSED
112500     MOVE WS-LAST-PMT-DATE      TO WS-M2-DATE-IN-N
112600     PERFORM 2900-FORMAT-M2-DATE
112700     MOVE WS-M2-DATE-OUT-N      TO BS-DATE-LAST-PMT
112800     MOVE SPACES                TO BS-CONSUMER-SEGMENT
112900     MOVE '1'                   TO BS-ECOA-CODE
113000     WRITE METRO2-RECORD FROM WS-M2-BASE
113100     ADD 1 TO WS-BASE-COUNT
113200     ADD WS-REPORT-BALANCE      TO WS-TOTAL-REPORT-BAL
113300     PERFORM 2950-COUNT-STATUS-CODE.
113400
113500*----------------------------------------------------------------*
113600*  2850-WRITE-PROFILE-RECORD - CARRIES THE CARD FORWARD TO NEXT  *
113700*  MONTH'S EXTRACT.                                              *
113800*----------------------------------------------------------------*
113900 2850-WRITE-PROFILE-RECORD.
114000     MOVE CM-CARD-NUMBER        TO PFO-CARD-NUMBER
114100     MOVE WS-MONTH-CODE         TO PFO-LAST-MONTH-CODE
114200     MOVE WS-HISTORY-PROFILE    TO PFO-HISTORY-PROFILE
114300     MOVE WS-HIGHEST-BALANCE    TO PFO-HIGHEST-BALANCE
114400     MOVE WS-LAST-PMT-DATE      TO PFO-LAST-PMT-DATE
114500     MOVE WS-CURRENT-DATE-N     TO PFO-REPORT-DATE
114600     WRITE PROFILE-OUT-RECORD
114700     ADD 1 TO WS-PROFILE-OUT-COUNT.
114800
114900 2900-FORMAT-M2-DATE.
115000     IF WS-M2-DATE-IN-N = ZERO
115100         MOVE ZERO              TO WS-M2-DATE-OUT-N
115200     ELSE
115300         MOVE WS-M2-IN-MM       TO WS-M2-OUT-MM
115400         MOVE WS-M2-IN-DD       TO WS-M2-OUT-DD
115500         MOVE WS-M2-IN-YYYY     TO WS-M2-OUT-YYYY
115600     END-IF.
115700
115800 2950-COUNT-STATUS-CODE.
115900     MOVE 'N' TO WS-STC-FOUND
116000     PERFORM 2960-CHECK-STATUS-CODE
116100         VARYING WS-STC-IDX FROM 1 BY 1
116200         UNTIL WS-STC-IDX > WS-STC-COUNT-MAX
116300            OR STATUS-CODE-WAS-FOUND
116400     IF STATUS-CODE-WAS-FOUND
116500         ADD 1 TO WS-STT-COUNT(WS-STC-FOUND-IDX)
116600         ADD WS-REPORT-BALANCE TO
116700             WS-STT-BALANCE(WS-STC-FOUND-IDX)
116800     END-IF.
116900
117000 2960-CHECK-STATUS-CODE.
117100     IF WS-STC-CODE(WS-STC-IDX) = WS-ACCOUNT-STATUS
117200         MOVE 'Y' TO WS-STC-FOUND
117300         SET WS-STC-FOUND-IDX TO WS-STC-IDX
117400     END-IF.
117500
117600*----------------------------------------------------------------*
117700*  3000-REPORT-ARCHIVED-CARDS - A CARD ARCHIVED OFF THE MASTER   *
117800*  SINCE THE LAST EXTRACT GETS ITS FINAL CLOSED-ACCOUNT REPORT:  *
117900*  EITHER IT WAS REPORTED LAST MONTH (IT HAS AN UNUSED PROFILE   *
118000*  ENTRY) OR IT WAS ARCHIVED THIS CALENDAR MONTH. ARCHIVING      *
118100*  REQUIRES A ZERO BALANCE, SO THE STATUS IS ALWAYS 13. NO       *
118200*  PROFILE RECORD IS CARRIED FORWARD FOR IT.                     *
118300*----------------------------------------------------------------*
118400 3000-REPORT-ARCHIVED-CARDS.
118500     OPEN INPUT HISTORY-FILE
118600     EVALUATE TRUE
118700         WHEN HISTORY-FILE-OK
118800             PERFORM 3100-READ-HISTORY-RECORD
118900             PERFORM 3200-CHECK-ONE-ARCHIVED-CARD
119000                 UNTIL END-OF-HISTORY-FILE
119100             CLOSE HISTORY-FILE
119200         WHEN HISTORY-FILE-ABSENT
119300             CONTINUE
119400         WHEN OTHER
119500             DISPLAY '*** CARDHIST.DAT OPEN FAILED - STATUS: '
119600                 WS-HISTORY-STATUS ' ***'
119700             MOVE 16 TO RETURN-CODE
119800             PERFORM 8200-CLOSE-FILES
119900             STOP RUN
120000     END-EVALUATE.
120100
120200 3100-READ-HISTORY-RECORD.
120300     READ HISTORY-FILE
120400         AT END
120500             MOVE 'Y' TO WS-HISTORY-EOF
120600         NOT AT END
120700             CONTINUE
120800     END-READ.
120900
121000 3200-CHECK-ONE-ARCHIVED-CARD.
121100     MOVE 'N' TO WS-ARCHIVE-REPORT-SW
121200     MOVE CH-CARD-NUMBER        TO WS-PFL-SEARCH-CARD
121300     PERFORM 2500-LOOKUP-PROFILE
121400     IF CARD-PFL-WAS-FOUND
121500         IF NOT PFL-CARD-REPORTED(WS-PFL-FOUND-IDX)
121600             MOVE 'Y' TO WS-ARCHIVE-REPORT-SW
121700         END-IF
121800     ELSE
121900         IF CH-ARCHIVE-YYYYMM = WS-CURR-YYYYMM
122000             MOVE 'Y' TO WS-ARCHIVE-REPORT-SW
122100         END-IF
122200     END-IF
122300     IF ARCHIVED-CARD-IS-DUE
122400         PERFORM 3300-REPORT-ARCHIVED-CARD
122500     END-IF
122600     PERFORM 3100-READ-HISTORY-RECORD.
122700
122800 3300-REPORT-ARCHIVED-CARD.
122900     MOVE ZERO                  TO WS-SCHED-PAYMENT
123000     MOVE CH-CARD-NUMBER        TO WS-PMT-SEARCH-CARD
123100     PERFORM 2400-LOOKUP-PAYMENTS
123200     PERFORM 2550-CARRY-PRIOR-HISTORY
123300     MOVE CH-DELQ-CYCLES        TO WS-DELQ-CYCLES
123400     PERFORM 2650-SET-DELINQUENCY-CODES
123500     MOVE '13'                  TO WS-ACCOUNT-STATUS
123600     MOVE WS-MONTH-CODE         TO WS-PAYMENT-RATING
123700     MOVE ZERO                  TO WS-REPORT-BALANCE
123800     MOVE ZERO                  TO WS-PAST-DUE
123900     MOVE ZERO                  TO WS-ORIG-CHGOFF
124000     MOVE ZERO                  TO WS-FIRST-DELQ-DATE
124100     MOVE CH-CLOSE-DATE         TO WS-CLOSED-DATE
124200     MOVE CH-CARD-NUMBER        TO BS-CONSUMER-ACCT-NUM
124300     MOVE CH-OPEN-DATE          TO WS-M2-DATE-IN-N
124400     PERFORM 2900-FORMAT-M2-DATE
124500     MOVE WS-M2-DATE-OUT-N      TO BS-DATE-OPENED
124600     IF CH-CREDIT-LIMIT > ZERO
124700         MOVE CH-CREDIT-LIMIT   TO BS-CREDIT-LIMIT
124800     ELSE
124900         MOVE ZERO              TO BS-CREDIT-LIMIT
125000     END-IF
125100     PERFORM 2800-WRITE-BASE-SEGMENT
125200     ADD 1 TO WS-ARCHIVED-COUNT.
125300
125400*----------------------------------------------------------------*
125500*  8000-FINALIZE - WRITES THE METRO 2 TRAILER AND THE STATUS     *
125600*  CODE SUMMARY.                                                 *
125700*----------------------------------------------------------------*
125800 8000-FINALIZE.
125900     MOVE WS-BASE-COUNT         TO TR-TOTAL-BASE
126000     PERFORM 8050-PRINT-STATUS-LINE
126100         VARYING WS-STC-IDX FROM 1 BY 1
126200         UNTIL WS-STC-IDX > WS-STC-COUNT-MAX
126300     WRITE METRO2-RECORD FROM WS-M2-TRAILER
126400     MOVE 'MASTER RECORDS READ:          ' TO C-LABEL
126500     MOVE WS-MASTER-COUNT       TO C-COUNT
126600     WRITE RPT-RECORD FROM WS-COUNT-LINE
126700         AFTER ADVANCING 2 LINES
126800     MOVE 'ARCHIVED ACCOUNTS - FINAL REPORT:' TO C-LABEL
126900     MOVE WS-ARCHIVED-COUNT     TO C-COUNT
127000     PERFORM 8100-WRITE-COUNT-LINE
127100     MOVE 'BASE SEGMENTS WRITTEN:        ' TO C-LABEL
127200     MOVE WS-BASE-COUNT         TO C-COUNT
127300     PERFORM 8100-WRITE-COUNT-LINE
127400     MOVE 'PROFILES CARRIED FORWARD:     ' TO C-LABEL
127500     MOVE WS-PROFILE-OUT-COUNT  TO C-COUNT
127600     PERFORM 8100-WRITE-COUNT-LINE
127700     MOVE 'TOTAL BALANCE REPORTED:       ' TO T-LABEL
127800     MOVE WS-TOTAL-REPORT-BAL   TO T-AMOUNT
127900     PERFORM 8150-WRITE-TOTAL-LINE
127950     PERFORM 8180-WRITE-BALANCE-LEDGER
128000     PERFORM 8200-CLOSE-FILES.
128100
128200*----------------------------------------------------------------*
128300*  8050-PRINT-STATUS-LINE - LOADS THE TRAILER COUNT FOR EVERY    *
128400*  STATUS CODE AND PRINTS THE CODES THAT WERE USED.              *
128500*----------------------------------------------------------------*
128600 8050-PRINT-STATUS-LINE.
128700     MOVE WS-STT-COUNT(WS-STC-IDX) TO
128800         TR-STATUS-COUNT(WS-STC-IDX)
128900     IF WS-STT-COUNT(WS-STC-IDX) > ZERO
129000         MOVE WS-STC-CODE(WS-STC-IDX)    TO D-STATUS-CODE
129100         MOVE WS-STC-DESC(WS-STC-IDX)    TO D-STATUS-DESC
129200         MOVE WS-STT-COUNT(WS-STC-IDX)   TO D-STATUS-COUNT
129300         MOVE WS-STT-BALANCE(WS-STC-IDX) TO D-STATUS-BALANCE
129400         WRITE RPT-RECORD FROM WS-REPORT-DETAIL-LINE
129500             AFTER ADVANCING 1 LINE
129600     END-IF.
129700
129800 8100-WRITE-COUNT-LINE.
129900     WRITE RPT-RECORD FROM WS-COUNT-LINE
130000         AFTER ADVANCING 1 LINE.
130100
130200 8150-WRITE-TOTAL-LINE.
130300     WRITE RPT-RECORD FROM WS-TOTAL-LINE
130400         AFTER ADVANCING 1 LINE.
130500
130502*----------------------------------------------------------------*
130504*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
130506*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
130508*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
130510*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
130512*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
130514*  CARRIED ON THE RECORD.                                        *
130516*----------------------------------------------------------------*
130518 8180-WRITE-BALANCE-LEDGER.
130520     OPEN EXTEND BALANCE-LEDGER-FILE
130522     IF BALLEDGR-FILE-NOT-FOUND
130524         OPEN OUTPUT BALANCE-LEDGER-FILE
130526     END-IF
130528     IF NOT BALLEDGR-FILE-OK
130530         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
130532             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
130534         MOVE 16 TO RETURN-CODE
130536         PERFORM 8200-CLOSE-FILES
130538         STOP RUN
130540     END-IF
130542     INITIALIZE BALANCE-LEDGER-RECORD
130544     MOVE 'CREDIT-BUREAU-EXTR'  TO BL-STEP-NAME
130546     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
130548     ACCEPT BL-RUN-TIME FROM TIME
130550     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
130552     MOVE RETURN-CODE           TO BL-RETURN-CODE
130554     MOVE 'METRO2'              TO BL-STREAM-ID
130556     COMPUTE BL-RECORDS-IN =
130558         WS-MASTER-COUNT + WS-ARCHIVED-COUNT
130560     MOVE WS-BASE-COUNT         TO BL-RECORDS-OUT
130562     MOVE WS-TOTAL-REPORT-BAL   TO BL-AMOUNT-TOTAL
130564     WRITE BALANCE-LEDGER-RECORD
130566     CLOSE BALANCE-LEDGER-FILE.
130568
130600 8200-CLOSE-FILES.
130700     CLOSE CARD-MASTER
130800     CLOSE METRO2-FILE
130900     CLOSE PROFILE-FILE-OUT
131000     CLOSE BUREAU-REPORT.
