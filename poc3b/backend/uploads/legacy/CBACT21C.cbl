000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CARD-MASTER-RECOVER.
000300 AUTHOR.        CARD-SERVICES-BATCH-TEAM.
000400 INSTALLATION.  CARDDEMO-DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700 SECURITY.      NONE.
000800*REMARKS.
000900*    FORWARD RECOVERY OF THE KEYED CARD ACCOUNT MASTER
001000*    (CARDMSTR.DAT) FROM THE CARD MASTER CHANGE JOURNAL
001100*    (CMJRNL.DAT). EVERY PROGRAM THAT ADDS, UPDATES, CLOSES OR
001200*    DELETES A MASTER RECORD - CARD-MASTER-MAINT, CALC-INTEREST,
001300*    MONETARY-POST, CHARGE-OFF AND CARD-MASTER-ARCHIVE - APPENDS
001400*    THE RECORD'S BEFORE AND AFTER IMAGE TO THE JOURNAL AS IT
001500*    MAKES THE CHANGE. AFTER A DAMAGED MASTER IS RESTORED FROM
001600*    ITS BACKUP, THIS PROGRAM REPLAYS THE JOURNAL FORWARD ONTO IT
001700*    UP TO A CHOSEN POINT, SO THE NIGHT'S STEPS DO NOT HAVE TO BE
001800*    RERUN AGAINST THE CALC-INTEREST RUN-CONTROL CHECK.
001900*
002000*    THE ONE-CARD RECOVER.PARM SETS THE RUN:
002100*      MODE      R = RECOVER - THE MASTER IS UPDATED
002200*                L = LIST ONLY - CHANGE HISTORY, MASTER UNTOUCHED
002300*      FROM      DATE/TIME THE BACKUP WAS TAKEN. CHANGES STAMPED
002400*                EARLIER ARE ALREADY ON IT AND ARE SKIPPED.
002500*      TO        RECOVERY POINT. CHANGES STAMPED LATER ARE NOT
002600*                REPLAYED. ZERO MEANS THE END OF THE JOURNAL.
002700*      CARD      ONE CARD ONLY (SPACES = EVERY CARD).
002800*      OPERATOR  WHO ASKED FOR THE RUN, PRINTED ON THE REPORT.
002900*    AN ABSENT PARM FILE (STATUS 35) RECOVERS THE WHOLE JOURNAL.
003000*    MODE L WITH ONE CARD IS THE PER-CARD CHANGE HISTORY FOR
003100*    SERVICING AND AUDIT - WHO CHANGED THE BALANCE OR THE LIMIT,
003200*    FROM WHAT TO WHAT, AND WHEN.
003300*
003400*    THE JOURNAL IS SORTED ON CHANGE DATE AND TIME FIRST, EQUAL
003500*    STAMPS KEEPING THEIR JOURNAL ORDER, SO THE JOURNALS OF THE
003600*    PARALLEL CALC-INTEREST RANGE PACKS MAY BE CONCATENATED IN
003700*    ANY ORDER. EACH CHANGE IS APPLIED BY ITS AFTER IMAGE. THE
003800*    MASTER RECORD FOUND IS FIRST COMPARED WITH THE BEFORE
003900*    IMAGE; A DIFFERENCE MEANS THE BACKUP AND THE JOURNAL DO NOT
004000*    LINE UP (WRONG BACKUP OR FROM POINT, OR A JOURNAL MISSING
004100*    FROM THE CONCATENATION). THE AFTER IMAGE IS STILL APPLIED,
004200*    SO THE CARD ENDS AT ITS JOURNALED POSITION, BUT THE CHANGE
004300*    IS FLAGGED AND THE RUN ENDS RC=8 FOR REVIEW. A MASTER
004400*    RECORD ALREADY AT THE AFTER IMAGE IS LEFT ALONE, SO A FROM
004500*    POINT SET A LITTLE EARLY DOES NO HARM. THE REPLAY IS NOT
004600*    ITSELF JOURNALED. EVERY CHANGE REPLAYED OR LISTED IS
004700*    PRINTED ON RPTRCV.PRT WITH ITS RESULT:
004800*      APPL  APPLIED - THE MASTER MATCHED THE BEFORE IMAGE
004900*      SAME  THE MASTER WAS ALREADY AT THE AFTER IMAGE
005000*      LIST  LISTED ONLY (MODE L)
005100*      MISM  THE MASTER DID NOT MATCH THE BEFORE IMAGE - THE
005200*            AFTER IMAGE WAS APPLIED OVER IT
005300*      NOTF  UPDATE OR CLOSE FOR A CARD NOT ON THE MASTER - THE
005400*            AFTER IMAGE WAS ADDED
005500*      ONMS  ADD FOR A CARD ALREADY ON THE MASTER - THE AFTER
005600*            IMAGE REPLACED IT
005700*
005800*    MODIFICATION HISTORY
005900*    ------------------------------------------------------------
006000*    DATE       INIT  DESCRIPTION
006100*    ---------- ----  ------------------------------------------
006200*    2026-10-15 TJK   ORIGINAL PROGRAM - FORWARD RECOVERY AND
006300*                     PER-CARD CHANGE HISTORY FROM THE CARD
006400*                     MASTER CHANGE JOURNAL.
006500*    ------------------------------------------------------------
006600*
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER.   IBM-Z15.
007000 OBJECT-COMPUTER.   IBM-Z15.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT RECOVERY-PARM-FILE ASSIGN TO 'RECOVER.PARM'
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-PARM-STATUS.
007600
007700     SELECT CARD-MASTER-JOURNAL ASSIGN TO 'CMJRNL.DAT'
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-CMJRNL-STATUS.
008000
008100     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.
008200
008300     SELECT SORTED-JOURNAL-FILE ASSIGN TO 'CMJSORT.DAT'
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-SORTED-STATUS.
008600
008700     SELECT CARD-MASTER ASSIGN TO 'CARDMSTR.DAT'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS CM-CARD-NUMBER
009100         FILE STATUS IS WS-CARDMSTR-STATUS.
009200
009300     SELECT RECOVERY-REPORT ASSIGN TO 'RPTRCV.PRT'
009400         ORGANIZATION IS SEQUENTIAL.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800*----------------------------------------------------------------*
009900*  RECOVERY-PARM-FILE - ONE-CARD RUN REQUEST (SEE REMARKS).      *
010000*  ABSENT (STATUS 35) FOR A FULL RECOVERY OF THE WHOLE JOURNAL.  *
010100*----------------------------------------------------------------*
010200 FD  RECOVERY-PARM-FILE
010300     RECORDING MODE IS F.
010400 01  RECOVERY-PARM-RECORD.
010500     05  RP-MODE                PIC X(01).
010600     05  RP-FROM-DATE           PIC 9(08).
010700     05  RP-FROM-TIME           PIC 9(08).
010800     05  RP-TO-DATE             PIC 9(08).
010900     05  RP-TO-TIME             PIC 9(08).
011000     05  RP-CARD-NUMBER         PIC X(16).
011100     05  RP-OPERATOR-ID         PIC X(08).
011200
011300*----------------------------------------------------------------*
011400*  CARD-MASTER-JOURNAL - CARD MASTER CHANGE JOURNAL. ONE RECORD  *
011500*  PER ADD, UPDATE, CLOSE OR DELETE, APPENDED AS THE CHANGE IS   *
011600*  MADE, CARRYING THE RECORD BEFORE AND AFTER. AN ADD HAS NO     *
011700*  BEFORE IMAGE AND A DELETE NO AFTER IMAGE (SPACES). EACH IMAGE *
011800*  IS ONE CARD-MASTER-RECORD. THE LAYOUT IS COMMON TO EVERY      *
011900*  PROGRAM THAT UPDATES THE MASTER AND MUST BE CHANGED IN ALL OF *
012000*  THEM TOGETHER. READ HERE ONLY AS THE SORT INPUT.              *
012100*----------------------------------------------------------------*
012200 FD  CARD-MASTER-JOURNAL
012300     RECORDING MODE IS F.
012400 01  CARD-MASTER-JOURNAL-RECORD.
012500     05  CJ-CARD-NUMBER         PIC X(16).
012600     05  CJ-ACTION              PIC X(01).
012700         88  CJ-ACTION-ADD                     VALUE 'A'.
012800         88  CJ-ACTION-UPDATE                  VALUE 'U'.
012900         88  CJ-ACTION-CLOSE                   VALUE 'C'.
013000         88  CJ-ACTION-DELETE                  VALUE 'D'.
013100     05  CJ-CHANGE-CODE         PIC X(04).
013200     05  CJ-PROGRAM-NAME        PIC X(20).
013300     05  CJ-BUSINESS-DATE       PIC 9(08).
013400     05  CJ-CHANGE-DATE         PIC 9(08).
013500     05  CJ-CHANGE-TIME         PIC 9(08).
013600     05  CJ-OPERATOR-ID         PIC X(08).
013700     05  CJ-BEFORE-IMAGE        PIC X(93).
013800     05  CJ-AFTER-IMAGE         PIC X(93).
013900     05  FILLER                 PIC X(20).
014000
014100*----------------------------------------------------------------*
014200*  SORT-WORK-FILE - THE JOURNAL IN CHANGE DATE/TIME ORDER. ONLY  *
014300*  THE KEYS ARE NAMED; THE REST IS THE JOURNAL RECORD AS IS.     *
014400*----------------------------------------------------------------*
014500 SD  SORT-WORK-FILE.
014600 01  SORT-WORK-RECORD.
014700     05  FILLER                 PIC X(49).
014800     05  SW-CHANGE-DATE         PIC 9(08).
014900     05  SW-CHANGE-TIME         PIC 9(08).
015000     05  FILLER                 PIC X(214).
015100
015200*----------------------------------------------------------------*
015300*  SORTED-JOURNAL-FILE - SORT OUTPUT, SAME LAYOUT AS THE         *
015400*  JOURNAL. WORK FILE FOR THIS RUN ONLY.                         *
015500*----------------------------------------------------------------*
015600 FD  SORTED-JOURNAL-FILE
015700     RECORDING MODE IS F.
015800 01  SORTED-JOURNAL-RECORD.
015900     05  SJ-CARD-NUMBER         PIC X(16).
016000     05  SJ-ACTION              PIC X(01).
016100         88  SJ-ACTION-ADD                     VALUE 'A'.
016200         88  SJ-ACTION-UPDATE                  VALUE 'U'.
016300         88  SJ-ACTION-CLOSE                   VALUE 'C'.
016400         88  SJ-ACTION-DELETE                  VALUE 'D'.
016500     05  SJ-CHANGE-CODE         PIC X(04).
016600     05  SJ-PROGRAM-NAME        PIC X(20).
016700     05  SJ-BUSINESS-DATE       PIC 9(08).
016800     05  SJ-CHANGE-DATE         PIC 9(08).
016900     05  SJ-CHANGE-TIME         PIC 9(08).
017000     05  SJ-OPERATOR-ID         PIC X(08).
017100     05  SJ-BEFORE-IMAGE        PIC X(93).
017200     05  SJ-AFTER-IMAGE         PIC X(93).
017300     05  FILLER                 PIC X(20).
017400
017500*----------------------------------------------------------------*
017600*  CARD-MASTER - KEYED CARD ACCOUNT MASTER (VSAM KSDS), AS       *
017700*  RESTORED FROM ITS BACKUP. LAYOUT MUST STAY IN STEP WITH       *
017800*  CARD-MASTER-MAINT AND CALC-INTEREST.                          *
017900*----------------------------------------------------------------*
018000 FD  CARD-MASTER.
018100 01  CARD-MASTER-RECORD.
018200     05  CM-CARD-NUMBER         PIC X(16).
018300     05  CM-ACCT-STATUS         PIC X(01).
018400         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
018500         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
018600         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
018700     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
018800     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
018900     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
019000     05  CM-LAST-POST-DATE      PIC 9(8).
019100     05  CM-OPEN-DATE           PIC 9(8).
019200     05  CM-CLOSE-DATE          PIC 9(8).
019300     05  CM-DELQ-CYCLES         PIC 9(03).
019400     05  CM-LAST-CYCLE-DATE     PIC 9(8).
019500     05  CM-PENALTY-APR-FLAG    PIC X(01).
019600         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
019700     05  CM-PIF-CYCLES          PIC 9(03).
019800     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
019900     05  CM-CHARGEOFF-DATE      PIC 9(8).
020000     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
020100
020200*----------------------------------------------------------------*
020300*  RECOVERY-REPORT - PRINTED REPLAY / CHANGE HISTORY REPORT      *
020400*----------------------------------------------------------------*
020500 FD  RECOVERY-REPORT
020600     RECORDING MODE IS F.
020700 01  RPT-RECORD                 PIC X(132).
020800
020900 WORKING-STORAGE SECTION.
021000*----------------------------------------------------------------*
021100*  SWITCHES                                                      *
021200*----------------------------------------------------------------*
021300 77  WS-JOURNAL-EOF             PIC X(01)      VALUE 'N'.
021400     88  END-OF-JOURNAL                        VALUE 'Y'.
021500 77  WS-PARM-STATUS             PIC X(02)      VALUE SPACES.
021600     88  PARM-FILE-OK                          VALUE '00'.
021700     88  PARM-FILE-NOT-FOUND                   VALUE '35'.
021800 77  WS-CMJRNL-STATUS           PIC X(02)      VALUE SPACES.
021900     88  CMJRNL-FILE-OK                        VALUE '00'.
022000     88  CMJRNL-FILE-NOT-FOUND                 VALUE '35'.
022100 77  WS-SORTED-STATUS           PIC X(02)      VALUE SPACES.
022200     88  SORTED-FILE-OK                        VALUE '00'.
022300 77  WS-SORTED-OPEN-SW          PIC X(01)      VALUE 'N'.
022400     88  SORTED-FILE-IS-OPEN                   VALUE 'Y'.
022500 77  WS-CARDMSTR-STATUS         PIC X(02)      VALUE SPACES.
022600     88  CARDMSTR-OK                           VALUE '00'.
022700     88  CARDMSTR-NOT-FOUND                    VALUE '23'.
022800 77  WS-CARDMSTR-OPEN-SW        PIC X(01)      VALUE 'N'.
022900     88  CARDMSTR-IS-OPEN                      VALUE 'Y'.
023000 77  WS-ON-MASTER-SW            PIC X(01)      VALUE 'N'.
023100     88  CARD-ON-MASTER                        VALUE 'Y'.
023200
023300*----------------------------------------------------------------*
023400*  RUN REQUEST (FROM RECOVER.PARM, OR THE FULL-JOURNAL DEFAULTS) *
023500*----------------------------------------------------------------*
023600 77  WS-RUN-MODE                PIC X(01)      VALUE 'R'.
023700     88  MODE-RECOVER                          VALUE 'R'.
023800     88  MODE-LIST-ONLY                        VALUE 'L'.
023900 77  WS-SELECT-CARD             PIC X(16)      VALUE SPACES.
024000     88  SELECT-EVERY-CARD                     VALUE SPACES.
024100 77  WS-REQUEST-OPERATOR        PIC X(08)      VALUE SPACES.
024200 01  WS-FROM-STAMP.
024300     05  WS-FROM-DATE           PIC 9(08)      VALUE 0.
024400     05  WS-FROM-TIME           PIC 9(08)      VALUE 0.
024500 01  WS-FROM-STAMP-N REDEFINES WS-FROM-STAMP
024600                                PIC 9(16).
024700 01  WS-TO-STAMP.
024800     05  WS-TO-DATE             PIC 9(08)      VALUE 99999999.
024900     05  WS-TO-TIME             PIC 9(08)      VALUE 99999999.
025000 01  WS-TO-STAMP-N REDEFINES WS-TO-STAMP
025100                                PIC 9(16).
025200
025300*----------------------------------------------------------------*
025400*  CHANGE BEING REPLAYED                                         *
025500*----------------------------------------------------------------*
025600 01  WS-CHANGE-STAMP.
025700     05  WS-CHG-DATE            PIC 9(08)      VALUE 0.
025800     05  WS-CHG-TIME.
025900         10  WS-CHG-HHMMSS      PIC 9(06)      VALUE 0.
026000         10  WS-CHG-HUNDREDTHS  PIC 9(02)      VALUE 0.
026100 01  WS-CHANGE-STAMP-N REDEFINES WS-CHANGE-STAMP
026200                                PIC 9(16).
026300 01  WS-LAST-STAMP.
026400     05  WS-LAST-DATE           PIC 9(08)      VALUE 0.
026500     05  WS-LAST-TIME           PIC 9(08)      VALUE 0.
026600 77  WS-RESULT-CODE             PIC X(04)      VALUE SPACES.
026700
026800*----------------------------------------------------------------*
026900*  BEFORE AND AFTER IMAGES AS CARD-MASTER RECORDS, FOR THE       *
027000*  REPORT. LAYOUT MUST STAY IN STEP WITH CARD-MASTER ABOVE.      *
027100*----------------------------------------------------------------*
027200 01  WS-BEFORE-MASTER.
027300     05  JB-CARD-NUMBER         PIC X(16).
027400     05  JB-ACCT-STATUS         PIC X(01).
027500     05  JB-CURR-BALANCE        PIC S9(9)V99 COMP-3.
027600     05  JB-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
027700     05  JB-FEES-YTD            PIC S9(9)V99 COMP-3.
027800     05  JB-LAST-POST-DATE      PIC 9(8).
027900     05  JB-OPEN-DATE           PIC 9(8).
028000     05  JB-CLOSE-DATE          PIC 9(8).
028100     05  JB-DELQ-CYCLES         PIC 9(03).
028200     05  JB-LAST-CYCLE-DATE     PIC 9(8).
028300     05  JB-PENALTY-APR-FLAG    PIC X(01).
028400     05  JB-PIF-CYCLES          PIC 9(03).
028500     05  JB-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
028600     05  JB-CHARGEOFF-DATE      PIC 9(8).
028700     05  JB-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
028800 01  WS-AFTER-MASTER.
028900     05  JA-CARD-NUMBER         PIC X(16).
029000     05  JA-ACCT-STATUS         PIC X(01).
029100     05  JA-CURR-BALANCE        PIC S9(9)V99 COMP-3.
029200     05  JA-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
029300     05  JA-FEES-YTD            PIC S9(9)V99 COMP-3.
029400     05  JA-LAST-POST-DATE      PIC 9(8).
029500     05  JA-OPEN-DATE           PIC 9(8).
029600     05  JA-CLOSE-DATE          PIC 9(8).
029700     05  JA-DELQ-CYCLES         PIC 9(03).
029800     05  JA-LAST-CYCLE-DATE     PIC 9(8).
029900     05  JA-PENALTY-APR-FLAG    PIC X(01).
030000     05  JA-PIF-CYCLES          PIC 9(03).
030100     05  JA-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
030200     05  JA-CHARGEOFF-DATE      PIC 9(8).
030300     05  JA-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
030400
030500*----------------------------------------------------------------*
030600*  CONTROL COUNTS                                                *
030700*----------------------------------------------------------------*
030800 77  WS-READ-COUNT              PIC 9(07)      COMP   VALUE 0.
030900 77  WS-BEFORE-FROM-COUNT       PIC 9(07)      COMP   VALUE 0.
031000 77  WS-AFTER-TO-COUNT          PIC 9(07)      COMP   VALUE 0.
031100 77  WS-OTHER-CARD-COUNT        PIC 9(07)      COMP   VALUE 0.
031200 77  WS-SELECTED-COUNT          PIC 9(07)      COMP   VALUE 0.
031300 77  WS-ADD-COUNT               PIC 9(07)      COMP   VALUE 0.
031400 77  WS-UPDATE-COUNT            PIC 9(07)      COMP   VALUE 0.
031500 77  WS-CLOSE-COUNT             PIC 9(07)      COMP   VALUE 0.
031600 77  WS-DELETE-COUNT            PIC 9(07)      COMP   VALUE 0.
031700 77  WS-APPLIED-COUNT           PIC 9(07)      COMP   VALUE 0.
031800 77  WS-SAME-COUNT              PIC 9(07)      COMP   VALUE 0.
031900 77  WS-LISTED-COUNT            PIC 9(07)      COMP   VALUE 0.
032000 77  WS-MISMATCH-COUNT          PIC 9(07)      COMP   VALUE 0.
032100 77  WS-NOT-ON-MASTER-COUNT     PIC 9(07)      COMP   VALUE 0.
032200 77  WS-ALREADY-ON-COUNT        PIC 9(07)      COMP   VALUE 0.
032300
032400 01  WS-CURRENT-DATE.
032500     05  WS-CURR-YYYY           PIC 9(4).
032600     05  WS-CURR-MM             PIC 9(2).
032700     05  WS-CURR-DD             PIC 9(2).
032800 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
032900                                PIC 9(8).
033000
033100*----------------------------------------------------------------*
033200*  REPORT LINES                                                  *
033300*----------------------------------------------------------------*
033400 01  WS-REPORT-HEADER-1.
033500     05  FILLER                 PIC X(01)      VALUE SPACE.
033600     05  FILLER                 PIC X(10)      VALUE 'RPT-RCV01'.
033700     05  FILLER                 PIC X(20)      VALUE SPACES.
033800     05  FILLER                 PIC X(40)
033900             VALUE 'CARD MASTER JOURNAL REPLAY REPORT'.
034000     05  FILLER                 PIC X(61)      VALUE SPACES.
034100
034200 01  WS-REPORT-HEADER-2.
034300     05  FILLER                 PIC X(01)      VALUE SPACE.
034400     05  FILLER                 PIC X(10)      VALUE 'RUN DATE: '.
034500     05  H2-RUN-YYYY            PIC 9999.
034600     05  FILLER                 PIC X(01)      VALUE '-'.
034700     05  H2-RUN-MM              PIC 99.
034800     05  FILLER                 PIC X(01)      VALUE '-'.
034900     05  H2-RUN-DD              PIC 99.
035000     05  FILLER                 PIC X(107)     VALUE SPACES.
035100
035200 01  WS-REPORT-HEADER-3.
035300     05  FILLER                 PIC X(01)      VALUE SPACE.
035400     05  FILLER                 PIC X(06)      VALUE 'MODE: '.
035500     05  H3-MODE                PIC X(12).
035600     05  FILLER                 PIC X(06)      VALUE 'FROM: '.
035700     05  H3-FROM-DATE           PIC 9(08).
035800     05  FILLER                 PIC X(01)      VALUE SPACE.
035900     05  H3-FROM-TIME           PIC 9(08).
036000     05  FILLER                 PIC X(06)      VALUE '  TO: '.
036100     05  H3-TO-DATE             PIC 9(08).
036200     05  FILLER                 PIC X(01)      VALUE SPACE.
036300     05  H3-TO-TIME             PIC 9(08).
036400     05  FILLER                 PIC X(08)      VALUE '  CARD: '.
036500     05  H3-CARD-NUMBER         PIC X(16).
036600     05  FILLER                 PIC X(16)
036700             VALUE '  REQUESTED BY: '.
036800     05  H3-OPERATOR            PIC X(08).
036900     05  FILLER                 PIC X(19)      VALUE SPACES.
037000
037100 01  WS-REPORT-HEADER-4.
037200     05  FILLER                 PIC X(01)      VALUE SPACE.
037300     05  FILLER                 PIC X(09)      VALUE 'DATE'.
037400     05  FILLER                 PIC X(07)      VALUE 'TIME'.
037500     05  FILLER                 PIC X(20)      VALUE 'PROGRAM'.
037600     05  FILLER                 PIC X(02)      VALUE 'A'.
037700     05  FILLER                 PIC X(05)      VALUE 'CODE'.
037800     05  FILLER                 PIC X(17)
037900             VALUE 'CARD NUMBER'.
038000     05  FILLER                 PIC X(09)      VALUE 'OPERATOR'.
038100     05  FILLER                 PIC X(04)      VALUE 'ST'.
038200     05  FILLER                 PIC X(14)
038300             VALUE '   BAL BEFORE'.
038400     05  FILLER                 PIC X(14)
038500             VALUE '    BAL AFTER'.
038600     05  FILLER                 PIC X(13)
038700             VALUE 'LIMIT BEFORE'.
038800     05  FILLER                 PIC X(13)
038900             VALUE ' LIMIT AFTER'.
039000     05  FILLER                 PIC X(04)      VALUE 'RSLT'.
039100
039200 01  WS-REPORT-DETAIL-LINE.
039300     05  FILLER                 PIC X(01)      VALUE SPACE.
039400     05  D-CHANGE-DATE          PIC 9(08).
039500     05  FILLER                 PIC X(01)      VALUE SPACE.
039600     05  D-CHANGE-TIME          PIC 9(06).
039700     05  FILLER                 PIC X(01)      VALUE SPACE.
039800     05  D-PROGRAM-NAME         PIC X(19).
039900     05  FILLER                 PIC X(01)      VALUE SPACE.
040000     05  D-ACTION               PIC X(01).
040100     05  FILLER                 PIC X(01)      VALUE SPACE.
040200     05  D-CHANGE-CODE          PIC X(04).
040300     05  FILLER                 PIC X(01)      VALUE SPACE.
040400     05  D-CARD-NUMBER          PIC X(16).
040500     05  FILLER                 PIC X(01)      VALUE SPACE.
040600     05  D-OPERATOR             PIC X(08).
040700     05  FILLER                 PIC X(01)      VALUE SPACE.
040800     05  D-STATUS-BEFORE        PIC X(01).
040900     05  FILLER                 PIC X(01)      VALUE '>'.
041000     05  D-STATUS-AFTER         PIC X(01).
041100     05  FILLER                 PIC X(01)      VALUE SPACE.
041200     05  D-BAL-BEFORE           PIC Z,ZZZ,ZZ9.99-.
041300     05  D-BAL-BEFORE-X REDEFINES D-BAL-BEFORE
041400                                PIC X(13).
041500     05  FILLER                 PIC X(01)      VALUE SPACE.
041600     05  D-BAL-AFTER            PIC Z,ZZZ,ZZ9.99-.
041700     05  D-BAL-AFTER-X REDEFINES D-BAL-AFTER
041800                                PIC X(13).
041900     05  FILLER                 PIC X(01)      VALUE SPACE.
042000     05  D-LIMIT-BEFORE         PIC Z,ZZZ,ZZ9.99.
042100     05  D-LIMIT-BEFORE-X REDEFINES D-LIMIT-BEFORE
042200                                PIC X(12).
042300     05  FILLER                 PIC X(01)      VALUE SPACE.
042400     05  D-LIMIT-AFTER          PIC Z,ZZZ,ZZ9.99.
042500     05  D-LIMIT-AFTER-X REDEFINES D-LIMIT-AFTER
042600                                PIC X(12).
042700     05  FILLER                 PIC X(01)      VALUE SPACE.
042800     05  D-RESULT               PIC X(04).
042900
043000 01  WS-COUNT-LINE.
043100     05  FILLER                 PIC X(01)      VALUE SPACE.
043200     05  C-LABEL                PIC X(34).
043300     05  C-COUNT                PIC ZZZ,ZZ9.
043400     05  FILLER                 PIC X(90)      VALUE SPACES.
043500
043600 01  WS-POINT-LINE.
043700     05  FILLER                 PIC X(01)      VALUE SPACE.
043800     05  P-LABEL                PIC X(34).
043900     05  P-DATE                 PIC 9(08).
044000     05  FILLER                 PIC X(01)      VALUE SPACE.
044100     05  P-TIME                 PIC 9(08).
044200     05  FILLER                 PIC X(80)      VALUE SPACES.
044300
044400 PROCEDURE DIVISION.
044500*----------------------------------------------------------------*
044600*  0000-MAINLINE                                                 *
044700*----------------------------------------------------------------*
044800 0000-MAINLINE.
044900     PERFORM 1000-INITIALIZE
045000     PERFORM 2000-SORT-JOURNAL
045100     PERFORM 2200-PROCESS-ONE-CHANGE
045200         UNTIL END-OF-JOURNAL
045300     PERFORM 8000-FINALIZE
045400     STOP RUN.
045500
045600*----------------------------------------------------------------*
045700*  1000-INITIALIZE - THE MASTER IS OPENED ONLY TO RECOVER. IT    *
045800*  MUST ALREADY BE RESTORED FROM ITS BACKUP; AN ABSENT MASTER    *
045900*  IS NOT CREATED HERE.                                          *
046000*----------------------------------------------------------------*
046100 1000-INITIALIZE.
046200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
046300     OPEN OUTPUT RECOVERY-REPORT
046400     PERFORM 1100-GET-RECOVERY-PARM
046500     IF MODE-RECOVER
046600         OPEN I-O CARD-MASTER
046700         IF NOT CARDMSTR-OK
046800             DISPLAY '*** CARD-MASTER OPEN FAILED - STATUS: '
046900                 WS-CARDMSTR-STATUS ' ***'
047000             DISPLAY '*** RESTORE CARDMSTR.DAT FROM BACKUP ***'
047100             DISPLAY '*** BEFORE RUNNING THE RECOVERY     ***'
047200             MOVE 16 TO RETURN-CODE
047300             PERFORM 8200-CLOSE-FILES
047400             STOP RUN
047500         END-IF
047600         MOVE 'Y' TO WS-CARDMSTR-OPEN-SW
047700     END-IF
047800     PERFORM 1500-WRITE-REPORT-HEADERS.
047900
048000*----------------------------------------------------------------*
048100*  1100-GET-RECOVERY-PARM - A BLANK MODE IS A RECOVERY AND A     *
048200*  ZERO TO POINT IS THE END OF THE JOURNAL. A REQUEST THAT DOES  *
048300*  NOT MAKE SENSE STOPS THE RUN BEFORE THE MASTER IS TOUCHED.    *
048400*----------------------------------------------------------------*
048500 1100-GET-RECOVERY-PARM.
048600     OPEN INPUT RECOVERY-PARM-FILE
048700     EVALUATE TRUE
048800         WHEN PARM-FILE-OK
048900             READ RECOVERY-PARM-FILE
049000                 AT END
049100                     CONTINUE
049200                 NOT AT END
049300                     PERFORM 1150-EDIT-RECOVERY-PARM
049400             END-READ
049500             CLOSE RECOVERY-PARM-FILE
049600         WHEN PARM-FILE-NOT-FOUND
049700             DISPLAY 'RECOVER.PARM ABSENT - FULL JOURNAL RECOVERY'
049800         WHEN OTHER
049900             DISPLAY '*** RECOVER.PARM OPEN FAILED - STATUS: '
050000                 WS-PARM-STATUS ' ***'
050100             MOVE 16 TO RETURN-CODE
050200             PERFORM 8200-CLOSE-FILES
050300             STOP RUN
050400     END-EVALUATE.
050500
050600 1150-EDIT-RECOVERY-PARM.
050700     IF RP-MODE NOT = SPACE
050800         MOVE RP-MODE TO WS-RUN-MODE
050900     END-IF
051000     IF NOT MODE-RECOVER AND NOT MODE-LIST-ONLY
051100         OR RP-FROM-DATE NOT NUMERIC
051200         OR RP-FROM-TIME NOT NUMERIC
051300         OR RP-TO-DATE NOT NUMERIC
051400         OR RP-TO-TIME NOT NUMERIC
051500         DISPLAY '*** RECOVER.PARM INVALID ***'
051600         DISPLAY 'RECORD READ: ' RECOVERY-PARM-RECORD
051700         MOVE 16 TO RETURN-CODE
051800         PERFORM 8200-CLOSE-FILES
051900         STOP RUN
052000     END-IF
052100     MOVE RP-FROM-DATE          TO WS-FROM-DATE
052200     MOVE RP-FROM-TIME          TO WS-FROM-TIME
052300     IF RP-TO-DATE NOT = ZERO
052400         MOVE RP-TO-DATE        TO WS-TO-DATE
052500         MOVE RP-TO-TIME        TO WS-TO-TIME
052600     END-IF
052700     MOVE RP-CARD-NUMBER        TO WS-SELECT-CARD
052800     MOVE RP-OPERATOR-ID        TO WS-REQUEST-OPERATOR
052900     IF WS-FROM-STAMP-N > WS-TO-STAMP-N
053000         DISPLAY '*** RECOVER.PARM FROM POINT IS AFTER THE ***'
053100         DISPLAY '*** RECOVERY POINT - NOTHING CAN REPLAY  ***'
053200         MOVE 16 TO RETURN-CODE
053300         PERFORM 8200-CLOSE-FILES
053400         STOP RUN
053500     END-IF.
053600
053700 1500-WRITE-REPORT-HEADERS.
053800     MOVE WS-CURR-YYYY          TO H2-RUN-YYYY
053900     MOVE WS-CURR-MM            TO H2-RUN-MM
054000     MOVE WS-CURR-DD            TO H2-RUN-DD
054100     IF MODE-RECOVER
054200         MOVE 'RECOVER'         TO H3-MODE
054300     ELSE
054400         MOVE 'LIST ONLY'       TO H3-MODE
054500     END-IF
054600     MOVE WS-FROM-DATE          TO H3-FROM-DATE
054700     MOVE WS-FROM-TIME          TO H3-FROM-TIME
054800     MOVE WS-TO-DATE            TO H3-TO-DATE
054900     MOVE WS-TO-TIME            TO H3-TO-TIME
055000     IF SELECT-EVERY-CARD
055100         MOVE 'ALL'             TO H3-CARD-NUMBER
055200     ELSE
055300         MOVE WS-SELECT-CARD    TO H3-CARD-NUMBER
055400     END-IF
055500     MOVE WS-REQUEST-OPERATOR   TO H3-OPERATOR
055600     WRITE RPT-RECORD FROM WS-REPORT-HEADER-1
055700         AFTER ADVANCING PAGE
055800     WRITE RPT-RECORD FROM WS-REPORT-HEADER-2
055900         AFTER ADVANCING 1 LINE
056000     WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
056100         AFTER ADVANCING 1 LINE
056200     WRITE RPT-RECORD FROM WS-REPORT-HEADER-4
056300         AFTER ADVANCING 2 LINES.
056400
056500*----------------------------------------------------------------*
056600*  2000-SORT-JOURNAL - PUTS THE (POSSIBLY CONCATENATED) JOURNAL  *
056700*  INTO CHANGE DATE/TIME ORDER. AN ABSENT JOURNAL MEANS NOTHING  *
056800*  HAS CHANGED SINCE IT WAS LAST STARTED, SO THERE IS NOTHING    *
056900*  TO REPLAY.                                                    *
057000*----------------------------------------------------------------*
057100 2000-SORT-JOURNAL.
057200     OPEN INPUT CARD-MASTER-JOURNAL
057300     EVALUATE TRUE
057400         WHEN CMJRNL-FILE-OK
057500             CLOSE CARD-MASTER-JOURNAL
057600         WHEN CMJRNL-FILE-NOT-FOUND
057700             DISPLAY 'CMJRNL.DAT ABSENT - NO CHANGES TO REPLAY'
057800             MOVE 'Y' TO WS-JOURNAL-EOF
057900         WHEN OTHER
058000             DISPLAY '*** CMJRNL.DAT OPEN FAILED - STATUS: '
058100                 WS-CMJRNL-STATUS ' ***'
058200             MOVE 16 TO RETURN-CODE
058300             PERFORM 8200-CLOSE-FILES
058400             STOP RUN
058500     END-EVALUATE
058600     IF NOT END-OF-JOURNAL
058700         SORT SORT-WORK-FILE
058800             ON ASCENDING KEY SW-CHANGE-DATE SW-CHANGE-TIME
058900             WITH DUPLICATES IN ORDER
059000             USING CARD-MASTER-JOURNAL
059100             GIVING SORTED-JOURNAL-FILE
059200         IF SORT-RETURN NOT = ZERO
059300             DISPLAY '*** CMJRNL.DAT SORT FAILED - SORT-RETURN: '
059400                 SORT-RETURN ' ***'
059500             MOVE 16 TO RETURN-CODE
059600             PERFORM 8200-CLOSE-FILES
059700             STOP RUN
059800         END-IF
059900         OPEN INPUT SORTED-JOURNAL-FILE
060000         IF NOT SORTED-FILE-OK
060100             DISPLAY '*** CMJSORT.DAT OPEN FAILED - STATUS: '
060200                 WS-SORTED-STATUS ' ***'
060300             MOVE 16 TO RETURN-CODE
060400             PERFORM 8200-CLOSE-FILES
060500             STOP RUN
060600         END-IF
060700         MOVE 'Y' TO WS-SORTED-OPEN-SW
060800         PERFORM 2100-READ-SORTED-JOURNAL
060900     END-IF.
061000
061100 2100-READ-SORTED-JOURNAL.
061200     READ SORTED-JOURNAL-FILE
061300         AT END
061400             MOVE 'Y' TO WS-JOURNAL-EOF
061500         NOT AT END
061600             ADD 1 TO WS-READ-COUNT
061700     END-READ.
061800
061900*----------------------------------------------------------------*
062000*  2200-PROCESS-ONE-CHANGE - ONLY CHANGES FOR THE SELECTED CARD  *
062100*  STAMPED FROM THE BACKUP POINT UP TO THE RECOVERY POINT ARE    *
062200*  REPLAYED. THE REST ARE COUNTED SO THE JOURNAL IS ACCOUNTED    *
062300*  FOR IN FULL ON THE REPORT.                                    *
062400*----------------------------------------------------------------*
062500 2200-PROCESS-ONE-CHANGE.
062600     MOVE SJ-CHANGE-DATE        TO WS-CHG-DATE
062700     MOVE SJ-CHANGE-TIME        TO WS-CHG-TIME
062800     EVALUATE TRUE
062900         WHEN NOT SELECT-EVERY-CARD
063000          AND SJ-CARD-NUMBER NOT = WS-SELECT-CARD
063100             ADD 1 TO WS-OTHER-CARD-COUNT
063200         WHEN WS-CHANGE-STAMP-N < WS-FROM-STAMP-N
063300             ADD 1 TO WS-BEFORE-FROM-COUNT
063400         WHEN WS-CHANGE-STAMP-N > WS-TO-STAMP-N
063500             ADD 1 TO WS-AFTER-TO-COUNT
063600         WHEN OTHER
063700             PERFORM 2300-REPLAY-ONE-CHANGE
063800     END-EVALUATE
063900     PERFORM 2100-READ-SORTED-JOURNAL.
064000
064100 2300-REPLAY-ONE-CHANGE.
064200     ADD 1 TO WS-SELECTED-COUNT
064300     EVALUATE TRUE
064400         WHEN SJ-ACTION-ADD
064500             ADD 1 TO WS-ADD-COUNT
064600         WHEN SJ-ACTION-CLOSE
064700             ADD 1 TO WS-CLOSE-COUNT
064800         WHEN SJ-ACTION-DELETE
064900             ADD 1 TO WS-DELETE-COUNT
065000         WHEN OTHER
065100             ADD 1 TO WS-UPDATE-COUNT
065200     END-EVALUATE
065300     IF MODE-LIST-ONLY
065400         MOVE 'LIST' TO WS-RESULT-CODE
065500         ADD 1 TO WS-LISTED-COUNT
065600     ELSE
065700         PERFORM 2400-APPLY-TO-MASTER
065800     END-IF
065900     MOVE SJ-CHANGE-DATE        TO WS-LAST-DATE
066000     MOVE SJ-CHANGE-TIME        TO WS-LAST-TIME
066100     PERFORM 2800-WRITE-DETAIL-LINE.
066200
066300*----------------------------------------------------------------*
066400*  2400-APPLY-TO-MASTER - THE CARD'S CURRENT MASTER RECORD (IF   *
066500*  ANY) DECIDES HOW THE AFTER IMAGE GOES ON.                     *
066600*----------------------------------------------------------------*
066700 2400-APPLY-TO-MASTER.
066800     MOVE SJ-CARD-NUMBER TO CM-CARD-NUMBER
066900     READ CARD-MASTER
067000         INVALID KEY
067100             MOVE 'N' TO WS-ON-MASTER-SW
067200         NOT INVALID KEY
067300             MOVE 'Y' TO WS-ON-MASTER-SW
067400     END-READ
067500     IF NOT CARDMSTR-OK AND NOT CARDMSTR-NOT-FOUND
067600         DISPLAY '*** CARD-MASTER READ FAILED ***'
067700         DISPLAY '*** CARD  : ' SJ-CARD-NUMBER
067800         DISPLAY '*** STATUS: ' WS-CARDMSTR-STATUS
067900         MOVE 16 TO RETURN-CODE
068000         PERFORM 8200-CLOSE-FILES
068100         STOP RUN
068200     END-IF
068300     EVALUATE TRUE
068400         WHEN SJ-ACTION-DELETE
068500             PERFORM 2500-REPLAY-DELETE
068600         WHEN CARD-ON-MASTER
068700             PERFORM 2600-REPLAY-REWRITE
068800         WHEN OTHER
068900             PERFORM 2700-REPLAY-WRITE
069000     END-EVALUATE.
069100
069200*----------------------------------------------------------------*
069300*  2500-REPLAY-DELETE - A CARD ALREADY OFF THE MASTER IS AT ITS  *
069400*  AFTER IMAGE (NONE) ALREADY.                                   *
069500*----------------------------------------------------------------*
069600 2500-REPLAY-DELETE.
069700     IF CARD-ON-MASTER
069800         IF CARD-MASTER-RECORD = SJ-BEFORE-IMAGE
069900             MOVE 'APPL' TO WS-RESULT-CODE
070000             ADD 1 TO WS-APPLIED-COUNT
070100         ELSE
070200             MOVE 'MISM' TO WS-RESULT-CODE
070300             ADD 1 TO WS-MISMATCH-COUNT
070400         END-IF
070500         DELETE CARD-MASTER
070600         PERFORM 2900-CHECK-MASTER-UPDATE
070700     ELSE
070800         MOVE 'SAME' TO WS-RESULT-CODE
070900         ADD 1 TO WS-SAME-COUNT
071000     END-IF.
071100
071200*----------------------------------------------------------------*
071300*  2600-REPLAY-REWRITE - ADD, UPDATE OR CLOSE FOR A CARD ON THE  *
071400*  MASTER.                                                       *
071500*----------------------------------------------------------------*
071600 2600-REPLAY-REWRITE.
071700     EVALUATE TRUE
071800         WHEN CARD-MASTER-RECORD = SJ-AFTER-IMAGE
071900             MOVE 'SAME' TO WS-RESULT-CODE
072000             ADD 1 TO WS-SAME-COUNT
072100         WHEN SJ-ACTION-ADD
072200             MOVE 'ONMS' TO WS-RESULT-CODE
072300             ADD 1 TO WS-ALREADY-ON-COUNT
072400             PERFORM 2650-REWRITE-AFTER-IMAGE
072500         WHEN CARD-MASTER-RECORD = SJ-BEFORE-IMAGE
072600             MOVE 'APPL' TO WS-RESULT-CODE
072700             ADD 1 TO WS-APPLIED-COUNT
072800             PERFORM 2650-REWRITE-AFTER-IMAGE
072900         WHEN OTHER
073000             MOVE 'MISM' TO WS-RESULT-CODE
073100             ADD 1 TO WS-MISMATCH-COUNT
073200             PERFORM 2650-REWRITE-AFTER-IMAGE
073300     END-EVALUATE.
073400
073500 2650-REWRITE-AFTER-IMAGE.
073600     MOVE SJ-AFTER-IMAGE TO CARD-MASTER-RECORD
073700     REWRITE CARD-MASTER-RECORD
073800     PERFORM 2900-CHECK-MASTER-UPDATE.
073900
074000*----------------------------------------------------------------*
074100*  2700-REPLAY-WRITE - ADD, UPDATE OR CLOSE FOR A CARD NOT ON    *
074200*  THE MASTER. ONLY AN ADD EXPECTS THAT.                         *
074300*----------------------------------------------------------------*
074400 2700-REPLAY-WRITE.
074500     IF SJ-ACTION-ADD
074600         MOVE 'APPL' TO WS-RESULT-CODE
074700         ADD 1 TO WS-APPLIED-COUNT
074800     ELSE
074900         MOVE 'NOTF' TO WS-RESULT-CODE
075000         ADD 1 TO WS-NOT-ON-MASTER-COUNT
075100     END-IF
075200     MOVE SJ-AFTER-IMAGE TO CARD-MASTER-RECORD
075300     WRITE CARD-MASTER-RECORD
075400     PERFORM 2900-CHECK-MASTER-UPDATE.
075500
075600*----------------------------------------------------------------*
075700*  2800-WRITE-DETAIL-LINE - ONE LINE PER CHANGE WITH THE STATUS, *
075800*  BALANCE AND CREDIT LIMIT EITHER SIDE OF IT. AN ADD HAS NO     *
075900*  BEFORE SIDE AND A DELETE NO AFTER SIDE.                       *
076000*----------------------------------------------------------------*
076100 2800-WRITE-DETAIL-LINE.
076200     MOVE SJ-CHANGE-DATE        TO D-CHANGE-DATE
076300     MOVE WS-CHG-HHMMSS         TO D-CHANGE-TIME
076400     MOVE SJ-PROGRAM-NAME       TO D-PROGRAM-NAME
076500     MOVE SJ-ACTION             TO D-ACTION
076600     MOVE SJ-CHANGE-CODE        TO D-CHANGE-CODE
076700     MOVE SJ-CARD-NUMBER        TO D-CARD-NUMBER
076800     MOVE SJ-OPERATOR-ID        TO D-OPERATOR
076900     IF SJ-BEFORE-IMAGE = SPACES
077000         MOVE SPACE             TO D-STATUS-BEFORE
077100         MOVE SPACES            TO D-BAL-BEFORE-X
077200         MOVE SPACES            TO D-LIMIT-BEFORE-X
077300     ELSE
077400         MOVE SJ-BEFORE-IMAGE   TO WS-BEFORE-MASTER
077500         MOVE JB-ACCT-STATUS    TO D-STATUS-BEFORE
077600         MOVE JB-CURR-BALANCE   TO D-BAL-BEFORE
077700         MOVE JB-CREDIT-LIMIT   TO D-LIMIT-BEFORE
077800     END-IF
077900     IF SJ-AFTER-IMAGE = SPACES
078000         MOVE SPACE             TO D-STATUS-AFTER
078100         MOVE SPACES            TO D-BAL-AFTER-X
078200         MOVE SPACES            TO D-LIMIT-AFTER-X
078300     ELSE
078400         MOVE SJ-AFTER-IMAGE    TO WS-AFTER-MASTER
078500         MOVE JA-ACCT-STATUS    TO D-STATUS-AFTER
078600         MOVE JA-CURR-BALANCE   TO D-BAL-AFTER
078700         MOVE JA-CREDIT-LIMIT   TO D-LIMIT-AFTER
078800     END-IF
078900     MOVE WS-RESULT-CODE        TO D-RESULT
079000     WRITE RPT-RECORD FROM WS-REPORT-DETAIL-LINE
079100         AFTER ADVANCING 1 LINE.
079200
079300*----------------------------------------------------------------*
079400*  2900-CHECK-MASTER-UPDATE - A FAILED WRITE, REWRITE OR DELETE  *
079500*  LEAVES THE MASTER PART-RECOVERED; THE RUN IS ABENDED AND THE  *
079600*  RECOVERY RESTARTED FROM THE BACKUP.                           *
079700*----------------------------------------------------------------*
079800 2900-CHECK-MASTER-UPDATE.
079900     IF NOT CARDMSTR-OK
080000         DISPLAY '*** CARD-MASTER UPDATE FAILED ***'
080100         DISPLAY '*** CARD  : ' SJ-CARD-NUMBER
080200         DISPLAY '*** ACTION: ' SJ-ACTION
080300         DISPLAY '*** STATUS: ' WS-CARDMSTR-STATUS
080400         MOVE 16 TO RETURN-CODE
080500         PERFORM 8200-CLOSE-FILES
080600         STOP RUN
080700     END-IF.
080800
080900*----------------------------------------------------------------*
081000*  8000-FINALIZE - THE COUNTS ACCOUNT FOR EVERY JOURNAL RECORD   *
081100*  READ. ANY MISM, NOTF OR ONMS ENDS THE RUN RC=8 SO THE         *
081200*  FLAGGED CARDS ARE REVIEWED BEFORE THE MASTER GOES BACK INTO   *
081300*  SERVICE.                                                      *
081400*----------------------------------------------------------------*
081500 8000-FINALIZE.
081600     MOVE 'JOURNAL RECORDS READ:          ' TO C-LABEL
081700     MOVE WS-READ-COUNT         TO C-COUNT
081800     WRITE RPT-RECORD FROM WS-COUNT-LINE
081900         AFTER ADVANCING 2 LINES
082000     MOVE 'OTHER CARDS, NOT SELECTED:     ' TO C-LABEL
082100     MOVE WS-OTHER-CARD-COUNT   TO C-COUNT
082200     PERFORM 8100-WRITE-COUNT-LINE
082300     MOVE 'BEFORE THE FROM POINT:         ' TO C-LABEL
082400     MOVE WS-BEFORE-FROM-COUNT  TO C-COUNT
082500     PERFORM 8100-WRITE-COUNT-LINE
082600     MOVE 'AFTER THE RECOVERY POINT:      ' TO C-LABEL
082700     MOVE WS-AFTER-TO-COUNT     TO C-COUNT
082800     PERFORM 8100-WRITE-COUNT-LINE
082900     MOVE 'CHANGES SELECTED:              ' TO C-LABEL
083000     MOVE WS-SELECTED-COUNT     TO C-COUNT
083100     PERFORM 8100-WRITE-COUNT-LINE
083200     MOVE '  ADDS:                        ' TO C-LABEL
083300     MOVE WS-ADD-COUNT          TO C-COUNT
083400     PERFORM 8100-WRITE-COUNT-LINE
083500     MOVE '  UPDATES:                     ' TO C-LABEL
083600     MOVE WS-UPDATE-COUNT       TO C-COUNT
083700     PERFORM 8100-WRITE-COUNT-LINE
083800     MOVE '  CLOSES:                      ' TO C-LABEL
083900     MOVE WS-CLOSE-COUNT        TO C-COUNT
084000     PERFORM 8100-WRITE-COUNT-LINE
084100     MOVE '  DELETES:                     ' TO C-LABEL
084200     MOVE WS-DELETE-COUNT       TO C-COUNT
084300     PERFORM 8100-WRITE-COUNT-LINE
084400     MOVE 'APPLIED (APPL):                ' TO C-LABEL
084500     MOVE WS-APPLIED-COUNT      TO C-COUNT
084600     PERFORM 8100-WRITE-COUNT-LINE
084700     MOVE 'ALREADY AT AFTER IMAGE (SAME): ' TO C-LABEL
084800     MOVE WS-SAME-COUNT         TO C-COUNT
084900     PERFORM 8100-WRITE-COUNT-LINE
085000     MOVE 'LISTED ONLY (LIST):            ' TO C-LABEL
085100     MOVE WS-LISTED-COUNT       TO C-COUNT
085200     PERFORM 8100-WRITE-COUNT-LINE
085300     MOVE 'BEFORE IMAGE MISMATCH (MISM):  ' TO C-LABEL
085400     MOVE WS-MISMATCH-COUNT     TO C-COUNT
085500     PERFORM 8100-WRITE-COUNT-LINE
085600     MOVE 'NOT ON MASTER, ADDED (NOTF):   ' TO C-LABEL
085700     MOVE WS-NOT-ON-MASTER-COUNT TO C-COUNT
085800     PERFORM 8100-WRITE-COUNT-LINE
085900     MOVE 'ADD ALREADY ON MASTER (ONMS):  ' TO C-LABEL
086000     MOVE WS-ALREADY-ON-COUNT   TO C-COUNT
086100     PERFORM 8100-WRITE-COUNT-LINE
086200     MOVE 'LAST CHANGE REPLAYED:          ' TO P-LABEL
086300     MOVE WS-LAST-DATE          TO P-DATE
086400     MOVE WS-LAST-TIME          TO P-TIME
086500     WRITE RPT-RECORD FROM WS-POINT-LINE
086600         AFTER ADVANCING 2 LINES
086700     IF WS-MISMATCH-COUNT > ZERO
086800         OR WS-NOT-ON-MASTER-COUNT > ZERO
086900         OR WS-ALREADY-ON-COUNT > ZERO
087000         DISPLAY '*** JOURNAL AND RESTORED MASTER DO NOT LINE ***'
087100         DISPLAY '*** UP - REVIEW THE FLAGGED CARDS ON RPTRCV ***'
087200         MOVE 8 TO RETURN-CODE
087300     END-IF
087400     PERFORM 8200-CLOSE-FILES.
087500
087600 8100-WRITE-COUNT-LINE.
087700     WRITE RPT-RECORD FROM WS-COUNT-LINE
087800         AFTER ADVANCING 1 LINE.
087900
088000 8200-CLOSE-FILES.
088100     IF SORTED-FILE-IS-OPEN
088200         CLOSE SORTED-JOURNAL-FILE
088300     END-IF
088400     IF CARDMSTR-IS-OPEN
088500         CLOSE CARD-MASTER
088600     END-IF
088700     CLOSE RECOVERY-REPORT.
