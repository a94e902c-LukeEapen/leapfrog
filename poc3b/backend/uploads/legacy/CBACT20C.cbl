000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BATCH-BALANCING.
000300 AUTHOR.        CARD-SERVICES-BATCH-TEAM.
000400 INSTALLATION.  CARDDEMO-DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700 SECURITY.      NONE.
000800*REMARKS.
000900*    CLOSING SIGN-OFF FOR THE NIGHT'S CARD BATCH. EVERY CARD
001000*    BATCH STEP APPENDS ITS END-OF-JOB CONTROL RECORD(S) - STEP,
001100*    STREAM, BUSINESS DATE, RETURN CODE, RECORDS IN / OUT /
001200*    REJECTED AND MONEY TOTALS - TO THE SHARED BALANCING LEDGER
001300*    (BALLEDGR.DAT). THIS PROGRAM LOADS THE LEDGER AND TIES THE
001400*    STEPS TOGETHER LINK BY LINK:
001500*
001600*      TXN-SPLITTER    SPLIT COUNT / BALANCE TO THE CALC-INTEREST
001700*                      RANGE DETAILS;
001800*      CALC-INTEREST   DETAILS PLUS REINJECTIONS TO POSTED PLUS
001900*                      SUSPENSE (SUSPENSE.DAT);
002000*      INTPOST-MERGE   RECORDS, INTEREST, FEES AND ADJUSTMENTS
002100*                      TO THE CALC-INTEREST POSTINGS;
002200*      POST-GL-JOURNAL INTPOST RECORDS AND AMOUNTS JOURNALED TO
002300*                      THE MERGE, MONPOST TO MONETARY-POST,
002400*                      CHGOFF TO CHARGE-OFF, AND JOURNAL DEBITS
002500*                      TO THE THREE INPUTS;
002600*      CYCLE-STATEMENT INTPOST AS READ TO STATED PLUS UNSTATED;
002700*      PROMISE-TRACK   EVERY PROMISE READ WRITTEN TO PROMISEN;
002800*
002900*    AND CHECKS THAT EVERY NIGHTLY STEP REPORTED, THAT THE DATED
003000*    STEPS AGREE ON THE BUSINESS DATE AND THAT NO STEP ENDED IN
003100*    A RETURN CODE THAT HOLDS ITS OUTPUT. ONE SIGN-OFF REPORT IS
003200*    PRINTED TO RPTBAL.PRT.
003300*
003400*    ANY FAILED LINK ENDS RC=8. OPERATIONS GATES THE SWAP OF
003500*    CARDAPRN.DAT, PROMISEN.DAT AND CMSNAPN.DAT INTO PRODUCTION
003600*    ON A ZERO RETURN CODE FROM THIS STEP.
003700*
003800*    CALC-INTEREST RUNS ONCE PER TXN-SPLITTER RANGE, SO ITS
003900*    RECORDS ARE SUMMED ACROSS THE RANGE IMAGES. ANY OTHER STEP
004000*    FOUND MORE THAN ONCE WAS RERUN; ITS LATEST RECORD IS USED
004100*    AND THE IMAGE COUNT SHOWS ON THE STEP SUMMARY. CYCLE-
004200*    STATEMENT AND GL-MASTER-RECON READ CYCLE- AND MONTH-LEVEL
004300*    INPUTS, SO THEY ARE PROVED ON THEIR OWN TOTALS ONLY, AND
004400*    ONLY ON THE NIGHTS THEY RUN.
004500*
004600*    MODIFICATION HISTORY
004700*    ------------------------------------------------------------
004800*    DATE       INIT  DESCRIPTION
004900*    ---------- ----  ------------------------------------------
005000*    2026-10-15 TJK   ORIGINAL PROGRAM - NIGHTLY CARD BATCH
005100*                     BALANCING SIGN-OFF FROM BALLEDGR.DAT.
005200*    ------------------------------------------------------------
005300*
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-Z15.
005700 OBJECT-COMPUTER.   IBM-Z15.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-BALLEDGR-STATUS.
006300
006400     SELECT BALANCE-REPORT ASSIGN TO 'RPTBAL.PRT'
006500         ORGANIZATION IS SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*----------------------------------------------------------------*
007000*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
007100*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
007200*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
007300*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
007400*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
007500*  THE NIGHT'S FIRST STEP CREATES IT.                            *
007600*----------------------------------------------------------------*
007700 FD  BALANCE-LEDGER-FILE
007800     RECORDING MODE IS F.
007900 01  BALANCE-LEDGER-RECORD.
008000     05  BL-STEP-NAME           PIC X(20).
008100     05  BL-STREAM-ID           PIC X(08).
008200     05  BL-BUSINESS-DATE       PIC 9(08).
008300     05  BL-RUN-DATE            PIC 9(08).
008400     05  BL-RUN-TIME            PIC 9(08).
008500     05  BL-RETURN-CODE         PIC 9(04).
008600     05  BL-RECORDS-IN          PIC 9(09).
008700     05  BL-RECORDS-OUT         PIC 9(09).
008800     05  BL-RECORDS-REJECTED    PIC 9(09).
008900     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
009000     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
009100     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
009200     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
009300     05  FILLER                 PIC X(20).
009400
009500*----------------------------------------------------------------*
009600*  BALANCE-REPORT - STEP SUMMARY, LINKS AND SIGN-OFF STATUS      *
009700*----------------------------------------------------------------*
009800 FD  BALANCE-REPORT
009900     RECORDING MODE IS F.
010000 01  RPT-RECORD                 PIC X(132).
010100
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------*
010400*  FILE STATUS AND SWITCHES                                      *
010500*----------------------------------------------------------------*
010600 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
010700     88  BALLEDGR-FILE-OK                      VALUE '00'.
010800     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
010900 77  WS-LEDGER-EOF              PIC X(01)      VALUE 'N'.
011000     88  END-OF-LEDGER                         VALUE 'Y'.
011100 77  WS-STEP-FOUND              PIC X(01)      VALUE 'N'.
011200     88  STEP-WAS-FOUND                        VALUE 'Y'.
011300 77  WS-FETCH-FOUND             PIC X(01)      VALUE 'N'.
011400     88  FETCHED-STEP-FOUND                    VALUE 'Y'.
011500
011600*----------------------------------------------------------------*
011700*  COUNTERS                                                      *
011800*----------------------------------------------------------------*
011900 77  WS-LEDGER-READ-COUNT       PIC 9(07)      COMP   VALUE 0.
012000 77  WS-LINK-COUNT              PIC 9(05)      COMP   VALUE 0.
012100 77  WS-FAILED-LINK-COUNT       PIC 9(05)      COMP   VALUE 0.
012200
012300*----------------------------------------------------------------*
012400*  LINK WORK FIELDS - EACH LINK MOVES ITS TWO SIDES HERE AND     *
012500*  PERFORMS THE COMMON COUNT OR AMOUNT CHECK.                    *
012600*----------------------------------------------------------------*
012700 77  WS-LINK-DESC               PIC X(50)      VALUE SPACES.
012800 77  WS-LEFT-COUNT              PIC 9(11)      COMP   VALUE 0.
012900 77  WS-RIGHT-COUNT             PIC 9(11)      COMP   VALUE 0.
013000 77  WS-LEFT-AMOUNT             PIC S9(13)V99  COMP-3 VALUE 0.
013100 77  WS-RIGHT-AMOUNT            PIC S9(13)V99  COMP-3 VALUE 0.
013200
013300*----------------------------------------------------------------*
013400*  TOTALS FETCHED FOR ONE STEP/STREAM (ZERO WHEN NOT ON THE      *
013500*  LEDGER) AND THE SIDES HELD WHILE THE OTHER SIDE IS FETCHED.   *
013600*----------------------------------------------------------------*
013700 77  WS-FETCH-IN                PIC 9(11)      COMP   VALUE 0.
013800 77  WS-FETCH-OUT               PIC 9(11)      COMP   VALUE 0.
013900 77  WS-FETCH-REJECTED          PIC 9(11)      COMP   VALUE 0.
014000 77  WS-FETCH-AMOUNT            PIC S9(13)V99  COMP-3 VALUE 0.
014100 77  WS-FETCH-INTEREST          PIC S9(13)V99  COMP-3 VALUE 0.
014200 77  WS-FETCH-FEE               PIC S9(13)V99  COMP-3 VALUE 0.
014300 77  WS-FETCH-ADJ               PIC S9(13)V99  COMP-3 VALUE 0.
014400 77  WS-HOLD-COUNT              PIC 9(11)      COMP   VALUE 0.
014500 77  WS-HOLD-AMOUNT             PIC S9(13)V99  COMP-3 VALUE 0.
014600 77  WS-HOLD-INTEREST           PIC S9(13)V99  COMP-3 VALUE 0.
014700 77  WS-HOLD-FEE                PIC S9(13)V99  COMP-3 VALUE 0.
014800 77  WS-HOLD-ADJ                PIC S9(13)V99  COMP-3 VALUE 0.
014900 77  WS-MERGE-COUNT             PIC 9(11)      COMP   VALUE 0.
015000 77  WS-MERGE-INTEREST          PIC S9(13)V99  COMP-3 VALUE 0.
015100 77  WS-MERGE-FEE               PIC S9(13)V99  COMP-3 VALUE 0.
015200 77  WS-MERGE-ADJ               PIC S9(13)V99  COMP-3 VALUE 0.
015300 77  WS-JOURNAL-INPUT-DEBITS    PIC S9(13)V99  COMP-3 VALUE 0.
015400
015500*----------------------------------------------------------------*
015600*  REQUIRED-STEP CHECK WORK FIELDS                               *
015700*----------------------------------------------------------------*
015800 77  WS-REQUIRED-STEP           PIC X(20)      VALUE SPACES.
015900 77  WS-REQUIRED-STREAM         PIC X(08)      VALUE SPACES.
016000
016100 77  WS-BUSINESS-DATE           PIC 9(08)      VALUE 0.
016200 01  WS-CURRENT-DATE.
016300     05  WS-CURR-YYYY           PIC 9(4).
016400     05  WS-CURR-MM             PIC 9(2).
016500     05  WS-CURR-DD             PIC 9(2).
016600 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
016700                                PIC 9(8).
016800
016900*----------------------------------------------------------------*
017000*  STEP TABLE - ONE ENTRY PER STEP AND STREAM ON THE LEDGER.     *
017100*  CALC-INTEREST RANGE IMAGES ARE SUMMED INTO ONE ENTRY; FOR     *
017200*  ANY OTHER STEP THE LATEST RECORD REPLACES AN EARLIER RUN.     *
017300*----------------------------------------------------------------*
017400 77  WS-STEP-FOUND-IDX          PIC 9(05)      COMP   VALUE 0.
017500 77  WS-STEP-TABLE-COUNT        PIC 9(05)      COMP   VALUE 0.
017600 77  WS-STEP-TABLE-MAX          PIC 9(05)      COMP   VALUE 40.
017700 77  WS-STEP-SEARCH-NAME        PIC X(20)      VALUE SPACES.
017800 77  WS-STEP-SEARCH-STREAM      PIC X(08)      VALUE SPACES.
017900 01  WS-STEP-TABLE.
018000     05  WS-STEP-ENTRY          OCCURS 40 TIMES
018100                                INDEXED BY WS-STEP-IDX.
018200         10  WS-STEP-NAME           PIC X(20).
018300             88  STEP-IS-RANGE-IMAGED
018400                           VALUE 'CALC-INTEREST'.
018500             88  STEP-CARRIES-BUS-DATE
018600                           VALUE 'CALC-INTEREST' 'INTPOST-MERGE'.
018700             88  STEP-FEEDS-A-SWAP
018800                           VALUE 'RATE-TABLE-MAINT'
018900                                 'PROMISE-TRACK'
019000                                 'GL-MASTER-RECON'.
019100         10  WS-STEP-STREAM         PIC X(08).
019200         10  WS-STEP-IMAGES         PIC 9(03)     COMP.
019300         10  WS-STEP-RC             PIC 9(04).
019400         10  WS-STEP-BUS-DATE       PIC 9(08).
019500         10  WS-STEP-IN             PIC 9(11)     COMP.
019600         10  WS-STEP-OUT            PIC 9(11)     COMP.
019700         10  WS-STEP-REJECTED       PIC 9(11)     COMP.
019800         10  WS-STEP-AMOUNT         PIC S9(13)V99 COMP-3.
019900         10  WS-STEP-INTEREST       PIC S9(13)V99 COMP-3.
020000         10  WS-STEP-FEE            PIC S9(13)V99 COMP-3.
020100         10  WS-STEP-ADJ            PIC S9(13)V99 COMP-3.
020200
020300*----------------------------------------------------------------*
020400*  REPORT LINES                                                  *
020500*----------------------------------------------------------------*
020600 01  WS-REPORT-HEADER-1.
020700     05  FILLER                 PIC X(01)      VALUE SPACE.
020800     05  FILLER                 PIC X(10)      VALUE 'RPT-BAL01'.
020900     05  FILLER                 PIC X(15)      VALUE SPACES.
021000     05  FILLER                 PIC X(45)
021100             VALUE 'NIGHTLY CARD BATCH BALANCING SIGN-OFF'.
021200     05  FILLER                 PIC X(61)      VALUE SPACES.
021300
021400 01  WS-REPORT-HEADER-2.
021500     05  FILLER                 PIC X(01)      VALUE SPACE.
021600     05  FILLER                 PIC X(10)      VALUE 'RUN DATE: '.
021700     05  H2-RUN-YYYY            PIC 9999.
021800     05  FILLER                 PIC X(01)      VALUE '-'.
021900     05  H2-RUN-MM              PIC 99.
022000     05  FILLER                 PIC X(01)      VALUE '-'.
022100     05  H2-RUN-DD              PIC 99.
022200     05  FILLER                 PIC X(04)      VALUE SPACES.
022300     05  FILLER                 PIC X(15)
022400             VALUE 'BUSINESS DATE: '.
022500     05  H2-BUSINESS-DATE       PIC 9(08).
022600     05  FILLER                 PIC X(84)      VALUE SPACES.
022700
022800 01  WS-STEP-HEADER.
022900     05  FILLER                 PIC X(01)      VALUE SPACE.
023000     05  FILLER                 PIC X(21)      VALUE 'STEP'.
023100     05  FILLER                 PIC X(09)      VALUE 'STREAM'.
023200     05  FILLER                 PIC X(04)      VALUE 'IMG'.
023300     05  FILLER                 PIC X(05)      VALUE '  RC'.
023400     05  FILLER                 PIC X(10)      VALUE '       IN'.
023500     05  FILLER                 PIC X(10)      VALUE '      OUT'.
023600     05  FILLER                 PIC X(10)      VALUE ' REJECTED'.
023700     05  FILLER                 PIC X(15)
023800             VALUE '         AMOUNT'.
023900     05  FILLER                 PIC X(15)
024000             VALUE '       INTEREST'.
024100     05  FILLER                 PIC X(15)
024200             VALUE '           FEES'.
024300     05  FILLER                 PIC X(15)
024400             VALUE '    ADJUSTMENTS'.
024500     05  FILLER                 PIC X(03)      VALUE SPACES.
024600
024700 01  WS-STEP-LINE.
024800     05  FILLER                 PIC X(01)      VALUE SPACE.
024900     05  S-STEP-NAME            PIC X(20).
025000     05  FILLER                 PIC X(01)      VALUE SPACE.
025100     05  S-STREAM               PIC X(08).
025200     05  FILLER                 PIC X(01)      VALUE SPACE.
025300     05  S-IMAGES               PIC ZZ9.
025400     05  FILLER                 PIC X(01)      VALUE SPACE.
025500     05  S-RC                   PIC ZZZ9.
025600     05  FILLER                 PIC X(01)      VALUE SPACE.
025700     05  S-IN                   PIC Z(8)9.
025800     05  FILLER                 PIC X(01)      VALUE SPACE.
025900     05  S-OUT                  PIC Z(8)9.
026000     05  FILLER                 PIC X(01)      VALUE SPACE.
026100     05  S-REJECTED             PIC Z(8)9.
026200     05  FILLER                 PIC X(01)      VALUE SPACE.
026300     05  S-AMOUNT               PIC Z(10)9.99-.
026400     05  S-INTEREST             PIC Z(10)9.99-.
026500     05  S-FEE                  PIC Z(10)9.99-.
026600     05  S-ADJ                  PIC Z(10)9.99-.
026700     05  FILLER                 PIC X(03)      VALUE SPACES.
026800
026900 01  WS-SECTION-LINE.
027000     05  FILLER                 PIC X(01)      VALUE SPACE.
027100     05  SL-TEXT                PIC X(60).
027200     05  FILLER                 PIC X(71)      VALUE SPACES.
027300
027400 01  WS-COUNT-LINK-LINE.
027500     05  FILLER                 PIC X(01)      VALUE SPACE.
027600     05  CL-DESC                PIC X(50).
027700     05  FILLER                 PIC X(02)      VALUE SPACES.
027800     05  CL-LEFT                PIC Z(14)9.
027900     05  FILLER                 PIC X(04)      VALUE SPACES.
028000     05  CL-RIGHT               PIC Z(14)9.
028100     05  FILLER                 PIC X(04)      VALUE SPACES.
028200     05  CL-RESULT              PIC X(12).
028300     05  FILLER                 PIC X(29)      VALUE SPACES.
028400
028500 01  WS-AMOUNT-LINK-LINE.
028600     05  FILLER                 PIC X(01)      VALUE SPACE.
028700     05  AL-DESC                PIC X(50).
028800     05  FILLER                 PIC X(02)      VALUE SPACES.
028900     05  AL-LEFT                PIC Z(12)9.99-.
029000     05  FILLER                 PIC X(02)      VALUE SPACES.
029100     05  AL-RIGHT               PIC Z(12)9.99-.
029200     05  FILLER                 PIC X(02)      VALUE SPACES.
029300     05  AL-RESULT              PIC X(12).
029400     05  FILLER                 PIC X(29)      VALUE SPACES.
029500
029600 01  WS-EXCEPTION-LINE.
029700     05  FILLER                 PIC X(01)      VALUE SPACE.
029800     05  EX-TEXT                PIC X(30).
029900     05  EX-STEP-NAME           PIC X(20).
030000     05  FILLER                 PIC X(02)      VALUE SPACES.
030100     05  EX-DETAIL              PIC X(38).
030200     05  FILLER                 PIC X(02)      VALUE SPACES.
030300     05  EX-RESULT              PIC X(12).
030400     05  FILLER                 PIC X(27)      VALUE SPACES.
030500
030600 01  WS-COUNT-LINE.
030700     05  FILLER                 PIC X(01)      VALUE SPACE.
030800     05  C-LABEL                PIC X(26).
030900     05  C-COUNT                PIC ZZZ,ZZ9.
031000     05  FILLER                 PIC X(98)      VALUE SPACES.
031100
031200 01  WS-SIGNOFF-LINE.
031300     05  FILLER                 PIC X(01)      VALUE SPACE.
031400     05  SO-STATUS              PIC X(38).
031500     05  FILLER                 PIC X(34)
031600             VALUE 'CARDAPRN/PROMISEN/CMSNAPN SWAP'.
031700     05  FILLER                 PIC X(59)      VALUE SPACES.
031800
031900 PROCEDURE DIVISION.
032000*----------------------------------------------------------------*
032100*  0000-MAINLINE                                                 *
032200*----------------------------------------------------------------*
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE
032500     PERFORM 2000-LOAD-LEDGER
032600     PERFORM 1500-WRITE-REPORT-HEADERS
032700     PERFORM 3000-PRINT-STEP-SUMMARY
032800     PERFORM 4000-CHECK-LINKS
032900     PERFORM 8000-FINALIZE
033000     STOP RUN.
033100
033200*----------------------------------------------------------------*
033300*  1000-INITIALIZE                                               *
033400*----------------------------------------------------------------*
033500 1000-INITIALIZE.
033600     OPEN OUTPUT BALANCE-REPORT
033700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
033800     INITIALIZE WS-STEP-TABLE.
033900
034000*----------------------------------------------------------------*
034100*  1500-WRITE-REPORT-HEADERS - THE BUSINESS DATE IS THE ONE      *
034200*  TXN-SPLITTER TOOK FROM THE EXTRACT HEADER; THE RUN DATE       *
034300*  STANDS IN WHEN THE SPLIT NEVER REPORTED.                      *
034400*----------------------------------------------------------------*
034500 1500-WRITE-REPORT-HEADERS.
034600     IF WS-BUSINESS-DATE = ZERO
034700         MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
034800     END-IF
034900     MOVE WS-CURR-YYYY          TO H2-RUN-YYYY
035000     MOVE WS-CURR-MM            TO H2-RUN-MM
035100     MOVE WS-CURR-DD            TO H2-RUN-DD
035200     MOVE WS-BUSINESS-DATE      TO H2-BUSINESS-DATE
035300     WRITE RPT-RECORD FROM WS-REPORT-HEADER-1
035400         AFTER ADVANCING PAGE
035500     WRITE RPT-RECORD FROM WS-REPORT-HEADER-2
035600         AFTER ADVANCING 1 LINE.
035700
035800*----------------------------------------------------------------*
035900*  2000-LOAD-LEDGER - AN ABSENT LEDGER (STATUS 35) MEANS NO STEP *
036000*  REPORTED; EVERY REQUIRED STEP THEN FAILS ITS PRESENCE CHECK.  *
036100*----------------------------------------------------------------*
036200 2000-LOAD-LEDGER.
036300     OPEN INPUT BALANCE-LEDGER-FILE
036400     EVALUATE TRUE
036500         WHEN BALLEDGR-FILE-OK
036600             PERFORM 2100-READ-LEDGER-RECORD
036700             PERFORM 2200-STORE-LEDGER-ENTRY
036800                 UNTIL END-OF-LEDGER
036900             CLOSE BALANCE-LEDGER-FILE
037000         WHEN BALLEDGR-FILE-NOT-FOUND
037100             DISPLAY 'BALLEDGR.DAT ABSENT - NO STEP HAS REPORTED'
037200         WHEN OTHER
037300             DISPLAY '*** BALLEDGR.DAT OPEN FAILED - STATUS: '
037400                 WS-BALLEDGR-STATUS ' ***'
037500             MOVE 16 TO RETURN-CODE
037600             PERFORM 8200-CLOSE-FILES
037700             STOP RUN
037800     END-EVALUATE.
037900
038000 2100-READ-LEDGER-RECORD.
038100     READ BALANCE-LEDGER-FILE
038200         AT END
038300             MOVE 'Y' TO WS-LEDGER-EOF
038400         NOT AT END
038500             ADD 1 TO WS-LEDGER-READ-COUNT
038600     END-READ.
038700
038800*----------------------------------------------------------------*
038900*  2200-STORE-LEDGER-ENTRY - CALC-INTEREST RANGE IMAGES ARE      *
039000*  SUMMED AND KEEP THE WORST RETURN CODE; ANY OTHER STEP'S       *
039100*  LATEST RECORD REPLACES AN EARLIER RUN.                        *
039200*----------------------------------------------------------------*
039300 2200-STORE-LEDGER-ENTRY.
039400     MOVE BL-STEP-NAME          TO WS-STEP-SEARCH-NAME
039500     MOVE BL-STREAM-ID          TO WS-STEP-SEARCH-STREAM
039600     PERFORM 2300-LOOKUP-STEP-ENTRY
039700     IF NOT STEP-WAS-FOUND
039800         IF WS-STEP-TABLE-COUNT = WS-STEP-TABLE-MAX
039900             DISPLAY '*** BALLEDGR STEP/STREAM COUNT EXCEEDS ***'
040000             DISPLAY '*** WS-STEP-TABLE CAPACITY OF '
040100                 WS-STEP-TABLE-MAX ' ***'
040200             MOVE 16 TO RETURN-CODE
040300             CLOSE BALANCE-LEDGER-FILE
040400             PERFORM 8200-CLOSE-FILES
040500             STOP RUN
040600         END-IF
040700         ADD 1 TO WS-STEP-TABLE-COUNT
040800         MOVE WS-STEP-TABLE-COUNT TO WS-STEP-FOUND-IDX
040900         MOVE BL-STEP-NAME TO
041000             WS-STEP-NAME(WS-STEP-FOUND-IDX)
041100         MOVE BL-STREAM-ID TO
041200             WS-STEP-STREAM(WS-STEP-FOUND-IDX)
041300     END-IF
041400     ADD 1 TO WS-STEP-IMAGES(WS-STEP-FOUND-IDX)
041500     MOVE BL-BUSINESS-DATE TO WS-STEP-BUS-DATE(WS-STEP-FOUND-IDX)
041600     IF STEP-IS-RANGE-IMAGED(WS-STEP-FOUND-IDX)
041700         PERFORM 2400-ADD-RANGE-IMAGE
041800     ELSE
041900         PERFORM 2500-REPLACE-STEP-TOTALS
042000     END-IF
042100     IF BL-STEP-NAME = 'TXN-SPLITTER'
042200         MOVE BL-BUSINESS-DATE TO WS-BUSINESS-DATE
042300     END-IF
042400     PERFORM 2100-READ-LEDGER-RECORD.
042500
042600*----------------------------------------------------------------*
042700*  2300-LOOKUP-STEP-ENTRY - SEARCHES THE STEP TABLE FOR          *
042800*  WS-STEP-SEARCH-NAME / WS-STEP-SEARCH-STREAM. USED BOTH WHILE  *
042900*  LOADING AND WHEN FETCHING A LINK'S TOTALS.                    *
043000*----------------------------------------------------------------*
043100 2300-LOOKUP-STEP-ENTRY.
043200     MOVE 'N' TO WS-STEP-FOUND
043300     PERFORM 2310-CHECK-STEP-ENTRY
043400         VARYING WS-STEP-IDX FROM 1 BY 1
043500         UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT
043600            OR STEP-WAS-FOUND.
043700
043800 2310-CHECK-STEP-ENTRY.
043900     IF WS-STEP-NAME(WS-STEP-IDX) = WS-STEP-SEARCH-NAME
044000         AND WS-STEP-STREAM(WS-STEP-IDX) = WS-STEP-SEARCH-STREAM
044100         MOVE 'Y' TO WS-STEP-FOUND
044200         SET WS-STEP-FOUND-IDX TO WS-STEP-IDX
044300     END-IF.
044400
044500 2400-ADD-RANGE-IMAGE.
044600     IF BL-RETURN-CODE > WS-STEP-RC(WS-STEP-FOUND-IDX)
044700         MOVE BL-RETURN-CODE TO WS-STEP-RC(WS-STEP-FOUND-IDX)
044800     END-IF
044900     ADD BL-RECORDS-IN       TO WS-STEP-IN(WS-STEP-FOUND-IDX)
045000     ADD BL-RECORDS-OUT      TO WS-STEP-OUT(WS-STEP-FOUND-IDX)
045100     ADD BL-RECORDS-REJECTED TO
045200         WS-STEP-REJECTED(WS-STEP-FOUND-IDX)
045300     ADD BL-AMOUNT-TOTAL     TO WS-STEP-AMOUNT(WS-STEP-FOUND-IDX)
045400     ADD BL-INTEREST-TOTAL   TO
045500         WS-STEP-INTEREST(WS-STEP-FOUND-IDX)
045600     ADD BL-FEE-TOTAL        TO WS-STEP-FEE(WS-STEP-FOUND-IDX)
045700     ADD BL-ADJUSTMENT-TOTAL TO WS-STEP-ADJ(WS-STEP-FOUND-IDX).
045800
045900 2500-REPLACE-STEP-TOTALS.
046000     MOVE BL-RETURN-CODE      TO WS-STEP-RC(WS-STEP-FOUND-IDX)
046100     MOVE BL-RECORDS-IN       TO WS-STEP-IN(WS-STEP-FOUND-IDX)
046200     MOVE BL-RECORDS-OUT      TO WS-STEP-OUT(WS-STEP-FOUND-IDX)
046300     MOVE BL-RECORDS-REJECTED TO
046400         WS-STEP-REJECTED(WS-STEP-FOUND-IDX)
046500     MOVE BL-AMOUNT-TOTAL     TO WS-STEP-AMOUNT(WS-STEP-FOUND-IDX)
046600     MOVE BL-INTEREST-TOTAL   TO
046700         WS-STEP-INTEREST(WS-STEP-FOUND-IDX)
046800     MOVE BL-FEE-TOTAL        TO WS-STEP-FEE(WS-STEP-FOUND-IDX)
046900     MOVE BL-ADJUSTMENT-TOTAL TO WS-STEP-ADJ(WS-STEP-FOUND-IDX).
047000
047100*----------------------------------------------------------------*
047200*  3000-PRINT-STEP-SUMMARY - ONE LINE PER STEP AND STREAM, IN    *
047300*  THE ORDER THE STEPS REPORTED. IMG ABOVE 1 IS A RANGE-IMAGED   *
047400*  STEP OR A RERUN.                                              *
047500*----------------------------------------------------------------*
047600 3000-PRINT-STEP-SUMMARY.
047700     MOVE 'STEPS REPORTED ON THE BALANCING LEDGER' TO SL-TEXT
047800     WRITE RPT-RECORD FROM WS-SECTION-LINE
047900         AFTER ADVANCING 2 LINES
048000     WRITE RPT-RECORD FROM WS-STEP-HEADER
048100         AFTER ADVANCING 2 LINES
048200     PERFORM 3100-PRINT-ONE-STEP
048300         VARYING WS-STEP-IDX FROM 1 BY 1
048400         UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT.
048500
048600 3100-PRINT-ONE-STEP.
048700     MOVE WS-STEP-NAME(WS-STEP-IDX)     TO S-STEP-NAME
048800     MOVE WS-STEP-STREAM(WS-STEP-IDX)   TO S-STREAM
048900     MOVE WS-STEP-IMAGES(WS-STEP-IDX)   TO S-IMAGES
049000     MOVE WS-STEP-RC(WS-STEP-IDX)       TO S-RC
049100     MOVE WS-STEP-IN(WS-STEP-IDX)       TO S-IN
049200     MOVE WS-STEP-OUT(WS-STEP-IDX)      TO S-OUT
049300     MOVE WS-STEP-REJECTED(WS-STEP-IDX) TO S-REJECTED
049400     MOVE WS-STEP-AMOUNT(WS-STEP-IDX)   TO S-AMOUNT
049500     MOVE WS-STEP-INTEREST(WS-STEP-IDX) TO S-INTEREST
049600     MOVE WS-STEP-FEE(WS-STEP-IDX)      TO S-FEE
049700     MOVE WS-STEP-ADJ(WS-STEP-IDX)      TO S-ADJ
049800     WRITE RPT-RECORD FROM WS-STEP-LINE
049900         AFTER ADVANCING 1 LINE.
050000
050100*----------------------------------------------------------------*
050200*  4000-CHECK-LINKS - EVERY LINK PRINTS ITS TWO SIDES AND        *
050300*  BALANCED OR FAILED; A STEP NOT ON THE LEDGER CONTRIBUTES      *
050400*  ZEROS, SO AN UNEXPLAINED COUNT OR AMOUNT ON THE OTHER SIDE    *
050500*  STILL FAILS.                                                  *
050600*----------------------------------------------------------------*
050700 4000-CHECK-LINKS.
050800     MOVE 'STEP-TO-STEP LINKS' TO SL-TEXT
050900     WRITE RPT-RECORD FROM WS-SECTION-LINE
051000         AFTER ADVANCING 2 LINES
051100     PERFORM 4100-CHECK-SPLIT-LINKS
051200     PERFORM 4200-CHECK-MERGE-LINKS
051300     PERFORM 4300-CHECK-JOURNAL-LINKS
051400     PERFORM 4400-CHECK-STATEMENT-LINKS
051500     PERFORM 4500-CHECK-PROMISE-LINK
051600     MOVE 'STEP PRESENCE, RETURN CODES AND BUSINESS DATE'
051700         TO SL-TEXT
051800     WRITE RPT-RECORD FROM WS-SECTION-LINE
051900         AFTER ADVANCING 2 LINES
052000     PERFORM 4600-CHECK-REQUIRED-STEPS
052100     PERFORM 4700-CHECK-STEP-STATUS
052200         VARYING WS-STEP-IDX FROM 1 BY 1
052300         UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT.
052400
052500*----------------------------------------------------------------*
052600*  4100-CHECK-SPLIT-LINKS - TXN-SPLITTER TO CALC-INTEREST, AND   *
052700*  CALC-INTEREST DETAILS TO POSTED PLUS SUSPENSE.                *
052800*----------------------------------------------------------------*
052900 4100-CHECK-SPLIT-LINKS.
053000     MOVE 'TXN-SPLITTER'        TO WS-STEP-SEARCH-NAME
053100     MOVE 'TXN'                 TO WS-STEP-SEARCH-STREAM
053200     PERFORM 4800-FETCH-STEP-TOTALS
053300     MOVE WS-FETCH-OUT          TO WS-HOLD-COUNT
053400     MOVE WS-FETCH-AMOUNT       TO WS-HOLD-AMOUNT
053500     MOVE 'CALC-INTEREST'       TO WS-STEP-SEARCH-NAME
053600     MOVE 'TXN'                 TO WS-STEP-SEARCH-STREAM
053700     PERFORM 4800-FETCH-STEP-TOTALS
053800     MOVE 'SPLIT DETAILS = CALC-INTEREST DETAILS READ'
053900         TO WS-LINK-DESC
054000     MOVE WS-HOLD-COUNT         TO WS-LEFT-COUNT
054100     MOVE WS-FETCH-IN           TO WS-RIGHT-COUNT
054200     PERFORM 4900-CHECK-COUNT-LINK
054300     MOVE 'SPLIT BALANCE = CALC-INTEREST DETAIL BALANCE'
054400         TO WS-LINK-DESC
054500     MOVE WS-HOLD-AMOUNT        TO WS-LEFT-AMOUNT
054600     MOVE WS-FETCH-AMOUNT       TO WS-RIGHT-AMOUNT
054700     PERFORM 4950-CHECK-AMOUNT-LINK
054800     COMPUTE WS-RIGHT-COUNT = WS-FETCH-OUT + WS-FETCH-REJECTED
054900     MOVE WS-FETCH-IN           TO WS-HOLD-COUNT
055000     MOVE 'REINJECT'            TO WS-STEP-SEARCH-STREAM
055100     PERFORM 4800-FETCH-STEP-TOTALS
055200     MOVE 'DETAILS + REINJECTED = POSTED + SUSPENSE'
055300         TO WS-LINK-DESC
055400     COMPUTE WS-LEFT-COUNT = WS-HOLD-COUNT + WS-FETCH-IN
055500     PERFORM 4900-CHECK-COUNT-LINK.
055600
055700*----------------------------------------------------------------*
055800*  4200-CHECK-MERGE-LINKS - CALC-INTEREST POSTINGS (DETAILS AND  *
055900*  ADJUSTMENTS, ALL RANGES) TO THE MERGED INTPOST.DAT.           *
056000*----------------------------------------------------------------*
056100 4200-CHECK-MERGE-LINKS.
056200     MOVE 'CALC-INTEREST'       TO WS-STEP-SEARCH-NAME
056300     MOVE 'TXN'                 TO WS-STEP-SEARCH-STREAM
056400     PERFORM 4800-FETCH-STEP-TOTALS
056500     MOVE WS-FETCH-OUT          TO WS-HOLD-COUNT
056600     MOVE WS-FETCH-INTEREST     TO WS-HOLD-INTEREST
056700     MOVE WS-FETCH-FEE          TO WS-HOLD-FEE
056800     MOVE WS-FETCH-ADJ          TO WS-HOLD-ADJ
056900     MOVE 'ADJUST'              TO WS-STEP-SEARCH-STREAM
057000     PERFORM 4800-FETCH-STEP-TOTALS
057100     ADD WS-FETCH-OUT           TO WS-HOLD-COUNT
057200     ADD WS-FETCH-INTEREST      TO WS-HOLD-INTEREST
057300     ADD WS-FETCH-FEE           TO WS-HOLD-FEE
057400     ADD WS-FETCH-ADJ           TO WS-HOLD-ADJ
057500     MOVE 'INTPOST-MERGE'       TO WS-STEP-SEARCH-NAME
057600     MOVE 'INTPOST'             TO WS-STEP-SEARCH-STREAM
057700     PERFORM 4800-FETCH-STEP-TOTALS
057800     MOVE WS-FETCH-OUT          TO WS-MERGE-COUNT
057900     MOVE WS-FETCH-INTEREST     TO WS-MERGE-INTEREST
058000     MOVE WS-FETCH-FEE          TO WS-MERGE-FEE
058100     MOVE WS-FETCH-ADJ          TO WS-MERGE-ADJ
058200     MOVE 'CALC-INTEREST POSTED = INTPOST MERGED'
058300         TO WS-LINK-DESC
058400     MOVE WS-HOLD-COUNT         TO WS-LEFT-COUNT
058500     MOVE WS-MERGE-COUNT        TO WS-RIGHT-COUNT
058600     PERFORM 4900-CHECK-COUNT-LINK
058700     MOVE 'CALC-INTEREST INTEREST = INTPOST MERGED'
058800         TO WS-LINK-DESC
058900     MOVE WS-HOLD-INTEREST      TO WS-LEFT-AMOUNT
059000     MOVE WS-MERGE-INTEREST     TO WS-RIGHT-AMOUNT
059100     PERFORM 4950-CHECK-AMOUNT-LINK
059200     MOVE 'CALC-INTEREST FEES = INTPOST MERGED'
059300         TO WS-LINK-DESC
059400     MOVE WS-HOLD-FEE           TO WS-LEFT-AMOUNT
059500     MOVE WS-MERGE-FEE          TO WS-RIGHT-AMOUNT
059600     PERFORM 4950-CHECK-AMOUNT-LINK
059700     MOVE 'CALC-INTEREST ADJUSTMENTS = INTPOST MERGED'
059800         TO WS-LINK-DESC
059900     MOVE WS-HOLD-ADJ           TO WS-LEFT-AMOUNT
060000     MOVE WS-MERGE-ADJ          TO WS-RIGHT-AMOUNT
060100     PERFORM 4950-CHECK-AMOUNT-LINK.
060200
060300*----------------------------------------------------------------*
060400*  4300-CHECK-JOURNAL-LINKS - EACH POST-GL-JOURNAL INPUT TO THE  *
060500*  STEP THAT WROTE IT, THEN THE JOURNAL DEBITS TO THE INPUTS.    *
060600*----------------------------------------------------------------*
060700 4300-CHECK-JOURNAL-LINKS.
060800     MOVE 'POST-GL-JOURNAL'     TO WS-STEP-SEARCH-NAME
060900     MOVE 'INTPOST'             TO WS-STEP-SEARCH-STREAM
061000     PERFORM 4800-FETCH-STEP-TOTALS
061100     COMPUTE WS-JOURNAL-INPUT-DEBITS =
061200         WS-FETCH-INTEREST + WS-FETCH-FEE + WS-FETCH-ADJ
061300     MOVE 'INTPOST MERGED = INTPOST JOURNALED'
061400         TO WS-LINK-DESC
061500     MOVE WS-MERGE-COUNT        TO WS-LEFT-COUNT
061600     MOVE WS-FETCH-IN           TO WS-RIGHT-COUNT
061700     PERFORM 4900-CHECK-COUNT-LINK
061800     MOVE 'INTPOST INTEREST = INTEREST JOURNALED'
061900         TO WS-LINK-DESC
062000     MOVE WS-MERGE-INTEREST     TO WS-LEFT-AMOUNT
062100     MOVE WS-FETCH-INTEREST     TO WS-RIGHT-AMOUNT
062200     PERFORM 4950-CHECK-AMOUNT-LINK
062300     MOVE 'INTPOST FEES = FEES JOURNALED'
062400         TO WS-LINK-DESC
062500     MOVE WS-MERGE-FEE          TO WS-LEFT-AMOUNT
062600     MOVE WS-FETCH-FEE          TO WS-RIGHT-AMOUNT
062700     PERFORM 4950-CHECK-AMOUNT-LINK
062800     MOVE 'INTPOST ADJUSTMENTS = ADJUSTMENTS JOURNALED'
062900         TO WS-LINK-DESC
063000     MOVE WS-MERGE-ADJ          TO WS-LEFT-AMOUNT
063100     MOVE WS-FETCH-ADJ          TO WS-RIGHT-AMOUNT
063200     PERFORM 4950-CHECK-AMOUNT-LINK
063300     MOVE 'MONETARY-POST'       TO WS-STEP-SEARCH-NAME
063400     MOVE 'MONPOST'             TO WS-STEP-SEARCH-STREAM
063500     PERFORM 4800-FETCH-STEP-TOTALS
063600     MOVE WS-FETCH-OUT          TO WS-HOLD-COUNT
063700     MOVE WS-FETCH-AMOUNT       TO WS-HOLD-AMOUNT
063800     MOVE 'POST-GL-JOURNAL'     TO WS-STEP-SEARCH-NAME
063900     PERFORM 4800-FETCH-STEP-TOTALS
064000     ADD WS-FETCH-AMOUNT        TO WS-JOURNAL-INPUT-DEBITS
064100     MOVE 'MONETARY-POST POSTED = MONPOST JOURNALED'
064200         TO WS-LINK-DESC
064300     MOVE WS-HOLD-COUNT         TO WS-LEFT-COUNT
064400     MOVE WS-FETCH-IN           TO WS-RIGHT-COUNT
064500     PERFORM 4900-CHECK-COUNT-LINK
064600     MOVE 'MONETARY-POST AMOUNT = MONPOST JOURNALED'
064700         TO WS-LINK-DESC
064800     MOVE WS-HOLD-AMOUNT        TO WS-LEFT-AMOUNT
064900     MOVE WS-FETCH-AMOUNT       TO WS-RIGHT-AMOUNT
065000     PERFORM 4950-CHECK-AMOUNT-LINK
065100     MOVE 'CHARGE-OFF'          TO WS-STEP-SEARCH-NAME
065200     MOVE 'CHGOFF'              TO WS-STEP-SEARCH-STREAM
065300     PERFORM 4800-FETCH-STEP-TOTALS
065400     MOVE WS-FETCH-OUT          TO WS-HOLD-COUNT
065500     MOVE WS-FETCH-AMOUNT       TO WS-HOLD-AMOUNT
065600     MOVE 'POST-GL-JOURNAL'     TO WS-STEP-SEARCH-NAME
065700     PERFORM 4800-FETCH-STEP-TOTALS
065800     ADD WS-FETCH-AMOUNT        TO WS-JOURNAL-INPUT-DEBITS
065900     MOVE 'CHARGE-OFF WRITTEN = CHGOFF JOURNALED'
066000         TO WS-LINK-DESC
066100     MOVE WS-HOLD-COUNT         TO WS-LEFT-COUNT
066200     MOVE WS-FETCH-IN           TO WS-RIGHT-COUNT
066300     PERFORM 4900-CHECK-COUNT-LINK
066400     MOVE 'CHARGE-OFF AMOUNT = CHGOFF JOURNALED'
066500         TO WS-LINK-DESC
066600     MOVE WS-HOLD-AMOUNT        TO WS-LEFT-AMOUNT
066700     MOVE WS-FETCH-AMOUNT       TO WS-RIGHT-AMOUNT
066800     PERFORM 4950-CHECK-AMOUNT-LINK
066900     MOVE 'GLJRNL'              TO WS-STEP-SEARCH-STREAM
067000     PERFORM 4800-FETCH-STEP-TOTALS
067100     MOVE 'JOURNAL INPUTS = GL JOURNAL DEBITS'
067200         TO WS-LINK-DESC
067300     MOVE WS-JOURNAL-INPUT-DEBITS TO WS-LEFT-AMOUNT
067400     MOVE WS-FETCH-AMOUNT       TO WS-RIGHT-AMOUNT
067500     PERFORM 4950-CHECK-AMOUNT-LINK.
067600
067700*----------------------------------------------------------------*
067800*  4400-CHECK-STATEMENT-LINKS - ONLY ON A CYCLE NIGHT. EVERY     *
067900*  AMOUNT CYCLE-STATEMENT READ FROM INTPOST.DAT WAS EITHER       *
068000*  STATED OR LEFT UNSTATED (SKIPPED, CHARGED OFF OR NOT ON THE   *
068100*  MASTER).                                                      *
068200*----------------------------------------------------------------*
068300 4400-CHECK-STATEMENT-LINKS.
068400     MOVE 'CYCLE-STATEMENT'     TO WS-STEP-SEARCH-NAME
068500     MOVE 'STMT'                TO WS-STEP-SEARCH-STREAM
068600     PERFORM 4800-FETCH-STEP-TOTALS
068700     IF NOT FETCHED-STEP-FOUND
068800         MOVE 'CYCLE-STATEMENT NOT RUN - NO STATEMENT LINKS'
068900             TO SL-TEXT
069000         WRITE RPT-RECORD FROM WS-SECTION-LINE
069100             AFTER ADVANCING 1 LINE
069200     ELSE
069300         MOVE WS-FETCH-INTEREST TO WS-HOLD-INTEREST
069400         MOVE WS-FETCH-FEE      TO WS-HOLD-FEE
069500         MOVE WS-FETCH-ADJ      TO WS-HOLD-ADJ
069600         MOVE 'UNSTATED'        TO WS-STEP-SEARCH-STREAM
069700         PERFORM 4800-FETCH-STEP-TOTALS
069800         ADD WS-FETCH-INTEREST  TO WS-HOLD-INTEREST
069900         ADD WS-FETCH-FEE       TO WS-HOLD-FEE
070000         ADD WS-FETCH-ADJ       TO WS-HOLD-ADJ
070100         MOVE 'INTPOST'         TO WS-STEP-SEARCH-STREAM
070200         PERFORM 4800-FETCH-STEP-TOTALS
070300         MOVE 'CYCLE INTEREST READ = STATED + UNSTATED'
070400             TO WS-LINK-DESC
070500         MOVE WS-FETCH-INTEREST TO WS-LEFT-AMOUNT
070600         MOVE WS-HOLD-INTEREST  TO WS-RIGHT-AMOUNT
070700         PERFORM 4950-CHECK-AMOUNT-LINK
070800         MOVE 'CYCLE FEES READ = STATED + UNSTATED'
070900             TO WS-LINK-DESC
071000         MOVE WS-FETCH-FEE      TO WS-LEFT-AMOUNT
071100         MOVE WS-HOLD-FEE       TO WS-RIGHT-AMOUNT
071200         PERFORM 4950-CHECK-AMOUNT-LINK
071300         MOVE 'CYCLE ADJUSTMENTS READ = STATED + UNSTATED'
071400             TO WS-LINK-DESC
071500         MOVE WS-FETCH-ADJ      TO WS-LEFT-AMOUNT
071600         MOVE WS-HOLD-ADJ       TO WS-RIGHT-AMOUNT
071700         PERFORM 4950-CHECK-AMOUNT-LINK
071800     END-IF.
071900
072000 4500-CHECK-PROMISE-LINK.
072100     MOVE 'PROMISE-TRACK'       TO WS-STEP-SEARCH-NAME
072200     MOVE 'PROMISEN'            TO WS-STEP-SEARCH-STREAM
072300     PERFORM 4800-FETCH-STEP-TOTALS
072400     MOVE 'PROMISES READ = PROMISEN WRITTEN'
072500         TO WS-LINK-DESC
072600     MOVE WS-FETCH-IN           TO WS-LEFT-COUNT
072700     MOVE WS-FETCH-OUT          TO WS-RIGHT-COUNT
072800     PERFORM 4900-CHECK-COUNT-LINK.
072900
073000*----------------------------------------------------------------*
073100*  4600-CHECK-REQUIRED-STEPS - THE STEPS THAT RUN EVERY NIGHT.   *
073200*  ONE MISSING FROM THE LEDGER DID NOT REACH END-OF-JOB.         *
073300*----------------------------------------------------------------*
073400 4600-CHECK-REQUIRED-STEPS.
073500     MOVE 'TXN-SPLITTER'        TO WS-REQUIRED-STEP
073600     MOVE 'TXN'                 TO WS-REQUIRED-STREAM
073700     PERFORM 4650-CHECK-STEP-PRESENT
073800     MOVE 'CALC-INTEREST'       TO WS-REQUIRED-STEP
073900     MOVE 'TXN'                 TO WS-REQUIRED-STREAM
074000     PERFORM 4650-CHECK-STEP-PRESENT
074100     MOVE 'INTPOST-MERGE'       TO WS-REQUIRED-STEP
074200     MOVE 'INTPOST'             TO WS-REQUIRED-STREAM
074300     PERFORM 4650-CHECK-STEP-PRESENT
074310     MOVE 'MONETARY-POST'       TO WS-REQUIRED-STEP
074320     MOVE 'MONPOST'             TO WS-REQUIRED-STREAM
074330     PERFORM 4650-CHECK-STEP-PRESENT
074400     MOVE 'POST-GL-JOURNAL'     TO WS-REQUIRED-STEP
074500     MOVE 'GLJRNL'              TO WS-REQUIRED-STREAM
074600     PERFORM 4650-CHECK-STEP-PRESENT
074700     MOVE 'PROMISE-TRACK'       TO WS-REQUIRED-STEP
074800     MOVE 'PROMISEN'            TO WS-REQUIRED-STREAM
074900     PERFORM 4650-CHECK-STEP-PRESENT.
075000
075100 4650-CHECK-STEP-PRESENT.
075200     MOVE WS-REQUIRED-STEP      TO WS-STEP-SEARCH-NAME
075300     MOVE WS-REQUIRED-STREAM    TO WS-STEP-SEARCH-STREAM
075400     PERFORM 2300-LOOKUP-STEP-ENTRY
075500     ADD 1 TO WS-LINK-COUNT
075600     MOVE 'REQUIRED STEP:'      TO EX-TEXT
075700     MOVE WS-REQUIRED-STEP      TO EX-STEP-NAME
075800     IF STEP-WAS-FOUND
075900         MOVE 'ON LEDGER'       TO EX-DETAIL
076000         MOVE 'BALANCED'        TO EX-RESULT
076100     ELSE
076200         MOVE 'NOT ON LEDGER - STEP DID NOT FINISH'
076300             TO EX-DETAIL
076400         MOVE '*** FAILED'      TO EX-RESULT
076500         ADD 1 TO WS-FAILED-LINK-COUNT
076600     END-IF
076700     WRITE RPT-RECORD FROM WS-EXCEPTION-LINE
076800         AFTER ADVANCING 1 LINE.
076900
077000*----------------------------------------------------------------*
077100*  4700-CHECK-STEP-STATUS - RC 16 FROM ANY STEP FAILS. RC 8      *
077200*  (REJECTS OR DIFFERENCES FOR REVIEW) FAILS ONLY FOR A STEP     *
077300*  WHOSE OUTPUT IS SWAPPED INTO PRODUCTION; ELSEWHERE ITS OWN    *
077400*  REPORT CARRIES THE REVIEW. THE DATED STEPS MUST AGREE WITH    *
077500*  TXN-SPLITTER ON THE BUSINESS DATE.                            *
077600*----------------------------------------------------------------*
077700 4700-CHECK-STEP-STATUS.
077800     MOVE WS-STEP-NAME(WS-STEP-IDX) TO EX-STEP-NAME
077900     IF WS-STEP-RC(WS-STEP-IDX) >= 16
078000         OR (WS-STEP-RC(WS-STEP-IDX) >= 8
078100             AND STEP-FEEDS-A-SWAP(WS-STEP-IDX))
078200         ADD 1 TO WS-LINK-COUNT
078300         ADD 1 TO WS-FAILED-LINK-COUNT
078400         MOVE 'STEP RETURN CODE HOLDS OUTPUT:' TO EX-TEXT
078500         MOVE WS-STEP-STREAM(WS-STEP-IDX) TO EX-DETAIL
078600         MOVE '*** FAILED'      TO EX-RESULT
078700         WRITE RPT-RECORD FROM WS-EXCEPTION-LINE
078800             AFTER ADVANCING 1 LINE
078900     END-IF
079000     IF STEP-CARRIES-BUS-DATE(WS-STEP-IDX)
079100         ADD 1 TO WS-LINK-COUNT
079200         MOVE 'BUSINESS DATE AGREES:' TO EX-TEXT
079300         MOVE WS-STEP-STREAM(WS-STEP-IDX) TO EX-DETAIL
079400         IF WS-STEP-BUS-DATE(WS-STEP-IDX) = WS-BUSINESS-DATE
079500             MOVE 'BALANCED'    TO EX-RESULT
079600         ELSE
079700             MOVE '*** FAILED'  TO EX-RESULT
079800             ADD 1 TO WS-FAILED-LINK-COUNT
079900         END-IF
080000         WRITE RPT-RECORD FROM WS-EXCEPTION-LINE
080100             AFTER ADVANCING 1 LINE
080200     END-IF.
080300
080400*----------------------------------------------------------------*
080500*  4800-FETCH-STEP-TOTALS - TOTALS FOR WS-STEP-SEARCH-NAME /     *
080600*  WS-STEP-SEARCH-STREAM, OR ZEROS WHEN IT IS NOT ON THE LEDGER. *
080700*----------------------------------------------------------------*
080800 4800-FETCH-STEP-TOTALS.
080900     PERFORM 2300-LOOKUP-STEP-ENTRY
081000     MOVE WS-STEP-FOUND         TO WS-FETCH-FOUND
081100     IF STEP-WAS-FOUND
081200         MOVE WS-STEP-IN(WS-STEP-FOUND-IDX)   TO WS-FETCH-IN
081300         MOVE WS-STEP-OUT(WS-STEP-FOUND-IDX)  TO WS-FETCH-OUT
081400         MOVE WS-STEP-REJECTED(WS-STEP-FOUND-IDX)
081500             TO WS-FETCH-REJECTED
081600         MOVE WS-STEP-AMOUNT(WS-STEP-FOUND-IDX)
081700             TO WS-FETCH-AMOUNT
081800         MOVE WS-STEP-INTEREST(WS-STEP-FOUND-IDX)
081900             TO WS-FETCH-INTEREST
082000         MOVE WS-STEP-FEE(WS-STEP-FOUND-IDX)  TO WS-FETCH-FEE
082100         MOVE WS-STEP-ADJ(WS-STEP-FOUND-IDX)  TO WS-FETCH-ADJ
082200     ELSE
082300         MOVE ZERO TO WS-FETCH-IN
082400         MOVE ZERO TO WS-FETCH-OUT
082500         MOVE ZERO TO WS-FETCH-REJECTED
082600         MOVE ZERO TO WS-FETCH-AMOUNT
082700         MOVE ZERO TO WS-FETCH-INTEREST
082800         MOVE ZERO TO WS-FETCH-FEE
082900         MOVE ZERO TO WS-FETCH-ADJ
083000     END-IF.
083100
083200 4900-CHECK-COUNT-LINK.
083300     ADD 1 TO WS-LINK-COUNT
083400     MOVE WS-LINK-DESC          TO CL-DESC
083500     MOVE WS-LEFT-COUNT         TO CL-LEFT
083600     MOVE WS-RIGHT-COUNT        TO CL-RIGHT
083700     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
083800         MOVE 'BALANCED'        TO CL-RESULT
083900     ELSE
084000         MOVE '*** FAILED'      TO CL-RESULT
084100         ADD 1 TO WS-FAILED-LINK-COUNT
084200     END-IF
084300     WRITE RPT-RECORD FROM WS-COUNT-LINK-LINE
084400         AFTER ADVANCING 1 LINE.
084500
084600 4950-CHECK-AMOUNT-LINK.
084700     ADD 1 TO WS-LINK-COUNT
084800     MOVE WS-LINK-DESC          TO AL-DESC
084900     MOVE WS-LEFT-AMOUNT        TO AL-LEFT
085000     MOVE WS-RIGHT-AMOUNT       TO AL-RIGHT
085100     IF WS-LEFT-AMOUNT = WS-RIGHT-AMOUNT
085200         MOVE 'BALANCED'        TO AL-RESULT
085300     ELSE
085400         MOVE '*** FAILED'      TO AL-RESULT
085500         ADD 1 TO WS-FAILED-LINK-COUNT
085600     END-IF
085700     WRITE RPT-RECORD FROM WS-AMOUNT-LINK-LINE
085800         AFTER ADVANCING 1 LINE.
085900
086000*----------------------------------------------------------------*
086100*  8000-FINALIZE - SIGN-OFF STATUS AND THE GATING RETURN CODE.   *
086200*----------------------------------------------------------------*
086300 8000-FINALIZE.
086400     MOVE 'LEDGER RECORDS READ:     '  TO C-LABEL
086500     MOVE WS-LEDGER-READ-COUNT  TO C-COUNT
086600     WRITE RPT-RECORD FROM WS-COUNT-LINE
086700         AFTER ADVANCING 2 LINES
086800     MOVE 'LINKS CHECKED:           '  TO C-LABEL
086900     MOVE WS-LINK-COUNT         TO C-COUNT
087000     PERFORM 8150-WRITE-COUNT-LINE
087100     MOVE 'LINKS FAILED:            '  TO C-LABEL
087200     MOVE WS-FAILED-LINK-COUNT  TO C-COUNT
087300     PERFORM 8150-WRITE-COUNT-LINE
087400     IF WS-FAILED-LINK-COUNT > ZERO
087500         MOVE '*** BATCH OUT OF BALANCE - HOLD THE'
087600             TO SO-STATUS
087700         DISPLAY '*** CARD BATCH BALANCING FAILED - LINKS: '
087800             WS-FAILED-LINK-COUNT ' ***'
087900         DISPLAY '*** HOLD THE CARDAPRN/PROMISEN/CMSNAPN SWAP ***'
088000         MOVE 8 TO RETURN-CODE
088100     ELSE
088200         MOVE 'BATCH IN BALANCE - RELEASED FOR THE'
088300             TO SO-STATUS
088400         DISPLAY 'CARD BATCH BALANCED - LINKS CHECKED: '
088500             WS-LINK-COUNT
088600     END-IF
088700     WRITE RPT-RECORD FROM WS-SIGNOFF-LINE
088800         AFTER ADVANCING 2 LINES
088900     PERFORM 8200-CLOSE-FILES.
089000
089100 8150-WRITE-COUNT-LINE.
089200     WRITE RPT-RECORD FROM WS-COUNT-LINE
089300         AFTER ADVANCING 1 LINE.
089400
089500 8200-CLOSE-FILES.
089600     CLOSE BALANCE-REPORT.
