      *================================================================*
      *  Program : POLR006                                             *
      *  Purpose : Month-End Premium Reserve & Premium Journal Batch   *
      *            - Computes written, earned and unearned premium     *
      *              as of month-end for every ACTIVE, LAPSED and      *
      *              CANCELLED policy, from CREATED_TS, TERM_MONTHS    *
      *              and the ENDORSEMENTS history (PRORATA_AMT)        *
      *            - Keeps each policy's month-end position on         *
      *              PREMIUM_RESERVE so next month rolls forward       *
      *              from exactly what was booked this month           *
      *            - Cuts the balanced premium journal feed            *
      *              (PREMJRNL.DAT): written premium, unearned         *
      *              premium reserve, premium receivable billed on     *
      *              INVOICES and cash received on PREM_PAYMENTS       *
      *            - Prints the reserve roll-forward and written-      *
      *              premium-by-source report by product and state     *
      *              (RPTUPR.PRT)                                      *
      *  Env     : Batch + DB2                                         *
      *  Notes   : Run on the first business day of the month for the  *
      *            month just closed (after POLR004 billing). The      *
      *            premium basis is the POLCHANGE pro-rata basis:      *
      *            PREMIUM_ANNUAL is the premium for the policy's term *
      *            and is earned evenly over the term's days, so the   *
      *            ENDORSE/CANCEL PRORATA_AMT rows tie exactly to the  *
      *            earned/unearned split. A LAPSED policy earns to the *
      *            billing date of its first unpaid (LAPSED) invoice   *
      *            - or one month past its last bill when none is left *
      *            unpaid - and the rest is returned at lapse.         *
      *            Written premium for the month is the change in      *
      *            each policy's written-to-date position; it must     *
      *            equal the month's new business, endorsements,       *
      *            cancellations and lapses, and any difference is     *
      *            listed and ends the run RC=8. The first run finds   *
      *            no prior month on PREMIUM_RESERVE and computes the  *
      *            opening position from the same history. A rerun     *
      *            replaces the period's PREMIUM_RESERVE rows.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLR006.
       AUTHOR.     ENTERPRISE-INS-PLATFORM-TEAM.
       INSTALLATION. US-INSURANCE-PLATFORM.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.   BATCH JOB; SCHEDULED UNDER THE PLATFORM BATCH ID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15 WITH-DEBUGGING-MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-REPORT ASSIGN TO 'RPTUPR.PRT'
               ORGANIZATION IS SEQUENTIAL.

           SELECT PREMIUM-JOURNAL-FILE ASSIGN TO 'PREMJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *------------------------*
      *  RESERVE-REPORT - ROLL-FORWARD BY PRODUCT AND STATE
      *------------------------*
       FD  RESERVE-REPORT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

      *------------------------*
      *  PREMIUM-JOURNAL-FILE - ONE DEBIT AND ONE CREDIT RECORD PER
      *  ENTRY PER PRODUCT/STATE, THEN A CONTROL TRAILER, FOR THE
      *  GENERAL LEDGER LOAD
      *------------------------*
       FD  PREMIUM-JOURNAL-FILE
           RECORDING MODE IS F.
       01  PREMIUM-JOURNAL-RECORD.
           05  PJ-RECORD-TYPE         PIC X(01).
               88  PJ-DETAIL                    VALUE 'D'.
               88  PJ-TRAILER                   VALUE 'T'.
           05  PJ-PERIOD-YM           PIC X(7).
           05  PJ-DETAIL-DATA.
               10  PJ-ENTRY-TYPE      PIC X(10).
               10  PJ-PRODUCT         PIC X(10).
               10  PJ-STATE           PIC X(2).
               10  PJ-ACCOUNT         PIC X(08).
               10  PJ-DR-CR           PIC X(01).
               10  PJ-AMOUNT          PIC S9(11)V99 COMP-3.
               10  PJ-DESCRIPTION     PIC X(30).
           05  PJ-TRAILER-DATA REDEFINES PJ-DETAIL-DATA.
               10  PJ-T-RECORD-COUNT  PIC 9(07).
               10  PJ-T-TOTAL-DEBITS  PIC S9(11)V99 COMP-3.
               10  PJ-T-TOTAL-CREDITS PIC S9(11)V99 COMP-3.
               10  FILLER             PIC X(47).

       WORKING-STORAGE SECTION.

      *------------------------*
      *  DB2 Control           *
      *------------------------*
       01  WS-RETCODE                 PIC S9(09) COMP-4 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *------------------------*
      *  PERIOD HOST VARIABLES *
      *------------------------*
       01  HV-PERIOD-YM               PIC X(7).
       01  HV-PRIOR-YM                PIC X(7).
       01  HV-PERIOD-START            PIC X(10).
       01  HV-CUTOFF-DATE             PIC X(10).
       01  HV-PERIOD-START-DAYS       PIC S9(9) COMP-3.
       01  HV-CUTOFF-DAYS             PIC S9(9) COMP-3.
       01  HV-PRIOR-ROWS              PIC S9(9) COMP-4.
       01  HV-PRIOR-FILE-UPR          PIC S9(11)V99 COMP-3.

      *------------------------*
      *  CURSOR HOST VARIABLES *
      *------------------------*
       01  HV-POLICY-NUM              PIC X(20).
       01  HV-PRODUCT                 PIC X(10).
       01  HV-STATE                   PIC X(2).
       01  HV-STATUS                  PIC X(10).
       01  HV-PREMIUM-ANNUAL          PIC 9(9)V99.
       01  HV-START-DAYS              PIC S9(9) COMP-3.
       01  HV-END-DAYS                PIC S9(9) COMP-3.
       01  HV-LAPSE-DAYS              PIC S9(9) COMP-3.
       01  HV-E-CHANGE-TYPE           PIC X(10).
       01  HV-E-DAYS                  PIC S9(9) COMP-3.
       01  HV-E-OLD-ANNUAL            PIC 9(9)V99.
       01  HV-E-NEW-ANNUAL            PIC 9(9)V99.
       01  HV-E-PRORATA-AMT           PIC S9(9)V99 COMP-3.
       01  HV-PRIOR-WRITTEN           PIC S9(9)V99 COMP-3.
       01  HV-PRIOR-EARNED            PIC S9(9)V99 COMP-3.
       01  HV-PRIOR-STATUS            PIC X(10).
       01  HV-CURR-WRITTEN            PIC S9(9)V99 COMP-3.
       01  HV-CURR-EARNED             PIC S9(9)V99 COMP-3.
       01  HV-CURR-UNEARNED           PIC S9(9)V99 COMP-3.
       01  HV-CURR-STATUS             PIC X(10).
       01  HV-SUM-AMOUNT              PIC S9(11)V99 COMP-3.

      *------------------------*
      *  GENERAL LEDGER ACCOUNTS FOR THE PREMIUM JOURNAL
      *------------------------*
       01  GL-ACCOUNTS.
           05  GL-CASH                PIC X(08) VALUE '10100000'.
           05  GL-PREMIUM-RECEIVABLE  PIC X(08) VALUE '13100000'.
           05  GL-UNBILLED-PREMIUM    PIC X(08) VALUE '13200000'.
           05  GL-UNEARNED-PREMIUM    PIC X(08) VALUE '24100000'.
           05  GL-PREMIUM-WRITTEN     PIC X(08) VALUE '41000000'.
           05  GL-CHANGE-IN-UPR       PIC X(08) VALUE '41100000'.

      *------------------------*
      *  POLICY EVENT TABLE - THE POLICY'S ENDORSEMENTS IN ORDER;   *
      *  EACH ONE STARTS A NEW PREMIUM SEGMENT                      *
      *------------------------*
       01  WS-EVT-MAX                 PIC 9(04) COMP VALUE 100.
       01  WS-EVT-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY WS-EVT-IDX.
               10  WS-EVT-TYPE            PIC X(10).
               10  WS-EVT-DAYS            PIC S9(9)    COMP-3.
               10  WS-EVT-NEW-PREM        PIC S9(9)V99 COMP-3.
               10  WS-EVT-WRITTEN         PIC S9(9)V99 COMP-3.

      *------------------------*
      *  POSITION WORK FIELDS - 2500 COMPUTES THE POSITION AS OF    *
      *  THE START OF WS-POS-CUTOFF (A DB2 DAY NUMBER)              *
      *------------------------*
       01  WS-ORIG-PREMIUM            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TERM-DAYS               PIC S9(9)    COMP-3 VALUE 0.
       01  WS-POS-CUTOFF              PIC S9(9)    COMP-3 VALUE 0.
       01  WS-POS-WRITTEN             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-POS-EARNED              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-POS-LAPSE-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-POS-STATUS              PIC X(10) VALUE SPACES.
       01  WS-SEG-LIMIT               PIC S9(9)    COMP-3 VALUE 0.
       01  WS-SEG-START               PIC S9(9)    COMP-3 VALUE 0.
       01  WS-SEG-END                 PIC S9(9)    COMP-3 VALUE 0.
       01  WS-SEG-HI                  PIC S9(9)    COMP-3 VALUE 0.
       01  WS-SEG-PREMIUM             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SEG-EARNED              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CURR-LAPSE-AMT          PIC S9(9)V99 COMP-3 VALUE 0.

      *------------------------*
      *  MONTH MOVEMENT WORK FIELDS *
      *------------------------*
       01  WS-PRIOR-UNEARNED          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-MOVE-WRITTEN            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-MOVE-EARNED             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-NEW-BUS             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-ENDORSE             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-CANCEL              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-LAPSE               PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-EXPLAINED           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SRC-UNEXPLAINED         PIC S9(9)V99 COMP-3 VALUE 0.

      *------------------------*
      *  JOURNAL PAIR WORK FIELDS *
      *------------------------*
       01  WS-JE-TYPE                 PIC X(10).
       01  WS-JE-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-JE-DEBIT-ACCT           PIC X(08).
       01  WS-JE-CREDIT-ACCT          PIC X(08).
       01  WS-JE-SWAP-ACCT            PIC X(08).
       01  WS-JE-DESCRIPTION          PIC X(30).

      *------------------------*
      *  SWITCHES              *
      *------------------------*
       01  WS-POLICY-EOF              PIC X(01) VALUE 'N'.
           88  END-OF-POLICIES                  VALUE 'Y'.
       01  WS-ENDORSE-EOF             PIC X(01) VALUE 'N'.
           88  END-OF-ENDORSEMENTS              VALUE 'Y'.
       01  WS-TOTALS-EOF              PIC X(01) VALUE 'N'.
           88  END-OF-TOTALS                    VALUE 'Y'.
       01  WS-PS-FOUND                PIC X(01) VALUE 'N'.
           88  PROD-STATE-WAS-FOUND             VALUE 'Y'.
       01  WS-OPENING-RUN             PIC X(01) VALUE 'N'.
           88  OPENING-POSITION-RUN             VALUE 'Y'.
       01  WS-POS-CANCELLED           PIC X(01) VALUE 'N'.
           88  POSITION-CANCELLED               VALUE 'Y'.
       01  WS-POS-LAPSED              PIC X(01) VALUE 'N'.
           88  POSITION-LAPSED                  VALUE 'Y'.
       01  WS-SECTION                 PIC X(01) VALUE 'R'.
           88  ROLL-FORWARD-SECTION             VALUE 'R'.
           88  WRITTEN-SOURCE-SECTION           VALUE 'W'.

      *------------------------*
      *  PER-PRODUCT/STATE ACCUMULATORS - LOADED IN PRODUCT/STATE  *
      *  ORDER, SUMMED INTO BY EVERY PHASE AND READ BACK OUT BY THE *
      *  JOURNAL AND REPORT PASSES                                  *
      *------------------------*
       01  WS-PS-MAX                  PIC 9(04) COMP VALUE 1000.
       01  WS-PS-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-PS-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       01  WS-PS-TABLE.
           05  WS-PS-ENTRY            OCCURS 1000 TIMES
                                      INDEXED BY WS-PS-IDX.
               10  WS-PS-PRODUCT          PIC X(10).
               10  WS-PS-STATE            PIC X(2).
               10  WS-PS-POLICY-CNT       PIC 9(07)     COMP.
               10  WS-PS-PRIOR-UPR        PIC S9(11)V99 COMP-3.
               10  WS-PS-WRITTEN          PIC S9(11)V99 COMP-3.
               10  WS-PS-EARNED           PIC S9(11)V99 COMP-3.
               10  WS-PS-CURR-UPR         PIC S9(11)V99 COMP-3.
               10  WS-PS-BILLED           PIC S9(11)V99 COMP-3.
               10  WS-PS-CASH             PIC S9(11)V99 COMP-3.
               10  WS-PS-NEW-BUS          PIC S9(11)V99 COMP-3.
               10  WS-PS-ENDORSE          PIC S9(11)V99 COMP-3.
               10  WS-PS-CANCEL           PIC S9(11)V99 COMP-3.
               10  WS-PS-LAPSE            PIC S9(11)V99 COMP-3.
               10  WS-PS-UNEXPLAINED      PIC S9(11)V99 COMP-3.

      *------------------------*
      *  SUMMARY LINE WORK - ONE LINE'S SIX AMOUNTS, WITH THE       *
      *  PRODUCT SUBTOTAL AND GRAND TOTAL BUILT THE SAME WAY        *
      *------------------------*
       01  WS-AMT-SUB                 PIC 9(04) COMP VALUE 0.
       01  WS-PREV-PRODUCT            PIC X(10) VALUE SPACES.
       01  WS-SUM-PRODUCT             PIC X(10) VALUE SPACES.
       01  WS-SUM-STATE               PIC X(2)  VALUE SPACES.
       01  WS-LINE-WORK.
           05  WS-LINE-COUNT-POL      PIC 9(07) COMP.
           05  WS-LINE-AMT            PIC S9(11)V99 COMP-3
                                      OCCURS 6 TIMES.
       01  WS-SUBTOTAL-WORK.
           05  WS-SUB-COUNT-POL       PIC 9(07) COMP.
           05  WS-SUB-AMT             PIC S9(11)V99 COMP-3
                                      OCCURS 6 TIMES.
       01  WS-GRAND-WORK.
           05  WS-GRAND-COUNT-POL     PIC 9(07) COMP.
           05  WS-GRAND-AMT           PIC S9(11)V99 COMP-3
                                      OCCURS 6 TIMES.

      *------------------------*
      *  REPORT CONTROL FIELDS *
      *------------------------*
       01  WS-PAGE-NUM                PIC 9(04) COMP VALUE 1.
       01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-MAX-LINES-PER-PAGE      PIC 9(03) VALUE 55.
       01  WS-POLICY-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-JOURNAL-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-DEBITS            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CARRIED-PRIOR-UPR       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ROLL-CHECK              PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE 'RPT-UPR01'.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(45)
                   VALUE 'MONTH-END PREMIUM RESERVE ROLL-FORWARD'.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'PAGE '.
           05  H1-PAGE-NUM            PIC ZZZ9.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  H2-RUN-YYYY            PIC 9999.
           05  FILLER                 PIC X(01) VALUE '-'.
           05  H2-RUN-MM              PIC 99.
           05  FILLER                 PIC X(01) VALUE '-'.
           05  H2-RUN-DD              PIC 99.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'PERIOD: '.
           05  H2-PERIOD-YM           PIC X(7).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE 'PRIOR PERIOD: '.
           05  H2-PRIOR-YM            PIC X(7).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  H2-PRIOR-NOTE          PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-REPORT-HEADER-3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  H3-SECTION-TITLE       PIC X(60) VALUE SPACES.
           05  FILLER                 PIC X(71) VALUE SPACES.

      *    Header 4 carries the current section's column titles; the
      *    section start moves one of the column lines below into it.
       01  WS-REPORT-HEADER-4         PIC X(132) VALUE SPACES.

       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(22) VALUE 'POLICY NUM'.
           05  FILLER                 PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(04) VALUE 'ST'.
           05  FILLER                 PIC X(12) VALUE 'STATUS'.
           05  FILLER                 PIC X(12) VALUE 'PRIOR STATUS'.
           05  FILLER                 PIC X(17)
                   VALUE ' WRITTEN MOVEMENT'.
           05  FILLER                 PIC X(17)
                   VALUE '       EXPLAINED'.
           05  FILLER                 PIC X(15)
                   VALUE '    UNEXPLAINED'.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-ROLL-FORWARD-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(03) VALUE 'ST'.
           05  FILLER                 PIC X(09) VALUE ' POLICIES'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(16)
                   VALUE '      PRIOR UPR'.
           05  FILLER                 PIC X(16)
                   VALUE '   + WRITTEN'.
           05  FILLER                 PIC X(16)
                   VALUE '    - EARNED'.
           05  FILLER                 PIC X(16)
                   VALUE '    CURRENT UPR'.
           05  FILLER                 PIC X(16)
                   VALUE '  BILLED (A/R)'.
           05  FILLER                 PIC X(16)
                   VALUE ' CASH RECEIVED'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-WRITTEN-SOURCE-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(03) VALUE 'ST'.
           05  FILLER                 PIC X(09) VALUE ' POLICIES'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(16)
                   VALUE '   NEW BUSINESS'.
           05  FILLER                 PIC X(16)
                   VALUE '   ENDORSEMENTS'.
           05  FILLER                 PIC X(16)
                   VALUE '  CANCELLATIONS'.
           05  FILLER                 PIC X(16)
                   VALUE '         LAPSES'.
           05  FILLER                 PIC X(16)
                   VALUE '    UNEXPLAINED'.
           05  FILLER                 PIC X(16)
                   VALUE '        WRITTEN'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  E-POLICY-NUM           PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-PRODUCT              PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-STATE                PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-STATUS               PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-PRIOR-STATUS         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-WRITTEN-MOVE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-EXPLAINED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  E-UNEXPLAINED          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(20) VALUE SPACES.

      *    Product subtotal lines carry '**' in the state column and
      *    the grand total carries 'ALL' / '**'.
       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(01).
           05  S-PRODUCT              PIC X(10).
           05  FILLER                 PIC X(02).
           05  S-STATE                PIC X(02).
           05  FILLER                 PIC X(02).
           05  S-POLICY-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(02).
           05  S-AMOUNT-GROUP         OCCURS 6 TIMES.
               10  S-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER             PIC X(01).
           05  FILLER                 PIC X(10).

       01  WS-REPORT-TRAILER-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'POLICIES: '.
           05  T-POLICY-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'EXCEPTIONS: '.
           05  T-EXCEPTION-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(17) VALUE 'JOURNAL RECORDS: '.
           05  T-JOURNAL-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'DEBITS: '.
           05  T-TOTAL-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'CREDITS: '.
           05  T-TOTAL-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-REPORT-CONTROL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30)
                   VALUE 'PRIOR RESERVE ON FILE: '.
           05  T-PRIOR-FILE-UPR       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(22)
                   VALUE 'CARRIED INTO PERIOD: '.
           05  T-CARRIED-PRIOR-UPR    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  T-CONTROL-RESULT       PIC X(30).
           05  FILLER                 PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------------*
      *  0000-MAINLINE         *
      *------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-POLICIES
           PERFORM 3000-ACCUMULATE-BILLED
           PERFORM 3500-ACCUMULATE-CASH
           PERFORM 4000-WRITE-PREMIUM-JOURNAL
           PERFORM 5000-WRITE-RESERVE-SUMMARY
           PERFORM 8000-FINALIZE
           STOP RUN.

      *------------------------*
      *  1000-INITIALIZE       *
      *------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RESERVE-REPORT
           OPEN OUTPUT PREMIUM-JOURNAL-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-SET-PERIOD
           PERFORM 1200-CLEAR-PERIOD-RESERVE
           PERFORM 1300-CHECK-PRIOR-PERIOD
           PERFORM 1400-LOAD-PROD-STATE-TABLE
           MOVE 'POLICIES WITH UNEXPLAINED WRITTEN PREMIUM MOVEMENT'
                                 TO H3-SECTION-TITLE
           MOVE WS-EXCEPTION-COLUMNS TO WS-REPORT-HEADER-4
           PERFORM 1500-WRITE-REPORT-HEADERS
           .

      *------------------------*
      *  1100-SET PERIOD (DB2) *
      *  The period is the calendar month before the run date. Day  *
      *  numbers are DB2 DAYS() values; the cutoff is the first day *
      *  of the run month, so "as of month-end" means everything    *
      *  dated before the cutoff.                                   *
      *------------------------*
       1100-SET-PERIOD.
           EXEC SQL
             SELECT CHAR(T.CUTOFF, ISO),
                    CHAR(T.CUTOFF - 1 MONTH, ISO),
                    DAYS(T.CUTOFF),
                    DAYS(T.CUTOFF - 1 MONTH),
                    SUBSTR(CHAR(T.CUTOFF - 1 DAY, ISO), 1, 7),
                    SUBSTR(CHAR(T.CUTOFF - 1 MONTH - 1 DAY, ISO), 1, 7)
               INTO :HV-CUTOFF-DATE, :HV-PERIOD-START,
                    :HV-CUTOFF-DAYS, :HV-PERIOD-START-DAYS,
                    :HV-PERIOD-YM, :HV-PRIOR-YM
               FROM (SELECT CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
                            AS CUTOFF
                       FROM SYSIBM.SYSDUMMY1) AS T
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** PERIOD DERIVATION FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  1200-CLEAR PERIOD RESERVE (DB2) *
      *  A rerun for the same month replaces that month's rows.     *
      *------------------------*
       1200-CLEAR-PERIOD-RESERVE.
           EXEC SQL
             DELETE FROM PREMIUM_RESERVE
              WHERE PERIOD_YM = :HV-PERIOD-YM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '*** PREMIUM_RESERVE DELETE FAILED - SQLCODE: '
                      SQLCODE ' PERIOD: ' HV-PERIOD-YM
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  1300-CHECK PRIOR PERIOD (DB2) *
      *  No prior month on file means this is the opening run: the  *
      *  prior position is computed from the policy history instead *
      *  of read back.                                              *
      *------------------------*
       1300-CHECK-PRIOR-PERIOD.
           EXEC SQL
             SELECT COUNT(*), VALUE(SUM(UNEARNED_AMT), 0)
               INTO :HV-PRIOR-ROWS, :HV-PRIOR-FILE-UPR
               FROM PREMIUM_RESERVE
              WHERE PERIOD_YM = :HV-PRIOR-YM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** PREMIUM_RESERVE COUNT FAILED - SQLCODE: '
                      SQLCODE ' PERIOD: ' HV-PRIOR-YM
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           IF HV-PRIOR-ROWS = 0
              MOVE 'Y' TO WS-OPENING-RUN
              MOVE 'NOT ON FILE - OPENING POSITION COMPUTED'
                                 TO H2-PRIOR-NOTE
              DISPLAY 'POLR006: NO PREMIUM_RESERVE ROWS FOR '
                      HV-PRIOR-YM ' - OPENING POSITION COMPUTED'
           END-IF
           .

      *------------------------*
      *  1400-LOAD PRODUCT/STATE TABLE (DB2) *
      *  Every product/state on the book, in order, so the summary  *
      *  prints in product/state order whichever phase adds to it.  *
      *------------------------*
       1400-LOAD-PROD-STATE-TABLE.
           EXEC SQL
             DECLARE RSVPS-CSR CURSOR FOR
               SELECT DISTINCT PRODUCT, STATE
                 FROM POLICIES
                ORDER BY PRODUCT, STATE
           END-EXEC

           EXEC SQL
             OPEN RSVPS-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** RSVPS-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           MOVE 'N' TO WS-TOTALS-EOF
           PERFORM 1410-FETCH-PROD-STATE
           PERFORM 1420-ADD-PROD-STATE
               UNTIL END-OF-TOTALS

           EXEC SQL
             CLOSE RSVPS-CSR
           END-EXEC
           .

       1410-FETCH-PROD-STATE.
           EXEC SQL
             FETCH RSVPS-CSR
               INTO :HV-PRODUCT, :HV-STATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-TOTALS-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** RSVPS-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE RSVPS-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

       1420-ADD-PROD-STATE.
           PERFORM 6000-ACCUMULATE-PROD-STATE
           PERFORM 1410-FETCH-PROD-STATE
           .

      *------------------------*
      *  1500-WRITE HEADERS    *
      *------------------------*
       1500-WRITE-REPORT-HEADERS.
           MOVE WS-PAGE-NUM      TO H1-PAGE-NUM
           MOVE WS-CURR-YYYY     TO H2-RUN-YYYY
           MOVE WS-CURR-MM       TO H2-RUN-MM
           MOVE WS-CURR-DD       TO H2-RUN-DD
           MOVE HV-PERIOD-YM     TO H2-PERIOD-YM
           MOVE HV-PRIOR-YM      TO H2-PRIOR-YM
           WRITE RPT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE RPT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
               AFTER ADVANCING 1 LINE
           WRITE RPT-RECORD FROM WS-REPORT-HEADER-4
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT
           .

      *------------------------*
      *  2000-PROCESS POLICIES (DB2) *
      *  Every ACTIVE, LAPSED and CANCELLED policy written before   *
      *  the cutoff. Its current status is only the starting point: *
      *  the position works out what the status was at month-end.   *
      *------------------------*
       2000-PROCESS-POLICIES.
           EXEC SQL
             DECLARE RSVPOL-CSR CURSOR FOR
               SELECT P.POLICY_NUM, P.PRODUCT, P.STATE, P.STATUS,
                      P.PREMIUM_ANNUAL,
                      DAYS(DATE(P.CREATED_TS)),
                      DAYS(DATE(P.CREATED_TS)
                           + P.TERM_MONTHS MONTHS)
                 FROM POLICIES P
                WHERE P.STATUS IN ('ACTIVE', 'LAPSED', 'CANCELLED')
                  AND DATE(P.CREATED_TS) < DATE(:HV-CUTOFF-DATE)
                ORDER BY P.PRODUCT, P.STATE, P.POLICY_NUM
           END-EXEC

           EXEC SQL
             OPEN RSVPOL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** RSVPOL-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           PERFORM 2100-FETCH-POLICY-ROW
           PERFORM 2200-RESERVE-ONE-POLICY
               UNTIL END-OF-POLICIES

           EXEC SQL
             CLOSE RSVPOL-CSR
           END-EXEC
           .

      *------------------------*
      *  2100-FETCH ONE ROW    *
      *------------------------*
       2100-FETCH-POLICY-ROW.
           EXEC SQL
             FETCH RSVPOL-CSR
               INTO :HV-POLICY-NUM, :HV-PRODUCT, :HV-STATE,
                    :HV-STATUS, :HV-PREMIUM-ANNUAL,
                    :HV-START-DAYS, :HV-END-DAYS
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-POLICY-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** RSVPOL-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE RSVPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *------------------------*
      *  2200-RESERVE ONE POLICY *
      *  Month-end position, prior position, the month's movement   *
      *  and its sources, then the PREMIUM_RESERVE row and the      *
      *  product/state accumulators.                                *
      *------------------------*
       2200-RESERVE-ONE-POLICY.
           COMPUTE WS-TERM-DAYS = HV-END-DAYS - HV-START-DAYS
           PERFORM 2300-LOAD-ENDORSEMENTS
           MOVE 0 TO HV-LAPSE-DAYS
           IF HV-STATUS = 'LAPSED'
              PERFORM 2400-GET-LAPSE-DAY
           END-IF

           MOVE HV-CUTOFF-DAYS    TO WS-POS-CUTOFF
           PERFORM 2500-COMPUTE-POSITION
           MOVE WS-POS-WRITTEN    TO HV-CURR-WRITTEN
           MOVE WS-POS-EARNED     TO HV-CURR-EARNED
           MOVE WS-POS-STATUS     TO HV-CURR-STATUS
           MOVE WS-POS-LAPSE-AMT  TO WS-CURR-LAPSE-AMT
           COMPUTE HV-CURR-UNEARNED = HV-CURR-WRITTEN - HV-CURR-EARNED

           PERFORM 2600-GET-PRIOR-POSITION
           PERFORM 2700-CLASSIFY-MOVEMENT
           PERFORM 2800-STORE-POLICY-RESERVE

           PERFORM 6000-ACCUMULATE-PROD-STATE
           ADD 1 TO WS-PS-POLICY-CNT(WS-PS-FOUND-IDX)
           ADD WS-PRIOR-UNEARNED  TO WS-PS-PRIOR-UPR(WS-PS-FOUND-IDX)
           ADD WS-MOVE-WRITTEN    TO WS-PS-WRITTEN(WS-PS-FOUND-IDX)
           ADD WS-MOVE-EARNED     TO WS-PS-EARNED(WS-PS-FOUND-IDX)
           ADD HV-CURR-UNEARNED   TO WS-PS-CURR-UPR(WS-PS-FOUND-IDX)
           ADD WS-SRC-NEW-BUS     TO WS-PS-NEW-BUS(WS-PS-FOUND-IDX)
           ADD WS-SRC-ENDORSE     TO WS-PS-ENDORSE(WS-PS-FOUND-IDX)
           ADD WS-SRC-CANCEL      TO WS-PS-CANCEL(WS-PS-FOUND-IDX)
           ADD WS-SRC-LAPSE       TO WS-PS-LAPSE(WS-PS-FOUND-IDX)
           ADD WS-SRC-UNEXPLAINED TO
               WS-PS-UNEXPLAINED(WS-PS-FOUND-IDX)
           ADD 1 TO WS-POLICY-COUNT

           PERFORM 2100-FETCH-POLICY-ROW
           .

      *------------------------*
      *  2300-LOAD ENDORSEMENTS (DB2) *
      *  Loads the policy's ENDORSE/CANCEL rows in time order. The  *
      *  first row's OLD_ANNUAL_PREM is the premium the policy was  *
      *  issued at; a cancellation's refund is negative written     *
      *  premium.                                                   *
      *------------------------*
       2300-LOAD-ENDORSEMENTS.
           MOVE 0 TO WS-EVT-COUNT
           MOVE HV-PREMIUM-ANNUAL TO WS-ORIG-PREMIUM

           EXEC SQL
             DECLARE RSVEND-CSR CURSOR FOR
               SELECT CHANGE_TYPE, DAYS(DATE(CREATED_TS)),
                      OLD_ANNUAL_PREM, NEW_ANNUAL_PREM, PRORATA_AMT
                 FROM ENDORSEMENTS
                WHERE POLICY_NUM = :HV-POLICY-NUM
                ORDER BY CREATED_TS
           END-EXEC

           EXEC SQL
             OPEN RSVEND-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** RSVEND-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           MOVE 'N' TO WS-ENDORSE-EOF
           PERFORM 2310-FETCH-ENDORSEMENT
           PERFORM 2320-ADD-POLICY-EVENT
               UNTIL END-OF-ENDORSEMENTS

           EXEC SQL
             CLOSE RSVEND-CSR
           END-EXEC
           .

       2310-FETCH-ENDORSEMENT.
           EXEC SQL
             FETCH RSVEND-CSR
               INTO :HV-E-CHANGE-TYPE, :HV-E-DAYS,
                    :HV-E-OLD-ANNUAL, :HV-E-NEW-ANNUAL,
                    :HV-E-PRORATA-AMT
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ENDORSE-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** RSVEND-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE RSVEND-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

       2320-ADD-POLICY-EVENT.
           IF WS-EVT-COUNT = WS-EVT-MAX
              DISPLAY '*** ENDORSEMENT COUNT EXCEEDS TABLE CAPACITY '
                      'OF ' WS-EVT-MAX ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE RSVEND-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           ADD 1 TO WS-EVT-COUNT
           IF WS-EVT-COUNT = 1
              MOVE HV-E-OLD-ANNUAL TO WS-ORIG-PREMIUM
           END-IF
           MOVE HV-E-CHANGE-TYPE  TO WS-EVT-TYPE(WS-EVT-COUNT)
           MOVE HV-E-DAYS         TO WS-EVT-DAYS(WS-EVT-COUNT)
           MOVE HV-E-NEW-ANNUAL   TO WS-EVT-NEW-PREM(WS-EVT-COUNT)
           IF HV-E-CHANGE-TYPE = 'CANCEL'
              COMPUTE WS-EVT-WRITTEN(WS-EVT-COUNT) =
                      0 - HV-E-PRORATA-AMT
           ELSE
              MOVE HV-E-PRORATA-AMT TO WS-EVT-WRITTEN(WS-EVT-COUNT)
           END-IF
           PERFORM 2310-FETCH-ENDORSEMENT
           .

      *------------------------*
      *  2400-GET LAPSE DAY (DB2) *
      *  Coverage on a lapsed policy is treated as paid up to the   *
      *  billing date of the first invoice POLR004 lapsed; if that  *
      *  invoice has since been paid, one month past the last bill; *
      *  with no bills at all, from inception.                      *
      *------------------------*
       2400-GET-LAPSE-DAY.
           EXEC SQL
             SELECT VALUE(MIN(CASE WHEN STATUS = 'LAPSED'
                                   THEN DAYS(DATE(CREATED_TS))
                              END),
                          MAX(DAYS(DATE(CREATED_TS) + 1 MONTH)),
                          0)
               INTO :HV-LAPSE-DAYS
               FROM INVOICES
              WHERE POLICY_NUM = :HV-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** INVOICES LAPSE DATE FAILED - SQLCODE: '
                      SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           IF HV-LAPSE-DAYS < HV-START-DAYS
              MOVE HV-START-DAYS TO HV-LAPSE-DAYS
           END-IF
           .

      *------------------------*
      *  2500-COMPUTE POSITION *
      *  Written and earned to date as of WS-POS-CUTOFF. Premium is *
      *  earned evenly over the term's days, segment by segment as  *
      *  endorsements change it. Once cancelled the policy is fully *
      *  earned (rounding on the refund lands in earned); once      *
      *  lapsed the unearned remainder is returned (WS-POS-LAPSE-   *
      *  AMT); otherwise once past term end nothing is left         *
      *  unearned.                                                  *
      *------------------------*
       2500-COMPUTE-POSITION.
           MOVE 0        TO WS-POS-WRITTEN
           MOVE 0        TO WS-POS-EARNED
           MOVE 0        TO WS-POS-LAPSE-AMT
           MOVE 'N'      TO WS-POS-CANCELLED
           MOVE 'N'      TO WS-POS-LAPSED
           MOVE 'ACTIVE' TO WS-POS-STATUS
           MOVE WS-POS-CUTOFF TO WS-SEG-LIMIT
           IF HV-STATUS = 'LAPSED'
              AND HV-LAPSE-DAYS < WS-POS-CUTOFF
              MOVE 'Y'           TO WS-POS-LAPSED
              MOVE HV-LAPSE-DAYS TO WS-SEG-LIMIT
           END-IF

      *    A policy written on or after the cutoff has no position.
           IF HV-START-DAYS >= WS-POS-CUTOFF
              MOVE SPACES TO WS-POS-STATUS
           ELSE
              MOVE WS-ORIG-PREMIUM TO WS-POS-WRITTEN
              MOVE WS-ORIG-PREMIUM TO WS-SEG-PREMIUM
              MOVE HV-START-DAYS   TO WS-SEG-START
              PERFORM 2510-APPLY-ONE-EVENT
                  VARYING WS-EVT-IDX FROM 1 BY 1
                  UNTIL WS-EVT-IDX > WS-EVT-COUNT
              MOVE WS-SEG-LIMIT    TO WS-SEG-END
              PERFORM 2520-EARN-ONE-SEGMENT
      *    A lapsed policy earns only to its lapse date, however far
      *    past the original term end the cutoff has moved.
              IF WS-TERM-DAYS NOT > 0
                 OR POSITION-CANCELLED
                 OR (WS-POS-CUTOFF >= HV-END-DAYS
                     AND NOT POSITION-LAPSED)
                 MOVE WS-POS-WRITTEN TO WS-POS-EARNED
              END-IF
              IF POSITION-LAPSED AND NOT POSITION-CANCELLED
                 COMPUTE WS-POS-LAPSE-AMT =
                         WS-POS-EARNED - WS-POS-WRITTEN
                 MOVE WS-POS-EARNED TO WS-POS-WRITTEN
                 MOVE 'LAPSED'      TO WS-POS-STATUS
              END-IF
              IF POSITION-CANCELLED
                 MOVE 'CANCELLED'   TO WS-POS-STATUS
              END-IF
           END-IF
           .

      *    Only events before the cutoff (or the lapse) count; each
      *    closes the running segment at the old premium and opens
      *    the next at the new one.
       2510-APPLY-ONE-EVENT.
           IF WS-EVT-DAYS(WS-EVT-IDX) < WS-SEG-LIMIT
              AND NOT POSITION-CANCELLED
              MOVE WS-EVT-DAYS(WS-EVT-IDX) TO WS-SEG-END
              PERFORM 2520-EARN-ONE-SEGMENT
              ADD WS-EVT-WRITTEN(WS-EVT-IDX) TO WS-POS-WRITTEN
              MOVE WS-EVT-NEW-PREM(WS-EVT-IDX) TO WS-SEG-PREMIUM
              MOVE WS-EVT-DAYS(WS-EVT-IDX)     TO WS-SEG-START
              IF WS-EVT-TYPE(WS-EVT-IDX) = 'CANCEL'
                 MOVE 'Y' TO WS-POS-CANCELLED
              END-IF
           END-IF
           .

       2520-EARN-ONE-SEGMENT.
           MOVE WS-SEG-END TO WS-SEG-HI
           IF WS-SEG-HI > HV-END-DAYS
              MOVE HV-END-DAYS TO WS-SEG-HI
           END-IF
           IF WS-SEG-HI > WS-SEG-START AND WS-TERM-DAYS > 0
              COMPUTE WS-SEG-EARNED ROUNDED =
                      WS-SEG-PREMIUM * (WS-SEG-HI - WS-SEG-START)
                    / WS-TERM-DAYS
              ADD WS-SEG-EARNED TO WS-POS-EARNED
           END-IF
           .

      *------------------------*
      *  2600-GET PRIOR POSITION (DB2) *
      *  Last month's booked position. A policy with no row last    *
      *  month starts from zero, so anything it wrote before this   *
      *  month shows up as unexplained. On the opening run the      *
      *  prior position is computed as of the period start.         *
      *------------------------*
       2600-GET-PRIOR-POSITION.
           IF OPENING-POSITION-RUN
              MOVE HV-PERIOD-START-DAYS TO WS-POS-CUTOFF
              PERFORM 2500-COMPUTE-POSITION
              MOVE WS-POS-WRITTEN TO HV-PRIOR-WRITTEN
              MOVE WS-POS-EARNED  TO HV-PRIOR-EARNED
              MOVE WS-POS-STATUS  TO HV-PRIOR-STATUS
           ELSE
              EXEC SQL
                SELECT WRITTEN_TD, EARNED_TD, STATUS
                  INTO :HV-PRIOR-WRITTEN, :HV-PRIOR-EARNED,
                       :HV-PRIOR-STATUS
                  FROM PREMIUM_RESERVE
                 WHERE PERIOD_YM  = :HV-PRIOR-YM
                   AND POLICY_NUM = :HV-POLICY-NUM
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0      TO HV-PRIOR-WRITTEN
                 MOVE 0      TO HV-PRIOR-EARNED
                 MOVE SPACES TO HV-PRIOR-STATUS
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '*** PREMIUM_RESERVE SELECT FAILED - '
                         'SQLCODE: ' SQLCODE ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE RSVPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           COMPUTE WS-PRIOR-UNEARNED =
                   HV-PRIOR-WRITTEN - HV-PRIOR-EARNED
           ADD WS-PRIOR-UNEARNED TO WS-CARRIED-PRIOR-UPR
           .

      *------------------------*
      *  2700-CLASSIFY MOVEMENT *
      *  The month's written premium is the change in written-to-   *
      *  date. It is explained by new business written in the       *
      *  month, the month's ENDORSE and CANCEL rows and a lapse     *
      *  first recognised this month; anything else is listed.     *
      *------------------------*
       2700-CLASSIFY-MOVEMENT.
           COMPUTE WS-MOVE-WRITTEN = HV-CURR-WRITTEN - HV-PRIOR-WRITTEN
           COMPUTE WS-MOVE-EARNED  = HV-CURR-EARNED  - HV-PRIOR-EARNED
           MOVE 0 TO WS-SRC-NEW-BUS
           MOVE 0 TO WS-SRC-ENDORSE
           MOVE 0 TO WS-SRC-CANCEL
           MOVE 0 TO WS-SRC-LAPSE
           IF HV-START-DAYS >= HV-PERIOD-START-DAYS
              MOVE WS-ORIG-PREMIUM TO WS-SRC-NEW-BUS
           END-IF
           PERFORM 2710-CLASSIFY-ONE-EVENT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
           IF HV-CURR-STATUS = 'LAPSED'
              AND HV-PRIOR-STATUS NOT = 'LAPSED'
              MOVE WS-CURR-LAPSE-AMT TO WS-SRC-LAPSE
           END-IF
           COMPUTE WS-SRC-EXPLAINED = WS-SRC-NEW-BUS + WS-SRC-ENDORSE
                                    + WS-SRC-CANCEL  + WS-SRC-LAPSE
           COMPUTE WS-SRC-UNEXPLAINED =
                   WS-MOVE-WRITTEN - WS-SRC-EXPLAINED
           IF WS-SRC-UNEXPLAINED NOT = 0
              ADD 1 TO WS-EXCEPTION-COUNT
              PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF
           .

      *    Events after a lapse are not in the position, so they are
      *    not counted as explaining it either.
       2710-CLASSIFY-ONE-EVENT.
           IF WS-EVT-DAYS(WS-EVT-IDX) >= HV-PERIOD-START-DAYS
              AND WS-EVT-DAYS(WS-EVT-IDX) < HV-CUTOFF-DAYS
              AND NOT (HV-CURR-STATUS = 'LAPSED'
                       AND WS-EVT-DAYS(WS-EVT-IDX) >= HV-LAPSE-DAYS)
              IF WS-EVT-TYPE(WS-EVT-IDX) = 'CANCEL'
                 ADD WS-EVT-WRITTEN(WS-EVT-IDX) TO WS-SRC-CANCEL
              ELSE
                 ADD WS-EVT-WRITTEN(WS-EVT-IDX) TO WS-SRC-ENDORSE
              END-IF
           END-IF
           .

      *------------------------*
      *  2800-STORE POLICY RESERVE (DB2) *
      *  Next month's prior position.                               *
      *------------------------*
       2800-STORE-POLICY-RESERVE.
           EXEC SQL
             INSERT INTO PREMIUM_RESERVE
               (PERIOD_YM, POLICY_NUM, PRODUCT, STATE, STATUS,
                WRITTEN_TD, EARNED_TD, UNEARNED_AMT, CREATED_TS)
             VALUES
               (:HV-PERIOD-YM, :HV-POLICY-NUM, :HV-PRODUCT,
                :HV-STATE, :HV-CURR-STATUS,
                :HV-CURR-WRITTEN, :HV-CURR-EARNED, :HV-CURR-UNEARNED,
                CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** PREMIUM_RESERVE INSERT FAILED - SQLCODE: '
                      SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE RSVPOL-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  2900-WRITE EXCEPTION  *
      *------------------------*
       2900-WRITE-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              PERFORM 1500-WRITE-REPORT-HEADERS
           END-IF
           MOVE HV-POLICY-NUM      TO E-POLICY-NUM
           MOVE HV-PRODUCT         TO E-PRODUCT
           MOVE HV-STATE           TO E-STATE
           MOVE HV-CURR-STATUS     TO E-STATUS
           MOVE HV-PRIOR-STATUS    TO E-PRIOR-STATUS
           MOVE WS-MOVE-WRITTEN    TO E-WRITTEN-MOVE
           MOVE WS-SRC-EXPLAINED   TO E-EXPLAINED
           MOVE WS-SRC-UNEXPLAINED TO E-UNEXPLAINED
           WRITE RPT-RECORD FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *------------------------*
      *  3000-ACCUMULATE BILLED (DB2) *
      *  Premium receivable: what POLR004 billed for the period.    *
      *------------------------*
       3000-ACCUMULATE-BILLED.
           EXEC SQL
             DECLARE RSVBIL-CSR CURSOR FOR
               SELECT P.PRODUCT, P.STATE, SUM(I.AMOUNT_DUE)
                 FROM INVOICES I, POLICIES P
                WHERE P.POLICY_NUM = I.POLICY_NUM
                  AND I.PERIOD_YM  = :HV-PERIOD-YM
                GROUP BY P.PRODUCT, P.STATE
                ORDER BY P.PRODUCT, P.STATE
           END-EXEC

           EXEC SQL
             OPEN RSVBIL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** RSVBIL-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           MOVE 'N' TO WS-TOTALS-EOF
           PERFORM 3100-FETCH-BILLED-ROW
           PERFORM 3200-ADD-BILLED
               UNTIL END-OF-TOTALS

           EXEC SQL
             CLOSE RSVBIL-CSR
           END-EXEC
           .

       3100-FETCH-BILLED-ROW.
           EXEC SQL
             FETCH RSVBIL-CSR
               INTO :HV-PRODUCT, :HV-STATE, :HV-SUM-AMOUNT
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-TOTALS-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** RSVBIL-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE RSVBIL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

       3200-ADD-BILLED.
           PERFORM 6000-ACCUMULATE-PROD-STATE
           ADD HV-SUM-AMOUNT TO WS-PS-BILLED(WS-PS-FOUND-IDX)
           PERFORM 3100-FETCH-BILLED-ROW
           .

      *------------------------*
      *  3500-ACCUMULATE CASH (DB2) *
      *  Cash: every PAYPOST receipt taken in the month, applied or *
      *  not - an unapplied credit is still cash against the        *
      *  policy's receivable.                                       *
      *------------------------*
       3500-ACCUMULATE-CASH.
           EXEC SQL
             DECLARE RSVCSH-CSR CURSOR FOR
               SELECT P.PRODUCT, P.STATE, SUM(R.AMOUNT)
                 FROM PREM_PAYMENTS R, POLICIES P
                WHERE P.POLICY_NUM = R.POLICY_NUM
                  AND DATE(R.RECEIVED_TS) >= DATE(:HV-PERIOD-START)
                  AND DATE(R.RECEIVED_TS) <  DATE(:HV-CUTOFF-DATE)
                GROUP BY P.PRODUCT, P.STATE
                ORDER BY P.PRODUCT, P.STATE
           END-EXEC

           EXEC SQL
             OPEN RSVCSH-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** RSVCSH-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           MOVE 'N' TO WS-TOTALS-EOF
           PERFORM 3600-FETCH-CASH-ROW
           PERFORM 3700-ADD-CASH
               UNTIL END-OF-TOTALS

           EXEC SQL
             CLOSE RSVCSH-CSR
           END-EXEC
           .

       3600-FETCH-CASH-ROW.
           EXEC SQL
             FETCH RSVCSH-CSR
               INTO :HV-PRODUCT, :HV-STATE, :HV-SUM-AMOUNT
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-TOTALS-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** RSVCSH-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE RSVCSH-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

       3700-ADD-CASH.
           PERFORM 6000-ACCUMULATE-PROD-STATE
           ADD HV-SUM-AMOUNT TO WS-PS-CASH(WS-PS-FOUND-IDX)
           PERFORM 3600-FETCH-CASH-ROW
           .

      *------------------------*
      *  4000-WRITE PREMIUM JOURNAL *
      *  Four balanced entries per product/state:                   *
      *    WRITTEN  DR unbilled premium    CR premium written       *
      *    UPR      DR change in UPR       CR unearned premium      *
      *    BILLED   DR premium receivable  CR unbilled premium      *
      *    CASH     DR cash                CR premium receivable    *
      *  Earned premium is premium written less the change in UPR.  *
      *------------------------*
       4000-WRITE-PREMIUM-JOURNAL.
           PERFORM 4100-JOURNAL-ONE-PROD-STATE
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PS-COUNT
           .

       4100-JOURNAL-ONE-PROD-STATE.
           MOVE 'WRITTEN'                TO WS-JE-TYPE
           MOVE WS-PS-WRITTEN(WS-PS-IDX) TO WS-JE-AMOUNT
           MOVE GL-UNBILLED-PREMIUM      TO WS-JE-DEBIT-ACCT
           MOVE GL-PREMIUM-WRITTEN       TO WS-JE-CREDIT-ACCT
           MOVE 'PREMIUM WRITTEN'        TO WS-JE-DESCRIPTION
           PERFORM 4200-WRITE-JOURNAL-PAIR

           MOVE 'UPR'                    TO WS-JE-TYPE
           COMPUTE WS-JE-AMOUNT = WS-PS-CURR-UPR(WS-PS-IDX)
                                - WS-PS-PRIOR-UPR(WS-PS-IDX)
           MOVE GL-CHANGE-IN-UPR         TO WS-JE-DEBIT-ACCT
           MOVE GL-UNEARNED-PREMIUM      TO WS-JE-CREDIT-ACCT
           MOVE 'CHANGE IN UNEARNED PREMIUM'
                                         TO WS-JE-DESCRIPTION
           PERFORM 4200-WRITE-JOURNAL-PAIR

           MOVE 'BILLED'                 TO WS-JE-TYPE
           MOVE WS-PS-BILLED(WS-PS-IDX)  TO WS-JE-AMOUNT
           MOVE GL-PREMIUM-RECEIVABLE    TO WS-JE-DEBIT-ACCT
           MOVE GL-UNBILLED-PREMIUM      TO WS-JE-CREDIT-ACCT
           MOVE 'PREMIUM BILLED'         TO WS-JE-DESCRIPTION
           PERFORM 4200-WRITE-JOURNAL-PAIR

           MOVE 'CASH'                   TO WS-JE-TYPE
           MOVE WS-PS-CASH(WS-PS-IDX)    TO WS-JE-AMOUNT
           MOVE GL-CASH                  TO WS-JE-DEBIT-ACCT
           MOVE GL-PREMIUM-RECEIVABLE    TO WS-JE-CREDIT-ACCT
           MOVE 'PREMIUM CASH RECEIVED'  TO WS-JE-DESCRIPTION
           PERFORM 4200-WRITE-JOURNAL-PAIR
           .

      *    A zero entry is not written; a negative one (a month of
      *    net returns) is written with the sides reversed so every
      *    journal amount is positive.
       4200-WRITE-JOURNAL-PAIR.
           IF WS-JE-AMOUNT NOT = 0
              IF WS-JE-AMOUNT < 0
                 COMPUTE WS-JE-AMOUNT = 0 - WS-JE-AMOUNT
                 MOVE WS-JE-DEBIT-ACCT  TO WS-JE-SWAP-ACCT
                 MOVE WS-JE-CREDIT-ACCT TO WS-JE-DEBIT-ACCT
                 MOVE WS-JE-SWAP-ACCT   TO WS-JE-CREDIT-ACCT
              END-IF
              MOVE WS-JE-DEBIT-ACCT     TO PJ-ACCOUNT
              MOVE 'D'                  TO PJ-DR-CR
              PERFORM 4300-WRITE-JOURNAL-RECORD
              ADD WS-JE-AMOUNT          TO WS-TOTAL-DEBITS
              MOVE WS-JE-CREDIT-ACCT    TO PJ-ACCOUNT
              MOVE 'C'                  TO PJ-DR-CR
              PERFORM 4300-WRITE-JOURNAL-RECORD
              ADD WS-JE-AMOUNT          TO WS-TOTAL-CREDITS
           END-IF
           .

       4300-WRITE-JOURNAL-RECORD.
           MOVE 'D'                       TO PJ-RECORD-TYPE
           MOVE HV-PERIOD-YM              TO PJ-PERIOD-YM
           MOVE WS-JE-TYPE                TO PJ-ENTRY-TYPE
           MOVE WS-PS-PRODUCT(WS-PS-IDX)  TO PJ-PRODUCT
           MOVE WS-PS-STATE(WS-PS-IDX)    TO PJ-STATE
           MOVE WS-JE-AMOUNT              TO PJ-AMOUNT
           MOVE WS-JE-DESCRIPTION         TO PJ-DESCRIPTION
           WRITE PREMIUM-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           .

      *------------------------*
      *  5000-WRITE RESERVE SUMMARY *
      *  Two sections over the product/state table, each with a     *
      *  subtotal per product and a grand total:                    *
      *    roll-forward  prior UPR + written - earned = current UPR *
      *    sources       what the month's written premium is made   *
      *                  of                                         *
      *------------------------*
       5000-WRITE-RESERVE-SUMMARY.
           MOVE 'R' TO WS-SECTION
           MOVE 'RESERVE ROLL-FORWARD BY PRODUCT AND STATE'
                                     TO H3-SECTION-TITLE
           MOVE WS-ROLL-FORWARD-COLUMNS TO WS-REPORT-HEADER-4
           PERFORM 5100-WRITE-ONE-SECTION

           MOVE 'W' TO WS-SECTION
           MOVE 'WRITTEN PREMIUM BY SOURCE BY PRODUCT AND STATE'
                                     TO H3-SECTION-TITLE
           MOVE WS-WRITTEN-SOURCE-COLUMNS TO WS-REPORT-HEADER-4
           PERFORM 5100-WRITE-ONE-SECTION
           .

       5100-WRITE-ONE-SECTION.
           IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              PERFORM 1500-WRITE-REPORT-HEADERS
           ELSE
              WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
                  AFTER ADVANCING 2 LINES
              WRITE RPT-RECORD FROM WS-REPORT-HEADER-4
                  AFTER ADVANCING 1 LINE
              ADD 3 TO WS-LINE-COUNT
           END-IF
           INITIALIZE WS-SUBTOTAL-WORK
           INITIALIZE WS-GRAND-WORK
           MOVE SPACES TO WS-PREV-PRODUCT
           PERFORM 5200-WRITE-ONE-PROD-STATE
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PS-COUNT
           IF WS-PREV-PRODUCT NOT = SPACES
              PERFORM 5400-WRITE-PRODUCT-SUBTOTAL
           END-IF
           MOVE WS-GRAND-WORK TO WS-LINE-WORK
           MOVE 'ALL'         TO WS-SUM-PRODUCT
           MOVE '**'          TO WS-SUM-STATE
           PERFORM 5500-WRITE-SUMMARY-LINE
           .

       5200-WRITE-ONE-PROD-STATE.
           IF WS-PS-PRODUCT(WS-PS-IDX) NOT = WS-PREV-PRODUCT
              AND WS-PREV-PRODUCT NOT = SPACES
              PERFORM 5400-WRITE-PRODUCT-SUBTOTAL
           END-IF
           MOVE WS-PS-PRODUCT(WS-PS-IDX) TO WS-PREV-PRODUCT
           MOVE WS-PS-POLICY-CNT(WS-PS-IDX) TO WS-LINE-COUNT-POL
           IF ROLL-FORWARD-SECTION
              MOVE WS-PS-PRIOR-UPR(WS-PS-IDX) TO WS-LINE-AMT(1)
              MOVE WS-PS-WRITTEN(WS-PS-IDX)   TO WS-LINE-AMT(2)
              MOVE WS-PS-EARNED(WS-PS-IDX)    TO WS-LINE-AMT(3)
              MOVE WS-PS-CURR-UPR(WS-PS-IDX)  TO WS-LINE-AMT(4)
              MOVE WS-PS-BILLED(WS-PS-IDX)    TO WS-LINE-AMT(5)
              MOVE WS-PS-CASH(WS-PS-IDX)      TO WS-LINE-AMT(6)
           ELSE
              MOVE WS-PS-NEW-BUS(WS-PS-IDX)   TO WS-LINE-AMT(1)
              MOVE WS-PS-ENDORSE(WS-PS-IDX)   TO WS-LINE-AMT(2)
              MOVE WS-PS-CANCEL(WS-PS-IDX)    TO WS-LINE-AMT(3)
              MOVE WS-PS-LAPSE(WS-PS-IDX)     TO WS-LINE-AMT(4)
              MOVE WS-PS-UNEXPLAINED(WS-PS-IDX)
                                              TO WS-LINE-AMT(5)
              MOVE WS-PS-WRITTEN(WS-PS-IDX)   TO WS-LINE-AMT(6)
           END-IF
           ADD WS-LINE-COUNT-POL TO WS-SUB-COUNT-POL
           ADD WS-LINE-COUNT-POL TO WS-GRAND-COUNT-POL
           PERFORM 5300-ADD-LINE-TO-TOTALS
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > 6
           MOVE WS-PS-PRODUCT(WS-PS-IDX) TO WS-SUM-PRODUCT
           MOVE WS-PS-STATE(WS-PS-IDX)   TO WS-SUM-STATE
           PERFORM 5500-WRITE-SUMMARY-LINE
           .

       5300-ADD-LINE-TO-TOTALS.
           ADD WS-LINE-AMT(WS-AMT-SUB) TO WS-SUB-AMT(WS-AMT-SUB)
           ADD WS-LINE-AMT(WS-AMT-SUB) TO WS-GRAND-AMT(WS-AMT-SUB)
           .

       5400-WRITE-PRODUCT-SUBTOTAL.
           MOVE WS-SUBTOTAL-WORK TO WS-LINE-WORK
           MOVE WS-PREV-PRODUCT  TO WS-SUM-PRODUCT
           MOVE '**'             TO WS-SUM-STATE
           PERFORM 5500-WRITE-SUMMARY-LINE
           INITIALIZE WS-SUBTOTAL-WORK
           .

       5500-WRITE-SUMMARY-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              PERFORM 1500-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES            TO WS-SUMMARY-LINE
           MOVE WS-SUM-PRODUCT    TO S-PRODUCT
           MOVE WS-SUM-STATE      TO S-STATE
           MOVE WS-LINE-COUNT-POL TO S-POLICY-COUNT
           PERFORM 5510-EDIT-ONE-AMOUNT
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > 6
           WRITE RPT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       5510-EDIT-ONE-AMOUNT.
           MOVE WS-LINE-AMT(WS-AMT-SUB) TO S-AMOUNT(WS-AMT-SUB)
           .

      *------------------------*
      *  6000-ACCUMULATE PRODUCT/STATE *
      *  Finds (or adds) the product/state accumulator row.         *
      *------------------------*
       6000-ACCUMULATE-PROD-STATE.
           MOVE 'N' TO WS-PS-FOUND
           PERFORM 6100-CHECK-PROD-STATE-ENTRY
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PS-COUNT
                  OR PROD-STATE-WAS-FOUND
           IF NOT PROD-STATE-WAS-FOUND
              IF WS-PS-COUNT = WS-PS-MAX
                 DISPLAY '*** PRODUCT/STATE COUNT EXCEEDS TABLE '
                         'CAPACITY OF ' WS-PS-MAX ' ***'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
              ADD 1 TO WS-PS-COUNT
              INITIALIZE WS-PS-ENTRY(WS-PS-COUNT)
              MOVE HV-PRODUCT TO WS-PS-PRODUCT(WS-PS-COUNT)
              MOVE HV-STATE   TO WS-PS-STATE(WS-PS-COUNT)
              MOVE WS-PS-COUNT TO WS-PS-FOUND-IDX
           END-IF
           .

       6100-CHECK-PROD-STATE-ENTRY.
           IF WS-PS-PRODUCT(WS-PS-IDX) = HV-PRODUCT
              AND WS-PS-STATE(WS-PS-IDX) = HV-STATE
              MOVE 'Y' TO WS-PS-FOUND
              SET WS-PS-FOUND-IDX TO WS-PS-IDX
           END-IF
           .

      *------------------------*
      *  8000-FINALIZE         *
      *  The journal trailer carries the record count and both      *
      *  sides' totals. The run ends RC=8 for review when written   *
      *  premium did not tie to its sources, or when the prior      *
      *  reserve carried in differs from what last month booked (a  *
      *  policy on last month's file did not come through).         *
      *------------------------*
       8000-FINALIZE.
           MOVE SPACES           TO PREMIUM-JOURNAL-RECORD
           MOVE 'T'              TO PJ-RECORD-TYPE
           MOVE HV-PERIOD-YM     TO PJ-PERIOD-YM
           MOVE WS-JOURNAL-COUNT TO PJ-T-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS  TO PJ-T-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO PJ-T-TOTAL-CREDITS
           WRITE PREMIUM-JOURNAL-RECORD

           MOVE WS-POLICY-COUNT    TO T-POLICY-COUNT
           MOVE WS-EXCEPTION-COUNT TO T-EXCEPTION-COUNT
           MOVE WS-JOURNAL-COUNT   TO T-JOURNAL-COUNT
           MOVE WS-TOTAL-DEBITS    TO T-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS   TO T-TOTAL-CREDITS
           WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE
               AFTER ADVANCING 2 LINES

           IF OPENING-POSITION-RUN
              MOVE WS-CARRIED-PRIOR-UPR TO HV-PRIOR-FILE-UPR
           END-IF
           MOVE HV-PRIOR-FILE-UPR    TO T-PRIOR-FILE-UPR
           MOVE WS-CARRIED-PRIOR-UPR TO T-CARRIED-PRIOR-UPR
           COMPUTE WS-ROLL-CHECK = HV-PRIOR-FILE-UPR
                                 - WS-CARRIED-PRIOR-UPR
           IF WS-ROLL-CHECK = 0
              MOVE 'PRIOR RESERVE TIES' TO T-CONTROL-RESULT
           ELSE
              MOVE '*** PRIOR RESERVE DOES NOT TIE' TO T-CONTROL-RESULT
           END-IF
           WRITE RPT-RECORD FROM WS-REPORT-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY '*** PREMIUM JOURNAL OUT OF BALANCE - DEBITS: '
                      WS-TOTAL-DEBITS ' CREDITS: ' WS-TOTAL-CREDITS
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-EXCEPTION-COUNT > 0 OR WS-ROLL-CHECK NOT = 0
                 DISPLAY 'POLR006: RESERVE EXCEPTIONS - SEE RPTUPR.PRT'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 8200-CLOSE-FILES
           .

       8200-CLOSE-FILES.
           CLOSE RESERVE-REPORT
           CLOSE PREMIUM-JOURNAL-FILE
           .

       END PROGRAM POLR006.
