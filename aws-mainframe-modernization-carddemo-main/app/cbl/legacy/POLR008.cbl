      *================================================================*
      *  Program : POLR008                                             *
      *  Purpose : Rate Change Impact Simulation                       *
      *            - Re-rates every ACTIVE policy twice: at the live   *
      *              RATING_CONFIG / AGE_FACTORS / AUTO_RATING_CONFIG  *
      *              factors, and at the proposed factors staged on    *
      *              RATING_CONFIG_STAGE / AGE_FACTORS_STAGE /         *
      *              AUTO_RATING_CONFIG_STAGE                          *
      *            - Reports the premium impact by product and state,  *
      *              the spread of policies across % change bands,     *
      *              and the largest individual movers (RPTSIM.PRT)    *
      *  Env     : Batch + DB2                                         *
      *  Notes   : Run on request by pricing once a proposal is        *
      *            loaded to the staging tables. The stage tables have *
      *            the live tables' columns; a staged row replaces the *
      *            live row with the same key and every key not staged *
      *            keeps its live value, so a proposal need only carry *
      *            the rows it changes. Rating is POLR002's renewal    *
      *            re-rate (same keys from POLICIES, same formula, a   *
      *            missing age or vehicle factor is neutral), so the   *
      *            current figure is what renewal would offer today.   *
      *            The program only reads: nothing is written to the   *
      *            live rating tables, QUOTES or POLICIES. A policy    *
      *            whose product/state has no live base rate has       *
      *            nothing to compare against and is counted as not    *
      *            rated. An empty proposal ends the run RC=8.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLR008.
       AUTHOR.     ENTERPRISE-INS-PLATFORM-TEAM.
       INSTALLATION. US-INSURANCE-PLATFORM.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.   BATCH JOB; SCHEDULED UNDER THE PLATFORM BATCH ID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15 WITH-DEBUGGING-MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMULATION-REPORT ASSIGN TO 'RPTSIM.PRT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *------------------------*
      *  SIMULATION-REPORT - RATE CHANGE IMPACT REPORT
      *------------------------*
       FD  SIMULATION-REPORT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

      *------------------------*
      *  DB2 Control           *
      *------------------------*
       01  WS-RETCODE                 PIC S9(09) COMP-4 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *------------------------*
      *  CURSOR HOST VARIABLES *
      *------------------------*
       01  HV-POLICY-NUM              PIC X(20).
       01  HV-PRODUCT                 PIC X(10).
       01  HV-STATE                   PIC X(2).
       01  HV-DOB                     PIC X(10).
       01  HV-VEHICLE-YEAR            PIC 9(4).
       01  HV-VEHICLE-MAKE            PIC X(20).
       01  HV-VEHICLE-MODEL           PIC X(20).

      *------------------------*
      *  RATING HOST VARIABLES - LIVE (CUR) AND PROPOSED (PRO)
      *------------------------*
       01  HV-CUR-BASE-RATE           PIC 9(7)V999.
       01  HV-CUR-HAZARD-FACTOR       PIC 9(3)V99.
       01  HV-CUR-AGE-FACTOR          PIC 9(3)V99.
       01  HV-CUR-VEHICLE-FACTOR      PIC 9(3)V99.
       01  HV-PRO-BASE-RATE           PIC 9(7)V999.
       01  HV-PRO-HAZARD-FACTOR       PIC 9(3)V99.
       01  HV-PRO-AGE-FACTOR          PIC 9(3)V99.
       01  HV-PRO-VEHICLE-FACTOR      PIC 9(3)V99.
       01  HV-STAGE-RATING-ROWS       PIC S9(9) COMP-3 VALUE 0.
       01  HV-STAGE-AGE-ROWS          PIC S9(9) COMP-3 VALUE 0.
       01  HV-STAGE-VEHICLE-ROWS      PIC S9(9) COMP-3 VALUE 0.

      *------------------------*
      *  SIMULATED FIGURES     *
      *------------------------*
       01  WS-CUR-ANNUAL              PIC 9(9)V99 VALUE 0.
       01  WS-PRO-ANNUAL              PIC 9(9)V99 VALUE 0.
       01  WS-CHG-AMT                 PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CHG-PCT                 PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-ABS-PCT                 PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-BAND-SUB                PIC 9(04) COMP VALUE 0.

      *------------------------*
      *  SWITCHES              *
      *------------------------*
       01  WS-EOF                     PIC X(01) VALUE 'N'.
           88  END-OF-POLICIES                  VALUE 'Y'.
       01  WS-CUR-RATE-FOUND          PIC X(01) VALUE 'N'.
           88  CURRENT-RATE-FOUND               VALUE 'Y'.
       01  WS-PRO-RATE-FOUND          PIC X(01) VALUE 'N'.
           88  PROPOSED-RATE-FOUND              VALUE 'Y'.
       01  WS-PS-FOUND                PIC X(01) VALUE 'N'.
           88  PROD-STATE-WAS-FOUND             VALUE 'Y'.
       01  WS-TM-PLACED               PIC X(01) VALUE 'N'.
           88  TOP-MOVER-PLACED                 VALUE 'Y'.
       01  WS-SECTION                 PIC X(01) VALUE 'I'.
           88  IMPACT-SECTION                   VALUE 'I'.
           88  BAND-SECTION                     VALUE 'B'.

      *------------------------*
      *  PER-PRODUCT/STATE ACCUMULATORS - FILLED IN PRODUCT/STATE   *
      *  ORDER FROM THE CURSOR AND READ BACK OUT BY THE REPORT      *
      *  SECTIONS. BANDS ARE THE % CHANGE OF ONE POLICY'S ANNUAL    *
      *  PREMIUM:                                                   *
      *    1 DOWN MORE THAN 10%     5 UP 0-5%                       *
      *    2 DOWN 5-10%             6 UP 5-10%                      *
      *    3 DOWN 0-5%              7 UP 10-20%                     *
      *    4 NO CHANGE              8 UP MORE THAN 20%              *
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
               10  WS-PS-CUR-PREMIUM      PIC S9(11)V99 COMP-3.
               10  WS-PS-PRO-PREMIUM      PIC S9(11)V99 COMP-3.
               10  WS-PS-BAND-CNT         PIC 9(07)     COMP
                                          OCCURS 8 TIMES.

      *------------------------*
      *  TOP MOVERS - LARGEST ABSOLUTE % CHANGE FIRST, KEPT IN      *
      *  ORDER AS POLICIES ARE RATED                                *
      *------------------------*
       01  WS-TM-MAX                  PIC 9(04) COMP VALUE 25.
       01  WS-TM-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-TM-POS                  PIC 9(04) COMP VALUE 0.
       01  WS-TM-PREV                 PIC 9(04) COMP VALUE 0.
       01  WS-TM-SUB                  PIC 9(04) COMP VALUE 0.
       01  WS-TM-TABLE.
           05  WS-TM-ENTRY            OCCURS 25 TIMES.
               10  WS-TM-POLICY-NUM       PIC X(20).
               10  WS-TM-PRODUCT          PIC X(10).
               10  WS-TM-STATE            PIC X(2).
               10  WS-TM-CUR-ANNUAL       PIC 9(9)V99.
               10  WS-TM-PRO-ANNUAL       PIC 9(9)V99.
               10  WS-TM-CHG-AMT          PIC S9(9)V99 COMP-3.
               10  WS-TM-CHG-PCT          PIC S9(5)V99 COMP-3.
               10  WS-TM-ABS-PCT          PIC S9(5)V99 COMP-3.

      *------------------------*
      *  SUMMARY LINE WORK - ONE LINE'S FIGURES, WITH THE PRODUCT   *
      *  SUBTOTAL AND GRAND TOTAL BUILT THE SAME WAY                *
      *------------------------*
       01  WS-PREV-PRODUCT            PIC X(10) VALUE SPACES.
       01  WS-SUM-PRODUCT             PIC X(10) VALUE SPACES.
       01  WS-SUM-STATE               PIC X(2)  VALUE SPACES.
       01  WS-LINE-WORK.
           05  WS-LINE-COUNT-POL      PIC 9(07) COMP.
           05  WS-LINE-CUR            PIC S9(11)V99 COMP-3.
           05  WS-LINE-PRO            PIC S9(11)V99 COMP-3.
           05  WS-LINE-BAND           PIC 9(07) COMP
                                      OCCURS 8 TIMES.
       01  WS-SUBTOTAL-WORK.
           05  WS-SUB-COUNT-POL       PIC 9(07) COMP.
           05  WS-SUB-CUR             PIC S9(11)V99 COMP-3.
           05  WS-SUB-PRO             PIC S9(11)V99 COMP-3.
           05  WS-SUB-BAND            PIC 9(07) COMP
                                      OCCURS 8 TIMES.
       01  WS-GRAND-WORK.
           05  WS-GRAND-COUNT-POL     PIC 9(07) COMP.
           05  WS-GRAND-CUR           PIC S9(11)V99 COMP-3.
           05  WS-GRAND-PRO           PIC S9(11)V99 COMP-3.
           05  WS-GRAND-BAND          PIC 9(07) COMP
                                      OCCURS 8 TIMES.
       01  WS-LINE-CHG-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LINE-CHG-PCT            PIC S9(5)V99 COMP-3 VALUE 0.

      *------------------------*
      *  REPORT CONTROL FIELDS *
      *------------------------*
       01  WS-PAGE-NUM                PIC 9(04) COMP VALUE 1.
       01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-MAX-LINES-PER-PAGE      PIC 9(03) VALUE 55.
       01  WS-POLICY-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-RATED-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-NOT-RATED-COUNT         PIC 9(07) COMP VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE 'RPT-SIM01'.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(45)
                   VALUE 'RATE CHANGE IMPACT SIMULATION'.
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
           05  FILLER                 PIC X(29)
                   VALUE 'STAGED ROWS - RATING CONFIG: '.
           05  H2-STAGE-RATING        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15)
                   VALUE '  AGE FACTORS: '.
           05  H2-STAGE-AGE           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(19)
                   VALUE '  VEHICLE FACTORS: '.
           05  H2-STAGE-VEHICLE       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-REPORT-HEADER-3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  H3-SECTION-TITLE       PIC X(60) VALUE SPACES.
           05  FILLER                 PIC X(71) VALUE SPACES.

      *    Header 4 carries the current section's column titles; the
      *    section start moves one of the column lines below into it.
       01  WS-REPORT-HEADER-4         PIC X(132) VALUE SPACES.

       01  WS-IMPACT-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(11) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(04) VALUE 'ST'.
           05  FILLER                 PIC X(11) VALUE ' POLICIES'.
           05  FILLER                 PIC X(19)
                   VALUE '  CURRENT PREMIUM'.
           05  FILLER                 PIC X(19)
                   VALUE ' PROPOSED PREMIUM'.
           05  FILLER                 PIC X(20)
                   VALUE '            CHANGE'.
           05  FILLER                 PIC X(08) VALUE '  CHG %'.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-BAND-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(11) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(04) VALUE 'ST'.
           05  FILLER                 PIC X(09) VALUE ' POLICIES'.
           05  FILLER                 PIC X(11) VALUE '  DOWN >10%'.
           05  FILLER                 PIC X(11) VALUE ' DOWN 5-10%'.
           05  FILLER                 PIC X(11) VALUE '  DOWN 0-5%'.
           05  FILLER                 PIC X(11) VALUE '  NO CHANGE'.
           05  FILLER                 PIC X(11) VALUE '    UP 0-5%'.
           05  FILLER                 PIC X(11) VALUE '   UP 5-10%'.
           05  FILLER                 PIC X(11) VALUE '  UP 10-20%'.
           05  FILLER                 PIC X(11) VALUE '    UP >20%'.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-MOVER-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(05) VALUE 'RANK'.
           05  FILLER                 PIC X(22) VALUE 'POLICY NUM'.
           05  FILLER                 PIC X(11) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(04) VALUE 'ST'.
           05  FILLER                 PIC X(16) VALUE '       CURRENT'.
           05  FILLER                 PIC X(16) VALUE '      PROPOSED'.
           05  FILLER                 PIC X(17) VALUE '         CHANGE'.
           05  FILLER                 PIC X(08) VALUE '  CHG %'.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-IMPACT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  I-PRODUCT              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  I-STATE                PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  I-POLICY-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  I-CUR-PREMIUM          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  I-PRO-PREMIUM          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  I-CHG-AMT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  I-CHG-PCT              PIC -ZZZ9.99.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-BAND-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  B-PRODUCT              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  B-STATE                PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  B-POLICY-COUNT         PIC Z,ZZZ,ZZ9.
           05  B-BAND-GROUP           OCCURS 8 TIMES.
               10  FILLER             PIC X(02).
               10  B-BAND-CNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-MOVER-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  M-RANK                 PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  M-POLICY-NUM           PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  M-PRODUCT              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  M-STATE                PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  M-CUR-ANNUAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  M-PRO-ANNUAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  M-CHG-AMT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  M-CHG-PCT              PIC -ZZZ9.99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-REPORT-TRAILER-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(17) VALUE 'ACTIVE POLICIES: '.
           05  T-POLICY-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE 'RATED: '.
           05  T-RATED-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'NOT RATED: '.
           05  T-NOT-RATED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------------*
      *  0000-MAINLINE         *
      *------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-POLICY-CURSOR
           PERFORM 2100-FETCH-POLICY-ROW
           PERFORM 2200-SIMULATE-ONE-POLICY
               UNTIL END-OF-POLICIES
           EXEC SQL
             CLOSE SIMPOL-CSR
           END-EXEC
           PERFORM 5000-WRITE-IMPACT-SUMMARY
           PERFORM 5600-WRITE-TOP-MOVERS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *------------------------*
      *  1000-INITIALIZE       *
      *------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT SIMULATION-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-COUNT-STAGED-ROWS
           MOVE 'I' TO WS-SECTION
           MOVE 'PREMIUM IMPACT BY PRODUCT AND STATE'
                                     TO H3-SECTION-TITLE
           MOVE WS-IMPACT-COLUMNS TO WS-REPORT-HEADER-4
           PERFORM 1500-WRITE-REPORT-HEADERS
           .

      *------------------------*
      *  1100-COUNT STAGED ROWS (DB2) *
      *  Printed on every page so the reader can see which         *
      *  proposal the figures were run against.                    *
      *------------------------*
       1100-COUNT-STAGED-ROWS.
           EXEC SQL
             SELECT (SELECT COUNT(*) FROM RATING_CONFIG_STAGE),
                    (SELECT COUNT(*) FROM AGE_FACTORS_STAGE),
                    (SELECT COUNT(*) FROM AUTO_RATING_CONFIG_STAGE)
               INTO :HV-STAGE-RATING-ROWS, :HV-STAGE-AGE-ROWS,
                    :HV-STAGE-VEHICLE-ROWS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** STAGE TABLE COUNT FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  1500-WRITE HEADERS    *
      *------------------------*
       1500-WRITE-REPORT-HEADERS.
           MOVE WS-PAGE-NUM           TO H1-PAGE-NUM
           MOVE WS-CURR-YYYY          TO H2-RUN-YYYY
           MOVE WS-CURR-MM            TO H2-RUN-MM
           MOVE WS-CURR-DD            TO H2-RUN-DD
           MOVE HV-STAGE-RATING-ROWS  TO H2-STAGE-RATING
           MOVE HV-STAGE-AGE-ROWS     TO H2-STAGE-AGE
           MOVE HV-STAGE-VEHICLE-ROWS TO H2-STAGE-VEHICLE
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
      *  2000-OPEN CURSOR (DB2)*
      *  Every ACTIVE policy, in product/state order so the         *
      *  accumulator table loads already sorted for the report.     *
      *------------------------*
       2000-OPEN-POLICY-CURSOR.
           EXEC SQL
             DECLARE SIMPOL-CSR CURSOR FOR
               SELECT POLICY_NUM, PRODUCT, STATE,
                      VALUE(DOB, ' '), VALUE(VEHICLE_YEAR, 0),
                      VALUE(VEHICLE_MAKE, ' '),
                      VALUE(VEHICLE_MODEL, ' ')
                 FROM POLICIES
                WHERE STATUS = 'ACTIVE'
                ORDER BY PRODUCT, STATE, POLICY_NUM
                FOR READ ONLY
           END-EXEC

           EXEC SQL
             OPEN SIMPOL-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** SIMPOL-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  2100-FETCH ONE ROW    *
      *------------------------*
       2100-FETCH-POLICY-ROW.
           EXEC SQL
             FETCH SIMPOL-CSR
               INTO :HV-POLICY-NUM, :HV-PRODUCT, :HV-STATE,
                    :HV-DOB, :HV-VEHICLE-YEAR, :HV-VEHICLE-MAKE,
                    :HV-VEHICLE-MODEL
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** SIMPOL-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE SIMPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *------------------------*
      *  2200-SIMULATE ONE POLICY *
      *------------------------*
       2200-SIMULATE-ONE-POLICY.
           ADD 1 TO WS-POLICY-COUNT
           PERFORM 2300-GET-BASE-RATES
           IF CURRENT-RATE-FOUND AND PROPOSED-RATE-FOUND
              PERFORM 2310-GET-AGE-FACTORS
              PERFORM 2320-GET-VEHICLE-FACTORS
              PERFORM 2400-COMPUTE-PREMIUMS
              PERFORM 2500-ASSIGN-CHANGE-BAND
              PERFORM 6000-ACCUMULATE-PROD-STATE
              ADD 1 TO WS-PS-POLICY-CNT(WS-PS-FOUND-IDX)
              ADD WS-CUR-ANNUAL
                  TO WS-PS-CUR-PREMIUM(WS-PS-FOUND-IDX)
              ADD WS-PRO-ANNUAL
                  TO WS-PS-PRO-PREMIUM(WS-PS-FOUND-IDX)
              ADD 1 TO WS-PS-BAND-CNT(WS-PS-FOUND-IDX, WS-BAND-SUB)
              PERFORM 6200-CONSIDER-TOP-MOVER
              ADD 1 TO WS-RATED-COUNT
           ELSE
              ADD 1 TO WS-NOT-RATED-COUNT
           END-IF
           PERFORM 2100-FETCH-POLICY-ROW
           .

      *------------------------*
      *  2300-GET BASE RATES (DB2) *
      *  Live row first; the staged row, when there is one, is the  *
      *  proposal, otherwise the live row carries over unchanged.   *
      *  Only "no row" is tolerated - a real SQL error stops the    *
      *  run rather than quietly leaving policies out.              *
      *------------------------*
       2300-GET-BASE-RATES.
           MOVE 'N' TO WS-CUR-RATE-FOUND
           MOVE 'N' TO WS-PRO-RATE-FOUND
           EXEC SQL
             SELECT BASE_RATE, HAZARD_FACTOR
               INTO :HV-CUR-BASE-RATE, :HV-CUR-HAZARD-FACTOR
               FROM RATING_CONFIG
              WHERE PRODUCT_CODE = :HV-PRODUCT
                AND STATE        = :HV-STATE
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-CUR-RATE-FOUND
              MOVE 'Y' TO WS-PRO-RATE-FOUND
              MOVE HV-CUR-BASE-RATE     TO HV-PRO-BASE-RATE
              MOVE HV-CUR-HAZARD-FACTOR TO HV-PRO-HAZARD-FACTOR
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '*** RATING_CONFIG SELECT FAILED - SQLCODE: '
                      SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE SIMPOL-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           EXEC SQL
             SELECT BASE_RATE, HAZARD_FACTOR
               INTO :HV-PRO-BASE-RATE, :HV-PRO-HAZARD-FACTOR
               FROM RATING_CONFIG_STAGE
              WHERE PRODUCT_CODE = :HV-PRODUCT
                AND STATE        = :HV-STATE
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-PRO-RATE-FOUND
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '*** RATING_CONFIG_STAGE SELECT FAILED - '
                      'SQLCODE: ' SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE SIMPOL-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  2310-GET AGE FACTORS (DB2) *
      *  Same AGE_FACTORS lookup as POLR002. No DOB on file, or no  *
      *  factor row for the age, is neutral.                        *
      *------------------------*
       2310-GET-AGE-FACTORS.
           MOVE 0 TO HV-CUR-AGE-FACTOR
           MOVE 0 TO HV-PRO-AGE-FACTOR
           IF HV-DOB NOT = SPACES
              EXEC SQL
                SELECT AGE_FACTOR
                  INTO :HV-CUR-AGE-FACTOR
                  FROM AGE_FACTORS
                 WHERE PRODUCT_CODE = :HV-PRODUCT
                   AND AGE_YEARS = FLOOR(DAYS(CURRENT DATE)
                                    - DAYS(DATE(:HV-DOB))) / 365
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO HV-CUR-AGE-FACTOR
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '*** AGE_FACTORS SELECT FAILED - SQLCODE: '
                         SQLCODE ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE SIMPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
              MOVE HV-CUR-AGE-FACTOR TO HV-PRO-AGE-FACTOR

              EXEC SQL
                SELECT AGE_FACTOR
                  INTO :HV-PRO-AGE-FACTOR
                  FROM AGE_FACTORS_STAGE
                 WHERE PRODUCT_CODE = :HV-PRODUCT
                   AND AGE_YEARS = FLOOR(DAYS(CURRENT DATE)
                                    - DAYS(DATE(:HV-DOB))) / 365
              END-EXEC
              IF SQLCODE = 100
                 MOVE HV-CUR-AGE-FACTOR TO HV-PRO-AGE-FACTOR
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '*** AGE_FACTORS_STAGE SELECT FAILED - '
                         'SQLCODE: ' SQLCODE ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE SIMPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *------------------------*
      *  2320-GET VEHICLE FACTORS (DB2) *
      *  AUTO only, keyed by state/year/make/model as POLR002 rates.*
      *  Missing keys or no config row is neutral.                  *
      *------------------------*
       2320-GET-VEHICLE-FACTORS.
           MOVE 0 TO HV-CUR-VEHICLE-FACTOR
           MOVE 0 TO HV-PRO-VEHICLE-FACTOR
           IF HV-PRODUCT = 'AUTO' AND HV-VEHICLE-YEAR NOT = 0
              EXEC SQL
                SELECT VEHICLE_FACTOR
                  INTO :HV-CUR-VEHICLE-FACTOR
                  FROM AUTO_RATING_CONFIG
                 WHERE STATE         = :HV-STATE
                   AND VEHICLE_YEAR  = :HV-VEHICLE-YEAR
                   AND VEHICLE_MAKE  = :HV-VEHICLE-MAKE
                   AND VEHICLE_MODEL = :HV-VEHICLE-MODEL
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO HV-CUR-VEHICLE-FACTOR
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '*** AUTO_RATING_CONFIG SELECT FAILED - '
                         'SQLCODE: ' SQLCODE ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE SIMPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
              MOVE HV-CUR-VEHICLE-FACTOR TO HV-PRO-VEHICLE-FACTOR

              EXEC SQL
                SELECT VEHICLE_FACTOR
                  INTO :HV-PRO-VEHICLE-FACTOR
                  FROM AUTO_RATING_CONFIG_STAGE
                 WHERE STATE         = :HV-STATE
                   AND VEHICLE_YEAR  = :HV-VEHICLE-YEAR
                   AND VEHICLE_MAKE  = :HV-VEHICLE-MAKE
                   AND VEHICLE_MODEL = :HV-VEHICLE-MODEL
              END-EXEC
              IF SQLCODE = 100
                 MOVE HV-CUR-VEHICLE-FACTOR TO HV-PRO-VEHICLE-FACTOR
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '*** AUTO_RATING_CONFIG_STAGE SELECT '
                         'FAILED - SQLCODE: ' SQLCODE
                         ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE SIMPOL-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *------------------------*
      *  2400-COMPUTE PREMIUMS *
      *  POLR002's renewal formula, once per factor set. The       *
      *  vehicle factor is zero for every product but AUTO.         *
      *------------------------*
       2400-COMPUTE-PREMIUMS.
           COMPUTE WS-CUR-ANNUAL ROUNDED =
                   HV-CUR-BASE-RATE
                 * (1 + (HV-CUR-HAZARD-FACTOR / 100))
                 * (1 + (HV-CUR-AGE-FACTOR / 100))
                 * (1 + (HV-CUR-VEHICLE-FACTOR / 100))
           COMPUTE WS-PRO-ANNUAL ROUNDED =
                   HV-PRO-BASE-RATE
                 * (1 + (HV-PRO-HAZARD-FACTOR / 100))
                 * (1 + (HV-PRO-AGE-FACTOR / 100))
                 * (1 + (HV-PRO-VEHICLE-FACTOR / 100))
           COMPUTE WS-CHG-AMT = WS-PRO-ANNUAL - WS-CUR-ANNUAL
      *    A zero current premium has no meaningful percentage; any
      *    increase from zero is shown at the top of the scale.
           IF WS-CUR-ANNUAL = 0
              IF WS-PRO-ANNUAL = 0
                 MOVE 0 TO WS-CHG-PCT
              ELSE
                 MOVE 999.99 TO WS-CHG-PCT
              END-IF
           ELSE
              COMPUTE WS-CHG-PCT ROUNDED =
                      WS-CHG-AMT * 100 / WS-CUR-ANNUAL
           END-IF
           IF WS-CHG-PCT < 0
              COMPUTE WS-ABS-PCT = 0 - WS-CHG-PCT
           ELSE
              MOVE WS-CHG-PCT TO WS-ABS-PCT
           END-IF
           .

      *------------------------*
      *  2500-ASSIGN CHANGE BAND *
      *------------------------*
       2500-ASSIGN-CHANGE-BAND.
           IF WS-CHG-PCT < -10
              MOVE 1 TO WS-BAND-SUB
           ELSE
              IF WS-CHG-PCT < -5
                 MOVE 2 TO WS-BAND-SUB
              ELSE
                 IF WS-CHG-PCT < 0
                    MOVE 3 TO WS-BAND-SUB
                 ELSE
                    IF WS-CHG-PCT = 0
                       MOVE 4 TO WS-BAND-SUB
                    ELSE
                       IF WS-CHG-PCT <= 5
                          MOVE 5 TO WS-BAND-SUB
                       ELSE
                          IF WS-CHG-PCT <= 10
                             MOVE 6 TO WS-BAND-SUB
                          ELSE
                             IF WS-CHG-PCT <= 20
                                MOVE 7 TO WS-BAND-SUB
                             ELSE
                                MOVE 8 TO WS-BAND-SUB
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *------------------------*
      *  5000-WRITE IMPACT SUMMARY *
      *  Two sections over the product/state table, each with a     *
      *  subtotal per product and a grand total:                    *
      *    impact   current vs proposed premium, change and %       *
      *    bands    how many policies fall in each % change band    *
      *  The first section's headings went out with page 1.         *
      *------------------------*
       5000-WRITE-IMPACT-SUMMARY.
           PERFORM 5100-WRITE-ONE-SECTION

           MOVE 'B' TO WS-SECTION
           MOVE 'POLICIES BY % CHANGE BAND BY PRODUCT AND STATE'
                                     TO H3-SECTION-TITLE
           MOVE WS-BAND-COLUMNS TO WS-REPORT-HEADER-4
           PERFORM 5050-START-SECTION
           PERFORM 5100-WRITE-ONE-SECTION
           .

       5050-START-SECTION.
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
           .

       5100-WRITE-ONE-SECTION.
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
           MOVE WS-PS-PRODUCT(WS-PS-IDX)     TO WS-PREV-PRODUCT
           MOVE WS-PS-POLICY-CNT(WS-PS-IDX)  TO WS-LINE-COUNT-POL
           MOVE WS-PS-CUR-PREMIUM(WS-PS-IDX) TO WS-LINE-CUR
           MOVE WS-PS-PRO-PREMIUM(WS-PS-IDX) TO WS-LINE-PRO
           ADD WS-LINE-COUNT-POL TO WS-SUB-COUNT-POL
           ADD WS-LINE-COUNT-POL TO WS-GRAND-COUNT-POL
           ADD WS-LINE-CUR       TO WS-SUB-CUR
           ADD WS-LINE-CUR       TO WS-GRAND-CUR
           ADD WS-LINE-PRO       TO WS-SUB-PRO
           ADD WS-LINE-PRO       TO WS-GRAND-PRO
           PERFORM 5300-ADD-BAND-TO-TOTALS
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 8
           MOVE WS-PS-PRODUCT(WS-PS-IDX) TO WS-SUM-PRODUCT
           MOVE WS-PS-STATE(WS-PS-IDX)   TO WS-SUM-STATE
           PERFORM 5500-WRITE-SUMMARY-LINE
           .

       5300-ADD-BAND-TO-TOTALS.
           MOVE WS-PS-BAND-CNT(WS-PS-IDX, WS-BAND-SUB)
                                     TO WS-LINE-BAND(WS-BAND-SUB)
           ADD WS-LINE-BAND(WS-BAND-SUB) TO WS-SUB-BAND(WS-BAND-SUB)
           ADD WS-LINE-BAND(WS-BAND-SUB) TO WS-GRAND-BAND(WS-BAND-SUB)
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
           IF IMPACT-SECTION
              COMPUTE WS-LINE-CHG-AMT = WS-LINE-PRO - WS-LINE-CUR
              IF WS-LINE-CUR = 0
                 MOVE 0 TO WS-LINE-CHG-PCT
              ELSE
                 COMPUTE WS-LINE-CHG-PCT ROUNDED =
                         WS-LINE-CHG-AMT * 100 / WS-LINE-CUR
              END-IF
              MOVE WS-SUM-PRODUCT    TO I-PRODUCT
              MOVE WS-SUM-STATE      TO I-STATE
              MOVE WS-LINE-COUNT-POL TO I-POLICY-COUNT
              MOVE WS-LINE-CUR       TO I-CUR-PREMIUM
              MOVE WS-LINE-PRO       TO I-PRO-PREMIUM
              MOVE WS-LINE-CHG-AMT   TO I-CHG-AMT
              MOVE WS-LINE-CHG-PCT   TO I-CHG-PCT
              WRITE RPT-RECORD FROM WS-IMPACT-LINE
                  AFTER ADVANCING 1 LINE
           ELSE
              MOVE SPACES            TO WS-BAND-LINE
              MOVE WS-SUM-PRODUCT    TO B-PRODUCT
              MOVE WS-SUM-STATE      TO B-STATE
              MOVE WS-LINE-COUNT-POL TO B-POLICY-COUNT
              PERFORM 5510-EDIT-ONE-BAND
                  VARYING WS-BAND-SUB FROM 1 BY 1
                  UNTIL WS-BAND-SUB > 8
              WRITE RPT-RECORD FROM WS-BAND-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-LINE-COUNT
           .

       5510-EDIT-ONE-BAND.
           MOVE WS-LINE-BAND(WS-BAND-SUB) TO B-BAND-CNT(WS-BAND-SUB)
           .

      *------------------------*
      *  5600-WRITE TOP MOVERS *
      *------------------------*
       5600-WRITE-TOP-MOVERS.
           MOVE 'LARGEST INDIVIDUAL MOVERS BY % CHANGE'
                                     TO H3-SECTION-TITLE
           MOVE WS-MOVER-COLUMNS TO WS-REPORT-HEADER-4
           PERFORM 5050-START-SECTION
           PERFORM 5700-WRITE-ONE-MOVER
               VARYING WS-TM-SUB FROM 1 BY 1
               UNTIL WS-TM-SUB > WS-TM-COUNT
           .

       5700-WRITE-ONE-MOVER.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              PERFORM 1500-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-TM-SUB                     TO M-RANK
           MOVE WS-TM-POLICY-NUM(WS-TM-SUB)   TO M-POLICY-NUM
           MOVE WS-TM-PRODUCT(WS-TM-SUB)      TO M-PRODUCT
           MOVE WS-TM-STATE(WS-TM-SUB)        TO M-STATE
           MOVE WS-TM-CUR-ANNUAL(WS-TM-SUB)   TO M-CUR-ANNUAL
           MOVE WS-TM-PRO-ANNUAL(WS-TM-SUB)   TO M-PRO-ANNUAL
           MOVE WS-TM-CHG-AMT(WS-TM-SUB)      TO M-CHG-AMT
           MOVE WS-TM-CHG-PCT(WS-TM-SUB)      TO M-CHG-PCT
           WRITE RPT-RECORD FROM WS-MOVER-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
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
                 EXEC SQL
                   CLOSE SIMPOL-CSR
                 END-EXEC
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
      *  6200-CONSIDER TOP MOVER *
      *  Keeps the WS-TM-MAX largest absolute % changes in order.   *
      *  A policy that beats the last slot takes it and is moved up *
      *  past every smaller entry; ties keep the earlier policy     *
      *  ahead.                                                     *
      *------------------------*
       6200-CONSIDER-TOP-MOVER.
           IF WS-TM-COUNT < WS-TM-MAX
              ADD 1 TO WS-TM-COUNT
              MOVE WS-TM-COUNT TO WS-TM-POS
           ELSE
              IF WS-ABS-PCT > WS-TM-ABS-PCT(WS-TM-COUNT)
                 MOVE WS-TM-COUNT TO WS-TM-POS
              ELSE
                 MOVE 0 TO WS-TM-POS
              END-IF
           END-IF
           IF WS-TM-POS > 0
              MOVE 'N' TO WS-TM-PLACED
              PERFORM 6210-MOVE-MOVER-UP
                  UNTIL TOP-MOVER-PLACED
              MOVE HV-POLICY-NUM TO WS-TM-POLICY-NUM(WS-TM-POS)
              MOVE HV-PRODUCT    TO WS-TM-PRODUCT(WS-TM-POS)
              MOVE HV-STATE      TO WS-TM-STATE(WS-TM-POS)
              MOVE WS-CUR-ANNUAL TO WS-TM-CUR-ANNUAL(WS-TM-POS)
              MOVE WS-PRO-ANNUAL TO WS-TM-PRO-ANNUAL(WS-TM-POS)
              MOVE WS-CHG-AMT    TO WS-TM-CHG-AMT(WS-TM-POS)
              MOVE WS-CHG-PCT    TO WS-TM-CHG-PCT(WS-TM-POS)
              MOVE WS-ABS-PCT    TO WS-TM-ABS-PCT(WS-TM-POS)
           END-IF
           .

       6210-MOVE-MOVER-UP.
           IF WS-TM-POS = 1
              MOVE 'Y' TO WS-TM-PLACED
           ELSE
              COMPUTE WS-TM-PREV = WS-TM-POS - 1
              IF WS-TM-ABS-PCT(WS-TM-PREV) >= WS-ABS-PCT
                 MOVE 'Y' TO WS-TM-PLACED
              ELSE
                 MOVE WS-TM-ENTRY(WS-TM-PREV)
                                     TO WS-TM-ENTRY(WS-TM-POS)
                 MOVE WS-TM-PREV TO WS-TM-POS
              END-IF
           END-IF
           .

      *------------------------*
      *  8000-FINALIZE         *
      *  An empty proposal is almost always a load that did not     *
      *  run; the report is still produced, and RC=8 flags it.      *
      *------------------------*
       8000-FINALIZE.
           MOVE WS-POLICY-COUNT    TO T-POLICY-COUNT
           MOVE WS-RATED-COUNT     TO T-RATED-COUNT
           MOVE WS-NOT-RATED-COUNT TO T-NOT-RATED-COUNT
           WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE
               AFTER ADVANCING 2 LINES
           IF HV-STAGE-RATING-ROWS = 0 AND HV-STAGE-AGE-ROWS = 0
              AND HV-STAGE-VEHICLE-ROWS = 0
              DISPLAY 'POLR008: NO PROPOSED RATING ROWS ARE STAGED'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8200-CLOSE-FILES
           .

       8200-CLOSE-FILES.
           CLOSE SIMULATION-REPORT
           .

       END PROGRAM POLR008.
