      *================================================================*
      *  Program : POLR009                                             *
      *  Purpose : Daily Application Screening Exception Report        *
      *            - Lists every screening hit POLQ001 raised on the   *
      *              report date (SCREENING_HITS): VIN already on an   *
      *              ACTIVE policy, applicant DECLINED within the      *
      *              lookback window, or too many quotes for the same  *
      *              applicant in the velocity window                  *
      *            - Shows how each hit was resolved: APPROVED or      *
      *              DECLINED by the underwriter (UWDECISION), EXPIRED *
      *              with its quote (POLR003), or still PENDING        *
      *            - Lists earlier hits the underwriters resolved on   *
      *              the report date, and earlier hits still waiting   *
      *              on a decision                                     *
      *            - Prints the exception report (RPTSCR.PRT)          *
      *  Env     : Batch + DB2                                         *
      *  Notes   : Run daily after midnight; the report date is the    *
      *            previous calendar day. Read only - the report does  *
      *            not change any hit. A quote can carry more than one *
      *            hit; each is listed on its own line.                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLR009.
       AUTHOR.     ENTERPRISE-INS-PLATFORM-TEAM.
       INSTALLATION. US-INSURANCE-PLATFORM.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.   BATCH JOB; SCHEDULED UNDER THE PLATFORM BATCH ID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15 WITH-DEBUGGING-MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENING-REPORT ASSIGN TO 'RPTSCR.PRT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *------------------------*
      *  SCREENING-REPORT - DAILY SCREENING EXCEPTIONS
      *------------------------*
       FD  SCREENING-REPORT
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
       01  HV-REPORT-DATE             PIC X(10).
       01  HV-SECTION                 PIC S9(4) COMP.
       01  HV-QUOTE-ID                PIC X(18).
       01  HV-HIT-TYPE                PIC X(10).
       01  HV-MATCHED-REF             PIC X(20).
       01  HV-MATCH-COUNT             PIC S9(9) COMP-3.
       01  HV-CUST-NAME               PIC X(60).
       01  HV-PRODUCT                 PIC X(10).
       01  HV-STATE                   PIC X(02).
       01  HV-RAISED-DATE             PIC X(10).
       01  HV-RESOLUTION              PIC X(10).
       01  HV-RESOLVED-DATE           PIC X(10).

      *------------------------*
      *  SWITCHES              *
      *------------------------*
       01  WS-HIT-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-HITS                      VALUE 'Y'.

      *------------------------*
      *  REPORT CONTROL FIELDS *
      *------------------------*
       01  WS-PAGE-NUM                PIC 9(04) COMP VALUE 1.
       01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-MAX-LINES-PER-PAGE      PIC 9(03) VALUE 55.
       01  WS-SECTION-LINES           PIC 9(07) COMP VALUE 0.
       01  WS-RAISED-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-VIN-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-DECLINE-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-VELOCITY-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-DECLINED-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-EXPIRED-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(07) COMP VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE 'RPT-SCR01'.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(45)
                   VALUE 'APPLICATION SCREENING EXCEPTIONS'.
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
           05  FILLER                 PIC X(13) VALUE 'REPORT DATE: '.
           05  H2-REPORT-DATE         PIC X(10).
           05  FILLER                 PIC X(79) VALUE SPACES.

       01  WS-REPORT-HEADER-3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  H3-SECTION-TITLE       PIC X(60) VALUE SPACES.
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-REPORT-HEADER-4.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(19) VALUE 'QUOTE ID'.
           05  FILLER                 PIC X(11) VALUE 'HIT TYPE'.
           05  FILLER                 PIC X(21) VALUE 'MATCHED REF'.
           05  FILLER                 PIC X(05) VALUE ' CNT'.
           05  FILLER                 PIC X(27) VALUE 'APPLICANT'.
           05  FILLER                 PIC X(11) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(03) VALUE 'ST'.
           05  FILLER                 PIC X(11) VALUE 'RAISED'.
           05  FILLER                 PIC X(11) VALUE 'RESOLUTION'.
           05  FILLER                 PIC X(10) VALUE 'RESOLVED'.
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-QUOTE-ID             PIC X(18).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-HIT-TYPE             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-MATCHED-REF          PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-MATCH-COUNT          PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-CUST-NAME            PIC X(26).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-PRODUCT              PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-STATE                PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-RAISED-DATE          PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-RESOLUTION           PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-RESOLVED-DATE        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-REPORT-NONE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(20) VALUE '  NONE'.
           05  FILLER                 PIC X(111) VALUE SPACES.

       01  WS-REPORT-TRAILER-LINE-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(14) VALUE 'HITS RAISED: '.
           05  T-RAISED-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'VIN CONFLICT: '.
           05  T-VIN-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'PRIOR DECLINE: '.
           05  T-DECLINE-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'VELOCITY: '.
           05  T-VELOCITY-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-REPORT-TRAILER-LINE-2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'APPROVED: '.
           05  T-APPROVED-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'DECLINED: '.
           05  T-DECLINED-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'EXPIRED: '.
           05  T-EXPIRED-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'STILL PENDING: '.
           05  T-PENDING-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------------*
      *  0000-MAINLINE         *
      *------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-SECTION
               VARYING HV-SECTION FROM 1 BY 1
               UNTIL HV-SECTION > 3
           PERFORM 8000-FINALIZE
           STOP RUN.

      *------------------------*
      *  1000-INITIALIZE       *
      *------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT SCREENING-REPORT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           EXEC SQL
             SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
               INTO :HV-REPORT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** REPORT DATE SELECT FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           MOVE 'HITS RAISED ON THE REPORT DATE' TO H3-SECTION-TITLE
           PERFORM 1500-WRITE-REPORT-HEADERS
           .

      *------------------------*
      *  1500-WRITE HEADERS    *
      *------------------------*
       1500-WRITE-REPORT-HEADERS.
           MOVE WS-PAGE-NUM             TO H1-PAGE-NUM
           MOVE WS-CURR-YYYY            TO H2-RUN-YYYY
           MOVE WS-CURR-MM              TO H2-RUN-MM
           MOVE WS-CURR-DD              TO H2-RUN-DD
           MOVE HV-REPORT-DATE          TO H2-REPORT-DATE
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
      *  2000-REPORT ONE SECTION (DB2) *
      *  1 = hits raised on the report date, however they stand now *
      *  2 = earlier hits decided or expired that day               *
      *  3 = earlier hits still waiting on a decision (the quote is *
      *      still PENDING_UNDERWRITING), oldest first              *
      *  POLR003 stamps a hit EXPIRED when it expires the quote; a  *
      *  hit still PENDING on an EXPIRED quote is shown as EXPIRED. *
      *------------------------*
       2000-REPORT-SECTION.
           IF HV-SECTION = 2
              MOVE 'EARLIER HITS RESOLVED ON THE REPORT DATE'
                TO H3-SECTION-TITLE
           END-IF
           IF HV-SECTION = 3
              MOVE 'EARLIER HITS STILL PENDING UNDERWRITING'
                TO H3-SECTION-TITLE
           END-IF
           IF HV-SECTION > 1
              IF WS-LINE-COUNT + 5 > WS-MAX-LINES-PER-PAGE
                 ADD 1 TO WS-PAGE-NUM
                 PERFORM 1500-WRITE-REPORT-HEADERS
              ELSE
                 WRITE RPT-RECORD FROM WS-REPORT-HEADER-3
                     AFTER ADVANCING 2 LINES
                 WRITE RPT-RECORD FROM WS-REPORT-HEADER-4
                     AFTER ADVANCING 1 LINE
                 ADD 3 TO WS-LINE-COUNT
              END-IF
           END-IF

           EXEC SQL
             DECLARE SCRHIT-CSR CURSOR FOR
               SELECT X.QUOTE_ID, X.HIT_TYPE, X.MATCHED_REF,
                      X.MATCH_COUNT, X.CUST_NAME, X.PRODUCT, X.STATE,
                      X.RAISED_DATE, X.RESOLUTION, X.RESOLVED_DATE
                 FROM (SELECT CASE
                                WHEN DATE(H.CREATED_TS) =
                                     :HV-REPORT-DATE
                                THEN 1
                                WHEN H.RESOLUTION <> 'PENDING'
                                 AND DATE(H.RESOLVED_TS) =
                                     :HV-REPORT-DATE
                                THEN 2
                                WHEN H.RESOLUTION = 'PENDING'
                                 AND Q.STATUS = 'PENDING_UNDERWRITING'
                                 AND DATE(H.CREATED_TS) <
                                     :HV-REPORT-DATE
                                THEN 3
                                ELSE 0
                              END AS SECTION,
                              H.QUOTE_ID, H.HIT_TYPE,
                              VALUE(H.MATCHED_REF, ' ') AS MATCHED_REF,
                              H.MATCH_COUNT, H.CUST_NAME, H.PRODUCT,
                              H.STATE, H.CREATED_TS,
                              CHAR(DATE(H.CREATED_TS), ISO)
                                AS RAISED_DATE,
                              CASE
                                WHEN H.RESOLUTION = 'PENDING'
                                 AND Q.STATUS = 'EXPIRED'
                                THEN 'EXPIRED'
                                ELSE H.RESOLUTION
                              END AS RESOLUTION,
                              VALUE(CHAR(DATE(H.RESOLVED_TS), ISO),
                                    ' ') AS RESOLVED_DATE
                         FROM SCREENING_HITS H
                         LEFT OUTER JOIN QUOTES Q
                           ON Q.QUOTE_ID = H.QUOTE_ID
                        WHERE DATE(H.CREATED_TS) <= :HV-REPORT-DATE
                      ) AS X
                WHERE X.SECTION = :HV-SECTION
                ORDER BY X.HIT_TYPE, X.CREATED_TS, X.QUOTE_ID
                FOR READ ONLY
           END-EXEC

           EXEC SQL
             OPEN SCRHIT-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** SCRHIT-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           MOVE 'N' TO WS-HIT-EOF
           MOVE 0   TO WS-SECTION-LINES
           PERFORM 2100-FETCH-HIT-ROW
           PERFORM 2200-PROCESS-HIT
               UNTIL END-OF-HITS

           EXEC SQL
             CLOSE SCRHIT-CSR
           END-EXEC

           IF WS-SECTION-LINES = 0
              WRITE RPT-RECORD FROM WS-REPORT-NONE-LINE
                  AFTER ADVANCING 1 LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           .

      *------------------------*
      *  2100-FETCH ONE ROW    *
      *------------------------*
       2100-FETCH-HIT-ROW.
           EXEC SQL
             FETCH SCRHIT-CSR
               INTO :HV-QUOTE-ID, :HV-HIT-TYPE, :HV-MATCHED-REF,
                    :HV-MATCH-COUNT, :HV-CUST-NAME, :HV-PRODUCT,
                    :HV-STATE, :HV-RAISED-DATE, :HV-RESOLUTION,
                    :HV-RESOLVED-DATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-HIT-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** SCRHIT-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE SCRHIT-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *------------------------*
      *  2200-PROCESS ONE HIT  *
      *  Raised counts come from section 1 only; resolutions count  *
      *  what was decided on the report date (sections 1 and 2)     *
      *  plus everything still open (sections 1 and 3).             *
      *------------------------*
       2200-PROCESS-HIT.
           IF HV-SECTION = 1
              ADD 1 TO WS-RAISED-COUNT
              IF HV-HIT-TYPE = 'VINCONFLCT'
                 ADD 1 TO WS-VIN-COUNT
              END-IF
              IF HV-HIT-TYPE = 'PRIORDECLN'
                 ADD 1 TO WS-DECLINE-COUNT
              END-IF
              IF HV-HIT-TYPE = 'VELOCITY'
                 ADD 1 TO WS-VELOCITY-COUNT
              END-IF
           END-IF

           IF HV-RESOLUTION = 'APPROVED'
              ADD 1 TO WS-APPROVED-COUNT
           ELSE
              IF HV-RESOLUTION = 'DECLINED'
                 ADD 1 TO WS-DECLINED-COUNT
              ELSE
                 IF HV-RESOLUTION = 'EXPIRED'
                    ADD 1 TO WS-EXPIRED-COUNT
                 ELSE
                    ADD 1 TO WS-PENDING-COUNT
                 END-IF
              END-IF
           END-IF

           PERFORM 2600-WRITE-DETAIL-LINE
           ADD 1 TO WS-SECTION-LINES
           PERFORM 2100-FETCH-HIT-ROW
           .

      *------------------------*
      *  2600-WRITE DETAIL     *
      *------------------------*
       2600-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              PERFORM 1500-WRITE-REPORT-HEADERS
           END-IF
           MOVE HV-QUOTE-ID       TO D-QUOTE-ID
           MOVE HV-HIT-TYPE       TO D-HIT-TYPE
           MOVE HV-MATCHED-REF    TO D-MATCHED-REF
           MOVE HV-MATCH-COUNT    TO D-MATCH-COUNT
           MOVE HV-CUST-NAME      TO D-CUST-NAME
           MOVE HV-PRODUCT        TO D-PRODUCT
           MOVE HV-STATE          TO D-STATE
           MOVE HV-RAISED-DATE    TO D-RAISED-DATE
           MOVE HV-RESOLUTION     TO D-RESOLUTION
           MOVE HV-RESOLVED-DATE  TO D-RESOLVED-DATE
           WRITE RPT-RECORD FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *------------------------*
      *  8000-FINALIZE         *
      *------------------------*
       8000-FINALIZE.
           MOVE WS-RAISED-COUNT    TO T-RAISED-COUNT
           MOVE WS-VIN-COUNT       TO T-VIN-COUNT
           MOVE WS-DECLINE-COUNT   TO T-DECLINE-COUNT
           MOVE WS-VELOCITY-COUNT  TO T-VELOCITY-COUNT
           MOVE WS-APPROVED-COUNT  TO T-APPROVED-COUNT
           MOVE WS-DECLINED-COUNT  TO T-DECLINED-COUNT
           MOVE WS-EXPIRED-COUNT   TO T-EXPIRED-COUNT
           MOVE WS-PENDING-COUNT   TO T-PENDING-COUNT
           WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE
           PERFORM 8200-CLOSE-FILES
           .

       8200-CLOSE-FILES.
           CLOSE SCREENING-REPORT
           .

       END PROGRAM POLR009.
