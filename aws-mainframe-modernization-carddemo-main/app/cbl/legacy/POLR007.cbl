      *================================================================*
      *  Program : POLR007                                             *
      *  Purpose : Nightly Refund / Unapplied-Credit Disbursement      *
      *            - Applies supervisor release/reject decisions       *
      *              (DISBREL.DAT) to disbursements on hold            *
      *            - Picks up every cancellation refund (ENDORSEMENTS  *
      *              CANCEL PRORATA_AMT) and every unapplied credit    *
      *              PAYPOST left on a receipt (PREM_PAYMENTS          *
      *              UNAPPLIED_AMT) not yet disbursed                  *
      *            - Nets each one against the policy's still-open     *
      *              INVOICES, oldest due date first (PAYPOST order)   *
      *            - Cuts the check/ACH payment file (REFPAY.DAT) for  *
      *              what remains, holding anything over the approval  *
      *              threshold for supervisor release                  *
      *            - Records every disbursement on DISBURSEMENTS with  *
      *              a status the call center sees through the         *
      *              POLQ001 DISBSTATUS inquiry, and prints the        *
      *              disbursement register (RPTDSB.PRT)                *
      *  Env     : Batch + DB2                                         *
      *  Notes   : Run nightly after the online day closes. Status is  *
      *            APPLIED (fully netted to invoices), ISSUED (on the  *
      *            payment file), HELD (over threshold, awaiting a     *
      *            supervisor) or REJECTED (supervisor declined; the   *
      *            money stays with servicing). A cancellation refund  *
      *            is paid by CHECK to the policyholder; an            *
      *            overpayment goes back by ACH against the original   *
      *            payment reference. A source is disbursed once: the  *
      *            DISBURSEMENTS row is the marker, keyed by source    *
      *            type and source timestamp. Release records that do *
      *            not match a HELD disbursement are listed and end    *
      *            the run RC=8.                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLR007.
       AUTHOR.     ENTERPRISE-INS-PLATFORM-TEAM.
       INSTALLATION. US-INSURANCE-PLATFORM.
       DATE-WRITTEN. 2026-10-15.
       SECURITY.   BATCH JOB; SCHEDULED UNDER THE PLATFORM BATCH ID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15 WITH-DEBUGGING-MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO 'DISBREL.DAT'
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISBURSEMENT-REGISTER ASSIGN TO 'RPTDSB.PRT'
               ORGANIZATION IS SEQUENTIAL.

           SELECT REFUND-PAYMENT-FILE ASSIGN TO 'REFPAY.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *------------------------*
      *  RELEASE-FILE - SUPERVISOR DECISIONS ON HELD DISBURSEMENTS
      *  (R = RELEASE FOR PAYMENT, X = REJECT); NO FILE MEANS NO
      *  DECISIONS TONIGHT
      *------------------------*
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           05  RL-DISB-ID             PIC X(18).
           05  RL-ACTION              PIC X(01).
               88  RL-RELEASE                   VALUE 'R'.
               88  RL-REJECT                    VALUE 'X'.
           05  RL-SUPERVISOR-ID       PIC X(08).
           05  FILLER                 PIC X(13).

      *------------------------*
      *  DISBURSEMENT-REGISTER - EVERY REFUND TOUCHED TONIGHT
      *------------------------*
       FD  DISBURSEMENT-REGISTER
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

      *------------------------*
      *  REFUND-PAYMENT-FILE - ONE RECORD PER DISBURSEMENT TO PAY,
      *  FOR THE CHECK PRINT / ACH ORIGINATION LOAD
      *------------------------*
       FD  REFUND-PAYMENT-FILE
           RECORDING MODE IS F.
       01  REFUND-PAYMENT-RECORD.
           05  RP-DISB-ID             PIC X(18).
           05  RP-POLICY-NUM          PIC X(20).
           05  RP-PAYEE-NAME          PIC X(60).
           05  RP-PAY-METHOD          PIC X(5).
           05  RP-AMOUNT              PIC S9(9)V99 COMP-3.
           05  RP-SOURCE-TYPE         PIC X(10).
           05  RP-ORIG-PAYMENT-REF    PIC X(20).
           05  RP-ISSUE-DATE          PIC X(10).

       WORKING-STORAGE SECTION.

      *------------------------*
      *  DB2 Control           *
      *------------------------*
       01  WS-RETCODE                 PIC S9(09) COMP-4 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *------------------------*
      *  CONFIGURATION         *
      *------------------------*
       78  DISB-APPROVAL-THRESHOLD    VALUE 1000.

      *------------------------*
      *  CURSOR HOST VARIABLES *
      *------------------------*
       01  HV-DISB-ID                 PIC X(18).
       01  HV-POLICY-NUM              PIC X(20).
       01  HV-CUST-NAME               PIC X(60).
       01  HV-SOURCE-TYPE             PIC X(10).
       01  HV-SOURCE-REF              PIC X(20).
       01  HV-SOURCE-TS               PIC X(26).
       01  HV-GROSS-AMT               PIC S9(9)V99 COMP-3.
       01  HV-NETTED-AMT              PIC S9(9)V99 COMP-3.
       01  HV-PAY-AMT                 PIC S9(9)V99 COMP-3.
       01  HV-PAY-METHOD              PIC X(5).
       01  HV-DISB-STATUS             PIC X(10).
       01  HV-SUPERVISOR-ID           PIC X(08).
       01  HV-INV-ID                  PIC X(18).
       01  HV-INV-AMOUNT-DUE          PIC 9(9)V99.
       01  HV-INV-AMOUNT-PAID         PIC 9(9)V99.

      *------------------------*
      *  NETTING WORK FIELDS   *
      *------------------------*
       01  WS-NET-REMAINING           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-INV-OPEN-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RELEASE-RESULT          PIC X(08) VALUE SPACES.

      *------------------------*
      *  SWITCHES              *
      *------------------------*
       01  WS-RELEASE-EOF             PIC X(01) VALUE 'N'.
           88  END-OF-RELEASES                  VALUE 'Y'.
       01  WS-SOURCE-EOF              PIC X(01) VALUE 'N'.
           88  END-OF-SOURCES                   VALUE 'Y'.
       01  WS-INV-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-OPEN-INVOICES             VALUE 'Y'.
       01  WS-DISB-FOUND              PIC X(01) VALUE 'N'.
           88  DISB-WAS-FOUND                   VALUE 'Y'.

      *------------------------*
      *  REPORT CONTROL FIELDS *
      *------------------------*
       01  WS-PAGE-NUM                PIC 9(04) COMP VALUE 1.
       01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-MAX-LINES-PER-PAGE      PIC 9(03) VALUE 55.
       01  WS-SOURCE-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-ISSUED-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-HELD-COUNT              PIC 9(07) COMP VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-ISSUED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HELD-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NETTED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
       01  WS-ISSUE-DATE              PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE 'RPT-DSB01'.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(45)
                   VALUE 'REFUND AND UNAPPLIED-CREDIT DISBURSEMENTS'.
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
           05  FILLER                 PIC X(20)
                   VALUE 'APPROVAL THRESHOLD: '.
           05  H2-THRESHOLD           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-REPORT-HEADER-3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  H3-SECTION-TITLE       PIC X(60) VALUE SPACES.
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-REPORT-HEADER-4.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(19)
                   VALUE 'DISBURSEMENT REF'.
           05  FILLER                 PIC X(21) VALUE 'POLICY NUM'.
           05  FILLER                 PIC X(13) VALUE 'SOURCE'.
           05  FILLER                 PIC X(21) VALUE 'SOURCE REF'.
           05  FILLER                 PIC X(14) VALUE '        GROSS'.
           05  FILLER                 PIC X(14) VALUE '  NETTED TO AR'.
           05  FILLER                 PIC X(14) VALUE '      PAYABLE'.
           05  FILLER                 PIC X(06) VALUE 'METH'.
           05  FILLER                 PIC X(08) VALUE 'STATUS'.
           05  FILLER                 PIC X(01) VALUE SPACE.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-DISB-ID              PIC X(18).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-POLICY-NUM           PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-SOURCE               PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-SOURCE-REF           PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-GROSS                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-NETTED               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-PAYABLE              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-PAY-METHOD           PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  D-STATUS               PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.

       01  WS-REPORT-TRAILER-LINE-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'SOURCES: '.
           05  T-SOURCE-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'APPLIED: '.
           05  T-APPLIED-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'RELEASED: '.
           05  T-RELEASED-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'REJECTED: '.
           05  T-REJECTED-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'EXCEPTIONS: '.
           05  T-EXCEPTION-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-REPORT-TRAILER-LINE-2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'ISSUED: '.
           05  T-ISSUED-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  T-ISSUED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'HELD: '.
           05  T-HELD-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  T-HELD-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'NETTED TO INVOICES'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  T-NETTED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------------*
      *  0000-MAINLINE         *
      *------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RELEASES
           PERFORM 3000-PROCESS-NEW-SOURCES
           PERFORM 8000-FINALIZE
           STOP RUN.

      *------------------------*
      *  1000-INITIALIZE       *
      *------------------------*
       1000-INITIALIZE.
           OPEN INPUT  RELEASE-FILE
           OPEN OUTPUT DISBURSEMENT-REGISTER
           OPEN OUTPUT REFUND-PAYMENT-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ISSUE-DATE
           STRING WS-CURR-YYYY, '-', WS-CURR-MM, '-', WS-CURR-DD
               DELIMITED BY SIZE INTO WS-ISSUE-DATE
           END-STRING
           MOVE 'SUPERVISOR RELEASE DECISIONS' TO H3-SECTION-TITLE
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
           MOVE DISB-APPROVAL-THRESHOLD TO H2-THRESHOLD
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
      *  2000-APPLY RELEASES   *
      *  Supervisor decisions go first so a disbursement released   *
      *  today is on tonight's payment file.                        *
      *------------------------*
       2000-APPLY-RELEASES.
           PERFORM 2100-READ-RELEASE
           PERFORM 2200-APPLY-ONE-RELEASE
               UNTIL END-OF-RELEASES
           .

       2100-READ-RELEASE.
           READ RELEASE-FILE
               AT END
                  MOVE 'Y' TO WS-RELEASE-EOF
           END-READ
           .

      *------------------------*
      *  2200-APPLY ONE RELEASE (DB2) *
      *  Only a HELD disbursement can be released or rejected, and  *
      *  only by a named supervisor. The status guard on the UPDATE *
      *  keeps a decision from landing twice.                       *
      *------------------------*
       2200-APPLY-ONE-RELEASE.
           MOVE SPACES TO WS-RELEASE-RESULT
           MOVE RL-DISB-ID       TO HV-DISB-ID
           MOVE RL-SUPERVISOR-ID TO HV-SUPERVISOR-ID
           PERFORM 2300-GET-DISBURSEMENT

           IF NOT DISB-WAS-FOUND
              MOVE 'NOT FND'  TO WS-RELEASE-RESULT
           ELSE
              IF HV-DISB-STATUS NOT = 'HELD'
                 MOVE 'NOT HELD' TO WS-RELEASE-RESULT
              ELSE
                 IF RL-SUPERVISOR-ID = SPACES
                    MOVE 'NO SUPV'  TO WS-RELEASE-RESULT
                 ELSE
                    IF NOT RL-RELEASE AND NOT RL-REJECT
                       MOVE 'BAD ACT'  TO WS-RELEASE-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-RELEASE-RESULT = SPACES
              IF RL-RELEASE
                 MOVE 'ISSUED'   TO HV-DISB-STATUS
              ELSE
                 MOVE 'REJECTED' TO HV-DISB-STATUS
              END-IF
              EXEC SQL
                UPDATE DISBURSEMENTS
                   SET STATUS      = :HV-DISB-STATUS,
                       STATUS_TS   = CURRENT TIMESTAMP,
                       RELEASED_BY = :HV-SUPERVISOR-ID
                 WHERE DISB_ID = :HV-DISB-ID
                   AND STATUS  = 'HELD'
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'NOT HELD' TO WS-RELEASE-RESULT
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '*** DISBURSEMENTS RELEASE FAILED - SQLCODE: '
                         SQLCODE ' DISB: ' HV-DISB-ID
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF

           IF WS-RELEASE-RESULT = SPACES
              MOVE HV-DISB-STATUS TO WS-RELEASE-RESULT
              IF RL-RELEASE
                 PERFORM 3700-WRITE-PAYMENT-RECORD
                 ADD 1 TO WS-RELEASED-COUNT
                 ADD 1 TO WS-ISSUED-COUNT
                 ADD HV-PAY-AMT TO WS-ISSUED-TOTAL
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           MOVE WS-RELEASE-RESULT TO D-STATUS
           PERFORM 2600-WRITE-DETAIL-LINE
           PERFORM 2100-READ-RELEASE
           .

      *------------------------*
      *  2300-GET DISBURSEMENT (DB2) *
      *------------------------*
       2300-GET-DISBURSEMENT.
           MOVE 'N' TO WS-DISB-FOUND
           MOVE SPACES TO HV-POLICY-NUM HV-SOURCE-TYPE HV-SOURCE-REF
                          HV-PAY-METHOD HV-DISB-STATUS HV-CUST-NAME
           MOVE 0 TO HV-GROSS-AMT HV-NETTED-AMT HV-PAY-AMT
           EXEC SQL
             SELECT D.POLICY_NUM, D.SOURCE_TYPE,
                    VALUE(D.SOURCE_REF, ' '),
                    D.GROSS_AMT, D.NETTED_AMT, D.PAY_AMT, D.PAY_METHOD,
                    D.STATUS, P.CUST_NAME
               INTO :HV-POLICY-NUM, :HV-SOURCE-TYPE, :HV-SOURCE-REF,
                    :HV-GROSS-AMT, :HV-NETTED-AMT, :HV-PAY-AMT,
                    :HV-PAY-METHOD, :HV-DISB-STATUS, :HV-CUST-NAME
               FROM DISBURSEMENTS D, POLICIES P
              WHERE D.DISB_ID    = :HV-DISB-ID
                AND P.POLICY_NUM = D.POLICY_NUM
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-DISB-FOUND
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '*** DISBURSEMENTS SELECT FAILED - SQLCODE: '
                      SQLCODE ' DISB: ' HV-DISB-ID
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  2600-WRITE DETAIL     *
      *  The caller has moved D-STATUS.                             *
      *------------------------*
       2600-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              PERFORM 1500-WRITE-REPORT-HEADERS
           END-IF
           MOVE HV-DISB-ID        TO D-DISB-ID
           MOVE HV-POLICY-NUM     TO D-POLICY-NUM
           IF HV-SOURCE-TYPE = 'CANCEL'
              MOVE 'CANCELLATION' TO D-SOURCE
           ELSE
              IF HV-SOURCE-TYPE = 'OVERPAY'
                 MOVE 'OVERPAYMENT' TO D-SOURCE
              ELSE
                 MOVE SPACES        TO D-SOURCE
              END-IF
           END-IF
           MOVE HV-SOURCE-REF     TO D-SOURCE-REF
           MOVE HV-GROSS-AMT      TO D-GROSS
           MOVE HV-NETTED-AMT     TO D-NETTED
           MOVE HV-PAY-AMT        TO D-PAYABLE
           MOVE HV-PAY-METHOD     TO D-PAY-METHOD
           WRITE RPT-RECORD FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *------------------------*
      *  3000-PROCESS NEW SOURCES (DB2) *
      *  Cancellation refunds and unapplied receipt credits with no *
      *  DISBURSEMENTS row yet, policy by policy in time order so   *
      *  an earlier credit takes the oldest invoice first.          *
      *------------------------*
       3000-PROCESS-NEW-SOURCES.
           MOVE 'NEW DISBURSEMENTS' TO H3-SECTION-TITLE
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

           EXEC SQL
             DECLARE DSBSRC-CSR CURSOR FOR
               SELECT 'CANCEL', E.POLICY_NUM,
                      CHAR(DATE(E.CREATED_TS), ISO),
                      CHAR(E.CREATED_TS), E.PRORATA_AMT, P.CUST_NAME
                 FROM ENDORSEMENTS E, POLICIES P
                WHERE P.POLICY_NUM  = E.POLICY_NUM
                  AND E.CHANGE_TYPE = 'CANCEL'
                  AND E.PRORATA_AMT > 0
                  AND NOT EXISTS
                      (SELECT 1 FROM DISBURSEMENTS D
                        WHERE D.POLICY_NUM  = E.POLICY_NUM
                          AND D.SOURCE_TYPE = 'CANCEL'
                          AND D.SOURCE_TS   = E.CREATED_TS)
               UNION ALL
               SELECT 'OVERPAY', R.POLICY_NUM, R.PAYMENT_REF,
                      CHAR(R.RECEIVED_TS), R.UNAPPLIED_AMT, P.CUST_NAME
                 FROM PREM_PAYMENTS R, POLICIES P
                WHERE P.POLICY_NUM    = R.POLICY_NUM
                  AND R.UNAPPLIED_AMT > 0
                  AND NOT EXISTS
                      (SELECT 1 FROM DISBURSEMENTS D
                        WHERE D.POLICY_NUM  = R.POLICY_NUM
                          AND D.SOURCE_TYPE = 'OVERPAY'
                          AND D.SOURCE_TS   = R.RECEIVED_TS)
                ORDER BY 2, 4
           END-EXEC

           EXEC SQL
             OPEN DSBSRC-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** DSBSRC-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           PERFORM 3100-FETCH-SOURCE-ROW
           PERFORM 3200-DISBURSE-ONE-SOURCE
               UNTIL END-OF-SOURCES

           EXEC SQL
             CLOSE DSBSRC-CSR
           END-EXEC
           .

      *------------------------*
      *  3100-FETCH ONE ROW    *
      *------------------------*
       3100-FETCH-SOURCE-ROW.
           EXEC SQL
             FETCH DSBSRC-CSR
               INTO :HV-SOURCE-TYPE, :HV-POLICY-NUM, :HV-SOURCE-REF,
                    :HV-SOURCE-TS, :HV-GROSS-AMT, :HV-CUST-NAME
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-SOURCE-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** DSBSRC-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE DSBSRC-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *------------------------*
      *  3200-DISBURSE ONE SOURCE *
      *  Net, then decide: nothing left is APPLIED, over the        *
      *  threshold is HELD, otherwise ISSUED onto the payment file. *
      *------------------------*
       3200-DISBURSE-ONE-SOURCE.
           ADD 1 TO WS-SOURCE-COUNT
           PERFORM 3300-GET-DISBURSEMENT-ID

           MOVE HV-GROSS-AMT TO WS-NET-REMAINING
           MOVE 0            TO HV-NETTED-AMT
           PERFORM 3400-NET-AGAINST-INVOICES
           MOVE WS-NET-REMAINING TO HV-PAY-AMT
           ADD HV-NETTED-AMT TO WS-NETTED-TOTAL

           IF HV-SOURCE-TYPE = 'OVERPAY'
              MOVE 'ACH'   TO HV-PAY-METHOD
           ELSE
              MOVE 'CHECK' TO HV-PAY-METHOD
           END-IF

           IF HV-PAY-AMT = 0
              MOVE 'APPLIED' TO HV-DISB-STATUS
              MOVE SPACES    TO HV-PAY-METHOD
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              IF HV-PAY-AMT > DISB-APPROVAL-THRESHOLD
                 MOVE 'HELD'   TO HV-DISB-STATUS
                 ADD 1 TO WS-HELD-COUNT
                 ADD HV-PAY-AMT TO WS-HELD-TOTAL
              ELSE
                 MOVE 'ISSUED' TO HV-DISB-STATUS
                 ADD 1 TO WS-ISSUED-COUNT
                 ADD HV-PAY-AMT TO WS-ISSUED-TOTAL
              END-IF
           END-IF

           PERFORM 3600-INSERT-DISBURSEMENT
           IF HV-DISB-STATUS = 'ISSUED'
              PERFORM 3700-WRITE-PAYMENT-RECORD
           END-IF

           MOVE HV-DISB-STATUS TO D-STATUS
           PERFORM 2600-WRITE-DETAIL-LINE
           PERFORM 3100-FETCH-SOURCE-ROW
           .

      *------------------------*
      *  3300-GET DISBURSEMENT ID (DB2) *
      *------------------------*
       3300-GET-DISBURSEMENT-ID.
           EXEC SQL
             SELECT NEXT VALUE FOR DISB_SEQ
               INTO :HV-DISB-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** DISB_SEQ FAILED - SQLCODE: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE DSBSRC-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  3400-NET AGAINST INVOICES (DB2) *
      *  Same open-invoice list and settlement rules as PAYPOST:    *
      *  LAPSED invoices are still owed, fully settled ones go to   *
      *  PAID, a part-settled one to PARTIAL.                       *
      *------------------------*
       3400-NET-AGAINST-INVOICES.
           EXEC SQL
             DECLARE DSBINV-CSR CURSOR FOR
               SELECT INVOICE_ID, AMOUNT_DUE, AMOUNT_PAID
                 FROM INVOICES
                WHERE POLICY_NUM = :HV-POLICY-NUM
                  AND STATUS IN ('OPEN', 'PARTIAL', 'NOTICE',
                                 'LAPSED')
                ORDER BY DUE_DATE, INVOICE_ID
           END-EXEC

           EXEC SQL
             OPEN DSBINV-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** DSBINV-CSR OPEN FAILED - SQLCODE: '
                      SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE DSBSRC-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF

           MOVE 'N' TO WS-INV-EOF
           PERFORM 3410-FETCH-OPEN-INVOICE
           PERFORM 3420-NET-ONE-INVOICE
               UNTIL END-OF-OPEN-INVOICES
                  OR WS-NET-REMAINING = 0

           EXEC SQL
             CLOSE DSBINV-CSR
           END-EXEC
           .

       3410-FETCH-OPEN-INVOICE.
           EXEC SQL
             FETCH DSBINV-CSR
               INTO :HV-INV-ID, :HV-INV-AMOUNT-DUE,
                    :HV-INV-AMOUNT-PAID
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-INV-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY '*** DSBINV-CSR FETCH FAILED - SQLCODE: '
                         SQLCODE ' POLICY: ' HV-POLICY-NUM
                 MOVE 16 TO RETURN-CODE
                 EXEC SQL
                   CLOSE DSBINV-CSR
                 END-EXEC
                 EXEC SQL
                   CLOSE DSBSRC-CSR
                 END-EXEC
                 PERFORM 8200-CLOSE-FILES
                 STOP RUN
              END-IF
           END-IF
           .

      *    The status guard skips an invoice PAYPOST settled since
      *    the fetch (SQLCODE 100 - nothing netted against it).
       3420-NET-ONE-INVOICE.
           COMPUTE WS-INV-OPEN-AMT =
                   HV-INV-AMOUNT-DUE - HV-INV-AMOUNT-PAID
           IF WS-NET-REMAINING >= WS-INV-OPEN-AMT
              EXEC SQL
                UPDATE INVOICES
                   SET AMOUNT_PAID = AMOUNT_DUE,
                       STATUS      = 'PAID'
                 WHERE INVOICE_ID  = :HV-INV-ID
                   AND AMOUNT_PAID = :HV-INV-AMOUNT-PAID
                   AND STATUS IN ('OPEN', 'PARTIAL', 'NOTICE',
                                  'LAPSED')
              END-EXEC
              IF SQLCODE = 0
                 SUBTRACT WS-INV-OPEN-AMT FROM WS-NET-REMAINING
                 ADD WS-INV-OPEN-AMT TO HV-NETTED-AMT
              END-IF
           ELSE
              EXEC SQL
                UPDATE INVOICES
                   SET AMOUNT_PAID = AMOUNT_PAID + :WS-NET-REMAINING,
                       STATUS      = 'PARTIAL'
                 WHERE INVOICE_ID  = :HV-INV-ID
                   AND AMOUNT_PAID = :HV-INV-AMOUNT-PAID
                   AND STATUS IN ('OPEN', 'PARTIAL', 'NOTICE',
                                  'LAPSED')
              END-EXEC
              IF SQLCODE = 0
                 ADD WS-NET-REMAINING TO HV-NETTED-AMT
                 MOVE 0 TO WS-NET-REMAINING
              END-IF
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '*** INVOICES NETTING UPDATE FAILED - SQLCODE: '
                      SQLCODE ' INVOICE: ' HV-INV-ID
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE DSBINV-CSR
              END-EXEC
              EXEC SQL
                CLOSE DSBSRC-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           PERFORM 3410-FETCH-OPEN-INVOICE
           .

      *------------------------*
      *  3600-INSERT DISBURSEMENT (DB2) *
      *  The row is the call center's view and the marker that     *
      *  this source has been disbursed.                            *
      *------------------------*
       3600-INSERT-DISBURSEMENT.
           EXEC SQL
             INSERT INTO DISBURSEMENTS
               (DISB_ID, POLICY_NUM, SOURCE_TYPE, SOURCE_REF,
                SOURCE_TS, GROSS_AMT, NETTED_AMT, PAY_AMT,
                PAY_METHOD, STATUS, CREATED_TS, STATUS_TS,
                RELEASED_BY)
             VALUES
               (:HV-DISB-ID, :HV-POLICY-NUM, :HV-SOURCE-TYPE,
                :HV-SOURCE-REF, TIMESTAMP(:HV-SOURCE-TS),
                :HV-GROSS-AMT, :HV-NETTED-AMT, :HV-PAY-AMT,
                :HV-PAY-METHOD, :HV-DISB-STATUS,
                CURRENT TIMESTAMP, CURRENT TIMESTAMP, ' ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '*** DISBURSEMENTS INSERT FAILED - SQLCODE: '
                      SQLCODE ' POLICY: ' HV-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE DSBSRC-CSR
              END-EXEC
              PERFORM 8200-CLOSE-FILES
              STOP RUN
           END-IF
           .

      *------------------------*
      *  3700-WRITE PAYMENT    *
      *  An overpayment carries its receipt reference so the ACH    *
      *  return goes back where the money came from.                *
      *------------------------*
       3700-WRITE-PAYMENT-RECORD.
           MOVE HV-DISB-ID      TO RP-DISB-ID
           MOVE HV-POLICY-NUM   TO RP-POLICY-NUM
           MOVE HV-CUST-NAME    TO RP-PAYEE-NAME
           MOVE HV-PAY-METHOD   TO RP-PAY-METHOD
           MOVE HV-PAY-AMT      TO RP-AMOUNT
           MOVE HV-SOURCE-TYPE  TO RP-SOURCE-TYPE
           IF HV-SOURCE-TYPE = 'OVERPAY'
              MOVE HV-SOURCE-REF TO RP-ORIG-PAYMENT-REF
           ELSE
              MOVE SPACES        TO RP-ORIG-PAYMENT-REF
           END-IF
           MOVE WS-ISSUE-DATE   TO RP-ISSUE-DATE
           WRITE REFUND-PAYMENT-RECORD
           .

      *------------------------*
      *  8000-FINALIZE         *
      *------------------------*
       8000-FINALIZE.
           MOVE WS-SOURCE-COUNT    TO T-SOURCE-COUNT
           MOVE WS-APPLIED-COUNT   TO T-APPLIED-COUNT
           MOVE WS-RELEASED-COUNT  TO T-RELEASED-COUNT
           MOVE WS-REJECTED-COUNT  TO T-REJECTED-COUNT
           MOVE WS-EXCEPTION-COUNT TO T-EXCEPTION-COUNT
           MOVE WS-ISSUED-COUNT    TO T-ISSUED-COUNT
           MOVE WS-ISSUED-TOTAL    TO T-ISSUED-TOTAL
           MOVE WS-HELD-COUNT      TO T-HELD-COUNT
           MOVE WS-HELD-TOTAL      TO T-HELD-TOTAL
           MOVE WS-NETTED-TOTAL    TO T-NETTED-TOTAL
           WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE RPT-RECORD FROM WS-REPORT-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE
           IF WS-EXCEPTION-COUNT > 0
              DISPLAY 'POLR007: RELEASE EXCEPTIONS - SEE RPTDSB.PRT'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8200-CLOSE-FILES
           .

       8200-CLOSE-FILES.
           CLOSE RELEASE-FILE
           CLOSE DISBURSEMENT-REGISTER
           CLOSE REFUND-PAYMENT-FILE
           .

       END PROGRAM POLR007.
