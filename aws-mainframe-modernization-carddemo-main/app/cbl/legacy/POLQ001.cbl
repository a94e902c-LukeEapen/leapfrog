       01  HV-INV-AMOUNT-DUE          PIC 9(9)V99.
       01  HV-INV-AMOUNT-PAID         PIC 9(9)V99.
       01  HV-PP-REF                  PIC X(20).
       01  HV-PP-RECEIVED-TS          PIC X(26).  *> this receipt's key
       01  WS-INV-OPEN-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-PAY-REMAINING           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-PAY-APPLIED             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-INV-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-OPEN-INVOICES             VALUE 'Y'.

      *------------------------*
      *  Disbursement Status Inquiry  *
      *  (call-center lookup of the refunds POLR007 has raised   *
      *   on a policy, newest first)                              *
      *------------------------*
       01  DISB-INQUIRY-REQ.
           05 DI-CORRELATION-ID       PIC X(36).
           05 DI-POLICY-NUM           PIC X(20).

       78  MAX-DISB-INQUIRY-ROWS      VALUE 10.  *> keep equal to FETCH FIRST in DISBINQ-CSR
       01  HV-D-DISB-ID               PIC X(18).
       01  HV-D-SOURCE-TYPE           PIC X(10).  *> CANCEL | OVERPAY
       01  HV-D-SOURCE-REF            PIC X(20).
       01  HV-D-GROSS-AMT             PIC 9(9)V99.
       01  HV-D-NETTED-AMT            PIC 9(9)V99.
       01  HV-D-PAY-AMT               PIC 9(9)V99.
       01  HV-D-PAY-METHOD            PIC X(5).   *> CHECK | ACH
       01  HV-D-STATUS                PIC X(10).
       01  HV-D-STATUS-DATE           PIC X(10).
       01  WS-DISB-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-RSP-PTR                 PIC S9(9) COMP VALUE 1.
       01  WS-DISB-EOF                PIC X(01) VALUE 'N'.
           88  END-OF-DISBURSEMENTS             VALUE 'Y'.

      *------------------------*
      *  Application Screening *
      *  (duplicate application / VIN conflict checks between    *
      *   risk assessment and issuance; any hit routes the quote  *
      *   to PENDING_UNDERWRITING and is logged on SCREENING_HITS *
      *   for the daily exception report, POLR009)                *
      *------------------------*
       78  SCREEN-DECLINE-LOOKBACK-DAYS VALUE 180.
       78  SCREEN-VELOCITY-DAYS       VALUE 30.
       78  SCREEN-VELOCITY-MAX        VALUE 3.   *> prior quotes allowed
       01  HV-SCR-DAYS                PIC S9(9) COMP-3.
       01  HV-SCR-MATCH-COUNT         PIC S9(9) COMP-3.
       01  HV-SCR-MATCH-REF           PIC X(20).
       01  HV-SCR-HIT-TYPE            PIC X(10).
       01  WS-SCR-HIT-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-SCR-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-SCR-HITS.
           05 WS-SCR-HIT              OCCURS 3 TIMES.
              10 WS-SCR-HIT-TYPE      PIC X(10).  *> VINCONFLCT|PRIORDECLN|VELOCITY
              10 WS-SCR-HIT-REF       PIC X(20).
              10 WS-SCR-HIT-MATCHES   PIC S9(9) COMP-3.

      *------------------------*
      *  Claim Intake (FNOL)   *
      *  (claim intake: coverage is verified as of the loss date   *
      *   from POLICIES, ENDORSEMENTS and INVOICES before a claim  *
      *   is opened; the initial reserve is the estimate, capped   *
      *   at what the policy can pay - COV_LIMIT less DEDUCTIBLE)  *
      *------------------------*
       01  FNOL-REQ.
           05 FN-CORRELATION-ID       PIC X(36).
           05 FN-CHANNEL              PIC X(10).
           05 FN-POLICY-NUM           PIC X(20).
           05 FN-LOSS-DATE            PIC X(10).  *> YYYY-MM-DD
           05 FN-LOSS-TYPE            PIC X(12).  *> COLLISION|THEFT|FIRE...
           05 FN-EST-AMOUNT           PIC 9(9)V99.
           05 FN-VIN                  PIC X(17).  *> AUTO only
           05 FN-CONTACT-EMAIL        PIC X(80).

       01  HV-C-CLAIM-NUM             PIC X(18).
       01  HV-C-POLICY-STATUS         PIC X(10).
       01  HV-C-LOSS-DAYS             PIC S9(9) COMP-3.
       01  HV-C-START-DAYS            PIC S9(9) COMP-3.
       01  HV-C-END-DAYS              PIC S9(9) COMP-3.
       01  HV-C-TODAY-DAYS            PIC S9(9) COMP-3.
       01  HV-C-CANCEL-DAYS           PIC S9(9) COMP-3.
       01  HV-C-LAPSE-DAYS            PIC S9(9) COMP-3.
       01  HV-C-RESERVE-AMT           PIC 9(9)V99.
       01  WS-CLAIM-MAX-RESERVE       PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-DENIAL            PIC X(10) VALUE SPACES.
           88  CLAIM-IS-COVERED                 VALUE SPACES.
       01  WS-CLAIM-DENIAL-MSG        PIC X(60) VALUE SPACES.

      *------------------------*
      *  Quote Status Inquiry  *
      *  (call-center lookup by quote id or correlation id)      *
           05 DE-DOC-TYPE             PIC X(20) VALUE 'POLICY_ISSUE'.
           05 DE-DELIVERY-CHANNEL     PIC X(10).  *> EMAIL/PORTAL
           05 DE-CUSTOMER-EMAIL       PIC X(80).
           05 DE-CLAIM-NUMBER         PIC X(18) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHEIBLK.

           PERFORM ENRICH-WITH-THIRD-PARTY
           PERFORM RISK-ASSESSMENT
           PERFORM SCREEN-APPLICATION
           PERFORM RETRIEVE-RATES
           PERFORM CALCULATE-PREMIUM

           IF UW-NEEDED = 'Y'
              PERFORM PERSIST-QUOTE-PENDING-UW
              IF WS-SCR-HIT-COUNT > 0
                 PERFORM RECORD-SCREENING-HITS
              END-IF
              PERFORM BUILD-PENDING-UW-RESPONSE
           ELSE
              MOVE SPACES TO QUOTE-ID
           END-IF
           .

      *------------------------*
      *  APPLICATION SCREENING (DB2) *
      *  Three checks, all run so every hit is logged:            *
      *    VINCONFLCT  the vehicle is already on an ACTIVE policy *
      *    PRIORDECLN  same name and DOB were DECLINED within     *
      *                SCREEN-DECLINE-LOOKBACK-DAYS               *
      *    VELOCITY    same name and DOB already quoted more than *
      *                SCREEN-VELOCITY-MAX times within           *
      *                SCREEN-VELOCITY-DAYS (quotes plus policies *
      *                issued straight through, which leave no    *
      *                QUOTES row; renewal offers do not count)   *
      *  A hit sends the application to underwriting with the     *
      *  first hit's code as the reason - it outranks a RISK or   *
      *  DRIVING referral, which the underwriter re-scores anyway.*
      *------------------------*
       SCREEN-APPLICATION.
           MOVE 0 TO WS-SCR-HIT-COUNT
           INITIALIZE WS-SCR-HITS

           IF REQ-RISK-INPUTS::REQ-VIN NOT = SPACES
              PERFORM SCREEN-VIN-CONFLICT
           END-IF
           IF REQ-APPLICANT::REQ-DOB NOT = SPACES
              PERFORM SCREEN-PRIOR-DECLINE
              PERFORM SCREEN-QUOTE-VELOCITY
           END-IF

           IF WS-SCR-HIT-COUNT > 0
              MOVE 'Y' TO UW-NEEDED
              MOVE WS-SCR-HIT-TYPE(1) TO UW-REASON-CODE
           END-IF
           .

       SCREEN-VIN-CONFLICT.
           EXEC SQL
             SELECT COUNT(*), VALUE(MIN(POLICY_NUM), ' ')
               INTO :HV-SCR-MATCH-COUNT, :HV-SCR-MATCH-REF
               FROM POLICIES
              WHERE VIN    = :REQ-RISK-INPUTS::REQ-VIN
                AND STATUS = 'ACTIVE'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           IF HV-SCR-MATCH-COUNT > 0
              MOVE 'VINCONFLCT' TO HV-SCR-HIT-TYPE
              PERFORM ADD-SCREENING-HIT
           END-IF
           .

       SCREEN-PRIOR-DECLINE.
           MOVE SCREEN-DECLINE-LOOKBACK-DAYS TO HV-SCR-DAYS
           EXEC SQL
             SELECT COUNT(*), VALUE(MAX(QUOTE_ID), ' ')
               INTO :HV-SCR-MATCH-COUNT, :HV-SCR-MATCH-REF
               FROM QUOTES
              WHERE STATUS = 'DECLINED'
                AND UPPER(CUST_NAME) = UPPER(:REQ-APPLICANT::REQ-NAME)
                AND DOB = :REQ-APPLICANT::REQ-DOB
                AND CREATED_TS >= CURRENT TIMESTAMP - :HV-SCR-DAYS DAYS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           IF HV-SCR-MATCH-COUNT > 0
              MOVE 'PRIORDECLN' TO HV-SCR-HIT-TYPE
              PERFORM ADD-SCREENING-HIT
           END-IF
           .

       SCREEN-QUOTE-VELOCITY.
           MOVE SCREEN-VELOCITY-DAYS TO HV-SCR-DAYS
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM QUOTES
                      WHERE UPPER(CUST_NAME) =
                            UPPER(:REQ-APPLICANT::REQ-NAME)
                        AND DOB = :REQ-APPLICANT::REQ-DOB
                        AND STATUS <> 'RENEWAL_OFFER'
                        AND CREATED_TS >=
                            CURRENT TIMESTAMP - :HV-SCR-DAYS DAYS)
                  + (SELECT COUNT(*)
                       FROM POLICIES
                      WHERE UPPER(CUST_NAME) =
                            UPPER(:REQ-APPLICANT::REQ-NAME)
                        AND DOB = :REQ-APPLICANT::REQ-DOB
                        AND VALUE(QUOTE_ID, ' ') = ' '
                        AND CREATED_TS >=
                            CURRENT TIMESTAMP - :HV-SCR-DAYS DAYS)
               INTO :HV-SCR-MATCH-COUNT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           IF HV-SCR-MATCH-COUNT > SCREEN-VELOCITY-MAX
              MOVE 'VELOCITY' TO HV-SCR-HIT-TYPE
              MOVE SPACES     TO HV-SCR-MATCH-REF
              PERFORM ADD-SCREENING-HIT
           END-IF
           .

       ADD-SCREENING-HIT.
           ADD 1 TO WS-SCR-HIT-COUNT
           MOVE HV-SCR-HIT-TYPE    TO WS-SCR-HIT-TYPE(WS-SCR-HIT-COUNT)
           MOVE HV-SCR-MATCH-REF   TO WS-SCR-HIT-REF(WS-SCR-HIT-COUNT)
           MOVE HV-SCR-MATCH-COUNT TO
                WS-SCR-HIT-MATCHES(WS-SCR-HIT-COUNT)
           .

      *------------------------*
      *  RATE RETRIEVAL (DB2)  *
      *------------------------*
           END-EXEC
           .

      *------------------------*
      *  RECORD SCREENING HITS (DB2) *
      *  One row per hit against the pending quote; UWDECISION    *
      *  records how each was resolved.                           *
      *------------------------*
       RECORD-SCREENING-HITS.
           PERFORM RECORD-ONE-SCREENING-HIT
               VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > WS-SCR-HIT-COUNT
           .

       RECORD-ONE-SCREENING-HIT.
           MOVE WS-SCR-HIT-TYPE(WS-SCR-SUB)    TO HV-SCR-HIT-TYPE
           MOVE WS-SCR-HIT-REF(WS-SCR-SUB)     TO HV-SCR-MATCH-REF
           MOVE WS-SCR-HIT-MATCHES(WS-SCR-SUB) TO HV-SCR-MATCH-COUNT
           EXEC SQL
             INSERT INTO SCREENING_HITS
                (QUOTE_ID, HIT_TYPE, CORRELATION_ID, PRODUCT, STATE,
                 CUST_NAME, MATCHED_REF, MATCH_COUNT, RESOLUTION,
                 CREATED_TS)
             VALUES
                (:HV-QUOTE-ID, :HV-SCR-HIT-TYPE, :REQ-CORRELATION-ID,
                 :REQ-PRODUCT, :HV-STATE, :REQ-APPLICANT::REQ-NAME,
                 :HV-SCR-MATCH-REF, :HV-SCR-MATCH-COUNT, 'PENDING',
                 CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           .

      *------------------------*
      *  ISSUE POLICY (Auto)   *
      *------------------------*
           ELSE
              PERFORM RESUME-DECLINED-QUOTE
           END-IF
           PERFORM RESOLVE-SCREENING-HITS

           PERFORM EMIT-AUDIT
           PERFORM SEND-RESPONSE
           END-IF
           .

      *------------------------*
      *  RESOLVE SCREENING HITS (DB2) *
      *  The underwriter's decision is the resolution of any       *
      *  screening hits on the quote; most quotes have none and    *
      *  the update simply finds no rows.                          *
      *------------------------*
       RESOLVE-SCREENING-HITS.
           EXEC SQL
             UPDATE SCREENING_HITS
                SET RESOLUTION  = :UWD-DECISION,
                    RESOLVED_TS = CURRENT TIMESTAMP
              WHERE QUOTE_ID   = :HV-QUOTE-ID
                AND RESOLUTION = 'PENDING'
           END-EXEC
           IF SQLCODE < 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           .

      *------------------------*
      *  RESUME - APPROVED     *
      *------------------------*
           PERFORM VERIFY-POLICY-FOR-PAYMENT
           PERFORM RECORD-PREMIUM-RECEIPT
           PERFORM APPLY-PAYMENT-TO-INVOICES
           PERFORM RECORD-UNAPPLIED-CREDIT
           PERFORM BUILD-PAYMENT-RESPONSE

      *    The shared audit record reads the REQ fields - populate
      *  RECORD RECEIPT (DB2)  *
      *  Every receipt is recorded as money in before any of it is *
      *  applied, so a failure mid-application never loses cash.   *
      *  RECEIVED_TS comes back so the unapplied credit lands on   *
      *  this receipt and no other.                                *
      *------------------------*
       RECORD-PREMIUM-RECEIPT.
           MOVE PP-PAYMENT-REF TO HV-PP-REF
           EXEC SQL
             SELECT RECEIVED_TS
               INTO :HV-PP-RECEIVED-TS
               FROM FINAL TABLE
                    (INSERT INTO PREM_PAYMENTS
                       (POLICY_NUM, AMOUNT, PAYMENT_REF, RECEIVED_TS)
                     VALUES
                       (:HV-P-POLICY-NUM, :PP-AMOUNT, :HV-PP-REF,
                        CURRENT TIMESTAMP))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
           PERFORM FETCH-OPEN-INVOICE
           .

      *------------------------*
      *  RECORD UNAPPLIED CREDIT (DB2) *
      *  The remainder no open invoice could take is kept on the   *
      *  receipt (UNAPPLIED_AMT); the nightly disbursement batch   *
      *  (POLR007) nets it against later invoices or refunds it.   *
      *------------------------*
       RECORD-UNAPPLIED-CREDIT.
           EXEC SQL
             UPDATE PREM_PAYMENTS
                SET UNAPPLIED_AMT = :WS-PAY-REMAINING
              WHERE POLICY_NUM  = :HV-P-POLICY-NUM
                AND RECEIVED_TS = :HV-PP-RECEIVED-TS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           .

      *------------------------*
      *  BUILD PAYMENT RESPONSE *
      *  unappliedCredit is the remainder after every open invoice *
           COMPUTE WS-RESPONSE-LEN = FUNCTION LENGTH(WS-RESPONSE-JSON)
           .

      *------------------------*
      *  DISBURSEMENT STATUS INQUIRY  *
      *  (call-center "where is my refund?" lookup by policy      *
      *   number; same channel/container pattern as QUOTESTATUS)  *
      *------------------------*
       DISBSTATUS-ENTRY.
       ENTRY 'DISBSTATUS'.
           EXEC CICS
                ASSIGN CHANNEL(WS-CHANNEL)
           END-EXEC

           PERFORM INIT-TIMING
           PERFORM RECEIVE-REQUEST
           PERFORM PARSE-DISB-INQUIRY
              ON EXCEPTION
                 PERFORM BUILD-ERROR-RESPONSE
                 PERFORM SEND-RESPONSE
                 GOBACK
           END-PERFORM

           PERFORM RETRIEVE-DISBURSEMENTS

      *    The shared audit record reads the REQ fields (QUOTESTATUS
      *    precedent).
           MOVE DI-CORRELATION-ID   TO REQ-CORRELATION-ID
           MOVE SPACES              TO REQ-PRODUCT
           MOVE 'INQUIRY'           TO REQ-MODE
           MOVE 'N'                 TO UW-NEEDED
           MOVE SPACES              TO UW-REASON-CODE
           PERFORM EMIT-AUDIT
           PERFORM SEND-RESPONSE
           GOBACK.

      *------------------------*
      *  PARSE DISBURSEMENT INQUIRY  *
      *------------------------*
       PARSE-DISB-INQUIRY.
      *    JSON PARSE leaves unmatched receivers unchanged - start
      *    from a clean request area.
           INITIALIZE DISB-INQUIRY-REQ
           JSON PARSE WS-REQUEST-JSON
                INTO DISB-INQUIRY-REQ
                WITH DETAIL
                ON EXCEPTION
                   MOVE 1 TO JSON-STATUS
                NOT ON EXCEPTION
                   MOVE 0 TO JSON-STATUS
           END-JSON
           IF JSON-STATUS NOT = 0
              RAISE EXCEPTION
           END-IF

           IF DI-POLICY-NUM = SPACES
                RAISE EXCEPTION
           END-IF
           .

      *------------------------*
      *  RETRIEVE DISBURSEMENTS (DB2)  *
      *  The response is built as the rows are fetched: the head, *
      *  one object per disbursement, then the count and status   *
      *  (FOUND, or NONE when nothing has been raised yet).       *
      *------------------------*
       RETRIEVE-DISBURSEMENTS.
           MOVE DI-POLICY-NUM TO HV-P-POLICY-NUM
           MOVE 0             TO WS-DISB-COUNT
           MOVE 'N'           TO WS-DISB-EOF
           MOVE SPACES        TO WS-RESPONSE-JSON
           MOVE 1             TO WS-RSP-PTR

           EXEC SQL
             DECLARE DISBINQ-CSR CURSOR FOR
               SELECT DISB_ID, SOURCE_TYPE, VALUE(SOURCE_REF, ' '),
                      GROSS_AMT, NETTED_AMT, PAY_AMT, PAY_METHOD,
                      STATUS, CHAR(DATE(STATUS_TS), ISO)
                 FROM DISBURSEMENTS
                WHERE POLICY_NUM = :HV-P-POLICY-NUM
                ORDER BY CREATED_TS DESC
                FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
             OPEN DISBINQ-CSR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF

           STRING
             '{'
             '"correlationId":"', DI-CORRELATION-ID, '",'
             '"policyNumber":"', DI-POLICY-NUM, '",'
             '"disbursements":['
             DELIMITED BY SIZE INTO WS-RESPONSE-JSON
             WITH POINTER WS-RSP-PTR
           END-STRING

           PERFORM FETCH-DISBURSEMENT
           PERFORM ADD-DISBURSEMENT-TO-RESPONSE
               UNTIL END-OF-DISBURSEMENTS
                  OR WS-DISB-COUNT >= MAX-DISB-INQUIRY-ROWS

           EXEC SQL
             CLOSE DISBINQ-CSR
           END-EXEC

           PERFORM BUILD-DISB-INQUIRY-RESPONSE
           .

      *------------------------*
      *  FETCH DISBURSEMENT    *
      *------------------------*
       FETCH-DISBURSEMENT.
           EXEC SQL
             FETCH DISBINQ-CSR
               INTO :HV-D-DISB-ID, :HV-D-SOURCE-TYPE, :HV-D-SOURCE-REF,
                    :HV-D-GROSS-AMT, :HV-D-NETTED-AMT, :HV-D-PAY-AMT,
                    :HV-D-PAY-METHOD, :HV-D-STATUS, :HV-D-STATUS-DATE
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-DISB-EOF
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-ABEND-CODE
                 EXEC SQL
                   CLOSE DISBINQ-CSR
                 END-EXEC
                 PERFORM BUILD-ERROR-RESPONSE
                 PERFORM SEND-RESPONSE
                 GOBACK
              END-IF
           END-IF
           .

      *------------------------*
      *  ADD DISBURSEMENT TO RESPONSE  *
      *------------------------*
       ADD-DISBURSEMENT-TO-RESPONSE.
           IF WS-DISB-COUNT > 0
              STRING ',' DELIMITED BY SIZE INTO WS-RESPONSE-JSON
                  WITH POINTER WS-RSP-PTR
              END-STRING
           END-IF
           ADD 1 TO WS-DISB-COUNT
           STRING
             '{'
             '"disbursementId":"', FUNCTION TRIM(HV-D-DISB-ID), '",'
             '"source":"', FUNCTION TRIM(HV-D-SOURCE-TYPE), '",'
             '"sourceRef":"', FUNCTION TRIM(HV-D-SOURCE-REF), '",'
             '"grossAmount":', FUNCTION TRIM(FUNCTION NUMVAL-C(HV-D-GROSS-AMT)), ','
             '"nettedToInvoices":', FUNCTION TRIM(FUNCTION NUMVAL-C(HV-D-NETTED-AMT)), ','
             '"payAmount":', FUNCTION TRIM(FUNCTION NUMVAL-C(HV-D-PAY-AMT)), ','
             '"payMethod":"', FUNCTION TRIM(HV-D-PAY-METHOD), '",'
             '"status":"', FUNCTION TRIM(HV-D-STATUS), '",'
             '"statusDate":"', HV-D-STATUS-DATE, '"'
             '}'
             DELIMITED BY SIZE INTO WS-RESPONSE-JSON
             WITH POINTER WS-RSP-PTR
           END-STRING
           PERFORM FETCH-DISBURSEMENT
           .

      *------------------------*
      *  BUILD DISBURSEMENT INQUIRY RESPONSE  *
      *------------------------*
       BUILD-DISB-INQUIRY-RESPONSE.
           PERFORM STOP-TIMER
           IF WS-DISB-COUNT > 0
              MOVE 'FOUND' TO HV-D-STATUS
           ELSE
              MOVE 'NONE'  TO HV-D-STATUS
           END-IF
           STRING
             '],'
             '"count":', FUNCTION TRIM(FUNCTION NUMVAL-C(WS-DISB-COUNT)), ','
             '"status":"', FUNCTION TRIM(HV-D-STATUS), '",'
             '"slaMs":', FUNCTION TRIM(FUNCTION NUMVAL-C(WS-ELAPSED-MS))
             '}'
             DELIMITED BY SIZE INTO WS-RESPONSE-JSON
             WITH POINTER WS-RSP-PTR
           END-STRING
           COMPUTE WS-RESPONSE-LEN = FUNCTION LENGTH(WS-RESPONSE-JSON)
           .

      *------------------------*
      *  FIRST NOTICE OF LOSS  *
      *  (claim intake: open the claim with its initial reserve, *
      *   or return why the loss is not covered)                 *
      *------------------------*
       FNOL-ENTRY.
       ENTRY 'FNOL'.
           EXEC CICS
                ASSIGN CHANNEL(WS-CHANNEL)
           END-EXEC

           PERFORM INIT-TIMING
           PERFORM RECEIVE-REQUEST
           PERFORM PARSE-FNOL
              ON EXCEPTION
                 PERFORM BUILD-ERROR-RESPONSE
                 PERFORM SEND-RESPONSE
                 GOBACK
           END-PERFORM

           PERFORM VERIFY-COVERAGE-AT-LOSS
           IF CLAIM-IS-COVERED
              PERFORM RECORD-CLAIM
           END-IF
           PERFORM ENQUEUE-CLAIM-ACK
           PERFORM BUILD-FNOL-RESPONSE

      *    The shared audit record reads the REQ fields (QUOTESTATUS
      *    precedent); a denial code travels in the reason field.
           MOVE FN-CORRELATION-ID   TO REQ-CORRELATION-ID
           MOVE HV-P-PRODUCT        TO REQ-PRODUCT
           MOVE 'CLAIM'             TO REQ-MODE
           MOVE 'N'                 TO UW-NEEDED
           MOVE WS-CLAIM-DENIAL     TO UW-REASON-CODE
           PERFORM EMIT-AUDIT
           PERFORM SEND-RESPONSE
           GOBACK.

      *------------------------*
      *  PARSE FNOL            *
      *------------------------*
       PARSE-FNOL.
      *    JSON PARSE leaves unmatched receivers unchanged - start
      *    from a clean request area.
           INITIALIZE FNOL-REQ
           JSON PARSE WS-REQUEST-JSON
                INTO FNOL-REQ
                WITH DETAIL
                ON EXCEPTION
                   MOVE 1 TO JSON-STATUS
                NOT ON EXCEPTION
                   MOVE 0 TO JSON-STATUS
           END-JSON
           IF JSON-STATUS NOT = 0
              RAISE EXCEPTION
           END-IF

           IF FN-POLICY-NUM = SPACES OR
              FN-LOSS-DATE = SPACES OR
              FN-LOSS-TYPE = SPACES OR
              FN-EST-AMOUNT = 0
                RAISE EXCEPTION
           END-IF
           .

      *------------------------*
      *  VERIFY COVERAGE AT LOSS DATE  *
      *  The first failing check is the denial: the loss must not  *
      *  be in the future, must fall inside the policy term, must  *
      *  precede any cancellation and any lapse for non-payment,   *
      *  and for AUTO the reported VIN must be the insured one.    *
      *  The status the policy has today is not the test - a loss  *
      *  before a later cancellation or lapse is still covered.    *
      *------------------------*
       VERIFY-COVERAGE-AT-LOSS.
           MOVE SPACES TO WS-CLAIM-DENIAL
           MOVE SPACES TO WS-CLAIM-DENIAL-MSG
           PERFORM RETRIEVE-POLICY-FOR-CLAIM

           IF CLAIM-IS-COVERED
              PERFORM CHECK-CLAIM-POLICY-TERM
           END-IF
           IF CLAIM-IS-COVERED
              PERFORM CHECK-CLAIM-CANCELLATION
           END-IF
           IF CLAIM-IS-COVERED
              PERFORM CHECK-CLAIM-LAPSE
           END-IF
           IF CLAIM-IS-COVERED AND HV-P-PRODUCT = 'AUTO'
              IF FN-VIN NOT = HV-P-VIN OR FN-VIN = SPACES
                 MOVE 'VINMISMTCH' TO WS-CLAIM-DENIAL
                 MOVE 'Vehicle VIN does not match the insured vehicle'
                   TO WS-CLAIM-DENIAL-MSG
              END-IF
           END-IF
           .

      *------------------------*
      *  RETRIEVE POLICY FOR CLAIM (DB2)  *
      *  Any status is read - coverage is judged as of the loss    *
      *  date below. An unparseable loss date fails the DATE()     *
      *  conversion and is answered as an invalid request.         *
      *------------------------*
       RETRIEVE-POLICY-FOR-CLAIM.
           MOVE FN-POLICY-NUM TO HV-P-POLICY-NUM
           MOVE SPACES        TO HV-P-PRODUCT
           EXEC SQL
             SELECT PRODUCT, STATE, CUST_NAME, COV_LIMIT, DEDUCTIBLE,
                    STATUS, VALUE(VIN, ' '),
                    DAYS(DATE(:FN-LOSS-DATE)),
                    DAYS(DATE(CREATED_TS)),
                    DAYS(DATE(CREATED_TS) + TERM_MONTHS MONTHS),
                    DAYS(CURRENT DATE)
               INTO :HV-P-PRODUCT, :HV-P-STATE, :HV-P-CUST-NAME,
                    :HV-P-COV-LIMIT, :HV-P-DEDUCTIBLE,
                    :HV-C-POLICY-STATUS, :HV-P-VIN,
                    :HV-C-LOSS-DAYS, :HV-C-START-DAYS,
                    :HV-C-END-DAYS, :HV-C-TODAY-DAYS
               FROM POLICIES
              WHERE POLICY_NUM = :HV-P-POLICY-NUM
           END-EXEC
           IF SQLCODE = 100
              MOVE 'NOPOLICY' TO WS-CLAIM-DENIAL
              MOVE 'Policy not found' TO WS-CLAIM-DENIAL-MSG
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           .

      *------------------------*
      *  CHECK POLICY TERM     *
      *  Cover runs from the issue date up to (not including) the  *
      *  term end; POLR002 renews by a new offer, not by extending *
      *  the term on POLICIES.                                      *
      *------------------------*
       CHECK-CLAIM-POLICY-TERM.
           IF HV-C-LOSS-DAYS > HV-C-TODAY-DAYS
              MOVE 'FUTURELOSS' TO WS-CLAIM-DENIAL
              MOVE 'Loss date is in the future'
                TO WS-CLAIM-DENIAL-MSG
           ELSE
              IF HV-C-LOSS-DAYS < HV-C-START-DAYS OR
                 HV-C-LOSS-DAYS >= HV-C-END-DAYS
                 MOVE 'NOTINFORCE' TO WS-CLAIM-DENIAL
                 MOVE 'Loss date is outside the policy term'
                   TO WS-CLAIM-DENIAL-MSG
              END-IF
           END-IF
           .

      *------------------------*
      *  CHECK CANCELLATION (DB2)  *
      *  POLCHANGE records the cancellation on ENDORSEMENTS; cover *
      *  ends on the day it was processed.                          *
      *------------------------*
       CHECK-CLAIM-CANCELLATION.
           EXEC SQL
             SELECT VALUE(MIN(DAYS(DATE(CREATED_TS))), 0)
               INTO :HV-C-CANCEL-DAYS
               FROM ENDORSEMENTS
              WHERE POLICY_NUM  = :HV-P-POLICY-NUM
                AND CHANGE_TYPE = 'CANCEL'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           IF HV-C-CANCEL-DAYS > 0 AND
              HV-C-LOSS-DAYS >= HV-C-CANCEL-DAYS
              MOVE 'CANCELLED' TO WS-CLAIM-DENIAL
              MOVE 'Policy was cancelled before the loss date'
                TO WS-CLAIM-DENIAL-MSG
           END-IF
           .

      *------------------------*
      *  CHECK LAPSE (DB2)     *
      *  Same lapse date the premium reserve (POLR006) uses: the   *
      *  billing date of the first invoice POLR004 lapsed; if that *
      *  invoice has since been paid, one month past the last bill;*
      *  with no bills at all, from inception. An invoice only in  *
      *  NOTICE is still inside the grace period and is covered.   *
      *------------------------*
       CHECK-CLAIM-LAPSE.
           IF HV-C-POLICY-STATUS = 'LAPSED'
              EXEC SQL
                SELECT VALUE(MIN(CASE WHEN STATUS = 'LAPSED'
                                      THEN DAYS(DATE(CREATED_TS))
                                 END),
                             MAX(DAYS(DATE(CREATED_TS) + 1 MONTH)),
                             0)
                  INTO :HV-C-LAPSE-DAYS
                  FROM INVOICES
                 WHERE POLICY_NUM = :HV-P-POLICY-NUM
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO WS-ABEND-CODE
                 PERFORM BUILD-ERROR-RESPONSE
                 PERFORM SEND-RESPONSE
                 GOBACK
              END-IF
              IF HV-C-LAPSE-DAYS < HV-C-START-DAYS
                 MOVE HV-C-START-DAYS TO HV-C-LAPSE-DAYS
              END-IF
              IF HV-C-LOSS-DAYS >= HV-C-LAPSE-DAYS
                 MOVE 'LAPSED' TO WS-CLAIM-DENIAL
                 MOVE 'Policy was lapsed for non-payment at the loss'
                   TO WS-CLAIM-DENIAL-MSG
              END-IF
           END-IF
           .

      *------------------------*
      *  RECORD CLAIM (DB2)    *
      *------------------------*
       RECORD-CLAIM.
           COMPUTE WS-CLAIM-MAX-RESERVE =
                   HV-P-COV-LIMIT - HV-P-DEDUCTIBLE
           IF WS-CLAIM-MAX-RESERVE < 0
              MOVE 0 TO WS-CLAIM-MAX-RESERVE
           END-IF
           IF FN-EST-AMOUNT < WS-CLAIM-MAX-RESERVE
              MOVE FN-EST-AMOUNT        TO HV-C-RESERVE-AMT
           ELSE
              MOVE WS-CLAIM-MAX-RESERVE TO HV-C-RESERVE-AMT
           END-IF

           EXEC SQL
             SELECT NEXT VALUE FOR CLAIM_SEQ INTO :HV-C-CLAIM-NUM
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF

           EXEC SQL
             INSERT INTO CLAIMS
               (CLAIM_NUM, POLICY_NUM, LOSS_DATE, LOSS_TYPE,
                EST_AMOUNT, RESERVE_AMT, VIN, STATUS,
                CORRELATION_ID, CHANNEL, CREATED_TS)
             VALUES
               (:HV-C-CLAIM-NUM, :HV-P-POLICY-NUM,
                DATE(:FN-LOSS-DATE), :FN-LOSS-TYPE,
                :FN-EST-AMOUNT, :HV-C-RESERVE-AMT, :FN-VIN, 'OPEN',
                :FN-CORRELATION-ID, :FN-CHANNEL, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-ABEND-CODE
              PERFORM BUILD-ERROR-RESPONSE
              PERFORM SEND-RESPONSE
              GOBACK
           END-IF
           .

      *------------------------*
      *  CLAIM ACKNOWLEDGEMENT EVENT  *
      *  Opened and denied claims are both acknowledged to the     *
      *  policyholder; there is nobody to write to when the policy *
      *  number is unknown.                                        *
      *------------------------*
       ENQUEUE-CLAIM-ACK.
           IF WS-CLAIM-DENIAL NOT = 'NOPOLICY'
              MOVE FN-CORRELATION-ID   TO DE-CORRELATION-ID
              MOVE HV-P-POLICY-NUM     TO DE-POLICY-NUMBER
              MOVE FN-CHANNEL          TO DE-DELIVERY-CHANNEL
              MOVE FN-CONTACT-EMAIL    TO DE-CUSTOMER-EMAIL
              IF CLAIM-IS-COVERED
                 MOVE 'CLAIM_ACK'      TO DE-DOC-TYPE
                 MOVE HV-C-CLAIM-NUM   TO DE-CLAIM-NUMBER
              ELSE
                 MOVE 'CLAIM_DENIAL'   TO DE-DOC-TYPE
                 MOVE SPACES           TO DE-CLAIM-NUMBER
              END-IF
              CALL 'EVTQ01' USING DOC-EVENT RETURNING WS-RETCODE
           END-IF
           .

      *------------------------*
      *  BUILD FNOL RESPONSE   *
      *------------------------*
       BUILD-FNOL-RESPONSE.
           PERFORM STOP-TIMER
           IF CLAIM-IS-COVERED
              STRING
                '{'
                '"correlationId":"', FN-CORRELATION-ID, '",'
                '"status":"CLAIM_OPENED",'
                '"claimNumber":"', FUNCTION TRIM(HV-C-CLAIM-NUM), '",'
                '"policyNumber":"', FUNCTION TRIM(FN-POLICY-NUM), '",'
                '"lossDate":"', FN-LOSS-DATE, '",'
                '"initialReserve":', FUNCTION TRIM(FUNCTION NUMVAL-C(HV-C-RESERVE-AMT)), ','
                '"slaMs":', FUNCTION TRIM(FUNCTION NUMVAL-C(WS-ELAPSED-MS))
                '}'
                DELIMITED BY SIZE INTO WS-RESPONSE-JSON
              END-STRING
           ELSE
              STRING
                '{'
                '"correlationId":"', FN-CORRELATION-ID, '",'
                '"status":"DENIED",'
                '"policyNumber":"', FUNCTION TRIM(FN-POLICY-NUM), '",'
                '"reasonCode":"', FUNCTION TRIM(WS-CLAIM-DENIAL), '",'
                '"reason":"', FUNCTION TRIM(WS-CLAIM-DENIAL-MSG), '",'
                '"slaMs":', FUNCTION TRIM(FUNCTION NUMVAL-C(WS-ELAPSED-MS))
                '}'
                DELIMITED BY SIZE INTO WS-RESPONSE-JSON
              END-STRING
           END-IF
           COMPUTE WS-RESPONSE-LEN = FUNCTION LENGTH(WS-RESPONSE-JSON)
           .

       END PROGRAM POLQ001.
