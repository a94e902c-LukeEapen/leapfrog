000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CARD-ACCT-INQUIRY.
000300 AUTHOR.        CARD-SERVICES-BATCH-TEAM.
000400 INSTALLATION.  CARDDEMO-DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700 SECURITY.      INVOKED UNDER CICS; AUTH VIA APIM GW / SAF CLASS.
000800*REMARKS.
000900*    ONLINE CARD ACCOUNT INQUIRY FOR SERVICING AND COLLECTIONS.
001000*    RUNS UNDER CICS ON THE SAME CHANNEL/CONTAINER JSON
001100*    CONTRACT AS THE POLICY QUOTE STATUS INQUIRY: THE REQUEST
001200*    CONTAINER CARRIES THE CARD NUMBER AND THE AGENT ID, THE
001300*    RESPONSE CONTAINER CARRIES THE ACCOUNT POSITION.
001400*
001500*    THE LIVE POSITION IS READ BY KEY FROM THE CARD MASTER
001600*    (FILE CARDMSTR): BALANCE, ACCRUED INTEREST, FEES YTD,
001700*    CREDIT LIMIT AND OVER-LIMIT AMOUNT, DELINQUENCY CYCLES,
001800*    PENALTY-APR STATUS AND THE LAST POST AND CYCLE DATES.
001900*    THE RESPONSE ALSO CARRIES THE CARD'S OPEN PROMISE TO PAY
002000*    (FILE PROMISE, FROM PROMISE-TRACK) AND THE MINIMUM PAYMENT
002100*    AND DUE DATE OF ITS LATEST STATEMENT (FILE STMTFILE, FROM
002200*    CYCLE-STATEMENT).
002300*
002400*    A CARD NO LONGER ON THE MASTER IS LOOKED UP ON THE ARCHIVE
002500*    HISTORY (FILE CARDHIST, FROM CARD-MASTER-ARCHIVE) AND ITS
002600*    FINAL ARCHIVED POSITION IS RETURNED INSTEAD. A CARD ON
002700*    NEITHER FILE GETS A NOT_FOUND RESPONSE.
002800*
002900*    PROMISE, STMTFILE AND CARDHIST ARE THE BATCH SEQUENTIAL
003000*    FILES DEFINED TO CICS AS ESDS AND BROWSED FROM THE START.
003100*    EVERY INQUIRY IS WRITTEN TO THE AUDIT STORE THROUGH AUDL01.
003200*
003300*    MODIFICATION HISTORY
003400*    ------------------------------------------------------------
003500*    DATE       INIT  DESCRIPTION
003600*    ---------- ----  ------------------------------------------
003700*    2026-10-15 TJK   ORIGINAL PROGRAM - ONLINE CARD ACCOUNT
003800*                     INQUIRY BY CARD NUMBER.
003900*    ------------------------------------------------------------
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-Z15.
004400 OBJECT-COMPUTER.   IBM-Z15.
004500
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------*
004900*  CICS CONTROL                                                  *
005000*----------------------------------------------------------------*
005100 77  WS-RESP                    PIC S9(09)     COMP-4.
005200 77  WS-RESP2                   PIC S9(09)     COMP-4.
005300 77  WS-RETCODE                 PIC S9(09)     COMP-4 VALUE 0.
005400 77  WS-CHANNEL                 PIC X(48)
005500                                VALUE 'CARD.CHANNEL'.
005600 77  WS-REQ-CONT                PIC X(48)
005700                                VALUE 'REQUEST.JSON'.
005800 77  WS-RSP-CONT                PIC X(48)
005900                                VALUE 'RESPONSE.JSON'.
006000 77  WS-CARDMSTR-FILE           PIC X(08)      VALUE 'CARDMSTR'.
006100 77  WS-CARDHIST-FILE           PIC X(08)      VALUE 'CARDHIST'.
006200 77  WS-PROMISE-FILE            PIC X(08)      VALUE 'PROMISE'.
006300 77  WS-STMT-FILE               PIC X(08)      VALUE 'STMTFILE'.
006400 77  WS-BROWSE-RBA              PIC S9(08)     COMP   VALUE 0.
006500
006600*----------------------------------------------------------------*
006700*  SWITCHES                                                      *
006800*----------------------------------------------------------------*
006900 77  WS-REQUEST-SW              PIC X(01)      VALUE 'Y'.
007000     88  INQUIRY-REQUEST-OK                    VALUE 'Y'.
007100     88  INQUIRY-REQUEST-BAD                   VALUE 'N'.
007200 77  WS-MASTER-SW               PIC X(01)      VALUE 'N'.
007300     88  CARD-ON-MASTER                        VALUE 'Y'.
007400 77  WS-HISTORY-SW              PIC X(01)      VALUE 'N'.
007500     88  CARD-IN-HISTORY                       VALUE 'Y'.
007600 77  WS-PROMISE-SW              PIC X(01)      VALUE 'N'.
007700     88  OPEN-PROMISE-FOUND                    VALUE 'Y'.
007800 77  WS-STMT-SW                 PIC X(01)      VALUE 'N'.
007900     88  STATEMENT-FOUND                       VALUE 'Y'.
008000 77  WS-BROWSE-EOF              PIC X(01)      VALUE 'N'.
008100     88  END-OF-BROWSE                         VALUE 'Y'.
008200
008300*----------------------------------------------------------------*
008400*  TIMING AND AUDIT                                              *
008500*----------------------------------------------------------------*
008600 77  WS-START-TIME-STAMP        PIC S9(15)     COMP-3.
008700 77  WS-END-TIME-STAMP          PIC S9(15)     COMP-3.
008800 77  WS-ELAPSED-MS              PIC S9(09)     COMP-3 VALUE 0.
008900 77  WS-AUDIT-EVENT-TYPE        PIC X(20)
009000                                VALUE 'CARD_INQUIRY'.
009100 77  WS-AUDIT-LEN               PIC S9(09)     COMP-4 VALUE 0.
009200 77  WS-AUDIT-PTR               PIC S9(09)     COMP-4 VALUE 1.
009300 77  WS-INQUIRY-RESULT          PIC X(10)      VALUE SPACES.
009400 77  WS-JSON-STATUS             PIC S9(09)     COMP-4 VALUE 0.
009500
009600*----------------------------------------------------------------*
009700*  JSON BUFFERS                                                  *
009800*----------------------------------------------------------------*
009900 77  WS-REQUEST-LEN             PIC S9(09)     COMP-4 VALUE 0.
010000 77  WS-RESPONSE-LEN            PIC S9(09)     COMP-4 VALUE 0.
010100 77  WS-RESPONSE-PTR            PIC S9(09)     COMP-4 VALUE 1.
010200 01  WS-REQUEST-JSON            PIC X(4096).
010300 01  WS-RESPONSE-JSON           PIC X(4096).
010400 01  WS-AUDIT-JSON              PIC X(1024).
010500
010600*----------------------------------------------------------------*
010700*  PARSED REQUEST                                                *
010800*----------------------------------------------------------------*
010900 01  CARD-INQUIRY-REQ.
011000     05  CI-CARD-NUMBER         PIC X(16).
011100     05  CI-AGENT-ID            PIC X(10).
011200
011300*----------------------------------------------------------------*
011400*  CARD-MASTER-RECORD - KEYED CARD ACCOUNT MASTER. LAYOUT MUST   *
011500*  STAY IN STEP WITH CARD-MASTER-MAINT AND CALC-INTEREST.        *
011600*----------------------------------------------------------------*
011700 01  CARD-MASTER-RECORD.
011800     05  CM-CARD-NUMBER         PIC X(16).
011900     05  CM-ACCT-STATUS         PIC X(01).
012000         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
012100         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
012200         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
012300     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
012400     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
012500     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
012600     05  CM-LAST-POST-DATE      PIC 9(8).
012700     05  CM-OPEN-DATE           PIC 9(8).
012800     05  CM-CLOSE-DATE          PIC 9(8).
012900     05  CM-DELQ-CYCLES         PIC 9(03).
013000     05  CM-LAST-CYCLE-DATE     PIC 9(8).
013100     05  CM-PENALTY-APR-FLAG    PIC X(01).
013200         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
013300     05  CM-PIF-CYCLES          PIC 9(03).
013400     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
013500     05  CM-CHARGEOFF-DATE      PIC 9(8).
013600     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
013700
013800*----------------------------------------------------------------*
013900*  HISTORY-RECORD - ARCHIVED CARD-MASTER RECORDS. LAYOUT MUST    *
014000*  STAY IN STEP WITH CARD-MASTER-ARCHIVE, THE WRITER.            *
014100*----------------------------------------------------------------*
014200 01  HISTORY-RECORD.
014300     05  CH-CARD-NUMBER         PIC X(16).
014400     05  CH-ACCT-STATUS         PIC X(01).
014500     05  CH-CURR-BALANCE        PIC S9(9)V99 COMP-3.
014600     05  CH-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
014700     05  CH-FEES-YTD            PIC S9(9)V99 COMP-3.
014800     05  CH-LAST-POST-DATE      PIC 9(8).
014900     05  CH-OPEN-DATE           PIC 9(8).
015000     05  CH-CLOSE-DATE          PIC 9(8).
015100     05  CH-DELQ-CYCLES         PIC 9(03).
015200     05  CH-LAST-CYCLE-DATE     PIC 9(8).
015300     05  CH-PENALTY-APR-FLAG    PIC X(01).
015400     05  CH-PIF-CYCLES          PIC 9(03).
015500     05  CH-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
015600     05  CH-ARCHIVE-DATE        PIC 9(8).
015700 01  WS-HIST-FOUND-RECORD       PIC X(87).
015800
015900*----------------------------------------------------------------*
016000*  PROMISE-RECORD - PROMISES TO PAY FROM PROMISE-TRACK           *
016100*----------------------------------------------------------------*
016200 01  PROMISE-RECORD.
016300     05  PTP-CARD-NUMBER        PIC X(16).
016400     05  PTP-AMOUNT             PIC S9(9)V99 COMP-3.
016500     05  PTP-PROMISE-DATE       PIC 9(8).
016600     05  PTP-COLLECTOR-ID       PIC X(8).
016700     05  PTP-STATUS             PIC X(01).
016800         88  PTP-PROMISE-OPEN                  VALUE 'O'.
016900
017000*----------------------------------------------------------------*
017100*  STATEMENT-RECORD - STATEMENTS FROM CYCLE-STATEMENT. LAYOUT    *
017200*  MUST STAY IN STEP WITH THE WRITER.                            *
017300*----------------------------------------------------------------*
017400 01  STATEMENT-RECORD.
017500     05  ST-CARD-NUMBER         PIC X(16).
017600     05  ST-STMT-DATE           PIC 9(8).
017700     05  ST-OPEN-BALANCE        PIC S9(9)V99 COMP-3.
017800     05  ST-PAYMENTS            PIC S9(9)V99 COMP-3.
017900     05  ST-INTEREST            PIC S9(9)V99 COMP-3.
018000     05  ST-FEES                PIC S9(9)V99 COMP-3.
018100     05  ST-ADJUSTMENTS         PIC S9(9)V99 COMP-3.
018200     05  ST-CLOSE-BALANCE       PIC S9(9)V99 COMP-3.
018300     05  ST-MIN-PAYMENT         PIC S9(9)V99 COMP-3.
018400     05  ST-DUE-DATE            PIC 9(8).
018500     05  ST-PURCHASES           PIC S9(9)V99 COMP-3.
018600     05  ST-CREDITS             PIC S9(9)V99 COMP-3.
018700
018800*----------------------------------------------------------------*
018900*  VALUES KEPT FROM THE BROWSES                                  *
019000*----------------------------------------------------------------*
019100 77  WS-PTP-AMOUNT              PIC S9(9)V99   COMP-3 VALUE 0.
019200 77  WS-PTP-PROMISE-DATE        PIC 9(8)       VALUE 0.
019300 77  WS-PTP-COLLECTOR-ID        PIC X(8)       VALUE SPACES.
019400 77  WS-ST-STMT-DATE            PIC 9(8)       VALUE 0.
019500 77  WS-ST-MIN-PAYMENT          PIC S9(9)V99   COMP-3 VALUE 0.
019600 77  WS-ST-DUE-DATE             PIC 9(8)       VALUE 0.
019700 77  WS-ST-CLOSE-BALANCE        PIC S9(9)V99   COMP-3 VALUE 0.
019800 77  WS-OVER-LIMIT-AMT          PIC S9(9)V99   COMP-3 VALUE 0.
019900
020000*----------------------------------------------------------------*
020100*  EDITED AMOUNTS FOR THE RESPONSE                               *
020200*----------------------------------------------------------------*
020300 01  WS-EDITED-AMOUNTS.
020400     05  E-BALANCE              PIC -(9)9.99.
020500     05  E-ACCRUED-INTEREST     PIC -(9)9.99.
020600     05  E-FEES-YTD             PIC -(9)9.99.
020700     05  E-CREDIT-LIMIT         PIC -(9)9.99.
020800     05  E-OVER-LIMIT           PIC -(9)9.99.
020900     05  E-RECOVERED            PIC -(9)9.99.
021000     05  E-PTP-AMOUNT           PIC -(9)9.99.
021100     05  E-MIN-PAYMENT          PIC -(9)9.99.
021200     05  E-CLOSE-BALANCE        PIC -(9)9.99.
021300     05  E-DELQ-CYCLES          PIC ZZ9.
021400     05  E-ELAPSED-MS           PIC ZZZZZZZZ9.
021500
022200 PROCEDURE DIVISION.
022300*----------------------------------------------------------------*
022400*  0000-MAINLINE                                                 *
022500*----------------------------------------------------------------*
022600 0000-MAINLINE.
022700     EXEC CICS
022800          ASSIGN CHANNEL(WS-CHANNEL)
022900     END-EXEC
023000     EXEC CICS ASKTIME ABSTIME(WS-START-TIME-STAMP) END-EXEC
023100     PERFORM 1000-RECEIVE-REQUEST
023200     PERFORM 1100-PARSE-REQUEST
023300     IF INQUIRY-REQUEST-BAD
023400         MOVE 'ERROR'            TO WS-INQUIRY-RESULT
023500         PERFORM 8300-BUILD-ERROR-RESPONSE
023600         PERFORM 8800-EMIT-AUDIT
023700         PERFORM 8900-SEND-RESPONSE
023800         GOBACK
023900     END-IF
024000     PERFORM 2000-READ-CARD-MASTER
024100     IF CARD-ON-MASTER
024200         PERFORM 3000-FIND-OPEN-PROMISE
024300         PERFORM 4000-FIND-LAST-STATEMENT
024400         MOVE 'MASTER'           TO WS-INQUIRY-RESULT
024500         PERFORM 8100-BUILD-MASTER-RESPONSE
024600     ELSE
024700         PERFORM 2500-FIND-CARD-HISTORY
024800         IF CARD-IN-HISTORY
024900             MOVE 'ARCHIVED'     TO WS-INQUIRY-RESULT
025000             PERFORM 8200-BUILD-HISTORY-RESPONSE
025100         ELSE
025200             MOVE 'NOT_FOUND'    TO WS-INQUIRY-RESULT
025300             PERFORM 8250-BUILD-NOT-FOUND-RESPONSE
025400         END-IF
025500     END-IF
025600     PERFORM 8800-EMIT-AUDIT
025700     PERFORM 8900-SEND-RESPONSE
025800     GOBACK.
025900
026000*----------------------------------------------------------------*
026100*  1000-RECEIVE-REQUEST                                          *
026200*----------------------------------------------------------------*
026300 1000-RECEIVE-REQUEST.
026400     EXEC CICS
026500          GET CONTAINER(WS-REQ-CONT)
026600              CHANNEL(WS-CHANNEL)
026700              INTO(WS-REQUEST-JSON)
026800              FLENGTH(WS-REQUEST-LEN)
026900              RESP(WS-RESP) RESP2(WS-RESP2)
027000     END-EXEC
027100     IF WS-RESP NOT = DFHRESP(NORMAL)
027200         MOVE 'Unable to read request' TO WS-RESPONSE-JSON
027300         MOVE 22 TO WS-RESPONSE-LEN
027400         PERFORM 8900-SEND-RESPONSE
027500         GOBACK
027600     END-IF.
027700
027800*----------------------------------------------------------------*
027900*  1100-PARSE-REQUEST - JSON PARSE LEAVES UNMATCHED RECEIVERS    *
028000*  UNCHANGED, SO THE REQUEST AREA STARTS CLEAN. A CARD NUMBER IS *
028100*  REQUIRED; THE AGENT ID IS CARRIED TO THE AUDIT RECORD.        *
028200*----------------------------------------------------------------*
028300 1100-PARSE-REQUEST.
028400     INITIALIZE CARD-INQUIRY-REQ
028500     JSON PARSE WS-REQUEST-JSON
028600          INTO CARD-INQUIRY-REQ
028700          WITH DETAIL
028800          NAME OF CI-CARD-NUMBER IS 'cardNumber'
028900                  CI-AGENT-ID    IS 'agentId'
029000          ON EXCEPTION
029100             MOVE 1 TO WS-JSON-STATUS
029200          NOT ON EXCEPTION
029300             MOVE 0 TO WS-JSON-STATUS
029400     END-JSON
029500     IF WS-JSON-STATUS NOT = 0
029600        OR CI-CARD-NUMBER = SPACES
029700         MOVE 'N' TO WS-REQUEST-SW
029800     END-IF.
029900
030000*----------------------------------------------------------------*
030100*  2000-READ-CARD-MASTER - KEYED READ OF THE LIVE POSITION       *
030200*----------------------------------------------------------------*
030300 2000-READ-CARD-MASTER.
030400     EXEC CICS
030500          READ FILE(WS-CARDMSTR-FILE)
030600               INTO(CARD-MASTER-RECORD)
030700               RIDFLD(CI-CARD-NUMBER)
030800               RESP(WS-RESP) RESP2(WS-RESP2)
030900     END-EXEC
031000     EVALUATE WS-RESP
031100         WHEN DFHRESP(NORMAL)
031200             MOVE 'Y' TO WS-MASTER-SW
031300         WHEN DFHRESP(NOTFND)
031400             MOVE 'N' TO WS-MASTER-SW
031500         WHEN OTHER
031600             PERFORM 8400-FILE-ERROR
031700     END-EVALUATE.
031800
031900*----------------------------------------------------------------*
032000*  2500-FIND-CARD-HISTORY - BROWSES THE ARCHIVE HISTORY FOR THE  *
032100*  CARD. THE LAST MATCHING RECORD IS THE ONE RETURNED.           *
032200*----------------------------------------------------------------*
032300 2500-FIND-CARD-HISTORY.
032400     MOVE 'N' TO WS-HISTORY-SW
032500     MOVE ZERO TO WS-BROWSE-RBA
032600     EXEC CICS
032700          STARTBR FILE(WS-CARDHIST-FILE)
032800                  RIDFLD(WS-BROWSE-RBA)
032900                  RBA
033000                  RESP(WS-RESP) RESP2(WS-RESP2)
033100     END-EXEC
033200     EVALUATE WS-RESP
033300         WHEN DFHRESP(NORMAL)
033400             MOVE 'N' TO WS-BROWSE-EOF
033500             PERFORM 2510-READ-NEXT-HISTORY
033600                 UNTIL END-OF-BROWSE
033700             EXEC CICS
033800                  ENDBR FILE(WS-CARDHIST-FILE)
033900             END-EXEC
034000         WHEN DFHRESP(NOTFND)
034100             CONTINUE
034200         WHEN OTHER
034300             PERFORM 8400-FILE-ERROR
034400     END-EVALUATE
034500     IF CARD-IN-HISTORY
034600         MOVE WS-HIST-FOUND-RECORD TO HISTORY-RECORD
034700     END-IF.
034800
034900 2510-READ-NEXT-HISTORY.
035000     EXEC CICS
035100          READNEXT FILE(WS-CARDHIST-FILE)
035200                   INTO(HISTORY-RECORD)
035300                   RIDFLD(WS-BROWSE-RBA)
035400                   RBA
035500                   RESP(WS-RESP) RESP2(WS-RESP2)
035600     END-EXEC
035700     EVALUATE WS-RESP
035800         WHEN DFHRESP(NORMAL)
035900             IF CH-CARD-NUMBER = CI-CARD-NUMBER
036000                 MOVE 'Y' TO WS-HISTORY-SW
036100                 MOVE HISTORY-RECORD TO WS-HIST-FOUND-RECORD
036200             END-IF
036300         WHEN DFHRESP(ENDFILE)
036400             MOVE 'Y' TO WS-BROWSE-EOF
036500         WHEN OTHER
036600             EXEC CICS
036700                  ENDBR FILE(WS-CARDHIST-FILE)
036800             END-EXEC
036900             PERFORM 8400-FILE-ERROR
037000     END-EVALUATE.
037100
037200*----------------------------------------------------------------*
037300*  3000-FIND-OPEN-PROMISE - THE CARD'S OPEN (STATUS O) PROMISE   *
037400*  TO PAY, IF ANY. KEPT, PARTIAL AND BROKEN PROMISES ARE HISTORY *
037500*  AND ARE NOT SHOWN.                                            *
037600*----------------------------------------------------------------*
037700 3000-FIND-OPEN-PROMISE.
037800     MOVE 'N' TO WS-PROMISE-SW
037900     MOVE ZERO TO WS-BROWSE-RBA
038000     EXEC CICS
038100          STARTBR FILE(WS-PROMISE-FILE)
038200                  RIDFLD(WS-BROWSE-RBA)
038300                  RBA
038400                  RESP(WS-RESP) RESP2(WS-RESP2)
038500     END-EXEC
038600     EVALUATE WS-RESP
038700         WHEN DFHRESP(NORMAL)
038800             MOVE 'N' TO WS-BROWSE-EOF
038900             PERFORM 3010-READ-NEXT-PROMISE
039000                 UNTIL END-OF-BROWSE
039100                    OR OPEN-PROMISE-FOUND
039200             EXEC CICS
039300                  ENDBR FILE(WS-PROMISE-FILE)
039400             END-EXEC
039500         WHEN DFHRESP(NOTFND)
039600             CONTINUE
039700         WHEN OTHER
039800             PERFORM 8400-FILE-ERROR
039900     END-EVALUATE.
040000
040100 3010-READ-NEXT-PROMISE.
040200     EXEC CICS
040300          READNEXT FILE(WS-PROMISE-FILE)
040400                   INTO(PROMISE-RECORD)
040500                   RIDFLD(WS-BROWSE-RBA)
040600                   RBA
040700                   RESP(WS-RESP) RESP2(WS-RESP2)
040800     END-EXEC
040900     EVALUATE WS-RESP
041000         WHEN DFHRESP(NORMAL)
041100             IF PTP-CARD-NUMBER = CI-CARD-NUMBER
041200                AND PTP-PROMISE-OPEN
041300                 MOVE 'Y' TO WS-PROMISE-SW
041400                 MOVE PTP-AMOUNT       TO WS-PTP-AMOUNT
041500                 MOVE PTP-PROMISE-DATE TO WS-PTP-PROMISE-DATE
041600                 MOVE PTP-COLLECTOR-ID TO WS-PTP-COLLECTOR-ID
041700             END-IF
041800         WHEN DFHRESP(ENDFILE)
041900             MOVE 'Y' TO WS-BROWSE-EOF
042000         WHEN OTHER
042100             EXEC CICS
042200                  ENDBR FILE(WS-PROMISE-FILE)
042300             END-EXEC
042400             PERFORM 8400-FILE-ERROR
042500     END-EVALUATE.
042600
042700*----------------------------------------------------------------*
042800*  4000-FIND-LAST-STATEMENT - THE CARD'S STATEMENT WITH THE      *
042900*  LATEST STATEMENT DATE.                                        *
043000*----------------------------------------------------------------*
043100 4000-FIND-LAST-STATEMENT.
043200     MOVE 'N' TO WS-STMT-SW
043300     MOVE ZERO TO WS-ST-STMT-DATE
043400     MOVE ZERO TO WS-BROWSE-RBA
043500     EXEC CICS
043600          STARTBR FILE(WS-STMT-FILE)
043700                  RIDFLD(WS-BROWSE-RBA)
043800                  RBA
043900                  RESP(WS-RESP) RESP2(WS-RESP2)
044000     END-EXEC
044100     EVALUATE WS-RESP
044200         WHEN DFHRESP(NORMAL)
044300             MOVE 'N' TO WS-BROWSE-EOF
044400             PERFORM 4010-READ-NEXT-STATEMENT
044500                 UNTIL END-OF-BROWSE
044600             EXEC CICS
044700                  ENDBR FILE(WS-STMT-FILE)
044800             END-EXEC
044900         WHEN DFHRESP(NOTFND)
045000             CONTINUE
045100         WHEN OTHER
045200             PERFORM 8400-FILE-ERROR
045300     END-EVALUATE.
045400
045500 4010-READ-NEXT-STATEMENT.
045600     EXEC CICS
045700          READNEXT FILE(WS-STMT-FILE)
045800                   INTO(STATEMENT-RECORD)
045900                   RIDFLD(WS-BROWSE-RBA)
046000                   RBA
046100                   RESP(WS-RESP) RESP2(WS-RESP2)
046200     END-EXEC
046300     EVALUATE WS-RESP
046400         WHEN DFHRESP(NORMAL)
046500             IF ST-CARD-NUMBER = CI-CARD-NUMBER
046600                AND ST-STMT-DATE NOT < WS-ST-STMT-DATE
046700                 MOVE 'Y' TO WS-STMT-SW
046800                 MOVE ST-STMT-DATE     TO WS-ST-STMT-DATE
046900                 MOVE ST-MIN-PAYMENT   TO WS-ST-MIN-PAYMENT
047000                 MOVE ST-DUE-DATE      TO WS-ST-DUE-DATE
047100                 MOVE ST-CLOSE-BALANCE TO WS-ST-CLOSE-BALANCE
047200             END-IF
047300         WHEN DFHRESP(ENDFILE)
047400             MOVE 'Y' TO WS-BROWSE-EOF
047500         WHEN OTHER
047600             EXEC CICS
047700                  ENDBR FILE(WS-STMT-FILE)
047800             END-EXEC
047900             PERFORM 8400-FILE-ERROR
048000     END-EVALUATE.
048100
048200*----------------------------------------------------------------*
048300*  8000-STOP-TIMER                                               *
048400*----------------------------------------------------------------*
048500 8000-STOP-TIMER.
048600     EXEC CICS ASKTIME ABSTIME(WS-END-TIME-STAMP) END-EXEC
048700     COMPUTE WS-ELAPSED-MS =
048800         (WS-END-TIME-STAMP - WS-START-TIME-STAMP) / 1000
048900     MOVE WS-ELAPSED-MS TO E-ELAPSED-MS
049000     MOVE SPACES TO WS-RESPONSE-JSON
049100     MOVE 1 TO WS-RESPONSE-PTR.
049200
049300*----------------------------------------------------------------*
049400*  8100-BUILD-MASTER-RESPONSE - LIVE POSITION. THE OVER-LIMIT    *
049500*  AMOUNT IS THE BALANCE ABOVE THE CREDIT LIMIT, ZERO IF UNDER.  *
049600*----------------------------------------------------------------*
049700 8100-BUILD-MASTER-RESPONSE.
049800     PERFORM 8000-STOP-TIMER
049900     IF CM-CURR-BALANCE > CM-CREDIT-LIMIT
050000         COMPUTE WS-OVER-LIMIT-AMT =
050100             CM-CURR-BALANCE - CM-CREDIT-LIMIT
050200     ELSE
050300         MOVE ZERO TO WS-OVER-LIMIT-AMT
050400     END-IF
050500     MOVE CM-CURR-BALANCE       TO E-BALANCE
050600     MOVE CM-ACCRUED-INTEREST   TO E-ACCRUED-INTEREST
050700     MOVE CM-FEES-YTD           TO E-FEES-YTD
050800     MOVE CM-CREDIT-LIMIT       TO E-CREDIT-LIMIT
050900     MOVE WS-OVER-LIMIT-AMT     TO E-OVER-LIMIT
051000     MOVE CM-RECOVERED-AMT      TO E-RECOVERED
051100     MOVE CM-DELQ-CYCLES        TO E-DELQ-CYCLES
051200     STRING
051300       '{'
051400       '"status":"FOUND",'
051500       '"source":"MASTER",'
051600       '"cardNumber":"', CM-CARD-NUMBER, '",'
051700       '"accountStatus":"', CM-ACCT-STATUS, '",'
051800       '"currentBalance":', E-BALANCE, ','
051900       '"accruedInterest":', E-ACCRUED-INTEREST, ','
052000       '"feesYtd":', E-FEES-YTD, ','
052100       '"creditLimit":', E-CREDIT-LIMIT, ','
052200       '"overLimitAmount":', E-OVER-LIMIT, ','
052300       '"delinquencyCycles":', E-DELQ-CYCLES, ','
052400       '"penaltyApr":"', CM-PENALTY-APR-FLAG, '",'
052500       '"lastPostDate":"', CM-LAST-POST-DATE, '",'
052600       '"lastCycleDate":"', CM-LAST-CYCLE-DATE, '",'
052700       '"openDate":"', CM-OPEN-DATE, '",'
052800       '"closeDate":"', CM-CLOSE-DATE, '",'
052900       '"chargeOffDate":"', CM-CHARGEOFF-DATE, '",'
053000       '"recoveredAmount":', E-RECOVERED, ','
053100       DELIMITED BY SIZE INTO WS-RESPONSE-JSON
053200       WITH POINTER WS-RESPONSE-PTR
053300     END-STRING
053400     IF OPEN-PROMISE-FOUND
053500         MOVE WS-PTP-AMOUNT     TO E-PTP-AMOUNT
053600         STRING
053700           '"openPromise":{"found":"Y",'
053800           '"amount":', E-PTP-AMOUNT, ','
053900           '"promiseDate":"', WS-PTP-PROMISE-DATE, '",'
054000           '"collectorId":"', WS-PTP-COLLECTOR-ID, '"},'
054100           DELIMITED BY SIZE INTO WS-RESPONSE-JSON
054200           WITH POINTER WS-RESPONSE-PTR
054300         END-STRING
054400     ELSE
054500         STRING
054600           '"openPromise":{"found":"N"},'
054700           DELIMITED BY SIZE INTO WS-RESPONSE-JSON
054800           WITH POINTER WS-RESPONSE-PTR
054900         END-STRING
055000     END-IF
055100     IF STATEMENT-FOUND
055200         MOVE WS-ST-MIN-PAYMENT   TO E-MIN-PAYMENT
055300         MOVE WS-ST-CLOSE-BALANCE TO E-CLOSE-BALANCE
055400         STRING
055500           '"lastStatement":{"found":"Y",'
055600           '"statementDate":"', WS-ST-STMT-DATE, '",'
055700           '"closingBalance":', E-CLOSE-BALANCE, ','
055800           '"minimumPayment":', E-MIN-PAYMENT, ','
055900           '"dueDate":"', WS-ST-DUE-DATE, '"},'
056000           DELIMITED BY SIZE INTO WS-RESPONSE-JSON
056100           WITH POINTER WS-RESPONSE-PTR
056200         END-STRING
056300     ELSE
056400         STRING
056500           '"lastStatement":{"found":"N"},'
056600           DELIMITED BY SIZE INTO WS-RESPONSE-JSON
056700           WITH POINTER WS-RESPONSE-PTR
056800         END-STRING
056900     END-IF
057000     PERFORM 8700-CLOSE-RESPONSE.
057100
057200*----------------------------------------------------------------*
057300*  8200-BUILD-HISTORY-RESPONSE - FINAL ARCHIVED POSITION FOR A   *
057400*  CARD NO LONGER ON THE MASTER.                                 *
057500*----------------------------------------------------------------*
057600 8200-BUILD-HISTORY-RESPONSE.
057700     PERFORM 8000-STOP-TIMER
057800     MOVE CH-CURR-BALANCE       TO E-BALANCE
057900     MOVE CH-ACCRUED-INTEREST   TO E-ACCRUED-INTEREST
058000     MOVE CH-FEES-YTD           TO E-FEES-YTD
058100     MOVE CH-CREDIT-LIMIT       TO E-CREDIT-LIMIT
058200     MOVE CH-DELQ-CYCLES        TO E-DELQ-CYCLES
058300     STRING
058400       '{'
058500       '"status":"FOUND",'
058600       '"source":"ARCHIVE",'
058700       '"cardNumber":"', CH-CARD-NUMBER, '",'
058800       '"accountStatus":"', CH-ACCT-STATUS, '",'
058900       '"currentBalance":', E-BALANCE, ','
059000       '"accruedInterest":', E-ACCRUED-INTEREST, ','
059100       '"feesYtd":', E-FEES-YTD, ','
059200       '"creditLimit":', E-CREDIT-LIMIT, ','
059300       '"delinquencyCycles":', E-DELQ-CYCLES, ','
059400       '"penaltyApr":"', CH-PENALTY-APR-FLAG, '",'
059500       '"lastPostDate":"', CH-LAST-POST-DATE, '",'
059600       '"lastCycleDate":"', CH-LAST-CYCLE-DATE, '",'
059700       '"openDate":"', CH-OPEN-DATE, '",'
059800       '"closeDate":"', CH-CLOSE-DATE, '",'
059900       '"archiveDate":"', CH-ARCHIVE-DATE, '",'
060000       DELIMITED BY SIZE INTO WS-RESPONSE-JSON
060100       WITH POINTER WS-RESPONSE-PTR
060200     END-STRING
060300     PERFORM 8700-CLOSE-RESPONSE.
060400
060500 8250-BUILD-NOT-FOUND-RESPONSE.
060600     PERFORM 8000-STOP-TIMER
060700     STRING
060800       '{'
060900       '"status":"NOT_FOUND",'
061000       '"cardNumber":"', CI-CARD-NUMBER, '",'
061100       '"message":"Card is not on the master or the archive",'
061200       DELIMITED BY SIZE INTO WS-RESPONSE-JSON
061300       WITH POINTER WS-RESPONSE-PTR
061400     END-STRING
061500     PERFORM 8700-CLOSE-RESPONSE.
061600
061700 8300-BUILD-ERROR-RESPONSE.
061800     PERFORM 8000-STOP-TIMER
061900     STRING
062000       '{'
062100       '"status":"ERROR",'
062200       '"message":"Invalid request or internal error",'
062300       DELIMITED BY SIZE INTO WS-RESPONSE-JSON
062400       WITH POINTER WS-RESPONSE-PTR
062500     END-STRING
062600     PERFORM 8700-CLOSE-RESPONSE.
062700
062800*----------------------------------------------------------------*
062900*  8400-FILE-ERROR - ANY FILE CONDITION OTHER THAN NORMAL, NOT   *
063000*  FOUND OR END OF FILE ENDS THE INQUIRY WITH AN ERROR RESPONSE. *
063100*----------------------------------------------------------------*
063200 8400-FILE-ERROR.
063300     MOVE 'ERROR'                TO WS-INQUIRY-RESULT
063400     PERFORM 8300-BUILD-ERROR-RESPONSE
063500     PERFORM 8800-EMIT-AUDIT
063600     PERFORM 8900-SEND-RESPONSE
063700     GOBACK.
063800
063900 8700-CLOSE-RESPONSE.
064000     STRING
064100       '"slaMs":', E-ELAPSED-MS,
064200       '}'
064300       DELIMITED BY SIZE INTO WS-RESPONSE-JSON
064400       WITH POINTER WS-RESPONSE-PTR
064500     END-STRING
064600     COMPUTE WS-RESPONSE-LEN = WS-RESPONSE-PTR - 1.
064700
064800*----------------------------------------------------------------*
064900*  8800-EMIT-AUDIT - EVERY INQUIRY OF A CARDHOLDER'S POSITION IS *
065000*  RECORDED WITH THE AGENT AND THE RESULT.                       *
065100*----------------------------------------------------------------*
065200 8800-EMIT-AUDIT.
065300     MOVE SPACES TO WS-AUDIT-JSON
065400     MOVE 1 TO WS-AUDIT-PTR
065500     STRING
065600       '{'
065700       '"card":"', CI-CARD-NUMBER, '",'
065800       '"agent":"', CI-AGENT-ID, '",'
065900       '"result":"', WS-INQUIRY-RESULT, '",'
066000       '"elapsedMs":', E-ELAPSED-MS, ','
066100       '"eventType":"', WS-AUDIT-EVENT-TYPE, '"'
066200       '}'
066300       DELIMITED BY SIZE INTO WS-AUDIT-JSON
066400       WITH POINTER WS-AUDIT-PTR
066500     END-STRING
066600     COMPUTE WS-AUDIT-LEN = WS-AUDIT-PTR - 1
066700     CALL 'AUDL01' USING WS-AUDIT-EVENT-TYPE
066800                         WS-AUDIT-JSON WS-AUDIT-LEN
066900          RETURNING WS-RETCODE.
067000
067100 8900-SEND-RESPONSE.
067200     EXEC CICS
067300          PUT CONTAINER(WS-RSP-CONT)
067400              CHANNEL(WS-CHANNEL)
067500              FROM(WS-RESPONSE-JSON)
067600              FLENGTH(WS-RESPONSE-LEN)
067700              RESP(WS-RESP) RESP2(WS-RESP2)
067800     END-EXEC.
