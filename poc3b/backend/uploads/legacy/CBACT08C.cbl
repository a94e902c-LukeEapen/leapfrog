003050*                     IP-OVERLIMIT-FLAG ON THE INTEREST-POST
003060*                     LAYOUT (SET BY CALC-INTEREST; NOT USED
003070*                     HERE).
003080*    2026-10-15 TJK   ADDED THE CYCLE'S MONETARY POST FILE
003085*                     (MONPOST.DAT, FROM MONETARY-POST):
003090*                     PURCHASES/CASH ADVANCES AND RETURNS ARE
003092*                     BACKED OUT OF THE OPENING BALANCE, PRINTED
003094*                     ON THE STATEMENT AND CARRIED AS THE NEW
003096*                     ST-PURCHASES AND ST-CREDITS FIELDS.
003097*    2026-10-15 TJK   CHARGED-OFF ACCOUNTS ARE NO LONGER STATED;
003098*                     RECOVERY RECORDS (RP/RR) ON MONPOST.DAT
003099*                     ARE IGNORED WITH THE PAYMENTS.
003099*    2026-10-15 TJK   END-OF-JOB CONTROL RECORDS APPENDED TO THE
003099*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT):
003099*                     INTPOST.DAT AS READ, AS STATED, AND AS LEFT
003099*                     UNSTATED, SO BATCH-BALANCING CAN PROVE
003099*                     EVERY POSTED AMOUNT WAS STATED OR ACCOUNTED
003099*                     FOR.
003100*    ------------------------------------------------------------
003200*
003300 ENVIRONMENT DIVISION.
004800     SELECT PAYMENT-FILE ASSIGN TO 'PAYMENTS.DAT'
004900         ORGANIZATION IS SEQUENTIAL.
005000
005010     SELECT MONETARY-POST-FILE ASSIGN TO 'MONPOST.DAT'
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-MONPOST-STATUS.
005040
005100     SELECT STATEMENT-FILE ASSIGN TO 'STMT.DAT'
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT STATEMENT-REPORT ASSIGN TO 'RPTSTMT.PRT'
005500         ORGANIZATION IS SEQUENTIAL.
005520
005540     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
005560         ORGANIZATION IS SEQUENTIAL
005580         FILE STATUS IS WS-BALLEDGR-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006700     05  CM-ACCT-STATUS         PIC X(01).
006800         88  CM-ACCOUNT-ACTIVE                 VALUE 'A'.
006900         88  CM-ACCOUNT-CLOSED                 VALUE 'C'.
006950         88  CM-ACCOUNT-CHARGED-OFF            VALUE 'X'.
007000     05  CM-CURR-BALANCE        PIC S9(9)V99 COMP-3.
007100     05  CM-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
007200     05  CM-FEES-YTD            PIC S9(9)V99 COMP-3.
007720         88  CM-ON-PENALTY-APR                 VALUE 'Y'.
007730     05  CM-PIF-CYCLES          PIC 9(03).
007740     05  CM-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
007793     05  CM-CHARGEOFF-DATE      PIC 9(8).
007846     05  CM-RECOVERED-AMT       PIC S9(9)V99 COMP-3.
007900
008000*----------------------------------------------------------------*
008100*  INTEREST-POST-FILE - ONE RECORD PER TRANSACTION POSTED BY     *
010200     05  PMT-DATE               PIC 9(8).
010300     05  PMT-AMOUNT             PIC S9(9)V99 COMP-3.
010400
010410*----------------------------------------------------------------*
010420*  MONETARY-POST-FILE - PURCHASES, CASH ADVANCES, RETURNS AND    *
010430*  PAYMENTS POSTED BY MONETARY-POST. LAYOUT MUST STAY IN STEP    *
010440*  WITH THE WRITER. PAYMENTS ARE TAKEN FROM PAYMENT-FILE, SO     *
010450*  PAYMENT RECORDS ARE SKIPPED HERE, AS ARE RECOVERIES ON        *
010455*  CHARGED-OFF CARDS, WHICH ARE NO LONGER STATED.                *
010460*----------------------------------------------------------------*
010470 FD  MONETARY-POST-FILE
010480     RECORDING MODE IS F.
010490 01  MONETARY-POST-RECORD.
010491     05  MP-CARD-NUMBER         PIC X(16).
010492     05  MP-TXN-DATE            PIC 9(8).
010493     05  MP-TXN-TYPE            PIC X(02).
010494         88  MP-PURCHASE                       VALUE 'PU'.
010495         88  MP-CASH-ADVANCE                   VALUE 'CA'.
010496         88  MP-RETURN                         VALUE 'RT'.
010497         88  MP-PAYMENT                        VALUE 'PY'.
010498     05  MP-AMOUNT              PIC S9(9)V99 COMP-3.
010499     05  MP-NEW-BALANCE         PIC S9(9)V99 COMP-3.
010500     05  MP-REFERENCE           PIC X(12).
010501
010500*----------------------------------------------------------------*
010600*  STATEMENT-FILE - ONE OUTPUT RECORD PER STATEMENT SO THE       *
010700*  DELIVERY/PRESENTMENT SUBSYSTEM CAN PICK UP THE FIGURES        *
012000     05  ST-CLOSE-BALANCE       PIC S9(9)V99 COMP-3.
012100     05  ST-MIN-PAYMENT         PIC S9(9)V99 COMP-3.
012200     05  ST-DUE-DATE            PIC 9(8).
012210     05  ST-PURCHASES           PIC S9(9)V99 COMP-3.
012220     05  ST-CREDITS             PIC S9(9)V99 COMP-3.
012300
012400*----------------------------------------------------------------*
012500*  STATEMENT-REPORT - PRINTED STATEMENT IMAGE, ONE PER PAGE      *
012700 FD  STATEMENT-REPORT
012800     RECORDING MODE IS F.
012900 01  RPT-RECORD                 PIC X(132).
012903
012906*----------------------------------------------------------------*
012909*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
012912*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
012915*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
012918*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
012921*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
012924*  THE NIGHT'S FIRST STEP CREATES IT.                            *
012927*----------------------------------------------------------------*
012930 FD  BALANCE-LEDGER-FILE
012933     RECORDING MODE IS F.
012936 01  BALANCE-LEDGER-RECORD.
012939     05  BL-STEP-NAME           PIC X(20).
012942     05  BL-STREAM-ID           PIC X(08).
012945     05  BL-BUSINESS-DATE       PIC 9(08).
012948     05  BL-RUN-DATE            PIC 9(08).
012951     05  BL-RUN-TIME            PIC 9(08).
012954     05  BL-RETURN-CODE         PIC 9(04).
012957     05  BL-RECORDS-IN          PIC 9(09).
012960     05  BL-RECORDS-OUT         PIC 9(09).
012963     05  BL-RECORDS-REJECTED    PIC 9(09).
012966     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
012969     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
012972     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
012975     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
012978     05  FILLER                 PIC X(20).
013000
013100 WORKING-STORAGE SECTION.
013200*----------------------------------------------------------------*
013800     88  END-OF-POST-FILE                      VALUE 'Y'.
013900 77  WS-PMT-EOF                 PIC X(01)      VALUE 'N'.
014000     88  END-OF-PAYMENT-FILE                   VALUE 'Y'.
014010 77  WS-MONPOST-EOF             PIC X(01)      VALUE 'N'.
014020     88  END-OF-MONPOST-FILE                   VALUE 'Y'.
014030 77  WS-MONPOST-STATUS          PIC X(02)      VALUE SPACES.
014040     88  MONPOST-FILE-OK                       VALUE '00'.
014050     88  MONPOST-FILE-ABSENT                   VALUE '35'.
014100 77  WS-CARDMSTR-STATUS         PIC X(02)      VALUE SPACES.
014200     88  CARDMSTR-OK                           VALUE '00'.
014300     88  CARDMSTR-EOF                          VALUE '10'.
016500 77  WS-CYCLE-INTEREST          PIC S9(9)V99   COMP-3 VALUE 0.
016600 77  WS-CYCLE-FEES              PIC S9(9)V99   COMP-3 VALUE 0.
016700 77  WS-CYCLE-ADJUSTMENTS       PIC S9(9)V99   COMP-3 VALUE 0.
016710 77  WS-CYCLE-PURCHASES         PIC S9(9)V99   COMP-3 VALUE 0.
016720 77  WS-CYCLE-CREDITS           PIC S9(9)V99   COMP-3 VALUE 0.
016800 77  WS-PMTS-RECEIVED           PIC S9(9)V99   COMP-3 VALUE 0.
016900 77  WS-MIN-PMT-PCT-AMT         PIC S9(9)V99   COMP-3 VALUE 0.
017000 77  WS-MIN-PAYMENT             PIC S9(9)V99   COMP-3 VALUE 0.
017100 77  WS-DUE-DATE                PIC 9(08)      VALUE 0.
017200 77  WS-DUE-DATE-INT            PIC 9(09)      COMP   VALUE 0.
017225 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
017250     88  BALLEDGR-FILE-OK                      VALUE '00'.
017275     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
017300
017400 01  WS-CURRENT-DATE.
017500     05  WS-CURR-YYYY           PIC 9(4).
018300*----------------------------------------------------------------*
018400 77  WS-STATEMENT-COUNT         PIC 9(07)      COMP   VALUE 0.
018500 77  WS-SKIPPED-COUNT           PIC 9(07)      COMP   VALUE 0.
018550 77  WS-CHGOFF-SKIPPED-COUNT    PIC 9(07)      COMP   VALUE 0.
018600 77  WS-TOTAL-CLOSE-BAL         PIC S9(11)V99  COMP-3 VALUE 0.
018700 77  WS-TOTAL-MIN-PMT           PIC S9(11)V99  COMP-3 VALUE 0.
018706*    INTPOST.DAT AS READ, AS STATED, AND AS LEFT UNSTATED (CARDS
018712*    SKIPPED, CHARGED OFF OR NOT ON THE MASTER) FOR THE NIGHT'S
018718*    BALANCING LEDGER.
018724 77  WS-POST-READ-COUNT         PIC 9(09)      COMP   VALUE 0.
018730 77  WS-POST-FILE-INTEREST      PIC S9(11)V99  COMP-3 VALUE 0.
018736 77  WS-POST-FILE-FEES          PIC S9(11)V99  COMP-3 VALUE 0.
018742 77  WS-POST-FILE-ADJ           PIC S9(11)V99  COMP-3 VALUE 0.
018748 77  WS-STATED-INTEREST         PIC S9(11)V99  COMP-3 VALUE 0.
018754 77  WS-STATED-FEES             PIC S9(11)V99  COMP-3 VALUE 0.
018760 77  WS-STATED-ADJ              PIC S9(11)V99  COMP-3 VALUE 0.
018766 77  WS-UNSTATED-COUNT          PIC 9(09)      COMP   VALUE 0.
018772 77  WS-UNSTATED-INTEREST       PIC S9(11)V99  COMP-3 VALUE 0.
018778 77  WS-UNSTATED-FEES           PIC S9(11)V99  COMP-3 VALUE 0.
018784 77  WS-UNSTATED-ADJ            PIC S9(11)V99  COMP-3 VALUE 0.
018800
018900*----------------------------------------------------------------*
019000*  CYCLE ACTIVITY TABLE, LOADED FROM INTEREST-POST-FILE AT       *
019100*  STARTUP. MULTIPLE POST RECORDS FOR THE SAME CARD (NIGHTLY     *
019200*  ACCRUALS PLUS ADJUSTMENT ENTRIES) ARE SUMMED INTO ONE ENTRY,  *
019300*  SO IT MUST BE SIZED FOR THE WHOLE PORTFOLIO. THE CYCLE'S      *
019310*  PURCHASES AND CREDITS FROM MONETARY-POST-FILE ARE SUMMED      *
019320*  INTO THE SAME ENTRY.                                          *
019400*----------------------------------------------------------------*
019500 77  WS-POST-FOUND-IDX          PIC 9(07)      COMP   VALUE 0.
019600 77  WS-POST-TABLE-COUNT        PIC 9(07)      COMP   VALUE 0.
020400         10  WS-POST-INTEREST       PIC S9(9)V99 COMP-3.
020500         10  WS-POST-FEES           PIC S9(9)V99 COMP-3.
020600         10  WS-POST-ADJUSTMENTS    PIC S9(9)V99 COMP-3.
020610         10  WS-POST-PURCHASES      PIC S9(9)V99 COMP-3.
020620         10  WS-POST-CREDITS        PIC S9(9)V99 COMP-3.
020660         10  WS-POST-STATED         PIC X(01).
020700
020800*----------------------------------------------------------------*
020900*  CYCLE PAYMENTS TABLE, LOADED FROM PAYMENT-FILE AT STARTUP.    *
029400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029500     PERFORM 1200-LOAD-POST-TABLE
029600     PERFORM 1300-LOAD-PAYMENT-TABLE
029650     PERFORM 1400-LOAD-MONETARY-POSTS
029700     COMPUTE WS-DUE-DATE-INT =
029800         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
029900       + WS-PMT-DUE-DAYS
031300     END-IF
031400     OPEN INPUT  INTEREST-POST-FILE
031500     OPEN INPUT  PAYMENT-FILE
031510     OPEN INPUT  MONETARY-POST-FILE
031520     IF NOT MONPOST-FILE-OK AND NOT MONPOST-FILE-ABSENT
031530         DISPLAY '*** MONPOST.DAT OPEN FAILED - STATUS: '
031540             WS-MONPOST-STATUS ' ***'
031550         MOVE 16 TO RETURN-CODE
031560         PERFORM 8200-CLOSE-FILES
031570         STOP RUN
031580     END-IF
031600     OPEN OUTPUT STATEMENT-FILE
031700     OPEN OUTPUT STATEMENT-REPORT.
031800
033200         AT END
033300             MOVE 'Y' TO WS-POST-EOF
033400         NOT AT END
033500             ADD 1             TO WS-POST-READ-COUNT
033525             ADD IP-INTEREST   TO WS-POST-FILE-INTEREST
033550             ADD IP-LATE-FEE   TO WS-POST-FILE-FEES
033575             ADD IP-ADJUSTMENT TO WS-POST-FILE-ADJ
033600     END-READ.
033700
033800 1220-STORE-POST-ENTRY.
036300             WS-POST-FEES(WS-POST-TABLE-COUNT)
036400         MOVE IP-ADJUSTMENT TO
036500             WS-POST-ADJUSTMENTS(WS-POST-TABLE-COUNT)
036510         MOVE ZERO TO
036520             WS-POST-PURCHASES(WS-POST-TABLE-COUNT)
036530         MOVE ZERO TO
036540             WS-POST-CREDITS(WS-POST-TABLE-COUNT)
036560         MOVE 'N' TO
036580             WS-POST-STATED(WS-POST-TABLE-COUNT)
036600     END-IF
036700     PERFORM 1210-READ-POST-RECORD.
036800
040600             WS-PMT-TOTAL-PAID(WS-PMT-TABLE-COUNT)
040700     END-IF
040800     PERFORM 1310-READ-PAYMENT-RECORD.
040810
040820*----------------------------------------------------------------*
040830*  1400-LOAD-MONETARY-POSTS - ADDS THE CYCLE'S PURCHASES, CASH   *
040840*  ADVANCES AND RETURNS TO THE ACTIVITY TABLE. AN ABSENT FILE    *
040850*  (STATUS 35) MEANS NO MONETARY ACTIVITY WAS POSTED.            *
040860*----------------------------------------------------------------*
040870 1400-LOAD-MONETARY-POSTS.
040880     IF MONPOST-FILE-OK
040890         PERFORM 1410-READ-MONETARY-POST
040900         PERFORM 1420-STORE-MONETARY-POST
040910             UNTIL END-OF-MONPOST-FILE
040920         CLOSE MONETARY-POST-FILE
040930     END-IF.
040940
040950 1410-READ-MONETARY-POST.
040960     READ MONETARY-POST-FILE
040970         AT END
040980             MOVE 'Y' TO WS-MONPOST-EOF
040990         NOT AT END
040991             CONTINUE
040992     END-READ.
040993
040994 1420-STORE-MONETARY-POST.
040995     IF MP-PURCHASE OR MP-CASH-ADVANCE OR MP-RETURN
040996         MOVE MP-CARD-NUMBER TO WS-POST-SEARCH-CARD
040997         PERFORM 2300-LOOKUP-POST-TOTALS
040998         IF NOT CARD-POST-WAS-FOUND
040999             PERFORM 1430-ADD-MONETARY-ENTRY
041000         END-IF
041001         IF MP-RETURN
041002             ADD MP-AMOUNT TO
041003                 WS-POST-CREDITS(WS-POST-FOUND-IDX)
041004         ELSE
041005             ADD MP-AMOUNT TO
041006                 WS-POST-PURCHASES(WS-POST-FOUND-IDX)
041007         END-IF
041008     END-IF
041009     PERFORM 1410-READ-MONETARY-POST.
041010
041011 1430-ADD-MONETARY-ENTRY.
041012     IF WS-POST-TABLE-COUNT = WS-POST-TABLE-MAX
041013         DISPLAY '*** MONETARY-POST CARD COUNT EXCEEDS  ***'
041014         DISPLAY '*** WS-POST-TABLE CAPACITY OF '
041015             WS-POST-TABLE-MAX ' ***'
041016         MOVE 16 TO RETURN-CODE
041017         PERFORM 8200-CLOSE-FILES
041018         STOP RUN
041019     END-IF
041020     ADD 1 TO WS-POST-TABLE-COUNT
041021     MOVE MP-CARD-NUMBER TO
041022         WS-POST-CARD-NUMBER(WS-POST-TABLE-COUNT)
041023     MOVE ZERO TO WS-POST-INTEREST(WS-POST-TABLE-COUNT)
041024     MOVE ZERO TO WS-POST-FEES(WS-POST-TABLE-COUNT)
041025     MOVE ZERO TO WS-POST-ADJUSTMENTS(WS-POST-TABLE-COUNT)
041026     MOVE ZERO TO WS-POST-PURCHASES(WS-POST-TABLE-COUNT)
041027     MOVE ZERO TO WS-POST-CREDITS(WS-POST-TABLE-COUNT)
041027     MOVE 'N'  TO WS-POST-STATED(WS-POST-TABLE-COUNT)
041028     MOVE WS-POST-TABLE-COUNT TO WS-POST-FOUND-IDX.
040900
041000*----------------------------------------------------------------*
041100*  2100-READ-CARD-MASTER - SEQUENTIAL PASS OF THE WHOLE MASTER   *
042200*  2200-PROCESS-ONE-CARD - A STATEMENT IS CUT FOR EVERY ACTIVE   *
042300*  ACCOUNT AND FOR ANY CLOSED ACCOUNT STILL CARRYING A BALANCE;  *
042400*  A CLOSED, ZERO-BALANCE ACCOUNT HAS NOTHING TO STATE.          *
042433*  A CHARGED-OFF ACCOUNT IS WORKED BY RECOVERIES AND IS NOT      *
042466*  STATED EITHER.                                                *
042500*----------------------------------------------------------------*
042600 2200-PROCESS-ONE-CARD.
042625     IF CM-ACCOUNT-CHARGED-OFF
042650         ADD 1 TO WS-CHGOFF-SKIPPED-COUNT
042675     ELSE
042700         IF CM-ACCOUNT-ACTIVE
042800             OR CM-CURR-BALANCE NOT = ZERO
042900             PERFORM 2500-COMPUTE-STATEMENT
043000             PERFORM 2600-WRITE-STATEMENT-RECORD
043100             PERFORM 2700-PRINT-STATEMENT
043200             ADD 1 TO WS-STATEMENT-COUNT
043300             ADD WS-CLOSE-BALANCE TO WS-TOTAL-CLOSE-BAL
043400             ADD WS-MIN-PAYMENT   TO WS-TOTAL-MIN-PMT
043500         ELSE
043600             ADD 1 TO WS-SKIPPED-COUNT
043700         END-IF
043750     END-IF
043800     PERFORM 2100-READ-CARD-MASTER.
043900
044000*----------------------------------------------------------------*
047200*  2500-COMPUTE-STATEMENT - THE CLOSING BALANCE IS THE MASTER'S  *
047300*  POSTED POSITION; THE OPENING BALANCE BACKS THE CYCLE'S        *
047400*  ACTIVITY OUT OF IT SO THE STATEMENT FOOTS:                    *
047500*      OPEN + PURCHASES - CREDITS + INTEREST + FEES              *
047510*           + ADJUSTMENTS - PAYMENTS = CLOSE.                    *
047600*  THE MINIMUM PAYMENT IS THE GREATER OF THE FLAT FLOOR OR THE   *
047700*  PERCENT OF CLOSING BALANCE, CAPPED AT THE BALANCE; A CREDIT   *
047800*  OR ZERO BALANCE OWES NOTHING.                                 *
048200     MOVE CM-CARD-NUMBER  TO WS-POST-SEARCH-CARD
048300     PERFORM 2300-LOOKUP-POST-TOTALS
048400     IF CARD-POST-WAS-FOUND
048450         MOVE 'Y' TO WS-POST-STATED(WS-POST-FOUND-IDX)
048500         MOVE WS-POST-INTEREST(WS-POST-FOUND-IDX)
048600             TO WS-CYCLE-INTEREST
048700         MOVE WS-POST-FEES(WS-POST-FOUND-IDX)
048800             TO WS-CYCLE-FEES
048900         MOVE WS-POST-ADJUSTMENTS(WS-POST-FOUND-IDX)
049000             TO WS-CYCLE-ADJUSTMENTS
049010         MOVE WS-POST-PURCHASES(WS-POST-FOUND-IDX)
049020             TO WS-CYCLE-PURCHASES
049030         MOVE WS-POST-CREDITS(WS-POST-FOUND-IDX)
049040             TO WS-CYCLE-CREDITS
049100     ELSE
049200         MOVE ZERO TO WS-CYCLE-INTEREST
049300         MOVE ZERO TO WS-CYCLE-FEES
049400         MOVE ZERO TO WS-CYCLE-ADJUSTMENTS
049410         MOVE ZERO TO WS-CYCLE-PURCHASES
049420         MOVE ZERO TO WS-CYCLE-CREDITS
049500     END-IF
049600     MOVE CM-CARD-NUMBER TO WS-PMT-SEARCH-CARD
049700     PERFORM 2400-LOOKUP-CARD-PAYMENTS
050300     END-IF
050400     COMPUTE WS-OPEN-BALANCE =
050500         WS-CLOSE-BALANCE - WS-CYCLE-INTEREST - WS-CYCLE-FEES
050600       - WS-CYCLE-ADJUSTMENTS - WS-CYCLE-PURCHASES
050650       + WS-CYCLE-CREDITS + WS-PMTS-RECEIVED
050700     IF WS-CLOSE-BALANCE > ZERO
050800         COMPUTE WS-MIN-PMT-PCT-AMT ROUNDED =
050900             WS-CLOSE-BALANCE * WS-MIN-PMT-PCT
053000     MOVE WS-CLOSE-BALANCE      TO ST-CLOSE-BALANCE
053100     MOVE WS-MIN-PAYMENT        TO ST-MIN-PAYMENT
053200     MOVE WS-DUE-DATE           TO ST-DUE-DATE
053210     MOVE WS-CYCLE-PURCHASES    TO ST-PURCHASES
053220     MOVE WS-CYCLE-CREDITS      TO ST-CREDITS
053300     WRITE STATEMENT-RECORD
053325     ADD WS-CYCLE-INTEREST      TO WS-STATED-INTEREST
053350     ADD WS-CYCLE-FEES          TO WS-STATED-FEES
053375     ADD WS-CYCLE-ADJUSTMENTS   TO WS-STATED-ADJ.
053400
053500*----------------------------------------------------------------*
053600*  2700-PRINT-STATEMENT - ONE STATEMENT IMAGE PER PAGE           *
055000     MOVE 'PAYMENTS RECEIVED:'      TO SA-LABEL
055100     MOVE WS-PMTS-RECEIVED          TO SA-AMOUNT
055200     PERFORM 2710-PRINT-AMOUNT-LINE
055210     MOVE 'PURCHASES/ADVANCES:'     TO SA-LABEL
055220     MOVE WS-CYCLE-PURCHASES        TO SA-AMOUNT
055230     PERFORM 2710-PRINT-AMOUNT-LINE
055240     MOVE 'RETURNS/CREDITS:'        TO SA-LABEL
055250     MOVE WS-CYCLE-CREDITS          TO SA-AMOUNT
055260     PERFORM 2710-PRINT-AMOUNT-LINE
055300     MOVE 'INTEREST CHARGED:'       TO SA-LABEL
055400     MOVE WS-CYCLE-INTEREST         TO SA-AMOUNT
055500     PERFORM 2710-PRINT-AMOUNT-LINE
058800         DISPLAY 'CLOSED ZERO-BALANCE ACCOUNTS SKIPPED: '
058900             WS-SKIPPED-COUNT
059000     END-IF
059020     IF WS-CHGOFF-SKIPPED-COUNT > ZERO
059040         DISPLAY 'CHARGED-OFF ACCOUNTS SKIPPED:         '
059060             WS-CHGOFF-SKIPPED-COUNT
059080     END-IF
059090     PERFORM 8180-WRITE-BALANCE-LEDGER
059100     PERFORM 8200-CLOSE-FILES.
059200
059201*----------------------------------------------------------------*
059202*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
059203*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
059204*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
059205*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
059206*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
059207*  CARRIED ON THE RECORD.                                        *
059208*----------------------------------------------------------------*
059209 8180-WRITE-BALANCE-LEDGER.
059210     OPEN EXTEND BALANCE-LEDGER-FILE
059211     IF BALLEDGR-FILE-NOT-FOUND
059212         OPEN OUTPUT BALANCE-LEDGER-FILE
059213     END-IF
059214     IF NOT BALLEDGR-FILE-OK
059215         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
059216             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
059217         MOVE 16 TO RETURN-CODE
059218         PERFORM 8200-CLOSE-FILES
059219         STOP RUN
059220     END-IF
059221     INITIALIZE BALANCE-LEDGER-RECORD
059222     MOVE 'CYCLE-STATEMENT'     TO BL-STEP-NAME
059223     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
059224     ACCEPT BL-RUN-TIME FROM TIME
059225     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
059226     MOVE RETURN-CODE           TO BL-RETURN-CODE
059227     MOVE 'INTPOST'             TO BL-STREAM-ID
059228     MOVE WS-POST-READ-COUNT    TO BL-RECORDS-IN
059229     MOVE WS-POST-TABLE-COUNT   TO BL-RECORDS-OUT
059230     MOVE ZERO                  TO BL-RECORDS-REJECTED
059231     MOVE ZERO                  TO BL-AMOUNT-TOTAL
059232     MOVE WS-POST-FILE-INTEREST TO BL-INTEREST-TOTAL
059233     MOVE WS-POST-FILE-FEES     TO BL-FEE-TOTAL
059234     MOVE WS-POST-FILE-ADJ      TO BL-ADJUSTMENT-TOTAL
059235     WRITE BALANCE-LEDGER-RECORD
059236     MOVE 'STMT'                TO BL-STREAM-ID
059237     COMPUTE BL-RECORDS-IN =
059238         WS-STATEMENT-COUNT + WS-SKIPPED-COUNT
059239       + WS-CHGOFF-SKIPPED-COUNT
059240     MOVE WS-STATEMENT-COUNT    TO BL-RECORDS-OUT
059241     COMPUTE BL-RECORDS-REJECTED =
059242         WS-SKIPPED-COUNT + WS-CHGOFF-SKIPPED-COUNT
059243     MOVE WS-TOTAL-CLOSE-BAL    TO BL-AMOUNT-TOTAL
059244     MOVE WS-STATED-INTEREST    TO BL-INTEREST-TOTAL
059245     MOVE WS-STATED-FEES        TO BL-FEE-TOTAL
059246     MOVE WS-STATED-ADJ         TO BL-ADJUSTMENT-TOTAL
059247     WRITE BALANCE-LEDGER-RECORD
059248     MOVE ZERO                  TO WS-UNSTATED-COUNT
059249     MOVE ZERO                  TO WS-UNSTATED-INTEREST
059250     MOVE ZERO                  TO WS-UNSTATED-FEES
059251     MOVE ZERO                  TO WS-UNSTATED-ADJ
059252     PERFORM 8185-TALLY-UNSTATED-ENTRY
059253         VARYING WS-POST-IDX FROM 1 BY 1
059254         UNTIL WS-POST-IDX > WS-POST-TABLE-COUNT
059255     MOVE 'UNSTATED'            TO BL-STREAM-ID
059256     MOVE WS-UNSTATED-COUNT     TO BL-RECORDS-IN
059257     MOVE ZERO                  TO BL-RECORDS-OUT
059258     MOVE ZERO                  TO BL-RECORDS-REJECTED
059259     MOVE ZERO                  TO BL-AMOUNT-TOTAL
059260     MOVE WS-UNSTATED-INTEREST  TO BL-INTEREST-TOTAL
059261     MOVE WS-UNSTATED-FEES      TO BL-FEE-TOTAL
059262     MOVE WS-UNSTATED-ADJ       TO BL-ADJUSTMENT-TOTAL
059263     WRITE BALANCE-LEDGER-RECORD
059264     CLOSE BALANCE-LEDGER-FILE.
059265
059267 8185-TALLY-UNSTATED-ENTRY.
059269     IF WS-POST-STATED(WS-POST-IDX) NOT = 'Y'
059271         ADD 1 TO WS-UNSTATED-COUNT
059273         ADD WS-POST-INTEREST(WS-POST-IDX)
059275             TO WS-UNSTATED-INTEREST
059277         ADD WS-POST-FEES(WS-POST-IDX)
059279             TO WS-UNSTATED-FEES
059281         ADD WS-POST-ADJUSTMENTS(WS-POST-IDX)
059283             TO WS-UNSTATED-ADJ
059285     END-IF.
059287
059300 8200-CLOSE-FILES.
059400     CLOSE CARD-MASTER
059500     CLOSE STATEMENT-FILE
