001900*    DO NOT BALANCE ENDS WITH RC=16 SO THE SCHEDULER HOLDS THE
002000*    GL LOAD STEP.
002100*
002110*    THE MONETARY POST FILE (MONPOST.DAT) WRITTEN BY MONETARY-
002120*    POST IS JOURNALED IN THE SAME RUN: PURCHASES AND CASH
002130*    ADVANCES DEBIT PRINCIPAL RECEIVABLE, RETURNS AND PAYMENTS
002140*    CREDIT IT. AN ABSENT MONPOST.DAT (STATUS 35) MEANS NO
002150*    MONETARY ACTIVITY WAS POSTED AND IS A NORMAL CONDITION.
002151*
002152*    THE MONTHLY CHARGE-OFF FILE (CHGOFF.DAT) WRITTEN BY
002153*    CHARGE-OFF WRITES EACH CHARGED-OFF CARD'S PRINCIPAL,
002154*    INTEREST AND FEE RECEIVABLES OFF AGAINST THE LOSS
002155*    ALLOWANCE. LATER PAYMENTS AND RETURNS ON A CHARGED-OFF CARD
002156*    ARRIVE ON MONPOST.DAT AS RECOVERIES (RP/RR) AND CREDIT THE
002157*    LOSS ALLOWANCE, NOT THE RECEIVABLE. CHARGE-OFF REWRITES
002158*    CHGOFF.DAT ON EACH MONTHLY RUN AND THE FILE IS LEFT IN
002159*    PLACE BETWEEN RUNS, SO ONLY RECORDS DATED TODAY (THE NIGHT
002159*    CHARGE-OFF RAN) ARE JOURNALED; OLDER RECORDS WERE JOURNALED
002159*    ON THEIR OWN NIGHT AND ARE COUNTED AS SKIPPED. AN ABSENT
002159*    FILE (STATUS 35) IS A NORMAL CONDITION.
002160*
002200*    MODIFICATION HISTORY
002300*    ------------------------------------------------------------
002400*    DATE       INIT  DESCRIPTION
002760*    2026-09-02 TJK   CARRIED IP-OVERLIMIT-FLAG ADDED TO THE
002770*                     INTEREST-POST LAYOUT BY CALC-INTEREST
002780*                     (NOT USED IN THE JOURNAL MAPPING).
002781*    2026-10-15 TJK   ADDED THE MONETARY POST FILE (MONPOST.DAT)
002782*                     FROM MONETARY-POST: PURCHASES, CASH
002783*                     ADVANCES, RETURNS AND PAYMENTS NOW CUT
002784*                     PRINCIPAL RECEIVABLE JOURNAL PAIRS AND
002785*                     ARE PROVED ON RPTGLPF.PRT. JOURNAL CARD
002786*                     AND DATE NOW SET BY EACH PAIR WRITER.
002788*    2026-10-15 TJK   ADDED THE CHARGE-OFF FILE (CHGOFF.DAT) -
002790*                     PRINCIPAL, INTEREST AND FEE RECEIVABLES
002792*                     WRITTEN OFF AGAINST THE LOSS ALLOWANCE -
002794*                     AND RECOVERY TYPES RP/RR ON MONPOST.DAT
002796*                     CREDITED TO THE LOSS ALLOWANCE.
002796*    2026-10-15 TJK   END-OF-JOB CONTROL RECORDS FOR EACH INPUT
002796*                     (INTPOST, MONPOST, CHGOFF) AND FOR THE GL
002796*                     JOURNAL ITSELF APPENDED TO THE NIGHT'S
002796*                     BALANCING LEDGER (BALLEDGR.DAT) FOR THE
002796*                     BATCH-BALANCING SIGN-OFF.
002797*    2026-10-15 TJK   CHARGE-OFF RECORDS NOT DATED TODAY ARE
002798*                     SKIPPED AND COUNTED - CHGOFF.DAT STAYS IN
002798*                     PLACE BETWEEN MONTHLY RUNS AND WAS BEING
002799*                     JOURNALED AGAIN EVERY NIGHT.
002800*    ------------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
003600     SELECT INTEREST-POST-FILE ASSIGN TO 'INTPOST.DAT'
003700         ORGANIZATION IS SEQUENTIAL.
003800
003810     SELECT MONETARY-POST-FILE ASSIGN TO 'MONPOST.DAT'
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS WS-MONPOST-STATUS.
003832
003834     SELECT CHARGEOFF-POST-FILE ASSIGN TO 'CHGOFF.DAT'
003836         ORGANIZATION IS SEQUENTIAL
003838         FILE STATUS IS WS-CHGOFF-STATUS.
003840
003900     SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT GL-PROOF-REPORT ASSIGN TO 'RPTGLPF.PRT'
004300         ORGANIZATION IS SEQUENTIAL.
004320
004340     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
004360         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS WS-BALLEDGR-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005800     05  IP-NEW-BALANCE         PIC S9(9)V99 COMP-3.
005850     05  IP-OVERLIMIT-FLAG      PIC X(01).
005900
005910*----------------------------------------------------------------*
005920*  MONETARY-POST-FILE - ONE RECORD PER PURCHASE, CASH ADVANCE,   *
005930*  RETURN OR PAYMENT POSTED BY MONETARY-POST. LAYOUT MUST STAY   *
005940*  IN STEP WITH THE WRITER.                                      *
005950*----------------------------------------------------------------*
005960 FD  MONETARY-POST-FILE
005970     RECORDING MODE IS F.
005980 01  MONETARY-POST-RECORD.
005981     05  MP-CARD-NUMBER         PIC X(16).
005982     05  MP-TXN-DATE            PIC 9(8).
005983     05  MP-TXN-TYPE            PIC X(02).
005984         88  MP-PURCHASE                       VALUE 'PU'.
005985         88  MP-CASH-ADVANCE                   VALUE 'CA'.
005986         88  MP-RETURN                         VALUE 'RT'.
005987         88  MP-PAYMENT                        VALUE 'PY'.
005987         88  MP-RECOVERY-PMT                   VALUE 'RP'.
005987         88  MP-RECOVERY-RTN                   VALUE 'RR'.
005988     05  MP-AMOUNT              PIC S9(9)V99 COMP-3.
005989     05  MP-NEW-BALANCE         PIC S9(9)V99 COMP-3.
005990     05  MP-REFERENCE           PIC X(12).
005995
005995*----------------------------------------------------------------*
005995*  CHARGEOFF-POST-FILE - ONE RECORD PER CARD CHARGED OFF BY THE  *
005995*  MONTHLY CHARGE-OFF RUN. LAYOUT MUST STAY IN STEP WITH THE     *
005995*  WRITER.                                                       *
005995*----------------------------------------------------------------*
005995 FD  CHARGEOFF-POST-FILE
005995     RECORDING MODE IS F.
005995 01  CHARGEOFF-POST-RECORD.
005995     05  CO-CARD-NUMBER         PIC X(16).
005995     05  CO-CHARGEOFF-DATE      PIC 9(8).
005995     05  CO-PRINCIPAL           PIC S9(9)V99 COMP-3.
005995     05  CO-INTEREST            PIC S9(9)V99 COMP-3.
005995     05  CO-FEES                PIC S9(9)V99 COMP-3.
005995     05  CO-TOTAL               PIC S9(9)V99 COMP-3.
005995     05  CO-DELQ-CYCLES         PIC 9(03).
005995
006000*----------------------------------------------------------------*
006100*  GL-JOURNAL-FILE - BALANCED DEBIT/CREDIT JOURNAL EXTRACT IN    *
006200*  THE FIXED LAYOUT THE GL LOAD UTILITY EXPECTS.                 *
007700 FD  GL-PROOF-REPORT
007800     RECORDING MODE IS F.
007900 01  RPT-RECORD                 PIC X(132).
007903
007906*----------------------------------------------------------------*
007909*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
007912*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
007915*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
007918*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
007921*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
007924*  THE NIGHT'S FIRST STEP CREATES IT.                            *
007927*----------------------------------------------------------------*
007930 FD  BALANCE-LEDGER-FILE
007933     RECORDING MODE IS F.
007936 01  BALANCE-LEDGER-RECORD.
007939     05  BL-STEP-NAME           PIC X(20).
007942     05  BL-STREAM-ID           PIC X(08).
007945     05  BL-BUSINESS-DATE       PIC 9(08).
007948     05  BL-RUN-DATE            PIC 9(08).
007951     05  BL-RUN-TIME            PIC 9(08).
007954     05  BL-RETURN-CODE         PIC 9(04).
007957     05  BL-RECORDS-IN          PIC 9(09).
007960     05  BL-RECORDS-OUT         PIC 9(09).
007963     05  BL-RECORDS-REJECTED    PIC 9(09).
007966     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
007969     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
007972     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
007975     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
007978     05  FILLER                 PIC X(20).
008000
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------*
008600     88  END-OF-POST-FILE                      VALUE 'Y'.
008700 77  WS-OUT-OF-BALANCE          PIC X(01)      VALUE 'N'.
008800     88  JOURNAL-OUT-OF-BALANCE                VALUE 'Y'.
008810 77  WS-MONPOST-EOF             PIC X(01)      VALUE 'N'.
008820     88  END-OF-MONPOST-FILE                   VALUE 'Y'.
008830 77  WS-MONPOST-STATUS          PIC X(02)      VALUE SPACES.
008840     88  MONPOST-FILE-OK                       VALUE '00'.
008850     88  MONPOST-FILE-ABSENT                   VALUE '35'.
008860 77  WS-MONPOST-OPEN-SW         PIC X(01)      VALUE 'N'.
008870     88  MONPOST-FILE-IS-OPEN                  VALUE 'Y'.
008873 77  WS-CHGOFF-EOF              PIC X(01)      VALUE 'N'.
008876     88  END-OF-CHGOFF-FILE                    VALUE 'Y'.
008879 77  WS-CHGOFF-STATUS           PIC X(02)      VALUE SPACES.
008882     88  CHGOFF-FILE-OK                        VALUE '00'.
008885     88  CHGOFF-FILE-ABSENT                    VALUE '35'.
008888 77  WS-CHGOFF-OPEN-SW          PIC X(01)      VALUE 'N'.
008891     88  CHGOFF-FILE-IS-OPEN                   VALUE 'Y'.
008900
009000*----------------------------------------------------------------*
009100*  GL ACCOUNT ASSIGNMENTS - AGREED WITH THE GENERAL-LEDGER TEAM  *
009600 77  WS-ACCT-FEE-INCOME         PIC X(08)      VALUE '40200000'.
009610 77  WS-ACCT-ADJ-RECV           PIC X(08)      VALUE '12300000'.
009620 77  WS-ACCT-ADJ-EXPENSE        PIC X(08)      VALUE '60100000'.
009630 77  WS-ACCT-PRIN-RECV          PIC X(08)      VALUE '12000000'.
009640 77  WS-ACCT-MERCH-SETTLE       PIC X(08)      VALUE '20100000'.
009650 77  WS-ACCT-CASH-CLEAR         PIC X(08)      VALUE '10100000'.
009660 77  WS-ACCT-PMT-CLEAR          PIC X(08)      VALUE '10200000'.
009673 77  WS-ACCT-LOSS-ALLOW         PIC X(08)      VALUE '12900000'.
009686 77  WS-CHGOFF-RECV-ACCT        PIC X(08)      VALUE SPACES.
009700
009800*----------------------------------------------------------------*
009900*  CONTROL TOTALS                                                *
010450 77  WS-FILE-ADJ-TOTAL          PIC S9(11)V99  COMP-3 VALUE 0.
010500 77  WS-TOTAL-DEBITS            PIC S9(11)V99  COMP-3 VALUE 0.
010600 77  WS-TOTAL-CREDITS           PIC S9(11)V99  COMP-3 VALUE 0.
010610 77  WS-MONPOST-RECORD-COUNT    PIC 9(07)      COMP   VALUE 0.
010620 77  WS-FILE-DEBIT-TXN-TOTAL    PIC S9(11)V99  COMP-3 VALUE 0.
010630 77  WS-FILE-CREDIT-TXN-TOTAL   PIC S9(11)V99  COMP-3 VALUE 0.
010632 77  WS-FILE-RECOVERY-TOTAL     PIC S9(11)V99  COMP-3 VALUE 0.
010634 77  WS-CHGOFF-RECORD-COUNT     PIC 9(07)      COMP   VALUE 0.
010635 77  WS-CHGOFF-SKIPPED-COUNT    PIC 9(07)      COMP   VALUE 0.
010636 77  WS-FILE-CHGOFF-TOTAL       PIC S9(11)V99  COMP-3 VALUE 0.
010637 77  WS-JOURNALED-INTEREST      PIC S9(11)V99  COMP-3 VALUE 0.
010638 77  WS-JOURNALED-FEE           PIC S9(11)V99  COMP-3 VALUE 0.
010639 77  WS-JOURNALED-ADJ           PIC S9(11)V99  COMP-3 VALUE 0.
010640
010650*----------------------------------------------------------------*
010660*  CARD AND DATE CARRIED ONTO EVERY JOURNAL RECORD, SET BY THE   *
010670*  PAIR WRITERS FROM WHICHEVER INPUT FILE IS BEING JOURNALED.    *
010680*----------------------------------------------------------------*
010690 77  WS-JRNL-CARD-NUMBER        PIC X(16)      VALUE SPACES.
010695 77  WS-JRNL-POST-DATE          PIC 9(8)       VALUE 0.
010696 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
010697     88  BALLEDGR-FILE-OK                      VALUE '00'.
010698     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
010700
010800 01  WS-CURRENT-DATE.
010900     05  WS-CURR-YYYY           PIC 9(4).
011000     05  WS-CURR-MM             PIC 9(2).
011100     05  WS-CURR-DD             PIC 9(2).
011110 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
011120                                PIC 9(8).
011200
011300*----------------------------------------------------------------*
011400*  PROOF REPORT LINES                                            *
016100     PERFORM 2100-READ-POST-RECORD
016200     PERFORM 2200-PROCESS-ONE-POST
016300         UNTIL END-OF-POST-FILE
016310     IF MONPOST-FILE-IS-OPEN
016320         PERFORM 3100-READ-MONETARY-POST
016330         PERFORM 3200-PROCESS-ONE-MONETARY
016340             UNTIL END-OF-MONPOST-FILE
016350     END-IF
016358     IF CHGOFF-FILE-IS-OPEN
016366         PERFORM 4100-READ-CHARGEOFF-POST
016374         PERFORM 4200-PROCESS-ONE-CHARGEOFF
016382             UNTIL END-OF-CHGOFF-FILE
016390     END-IF
016400     PERFORM 8000-FINALIZE
016500     STOP RUN.
016600
017100     OPEN INPUT  INTEREST-POST-FILE
017200     OPEN OUTPUT GL-JOURNAL-FILE
017300     OPEN OUTPUT GL-PROOF-REPORT
017310     OPEN INPUT  MONETARY-POST-FILE
017320     EVALUATE TRUE
017330         WHEN MONPOST-FILE-OK
017340             MOVE 'Y' TO WS-MONPOST-OPEN-SW
017350         WHEN MONPOST-FILE-ABSENT
017360             DISPLAY 'MONPOST.DAT ABSENT - NO MONETARY '
017370                 'JOURNAL ENTRIES THIS RUN'
017380         WHEN OTHER
017390             DISPLAY '*** MONPOST.DAT OPEN FAILED - STATUS: '
017391                 WS-MONPOST-STATUS ' ***'
017392             MOVE 16 TO RETURN-CODE
017393             PERFORM 8200-CLOSE-FILES
017394             STOP RUN
017395     END-EVALUATE
017395     OPEN INPUT  CHARGEOFF-POST-FILE
017395     EVALUATE TRUE
017395         WHEN CHGOFF-FILE-OK
017395             MOVE 'Y' TO WS-CHGOFF-OPEN-SW
017395         WHEN CHGOFF-FILE-ABSENT
017395             DISPLAY 'CHGOFF.DAT ABSENT - NO CHARGE-OFF '
017395                 'JOURNAL ENTRIES THIS RUN'
017395         WHEN OTHER
017395             DISPLAY '*** CHGOFF.DAT OPEN FAILED - STATUS: '
017395                 WS-CHGOFF-STATUS ' ***'
017395             MOVE 16 TO RETURN-CODE
017395             PERFORM 8200-CLOSE-FILES
017395             STOP RUN
017395     END-EVALUATE
017400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
017500     PERFORM 1500-WRITE-REPORT-HEADERS.
017600
020900*  BALANCES.                                                     *
021000*----------------------------------------------------------------*
021100 2200-PROCESS-ONE-POST.
021110     MOVE IP-CARD-NUMBER        TO WS-JRNL-CARD-NUMBER
021120     MOVE IP-TXN-DATE           TO WS-JRNL-POST-DATE
021200     IF IP-INTEREST NOT = ZERO
021300         PERFORM 2300-WRITE-INTEREST-PAIR
021400     END-IF
022100*  2300-WRITE-INTEREST-PAIR                                      *
022200*----------------------------------------------------------------*
022300 2300-WRITE-INTEREST-PAIR.
022350     ADD IP-INTEREST            TO WS-JOURNALED-INTEREST
022400     MOVE WS-ACCT-INT-RECV      TO GJ-GL-ACCOUNT
022500     MOVE 'D'                   TO GJ-DR-CR-IND
022600     MOVE IP-INTEREST           TO GJ-AMOUNT
023600*  2400-WRITE-FEE-PAIR                                           *
023700*----------------------------------------------------------------*
023800 2400-WRITE-FEE-PAIR.
023850     ADD IP-LATE-FEE            TO WS-JOURNALED-FEE
023900     MOVE WS-ACCT-FEE-RECV      TO GJ-GL-ACCOUNT
024000     MOVE 'D'                   TO GJ-DR-CR-IND
024100     MOVE IP-LATE-FEE           TO GJ-AMOUNT
024950*  AND POSTS AS A NEGATIVE PAIR TO THE SAME ACCOUNTS.            *
024960*----------------------------------------------------------------*
024970 2450-WRITE-ADJUSTMENT-PAIR.
024970     ADD IP-ADJUSTMENT          TO WS-JOURNALED-ADJ
024971     MOVE WS-ACCT-ADJ-RECV      TO GJ-GL-ACCOUNT
024972     MOVE 'D'                   TO GJ-DR-CR-IND
024973     MOVE IP-ADJUSTMENT         TO GJ-AMOUNT
024979     MOVE 'MANUAL ADJUSTMENT'   TO GJ-DESCRIPTION
024980     PERFORM 2500-WRITE-JOURNAL-RECORD.
024990
025060*----------------------------------------------------------------*
025100*  2500-WRITE-JOURNAL-RECORD - COMMON WRITE SO THE DEBIT AND     *
025200*  CREDIT RUNNING TOTALS ARE KEPT IN EXACTLY ONE PLACE.          *
025300*----------------------------------------------------------------*
025400 2500-WRITE-JOURNAL-RECORD.
025500     MOVE WS-JRNL-CARD-NUMBER   TO GJ-CARD-NUMBER
025600     MOVE WS-JRNL-POST-DATE     TO GJ-POST-DATE
025700     IF GJ-DR-CR-IND = 'D'
025800         ADD GJ-AMOUNT TO WS-TOTAL-DEBITS
025900     ELSE
026100     END-IF
026200     ADD 1 TO WS-JOURNAL-RECORD-COUNT
026300     WRITE GL-JOURNAL-RECORD.
026301
026302*----------------------------------------------------------------*
026303*  3100-READ-MONETARY-POST                                       *
026304*----------------------------------------------------------------*
026305 3100-READ-MONETARY-POST.
026306     READ MONETARY-POST-FILE
026307         AT END
026308             MOVE 'Y' TO WS-MONPOST-EOF
026309         NOT AT END
026310             ADD 1 TO WS-MONPOST-RECORD-COUNT
026310             EVALUATE TRUE
026310                 WHEN MP-PURCHASE OR MP-CASH-ADVANCE
026310                     ADD MP-AMOUNT TO WS-FILE-DEBIT-TXN-TOTAL
026310                 WHEN MP-RECOVERY-PMT OR MP-RECOVERY-RTN
026310                     ADD MP-AMOUNT TO WS-FILE-RECOVERY-TOTAL
026310                 WHEN OTHER
026310                     ADD MP-AMOUNT TO WS-FILE-CREDIT-TXN-TOTAL
026310             END-EVALUATE
026316     END-READ.
026317
026318*----------------------------------------------------------------*
026319*  3200-PROCESS-ONE-MONETARY - PURCHASES AND CASH ADVANCES       *
026320*  DEBIT PRINCIPAL RECEIVABLE AGAINST MERCHANT SETTLEMENT OR     *
026321*  CASH CLEARING; RETURNS AND PAYMENTS CREDIT IT AGAINST         *
026322*  MERCHANT SETTLEMENT OR PAYMENT CLEARING.                      *
026322*  RECOVERIES ON CHARGED-OFF CARDS CREDIT THE LOSS ALLOWANCE     *
026322*  INSTEAD, SINCE THE RECEIVABLE WAS ALREADY WRITTEN OFF.        *
026323*----------------------------------------------------------------*
026324 3200-PROCESS-ONE-MONETARY.
026325     MOVE MP-CARD-NUMBER        TO WS-JRNL-CARD-NUMBER
026326     MOVE MP-TXN-DATE           TO WS-JRNL-POST-DATE
026327     EVALUATE TRUE
026328         WHEN MP-PURCHASE
026329             MOVE WS-ACCT-PRIN-RECV     TO GJ-GL-ACCOUNT
026330             MOVE 'D'                   TO GJ-DR-CR-IND
026331             MOVE 'PURCHASE'            TO GJ-DESCRIPTION
026332             PERFORM 3300-WRITE-MONETARY-LEG
026333             MOVE WS-ACCT-MERCH-SETTLE  TO GJ-GL-ACCOUNT
026334             MOVE 'C'                   TO GJ-DR-CR-IND
026335             PERFORM 3300-WRITE-MONETARY-LEG
026336         WHEN MP-CASH-ADVANCE
026337             MOVE WS-ACCT-PRIN-RECV     TO GJ-GL-ACCOUNT
026338             MOVE 'D'                   TO GJ-DR-CR-IND
026339             MOVE 'CASH ADVANCE'        TO GJ-DESCRIPTION
026340             PERFORM 3300-WRITE-MONETARY-LEG
026341             MOVE WS-ACCT-CASH-CLEAR    TO GJ-GL-ACCOUNT
026342             MOVE 'C'                   TO GJ-DR-CR-IND
026343             PERFORM 3300-WRITE-MONETARY-LEG
026344         WHEN MP-RETURN
026345             MOVE WS-ACCT-MERCH-SETTLE  TO GJ-GL-ACCOUNT
026346             MOVE 'D'                   TO GJ-DR-CR-IND
026347             MOVE 'MERCHANDISE RETURN'  TO GJ-DESCRIPTION
026348             PERFORM 3300-WRITE-MONETARY-LEG
026349             MOVE WS-ACCT-PRIN-RECV     TO GJ-GL-ACCOUNT
026350             MOVE 'C'                   TO GJ-DR-CR-IND
026351             PERFORM 3300-WRITE-MONETARY-LEG
026352         WHEN MP-PAYMENT
026353             MOVE WS-ACCT-PMT-CLEAR     TO GJ-GL-ACCOUNT
026354             MOVE 'D'                   TO GJ-DR-CR-IND
026355             MOVE 'PAYMENT RECEIVED'    TO GJ-DESCRIPTION
026356             PERFORM 3300-WRITE-MONETARY-LEG
026357             MOVE WS-ACCT-PRIN-RECV     TO GJ-GL-ACCOUNT
026358             MOVE 'C'                   TO GJ-DR-CR-IND
026359             PERFORM 3300-WRITE-MONETARY-LEG
026359         WHEN MP-RECOVERY-PMT
026359             MOVE WS-ACCT-PMT-CLEAR     TO GJ-GL-ACCOUNT
026359             MOVE 'D'                   TO GJ-DR-CR-IND
026359             MOVE 'CHARGE-OFF RECOVERY' TO GJ-DESCRIPTION
026359             PERFORM 3300-WRITE-MONETARY-LEG
026359             MOVE WS-ACCT-LOSS-ALLOW    TO GJ-GL-ACCOUNT
026359             MOVE 'C'                   TO GJ-DR-CR-IND
026359             PERFORM 3300-WRITE-MONETARY-LEG
026359         WHEN MP-RECOVERY-RTN
026359             MOVE WS-ACCT-MERCH-SETTLE  TO GJ-GL-ACCOUNT
026359             MOVE 'D'                   TO GJ-DR-CR-IND
026359             MOVE 'CHARGE-OFF RECOVERY' TO GJ-DESCRIPTION
026359             PERFORM 3300-WRITE-MONETARY-LEG
026359             MOVE WS-ACCT-LOSS-ALLOW    TO GJ-GL-ACCOUNT
026359             MOVE 'C'                   TO GJ-DR-CR-IND
026359             PERFORM 3300-WRITE-MONETARY-LEG
026360     END-EVALUATE
026361     PERFORM 3100-READ-MONETARY-POST.
026362
026362*----------------------------------------------------------------*
026362*  3300-WRITE-MONETARY-LEG - WRITES ONE LEG OF A MONPOST GL      *
026362*  JOURNAL PAIR FOR THE MONETARY AMOUNT, ENTERED WITH THE GL     *
026362*  ACCOUNT, DEBIT/CREDIT INDICATOR AND DESCRIPTION ALREADY SET.  *
026362*----------------------------------------------------------------*
026363 3300-WRITE-MONETARY-LEG.
026364     MOVE MP-AMOUNT             TO GJ-AMOUNT
026365     PERFORM 2500-WRITE-JOURNAL-RECORD.
026365
026365*----------------------------------------------------------------*
026365*  4100-READ-CHARGEOFF-POST                                      *
026365*----------------------------------------------------------------*
026365 4100-READ-CHARGEOFF-POST.
026365     READ CHARGEOFF-POST-FILE
026365         AT END
026365             MOVE 'Y' TO WS-CHGOFF-EOF
026365     END-READ.
026365
026365*----------------------------------------------------------------*
026365*  4200-PROCESS-ONE-CHARGEOFF - ONLY A RECORD WRITTEN BY TODAY'S *
026365*  CHARGE-OFF RUN IS JOURNALED. THE FILE IS LEFT IN PLACE UNTIL  *
026365*  NEXT MONTH'S RUN REWRITES IT, SO AN OLDER RECORD WAS ALREADY  *
026365*  JOURNALED ON ITS OWN NIGHT AND IS ONLY COUNTED AS SKIPPED.    *
026365*----------------------------------------------------------------*
026365 4200-PROCESS-ONE-CHARGEOFF.
026365     IF CO-CHARGEOFF-DATE NOT = WS-CURRENT-DATE-N
026365         ADD 1 TO WS-CHGOFF-SKIPPED-COUNT
026365     ELSE
026365         ADD 1        TO WS-CHGOFF-RECORD-COUNT
026365         ADD CO-TOTAL TO WS-FILE-CHGOFF-TOTAL
026365         PERFORM 4250-JOURNAL-ONE-CHARGEOFF
026365     END-IF
026365     PERFORM 4100-READ-CHARGEOFF-POST.
026365
026365*----------------------------------------------------------------*
026365*  4250-JOURNAL-ONE-CHARGEOFF - EACH NONZERO PORTION OF THE      *
026365*  WRITTEN-OFF BALANCE DEBITS THE LOSS ALLOWANCE AND CREDITS THE *
026365*  RECEIVABLE IT WAS CARRIED IN.                                 *
026365*----------------------------------------------------------------*
026365 4250-JOURNAL-ONE-CHARGEOFF.
026365     MOVE CO-CARD-NUMBER        TO WS-JRNL-CARD-NUMBER
026365     MOVE CO-CHARGEOFF-DATE     TO WS-JRNL-POST-DATE
026365     IF CO-PRINCIPAL NOT = ZERO
026365         MOVE CO-PRINCIPAL          TO GJ-AMOUNT
026365         MOVE 'CHARGE-OFF PRINCIPAL' TO GJ-DESCRIPTION
026365         MOVE WS-ACCT-PRIN-RECV     TO WS-CHGOFF-RECV-ACCT
026365         PERFORM 4300-WRITE-CHARGEOFF-PAIR
026365     END-IF
026365     IF CO-INTEREST NOT = ZERO
026365         MOVE CO-INTEREST           TO GJ-AMOUNT
026365         MOVE 'CHARGE-OFF INTEREST' TO GJ-DESCRIPTION
026365         MOVE WS-ACCT-INT-RECV      TO WS-CHGOFF-RECV-ACCT
026365         PERFORM 4300-WRITE-CHARGEOFF-PAIR
026365     END-IF
026365     IF CO-FEES NOT = ZERO
026365         MOVE CO-FEES               TO GJ-AMOUNT
026365         MOVE 'CHARGE-OFF FEES'     TO GJ-DESCRIPTION
026365         MOVE WS-ACCT-FEE-RECV      TO WS-CHGOFF-RECV-ACCT
026365         PERFORM 4300-WRITE-CHARGEOFF-PAIR
026365     END-IF.
026365
026365*----------------------------------------------------------------*
026365*  4300-WRITE-CHARGEOFF-PAIR - ENTERED WITH THE AMOUNT, THE      *
026365*  DESCRIPTION AND THE RECEIVABLE ACCOUNT TO CREDIT ALREADY SET. *
026365*----------------------------------------------------------------*
026365 4300-WRITE-CHARGEOFF-PAIR.
026365     MOVE WS-ACCT-LOSS-ALLOW    TO GJ-GL-ACCOUNT
026365     MOVE 'D'                   TO GJ-DR-CR-IND
026365     PERFORM 2500-WRITE-JOURNAL-RECORD
026365     MOVE WS-CHGOFF-RECV-ACCT   TO GJ-GL-ACCOUNT
026365     MOVE 'C'                   TO GJ-DR-CR-IND
026365     PERFORM 2500-WRITE-JOURNAL-RECORD.
026400
026500*----------------------------------------------------------------*
026600*  8000-FINALIZE - PROOF THE JOURNAL AND SET THE RETURN CODE.    *
028600     END-IF
028700     WRITE RPT-RECORD FROM WS-PROOF-STATUS-LINE
028800         AFTER ADVANCING 2 LINES
028850     PERFORM 8180-WRITE-BALANCE-LEDGER
028900     PERFORM 8200-CLOSE-FILES.
029000
029100 8100-WRITE-PROOF-TOTALS.
030720     MOVE WS-FILE-ADJ-TOTAL         TO PA-AMOUNT
030730     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
030740         AFTER ADVANCING 1 LINE
030750     MOVE 'MONETARY RECORDS READ:'   TO PC-LABEL
030760     MOVE WS-MONPOST-RECORD-COUNT   TO PC-COUNT
030770     WRITE RPT-RECORD FROM WS-PROOF-COUNT-LINE
030780         AFTER ADVANCING 2 LINES
030781     MOVE 'FILE PURCHASE/ADVANCE TOTAL:' TO PA-LABEL
030782     MOVE WS-FILE-DEBIT-TXN-TOTAL   TO PA-AMOUNT
030783     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
030784         AFTER ADVANCING 1 LINE
030785     MOVE 'FILE RETURN/PAYMENT TOTAL:' TO PA-LABEL
030786     MOVE WS-FILE-CREDIT-TXN-TOTAL  TO PA-AMOUNT
030787     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
030788         AFTER ADVANCING 1 LINE
030788     MOVE 'FILE RECOVERY TOTAL:'     TO PA-LABEL
030788     MOVE WS-FILE-RECOVERY-TOTAL    TO PA-AMOUNT
030788     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
030788         AFTER ADVANCING 1 LINE
030788     MOVE 'CHARGE-OFF RECORDS JOURNALED:' TO PC-LABEL
030788     MOVE WS-CHGOFF-RECORD-COUNT    TO PC-COUNT
030788     WRITE RPT-RECORD FROM WS-PROOF-COUNT-LINE
030788         AFTER ADVANCING 2 LINES
030788     MOVE 'CHARGE-OFF PRIOR RUN SKIPPED:' TO PC-LABEL
030788     MOVE WS-CHGOFF-SKIPPED-COUNT   TO PC-COUNT
030788     WRITE RPT-RECORD FROM WS-PROOF-COUNT-LINE
030788         AFTER ADVANCING 1 LINE
030788     MOVE 'FILE CHARGE-OFF TOTAL:'   TO PA-LABEL
030788     MOVE WS-FILE-CHGOFF-TOTAL      TO PA-AMOUNT
030788     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
030788         AFTER ADVANCING 1 LINE
030800     MOVE 'JOURNAL DEBIT TOTAL:'     TO PA-LABEL
030900     MOVE WS-TOTAL-DEBITS           TO PA-AMOUNT
031000     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
031400     WRITE RPT-RECORD FROM WS-PROOF-AMOUNT-LINE
031500         AFTER ADVANCING 1 LINE.
031600
031601*----------------------------------------------------------------*
031602*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
031603*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
031604*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
031605*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
031606*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
031607*  CARRIED ON THE RECORD.                                        *
031608*----------------------------------------------------------------*
031609 8180-WRITE-BALANCE-LEDGER.
031610     OPEN EXTEND BALANCE-LEDGER-FILE
031611     IF BALLEDGR-FILE-NOT-FOUND
031612         OPEN OUTPUT BALANCE-LEDGER-FILE
031613     END-IF
031614     IF NOT BALLEDGR-FILE-OK
031615         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
031616             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
031617         MOVE 16 TO RETURN-CODE
031618         PERFORM 8200-CLOSE-FILES
031619         STOP RUN
031620     END-IF
031621     INITIALIZE BALANCE-LEDGER-RECORD
031622     MOVE 'POST-GL-JOURNAL'     TO BL-STEP-NAME
031623     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
031624     ACCEPT BL-RUN-TIME FROM TIME
031625     MOVE BL-RUN-DATE           TO BL-BUSINESS-DATE
031626     MOVE RETURN-CODE           TO BL-RETURN-CODE
031627*    INTPOST CARRIES THE INTEREST, FEES AND ADJUSTMENTS ACTUALLY
031628*    JOURNALED, SO THE SIGN-OFF TIES THE JOURNAL BACK TO THE
031629*    MERGED INTPOST.DAT TOTALS.
031630     MOVE 'INTPOST'             TO BL-STREAM-ID
031631     MOVE WS-POST-RECORD-COUNT  TO BL-RECORDS-IN
031632     MOVE WS-POST-RECORD-COUNT  TO BL-RECORDS-OUT
031633     MOVE ZERO                  TO BL-RECORDS-REJECTED
031634     MOVE ZERO                  TO BL-AMOUNT-TOTAL
031635     MOVE WS-JOURNALED-INTEREST TO BL-INTEREST-TOTAL
031636     MOVE WS-JOURNALED-FEE      TO BL-FEE-TOTAL
031637     MOVE WS-JOURNALED-ADJ      TO BL-ADJUSTMENT-TOTAL
031638     WRITE BALANCE-LEDGER-RECORD
031639     MOVE 'MONPOST'             TO BL-STREAM-ID
031640     MOVE WS-MONPOST-RECORD-COUNT
031641                                TO BL-RECORDS-IN
031642     MOVE WS-MONPOST-RECORD-COUNT
031643                                TO BL-RECORDS-OUT
031644     COMPUTE BL-AMOUNT-TOTAL =
031645         WS-FILE-DEBIT-TXN-TOTAL + WS-FILE-CREDIT-TXN-TOTAL
031646       + WS-FILE-RECOVERY-TOTAL
031647     MOVE ZERO                  TO BL-INTEREST-TOTAL
031648     MOVE ZERO                  TO BL-FEE-TOTAL
031649     MOVE ZERO                  TO BL-ADJUSTMENT-TOTAL
031650     WRITE BALANCE-LEDGER-RECORD
031651     MOVE 'CHGOFF'              TO BL-STREAM-ID
031652     MOVE WS-CHGOFF-RECORD-COUNT
031653                                TO BL-RECORDS-IN
031654     MOVE WS-CHGOFF-RECORD-COUNT
031655                                TO BL-RECORDS-OUT
031656     MOVE WS-FILE-CHGOFF-TOTAL  TO BL-AMOUNT-TOTAL
031657     WRITE BALANCE-LEDGER-RECORD
031658     MOVE 'GLJRNL'              TO BL-STREAM-ID
031659     COMPUTE BL-RECORDS-IN =
031660         WS-POST-RECORD-COUNT + WS-MONPOST-RECORD-COUNT
031661       + WS-CHGOFF-RECORD-COUNT
031662     MOVE WS-JOURNAL-RECORD-COUNT
031663                                TO BL-RECORDS-OUT
031664     MOVE WS-TOTAL-DEBITS       TO BL-AMOUNT-TOTAL
031665     WRITE BALANCE-LEDGER-RECORD
031666     CLOSE BALANCE-LEDGER-FILE.
031667
031700 8200-CLOSE-FILES.
031800     CLOSE INTEREST-POST-FILE
031810     IF MONPOST-FILE-IS-OPEN
031820         CLOSE MONETARY-POST-FILE
031830     END-IF
031847     IF CHGOFF-FILE-IS-OPEN
031864         CLOSE CHARGEOFF-POST-FILE
031881     END-IF
031900     CLOSE GL-JOURNAL-FILE
032000     CLOSE GL-PROOF-REPORT.
