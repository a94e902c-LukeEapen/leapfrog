003500*    2026-09-02 TJK   ORIGINAL PROGRAM - FOUR-WAY CARD-RANGE
003600*                     SPLIT OF TXN.DAT WITH GENERATED CONTROL
003700*                     TOTALS AND SPLIT CONTROL FILE.
003720*    2026-10-15 TJK   END-OF-JOB CONTROL RECORD APPENDED TO THE
003740*                     NIGHT'S BALANCING LEDGER (BALLEDGR.DAT) -
003760*                     DETAILS READ AGAINST DETAILS SPLIT TO THE
003780*                     RANGE FILES - FOR THE BATCH-BALANCING STEP.
003800*    ------------------------------------------------------------
003900*
004000 ENVIRONMENT DIVISION.
006000
006100     SELECT SPLIT-CONTROL-FILE ASSIGN TO 'SPLITCTL.DAT'
006200         ORGANIZATION IS SEQUENTIAL.
006220
006240     SELECT BALANCE-LEDGER-FILE ASSIGN TO 'BALLEDGR.DAT'
006260         ORGANIZATION IS SEQUENTIAL
006280         FILE STATUS IS WS-BALLEDGR-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
012400     05  SCT-RECORD-COUNT       PIC 9(07).
012500     05  SCT-TOTAL-BALANCE      PIC S9(9)V99 COMP-3.
012600     05  SCT-RUN-DATE           PIC 9(08).
012603
012606*----------------------------------------------------------------*
012609*  BALANCE-LEDGER-FILE - THE NIGHT'S SHARED BALANCING LEDGER.    *
012612*  EVERY CARD BATCH STEP APPENDS ITS CONTROL RECORD(S) AT        *
012615*  END-OF-JOB AND BATCH-BALANCING TIES THEM STEP TO STEP. THE    *
012618*  LAYOUT IS COMMON TO ALL CARD BATCH PROGRAMS AND MUST BE       *
012621*  CHANGED IN ALL OF THEM TOGETHER. ABSENT (STATUS 35) UNTIL     *
012624*  THE NIGHT'S FIRST STEP CREATES IT.                            *
012627*----------------------------------------------------------------*
012630 FD  BALANCE-LEDGER-FILE
012633     RECORDING MODE IS F.
012636 01  BALANCE-LEDGER-RECORD.
012639     05  BL-STEP-NAME           PIC X(20).
012642     05  BL-STREAM-ID           PIC X(08).
012645     05  BL-BUSINESS-DATE       PIC 9(08).
012648     05  BL-RUN-DATE            PIC 9(08).
012651     05  BL-RUN-TIME            PIC 9(08).
012654     05  BL-RETURN-CODE         PIC 9(04).
012657     05  BL-RECORDS-IN          PIC 9(09).
012660     05  BL-RECORDS-OUT         PIC 9(09).
012663     05  BL-RECORDS-REJECTED    PIC 9(09).
012666     05  BL-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
012669     05  BL-INTEREST-TOTAL      PIC S9(11)V99 COMP-3.
012672     05  BL-FEE-TOTAL           PIC S9(11)V99 COMP-3.
012675     05  BL-ADJUSTMENT-TOTAL    PIC S9(11)V99 COMP-3.
012678     05  FILLER                 PIC X(20).
012700
012800 WORKING-STORAGE SECTION.
012900*----------------------------------------------------------------*
014200 77  WS-HDR-RUN-DATE            PIC 9(08)      VALUE 0.
014300 77  WS-DETAIL-RECORD-COUNT     PIC 9(07)      COMP   VALUE 0.
014400 77  WS-DETAIL-TOTAL-BALANCE    PIC S9(9)V99   COMP-3 VALUE 0.
014414 77  WS-BALLEDGR-STATUS         PIC X(02)      VALUE SPACES.
014428     88  BALLEDGR-FILE-OK                      VALUE '00'.
014442     88  BALLEDGR-FILE-NOT-FOUND               VALUE '35'.
014456
014470 77  WS-SPLIT-OUT-COUNT         PIC 9(09)      COMP   VALUE 0.
014484 77  WS-SPLIT-OUT-BALANCE       PIC S9(11)V99  COMP-3 VALUE 0.
014500 01  WS-RANGE-TOTALS.
014600     05  WS-RANGE-ENTRY         OCCURS 4 TIMES
014700                                INDEXED BY WS-RANGE-IDX.
031400         UNTIL WS-RANGE-NUMBER > WS-RANGE-COUNT
031500     DISPLAY 'TXN SPLIT COMPLETE - DETAILS: '
031600         WS-DETAIL-RECORD-COUNT
031650     PERFORM 8180-WRITE-BALANCE-LEDGER
031700     PERFORM 8200-CLOSE-FILES.
031800
031900 8100-WRITE-RANGE-TRAILER.
033700     MOVE WS-HDR-RUN-DATE          TO SCT-RUN-DATE
033800     WRITE SPLIT-CONTROL-RECORD.
033900
033902*----------------------------------------------------------------*
033904*  8180-WRITE-BALANCE-LEDGER - APPENDS THIS STEP'S CONTROL       *
033906*  RECORD(S) TO THE NIGHT'S BALANCING LEDGER FOR THE             *
033908*  BATCH-BALANCING SIGN-OFF. ONLY REACHED AT END-OF-JOB (EVERY   *
033910*  ABEND PATH STOPS FIRST), SO A STEP THAT DID NOT FINISH HAS    *
033912*  NO RECORD AND FAILS THE SIGN-OFF. THE FINAL RETURN CODE IS    *
033914*  CARRIED ON THE RECORD.                                        *
033916*----------------------------------------------------------------*
033918 8180-WRITE-BALANCE-LEDGER.
033920     OPEN EXTEND BALANCE-LEDGER-FILE
033922     IF BALLEDGR-FILE-NOT-FOUND
033924         OPEN OUTPUT BALANCE-LEDGER-FILE
033926     END-IF
033928     IF NOT BALLEDGR-FILE-OK
033930         DISPLAY '*** BALLEDGR.DAT OPEN FOR UPDATE FAILED - '
033932             'STATUS: ' WS-BALLEDGR-STATUS ' ***'
033934         MOVE 16 TO RETURN-CODE
033936         PERFORM 8200-CLOSE-FILES
033938         STOP RUN
033940     END-IF
033942     INITIALIZE BALANCE-LEDGER-RECORD
033944     MOVE 'TXN-SPLITTER'        TO BL-STEP-NAME
033946     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
033948     ACCEPT BL-RUN-TIME FROM TIME
033950     MOVE WS-HDR-RUN-DATE       TO BL-BUSINESS-DATE
033952     MOVE RETURN-CODE           TO BL-RETURN-CODE
033954     MOVE ZERO                  TO WS-SPLIT-OUT-COUNT
033956     MOVE ZERO                  TO WS-SPLIT-OUT-BALANCE
033958     PERFORM 8185-SUM-ONE-RANGE
033960         VARYING WS-RANGE-NUMBER FROM 1 BY 1
033962         UNTIL WS-RANGE-NUMBER > WS-RANGE-COUNT
033964     MOVE 'TXN'                 TO BL-STREAM-ID
033966     MOVE WS-DETAIL-RECORD-COUNT
033968                                TO BL-RECORDS-IN
033970     MOVE WS-SPLIT-OUT-COUNT    TO BL-RECORDS-OUT
033972     MOVE ZERO                  TO BL-RECORDS-REJECTED
033974     MOVE WS-SPLIT-OUT-BALANCE  TO BL-AMOUNT-TOTAL
033976     WRITE BALANCE-LEDGER-RECORD
033978     CLOSE BALANCE-LEDGER-FILE.
033980
033983 8185-SUM-ONE-RANGE.
033986     SET WS-RANGE-IDX TO WS-RANGE-NUMBER
033989     ADD WS-RANGE-REC-COUNT(WS-RANGE-IDX) TO WS-SPLIT-OUT-COUNT
033992     ADD WS-RANGE-BALANCE(WS-RANGE-IDX)   TO WS-SPLIT-OUT-BALANCE.
033995
034000 8200-CLOSE-FILES.
034100     CLOSE TXN-FILE
034200     CLOSE RANGE-FILE-1
