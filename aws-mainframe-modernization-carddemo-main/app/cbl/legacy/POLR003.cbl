      *            - Expires PENDING_UNDERWRITING quotes older than     *
      *              the expiry window (no UW decision ever arrived)    *
      *              and enqueues an expiry notice to the applicant     *
      *            - Closes any screening hits still open on an expired *
      *              quote (SCREENING_HITS RESOLUTION 'EXPIRED')        *
      *            - Archives EXPIRED/DECLINED/ISSUED quotes past the   *
      *              retention period to QUOTES_HISTORY so the online   *
      *              QUOTES table holds only working inventory          *
       2200-PROCESS-ONE-QUOTE.
           PERFORM 2300-EXPIRE-QUOTE
           IF EXPIRE-WAS-APPLIED
              PERFORM 2350-RESOLVE-SCREENING-HITS
              PERFORM 2400-ENQUEUE-EXPIRY-NOTICE
              PERFORM 2500-WRITE-DETAIL-LINE
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           .

      *------------------------*
      *  2350-RESOLVE SCREENING HITS (DB2) *
      *  Expiry is the resolution of any screening hits still open  *
      *  on the quote; most quotes have none and the update simply  *
      *  finds no rows.                                             *
      *------------------------*
       2350-RESOLVE-SCREENING-HITS.
           EXEC SQL
             UPDATE SCREENING_HITS
                SET RESOLUTION  = 'EXPIRED',
                    RESOLVED_TS = CURRENT TIMESTAMP
              WHERE QUOTE_ID   = :HV-QUOTE-ID
                AND RESOLUTION = 'PENDING'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '*** SCREENING HIT EXPIRE FAILED - SQLCODE: '
                      SQLCODE ' QUOTE: ' HV-QUOTE-ID
              MOVE 16 TO RETURN-CODE
              EXEC SQL
                CLOSE EXPIRE-CSR
              END-EXEC
              CLOSE LIFECYCLE-REPORT
              STOP RUN
           END-IF
           .

      *------------------------*
      *  2400-ENQUEUE EXPIRY NOTICE *
      *------------------------*
