      *  report ends with a grand count of matched and mismatched     *
      *  customers - so after a CICS abend mid-flight or a hand-fix   *
      *  in SPUFI the rewards desk finds a broken balance the next    *
      *  morning instead of when the customer calls in. The totals    *
      *  also split the whole ledger into base points and loyalty     *
      *  tier bonus points, and count any row whose BASEPOINTS plus   *
      *  BONUSPOINTS does not make up its POINTSAMOUNT.               *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *              complete for the business date is refused unless *
      *              operations sets OPERATOROVERRIDE on the completed*
      *              row. Counts feed the CUSTCYCR morning report.    *
      *  2026-10-15  Ledger base/tier bonus point totals and a count  *
      *              of rows whose split doesn't add up to the amount.*
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
               88 END-OF-ORPHAN-ROWS       VALUE 'Y'.
           03 WS-ORPHAN-CURSOR-SWITCH  PIC X VALUE 'N'.
               88 ORPHAN-CURSOR-IS-OPEN    VALUE 'Y'.
           03 WS-LEDGER-BASE-TOTAL     PIC S9(9) COMP-4 VALUE 0.
           03 WS-LEDGER-BONUS-TOTAL    PIC S9(9) COMP-4 VALUE 0.
           03 WS-SPLIT-MISMATCH-COUNT  PIC S9(7) COMP-4 VALUE 0.

      * Variables for columns in the CUSTOM table
           COPY CUSTREC.
               VALUE 'CUSTOMERS OUT OF BALANCE   '.
           03  MML-MISMATCHED-COUNT   PIC ZZZ,ZZ9.

       01 BASE-POINTS-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TOTAL BASE POINTS          '.
           03  BPL-BASE-POINTS        PIC Z(8)9-.

       01 BONUS-POINTS-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TOTAL TIER BONUS POINTS    '.
           03  BNL-BONUS-POINTS       PIC Z(8)9-.

       01 SPLIT-MISMATCH-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ROWS BASE+BONUS NOT = AMT  '.
           03  SML-MISMATCH-COUNT     PIC ZZZ,ZZ9.

      * Run-control registration against the shared CUSTRUNCTL
      * table - a guard against the same job running twice in one
      * cycle, and the feed for the CUSTCYCR morning report.
             TRANTYPE                       CHAR(4),
             POINTSAMOUNT                   INTEGER,
             DESCRIPTION                    CHAR(50),
             REVERSALOFID                   INTEGER,
             PARTNERID                      CHAR(8),
             ITEMCODE                       CHAR(8),
             BASEPOINTS                     INTEGER,
             BONUSPOINTS                    INTEGER,
             AUDITUSERID                    CHAR(8),
             AUDITTERMID                    CHAR(4)
           ) END-EXEC.

      *****************************************************************
                   PERFORM FETCH-NEXT-CUSTOMER-ROW
               END-PERFORM
               PERFORM REPORT-ORPHANED-LEDGER-ROWS
               PERFORM SUM-BASE-AND-BONUS-POINTS
               PERFORM WRITE-GRAND-TOTALS
               IF CURSOR-IS-OPEN
                   PERFORM CLOSE-CUSTOMER-RECON-CURSOR
                   WS-MATCHED-COUNT.
           DISPLAY 'CUSTRCON - CUSTOMERS OUT OF BALANCE = '
                   WS-MISMATCHED-COUNT.
           DISPLAY 'CUSTRCON - ROWS BASE+BONUS NOT = AMT = '
                   WS-SPLIT-MISMATCH-COUNT.
           DISPLAY 'CUSTRCON - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       WRITE-OUT-OF-BALANCE-LINE-EXIT.
           EXIT.

      *===============================================================*
      * Splits the whole ledger into base points and loyalty tier     *
      * bonus points. A row posted before the split was recorded has  *
      * no BASEPOINTS and counts as all base; any row whose base and  *
      * bonus don't add back up to POINTSAMOUNT is counted.           *
      *===============================================================*
       SUM-BASE-AND-BONUS-POINTS.

           EXEC SQL
              SELECT COALESCE(SUM(COALESCE(BASEPOINTS,
                                           POINTSAMOUNT)), 0),
                     COALESCE(SUM(COALESCE(BONUSPOINTS, 0)), 0),
                     COALESCE(SUM(CASE WHEN COALESCE(BASEPOINTS,
                                                     POINTSAMOUNT)
                                          + COALESCE(BONUSPOINTS, 0)
                                          <> POINTSAMOUNT
                                       THEN 1 ELSE 0 END), 0)
              INTO  :WS-LEDGER-BASE-TOTAL,
                    :WS-LEDGER-BONUS-TOTAL,
                    :WS-SPLIT-MISMATCH-COUNT
              FROM ZOSCONN.CUSTREWDTL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTRCON - BASE/BONUS SUM FAILED SQLCODE = '
                       SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       SUM-BASE-AND-BONUS-POINTS-EXIT.
           EXIT.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO MATCHED-TOTAL-LINE.
           MOVE WS-MATCHED-COUNT TO MTL-MATCHED-COUNT.
           MOVE WS-MISMATCHED-COUNT TO MML-MISMATCHED-COUNT.
           MOVE MISMATCHED-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE WS-LEDGER-BASE-TOTAL TO BPL-BASE-POINTS.
           MOVE BASE-POINTS-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE WS-LEDGER-BONUS-TOTAL TO BNL-BONUS-POINTS.
           MOVE BONUS-POINTS-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE WS-SPLIT-MISMATCH-COUNT TO SML-MISMATCH-COUNT.
           MOVE SPLIT-MISMATCH-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
       WRITE-GRAND-TOTALS-EXIT.
           EXIT.
