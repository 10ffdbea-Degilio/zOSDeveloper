       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTPSET                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Monthly co-brand partner points           *
      *                     settlement - invoice/credit file          *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Each co-brand partner pays for the points its customers      *
      *  earn through it and is credited for the points they redeem   *
      *  through it. CUSTRPST stamps every partner posting with the   *
      *  PARTNERID it came in on; this totals the settlement month's  *
      *  (YYYY-MM from CUSTPPRM) CUSTREWDTL rows per partner - EARN   *
      *  points billed, RDEM points credited, and any RVSL reversal   *
      *  of a partner's entry (found through REVERSALOFID) taken back *
      *  off the side it reverses - and values the net at the         *
      *  partner's COSTPERPOINT from the CUSTPTNR partner master.     *
      *  One settlement record per partner goes to CUSTPSTF for       *
      *  accounts payable/receivable: type 'I' invoice when the       *
      *  partner owes us, 'C' credit when we owe the partner. The     *
      *  report on CUSTPSRP lists each partner and ends with posted   *
      *  record and point totals laid out as on the nightly CUSTRTRP  *
      *  balancing report, so the month's settlement ties back to     *
      *  the sum of that month's CUSTRPST runs.                       *
      *  A partner is billed only for the base points of an EARN -    *
      *  the loyalty tier bonus on top of it (BONUSPOINTS) is ours    *
      *  to fund, so the bonus is left out of the settlement and out  *
      *  of any reversal of an EARN.                                  *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  EARN billed on BASEPOINTS only; the tier bonus   *
      *              is not recharged to the partner.                 *
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *  2026-10-15  A settlement month card that is not a real YYYY- *
      *              MM, or names a month not yet ended, is refused   *
      *              with RC 16.                                      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPSET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTPPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLEMENT-FILE ASSIGN TO CUSTPSTF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO CUSTPSRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameter - the settlement month as YYYY-MM.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-SETTLEMENT-MONTH     PIC X(07).

      * One invoice/credit record per partner with activity in the
      * month. Point figures are all positive quantities; SF-RECORD-
      * TYPE gives the direction of SF-SETTLEMENT-AMOUNT, the
      * difference between the billed and credited amounts.
       FD  SETTLEMENT-FILE
           RECORDING MODE IS F.
       01  SETTLEMENT-RECORD.
           03  SF-RECORD-TYPE          PIC X(01).
               88  SF-PARTNER-INVOICE      VALUE 'I'.
               88  SF-PARTNER-CREDIT       VALUE 'C'.
           03  SF-PARTNER-ID           PIC X(08).
           03  SF-PARTNER-NAME         PIC X(50).
           03  SF-SETTLEMENT-MONTH     PIC X(07).
           03  SF-EARN-COUNT           PIC 9(09).
           03  SF-EARN-POINTS          PIC 9(09).
           03  SF-EARN-REVERSED-POINTS PIC 9(09).
           03  SF-RDEM-COUNT           PIC 9(09).
           03  SF-RDEM-POINTS          PIC 9(09).
           03  SF-RDEM-REVERSED-POINTS PIC 9(09).
           03  SF-COST-PER-POINT       PIC 9(03)V9(04).
           03  SF-BILLED-AMOUNT        PIC 9(11)V99.
           03  SF-CREDITED-AMOUNT      PIC 9(11)V99.
           03  SF-SETTLEMENT-AMOUNT    PIC 9(11)V99.

       FD  SETTLEMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  SETTLEMENT-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-PARTNERS          VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-MONTH-START-DATE      PIC X(10).
           03 WS-NEXT-MONTH-DATE       PIC X(10).
           03 WS-CURRENT-DATE          PIC X(10).
           03 WS-SETTLEMENT-YEAR       PIC 9(4).
           03 WS-SETTLEMENT-MONTH      PIC 9(2).
           03 WS-SETTLED-PARTNER-ID    PIC X(8).
           03 WS-SETTLEMENT-TYPE       PIC X.
               88 SETTLEMENT-IS-CREDIT     VALUE 'C'.
               88 SETTLEMENT-IS-INVOICE    VALUE 'I'.
           03 WS-EARN-COUNT            PIC S9(9) COMP-4.
           03 WS-EARN-POINTS           PIC S9(9) COMP-4.
           03 WS-EARN-REVERSED-POINTS  PIC S9(9) COMP-4.
           03 WS-RDEM-COUNT            PIC S9(9) COMP-4.
           03 WS-RDEM-POINTS           PIC S9(9) COMP-4.
           03 WS-RDEM-REVERSED-POINTS  PIC S9(9) COMP-4.
           03 WS-PARTNER-COUNT         PIC S9(7) COMP-4 VALUE 0.
           03 WS-INVOICE-COUNT         PIC S9(7) COMP-4 VALUE 0.
           03 WS-CREDIT-COUNT          PIC S9(7) COMP-4 VALUE 0.
           03 WS-UNKNOWN-PARTNER-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-POSTED-COUNT    PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-IN       PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-OUT      PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-EARN-REVERSED   PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-RDEM-REVERSED   PIC S9(9) COMP-4 VALUE 0.

      * Settlement money. The partner rate is cents per point, so
      * points times rate over 100 gives dollars and cents.
       01 SETTLEMENT-AMOUNTS.
           03 WS-BILLED-AMOUNT         PIC S9(11)V99 COMP-3.
           03 WS-CREDITED-AMOUNT       PIC S9(11)V99 COMP-3.
           03 WS-NET-AMOUNT            PIC S9(11)V99 COMP-3.
           03 WS-TOTAL-BILLED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
           03 WS-TOTAL-CREDITED-AMOUNT PIC S9(11)V99 COMP-3 VALUE 0.

      * Pieces used to build the month-start and next-month dates
       01 DATE-BUILD-FIELDS.
           03 WS-DATE-BUILD.
               05 WS-DB-YEAR           PIC 9(4).
               05 FILLER               PIC X VALUE '-'.
               05 WS-DB-MONTH          PIC 9(2).
               05 FILLER               PIC X(4) VALUE '-01 '.

      * Variables for the CUSTPTNR co-brand partner master table
           COPY CUSTPTNR.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(40)
               VALUE 'PARTNER POINTS SETTLEMENT REPORT'.
           03  FILLER                 PIC X(18)
               VALUE 'SETTLEMENT MONTH  '.
           03  RH-SETTLEMENT-MONTH    PIC X(7).

       01 COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(10)  VALUE 'PARTNER   '.
           03  FILLER                 PIC X(16)  VALUE 'NAME'.
           03  FILLER                 PIC X(11)  VALUE '  EARN PTS '.
           03  FILLER                 PIC X(11)  VALUE ' EARN RVSL '.
           03  FILLER                 PIC X(11)  VALUE '  RDEM PTS '.
           03  FILLER                 PIC X(11)  VALUE ' RDEM RVSL '.
           03  FILLER                 PIC X(9)   VALUE 'CENTS/PT '.
           03  FILLER                 PIC X(15)
               VALUE '         BILLED'.
           03  FILLER                 PIC X(15)
               VALUE '       CREDITED'.
           03  FILLER                 PIC X(15)
               VALUE '     SETTLEMENT'.

       01 DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  DL-PARTNER-ID          PIC X(8).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-PARTNER-NAME        PIC X(14).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-EARN-POINTS         PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-EARN-REVERSED       PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-RDEM-POINTS         PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-RDEM-REVERSED       PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-COST-PER-POINT      PIC ZZ9.9999.
           03  FILLER                 PIC X(1)   VALUE SPACES.
           03  DL-BILLED-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-CREDITED-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-NET-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  DL-RECORD-TYPE-TEXT    PIC X(7).

      * Totals laid out the way CUSTRTRP prints them, so the month's
      * figures can be ticked against the nightly balancing reports.
       01 POSTED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TOTAL RECORDS POSTED       '.
           03  PTL-POSTED-COUNT       PIC ZZZ,ZZZ,ZZ9.

       01 POINTS-IN-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TOTAL POINTS IN  (EARNED)  '.
           03  PIL-POINTS-IN          PIC ZZZ,ZZZ,ZZ9.

       01 POINTS-OUT-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TOTAL POINTS OUT (REDEEMED)'.
           03  POL-POINTS-OUT         PIC ZZZ,ZZZ,ZZ9.

       01 TIE-BACK-NOTE-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(30)
               VALUE 'THE THREE TOTALS ABOVE TIE TO '.
           03  FILLER                 PIC X(30)
               VALUE 'THE MONTH''S CUSTRTRP REPORTS'.

       01 EARN-REVERSED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'EARN POINTS REVERSED       '.
           03  ERL-POINTS             PIC ZZZ,ZZZ,ZZ9.

       01 RDEM-REVERSED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'RDEM POINTS REVERSED       '.
           03  RRL-POINTS             PIC ZZZ,ZZZ,ZZ9.

       01 AMOUNT-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  ATL-AMOUNT-LABEL       PIC X(27).
           03  ATL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 PARTNER-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  PRL-COUNT-LABEL        PIC X(27).
           03  PRL-COUNT              PIC ZZZ,ZZ9.

      * Run-control registration against the shared CUSTRUNCTL
      * table - a guard against the same job running twice in one
      * cycle, and the feed for the CUSTCYCR morning report.
       01 RUN-CONTROL-WORKING-STORAGE.
           03 WS-RUN-REFUSED-SWITCH    PIC X VALUE 'N'.
               88 RUN-REFUSED              VALUE 'Y'.

      * Variables for the CUSTRUNCTL batch run-control table
           COPY CUSTRUNC.

      ***********************************
      ***   DB2 RELATED
      *** FOLLOWING DB2 DATA AREAS ARE FOR SB EBCDIC ENCODED STRINGS
      *****************************************************************
      *****************************************************************
      ***   DB2 STORAGE AREA FOR CUSTOMER REWARD-POINT LEDGER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTREWDTL TABLE
           ( TRANSACTIONID                  INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             TRANDATE                       DATE,
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
      ***   DB2 STORAGE AREA FOR CO-BRAND PARTNER MASTER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTPTNR TABLE
           ( PARTNERID                      CHAR(8),
             PARTNERNAME                    CHAR(50),
             COSTPERPOINT                   DECIMAL(7,4),
             PARTNERSTATUS                  CHAR(1),
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR BATCH RUN-CONTROL TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTRUNCTL TABLE
           ( JOBNAME                        CHAR(8),
             BUSINESSDATE                   DATE,
             STARTTIMESTAMP                 TIMESTAMP,
             ENDTIMESTAMP                   TIMESTAMP,
             RECORDSPROCESSED               INTEGER,
             COMPLETIONSTATUS               CHAR(1),
             OPERATOROVERRIDE               CHAR(1)
           ) END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * One row per partner with ledger activity in the month. A
      * partner's own EARN/RDEM rows carry its PARTNERID; a reversal
      * is posted by the desk with no partner on it, so it is tied
      * to the partner through the entry it reverses. EARN amounts
      * are positive and RDEM negative on the ledger, and each
      * reversal is the negation of its original - every sum below
      * is turned into a positive quantity of points. EARN is billed
      * on its base points only (a row posted before the tier split
      * has no BASEPOINTS and is all base), and a reversal of an
      * EARN gives back the original's base the same way.
           EXEC SQL
              DECLARE PARTNER-SETTLEMENT-CURSOR CURSOR FOR
              SELECT COALESCE(L.PARTNERID, O.PARTNERID),
                     SUM(CASE WHEN L.TRANTYPE = 'EARN'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN L.TRANTYPE = 'EARN'
                              THEN COALESCE(L.BASEPOINTS,
                                            L.POINTSAMOUNT)
                              ELSE 0 END),
                     SUM(CASE WHEN L.TRANTYPE = 'RVSL'
                               AND O.TRANTYPE = 'EARN'
                              THEN COALESCE(O.BASEPOINTS,
                                            O.POINTSAMOUNT)
                              ELSE 0 END),
                     SUM(CASE WHEN L.TRANTYPE = 'RDEM'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN L.TRANTYPE = 'RDEM'
                              THEN 0 - L.POINTSAMOUNT ELSE 0 END),
                     SUM(CASE WHEN L.TRANTYPE = 'RVSL'
                               AND O.TRANTYPE = 'RDEM'
                              THEN L.POINTSAMOUNT ELSE 0 END)
              FROM ZOSCONN.CUSTREWDTL L
                   LEFT OUTER JOIN ZOSCONN.CUSTREWDTL O
                     ON O.TRANSACTIONID = L.REVERSALOFID
              WHERE L.TRANDATE >= :WS-MONTH-START-DATE
                AND L.TRANDATE <  :WS-NEXT-MONTH-DATE
                AND (L.PARTNERID IS NOT NULL
                     OR (L.TRANTYPE = 'RVSL'
                         AND O.PARTNERID IS NOT NULL))
              GROUP BY COALESCE(L.PARTNERID, O.PARTNERID)
              ORDER BY 1
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTPSET - STARTING PARTNER POINTS SETTLEMENT'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM READ-SETTLEMENT-MONTH
               PERFORM OPEN-SETTLEMENT-FILES
               IF NOT END-OF-PARTNERS
                   PERFORM OPEN-PARTNER-SETTLEMENT-CURSOR
               END-IF
               IF CURSOR-IS-OPEN
                   PERFORM FETCH-NEXT-PARTNER-ROW
               END-IF
               PERFORM UNTIL END-OF-PARTNERS
                   PERFORM SETTLE-ONE-PARTNER
                   PERFORM FETCH-NEXT-PARTNER-ROW
               END-PERFORM
               IF CURSOR-IS-OPEN
                   PERFORM CLOSE-PARTNER-SETTLEMENT-CURSOR
               END-IF
               PERFORM WRITE-SETTLEMENT-TOTALS
               PERFORM CLOSE-SETTLEMENT-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTPSET - PARTNERS SETTLED  = '
                   WS-PARTNER-COUNT.
           DISPLAY 'CUSTPSET - INVOICES WRITTEN  = '
                   WS-INVOICE-COUNT.
           DISPLAY 'CUSTPSET - CREDITS WRITTEN   = '
                   WS-CREDIT-COUNT.
           DISPLAY 'CUSTPSET - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *===============================================================*
      * Registers this run against the shared CUSTRUNCTL run-control  *
      * table. A row already complete for today's business date       *
      * means this job already ran in this cycle - the run is         *
      * refused unless operations set OPERATOROVERRIDE on the         *
      * completed row. A clean start replaces any earlier row for     *
      * the date with a fresh 'S' row and commits it, so even an      *
      * abend leaves the started row for the CUSTCYCR morning         *
      * report to flag.                                               *
      *===============================================================*
       REGISTER-RUN-START.

           MOVE 'CUSTPSET' TO CustRun-Job-Name.

           EXEC SQL
              SELECT COMPLETIONSTATUS,
                     OPERATOROVERRIDE
              INTO  :CustRun-Completion-Status,
                    :CustRun-Operator-Override
              FROM ZOSCONN.CUSTRUNCTL
              WHERE JOBNAME      = :CustRun-Job-Name
                AND BUSINESSDATE = CURRENT DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF CustRun-Completion-Status = 'C'
                      AND CustRun-Operator-Override NOT = 'Y'
                       DISPLAY 'CUSTPSET - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTPSET - RUN-CONTROL READ FAILED '
                           'SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
           END-EVALUATE.

           IF NOT RUN-REFUSED
               EXEC SQL
                  DELETE FROM ZOSCONN.CUSTRUNCTL
                  WHERE JOBNAME      = :CustRun-Job-Name
                    AND BUSINESSDATE = CURRENT DATE
               END-EXEC
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTRUNCTL
                        (
                         JOBNAME,
                         BUSINESSDATE,
                         STARTTIMESTAMP,
                         RECORDSPROCESSED,
                         COMPLETIONSTATUS,
                         OPERATOROVERRIDE
                        )
                  VALUES
                        (
                         :CustRun-Job-Name,
                         CURRENT DATE,
                         CURRENT TIMESTAMP,
                         0,
                         'S',
                         'N'
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTPSET - RUN-CONTROL REGISTRATION '
                           'FAILED SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               ELSE
      * Harden the started row now - an abend later must still show
      * the job as started on the morning report.
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.
       REGISTER-RUN-START-EXIT.
           EXIT.

      *===============================================================*
      * Closes this run's CUSTRUNCTL row with the end timestamp, the  *
      * records processed and whether the run ended clean.            *
      *===============================================================*
       REGISTER-RUN-END.

           MOVE WS-PARTNER-COUNT TO CustRun-Records-Processed.
           IF WS-RETURN-CODE = 0
               MOVE 'C' TO CustRun-Completion-Status
           ELSE
               MOVE 'F' TO CustRun-Completion-Status
           END-IF.

           EXEC SQL
              UPDATE ZOSCONN.CUSTRUNCTL
              SET ENDTIMESTAMP     = CURRENT TIMESTAMP,
                  RECORDSPROCESSED = :CustRun-Records-Processed,
                  COMPLETIONSTATUS = :CustRun-Completion-Status
              WHERE JOBNAME      = :CustRun-Job-Name
                AND BUSINESSDATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPSET - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.

      *===============================================================*
      * The settlement month comes in on CUSTPPRM as YYYY-MM. The     *
      * month-start and next-month first-of dates bound the ledger    *
      * window, built the same way the statement run builds them.     *
      * A card that is not a real YYYY-MM, or names a month that has  *
      * not ended, is refused with RC 16 - a partner must not be      *
      * invoiced or credited for part of a month.                     *
      *===============================================================*
       READ-SETTLEMENT-MONTH.

           OPEN INPUT PARAMETER-FILE.
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'CUSTPSET - EMPTY PARAMETER FILE'
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           CLOSE PARAMETER-FILE.

           IF NOT END-OF-PARTNERS
               IF PR-SETTLEMENT-MONTH(1:4) NOT NUMERIC
                  OR PR-SETTLEMENT-MONTH(5:1) NOT = '-'
                  OR PR-SETTLEMENT-MONTH(6:2) NOT NUMERIC
                  OR PR-SETTLEMENT-MONTH(6:2) < '01'
                  OR PR-SETTLEMENT-MONTH(6:2) > '12'
                   DISPLAY 'CUSTPSET - INVALID SETTLEMENT MONTH '
                           PARAMETER-RECORD
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

           IF NOT END-OF-PARTNERS
               MOVE PR-SETTLEMENT-MONTH(1:4) TO WS-SETTLEMENT-YEAR
               MOVE PR-SETTLEMENT-MONTH(6:2) TO WS-SETTLEMENT-MONTH
               MOVE WS-SETTLEMENT-YEAR TO WS-DB-YEAR
               MOVE WS-SETTLEMENT-MONTH TO WS-DB-MONTH
               MOVE WS-DATE-BUILD(1:10) TO WS-MONTH-START-DATE
               IF WS-SETTLEMENT-MONTH = 12
                   ADD 1 TO WS-SETTLEMENT-YEAR
                   MOVE 1 TO WS-SETTLEMENT-MONTH
               ELSE
                   ADD 1 TO WS-SETTLEMENT-MONTH
               END-IF
               MOVE WS-SETTLEMENT-YEAR TO WS-DB-YEAR
               MOVE WS-SETTLEMENT-MONTH TO WS-DB-MONTH
               MOVE WS-DATE-BUILD(1:10) TO WS-NEXT-MONTH-DATE
               PERFORM CHECK-SETTLEMENT-MONTH-ENDED
           END-IF.

           IF NOT END-OF-PARTNERS
               DISPLAY 'CUSTPSET - SETTLEMENT MONTH '
                       PR-SETTLEMENT-MONTH
                       ' (' WS-MONTH-START-DATE ' THROUGH '
                       WS-NEXT-MONTH-DATE ')'
           END-IF.
       READ-SETTLEMENT-MONTH-EXIT.
           EXIT.

       CHECK-SETTLEMENT-MONTH-ENDED.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
              INTO  :WS-CURRENT-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPSET - CURRENT DATE SELECT FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-NEXT-MONTH-DATE > WS-CURRENT-DATE
                   DISPLAY 'CUSTPSET - MONTH ' PR-SETTLEMENT-MONTH
                           ' HAS NOT ENDED - RUN REFUSED'
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
       CHECK-SETTLEMENT-MONTH-ENDED-EXIT.
           EXIT.

       OPEN-SETTLEMENT-FILES.
           OPEN OUTPUT SETTLEMENT-FILE.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           MOVE PR-SETTLEMENT-MONTH TO RH-SETTLEMENT-MONTH.
           MOVE REPORT-HEADING-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.
       OPEN-SETTLEMENT-FILES-EXIT.
           EXIT.

       CLOSE-SETTLEMENT-FILES.
           CLOSE SETTLEMENT-FILE.
           CLOSE SETTLEMENT-REPORT-FILE.
       CLOSE-SETTLEMENT-FILES-EXIT.
           EXIT.

       OPEN-PARTNER-SETTLEMENT-CURSOR.
           EXEC SQL
              OPEN PARTNER-SETTLEMENT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPSET - OPEN CURSOR FAILED SQLCODE = '
                       SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.
       OPEN-PARTNER-SETTLEMENT-CURSOR-EXIT.
           EXIT.

       FETCH-NEXT-PARTNER-ROW.
           EXEC SQL
              FETCH PARTNER-SETTLEMENT-CURSOR
              INTO  :WS-SETTLED-PARTNER-ID,
                    :WS-EARN-COUNT,
                    :WS-EARN-POINTS,
                    :WS-EARN-REVERSED-POINTS,
                    :WS-RDEM-COUNT,
                    :WS-RDEM-POINTS,
                    :WS-RDEM-REVERSED-POINTS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'CUSTPSET - FETCH FAILED SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
       FETCH-NEXT-PARTNER-ROW-EXIT.
           EXIT.

       CLOSE-PARTNER-SETTLEMENT-CURSOR.
           EXEC SQL
              CLOSE PARTNER-SETTLEMENT-CURSOR
           END-EXEC.
       CLOSE-PARTNER-SETTLEMENT-CURSOR-EXIT.
           EXIT.

      *===============================================================*
      * Values one partner's month and writes its settlement record.  *
      * EARN points net of their reversals are billed, RDEM points    *
      * net of theirs are credited, both at the partner's rate; the   *
      * larger side decides whether the record is an invoice or a     *
      * credit. A partner id no longer on the partner master still    *
      * gets its points reported, at a zero rate, for Finance to      *
      * chase - the ledger rows exist whether or not the master does. *
      *===============================================================*
       SETTLE-ONE-PARTNER.

           ADD 1 TO WS-PARTNER-COUNT.
           PERFORM READ-PARTNER-MASTER-ROW.

           IF NOT END-OF-PARTNERS
               COMPUTE WS-BILLED-AMOUNT ROUNDED =
                   (WS-EARN-POINTS - WS-EARN-REVERSED-POINTS)
                   * CustPtnr-Cost-Per-Point / 100
               COMPUTE WS-CREDITED-AMOUNT ROUNDED =
                   (WS-RDEM-POINTS - WS-RDEM-REVERSED-POINTS)
                   * CustPtnr-Cost-Per-Point / 100
               SUBTRACT WS-CREDITED-AMOUNT FROM WS-BILLED-AMOUNT
                   GIVING WS-NET-AMOUNT
               IF WS-NET-AMOUNT < 0
                   SET SETTLEMENT-IS-CREDIT TO TRUE
                   ADD 1 TO WS-CREDIT-COUNT
                   SUBTRACT WS-NET-AMOUNT FROM 0
                       GIVING WS-NET-AMOUNT
               ELSE
                   SET SETTLEMENT-IS-INVOICE TO TRUE
                   ADD 1 TO WS-INVOICE-COUNT
               END-IF

               ADD WS-EARN-COUNT TO WS-TOTAL-POSTED-COUNT
               ADD WS-RDEM-COUNT TO WS-TOTAL-POSTED-COUNT
               ADD WS-EARN-POINTS TO WS-TOTAL-POINTS-IN
               ADD WS-RDEM-POINTS TO WS-TOTAL-POINTS-OUT
               ADD WS-EARN-REVERSED-POINTS TO WS-TOTAL-EARN-REVERSED
               ADD WS-RDEM-REVERSED-POINTS TO WS-TOTAL-RDEM-REVERSED
               ADD WS-BILLED-AMOUNT TO WS-TOTAL-BILLED-AMOUNT
               ADD WS-CREDITED-AMOUNT TO WS-TOTAL-CREDITED-AMOUNT

               PERFORM WRITE-SETTLEMENT-RECORD
               PERFORM WRITE-PARTNER-DETAIL-LINE
           END-IF.
       SETTLE-ONE-PARTNER-EXIT.
           EXIT.

       READ-PARTNER-MASTER-ROW.
           MOVE WS-SETTLED-PARTNER-ID TO CustPtnr-Partner-Id.
           EXEC SQL
              SELECT PARTNERNAME,
                     COSTPERPOINT
              INTO  :CustPtnr-Partner-Name,
                    :CustPtnr-Cost-Per-Point
              FROM ZOSCONN.CUSTPTNR
              WHERE PARTNERID = :CustPtnr-Partner-Id
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'CUSTPSET - PARTNER ' WS-SETTLED-PARTNER-ID
                           ' NOT ON PARTNER MASTER - SETTLED AT ZERO'
                   ADD 1 TO WS-UNKNOWN-PARTNER-COUNT
                   MOVE '** NOT ON PARTNER MASTER **'
                       TO CustPtnr-Partner-Name
                   MOVE 0 TO CustPtnr-Cost-Per-Point
               WHEN OTHER
                   DISPLAY 'CUSTPSET - PARTNER SELECT FAILED FOR '
                           'PARTNER ' WS-SETTLED-PARTNER-ID
                           ' SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
       READ-PARTNER-MASTER-ROW-EXIT.
           EXIT.

       WRITE-SETTLEMENT-RECORD.
           MOVE SPACES TO SETTLEMENT-RECORD.
           MOVE WS-SETTLEMENT-TYPE      TO SF-RECORD-TYPE.
           MOVE WS-NET-AMOUNT           TO SF-SETTLEMENT-AMOUNT.
           MOVE WS-SETTLED-PARTNER-ID   TO SF-PARTNER-ID.
           MOVE CustPtnr-Partner-Name   TO SF-PARTNER-NAME.
           MOVE PR-SETTLEMENT-MONTH     TO SF-SETTLEMENT-MONTH.
           MOVE WS-EARN-COUNT           TO SF-EARN-COUNT.
           MOVE WS-EARN-POINTS          TO SF-EARN-POINTS.
           MOVE WS-EARN-REVERSED-POINTS TO SF-EARN-REVERSED-POINTS.
           MOVE WS-RDEM-COUNT           TO SF-RDEM-COUNT.
           MOVE WS-RDEM-POINTS          TO SF-RDEM-POINTS.
           MOVE WS-RDEM-REVERSED-POINTS TO SF-RDEM-REVERSED-POINTS.
           MOVE CustPtnr-Cost-Per-Point TO SF-COST-PER-POINT.
           MOVE WS-BILLED-AMOUNT        TO SF-BILLED-AMOUNT.
           MOVE WS-CREDITED-AMOUNT      TO SF-CREDITED-AMOUNT.
           WRITE SETTLEMENT-RECORD.
       WRITE-SETTLEMENT-RECORD-EXIT.
           EXIT.

       WRITE-PARTNER-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-SETTLED-PARTNER-ID   TO DL-PARTNER-ID.
           MOVE CustPtnr-Partner-Name   TO DL-PARTNER-NAME.
           MOVE WS-EARN-POINTS          TO DL-EARN-POINTS.
           MOVE WS-EARN-REVERSED-POINTS TO DL-EARN-REVERSED.
           MOVE WS-RDEM-POINTS          TO DL-RDEM-POINTS.
           MOVE WS-RDEM-REVERSED-POINTS TO DL-RDEM-REVERSED.
           MOVE CustPtnr-Cost-Per-Point TO DL-COST-PER-POINT.
           MOVE WS-BILLED-AMOUNT        TO DL-BILLED-AMOUNT.
           MOVE WS-CREDITED-AMOUNT      TO DL-CREDITED-AMOUNT.
           MOVE WS-NET-AMOUNT           TO DL-NET-AMOUNT.
           IF SETTLEMENT-IS-CREDIT
               MOVE 'CREDIT ' TO DL-RECORD-TYPE-TEXT
           ELSE
               MOVE 'INVOICE' TO DL-RECORD-TYPE-TEXT
           END-IF.
           MOVE DETAIL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.
       WRITE-PARTNER-DETAIL-LINE-EXIT.
           EXIT.

       WRITE-SETTLEMENT-TOTALS.
           MOVE SPACES TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE WS-TOTAL-POSTED-COUNT TO PTL-POSTED-COUNT.
           MOVE POSTED-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE WS-TOTAL-POINTS-IN TO PIL-POINTS-IN.
           MOVE POINTS-IN-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE WS-TOTAL-POINTS-OUT TO POL-POINTS-OUT.
           MOVE POINTS-OUT-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE TIE-BACK-NOTE-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE WS-TOTAL-EARN-REVERSED TO ERL-POINTS.
           MOVE EARN-REVERSED-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE WS-TOTAL-RDEM-REVERSED TO RRL-POINTS.
           MOVE RDEM-REVERSED-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE 'TOTAL BILLED TO PARTNERS   ' TO ATL-AMOUNT-LABEL.
           MOVE WS-TOTAL-BILLED-AMOUNT TO ATL-AMOUNT.
           MOVE AMOUNT-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE 'TOTAL CREDITED TO PARTNERS ' TO ATL-AMOUNT-LABEL.
           MOVE WS-TOTAL-CREDITED-AMOUNT TO ATL-AMOUNT.
           MOVE AMOUNT-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE 'PARTNERS INVOICED          ' TO PRL-COUNT-LABEL.
           MOVE WS-INVOICE-COUNT TO PRL-COUNT.
           MOVE PARTNER-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE 'PARTNERS CREDITED          ' TO PRL-COUNT-LABEL.
           MOVE WS-CREDIT-COUNT TO PRL-COUNT.
           MOVE PARTNER-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.

           MOVE 'PARTNERS NOT ON MASTER     ' TO PRL-COUNT-LABEL.
           MOVE WS-UNKNOWN-PARTNER-COUNT TO PRL-COUNT.
           MOVE PARTNER-TOTAL-LINE TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.
       WRITE-SETTLEMENT-TOTALS-EXIT.
           EXIT.
