       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTINTG                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Nightly cross-table data integrity scan   *
      *                     and exceptions worklist                   *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Each customer table has its own nightly job, but nothing     *
      *  else checks that the tables agree with one another -         *
      *  CUSTRCON only ties the ledger to REWARDSCODE. This runs last *
      *  in the nightly cycle, after CUSTHHLD has rebuilt the         *
      *  households, and checks six rules across the tables:          *
      *    HHLD  a CUSTHHLD member no longer active on CUSTOM, or not *
      *          on CUSTOM at all                                     *
      *    MRGD  a MERGEDTONUMBER pointing at a number not on CUSTOM, *
      *          at the customer itself, at a customer that is        *
      *          inactive, or at one itself merged away - so merge    *
      *          chains and loops are caught. A survivor inactive     *
      *          because CUSTPRIV erased it is not an exception       *
      *    ORPH  CUSTHIST or CUSTREWDTL rows for a customer number    *
      *          not on CUSTOM                                        *
      *    STAT  an active customer whose StateCode/PostCode falls    *
      *          inside no live CUSTSTAT range - typically after a    *
      *          range was retired through CUSTSMNT                   *
      *    RVSL  a CUSTREWDTL reversal whose REVERSALOFID names an    *
      *          entry no longer on the ledger                        *
      *    STS   a CUSTOMERSTATUS other than 'A', 'I' or 'D'          *
      *  Every inconsistency found is written to the CUSTINWL         *
      *  exceptions worklist for the customer desk, grouped by rule   *
      *  in the order above, each carrying its severity - 'H' for a   *
      *  broken merge, a stranded ledger row, a dangling reversal or  *
      *  an unknown status, 'M' for the rest. The worklist ends with  *
      *  a 'T' trailer carrying the exception counts; a run that      *
      *  fails part way leaves it without one. CUSTINRP prints the    *
      *  count under each rule. Any high-severity exception ends the  *
      *  run with return code 4 and closes its CUSTRUNCTL row with    *
      *  status 'E', which the CUSTCYCR morning report shows against  *
      *  the job. The scan only reads the customer tables.            *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  MRGD no longer flags an account merged into a    *
      *              survivor that a completed CUSTPRIV erasure left  *
      *              inactive.                                        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINTG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO CUSTINWL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO CUSTINRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record per exception, grouped by rule. IW-RECORD-TYPE is
      * 'E' for an exception and 'T' for the file trailer. Which of
      * the detail fields an exception fills depends on its rule:
      *   HHLD  related number = household, status = member's status
      *         (blank when the member is not on CUSTOM)
      *   MRGD  related number = MERGEDTONUMBER, status = the merge
      *         target's status (blank when it is not on CUSTOM)
      *   ORPH  source table = CUSTHIST or CUSTREWDTL, row count =
      *         the rows held for the missing customer number
      *   STAT  state code and post code as held on CUSTOM
      *   RVSL  transaction id = the reversal entry, related number =
      *         the REVERSALOFID it points at
      *   STS   status = the CUSTOMERSTATUS held
       FD  WORKLIST-FILE
           RECORDING MODE IS F.
       01  WORKLIST-RECORD.
           03  IW-RECORD-TYPE          PIC X(01).
           03  IW-RECORD-DATA          PIC X(149).
           03  IW-EXCEPTION-DATA REDEFINES IW-RECORD-DATA.
               05  IW-RULE-CODE            PIC X(04).
               05  IW-SEVERITY             PIC X(01).
               05  IW-SOURCE-TABLE         PIC X(10).
               05  IW-CUSTOMER-NUMBER      PIC 9(09).
               05  IW-RELATED-NUMBER       PIC 9(09).
               05  IW-TRANSACTION-ID       PIC 9(09).
               05  IW-ROW-COUNT            PIC 9(07).
               05  IW-STATUS-VALUE         PIC X(01).
               05  IW-STATE-CODE           PIC XX.
               05  IW-POST-CODE            PIC X(10).
               05  IW-DESCRIPTION          PIC X(60).
               05  FILLER                  PIC X(27).
           03  IW-TRAILER-DATA REDEFINES IW-RECORD-DATA.
               05  IT-EXCEPTION-COUNT      PIC 9(09).
               05  IT-HIGH-SEVERITY-COUNT  PIC 9(09).
               05  IT-SCAN-DATE            PIC X(10).
               05  FILLER                  PIC X(121).

       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01  INTEGRITY-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-ROWS              VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 INTEGRITY-RUN-FAILED     VALUE 'Y'.
           03 WS-RULE-SUB              PIC S9(4) COMP-4.
               88 RULE-HOUSEHOLD           VALUE 1.
               88 RULE-MERGE-TARGET        VALUE 2.
               88 RULE-ORPHANED-ROWS       VALUE 3.
               88 RULE-STATE-RANGE         VALUE 4.
               88 RULE-REVERSAL-LINK       VALUE 5.
               88 RULE-STATUS-VALUE        VALUE 6.
           03 WS-SCAN-DATE             PIC X(10) VALUE SPACES.
           03 WS-FETCH-CUSTOMER-NUMBER PIC S9(9) COMP-4.
           03 WS-FETCH-RELATED-NUMBER  PIC S9(9) COMP-4.
           03 WS-FETCH-TRANSACTION-ID  PIC S9(9) COMP-4.
           03 WS-FETCH-ROW-COUNT       PIC S9(9) COMP-4.
           03 WS-FETCH-STATUS          PIC X.
           03 WS-FETCH-ON-FILE-FLAG    PIC X.
           03 WS-FETCH-MERGED-FLAG     PIC X.
           03 WS-FETCH-RETIRED-FLAG    PIC X.
           03 WS-FETCH-SOURCE-TABLE    PIC X(10).
           03 WS-FETCH-STATE-CODE      PIC XX.
           03 WS-FETCH-POST-CODE       PIC X(10).
           03 WS-TOTAL-EXCEPTION-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-HIGH-SEVERITY-COUNT   PIC S9(7) COMP-4 VALUE 0.

      * The rules in worklist order: code, severity as reported and
      * what the rule checks. The first byte of the severity is the
      * one each exception carries; ORPH is 'H' for a stranded
      * ledger row and drops to 'M' for history rows.
       01 INTEGRITY-RULES.
           03 FILLER                   PIC X(4)  VALUE 'HHLD'.
           03 FILLER                   PIC X(3)  VALUE 'M'.
           03 FILLER                   PIC X(50)
               VALUE 'HOUSEHOLD MEMBER NOT ACTIVE ON CUSTOM'.
           03 FILLER                   PIC X(4)  VALUE 'MRGD'.
           03 FILLER                   PIC X(3)  VALUE 'H'.
           03 FILLER                   PIC X(50)
               VALUE 'MERGED INTO A MISSING, INACTIVE OR MERGED NUMBER'.
           03 FILLER                   PIC X(4)  VALUE 'ORPH'.
           03 FILLER                   PIC X(3)  VALUE 'H/M'.
           03 FILLER                   PIC X(50)
               VALUE 'HISTORY OR LEDGER ROWS, NUMBER NOT ON CUSTOM'.
           03 FILLER                   PIC X(4)  VALUE 'STAT'.
           03 FILLER                   PIC X(3)  VALUE 'M'.
           03 FILLER                   PIC X(50)
               VALUE 'ACTIVE CUSTOMER OUTSIDE ALL LIVE CUSTSTAT RANGES'.
           03 FILLER                   PIC X(4)  VALUE 'RVSL'.
           03 FILLER                   PIC X(3)  VALUE 'H'.
           03 FILLER                   PIC X(50)
               VALUE 'REVERSAL OF AN ENTRY NOT ON CUSTREWDTL'.
           03 FILLER                   PIC X(4)  VALUE 'STS '.
           03 FILLER                   PIC X(3)  VALUE 'H'.
           03 FILLER                   PIC X(50)
               VALUE 'CUSTOMERSTATUS NOT A, I OR D'.
       01 INTEGRITY-RULE-TABLE REDEFINES INTEGRITY-RULES.
           03 RULE-ENTRY               OCCURS 6 TIMES.
               05 RT-RULE-CODE         PIC X(4).
               05 RT-SEVERITY          PIC X(3).
               05 RT-RULE-TITLE        PIC X(50).

      * Exceptions found under each rule, in the same order.
       01 RULE-EXCEPTION-COUNTS.
           03 WS-RULE-EXCEPTION-COUNT  PIC S9(7) COMP-4
                                        OCCURS 6 TIMES.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(36)
               VALUE 'CROSS-TABLE DATA INTEGRITY REPORT  '.
           03  RH-SCAN-DATE           PIC X(10).

       01 COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(6)   VALUE 'RULE'.
           03  FILLER                 PIC X(10)  VALUE 'SEVERITY'.
           03  FILLER                 PIC X(10)  VALUE 'EXCEPTIONS'.
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  FILLER                 PIC X(50)  VALUE 'CHECK'.

       01 RULE-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  RL-RULE-CODE           PIC X(4).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  RL-SEVERITY            PIC X(3).
           03  FILLER                 PIC X(10)  VALUE SPACES.
           03  RL-EXCEPTION-COUNT     PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  RL-RULE-TITLE          PIC X(50).

       01 EXCEPTION-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'EXCEPTIONS LISTED          '.
           03  ETL-EXCEPTION-COUNT    PIC ZZZ,ZZ9.

       01 HIGH-SEVERITY-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'HIGH SEVERITY EXCEPTIONS   '.
           03  HTL-HIGH-SEVERITY-COUNT PIC ZZZ,ZZ9.

       01 FAILED-RUN-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(60)
               VALUE '** SCAN FAILED - WORKLIST HAS NO TRAILER **'.

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
      ***   DB2 STORAGE AREA FOR CUSTOMER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTOM TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             FIRSTNAME                      CHAR(100),
             LASTNAME                       CHAR(100),
             ADDRESS1                       CHAR(100),
             ADDRESS2                       CHAR(100),
             CITYCODE                       CHAR(100),
             STATECODE                      CHAR(2),
             POSTCODE                       CHAR(10),
             PHONEHOME                      CHAR(20),
             PHONEMOBILE                    CHAR(20),
             GENDERCODE                     CHAR(4),
             FICACODE                       INTEGER,
             SPENDINGCODE                   INTEGER,
             REWARDSCODE                    INTEGER,
             LASTUPDATED                    TIMESTAMP,
             CUSTOMERSTATUS                 CHAR(1),
             MERGEDTONUMBER                 INTEGER
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CUSTOMER HISTORY TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTHIST TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             FIRSTNAME                      CHAR(100),
             LASTNAME                       CHAR(100),
             ADDRESS1                       CHAR(100),
             ADDRESS2                       CHAR(100),
             CITYCODE                       CHAR(100),
             STATECODE                      CHAR(2),
             POSTCODE                       CHAR(10),
             PHONEHOME                      CHAR(20),
             PHONEMOBILE                    CHAR(20),
             GENDERCODE                     CHAR(4),
             FICACODE                       INTEGER,
             SPENDINGCODE                   INTEGER,
             REWARDSCODE                    INTEGER,
             CUSTOMERSTATUS                 CHAR(1),
             AUDITACTION                    CHAR(1),
             AUDITTIMESTAMP                 TIMESTAMP,
             AUDITTERMID                    CHAR(4),
             AUDITUSERID                    CHAR(8),
             AUDITAPPROVERID                CHAR(8)
           ) END-EXEC.

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
      ***   DB2 STORAGE AREA FOR CUSTOMER HOUSEHOLD GROUPING TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTHHLD TABLE
           ( HOUSEHOLDNUMBER                INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR STATE/POSTCODE RANGE REFERENCE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTSTAT TABLE
           ( STATECODE                      CHAR(2),
             POSTCODELOW                    CHAR(10),
             POSTCODEHIGH                   CHAR(10),
             ROWSTATUS                      CHAR(1),
             LASTUPDATED                    TIMESTAMP,
             UPDATEUSERID                   CHAR(8),
             UPDATETERMID                   CHAR(4)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR PRIVACY REQUEST LOG TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTPRVL TABLE
           ( REQUESTTIMESTAMP               TIMESTAMP,
             CUSTOMERNUMBER                 INTEGER,
             REQUESTTYPE                    CHAR(1),
             LEGALREFERENCE                 CHAR(20),
             RESULTSTATUS                   CHAR(1),
             CUSTOMROWS                     INTEGER,
             HISTORYROWS                    INTEGER,
             LEDGERROWS                     INTEGER,
             HOUSEHOLDROWS                  INTEGER,
             MERGEDROWS                     INTEGER,
             ARCHIVEROWS                    INTEGER,
             ANONYMISEDROWS                 INTEGER,
             POINTSCLOSED                   INTEGER
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

      * HHLD - household members the last rebuild grouped who are no
      * longer active, or no longer on CUSTOM at all.
           EXEC SQL
              DECLARE HOUSEHOLD-MEMBER-CURSOR CURSOR FOR
              SELECT H.CUSTOMERNUMBER,
                     H.HOUSEHOLDNUMBER,
                     CASE WHEN C.CUSTOMERNUMBER IS NULL
                          THEN 'N' ELSE 'Y' END,
                     COALESCE(C.CUSTOMERSTATUS, ' ')
              FROM ZOSCONN.CUSTHHLD H
                   LEFT OUTER JOIN ZOSCONN.CUSTOM C
                   ON C.CUSTOMERNUMBER = H.CUSTOMERNUMBER
              WHERE C.CUSTOMERNUMBER IS NULL
                 OR C.CUSTOMERSTATUS IS NULL
                 OR C.CUSTOMERSTATUS <> 'A'
              ORDER BY H.HOUSEHOLDNUMBER, H.CUSTOMERNUMBER
           END-EXEC.

      * MRGD - merged-away accounts whose MERGEDTONUMBER names no
      * customer, names the account itself, or names a customer that
      * is inactive or itself merged away. Each link of a chain and
      * every account in a loop turns up as its own row. A survivor
      * left inactive by a CUSTPRIV erasure is meant to be, so it is
      * not flagged.
           EXEC SQL
              DECLARE MERGE-TARGET-CURSOR CURSOR FOR
              SELECT C.CUSTOMERNUMBER,
                     C.MERGEDTONUMBER,
                     CASE WHEN T.CUSTOMERNUMBER IS NULL
                          THEN 'N' ELSE 'Y' END,
                     CASE WHEN T.MERGEDTONUMBER IS NULL
                          THEN 'N' ELSE 'Y' END,
                     COALESCE(T.CUSTOMERSTATUS, ' ')
              FROM ZOSCONN.CUSTOM C
                   LEFT OUTER JOIN ZOSCONN.CUSTOM T
                   ON T.CUSTOMERNUMBER = C.MERGEDTONUMBER
              WHERE C.MERGEDTONUMBER IS NOT NULL
                AND (C.MERGEDTONUMBER = C.CUSTOMERNUMBER
                     OR T.CUSTOMERNUMBER IS NULL
                     OR T.MERGEDTONUMBER IS NOT NULL
                     OR (T.CUSTOMERSTATUS = 'I'
                         AND NOT EXISTS
                             (SELECT 1
                              FROM ZOSCONN.CUSTPRVL P
                              WHERE P.CUSTOMERNUMBER = T.CUSTOMERNUMBER
                                AND P.REQUESTTYPE    = 'E'
                                AND P.RESULTSTATUS IN ('A', 'C'))))
              ORDER BY C.CUSTOMERNUMBER
           END-EXEC.

      * ORPH - history and ledger rows left behind for a customer
      * number CUSTOM no longer holds, one row per table per number.
           EXEC SQL
              DECLARE ORPHAN-ROW-CURSOR CURSOR FOR
              SELECT 'CUSTHIST  ',
                     H.CUSTOMERNUMBER,
                     COUNT(*)
              FROM ZOSCONN.CUSTHIST H
              WHERE NOT EXISTS
                    (SELECT 1
                     FROM ZOSCONN.CUSTOM C
                     WHERE C.CUSTOMERNUMBER = H.CUSTOMERNUMBER)
              GROUP BY H.CUSTOMERNUMBER
              UNION ALL
              SELECT 'CUSTREWDTL',
                     R.CUSTOMERNUMBER,
                     COUNT(*)
              FROM ZOSCONN.CUSTREWDTL R
              WHERE NOT EXISTS
                    (SELECT 1
                     FROM ZOSCONN.CUSTOM C
                     WHERE C.CUSTOMERNUMBER = R.CUSTOMERNUMBER)
              GROUP BY R.CUSTOMERNUMBER
              ORDER BY 2, 1
           END-EXEC.

      * STAT - active customers no live range covers, with a flag for
      * whether a retired range still would.
           EXEC SQL
              DECLARE STATE-RANGE-CURSOR CURSOR FOR
              SELECT C.CUSTOMERNUMBER,
                     C.STATECODE,
                     C.POSTCODE,
                     CASE WHEN EXISTS
                               (SELECT 1
                                FROM ZOSCONN.CUSTSTAT R
                                WHERE R.STATECODE = C.STATECODE
                                  AND R.ROWSTATUS = 'I'
                                  AND C.POSTCODE BETWEEN
                                      R.POSTCODELOW AND R.POSTCODEHIGH)
                          THEN 'Y' ELSE 'N' END
              FROM ZOSCONN.CUSTOM C
              WHERE C.CUSTOMERSTATUS = 'A'
                AND NOT EXISTS
                    (SELECT 1
                     FROM ZOSCONN.CUSTSTAT S
                     WHERE S.STATECODE = C.STATECODE
                       AND S.ROWSTATUS = 'A'
                       AND C.POSTCODE BETWEEN
                           S.POSTCODELOW AND S.POSTCODEHIGH)
              ORDER BY C.CUSTOMERNUMBER
           END-EXEC.

      * RVSL - reversal entries whose original is gone from the
      * ledger. A zero REVERSALOFID means no reversal, as on the
      * archive records.
           EXEC SQL
              DECLARE REVERSAL-LINK-CURSOR CURSOR FOR
              SELECT R.TRANSACTIONID,
                     R.CUSTOMERNUMBER,
                     R.REVERSALOFID
              FROM ZOSCONN.CUSTREWDTL R
              WHERE R.REVERSALOFID IS NOT NULL
                AND R.REVERSALOFID <> 0
                AND NOT EXISTS
                    (SELECT 1
                     FROM ZOSCONN.CUSTREWDTL O
                     WHERE O.TRANSACTIONID = R.REVERSALOFID)
              ORDER BY R.CUSTOMERNUMBER, R.TRANSACTIONID
           END-EXEC.

      * STS - any CUSTOMERSTATUS the suite does not know.
           EXEC SQL
              DECLARE STATUS-VALUE-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     COALESCE(CUSTOMERSTATUS, ' ')
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERSTATUS IS NULL
                 OR CUSTOMERSTATUS NOT IN ('A', 'I', 'D')
              ORDER BY CUSTOMERNUMBER
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTINTG - STARTING CROSS-TABLE INTEGRITY SCAN'.
           MOVE 00 TO WS-RETURN-CODE.
           INITIALIZE RULE-EXCEPTION-COUNTS.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM SET-SCAN-DATE
               PERFORM OPEN-INTEGRITY-FILES
               IF NOT INTEGRITY-RUN-FAILED
                   PERFORM CHECK-HOUSEHOLD-MEMBERS
               END-IF
               IF NOT INTEGRITY-RUN-FAILED
                   PERFORM CHECK-MERGE-TARGETS
               END-IF
               IF NOT INTEGRITY-RUN-FAILED
                   PERFORM CHECK-ORPHANED-ROWS
               END-IF
               IF NOT INTEGRITY-RUN-FAILED
                   PERFORM CHECK-STATE-RANGES
               END-IF
               IF NOT INTEGRITY-RUN-FAILED
                   PERFORM CHECK-REVERSAL-LINKS
               END-IF
               IF NOT INTEGRITY-RUN-FAILED
                   PERFORM CHECK-STATUS-VALUES
               END-IF
      * A failed scan leaves the worklist without its trailer, so the
      * desk never works a partial list as if it were the whole night.
               IF INTEGRITY-RUN-FAILED
                   DISPLAY 'CUSTINTG - INTEGRITY SCAN FAILED - '
                           'WORKLIST HAS NO TRAILER'
               ELSE
                   PERFORM WRITE-WORKLIST-TRAILER
                   IF WS-HIGH-SEVERITY-COUNT > 0
                       DISPLAY 'CUSTINTG - HIGH SEVERITY EXCEPTIONS '
                               'ON THE WORKLIST'
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               PERFORM WRITE-RULE-SUMMARY
               PERFORM CLOSE-INTEGRITY-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTINTG - EXCEPTIONS LISTED        = '
                   WS-TOTAL-EXCEPTION-COUNT.
           DISPLAY 'CUSTINTG - HIGH SEVERITY EXCEPTIONS = '
                   WS-HIGH-SEVERITY-COUNT.
           DISPLAY 'CUSTINTG - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
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

           MOVE 'CUSTINTG' TO CustRun-Job-Name.

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
      * A run that ended with exceptions ('E') is just as complete.
               WHEN 0
                   IF (CustRun-Completion-Status = 'C'
                       OR CustRun-Completion-Status = 'E')
                      AND CustRun-Operator-Override NOT = 'Y'
                       DISPLAY 'CUSTINTG - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTINTG - RUN-CONTROL READ FAILED '
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
                   DISPLAY 'CUSTINTG - RUN-CONTROL REGISTRATION '
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
      * exceptions listed and whether the run ended clean. A complete *
      * scan that found high-severity exceptions (RC 4) closes 'E',   *
      * so the morning report shows the job as needing the desk.      *
      *===============================================================*
       REGISTER-RUN-END.

           MOVE WS-TOTAL-EXCEPTION-COUNT TO CustRun-Records-Processed.
           EVALUATE WS-RETURN-CODE
               WHEN 0
                   MOVE 'C' TO CustRun-Completion-Status
               WHEN 4
                   MOVE 'E' TO CustRun-Completion-Status
               WHEN OTHER
                   MOVE 'F' TO CustRun-Completion-Status
           END-EVALUATE.

           EXEC SQL
              UPDATE ZOSCONN.CUSTRUNCTL
              SET ENDTIMESTAMP     = CURRENT TIMESTAMP,
                  RECORDSPROCESSED = :CustRun-Records-Processed,
                  COMPLETIONSTATUS = :CustRun-Completion-Status
              WHERE JOBNAME      = :CustRun-Job-Name
                AND BUSINESSDATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.

       SET-SCAN-DATE.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
              INTO  :WS-SCAN-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - SCAN DATE SELECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           END-IF.
       SET-SCAN-DATE-EXIT.
           EXIT.

       OPEN-INTEGRITY-FILES.
           OPEN OUTPUT WORKLIST-FILE.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE WS-SCAN-DATE TO RH-SCAN-DATE.
           MOVE REPORT-HEADING-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
       OPEN-INTEGRITY-FILES-EXIT.
           EXIT.

       CLOSE-INTEGRITY-FILES.
           CLOSE WORKLIST-FILE.
           CLOSE INTEGRITY-REPORT-FILE.
       CLOSE-INTEGRITY-FILES-EXIT.
           EXIT.

      *===============================================================*
      * HHLD - CUSTHHLD is rebuilt from active customers only, so a   *
      * member the rebuild left behind is one the household inquiry   *
      * still shows under a household it should have dropped out of.  *
      *===============================================================*
       CHECK-HOUSEHOLD-MEMBERS.

           SET RULE-HOUSEHOLD TO TRUE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN HOUSEHOLD-MEMBER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - OPEN HOUSEHOLD CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH HOUSEHOLD-MEMBER-CURSOR
                  INTO  :WS-FETCH-CUSTOMER-NUMBER,
                        :WS-FETCH-RELATED-NUMBER,
                        :WS-FETCH-ON-FILE-FLAG,
                        :WS-FETCH-STATUS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM START-EXCEPTION-RECORD
                       MOVE 'CUSTHHLD' TO IW-SOURCE-TABLE
                       MOVE WS-FETCH-RELATED-NUMBER
                           TO IW-RELATED-NUMBER
                       MOVE WS-FETCH-STATUS TO IW-STATUS-VALUE
                       IF WS-FETCH-ON-FILE-FLAG = 'N'
                           MOVE 'HOUSEHOLD MEMBER NOT ON CUSTOM'
                               TO IW-DESCRIPTION
                       ELSE
                           MOVE 'HOUSEHOLD MEMBER NOT ACTIVE ON CUSTOM'
                               TO IW-DESCRIPTION
                       END-IF
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTINTG - HOUSEHOLD FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-INTEGRITY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE HOUSEHOLD-MEMBER-CURSOR
               END-EXEC
           END-IF.
       CHECK-HOUSEHOLD-MEMBERS-EXIT.
           EXIT.

      *===============================================================*
      * MRGD - a merge must leave the merged-away account pointing at *
      * a live survivor. A survivor later deleted or merged on again  *
      * strands the points trail and the online MRGD redirect.        *
      *===============================================================*
       CHECK-MERGE-TARGETS.

           SET RULE-MERGE-TARGET TO TRUE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN MERGE-TARGET-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - OPEN MERGE CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH MERGE-TARGET-CURSOR
                  INTO  :WS-FETCH-CUSTOMER-NUMBER,
                        :WS-FETCH-RELATED-NUMBER,
                        :WS-FETCH-ON-FILE-FLAG,
                        :WS-FETCH-MERGED-FLAG,
                        :WS-FETCH-STATUS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM START-EXCEPTION-RECORD
                       MOVE 'CUSTOM' TO IW-SOURCE-TABLE
                       MOVE WS-FETCH-RELATED-NUMBER
                           TO IW-RELATED-NUMBER
                       MOVE WS-FETCH-STATUS TO IW-STATUS-VALUE
                       EVALUATE TRUE
                           WHEN WS-FETCH-RELATED-NUMBER =
                                WS-FETCH-CUSTOMER-NUMBER
                               MOVE 'MERGED INTO ITSELF'
                                   TO IW-DESCRIPTION
                           WHEN WS-FETCH-ON-FILE-FLAG = 'N'
                               MOVE 'MERGED INTO A NUMBER NOT ON CUSTOM'
                                   TO IW-DESCRIPTION
                           WHEN WS-FETCH-MERGED-FLAG = 'Y'
                               MOVE 'MERGED INTO A MERGED-AWAY CUSTOMER'
                                   TO IW-DESCRIPTION
                           WHEN OTHER
                               MOVE 'MERGED INTO AN INACTIVE CUSTOMER'
                                   TO IW-DESCRIPTION
                       END-EVALUATE
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTINTG - MERGE FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-INTEGRITY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE MERGE-TARGET-CURSOR
               END-EXEC
           END-IF.
       CHECK-MERGE-TARGETS-EXIT.
           EXIT.

      *===============================================================*
      * ORPH - rows a purge or a SPUFI hand-fix left behind. Stranded *
      * ledger rows are points liability nobody owns and are high;    *
      * stranded history is only an audit trail with no customer.     *
      *===============================================================*
       CHECK-ORPHANED-ROWS.

           SET RULE-ORPHANED-ROWS TO TRUE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN ORPHAN-ROW-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - OPEN ORPHAN CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH ORPHAN-ROW-CURSOR
                  INTO  :WS-FETCH-SOURCE-TABLE,
                        :WS-FETCH-CUSTOMER-NUMBER,
                        :WS-FETCH-ROW-COUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM START-EXCEPTION-RECORD
                       MOVE WS-FETCH-SOURCE-TABLE TO IW-SOURCE-TABLE
                       MOVE WS-FETCH-ROW-COUNT TO IW-ROW-COUNT
                       IF WS-FETCH-SOURCE-TABLE = 'CUSTREWDTL'
                           MOVE 'LEDGER ROWS, NUMBER NOT ON CUSTOM'
                               TO IW-DESCRIPTION
                       ELSE
                           MOVE 'M' TO IW-SEVERITY
                           MOVE 'HISTORY ROWS, NUMBER NOT ON CUSTOM'
                               TO IW-DESCRIPTION
                       END-IF
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTINTG - ORPHAN FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-INTEGRITY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE ORPHAN-ROW-CURSOR
               END-EXEC
           END-IF.
       CHECK-ORPHANED-ROWS-EXIT.
           EXIT.

      *===============================================================*
      * STAT - the same StateCode/PostCode cross-reference the online *
      * update applies, run against every active customer. Retiring a *
      * range through CUSTSMNT does not touch the customers inside    *
      * it, and each of them fails EPST at their next update.         *
      *===============================================================*
       CHECK-STATE-RANGES.

           SET RULE-STATE-RANGE TO TRUE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN STATE-RANGE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - OPEN STATE RANGE CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH STATE-RANGE-CURSOR
                  INTO  :WS-FETCH-CUSTOMER-NUMBER,
                        :WS-FETCH-STATE-CODE,
                        :WS-FETCH-POST-CODE,
                        :WS-FETCH-RETIRED-FLAG
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM START-EXCEPTION-RECORD
                       MOVE 'CUSTOM' TO IW-SOURCE-TABLE
                       MOVE WS-FETCH-STATE-CODE TO IW-STATE-CODE
                       MOVE WS-FETCH-POST-CODE TO IW-POST-CODE
                       IF WS-FETCH-RETIRED-FLAG = 'Y'
                           MOVE 'POSTCODE RANGE RETIRED ON CUSTSTAT'
                               TO IW-DESCRIPTION
                       ELSE
                           MOVE 'NO CUSTSTAT RANGE COVERS POSTCODE'
                               TO IW-DESCRIPTION
                       END-IF
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTINTG - STATE RANGE FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-INTEGRITY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE STATE-RANGE-CURSOR
               END-EXEC
           END-IF.
       CHECK-STATE-RANGES-EXIT.
           EXIT.

      *===============================================================*
      * RVSL - a reversal whose original is gone can no longer be     *
      * proved against what it took back, and the online double-      *
      * reversal guard has nothing to check against.                  *
      *===============================================================*
       CHECK-REVERSAL-LINKS.

           SET RULE-REVERSAL-LINK TO TRUE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN REVERSAL-LINK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - OPEN REVERSAL CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH REVERSAL-LINK-CURSOR
                  INTO  :WS-FETCH-TRANSACTION-ID,
                        :WS-FETCH-CUSTOMER-NUMBER,
                        :WS-FETCH-RELATED-NUMBER
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM START-EXCEPTION-RECORD
                       MOVE 'CUSTREWDTL' TO IW-SOURCE-TABLE
                       MOVE WS-FETCH-TRANSACTION-ID
                           TO IW-TRANSACTION-ID
                       MOVE WS-FETCH-RELATED-NUMBER
                           TO IW-RELATED-NUMBER
                       MOVE 'REVERSAL OF AN ENTRY NOT ON CUSTREWDTL'
                           TO IW-DESCRIPTION
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTINTG - REVERSAL FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-INTEGRITY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE REVERSAL-LINK-CURSOR
               END-EXEC
           END-IF.
       CHECK-REVERSAL-LINKS-EXIT.
           EXIT.

      *===============================================================*
      * STS - every program in the suite tests CUSTOMERSTATUS for     *
      * 'A', 'I' or 'D'; any other value falls through all of them.   *
      *===============================================================*
       CHECK-STATUS-VALUES.

           SET RULE-STATUS-VALUE TO TRUE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN STATUS-VALUE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTINTG - OPEN STATUS CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-INTEGRITY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH STATUS-VALUE-CURSOR
                  INTO  :WS-FETCH-CUSTOMER-NUMBER,
                        :WS-FETCH-STATUS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM START-EXCEPTION-RECORD
                       MOVE 'CUSTOM' TO IW-SOURCE-TABLE
                       MOVE WS-FETCH-STATUS TO IW-STATUS-VALUE
                       MOVE 'CUSTOMERSTATUS NOT A, I OR D'
                           TO IW-DESCRIPTION
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTINTG - STATUS FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-INTEGRITY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE STATUS-VALUE-CURSOR
               END-EXEC
           END-IF.
       CHECK-STATUS-VALUES-EXIT.
           EXIT.

      *===============================================================*
      * A fresh exception for the current rule and the fetched        *
      * customer, at the rule's severity - moving the three-byte      *
      * severity keeps its first byte.                                *
      *===============================================================*
       START-EXCEPTION-RECORD.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE 'E' TO IW-RECORD-TYPE.
           MOVE RT-RULE-CODE (WS-RULE-SUB) TO IW-RULE-CODE.
           MOVE RT-SEVERITY (WS-RULE-SUB) TO IW-SEVERITY.
           MOVE WS-FETCH-CUSTOMER-NUMBER TO IW-CUSTOMER-NUMBER.
           MOVE ZERO TO IW-RELATED-NUMBER.
           MOVE ZERO TO IW-TRANSACTION-ID.
           MOVE ZERO TO IW-ROW-COUNT.
       START-EXCEPTION-RECORD-EXIT.
           EXIT.

       WRITE-EXCEPTION-RECORD.
           WRITE WORKLIST-RECORD.
           ADD 1 TO WS-RULE-EXCEPTION-COUNT (WS-RULE-SUB).
           ADD 1 TO WS-TOTAL-EXCEPTION-COUNT.
           IF IW-SEVERITY = 'H'
               ADD 1 TO WS-HIGH-SEVERITY-COUNT
           END-IF.
       WRITE-EXCEPTION-RECORD-EXIT.
           EXIT.

       WRITE-WORKLIST-TRAILER.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE 'T' TO IW-RECORD-TYPE.
           MOVE WS-TOTAL-EXCEPTION-COUNT TO IT-EXCEPTION-COUNT.
           MOVE WS-HIGH-SEVERITY-COUNT TO IT-HIGH-SEVERITY-COUNT.
           MOVE WS-SCAN-DATE TO IT-SCAN-DATE.
           WRITE WORKLIST-RECORD.
       WRITE-WORKLIST-TRAILER-EXIT.
           EXIT.

       FAIL-THE-INTEGRITY-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET INTEGRITY-RUN-FAILED TO TRUE.
       FAIL-THE-INTEGRITY-RUN-EXIT.
           EXIT.

      *===============================================================*
      * The count under each rule, then the night's totals. A failed  *
      * scan says so, since the rules after the failure never ran.    *
      *===============================================================*
       WRITE-RULE-SUMMARY.
           MOVE 1 TO WS-RULE-SUB.
           PERFORM WRITE-ONE-RULE-LINE 6 TIMES.

           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE WS-TOTAL-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT.
           MOVE EXCEPTION-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE WS-HIGH-SEVERITY-COUNT TO HTL-HIGH-SEVERITY-COUNT.
           MOVE HIGH-SEVERITY-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           IF INTEGRITY-RUN-FAILED
               MOVE FAILED-RUN-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
       WRITE-RULE-SUMMARY-EXIT.
           EXIT.

       WRITE-ONE-RULE-LINE.
           MOVE RT-RULE-CODE (WS-RULE-SUB) TO RL-RULE-CODE.
           MOVE RT-SEVERITY (WS-RULE-SUB) TO RL-SEVERITY.
           MOVE WS-RULE-EXCEPTION-COUNT (WS-RULE-SUB)
               TO RL-EXCEPTION-COUNT.
           MOVE RT-RULE-TITLE (WS-RULE-SUB) TO RL-RULE-TITLE.
           MOVE RULE-DETAIL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           ADD 1 TO WS-RULE-SUB.
       WRITE-ONE-RULE-LINE-EXIT.
           EXIT.
