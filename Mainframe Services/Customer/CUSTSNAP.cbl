       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTSNAP                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Month-end customer portfolio snapshot     *
      *                     and month-over-month trend report         *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Management questions about the customer book - how many      *
      *  active customers a state holds, how many went dormant, where *
      *  FICA scores are drifting - were answered by ad-hoc queries   *
      *  against the live CUSTOM table and lost as soon as it         *
      *  changed. This keeps the answer: for the month just ended     *
      *  (a YYYY-MM card on CUSTSPRM must name that month; a blank    *
      *  card takes it) it writes one ZOSCONN.CUSTSNAP row per state  *
      *  and a '**' row for the whole book, holding customers by      *
      *  CUSTOMERSTATUS, by FICA scoring band, the average score,     *
      *  SPENDINGCODE exposure and REWARDSCODE outstanding, and the   *
      *  month's movements - new customers, soft-deletes, restores,   *
      *  merges, dormant marks and purges. Soft-deletes, restores and *
      *  dormant marks are the CUSTHIST 'D', 'S' and 'T' before-      *
      *  images dated in the month, merges the accounts merged away   *
      *  (MERGEDTONUMBER set) whose last 'M' image is dated in the    *
      *  month, each under the state on the image. An erasure through *
      *  CUSTPRIV writes a 'D' image of its own, so it counts as a    *
      *  soft-delete. Purges are the CUSTPRGE counts on CUSTRUNCTL    *
      *  for the month; a purge takes the customer's history with it, *
      *  so purges are known for the whole book only. New customers   *
      *  are the growth in customers held since the month before's    *
      *  snapshot - on the '**' row with the month's purges added     *
      *  back, on a state row net of customers moving between states. *
      *  The first month snapshot has nothing to grow from and        *
      *  reports no new customers. A rerun for the same month         *
      *  replaces that month's rows. The report on CUSTSNRP prints    *
      *  every state, then the whole book, this month against last    *
      *  month and the same month last year with the change on each - *
      *  the monthly MIS pack. The position figures are CUSTOM as the *
      *  run finds it, so the job is scheduled as the month closes,   *
      *  ahead of the online day.                                     *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  A card naming any month but the one just ended   *
      *              is refused with RC 16. The position figures are  *
      *              CUSTOM as it stands, so an older month would be  *
      *              written with today's book under its name.        *
      *  2026-10-15  Comments note that a CUSTPRIV erasure is counted *
      *              among the month's soft-deletes through its own   *
      *              CUSTHIST 'D' image.                              *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSNAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTSPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-REPORT-FILE ASSIGN TO CUSTSNRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameter - the snapshot month as YYYY-MM. Blank or
      * missing takes the month just ended.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-SNAPSHOT-MONTH       PIC X(07).

       FD  SNAPSHOT-REPORT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-REPORT-LINE    PIC X(132).

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
               88 SNAPSHOT-RUN-FAILED      VALUE 'Y'.
           03 WS-PRIOR-SNAPSHOT-SWITCH PIC X VALUE 'N'.
               88 PRIOR-SNAPSHOT-HELD      VALUE 'Y'.
           03 WS-CURRENT-DATE          PIC X(10).
           03 WS-PRIOR-MONTH-DATE      PIC X(10).
           03 WS-SNAPSHOT-MONTH        PIC X(7).
           03 WS-MONTH-START-DATE      PIC X(10).
           03 WS-NEXT-MONTH-DATE       PIC X(10).
           03 WS-PRIOR-MONTH           PIC X(7).
           03 WS-YEAR-AGO-MONTH        PIC X(7).
           03 WS-SNAPSHOT-YEAR         PIC 9(4).
           03 WS-SNAPSHOT-MONTH-NUMBER PIC 9(2).
           03 WS-COMPARE-MONTH         PIC X(7).
           03 WS-PRIOR-TOTAL           PIC S9(9) COMP-4.
           03 WS-PURGE-COUNT           PIC S9(9) COMP-4 VALUE 0.
           03 WS-SNAPSHOT-ROW-COUNT    PIC S9(7) COMP-4 VALUE 0.
           03 WS-STATES-HELD-COUNT     PIC S9(4) COMP-4 VALUE 0.
           03 WS-BOOK-SUB              PIC S9(4) COMP-4.
           03 WS-COLUMN-SUB            PIC S9(4) COMP-4.
           03 WS-MEASURE-SUB           PIC S9(4) COMP-4.

      * One row of the position cursor or the movement cursors
       01 FETCHED-STATE-ROW.
           03 WS-FETCH-STATE-CODE      PIC XX.
           03 WS-FETCH-TOTAL           PIC S9(9) COMP-4.
           03 WS-FETCH-ACTIVE          PIC S9(9) COMP-4.
           03 WS-FETCH-INACTIVE        PIC S9(9) COMP-4.
           03 WS-FETCH-DORMANT         PIC S9(9) COMP-4.
           03 WS-FETCH-FICA-POOR       PIC S9(9) COMP-4.
           03 WS-FETCH-FICA-FAIR       PIC S9(9) COMP-4.
           03 WS-FETCH-FICA-GOOD       PIC S9(9) COMP-4.
           03 WS-FETCH-FICA-VERY-GOOD  PIC S9(9) COMP-4.
           03 WS-FETCH-FICA-EXCEPTIONAL PIC S9(9) COMP-4.
           03 WS-FETCH-FICA-SCORES     PIC S9(15) COMP-3.
           03 WS-FETCH-SPENDING        PIC S9(15) COMP-3.
           03 WS-FETCH-REWARDS         PIC S9(15) COMP-3.
           03 WS-FETCH-SOFT-DELETES    PIC S9(9) COMP-4.
           03 WS-FETCH-RESTORES        PIC S9(9) COMP-4.
           03 WS-FETCH-DORMANT-MARKS   PIC S9(9) COMP-4.
           03 WS-FETCH-MERGES          PIC S9(9) COMP-4.

      * Pieces used to build the month-start and next-month dates
       01 DATE-BUILD-FIELDS.
           03 WS-DATE-BUILD.
               05 WS-DB-YEAR           PIC 9(4).
               05 FILLER               PIC X VALUE '-'.
               05 WS-DB-MONTH          PIC 9(2).
               05 FILLER               PIC X(4) VALUE '-01 '.

      * The month's figures accumulated by state - one slot per
      * state on CUSTOM or on the month's history, and a last slot
      * for the whole book.
       01 SNAPSHOT-STATE-TOTALS.
           03 WS-STATE-COUNT           PIC S9(4) COMP-4 VALUE 0.
           03 SNAPSHOT-STATE-ENTRY     OCCURS 70 TIMES
                                        INDEXED BY WS-STATE-IDX.
               05 SE-STATE-CODE        PIC XX.
               05 SE-TOTAL-CUSTOMERS   PIC S9(9) COMP-4.
               05 SE-ACTIVE-COUNT      PIC S9(9) COMP-4.
               05 SE-INACTIVE-COUNT    PIC S9(9) COMP-4.
               05 SE-DORMANT-COUNT     PIC S9(9) COMP-4.
               05 SE-FICA-POOR         PIC S9(9) COMP-4.
               05 SE-FICA-FAIR         PIC S9(9) COMP-4.
               05 SE-FICA-GOOD         PIC S9(9) COMP-4.
               05 SE-FICA-VERY-GOOD    PIC S9(9) COMP-4.
               05 SE-FICA-EXCEPTIONAL  PIC S9(9) COMP-4.
               05 SE-FICA-SCORES       PIC S9(15) COMP-3.
               05 SE-SPENDING-TOTAL    PIC S9(15) COMP-3.
               05 SE-REWARDS-TOTAL     PIC S9(15) COMP-3.
               05 SE-NEW-CUSTOMERS     PIC S9(9) COMP-4.
               05 SE-SOFT-DELETES      PIC S9(9) COMP-4.
               05 SE-RESTORES          PIC S9(9) COMP-4.
               05 SE-MERGES            PIC S9(9) COMP-4.
               05 SE-DORMANT-MARKS     PIC S9(9) COMP-4.
               05 SE-PURGES            PIC S9(9) COMP-4.

      * The measures the trend report prints, in order. 'D' measures
      * carry two decimal places; the rest are whole numbers.
       01 REPORT-MEASURE-NAMES.
           03 FILLER                   PIC X(24)
               VALUE 'CUSTOMERS HELD'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE '  ACTIVE (A)'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE '  SOFT-DELETED (I)'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE '  DORMANT (D)'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'FICA POOR       300-579'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'FICA FAIR       580-669'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'FICA GOOD       670-739'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'FICA VERY GOOD  740-799'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'FICA EXCEPTIONAL 800+'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'AVERAGE FICA SCORE'.
           03 FILLER                   PIC X     VALUE 'D'.
           03 FILLER                   PIC X(24)
               VALUE 'SPENDINGCODE EXPOSURE'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'REWARDSCODE OUTSTANDING'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'NEW CUSTOMERS'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'SOFT-DELETES'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'RESTORES'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'MERGES'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'DORMANT MARKS'.
           03 FILLER                   PIC X     VALUE 'N'.
           03 FILLER                   PIC X(24)
               VALUE 'PURGES'.
           03 FILLER                   PIC X     VALUE 'N'.
       01 REPORT-MEASURE-TABLE REDEFINES REPORT-MEASURE-NAMES.
           03 REPORT-MEASURE           OCCURS 18 TIMES.
               05 RM-MEASURE-NAME      PIC X(24).
               05 RM-MEASURE-KIND      PIC X.
                   88 RM-DECIMAL-MEASURE   VALUE 'D'.

      * One state's figures for this month (column 1), last month
      * (column 2) and the same month last year (column 3).
       01 SNAPSHOT-COMPARISON.
           03 COMPARISON-COLUMN        OCCURS 3 TIMES.
               05 CC-ROW-FOUND         PIC X.
                   88 CC-ROW-HELD          VALUE 'Y'.
               05 CC-MEASURE-VALUE     PIC S9(15)V99 COMP-3
                                        OCCURS 18 TIMES.

      * Formatting a measure for a report column
       01 MEASURE-FORMAT-FIELDS.
           03 WS-FORMAT-VALUE          PIC S9(15)V99 COMP-3.
           03 WS-FORMATTED-TEXT        PIC X(18).
           03 WS-EDITED-COUNT          PIC ---,---,---,--9.
           03 WS-EDITED-DECIMAL        PIC ---,---,---,--9.99.

      * Variables for the CUSTSNAP portfolio snapshot table
           COPY CUSTSNAP.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(40)
               VALUE 'CUSTOMER PORTFOLIO SNAPSHOT'.
           03  FILLER                 PIC X(16)
               VALUE 'SNAPSHOT MONTH  '.
           03  RH-SNAPSHOT-MONTH      PIC X(7).
           03  FILLER                 PIC X(15)
               VALUE '   LAST MONTH  '.
           03  RH-PRIOR-MONTH         PIC X(7).
           03  FILLER                 PIC X(14)
               VALUE '   LAST YEAR  '.
           03  RH-YEAR-AGO-MONTH      PIC X(7).

       01 STATE-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  SHL-STATE-TEXT         PIC X(24).
           03  FILLER                 PIC X(20)
               VALUE '          THIS MONTH'.
           03  FILLER                 PIC X(20)
               VALUE '          LAST MONTH'.
           03  FILLER                 PIC X(20)
               VALUE '              CHANGE'.
           03  FILLER                 PIC X(20)
               VALUE '           LAST YEAR'.
           03  FILLER                 PIC X(20)
               VALUE '              CHANGE'.

       01 MEASURE-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  MDL-MEASURE-NAME       PIC X(24).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  MDL-THIS-MONTH         PIC X(18).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  MDL-LAST-MONTH         PIC X(18).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  MDL-MONTH-CHANGE       PIC X(18).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  MDL-LAST-YEAR          PIC X(18).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  MDL-YEAR-CHANGE        PIC X(18).

       01 REPORT-NOTE-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  RNL-NOTE-TEXT          PIC X(80).

       01 STATE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'STATES SNAPSHOT            '.
           03  STL-STATE-COUNT        PIC ZZZ,ZZ9.

       01 ROW-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTSNAP ROWS WRITTEN      '.
           03  RTL-ROW-COUNT          PIC ZZZ,ZZ9.

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
      ***   DB2 STORAGE AREA FOR PORTFOLIO SNAPSHOT TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTSNAP TABLE
           ( SNAPSHOTMONTH                  CHAR(7),
             STATECODE                      CHAR(2),
             TOTALCUSTOMERS                 INTEGER,
             ACTIVECOUNT                    INTEGER,
             INACTIVECOUNT                  INTEGER,
             DORMANTCOUNT                   INTEGER,
             FICAPOOR                       INTEGER,
             FICAFAIR                       INTEGER,
             FICAGOOD                       INTEGER,
             FICAVERYGOOD                   INTEGER,
             FICAEXCEPTIONAL                INTEGER,
             AVERAGEFICA                    DECIMAL(5,2),
             SPENDINGTOTAL                  DECIMAL(15,0),
             REWARDSTOTAL                   DECIMAL(15,0),
             NEWCUSTOMERS                   INTEGER,
             SOFTDELETES                    INTEGER,
             RESTORES                       INTEGER,
             MERGES                         INTEGER,
             DORMANTMARKS                   INTEGER,
             PURGES                         INTEGER,
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

      * The book's position by state. The FICA bands are the scoring
      * bands CUSTFICA reports band-boundary drops against. Sums are
      * taken as DECIMAL so a whole book cannot overflow.
           EXEC SQL
              DECLARE STATE-POSITION-CURSOR CURSOR FOR
              SELECT STATECODE,
                     COUNT(*),
                     SUM(CASE WHEN CUSTOMERSTATUS = 'A'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CUSTOMERSTATUS = 'I'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN CUSTOMERSTATUS = 'D'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN FICACODE < 580
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN FICACODE >= 580 AND FICACODE < 670
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN FICACODE >= 670 AND FICACODE < 740
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN FICACODE >= 740 AND FICACODE < 800
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN FICACODE >= 800
                              THEN 1 ELSE 0 END),
                     COALESCE(SUM(DECIMAL(FICACODE, 15, 0)), 0),
                     COALESCE(SUM(DECIMAL(SPENDINGCODE, 15, 0)), 0),
                     COALESCE(SUM(DECIMAL(REWARDSCODE, 15, 0)), 0)
              FROM ZOSCONN.CUSTOM
              GROUP BY STATECODE
              ORDER BY STATECODE
           END-EXEC.

      * The month's soft-deletes, restores and dormant marks, under
      * the state on each before-image. A CUSTPRIV erasure soft-deletes
      * the customer and writes its own 'D' image, so it is counted
      * here with the rest.
           EXEC SQL
              DECLARE STATE-MOVEMENT-CURSOR CURSOR FOR
              SELECT STATECODE,
                     SUM(CASE WHEN AUDITACTION = 'D'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN AUDITACTION = 'S'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN AUDITACTION = 'T'
                              THEN 1 ELSE 0 END)
              FROM ZOSCONN.CUSTHIST
              WHERE AUDITACTION IN ('D', 'S', 'T')
                AND DATE(AUDITTIMESTAMP) >= :WS-MONTH-START-DATE
                AND DATE(AUDITTIMESTAMP) <  :WS-NEXT-MONTH-DATE
              GROUP BY STATECODE
              ORDER BY STATECODE
           END-EXEC.

      * The accounts merged away in the month - the same selection
      * the CUSTGLJE journal takes its merge transfers from, so an
      * account whose survivor was itself merged away later counts
      * once, in the month of its last merge.
           EXEC SQL
              DECLARE STATE-MERGE-CURSOR CURSOR FOR
              SELECT H.STATECODE,
                     COUNT(*)
              FROM ZOSCONN.CUSTHIST H
                   INNER JOIN ZOSCONN.CUSTOM C
                     ON C.CUSTOMERNUMBER = H.CUSTOMERNUMBER
              WHERE H.AUDITACTION = 'M'
                AND C.MERGEDTONUMBER IS NOT NULL
                AND DATE(H.AUDITTIMESTAMP) >= :WS-MONTH-START-DATE
                AND DATE(H.AUDITTIMESTAMP) <  :WS-NEXT-MONTH-DATE
                AND NOT EXISTS
                    (SELECT 1
                     FROM ZOSCONN.CUSTHIST L
                     WHERE L.CUSTOMERNUMBER = H.CUSTOMERNUMBER
                       AND L.AUDITACTION    = 'M'
                       AND L.AUDITTIMESTAMP > H.AUDITTIMESTAMP)
              GROUP BY H.STATECODE
              ORDER BY H.STATECODE
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTSNAP - STARTING PORTFOLIO SNAPSHOT'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM READ-SNAPSHOT-PARAMETER
               OPEN OUTPUT SNAPSHOT-REPORT-FILE
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM COLLECT-STATE-POSITIONS
               END-IF
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM COLLECT-STATE-MOVEMENTS
               END-IF
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM COLLECT-STATE-MERGES
               END-IF
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM COLLECT-MONTH-PURGES
               END-IF
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM ADD-WHOLE-BOOK-ENTRY
               END-IF
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM DERIVE-NEW-CUSTOMERS
               END-IF
               IF NOT SNAPSHOT-RUN-FAILED
                   PERFORM SAVE-SNAPSHOT-ROWS
               END-IF
      * A failed run leaves the month's earlier rows, if any, in
      * place - the trend report never reads a half-written month.
               IF SNAPSHOT-RUN-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'CUSTSNAP - SNAPSHOT RUN FAILED - NO '
                           'ROWS SAVED'
               ELSE
                   PERFORM WRITE-TREND-REPORT
               END-IF
               PERFORM WRITE-SNAPSHOT-TOTALS
               CLOSE SNAPSHOT-REPORT-FILE
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTSNAP - SNAPSHOT ROWS WRITTEN = '
                   WS-SNAPSHOT-ROW-COUNT.
           DISPLAY 'CUSTSNAP - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
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

           MOVE 'CUSTSNAP' TO CustRun-Job-Name.

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
                       DISPLAY 'CUSTSNAP - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTSNAP - RUN-CONTROL READ FAILED '
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
                   DISPLAY 'CUSTSNAP - RUN-CONTROL REGISTRATION '
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

           MOVE WS-SNAPSHOT-ROW-COUNT TO CustRun-Records-Processed.
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
               DISPLAY 'CUSTSNAP - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.
      *===============================================================*
      * The snapshot month comes in on CUSTSPRM; a blank or missing   *
      * card means the month just ended. The month must be a real     *
      * YYYY-MM and must be the month just ended - a month still      *
      * open would be overtaken by the rest of the month, and an      *
      * older one would carry the book as it stands today.            *
      *===============================================================*
       READ-SNAPSHOT-PARAMETER.

           OPEN INPUT PARAMETER-FILE.
           READ PARAMETER-FILE
               AT END
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT DATE - 1 MONTH, ISO)
              INTO  :WS-CURRENT-DATE,
                    :WS-PRIOR-MONTH-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSNAP - CURRENT DATE SELECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-SNAPSHOT-RUN
           ELSE
               IF PR-SNAPSHOT-MONTH = SPACES
                   MOVE WS-PRIOR-MONTH-DATE(1:7) TO WS-SNAPSHOT-MONTH
               ELSE
                   MOVE PR-SNAPSHOT-MONTH TO WS-SNAPSHOT-MONTH
               END-IF
               IF WS-SNAPSHOT-MONTH(1:4) NOT NUMERIC
                  OR WS-SNAPSHOT-MONTH(5:1) NOT = '-'
                  OR WS-SNAPSHOT-MONTH(6:2) NOT NUMERIC
                  OR WS-SNAPSHOT-MONTH(6:2) < '01'
                  OR WS-SNAPSHOT-MONTH(6:2) > '12'
                   DISPLAY 'CUSTSNAP - INVALID SNAPSHOT MONTH '
                           PARAMETER-RECORD
                   MOVE 16 TO WS-RETURN-CODE
                   SET SNAPSHOT-RUN-FAILED TO TRUE
               ELSE
                   PERFORM BUILD-SNAPSHOT-MONTH-DATES
               END-IF
           END-IF.

           IF NOT SNAPSHOT-RUN-FAILED
               IF WS-SNAPSHOT-MONTH NOT = WS-PRIOR-MONTH-DATE(1:7)
                   DISPLAY 'CUSTSNAP - MONTH ' WS-SNAPSHOT-MONTH
                           ' IS NOT THE MONTH JUST ENDED - RUN REFUSED'
                   MOVE 16 TO WS-RETURN-CODE
                   SET SNAPSHOT-RUN-FAILED TO TRUE
               ELSE
                   DISPLAY 'CUSTSNAP - SNAPSHOT MONTH '
                           WS-SNAPSHOT-MONTH
                           ' (' WS-MONTH-START-DATE ' UP TO '
                           WS-NEXT-MONTH-DATE ')'
               END-IF
           END-IF.
       READ-SNAPSHOT-PARAMETER-EXIT.
           EXIT.

      *===============================================================*
      * The month-start and next-month first-of dates bound the       *
      * history window, built the same way the liability journal      *
      * builds them; the month before and the same month a year back  *
      * are the months the report compares against.                   *
      *===============================================================*
       BUILD-SNAPSHOT-MONTH-DATES.

           MOVE WS-SNAPSHOT-MONTH(1:4) TO WS-SNAPSHOT-YEAR.
           MOVE WS-SNAPSHOT-MONTH(6:2) TO WS-SNAPSHOT-MONTH-NUMBER.
           MOVE WS-SNAPSHOT-YEAR TO WS-DB-YEAR.
           MOVE WS-SNAPSHOT-MONTH-NUMBER TO WS-DB-MONTH.
           MOVE WS-DATE-BUILD(1:10) TO WS-MONTH-START-DATE.

           SUBTRACT 1 FROM WS-DB-YEAR.
           MOVE WS-DATE-BUILD(1:7) TO WS-YEAR-AGO-MONTH.

           MOVE WS-SNAPSHOT-YEAR TO WS-DB-YEAR.
           IF WS-SNAPSHOT-MONTH-NUMBER = 1
               SUBTRACT 1 FROM WS-DB-YEAR
               MOVE 12 TO WS-DB-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DB-MONTH
           END-IF.
           MOVE WS-DATE-BUILD(1:7) TO WS-PRIOR-MONTH.

           IF WS-SNAPSHOT-MONTH-NUMBER = 12
               ADD 1 TO WS-SNAPSHOT-YEAR
               MOVE 1 TO WS-SNAPSHOT-MONTH-NUMBER
           ELSE
               ADD 1 TO WS-SNAPSHOT-MONTH-NUMBER
           END-IF.
           MOVE WS-SNAPSHOT-YEAR TO WS-DB-YEAR.
           MOVE WS-SNAPSHOT-MONTH-NUMBER TO WS-DB-MONTH.
           MOVE WS-DATE-BUILD(1:10) TO WS-NEXT-MONTH-DATE.
       BUILD-SNAPSHOT-MONTH-DATES-EXIT.
           EXIT.

      *===============================================================*
      * One pass of CUSTOM, a row per state, opens a slot for every   *
      * state with its position figures.                              *
      *===============================================================*
       COLLECT-STATE-POSITIONS.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN STATE-POSITION-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSNAP - OPEN POSITION CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-SNAPSHOT-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH STATE-POSITION-CURSOR
                  INTO  :WS-FETCH-STATE-CODE,
                        :WS-FETCH-TOTAL,
                        :WS-FETCH-ACTIVE,
                        :WS-FETCH-INACTIVE,
                        :WS-FETCH-DORMANT,
                        :WS-FETCH-FICA-POOR,
                        :WS-FETCH-FICA-FAIR,
                        :WS-FETCH-FICA-GOOD,
                        :WS-FETCH-FICA-VERY-GOOD,
                        :WS-FETCH-FICA-EXCEPTIONAL,
                        :WS-FETCH-FICA-SCORES,
                        :WS-FETCH-SPENDING,
                        :WS-FETCH-REWARDS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM FIND-SNAPSHOT-STATE
                       IF NOT SNAPSHOT-RUN-FAILED
                           PERFORM TALLY-STATE-POSITION
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTSNAP - POSITION FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-SNAPSHOT-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE STATE-POSITION-CURSOR
               END-EXEC
           END-IF.
       COLLECT-STATE-POSITIONS-EXIT.
           EXIT.

       TALLY-STATE-POSITION.
           MOVE WS-FETCH-TOTAL TO SE-TOTAL-CUSTOMERS (WS-STATE-IDX).
           MOVE WS-FETCH-ACTIVE TO SE-ACTIVE-COUNT (WS-STATE-IDX).
           MOVE WS-FETCH-INACTIVE TO SE-INACTIVE-COUNT (WS-STATE-IDX).
           MOVE WS-FETCH-DORMANT TO SE-DORMANT-COUNT (WS-STATE-IDX).
           MOVE WS-FETCH-FICA-POOR TO SE-FICA-POOR (WS-STATE-IDX).
           MOVE WS-FETCH-FICA-FAIR TO SE-FICA-FAIR (WS-STATE-IDX).
           MOVE WS-FETCH-FICA-GOOD TO SE-FICA-GOOD (WS-STATE-IDX).
           MOVE WS-FETCH-FICA-VERY-GOOD
               TO SE-FICA-VERY-GOOD (WS-STATE-IDX).
           MOVE WS-FETCH-FICA-EXCEPTIONAL
               TO SE-FICA-EXCEPTIONAL (WS-STATE-IDX).
           MOVE WS-FETCH-FICA-SCORES TO SE-FICA-SCORES (WS-STATE-IDX).
           MOVE WS-FETCH-SPENDING TO SE-SPENDING-TOTAL (WS-STATE-IDX).
           MOVE WS-FETCH-REWARDS TO SE-REWARDS-TOTAL (WS-STATE-IDX).
       TALLY-STATE-POSITION-EXIT.
           EXIT.

      *===============================================================*
      * The month's history movements, by the state on the image. A   *
      * state no customer is left in still gets a slot, so nothing    *
      * the month did drops out of the whole-book row.                *
      *===============================================================*
       COLLECT-STATE-MOVEMENTS.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN STATE-MOVEMENT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSNAP - OPEN MOVEMENT CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-SNAPSHOT-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH STATE-MOVEMENT-CURSOR
                  INTO  :WS-FETCH-STATE-CODE,
                        :WS-FETCH-SOFT-DELETES,
                        :WS-FETCH-RESTORES,
                        :WS-FETCH-DORMANT-MARKS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM FIND-SNAPSHOT-STATE
                       IF NOT SNAPSHOT-RUN-FAILED
                           MOVE WS-FETCH-SOFT-DELETES
                               TO SE-SOFT-DELETES (WS-STATE-IDX)
                           MOVE WS-FETCH-RESTORES
                               TO SE-RESTORES (WS-STATE-IDX)
                           MOVE WS-FETCH-DORMANT-MARKS
                               TO SE-DORMANT-MARKS (WS-STATE-IDX)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTSNAP - MOVEMENT FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-SNAPSHOT-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE STATE-MOVEMENT-CURSOR
               END-EXEC
           END-IF.
       COLLECT-STATE-MOVEMENTS-EXIT.
           EXIT.

       COLLECT-STATE-MERGES.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN STATE-MERGE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSNAP - OPEN MERGE CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-SNAPSHOT-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH STATE-MERGE-CURSOR
                  INTO  :WS-FETCH-STATE-CODE,
                        :WS-FETCH-MERGES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM FIND-SNAPSHOT-STATE
                       IF NOT SNAPSHOT-RUN-FAILED
                           MOVE WS-FETCH-MERGES
                               TO SE-MERGES (WS-STATE-IDX)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTSNAP - MERGE FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-SNAPSHOT-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE STATE-MERGE-CURSOR
               END-EXEC
           END-IF.
       COLLECT-STATE-MERGES-EXIT.
           EXIT.

      *===============================================================*
      * Finds the fetched state's slot, opening a zeroed one for a    *
      * state not seen yet. The last slot is kept for the whole book; *
      * running out of slots stops the run rather than leave a state  *
      * off the snapshot.                                             *
      *===============================================================*
       FIND-SNAPSHOT-STATE.

           SET WS-STATE-IDX TO 1.
           SEARCH SNAPSHOT-STATE-ENTRY
               AT END
                   PERFORM ADD-NEW-SNAPSHOT-STATE
               WHEN SE-STATE-CODE (WS-STATE-IDX) = WS-FETCH-STATE-CODE
                  AND WS-STATE-IDX NOT GREATER THAN WS-STATE-COUNT
                   CONTINUE
           END-SEARCH.
       FIND-SNAPSHOT-STATE-EXIT.
           EXIT.

       ADD-NEW-SNAPSHOT-STATE.
           IF WS-STATE-COUNT < 69
               ADD 1 TO WS-STATE-COUNT
               SET WS-STATE-IDX TO WS-STATE-COUNT
               PERFORM CLEAR-SNAPSHOT-STATE
               MOVE WS-FETCH-STATE-CODE
                   TO SE-STATE-CODE (WS-STATE-IDX)
           ELSE
               DISPLAY 'CUSTSNAP - MORE THAN 69 STATE CODES - '
                       'STATE ' WS-FETCH-STATE-CODE ' NOT HELD'
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               SET SNAPSHOT-RUN-FAILED TO TRUE
           END-IF.
       ADD-NEW-SNAPSHOT-STATE-EXIT.
           EXIT.

       CLEAR-SNAPSHOT-STATE.
           MOVE ZERO TO SE-TOTAL-CUSTOMERS (WS-STATE-IDX)
                        SE-ACTIVE-COUNT (WS-STATE-IDX)
                        SE-INACTIVE-COUNT (WS-STATE-IDX)
                        SE-DORMANT-COUNT (WS-STATE-IDX)
                        SE-FICA-POOR (WS-STATE-IDX)
                        SE-FICA-FAIR (WS-STATE-IDX)
                        SE-FICA-GOOD (WS-STATE-IDX)
                        SE-FICA-VERY-GOOD (WS-STATE-IDX)
                        SE-FICA-EXCEPTIONAL (WS-STATE-IDX)
                        SE-FICA-SCORES (WS-STATE-IDX)
                        SE-SPENDING-TOTAL (WS-STATE-IDX)
                        SE-REWARDS-TOTAL (WS-STATE-IDX)
                        SE-NEW-CUSTOMERS (WS-STATE-IDX)
                        SE-SOFT-DELETES (WS-STATE-IDX)
                        SE-RESTORES (WS-STATE-IDX)
                        SE-MERGES (WS-STATE-IDX)
                        SE-DORMANT-MARKS (WS-STATE-IDX)
                        SE-PURGES (WS-STATE-IDX).
       CLEAR-SNAPSHOT-STATE-EXIT.
           EXIT.

      *===============================================================*
      * CUSTPRGE deletes the customer with its CUSTHIST rows, so the  *
      * month's purges come from the records each CUSTPRGE run left   *
      * on CUSTRUNCTL in the month - for the whole book only.         *
      *===============================================================*
       COLLECT-MONTH-PURGES.

           EXEC SQL
              SELECT COALESCE(SUM(RECORDSPROCESSED), 0)
              INTO  :WS-PURGE-COUNT
              FROM ZOSCONN.CUSTRUNCTL
              WHERE JOBNAME       = 'CUSTPRGE'
                AND BUSINESSDATE >= :WS-MONTH-START-DATE
                AND BUSINESSDATE <  :WS-NEXT-MONTH-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSNAP - PURGE COUNT SELECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-SNAPSHOT-RUN
           END-IF.
       COLLECT-MONTH-PURGES-EXIT.
           EXIT.

      *===============================================================*
      * The whole-book '**' slot goes last: every state added up,     *
      * plus the month's purges.                                      *
      *===============================================================*
       ADD-WHOLE-BOOK-ENTRY.

           MOVE WS-STATE-COUNT TO WS-STATES-HELD-COUNT.
           ADD 1 TO WS-STATE-COUNT.
           SET WS-STATE-IDX TO WS-STATE-COUNT.
           PERFORM CLEAR-SNAPSHOT-STATE.
           MOVE '**' TO SE-STATE-CODE (WS-STATE-IDX).
           MOVE WS-PURGE-COUNT TO SE-PURGES (WS-STATE-IDX).

           MOVE 1 TO WS-BOOK-SUB.
           PERFORM ADD-ONE-STATE-TO-BOOK
               WS-STATES-HELD-COUNT TIMES.
       ADD-WHOLE-BOOK-ENTRY-EXIT.
           EXIT.

       ADD-ONE-STATE-TO-BOOK.
           ADD SE-TOTAL-CUSTOMERS (WS-BOOK-SUB)
               TO SE-TOTAL-CUSTOMERS (WS-STATE-IDX).
           ADD SE-ACTIVE-COUNT (WS-BOOK-SUB)
               TO SE-ACTIVE-COUNT (WS-STATE-IDX).
           ADD SE-INACTIVE-COUNT (WS-BOOK-SUB)
               TO SE-INACTIVE-COUNT (WS-STATE-IDX).
           ADD SE-DORMANT-COUNT (WS-BOOK-SUB)
               TO SE-DORMANT-COUNT (WS-STATE-IDX).
           ADD SE-FICA-POOR (WS-BOOK-SUB)
               TO SE-FICA-POOR (WS-STATE-IDX).
           ADD SE-FICA-FAIR (WS-BOOK-SUB)
               TO SE-FICA-FAIR (WS-STATE-IDX).
           ADD SE-FICA-GOOD (WS-BOOK-SUB)
               TO SE-FICA-GOOD (WS-STATE-IDX).
           ADD SE-FICA-VERY-GOOD (WS-BOOK-SUB)
               TO SE-FICA-VERY-GOOD (WS-STATE-IDX).
           ADD SE-FICA-EXCEPTIONAL (WS-BOOK-SUB)
               TO SE-FICA-EXCEPTIONAL (WS-STATE-IDX).
           ADD SE-FICA-SCORES (WS-BOOK-SUB)
               TO SE-FICA-SCORES (WS-STATE-IDX).
           ADD SE-SPENDING-TOTAL (WS-BOOK-SUB)
               TO SE-SPENDING-TOTAL (WS-STATE-IDX).
           ADD SE-REWARDS-TOTAL (WS-BOOK-SUB)
               TO SE-REWARDS-TOTAL (WS-STATE-IDX).
           ADD SE-SOFT-DELETES (WS-BOOK-SUB)
               TO SE-SOFT-DELETES (WS-STATE-IDX).
           ADD SE-RESTORES (WS-BOOK-SUB)
               TO SE-RESTORES (WS-STATE-IDX).
           ADD SE-MERGES (WS-BOOK-SUB)
               TO SE-MERGES (WS-STATE-IDX).
           ADD SE-DORMANT-MARKS (WS-BOOK-SUB)
               TO SE-DORMANT-MARKS (WS-STATE-IDX).
           ADD 1 TO WS-BOOK-SUB.
       ADD-ONE-STATE-TO-BOOK-EXIT.
           EXIT.

      *===============================================================*
      * There is no opening date on CUSTOM, so new customers are the  *
      * growth in customers held since last month's snapshot. A state *
      * missing from last month's rows held none. On the whole-book   *
      * row the month's purges are added back; on a state row the     *
      * figure is also net of customers moving state. With no         *
      * snapshot for last month at all there is nothing to grow from  *
      * and new customers stay zero.                                  *
      *===============================================================*
       DERIVE-NEW-CUSTOMERS.

           MOVE '**' TO CustSnap-State-Code.
           MOVE WS-PRIOR-MONTH TO CustSnap-Snapshot-Month.
           PERFORM READ-PRIOR-TOTAL.

           IF NOT SNAPSHOT-RUN-FAILED
               IF PRIOR-SNAPSHOT-HELD
                   SET WS-STATE-IDX TO 1
                   PERFORM DERIVE-ONE-STATE-NEW-CUSTOMERS
                       WS-STATE-COUNT TIMES
               ELSE
                   DISPLAY 'CUSTSNAP - NO SNAPSHOT FOR '
                           WS-PRIOR-MONTH ' - NEW CUSTOMERS NOT '
                           'DERIVED'
               END-IF
           END-IF.
       DERIVE-NEW-CUSTOMERS-EXIT.
           EXIT.

       DERIVE-ONE-STATE-NEW-CUSTOMERS.
           IF NOT SNAPSHOT-RUN-FAILED
               MOVE SE-STATE-CODE (WS-STATE-IDX) TO CustSnap-State-Code
               PERFORM READ-PRIOR-TOTAL
               SUBTRACT WS-PRIOR-TOTAL
                   FROM SE-TOTAL-CUSTOMERS (WS-STATE-IDX)
                   GIVING SE-NEW-CUSTOMERS (WS-STATE-IDX)
               ADD SE-PURGES (WS-STATE-IDX)
                   TO SE-NEW-CUSTOMERS (WS-STATE-IDX)
           END-IF.
           SET WS-STATE-IDX UP BY 1.
       DERIVE-ONE-STATE-NEW-CUSTOMERS-EXIT.
           EXIT.

       READ-PRIOR-TOTAL.
           EXEC SQL
              SELECT TOTALCUSTOMERS
              INTO  :WS-PRIOR-TOTAL
              FROM ZOSCONN.CUSTSNAP
              WHERE SNAPSHOTMONTH = :CustSnap-Snapshot-Month
                AND STATECODE     = :CustSnap-State-Code
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF CustSnap-State-Code = '**'
                       SET PRIOR-SNAPSHOT-HELD TO TRUE
                   END-IF
               WHEN 100
                   MOVE 0 TO WS-PRIOR-TOTAL
               WHEN OTHER
                   DISPLAY 'CUSTSNAP - PRIOR SNAPSHOT SELECT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-SNAPSHOT-RUN
           END-EVALUATE.
       READ-PRIOR-TOTAL-EXIT.
           EXIT.

      *===============================================================*
      * Replaces any rows an earlier run left for the month with a    *
      * row per slot, and commits them together.                      *
      *===============================================================*
       SAVE-SNAPSHOT-ROWS.

           MOVE WS-SNAPSHOT-MONTH TO CustSnap-Snapshot-Month.
           EXEC SQL
              DELETE FROM ZOSCONN.CUSTSNAP
              WHERE SNAPSHOTMONTH = :CustSnap-Snapshot-Month
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CUSTSNAP - SNAPSHOT DELETE FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-SNAPSHOT-RUN
           END-IF.

           SET WS-STATE-IDX TO 1.
           PERFORM SAVE-ONE-SNAPSHOT-ROW
               WS-STATE-COUNT TIMES.

           IF NOT SNAPSHOT-RUN-FAILED
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTSNAP - COMMIT FAILED SQLCODE = '
                           SQLCODE
                   PERFORM FAIL-THE-SNAPSHOT-RUN
               END-IF
           END-IF.
       SAVE-SNAPSHOT-ROWS-EXIT.
           EXIT.

       SAVE-ONE-SNAPSHOT-ROW.
           IF NOT SNAPSHOT-RUN-FAILED
               PERFORM BUILD-SNAPSHOT-ROW
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTSNAP
                        (
                         SNAPSHOTMONTH,
                         STATECODE,
                         TOTALCUSTOMERS,
                         ACTIVECOUNT,
                         INACTIVECOUNT,
                         DORMANTCOUNT,
                         FICAPOOR,
                         FICAFAIR,
                         FICAGOOD,
                         FICAVERYGOOD,
                         FICAEXCEPTIONAL,
                         AVERAGEFICA,
                         SPENDINGTOTAL,
                         REWARDSTOTAL,
                         NEWCUSTOMERS,
                         SOFTDELETES,
                         RESTORES,
                         MERGES,
                         DORMANTMARKS,
                         PURGES,
                         LASTUPDATED
                        )
                  VALUES
                        (
                         :CustSnap-Snapshot-Month,
                         :CustSnap-State-Code,
                         :CustSnap-Total-Customers,
                         :CustSnap-Active-Count,
                         :CustSnap-Inactive-Count,
                         :CustSnap-Dormant-Count,
                         :CustSnap-Fica-Poor,
                         :CustSnap-Fica-Fair,
                         :CustSnap-Fica-Good,
                         :CustSnap-Fica-Very-Good,
                         :CustSnap-Fica-Exceptional,
                         :CustSnap-Average-Fica,
                         :CustSnap-Spending-Total,
                         :CustSnap-Rewards-Total,
                         :CustSnap-New-Customers,
                         :CustSnap-Soft-Deletes,
                         :CustSnap-Restores,
                         :CustSnap-Merges,
                         :CustSnap-Dormant-Marks,
                         :CustSnap-Purges,
                         CURRENT TIMESTAMP
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTSNAP - SNAPSHOT INSERT FAILED FOR '
                           'STATE ' CustSnap-State-Code
                           ' SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-SNAPSHOT-RUN
               ELSE
                   ADD 1 TO WS-SNAPSHOT-ROW-COUNT
               END-IF
           END-IF.
           SET WS-STATE-IDX UP BY 1.
       SAVE-ONE-SNAPSHOT-ROW-EXIT.
           EXIT.

       BUILD-SNAPSHOT-ROW.
           MOVE SE-STATE-CODE (WS-STATE-IDX) TO CustSnap-State-Code.
           MOVE SE-TOTAL-CUSTOMERS (WS-STATE-IDX)
               TO CustSnap-Total-Customers.
           MOVE SE-ACTIVE-COUNT (WS-STATE-IDX)
               TO CustSnap-Active-Count.
           MOVE SE-INACTIVE-COUNT (WS-STATE-IDX)
               TO CustSnap-Inactive-Count.
           MOVE SE-DORMANT-COUNT (WS-STATE-IDX)
               TO CustSnap-Dormant-Count.
           MOVE SE-FICA-POOR (WS-STATE-IDX) TO CustSnap-Fica-Poor.
           MOVE SE-FICA-FAIR (WS-STATE-IDX) TO CustSnap-Fica-Fair.
           MOVE SE-FICA-GOOD (WS-STATE-IDX) TO CustSnap-Fica-Good.
           MOVE SE-FICA-VERY-GOOD (WS-STATE-IDX)
               TO CustSnap-Fica-Very-Good.
           MOVE SE-FICA-EXCEPTIONAL (WS-STATE-IDX)
               TO CustSnap-Fica-Exceptional.
           IF SE-TOTAL-CUSTOMERS (WS-STATE-IDX) > 0
               COMPUTE CustSnap-Average-Fica ROUNDED =
                   SE-FICA-SCORES (WS-STATE-IDX)
                       / SE-TOTAL-CUSTOMERS (WS-STATE-IDX)
           ELSE
               MOVE 0 TO CustSnap-Average-Fica
           END-IF.
           MOVE SE-SPENDING-TOTAL (WS-STATE-IDX)
               TO CustSnap-Spending-Total.
           MOVE SE-REWARDS-TOTAL (WS-STATE-IDX)
               TO CustSnap-Rewards-Total.
           MOVE SE-NEW-CUSTOMERS (WS-STATE-IDX)
               TO CustSnap-New-Customers.
           MOVE SE-SOFT-DELETES (WS-STATE-IDX)
               TO CustSnap-Soft-Deletes.
           MOVE SE-RESTORES (WS-STATE-IDX) TO CustSnap-Restores.
           MOVE SE-MERGES (WS-STATE-IDX) TO CustSnap-Merges.
           MOVE SE-DORMANT-MARKS (WS-STATE-IDX)
               TO CustSnap-Dormant-Marks.
           MOVE SE-PURGES (WS-STATE-IDX) TO CustSnap-Purges.
       BUILD-SNAPSHOT-ROW-EXIT.
           EXIT.

       FAIL-THE-SNAPSHOT-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET SNAPSHOT-RUN-FAILED TO TRUE.
       FAIL-THE-SNAPSHOT-RUN-EXIT.
           EXIT.

      *===============================================================*
      * The trend report, read back off CUSTSNAP: a block per state   *
      * in state order and the whole book last, each measure this     *
      * month against last month and the same month last year with    *
      * the change on each. A month with no snapshot row for the      *
      * state prints as not held and shows no change.                 *
      *===============================================================*
       WRITE-TREND-REPORT.

           MOVE WS-SNAPSHOT-MONTH TO RH-SNAPSHOT-MONTH.
           MOVE WS-PRIOR-MONTH TO RH-PRIOR-MONTH.
           MOVE WS-YEAR-AGO-MONTH TO RH-YEAR-AGO-MONTH.
           MOVE REPORT-HEADING-LINE TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.

           IF NOT PRIOR-SNAPSHOT-HELD
               MOVE 'NO LAST-MONTH SNAPSHOT - NEW CUSTOMERS NOT DERIVED'
                   TO RNL-NOTE-TEXT
               MOVE REPORT-NOTE-LINE TO SNAPSHOT-REPORT-LINE
               WRITE SNAPSHOT-REPORT-LINE
           END-IF.
           MOVE 'PURGES ARE HELD FOR THE WHOLE BOOK ONLY'
               TO RNL-NOTE-TEXT.
           MOVE REPORT-NOTE-LINE TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE 'STATE NEW CUSTOMERS ARE NET OF CUSTOMERS MOVING STATE'
               TO RNL-NOTE-TEXT.
           MOVE REPORT-NOTE-LINE TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.

           SET WS-STATE-IDX TO 1.
           PERFORM WRITE-ONE-STATE-BLOCK
               WS-STATE-COUNT TIMES.
       WRITE-TREND-REPORT-EXIT.
           EXIT.

       WRITE-ONE-STATE-BLOCK.
           IF NOT SNAPSHOT-RUN-FAILED
               MOVE SE-STATE-CODE (WS-STATE-IDX) TO CustSnap-State-Code
               MOVE 1 TO WS-COLUMN-SUB
               MOVE WS-SNAPSHOT-MONTH TO WS-COMPARE-MONTH
               PERFORM LOAD-COMPARISON-COLUMN
               MOVE 2 TO WS-COLUMN-SUB
               MOVE WS-PRIOR-MONTH TO WS-COMPARE-MONTH
               PERFORM LOAD-COMPARISON-COLUMN
               MOVE 3 TO WS-COLUMN-SUB
               MOVE WS-YEAR-AGO-MONTH TO WS-COMPARE-MONTH
               PERFORM LOAD-COMPARISON-COLUMN
           END-IF.

           IF NOT SNAPSHOT-RUN-FAILED
               MOVE SPACES TO SNAPSHOT-REPORT-LINE
               WRITE SNAPSHOT-REPORT-LINE
               IF SE-STATE-CODE (WS-STATE-IDX) = '**'
                   MOVE 'WHOLE BOOK' TO SHL-STATE-TEXT
               ELSE
                   MOVE SPACES TO SHL-STATE-TEXT
                   STRING 'STATE ' SE-STATE-CODE (WS-STATE-IDX)
                       DELIMITED BY SIZE INTO SHL-STATE-TEXT
               END-IF
               MOVE STATE-HEADING-LINE TO SNAPSHOT-REPORT-LINE
               WRITE SNAPSHOT-REPORT-LINE
               MOVE 1 TO WS-MEASURE-SUB
               PERFORM WRITE-ONE-MEASURE-LINE 18 TIMES
           END-IF.
           SET WS-STATE-IDX UP BY 1.
       WRITE-ONE-STATE-BLOCK-EXIT.
           EXIT.

       LOAD-COMPARISON-COLUMN.
           MOVE WS-COMPARE-MONTH TO CustSnap-Snapshot-Month.
           EXEC SQL
              SELECT TOTALCUSTOMERS,
                     ACTIVECOUNT,
                     INACTIVECOUNT,
                     DORMANTCOUNT,
                     FICAPOOR,
                     FICAFAIR,
                     FICAGOOD,
                     FICAVERYGOOD,
                     FICAEXCEPTIONAL,
                     AVERAGEFICA,
                     SPENDINGTOTAL,
                     REWARDSTOTAL,
                     NEWCUSTOMERS,
                     SOFTDELETES,
                     RESTORES,
                     MERGES,
                     DORMANTMARKS,
                     PURGES
              INTO  :CustSnap-Total-Customers,
                    :CustSnap-Active-Count,
                    :CustSnap-Inactive-Count,
                    :CustSnap-Dormant-Count,
                    :CustSnap-Fica-Poor,
                    :CustSnap-Fica-Fair,
                    :CustSnap-Fica-Good,
                    :CustSnap-Fica-Very-Good,
                    :CustSnap-Fica-Exceptional,
                    :CustSnap-Average-Fica,
                    :CustSnap-Spending-Total,
                    :CustSnap-Rewards-Total,
                    :CustSnap-New-Customers,
                    :CustSnap-Soft-Deletes,
                    :CustSnap-Restores,
                    :CustSnap-Merges,
                    :CustSnap-Dormant-Marks,
                    :CustSnap-Purges
              FROM ZOSCONN.CUSTSNAP
              WHERE SNAPSHOTMONTH = :CustSnap-Snapshot-Month
                AND STATECODE     = :CustSnap-State-Code
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO CC-ROW-FOUND (WS-COLUMN-SUB)
                   PERFORM MOVE-SNAPSHOT-TO-COLUMN
               WHEN 100
                   MOVE 'N' TO CC-ROW-FOUND (WS-COLUMN-SUB)
               WHEN OTHER
                   DISPLAY 'CUSTSNAP - SNAPSHOT SELECT FAILED FOR '
                           CustSnap-Snapshot-Month ' STATE '
                           CustSnap-State-Code ' SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-SNAPSHOT-RUN
           END-EVALUATE.
       LOAD-COMPARISON-COLUMN-EXIT.
           EXIT.

      * The order here is the order of REPORT-MEASURE-NAMES.
       MOVE-SNAPSHOT-TO-COLUMN.
           MOVE CustSnap-Total-Customers
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 1).
           MOVE CustSnap-Active-Count
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 2).
           MOVE CustSnap-Inactive-Count
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 3).
           MOVE CustSnap-Dormant-Count
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 4).
           MOVE CustSnap-Fica-Poor
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 5).
           MOVE CustSnap-Fica-Fair
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 6).
           MOVE CustSnap-Fica-Good
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 7).
           MOVE CustSnap-Fica-Very-Good
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 8).
           MOVE CustSnap-Fica-Exceptional
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 9).
           MOVE CustSnap-Average-Fica
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 10).
           MOVE CustSnap-Spending-Total
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 11).
           MOVE CustSnap-Rewards-Total
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 12).
           MOVE CustSnap-New-Customers
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 13).
           MOVE CustSnap-Soft-Deletes
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 14).
           MOVE CustSnap-Restores
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 15).
           MOVE CustSnap-Merges
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 16).
           MOVE CustSnap-Dormant-Marks
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 17).
           MOVE CustSnap-Purges
               TO CC-MEASURE-VALUE (WS-COLUMN-SUB, 18).
       MOVE-SNAPSHOT-TO-COLUMN-EXIT.
           EXIT.

       WRITE-ONE-MEASURE-LINE.
           MOVE RM-MEASURE-NAME (WS-MEASURE-SUB) TO MDL-MEASURE-NAME.

           MOVE 1 TO WS-COLUMN-SUB.
           PERFORM FORMAT-COLUMN-VALUE.
           MOVE WS-FORMATTED-TEXT TO MDL-THIS-MONTH.

           MOVE 2 TO WS-COLUMN-SUB.
           PERFORM FORMAT-COLUMN-VALUE.
           MOVE WS-FORMATTED-TEXT TO MDL-LAST-MONTH.
           PERFORM FORMAT-COLUMN-CHANGE.
           MOVE WS-FORMATTED-TEXT TO MDL-MONTH-CHANGE.

           MOVE 3 TO WS-COLUMN-SUB.
           PERFORM FORMAT-COLUMN-VALUE.
           MOVE WS-FORMATTED-TEXT TO MDL-LAST-YEAR.
           PERFORM FORMAT-COLUMN-CHANGE.
           MOVE WS-FORMATTED-TEXT TO MDL-YEAR-CHANGE.

           MOVE MEASURE-DETAIL-LINE TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           ADD 1 TO WS-MEASURE-SUB.
       WRITE-ONE-MEASURE-LINE-EXIT.
           EXIT.

       FORMAT-COLUMN-VALUE.
           IF CC-ROW-HELD (WS-COLUMN-SUB)
               MOVE CC-MEASURE-VALUE (WS-COLUMN-SUB, WS-MEASURE-SUB)
                   TO WS-FORMAT-VALUE
               PERFORM FORMAT-MEASURE-VALUE
           ELSE
               MOVE '        NOT HELD' TO WS-FORMATTED-TEXT
           END-IF.
       FORMAT-COLUMN-VALUE-EXIT.
           EXIT.

      * This month less the compared month, when both are held.
       FORMAT-COLUMN-CHANGE.
           IF CC-ROW-HELD (1) AND CC-ROW-HELD (WS-COLUMN-SUB)
               SUBTRACT CC-MEASURE-VALUE (WS-COLUMN-SUB, WS-MEASURE-SUB)
                   FROM CC-MEASURE-VALUE (1, WS-MEASURE-SUB)
                   GIVING WS-FORMAT-VALUE
               PERFORM FORMAT-MEASURE-VALUE
           ELSE
               MOVE SPACES TO WS-FORMATTED-TEXT
           END-IF.
       FORMAT-COLUMN-CHANGE-EXIT.
           EXIT.

       FORMAT-MEASURE-VALUE.
           MOVE SPACES TO WS-FORMATTED-TEXT.
           IF RM-DECIMAL-MEASURE (WS-MEASURE-SUB)
               MOVE WS-FORMAT-VALUE TO WS-EDITED-DECIMAL
               MOVE WS-EDITED-DECIMAL TO WS-FORMATTED-TEXT
           ELSE
               MOVE WS-FORMAT-VALUE TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO WS-FORMATTED-TEXT(1:15)
           END-IF.
       FORMAT-MEASURE-VALUE-EXIT.
           EXIT.

       WRITE-SNAPSHOT-TOTALS.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.

           MOVE WS-STATES-HELD-COUNT TO STL-STATE-COUNT.
           MOVE STATE-TOTAL-LINE TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.

           MOVE WS-SNAPSHOT-ROW-COUNT TO RTL-ROW-COUNT.
           MOVE ROW-TOTAL-LINE TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
       WRITE-SNAPSHOT-TOTALS-EXIT.
           EXIT.
