       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTTIER                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Quarterly loyalty tier qualification      *
      *                     batch                                     *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Assigns every active customer a loyalty tier for the         *
      *  quarter named on CUSTTPRM (YYYY-Qn). A customer's            *
      *  qualifying points are the base points of every EARN entry    *
      *  they posted to CUSTREWDTL in the twelve months ending with   *
      *  that quarter, leaving out any EARN entry an RVSL reversal    *
      *  has since taken back - tier bonus points never count toward  *
      *  the next tier. The tier is the highest one on the CUSTTDEF   *
      *  tier definitions whose MINQUALPOINTS the customer clears.    *
      *  The result replaces the customer's row on ZOSCONN.CUSTTIER,  *
      *  which the online Action 'P' and the nightly CUSTRPST read    *
      *  to apply the tier's earn multiplier. Every upgrade or        *
      *  downgrade writes a ZOSCONN.CUSTTHST tier history row, a      *
      *  line on the CUSTTRRP tier-change report and a record on the  *
      *  CUSTTLTR letters extract - name and address for the          *
      *  congratulations and warning letters - closed by a trailer    *
      *  carrying the upgrade and downgrade counts. The whole run is  *
      *  one unit of work: a failure rolls every tier change back     *
      *  and leaves the extract without its trailer so the letter     *
      *  house will not mail from it.                                 *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTTPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-EXTRACT-FILE ASSIGN TO CUSTTLTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIER-REPORT-FILE ASSIGN TO CUSTTRRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameter - the qualifying quarter as YYYY-Qn.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-QUALIFYING-QUARTER   PIC X(07).
           03  PR-QUARTER-PARTS REDEFINES PR-QUALIFYING-QUARTER.
               05  PR-QUARTER-YEAR         PIC 9(04).
               05  PR-QUARTER-LITERAL      PIC X(02).
               05  PR-QUARTER-NUMBER       PIC 9(01).

      * One record per tier change. LT-RECORD-TYPE drives the letter
      * house's selection: 'U' upgrade (congratulations letter), 'D'
      * downgrade (warning letter), 'T' file trailer.
       FD  LETTER-EXTRACT-FILE
           RECORDING MODE IS F.
       01  LETTER-EXTRACT-RECORD.
           03  LT-RECORD-TYPE          PIC X(01).
           03  LT-RECORD-DATA          PIC X(600).
           03  LT-LETTER-DATA REDEFINES LT-RECORD-DATA.
               05  LL-CUSTOMER-NUMBER      PIC 9(09).
               05  LL-FIRST-NAME           PIC X(100).
               05  LL-LAST-NAME            PIC X(100).
               05  LL-ADDRESS1             PIC X(100).
               05  LL-ADDRESS2             PIC X(100).
               05  LL-CITY                 PIC X(100).
               05  LL-STATE-CODE           PIC XX.
               05  LL-POSTAL-CODE          PIC X(10).
               05  LL-QUAL-QUARTER         PIC X(07).
               05  LL-OLD-TIER-CODE        PIC X(04).
               05  LL-OLD-TIER-NAME        PIC X(20).
               05  LL-NEW-TIER-CODE        PIC X(04).
               05  LL-NEW-TIER-NAME        PIC X(20).
               05  LL-QUALIFYING-POINTS    PIC 9(09).
               05  FILLER                  PIC X(15).
           03  LT-TRAILER-DATA REDEFINES LT-RECORD-DATA.
               05  LX-UPGRADE-COUNT        PIC 9(09).
               05  LX-DOWNGRADE-COUNT      PIC 9(09).
               05  FILLER                  PIC X(582).

       FD  TIER-REPORT-FILE
           RECORDING MODE IS F.
       01  TIER-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-CUSTOMERS         VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-TIER-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-TIER-ROWS         VALUE 'Y'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 TIER-RUN-FAILED          VALUE 'Y'.
           03 WS-CHANGE-TYPE           PIC X VALUE SPACE.
               88 TIER-UPGRADED            VALUE 'U'.
               88 TIER-DOWNGRADED          VALUE 'D'.
               88 TIER-UNCHANGED           VALUE SPACE.
           03 WS-QUALIFYING-QUARTER    PIC X(7) VALUE SPACES.
           03 WS-QUARTER-YEAR          PIC 9(4).
           03 WS-NEXT-QUARTER-MONTH    PIC 9(2).
           03 WS-WINDOW-START-DATE     PIC X(10).
           03 WS-NEXT-QUARTER-DATE     PIC X(10).
           03 WS-QUALIFYING-POINTS     PIC S9(9) COMP-4 VALUE 0.
           03 WS-CURRENT-TIER-CODE     PIC X(4).
           03 WS-OLD-TIER-CODE         PIC X(4).
           03 WS-OLD-TIER-NAME         PIC X(20).
           03 WS-OLD-TIER-RANK         PIC S9(4) COMP-4.
           03 WS-NEW-TIER-SUB          PIC S9(4) COMP-4.
           03 WS-TOTAL-CUSTOMER-COUNT  PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-UPGRADE-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-DOWNGRADE-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-UNCHANGED-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-NEW-COUNT       PIC S9(7) COMP-4 VALUE 0.

      * Pieces used to build the window-start and next-quarter dates
       01 DATE-BUILD-FIELDS.
           03 WS-DATE-BUILD.
               05 WS-DB-YEAR           PIC 9(4).
               05 FILLER               PIC X VALUE '-'.
               05 WS-DB-MONTH          PIC 9(2).
               05 FILLER               PIC X(4) VALUE '-01 '.

      * The tier definitions, loaded once from CUSTTDEF highest
      * qualifying floor first - the first floor a customer's points
      * clear names their tier, and the last entry is the lowest
      * tier every customer holds at minimum.
       01 TIER-DEFINITION-TABLE.
           03 WS-TIER-COUNT            PIC S9(4) COMP-4 VALUE 0.
           03 TIER-ENTRY               OCCURS 1 TO 10 TIMES
                                        DEPENDING ON WS-TIER-COUNT
                                        INDEXED BY WS-TIER-IDX.
               05 TE-TIER-CODE         PIC X(4).
               05 TE-TIER-NAME         PIC X(20).
               05 TE-TIER-RANK         PIC S9(4) COMP-4.
               05 TE-MIN-QUAL-POINTS   PIC S9(9) COMP-4.
               05 TE-CUSTOMER-COUNT    PIC S9(7) COMP-4.

      * Variables for columns in the CUSTOM table
           COPY CUSTREC.

      * Variables for the CUSTTDEF loyalty tier definition table
           COPY CUSTTDEF.

      * Variables for the CUSTTIER current loyalty tier table
           COPY CUSTTIER.

      * Variables for the CUSTTHST loyalty tier history table
           COPY CUSTTHST.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(40)
               VALUE 'LOYALTY TIER QUALIFICATION REPORT'.

       01 QUARTER-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(19)
               VALUE 'QUALIFYING QUARTER '.
           03  QHL-QUARTER            PIC X(7).
           03  FILLER                 PIC X(20)
               VALUE '   EARN WINDOW FROM '.
           03  QHL-WINDOW-START       PIC X(10).
           03  FILLER                 PIC X(8)   VALUE ' BEFORE '.
           03  QHL-NEXT-QUARTER       PIC X(10).

       01 COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(12)  VALUE 'CUSTOMER    '.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(30)  VALUE 'LAST NAME'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(20)  VALUE 'OLD TIER'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(20)  VALUE 'NEW TIER'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(11)  VALUE ' QUAL PTS'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(9)   VALUE 'CHANGE'.

       01 CHANGE-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  CD-CUSTOMER-NUMBER     PIC Z(8)9.
           03  FILLER                 PIC X(5)   VALUE SPACES.
           03  CD-LAST-NAME           PIC X(30).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CD-OLD-TIER            PIC X(20).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CD-NEW-TIER            PIC X(20).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CD-QUALIFYING-POINTS   PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CD-CHANGE              PIC X(9).

       01 ASSESSED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTOMERS ASSESSED         '.
           03  ATL-ASSESSED-COUNT     PIC ZZZ,ZZ9.

       01 UPGRADE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTOMERS UPGRADED         '.
           03  UTL-UPGRADE-COUNT      PIC ZZZ,ZZ9.

       01 DOWNGRADE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTOMERS DOWNGRADED       '.
           03  DTL-DOWNGRADE-COUNT    PIC ZZZ,ZZ9.

       01 UNCHANGED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTOMERS TIER UNCHANGED   '.
           03  NTL-UNCHANGED-COUNT    PIC ZZZ,ZZ9.

       01 NEW-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  FIRST TIER ASSIGNMENT    '.
           03  WTL-NEW-COUNT          PIC ZZZ,ZZ9.

       01 TIER-COUNT-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(13)
               VALUE 'CUSTOMERS AT '.
           03  TCL-TIER-NAME          PIC X(14).
           03  TCL-TIER-COUNT         PIC ZZZ,ZZ9.

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
      ***   DB2 STORAGE AREA FOR LOYALTY TIER DEFINITION TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTTDEF TABLE
           ( TIERCODE                       CHAR(4),
             TIERNAME                       CHAR(20),
             TIERRANK                       SMALLINT,
             MINQUALPOINTS                  INTEGER,
             EARNMULTIPLIER                 DECIMAL(3,2),
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CURRENT LOYALTY TIER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTTIER TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             TIERCODE                       CHAR(4),
             QUALIFYINGPOINTS               INTEGER,
             QUALQUARTER                    CHAR(7),
             EFFECTIVEDATE                  DATE,
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR LOYALTY TIER HISTORY TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTTHST TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             QUALQUARTER                    CHAR(7),
             OLDTIERCODE                    CHAR(4),
             NEWTIERCODE                    CHAR(4),
             QUALIFYINGPOINTS               INTEGER,
             CHANGETYPE                     CHAR(1),
             CHANGEDATE                     DATE
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

      * The tier definitions, highest qualifying floor first.
           EXEC SQL
              DECLARE TIER-DEFINITION-CURSOR CURSOR FOR
              SELECT TIERCODE,
                     TIERNAME,
                     TIERRANK,
                     MINQUALPOINTS
              FROM ZOSCONN.CUSTTDEF
              ORDER BY MINQUALPOINTS DESC, TIERRANK DESC
           END-EXEC.

      * Every active customer with their qualifying points and the
      * tier they hold now (blank if never assessed). Qualifying
      * points are the base of each EARN entry in the twelve months
      * before the next quarter starts, less any entry an RVSL
      * posted by then has reversed. Rows posted before the base/
      * bonus split read their whole amount as base.
           EXEC SQL
              DECLARE TIER-QUALIFY-CURSOR CURSOR FOR
              SELECT C.CUSTOMERNUMBER,
                     C.FIRSTNAME,
                     C.LASTNAME,
                     C.ADDRESS1,
                     C.ADDRESS2,
                     C.CITYCODE,
                     C.STATECODE,
                     C.POSTCODE,
                     COALESCE(Q.QUALPOINTS, 0),
                     COALESCE(T.TIERCODE, '    ')
              FROM ZOSCONN.CUSTOM C
                   LEFT OUTER JOIN
                   (SELECT E.CUSTOMERNUMBER,
                           SUM(COALESCE(E.BASEPOINTS, E.POINTSAMOUNT))
                             AS QUALPOINTS
                    FROM ZOSCONN.CUSTREWDTL E
                    WHERE E.TRANTYPE  = 'EARN'
                      AND E.TRANDATE >= :WS-WINDOW-START-DATE
                      AND E.TRANDATE <  :WS-NEXT-QUARTER-DATE
                      AND NOT EXISTS
                          (SELECT 1
                           FROM ZOSCONN.CUSTREWDTL R
                           WHERE R.REVERSALOFID = E.TRANSACTIONID
                             AND R.TRANTYPE     = 'RVSL'
                             AND R.TRANDATE     < :WS-NEXT-QUARTER-DATE)
                    GROUP BY E.CUSTOMERNUMBER) Q
                     ON Q.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                   LEFT OUTER JOIN ZOSCONN.CUSTTIER T
                     ON T.CUSTOMERNUMBER = C.CUSTOMERNUMBER
              WHERE C.CUSTOMERSTATUS = 'A'
              ORDER BY C.CUSTOMERNUMBER
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTTIER - STARTING LOYALTY TIER QUALIFICATION'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM READ-QUALIFYING-QUARTER
               IF NOT TIER-RUN-FAILED
                   PERFORM LOAD-TIER-DEFINITIONS
               END-IF
               PERFORM OPEN-TIER-FILES
               IF NOT TIER-RUN-FAILED
                   PERFORM OPEN-TIER-QUALIFY-CURSOR
               END-IF
               IF CURSOR-IS-OPEN
                   PERFORM FETCH-NEXT-CUSTOMER-ROW
               END-IF
               PERFORM UNTIL END-OF-CUSTOMERS
                   PERFORM ASSESS-ONE-CUSTOMER
                   PERFORM FETCH-NEXT-CUSTOMER-ROW
               END-PERFORM
               IF CURSOR-IS-OPEN
                   PERFORM CLOSE-TIER-QUALIFY-CURSOR
               END-IF
               IF NOT TIER-RUN-FAILED
                   PERFORM COMMIT-TIER-CHANGES
               END-IF
      * A failed run rolls every tier change back - a half-applied
      * quarter would leave some customers earning at last quarter's
      * multiplier and some at this one's. The letters already on
      * the extract stay there but get no trailer, so the letter
      * house rejects the file rather than mail changes that never
      * happened.
               IF TIER-RUN-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'CUSTTIER - TIER CHANGES ROLLED BACK - '
                           'PRIOR TIERS LEFT IN PLACE'
                   MOVE 0 TO WS-TOTAL-UPGRADE-COUNT
                   MOVE 0 TO WS-TOTAL-DOWNGRADE-COUNT
                   MOVE 0 TO WS-TOTAL-UNCHANGED-COUNT
                   MOVE 0 TO WS-TOTAL-NEW-COUNT
               ELSE
                   PERFORM WRITE-LETTER-TRAILER
               END-IF
               PERFORM WRITE-TIER-TOTALS
               PERFORM CLOSE-TIER-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTTIER - CUSTOMERS ASSESSED   = '
                   WS-TOTAL-CUSTOMER-COUNT.
           DISPLAY 'CUSTTIER - CUSTOMERS UPGRADED   = '
                   WS-TOTAL-UPGRADE-COUNT.
           DISPLAY 'CUSTTIER - CUSTOMERS DOWNGRADED = '
                   WS-TOTAL-DOWNGRADE-COUNT.
           DISPLAY 'CUSTTIER - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
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

           MOVE 'CUSTTIER' TO CustRun-Job-Name.

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
                       DISPLAY 'CUSTTIER - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTTIER - RUN-CONTROL READ FAILED '
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
                   DISPLAY 'CUSTTIER - RUN-CONTROL REGISTRATION '
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

           MOVE WS-TOTAL-CUSTOMER-COUNT TO CustRun-Records-Processed.
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
               DISPLAY 'CUSTTIER - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.
      *===============================================================*
      * The qualifying quarter comes in on CUSTTPRM as YYYY-Qn. The   *
      * earn window is the twelve months ending with that quarter -   *
      * from the first of the month a year before the next quarter    *
      * starts, up to (not including) the next quarter's first day.   *
      * A card that isn't a valid quarter stops the run before any    *
      * tier is touched.                                              *
      *===============================================================*
       READ-QUALIFYING-QUARTER.

           OPEN INPUT PARAMETER-FILE.
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'CUSTTIER - EMPTY PARAMETER FILE'
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.

           IF PR-QUARTER-YEAR NOT NUMERIC
              OR PR-QUARTER-LITERAL NOT = '-Q'
              OR PR-QUARTER-NUMBER NOT NUMERIC
              OR PR-QUARTER-NUMBER < 1
              OR PR-QUARTER-NUMBER > 4
               DISPLAY 'CUSTTIER - INVALID QUALIFYING QUARTER '
                       PR-QUALIFYING-QUARTER ' - EXPECTED YYYY-QN'
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               SET TIER-RUN-FAILED TO TRUE
           ELSE
               MOVE PR-QUALIFYING-QUARTER TO WS-QUALIFYING-QUARTER
               MOVE PR-QUARTER-YEAR TO WS-QUARTER-YEAR
               IF PR-QUARTER-NUMBER = 4
                   ADD 1 TO WS-QUARTER-YEAR
                   MOVE 1 TO WS-NEXT-QUARTER-MONTH
               ELSE
                   COMPUTE WS-NEXT-QUARTER-MONTH =
                           PR-QUARTER-NUMBER * 3 + 1
               END-IF
               MOVE WS-QUARTER-YEAR TO WS-DB-YEAR
               MOVE WS-NEXT-QUARTER-MONTH TO WS-DB-MONTH
               MOVE WS-DATE-BUILD(1:10) TO WS-NEXT-QUARTER-DATE
               SUBTRACT 1 FROM WS-QUARTER-YEAR
               MOVE WS-QUARTER-YEAR TO WS-DB-YEAR
               MOVE WS-DATE-BUILD(1:10) TO WS-WINDOW-START-DATE
               DISPLAY 'CUSTTIER - QUALIFYING QUARTER '
                       PR-QUALIFYING-QUARTER
                       ' (' WS-WINDOW-START-DATE ' THROUGH '
                       WS-NEXT-QUARTER-DATE ')'
           END-IF.
       READ-QUALIFYING-QUARTER-EXIT.
           EXIT.

      *===============================================================*
      * Loads the tier definitions into the search table. No tiers    *
      * on file, or more than the table holds, stops the run - every  *
      * customer must land in a defined tier.                         *
      *===============================================================*
       LOAD-TIER-DEFINITIONS.

           EXEC SQL
              OPEN TIER-DEFINITION-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTTIER - OPEN TIER DEFINITION CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-TIER-RUN
               MOVE 'Y' TO WS-TIER-EOF-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-TIER-ROWS
               PERFORM FETCH-NEXT-TIER-DEFINITION
               IF NOT END-OF-TIER-ROWS
                   IF WS-TIER-COUNT NOT LESS THAN 10
                       DISPLAY 'CUSTTIER - MORE THAN 10 TIERS ON '
                               'CUSTTDEF - RUN STOPPED'
                       MOVE 16 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-TIER-EOF-SWITCH
                       MOVE 'Y' TO WS-EOF-SWITCH
                       SET TIER-RUN-FAILED TO TRUE
                   ELSE
                       ADD 1 TO WS-TIER-COUNT
                       MOVE CustTdef-Tier-Code
                           TO TE-TIER-CODE (WS-TIER-COUNT)
                       MOVE CustTdef-Tier-Name
                           TO TE-TIER-NAME (WS-TIER-COUNT)
                       MOVE CustTdef-Tier-Rank
                           TO TE-TIER-RANK (WS-TIER-COUNT)
                       MOVE CustTdef-Min-Qual-Points
                           TO TE-MIN-QUAL-POINTS (WS-TIER-COUNT)
                       MOVE 0 TO TE-CUSTOMER-COUNT (WS-TIER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TIER-DEFINITION-CURSOR
           END-EXEC.

           IF WS-TIER-COUNT = 0
              AND NOT TIER-RUN-FAILED
               DISPLAY 'CUSTTIER - NO TIERS DEFINED ON CUSTTDEF - '
                       'RUN STOPPED'
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               SET TIER-RUN-FAILED TO TRUE
           END-IF.
       LOAD-TIER-DEFINITIONS-EXIT.
           EXIT.

       FETCH-NEXT-TIER-DEFINITION.
           EXEC SQL
              FETCH TIER-DEFINITION-CURSOR
              INTO  :CustTdef-Tier-Code,
                    :CustTdef-Tier-Name,
                    :CustTdef-Tier-Rank,
                    :CustTdef-Min-Qual-Points
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-TIER-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'CUSTTIER - TIER DEFINITION FETCH FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-TIER-RUN
                   MOVE 'Y' TO WS-TIER-EOF-SWITCH
           END-EVALUATE.
       FETCH-NEXT-TIER-DEFINITION-EXIT.
           EXIT.

       OPEN-TIER-FILES.
           OPEN OUTPUT LETTER-EXTRACT-FILE.
           OPEN OUTPUT TIER-REPORT-FILE.
           MOVE SPACES TO TIER-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.
           MOVE WS-QUALIFYING-QUARTER TO QHL-QUARTER.
           MOVE WS-WINDOW-START-DATE  TO QHL-WINDOW-START.
           MOVE WS-NEXT-QUARTER-DATE  TO QHL-NEXT-QUARTER.
           MOVE QUARTER-HEADING-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.
       OPEN-TIER-FILES-EXIT.
           EXIT.

       CLOSE-TIER-FILES.
           CLOSE LETTER-EXTRACT-FILE.
           CLOSE TIER-REPORT-FILE.
       CLOSE-TIER-FILES-EXIT.
           EXIT.

       OPEN-TIER-QUALIFY-CURSOR.
           EXEC SQL
              OPEN TIER-QUALIFY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTTIER - OPEN CURSOR FAILED SQLCODE = '
                       SQLCODE
               PERFORM FAIL-THE-TIER-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.
       OPEN-TIER-QUALIFY-CURSOR-EXIT.
           EXIT.

       FETCH-NEXT-CUSTOMER-ROW.
           EXEC SQL
              FETCH TIER-QUALIFY-CURSOR
              INTO  :Customer-Number,
                    :Customer-First-Name,
                    :Customer-Last-Name,
                    :Customer-Address1,
                    :Customer-Address2,
                    :Customer-City,
                    :Customer-State-Code,
                    :Customer-Postal-Code,
                    :WS-QUALIFYING-POINTS,
                    :WS-CURRENT-TIER-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'CUSTTIER - FETCH FAILED SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-TIER-RUN
           END-EVALUATE.
       FETCH-NEXT-CUSTOMER-ROW-EXIT.
           EXIT.

       CLOSE-TIER-QUALIFY-CURSOR.
           EXEC SQL
              CLOSE TIER-QUALIFY-CURSOR
           END-EXEC.
       CLOSE-TIER-QUALIFY-CURSOR-EXIT.
           EXIT.

      *===============================================================*
      * One customer: find the tier their points qualify for, compare *
      * it with the tier they hold, and record the result. A customer *
      * never assessed before is taken to hold the lowest tier, so a  *
      * first assessment straight into a higher tier is an upgrade    *
      * and gets its letter like any other.                           *
      *===============================================================*
       ASSESS-ONE-CUSTOMER.

           ADD 1 TO WS-TOTAL-CUSTOMER-COUNT.
           PERFORM FIND-QUALIFIED-TIER.
           PERFORM FIND-CURRENT-TIER.

           EVALUATE TRUE
               WHEN TE-TIER-RANK (WS-NEW-TIER-SUB) > WS-OLD-TIER-RANK
                   SET TIER-UPGRADED TO TRUE
               WHEN TE-TIER-RANK (WS-NEW-TIER-SUB) < WS-OLD-TIER-RANK
                   SET TIER-DOWNGRADED TO TRUE
               WHEN OTHER
                   SET TIER-UNCHANGED TO TRUE
           END-EVALUATE.

           MOVE Customer-Number       TO CustTier-Customer-Number.
           MOVE TE-TIER-CODE (WS-NEW-TIER-SUB)
                                      TO CustTier-Tier-Code.
           MOVE WS-QUALIFYING-POINTS  TO CustTier-Qualifying-Points.
           MOVE WS-QUALIFYING-QUARTER TO CustTier-Qual-Quarter.

           IF WS-CURRENT-TIER-CODE = SPACES
               ADD 1 TO WS-TOTAL-NEW-COUNT
               PERFORM INSERT-CUSTOMER-TIER-ROW
           ELSE
               PERFORM UPDATE-CUSTOMER-TIER-ROW
           END-IF.

           IF NOT TIER-RUN-FAILED
               ADD 1 TO TE-CUSTOMER-COUNT (WS-NEW-TIER-SUB)
               IF TIER-UNCHANGED
                   ADD 1 TO WS-TOTAL-UNCHANGED-COUNT
               ELSE
                   PERFORM RECORD-TIER-CHANGE
               END-IF
           END-IF.
       ASSESS-ONE-CUSTOMER-EXIT.
           EXIT.

      *===============================================================*
      * Walks the tier table highest floor first; the first floor the *
      * points clear names the tier. Points below every floor fall    *
      * through to the lowest tier.                                   *
      *===============================================================*
       FIND-QUALIFIED-TIER.

           MOVE WS-TIER-COUNT TO WS-NEW-TIER-SUB.
           SET WS-TIER-IDX TO 1.
           SEARCH TIER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-QUALIFYING-POINTS NOT LESS THAN
                       TE-MIN-QUAL-POINTS (WS-TIER-IDX)
                   SET WS-NEW-TIER-SUB TO WS-TIER-IDX
           END-SEARCH.
       FIND-QUALIFIED-TIER-EXIT.
           EXIT.

      *===============================================================*
      * The tier held coming into the quarter. Never assessed means   *
      * the lowest tier. A code that has since been taken off         *
      * CUSTTDEF is kept for the history row but ranks as the lowest  *
      * tier, so the customer is re-placed by this quarter's points.  *
      *===============================================================*
       FIND-CURRENT-TIER.

           MOVE TE-TIER-CODE (WS-TIER-COUNT) TO WS-OLD-TIER-CODE.
           MOVE TE-TIER-NAME (WS-TIER-COUNT) TO WS-OLD-TIER-NAME.
           MOVE TE-TIER-RANK (WS-TIER-COUNT) TO WS-OLD-TIER-RANK.

           IF WS-CURRENT-TIER-CODE NOT = SPACES
               MOVE WS-CURRENT-TIER-CODE TO WS-OLD-TIER-CODE
               MOVE WS-CURRENT-TIER-CODE TO WS-OLD-TIER-NAME
               SET WS-TIER-IDX TO 1
               SEARCH TIER-ENTRY
                   AT END
                       DISPLAY 'CUSTTIER - CUSTOMER NUMBER '
                               Customer-Number ' HOLDS TIER '
                               WS-CURRENT-TIER-CODE
                               ' NO LONGER ON CUSTTDEF'
                   WHEN TE-TIER-CODE (WS-TIER-IDX)
                           = WS-CURRENT-TIER-CODE
                       MOVE TE-TIER-NAME (WS-TIER-IDX)
                           TO WS-OLD-TIER-NAME
                       MOVE TE-TIER-RANK (WS-TIER-IDX)
                           TO WS-OLD-TIER-RANK
               END-SEARCH
           END-IF.
       FIND-CURRENT-TIER-EXIT.
           EXIT.

       INSERT-CUSTOMER-TIER-ROW.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTTIER
                    (
                     CUSTOMERNUMBER,
                     TIERCODE,
                     QUALIFYINGPOINTS,
                     QUALQUARTER,
                     EFFECTIVEDATE,
                     LASTUPDATED
                    )
              VALUES
                    (
                     :CustTier-Customer-Number,
                     :CustTier-Tier-Code,
                     :CustTier-Qualifying-Points,
                     :CustTier-Qual-Quarter,
                     CURRENT DATE,
                     CURRENT TIMESTAMP
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTTIER - CUSTTIER INSERT FAILED FOR '
                       'CUSTOMER NUMBER ' Customer-Number
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-TIER-RUN
           END-IF.
       INSERT-CUSTOMER-TIER-ROW-EXIT.
           EXIT.

      *===============================================================*
      * Re-stamps the customer's tier row with this quarter's result. *
      * EFFECTIVEDATE only moves when the tier itself changes, so it  *
      * always says how long the customer has held the tier.          *
      *===============================================================*
       UPDATE-CUSTOMER-TIER-ROW.

           EXEC SQL
              UPDATE ZOSCONN.CUSTTIER
              SET EFFECTIVEDATE    = CASE
                                       WHEN TIERCODE =
                                            :CustTier-Tier-Code
                                       THEN EFFECTIVEDATE
                                       ELSE CURRENT DATE
                                     END,
                  TIERCODE         = :CustTier-Tier-Code,
                  QUALIFYINGPOINTS = :CustTier-Qualifying-Points,
                  QUALQUARTER      = :CustTier-Qual-Quarter,
                  LASTUPDATED      = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :CustTier-Customer-Number
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY 'CUSTTIER - CUSTTIER UPDATE FAILED FOR '
                       'CUSTOMER NUMBER ' Customer-Number
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-TIER-RUN
           END-IF.
       UPDATE-CUSTOMER-TIER-ROW-EXIT.
           EXIT.

      *===============================================================*
      * An upgrade or downgrade: the tier history row, the report     *
      * line and the letter record.                                   *
      *===============================================================*
       RECORD-TIER-CHANGE.

           MOVE Customer-Number          TO CustThst-Customer-Number.
           MOVE WS-QUALIFYING-QUARTER    TO CustThst-Qual-Quarter.
           MOVE WS-OLD-TIER-CODE         TO CustThst-Old-Tier-Code.
           MOVE TE-TIER-CODE (WS-NEW-TIER-SUB)
                                         TO CustThst-New-Tier-Code.
           MOVE WS-QUALIFYING-POINTS     TO CustThst-Qualifying-Points.
           MOVE WS-CHANGE-TYPE           TO CustThst-Change-Type.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTTHST
                    (
                     CUSTOMERNUMBER,
                     QUALQUARTER,
                     OLDTIERCODE,
                     NEWTIERCODE,
                     QUALIFYINGPOINTS,
                     CHANGETYPE,
                     CHANGEDATE
                    )
              VALUES
                    (
                     :CustThst-Customer-Number,
                     :CustThst-Qual-Quarter,
                     :CustThst-Old-Tier-Code,
                     :CustThst-New-Tier-Code,
                     :CustThst-Qualifying-Points,
                     :CustThst-Change-Type,
                     CURRENT DATE
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTTIER - CUSTTHST INSERT FAILED FOR '
                       'CUSTOMER NUMBER ' Customer-Number
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-TIER-RUN
           ELSE
               IF TIER-UPGRADED
                   ADD 1 TO WS-TOTAL-UPGRADE-COUNT
               ELSE
                   ADD 1 TO WS-TOTAL-DOWNGRADE-COUNT
               END-IF
               PERFORM WRITE-TIER-CHANGE-LINE
               PERFORM WRITE-LETTER-RECORD
           END-IF.
       RECORD-TIER-CHANGE-EXIT.
           EXIT.

       WRITE-TIER-CHANGE-LINE.
           MOVE SPACES TO CHANGE-DETAIL-LINE.
           MOVE Customer-Number          TO CD-CUSTOMER-NUMBER.
           MOVE Customer-Last-Name(1:30) TO CD-LAST-NAME.
           MOVE WS-OLD-TIER-NAME         TO CD-OLD-TIER.
           MOVE TE-TIER-NAME (WS-NEW-TIER-SUB) TO CD-NEW-TIER.
           MOVE WS-QUALIFYING-POINTS     TO CD-QUALIFYING-POINTS.
           IF TIER-UPGRADED
               MOVE 'UPGRADE'   TO CD-CHANGE
           ELSE
               MOVE 'DOWNGRADE' TO CD-CHANGE
           END-IF.
           MOVE CHANGE-DETAIL-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.
       WRITE-TIER-CHANGE-LINE-EXIT.
           EXIT.

       WRITE-LETTER-RECORD.
           MOVE SPACES TO LETTER-EXTRACT-RECORD.
           MOVE WS-CHANGE-TYPE           TO LT-RECORD-TYPE.
           MOVE Customer-Number          TO LL-CUSTOMER-NUMBER.
           MOVE Customer-First-Name      TO LL-FIRST-NAME.
           MOVE Customer-Last-Name       TO LL-LAST-NAME.
           MOVE Customer-Address1        TO LL-ADDRESS1.
           MOVE Customer-Address2        TO LL-ADDRESS2.
           MOVE Customer-City            TO LL-CITY.
           MOVE Customer-State-Code      TO LL-STATE-CODE.
           MOVE Customer-Postal-Code     TO LL-POSTAL-CODE.
           MOVE WS-QUALIFYING-QUARTER    TO LL-QUAL-QUARTER.
           MOVE WS-OLD-TIER-CODE         TO LL-OLD-TIER-CODE.
           MOVE WS-OLD-TIER-NAME         TO LL-OLD-TIER-NAME.
           MOVE TE-TIER-CODE (WS-NEW-TIER-SUB) TO LL-NEW-TIER-CODE.
           MOVE TE-TIER-NAME (WS-NEW-TIER-SUB) TO LL-NEW-TIER-NAME.
           MOVE WS-QUALIFYING-POINTS     TO LL-QUALIFYING-POINTS.
           WRITE LETTER-EXTRACT-RECORD.
       WRITE-LETTER-RECORD-EXIT.
           EXIT.

       WRITE-LETTER-TRAILER.
           MOVE SPACES TO LETTER-EXTRACT-RECORD.
           MOVE 'T' TO LT-RECORD-TYPE.
           MOVE WS-TOTAL-UPGRADE-COUNT   TO LX-UPGRADE-COUNT.
           MOVE WS-TOTAL-DOWNGRADE-COUNT TO LX-DOWNGRADE-COUNT.
           WRITE LETTER-EXTRACT-RECORD.
       WRITE-LETTER-TRAILER-EXIT.
           EXIT.

      *===============================================================*
      * Hardens the whole quarter's tier changes at once.             *
      *===============================================================*
       COMMIT-TIER-CHANGES.

           EXEC SQL COMMIT END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTTIER - COMMIT FAILED SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-TIER-RUN
           END-IF.
       COMMIT-TIER-CHANGES-EXIT.
           EXIT.

       FAIL-THE-TIER-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET TIER-RUN-FAILED TO TRUE.
       FAIL-THE-TIER-RUN-EXIT.
           EXIT.

       WRITE-TIER-TOTALS.
           MOVE WS-TOTAL-CUSTOMER-COUNT TO ATL-ASSESSED-COUNT.
           MOVE ASSESSED-TOTAL-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.

           MOVE WS-TOTAL-UPGRADE-COUNT TO UTL-UPGRADE-COUNT.
           MOVE UPGRADE-TOTAL-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.

           MOVE WS-TOTAL-DOWNGRADE-COUNT TO DTL-DOWNGRADE-COUNT.
           MOVE DOWNGRADE-TOTAL-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.

           MOVE WS-TOTAL-UNCHANGED-COUNT TO NTL-UNCHANGED-COUNT.
           MOVE UNCHANGED-TOTAL-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.

           MOVE WS-TOTAL-NEW-COUNT TO WTL-NEW-COUNT.
           MOVE NEW-TOTAL-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.

      * The tier population only means something when the run
      * committed.
           IF NOT TIER-RUN-FAILED
               SET WS-TIER-IDX TO 1
               PERFORM WRITE-TIER-COUNT-LINE
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
           END-IF.
       WRITE-TIER-TOTALS-EXIT.
           EXIT.

       WRITE-TIER-COUNT-LINE.
           MOVE TE-TIER-NAME (WS-TIER-IDX)      TO TCL-TIER-NAME.
           MOVE TE-CUSTOMER-COUNT (WS-TIER-IDX) TO TCL-TIER-COUNT.
           MOVE TIER-COUNT-LINE TO TIER-REPORT-LINE.
           WRITE TIER-REPORT-LINE.
           SET WS-TIER-IDX UP BY 1.
       WRITE-TIER-COUNT-LINE-EXIT.
           EXIT.
