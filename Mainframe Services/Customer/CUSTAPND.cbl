       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTAPND                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Nightly expiry and aged-pending report    *
      *                     for held customer changes                 *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Works the ZOSCONN.CUSTPEND queue of 'U' spending-limit       *
      *  raises, 'M' merges, 'S' restores and 'V' reversals the       *
      *  CUSTOMER program holds for a second user to approve through  *
      *  CUSTAPPR. An item still pending more than the number of      *
      *  days on the CUSTAPRM parameter card is expired: marked       *
      *  PENDINGSTATUS 'E', stamped with this job as the deciding     *
      *  user, and listed on the CUSTAPRP report so the requester     *
      *  can raise it again if it is still wanted. Nothing is         *
      *  applied. The items left pending are then listed oldest       *
      *  first with their age in days, and totalled by age and by     *
      *  action. The expiries are one unit of work - a failure rolls  *
      *  them all back and the report says so.                        *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTAPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGED-REPORT-FILE ASSIGN TO CUSTAPRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameters - the number of days an item may stay pending
      * before it is expired, three digits.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-EXPIRY-DAYS          PIC 9(03).

       FD  AGED-REPORT-FILE
           RECORDING MODE IS F.
       01  AGED-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-PENDING-ROWS      VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 PENDING-RUN-FAILED       VALUE 'Y'.
           03 WS-EXPIRY-DAYS           PIC S9(4) COMP-4 VALUE 0.
           03 WS-CUTOFF-TIMESTAMP      PIC X(26) VALUE SPACES.
           03 WS-RUN-JOB-NAME          PIC X(8) VALUE 'CUSTAPND'.
           03 WS-ITEM-AGE-DAYS         PIC S9(9) COMP-4.
           03 WS-TOTAL-EXPIRED-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-PENDING-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-AGE-0-1-COUNT         PIC S9(7) COMP-4 VALUE 0.
           03 WS-AGE-2-3-COUNT         PIC S9(7) COMP-4 VALUE 0.
           03 WS-AGE-4-7-COUNT         PIC S9(7) COMP-4 VALUE 0.
           03 WS-AGE-OVER-7-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-SPENDING-COUNT        PIC S9(7) COMP-4 VALUE 0.
           03 WS-MERGE-COUNT           PIC S9(7) COMP-4 VALUE 0.
           03 WS-RESTORE-COUNT         PIC S9(7) COMP-4 VALUE 0.
           03 WS-REVERSAL-COUNT        PIC S9(7) COMP-4 VALUE 0.

      * Variables for the CUSTPEND pending-approval queue table
           COPY CUSTPEND.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(50)
               VALUE 'HELD CUSTOMER CHANGES - AGED PENDING REPORT'.

       01 PARAMETER-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(30)
               VALUE 'ITEMS EXPIRE AFTER PENDING    '.
           03  PHL-EXPIRY-DAYS        PIC ZZ9.
           03  FILLER                 PIC X(20)
               VALUE ' DAYS - CUTOFF      '.
           03  PHL-CUTOFF             PIC X(26).

       01 EXPIRED-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(50)
               VALUE 'ITEMS EXPIRED TONIGHT'.

       01 PENDING-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(50)
               VALUE 'ITEMS STILL PENDING, OLDEST FIRST'.

       01 COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(11)  VALUE '    ITEM ID'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(3)   VALUE 'ACT'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(9)   VALUE 'CUSTOMER '.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(9)   VALUE '  RELATED'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(12)  VALUE '      BEFORE'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(12)  VALUE '       AFTER'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(8)   VALUE 'USER'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(4)   VALUE 'TERM'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(26)  VALUE 'REQUESTED'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(5)   VALUE '  AGE'.

       01 ITEM-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  IL-PENDING-ID          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  IL-ACTION-CODE         PIC X(1).
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  IL-CUSTOMER-NUMBER     PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  IL-RELATED-NUMBER      PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  IL-BEFORE-VALUE        PIC ---,---,--9.
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  IL-AFTER-VALUE         PIC ---,---,--9.
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  IL-REQUEST-USER-ID     PIC X(8).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  IL-REQUEST-TERM-ID     PIC X(4).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  IL-REQUEST-TIMESTAMP   PIC X(26).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  IL-AGE-DAYS            PIC ZZ,ZZ9.

       01 EXPIRED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ITEMS EXPIRED              '.
           03  XTL-EXPIRED-COUNT      PIC ZZZ,ZZ9.

       01 PENDING-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ITEMS STILL PENDING        '.
           03  PTL-PENDING-COUNT      PIC ZZZ,ZZ9.

       01 AGE-0-1-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  PENDING 0-1 DAYS         '.
           03  A01-COUNT              PIC ZZZ,ZZ9.

       01 AGE-2-3-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  PENDING 2-3 DAYS         '.
           03  A23-COUNT              PIC ZZZ,ZZ9.

       01 AGE-4-7-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  PENDING 4-7 DAYS         '.
           03  A47-COUNT              PIC ZZZ,ZZ9.

       01 AGE-OVER-7-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  PENDING OVER 7 DAYS      '.
           03  A8P-COUNT              PIC ZZZ,ZZ9.

       01 SPENDING-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  U SPENDING LIMIT RAISES  '.
           03  SPL-COUNT              PIC ZZZ,ZZ9.

       01 MERGE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  M MERGES                 '.
           03  MGL-COUNT              PIC ZZZ,ZZ9.

       01 RESTORE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  S RESTORES               '.
           03  RSL-COUNT              PIC ZZZ,ZZ9.

       01 REVERSAL-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  V REVERSALS              '.
           03  RVL-COUNT              PIC ZZZ,ZZ9.

       01 FAILED-RUN-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(60)
               VALUE 'RUN FAILED - EXPIRIES ROLLED BACK'.

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
      ***   DB2 STORAGE AREA FOR PENDING-APPROVAL QUEUE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTPEND TABLE
           ( PENDINGID                      INTEGER,
             ACTIONCODE                     CHAR(1),
             CUSTOMERNUMBER                 INTEGER,
             RELATEDNUMBER                  INTEGER,
             PENDINGSTATUS                  CHAR(1),
             BEFOREVALUE                    INTEGER,
             AFTERVALUE                     INTEGER,
             BEFORESTATUS                   CHAR(1),
             AFTERSTATUS                    CHAR(1),
             REQUESTIMAGE                   CHAR(577) FOR BIT DATA,
             REQUESTUSERID                  CHAR(8),
             REQUESTTERMID                  CHAR(4),
             REQUESTTIMESTAMP               TIMESTAMP,
             DECISIONUSERID                 CHAR(8),
             DECISIONTERMID                 CHAR(4),
             DECISIONTIMESTAMP              TIMESTAMP,
             DECISIONREASON                 CHAR(50)
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

      * Items pending since before the cutoff - the ones to expire.
           EXEC SQL
              DECLARE EXPIRY-CURSOR CURSOR FOR
              SELECT PENDINGID,
                     ACTIONCODE,
                     CUSTOMERNUMBER,
                     RELATEDNUMBER,
                     BEFOREVALUE,
                     AFTERVALUE,
                     REQUESTUSERID,
                     REQUESTTERMID,
                     CHAR(REQUESTTIMESTAMP),
                     DAYS(CURRENT DATE) - DAYS(REQUESTTIMESTAMP)
              FROM ZOSCONN.CUSTPEND
              WHERE PENDINGSTATUS    = 'P'
                AND REQUESTTIMESTAMP < TIMESTAMP(:WS-CUTOFF-TIMESTAMP)
              ORDER BY PENDINGID
           END-EXEC.

      * Everything still pending after the expiries, oldest first.
           EXEC SQL
              DECLARE AGED-PENDING-CURSOR CURSOR FOR
              SELECT PENDINGID,
                     ACTIONCODE,
                     CUSTOMERNUMBER,
                     RELATEDNUMBER,
                     BEFOREVALUE,
                     AFTERVALUE,
                     REQUESTUSERID,
                     REQUESTTERMID,
                     CHAR(REQUESTTIMESTAMP),
                     DAYS(CURRENT DATE) - DAYS(REQUESTTIMESTAMP)
              FROM ZOSCONN.CUSTPEND
              WHERE PENDINGSTATUS = 'P'
              ORDER BY REQUESTTIMESTAMP, PENDINGID
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTAPND - STARTING PENDING APPROVAL EXPIRY'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM READ-EXPIRY-PARAMETERS
               PERFORM OPEN-AGED-FILES
               IF NOT PENDING-RUN-FAILED
                   PERFORM EXPIRE-STALE-PENDING-ITEMS
               END-IF
               IF NOT PENDING-RUN-FAILED
                   EXEC SQL COMMIT END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'CUSTAPND - COMMIT FAILED SQLCODE = '
                               SQLCODE
                       PERFORM FAIL-THE-PENDING-RUN
                   END-IF
               END-IF
      * A failed run rolls every expiry back - the items stay pending
      * and tomorrow's run expires them instead.
               IF PENDING-RUN-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'CUSTAPND - EXPIRIES ROLLED BACK'
                   MOVE 0 TO WS-TOTAL-EXPIRED-COUNT
                   MOVE FAILED-RUN-LINE TO AGED-REPORT-LINE
                   WRITE AGED-REPORT-LINE
               ELSE
                   PERFORM REPORT-AGED-PENDING-ITEMS
               END-IF
               PERFORM WRITE-PENDING-TOTALS
               PERFORM CLOSE-AGED-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTAPND - ITEMS EXPIRED  = '
                   WS-TOTAL-EXPIRED-COUNT.
           DISPLAY 'CUSTAPND - ITEMS PENDING  = '
                   WS-TOTAL-PENDING-COUNT.
           DISPLAY 'CUSTAPND - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
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

           MOVE 'CUSTAPND' TO CustRun-Job-Name.

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
                       DISPLAY 'CUSTAPND - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTAPND - RUN-CONTROL READ FAILED '
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
                   DISPLAY 'CUSTAPND - RUN-CONTROL REGISTRATION '
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

           ADD WS-TOTAL-EXPIRED-COUNT TO WS-TOTAL-PENDING-COUNT
               GIVING CustRun-Records-Processed.
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
               DISPLAY 'CUSTAPND - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.

      *===============================================================*
      * The expiry age comes in on CUSTAPRM. It must be a number      *
      * above zero or the run stops before anything is expired. An    *
      * item requested before the cutoff - that many days before now  *
      * - has waited too long.                                        *
      *===============================================================*
       READ-EXPIRY-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'CUSTAPND - EMPTY PARAMETER FILE'
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.

           IF PR-EXPIRY-DAYS NOT NUMERIC
               DISPLAY 'CUSTAPND - INVALID PARAMETER CARD '
                       PARAMETER-RECORD
               MOVE 16 TO WS-RETURN-CODE
               SET PENDING-RUN-FAILED TO TRUE
           ELSE
               IF PR-EXPIRY-DAYS = 0
                   DISPLAY 'CUSTAPND - PARAMETER OUT OF RANGE '
                           PARAMETER-RECORD
                   MOVE 16 TO WS-RETURN-CODE
                   SET PENDING-RUN-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT PENDING-RUN-FAILED
               MOVE PR-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               EXEC SQL
                  SELECT CHAR(CURRENT TIMESTAMP - :WS-EXPIRY-DAYS DAYS)
                  INTO  :WS-CUTOFF-TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTAPND - CUTOFF SELECT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PENDING-RUN
               ELSE
                   DISPLAY 'CUSTAPND - EXPIRING ITEMS REQUESTED BEFORE '
                           WS-CUTOFF-TIMESTAMP
               END-IF
           END-IF.
       READ-EXPIRY-PARAMETERS-EXIT.
           EXIT.

       OPEN-AGED-FILES.
           OPEN OUTPUT AGED-REPORT-FILE.
           MOVE SPACES TO AGED-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE WS-EXPIRY-DAYS      TO PHL-EXPIRY-DAYS.
           MOVE WS-CUTOFF-TIMESTAMP TO PHL-CUTOFF.
           MOVE PARAMETER-HEADING-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
       OPEN-AGED-FILES-EXIT.
           EXIT.

       CLOSE-AGED-FILES.
           CLOSE AGED-REPORT-FILE.
       CLOSE-AGED-FILES-EXIT.
           EXIT.

      *===============================================================*
      * Expires each item pending since before the cutoff. The        *
      * UPDATE is keyed on the id and still requires status 'P', so   *
      * an item CUSTAPPR approved or rejected since the fetch is left *
      * alone and not counted.                                        *
      *===============================================================*
       EXPIRE-STALE-PENDING-ITEMS.

           MOVE EXPIRED-HEADING-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN EXPIRY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTAPND - OPEN EXPIRY CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PENDING-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-PENDING-ROWS
               EXEC SQL
                  FETCH EXPIRY-CURSOR
                  INTO  :CustPend-Pending-Id,
                        :CustPend-Action-Code,
                        :CustPend-Customer-Number,
                        :CustPend-Related-Number,
                        :CustPend-Before-Value,
                        :CustPend-After-Value,
                        :CustPend-Request-User-Id,
                        :CustPend-Request-Term-Id,
                        :CustPend-Request-Timestamp,
                        :WS-ITEM-AGE-DAYS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM EXPIRE-ONE-PENDING-ITEM
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTAPND - EXPIRY FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PENDING-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE EXPIRY-CURSOR
               END-EXEC
           END-IF.
       EXPIRE-STALE-PENDING-ITEMS-EXIT.
           EXIT.

       EXPIRE-ONE-PENDING-ITEM.

           MOVE WS-RUN-JOB-NAME TO CustPend-Decision-User-Id.
           MOVE 'BTCH' TO CustPend-Decision-Term-Id.
           MOVE 'EXPIRED - NOT APPROVED IN TIME'
               TO CustPend-Decision-Reason.
           EXEC SQL
              UPDATE ZOSCONN.CUSTPEND
              SET PENDINGSTATUS     = 'E',
                  DECISIONUSERID    = :CustPend-Decision-User-Id,
                  DECISIONTERMID    = :CustPend-Decision-Term-Id,
                  DECISIONTIMESTAMP = CURRENT TIMESTAMP,
                  DECISIONREASON    = :CustPend-Decision-Reason
              WHERE PENDINGID     = :CustPend-Pending-Id
                AND PENDINGSTATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0
               IF SQLERRD(3) NOT = 0
                   ADD 1 TO WS-TOTAL-EXPIRED-COUNT
                   PERFORM WRITE-ITEM-DETAIL-LINE
               END-IF
           ELSE
               DISPLAY 'CUSTAPND - EXPIRY UPDATE FAILED SQLCODE = '
                       SQLCODE
               PERFORM FAIL-THE-PENDING-RUN
           END-IF.
       EXPIRE-ONE-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * Lists what is still pending, oldest first, and totals it by   *
      * age in days and by action.                                    *
      *===============================================================*
       REPORT-AGED-PENDING-ITEMS.

           MOVE PENDING-HEADING-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN AGED-PENDING-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTAPND - OPEN AGED PENDING CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PENDING-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-PENDING-ROWS
               EXEC SQL
                  FETCH AGED-PENDING-CURSOR
                  INTO  :CustPend-Pending-Id,
                        :CustPend-Action-Code,
                        :CustPend-Customer-Number,
                        :CustPend-Related-Number,
                        :CustPend-Before-Value,
                        :CustPend-After-Value,
                        :CustPend-Request-User-Id,
                        :CustPend-Request-Term-Id,
                        :CustPend-Request-Timestamp,
                        :WS-ITEM-AGE-DAYS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM COUNT-ONE-PENDING-ITEM
                       PERFORM WRITE-ITEM-DETAIL-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTAPND - AGED PENDING FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PENDING-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE AGED-PENDING-CURSOR
               END-EXEC
           END-IF.
       REPORT-AGED-PENDING-ITEMS-EXIT.
           EXIT.

       COUNT-ONE-PENDING-ITEM.

           ADD 1 TO WS-TOTAL-PENDING-COUNT.

           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS < 2
                   ADD 1 TO WS-AGE-0-1-COUNT
               WHEN WS-ITEM-AGE-DAYS < 4
                   ADD 1 TO WS-AGE-2-3-COUNT
               WHEN WS-ITEM-AGE-DAYS < 8
                   ADD 1 TO WS-AGE-4-7-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-7-COUNT
           END-EVALUATE.

           EVALUATE CustPend-Action-Code
               WHEN 'U'
                   ADD 1 TO WS-SPENDING-COUNT
               WHEN 'M'
                   ADD 1 TO WS-MERGE-COUNT
               WHEN 'S'
                   ADD 1 TO WS-RESTORE-COUNT
               WHEN 'V'
                   ADD 1 TO WS-REVERSAL-COUNT
           END-EVALUATE.
       COUNT-ONE-PENDING-ITEM-EXIT.
           EXIT.

       WRITE-ITEM-DETAIL-LINE.
           MOVE CustPend-Pending-Id        TO IL-PENDING-ID.
           MOVE CustPend-Action-Code       TO IL-ACTION-CODE.
           MOVE CustPend-Customer-Number   TO IL-CUSTOMER-NUMBER.
           MOVE CustPend-Related-Number    TO IL-RELATED-NUMBER.
           MOVE CustPend-Before-Value      TO IL-BEFORE-VALUE.
           MOVE CustPend-After-Value       TO IL-AFTER-VALUE.
           MOVE CustPend-Request-User-Id   TO IL-REQUEST-USER-ID.
           MOVE CustPend-Request-Term-Id   TO IL-REQUEST-TERM-ID.
           MOVE CustPend-Request-Timestamp TO IL-REQUEST-TIMESTAMP.
           MOVE WS-ITEM-AGE-DAYS           TO IL-AGE-DAYS.
           MOVE ITEM-DETAIL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
       WRITE-ITEM-DETAIL-LINE-EXIT.
           EXIT.

       FAIL-THE-PENDING-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET PENDING-RUN-FAILED TO TRUE.
       FAIL-THE-PENDING-RUN-EXIT.
           EXIT.

       WRITE-PENDING-TOTALS.
           MOVE WS-TOTAL-EXPIRED-COUNT TO XTL-EXPIRED-COUNT.
           MOVE EXPIRED-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-TOTAL-PENDING-COUNT TO PTL-PENDING-COUNT.
           MOVE PENDING-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-AGE-0-1-COUNT TO A01-COUNT.
           MOVE AGE-0-1-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-AGE-2-3-COUNT TO A23-COUNT.
           MOVE AGE-2-3-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-AGE-4-7-COUNT TO A47-COUNT.
           MOVE AGE-4-7-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-AGE-OVER-7-COUNT TO A8P-COUNT.
           MOVE AGE-OVER-7-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-SPENDING-COUNT TO SPL-COUNT.
           MOVE SPENDING-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-MERGE-COUNT TO MGL-COUNT.
           MOVE MERGE-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-RESTORE-COUNT TO RSL-COUNT.
           MOVE RESTORE-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.

           MOVE WS-REVERSAL-COUNT TO RVL-COUNT.
           MOVE REVERSAL-TOTAL-LINE TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
       WRITE-PENDING-TOTALS-EXIT.
           EXIT.
