      *  night's cycle from that table - which jobs ran, in start     *
      *  order, with their record counts and completion status, any   *
      *  job that started but never closed its row (abended or still  *
      *  in flight), any job that completed with exceptions for the   *
      *  desk to work, and any expected nightly job with no row at    *
      *  all - so operations sees a broken cycle at 07:00 instead of  *
      *  when a downstream user calls. The business date to report    *
      *  comes in on CUSTCPRM; a blank or missing card reports the    *
      *  previous calendar day. Monthly and on-request jobs appear    *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-09-02  Initial version.                                 *
      *  2026-10-15  CUSTFULF, the nightly reward fulfilment vendor   *
      *              exchange, added to the expected nightly jobs.    *
      *  2026-10-15  CUSTTIER, the quarterly loyalty tier run, listed *
      *              with the jobs never flagged missing.             *
      *  2026-10-15  CUSTFRAU, the nightly reward fraud monitoring,   *
      *              added to the expected nightly jobs.              *
      *  2026-10-15  CUSTGLJE, the month-end points liability         *
      *              journal, listed with the jobs never flagged      *
      *              missing.                                         *
      *  2026-10-15  CUSTAPND, the nightly pending-approval expiry    *
      *              and aged-pending report, added to the expected   *
      *              nightly jobs.                                    *
      *  2026-10-15  CUSTSNAP, the month-end portfolio snapshot,      *
      *              listed with the jobs never flagged missing.      *
      *  2026-10-15  CUSTINTG, the nightly cross-table integrity      *
      *              scan, added to the expected nightly jobs; its    *
      *              'E' status (high-severity exceptions on the      *
      *              worklist) is shown and counted on its own.       *
      *  2026-10-15  CUSTARCR and CUSTPRIV, the on-request archive    *
      *              reinstatement and privacy jobs, listed with the  *
      *              jobs never flagged missing.                      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           03 WS-TOTAL-COMPLETE-COUNT  PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-BROKEN-COUNT    PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-MISSING-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-EXCEPTION-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-EXPECTED-SUB          PIC S9(4) COMP-4.

      * The jobs that must appear every night. Monthly, weekly and
      * on-request jobs (CUSTSTMT, CUSTREXP, CUSTFICA, CUSTLOAD,
      * CUSTLIMR, CUSTLIMA, CUSTPRGE, CUSTPSET, CUSTTIER, CUSTGLJE,
      * CUSTSNAP, CUSTARCR, CUSTPRIV) report when they ran and are
      * never flagged missing.
       01 EXPECTED-NIGHTLY-JOBS.
           03 FILLER                   PIC X(8) VALUE 'CUSTRPST'.
           03 FILLER                   PIC X(8) VALUE 'CUSTRCON'.
           03 FILLER                   PIC X(8) VALUE 'CUSTACTR'.
           03 FILLER                   PIC X(8) VALUE 'CUSTEXPO'.
           03 FILLER                   PIC X(8) VALUE 'CUSTFULF'.
           03 FILLER                   PIC X(8) VALUE 'CUSTFRAU'.
           03 FILLER                   PIC X(8) VALUE 'CUSTAPND'.
           03 FILLER                   PIC X(8) VALUE 'CUSTINTG'.
       01 EXPECTED-NIGHTLY-TABLE REDEFINES EXPECTED-NIGHTLY-JOBS.
           03 WS-EXPECTED-JOB-NAME     PIC X(8)
                                        OCCURS 11 TIMES.
       01 EXPECTED-SEEN-FLAGS.
           03 WS-EXPECTED-SEEN         PIC X
                                        OCCURS 11 TIMES.

      * Variables for the CUSTRUNCTL batch run-control table
           COPY CUSTRUNC.
               VALUE 'TOTAL JOBS FAILED/ABENDED  '.
           03  BTL-BROKEN-COUNT       PIC ZZZ,ZZ9.

       01 EXCEPTION-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TOTAL JOBS WITH EXCEPTIONS '.
           03  XTL-EXCEPTION-COUNT    PIC ZZZ,ZZ9.

       01 MISSING-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
                   WS-TOTAL-COMPLETE-COUNT.
           DISPLAY 'CUSTCYCR - JOBS BROKEN   = '
                   WS-TOTAL-BROKEN-COUNT.
           DISPLAY 'CUSTCYCR - JOBS EXCEPTED = '
                   WS-TOTAL-EXCEPTION-COUNT.
           DISPLAY 'CUSTCYCR - JOBS MISSING  = '
                   WS-TOTAL-MISSING-COUNT.
           DISPLAY 'CUSTCYCR - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.

       INITIALIZE-EXPECTED-FLAGS.
           MOVE 1 TO WS-EXPECTED-SUB.
           PERFORM CLEAR-ONE-EXPECTED-FLAG 11 TIMES.
       INITIALIZE-EXPECTED-FLAGS-EXIT.
           EXIT.

           EXIT.

      *===============================================================*
      * One registered job: a 'C' row completed cleanly, an 'E' row   *
      * completed but left high-severity exceptions for the desk, an  *
      * 'F' row registered its own failure, and an 'S' row that never *
      * closed means the job abended (or is still in flight) - either *
      * way someone should look before the downstream cycle leans on  *
      * it.                                                           *
      *===============================================================*
       REPORT-ONE-JOB-ROW.

               WHEN 'C'
                   ADD 1 TO WS-TOTAL-COMPLETE-COUNT
                   MOVE 'COMPLETE' TO JD-STATUS-TEXT
               WHEN 'E'
                   ADD 1 TO WS-TOTAL-EXCEPTION-COUNT
                   MOVE '** EXCEPTIONS **' TO JD-STATUS-TEXT
               WHEN 'F'
                   ADD 1 TO WS-TOTAL-BROKEN-COUNT
                   MOVE '** FAILED **' TO JD-STATUS-TEXT

       MARK-EXPECTED-JOB-SEEN.
           MOVE 1 TO WS-EXPECTED-SUB.
           PERFORM TEST-ONE-EXPECTED-JOB 11 TIMES.
       MARK-EXPECTED-JOB-SEEN-EXIT.
           EXIT.

      *===============================================================*
       REPORT-MISSING-JOBS.
           MOVE 1 TO WS-EXPECTED-SUB.
           PERFORM REPORT-ONE-MISSING-JOB 11 TIMES.
       REPORT-MISSING-JOBS-EXIT.
           EXIT.

           MOVE BROKEN-TOTAL-LINE TO CYCLE-REPORT-LINE.
           WRITE CYCLE-REPORT-LINE.

           MOVE WS-TOTAL-EXCEPTION-COUNT TO XTL-EXCEPTION-COUNT.
           MOVE EXCEPTION-TOTAL-LINE TO CYCLE-REPORT-LINE.
           WRITE CYCLE-REPORT-LINE.

           MOVE WS-TOTAL-MISSING-COUNT TO MTL-MISSING-COUNT.
           MOVE MISSING-TOTAL-LINE TO CYCLE-REPORT-LINE.
           WRITE CYCLE-REPORT-LINE.
