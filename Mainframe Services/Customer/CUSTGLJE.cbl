       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTGLJE                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Month-end reward-point liability journal  *
      *                     to the General Ledger                     *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  The points on REWARDSCODE are a balance-sheet liability.     *
      *  This totals the journal month's (YYYY-MM from CUSTGPRM)      *
      *  CUSTREWDTL movements by TRANTYPE - EARN issued, RDEM         *
      *  redeemed, EXPR expired, RVSL reversals and any other type    *
      *  posted at the desk - plus the points merges moved from one   *
      *  customer to another (the CUSTHIST 'M' before-image of each   *
      *  merged-away account), values each at the cents-per-point     *
      *  rate on the parameter card, and writes a balanced journal    *
      *  to CUSTGLJF for the General Ledger interface: a debit line   *
      *  and an equal credit line per movement type, on the liability *
      *  and offset account codes the parameter cards give that type. *
      *  The journal ends with a 'T' trailer carrying the debit and   *
      *  credit totals; a journal without one must not be loaded.     *
      *  The report on CUSTGLRP lists the movements and rolls the     *
      *  liability forward - opening, plus issued, less redeemed and  *
      *  expired, plus or less reversals and other postings, merges   *
      *  in and out - to the closing liability, and proves it against *
      *  SUM(REWARDSCODE) as at the month end (today's sum less       *
      *  anything posted since). The month's roll-forward is kept on  *
      *  ZOSCONN.CUSTLIAB and the next month opens from its proven    *
      *  month-end figure; the first month run opens from the ledger  *
      *  posted before it. A closing figure that does not prove ends  *
      *  the run with return code 4 - the journal is still complete,  *
      *  but the difference needs explaining before the month closes  *
      *  (a CUSTPRGE purge or CUSTARCR reinstatement of a customer    *
      *  holding points moves REWARDSCODE with no ledger movement).   *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  A journal month that has not ended is refused    *
      *              with RC 16 before anything is journalled or      *
      *              written to CUSTLIAB.                             *
      *  2026-10-15  A run ending RC 4, with the journal written but  *
      *              the roll-forward not proven, is recorded         *
      *              complete on CUSTRUNCTL rather than failed.       *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLJE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTGPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO CUSTGLJF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO CUSTGLRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameters. One 'M' card with the journal month as
      * YYYY-MM and the rate in cents per point with four decimal
      * places (0010000 is one cent), then one 'A' card per movement
      * type giving the liability account and the offset account it
      * journals to. Type '****' catches any type without a card of
      * its own; type 'MRGX' is the merge transfers.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-CARD-TYPE            PIC X(01).
               88  PR-MONTH-CARD           VALUE 'M'.
               88  PR-ACCOUNT-CARD         VALUE 'A'.
           03  FILLER                  PIC X(01).
           03  PR-CARD-DATA            PIC X(30).
           03  PR-MONTH-DATA REDEFINES PR-CARD-DATA.
               05  PR-JOURNAL-MONTH        PIC X(07).
               05  FILLER                  PIC X(01).
               05  PR-CENTS-PER-POINT      PIC 9(03)V9(04).
               05  FILLER                  PIC X(15).
           03  PR-ACCOUNT-DATA REDEFINES PR-CARD-DATA.
               05  PR-MOVEMENT-TYPE        PIC X(04).
               05  FILLER                  PIC X(01).
               05  PR-LIABILITY-ACCOUNT    PIC X(10).
               05  FILLER                  PIC X(01).
               05  PR-OFFSET-ACCOUNT       PIC X(10).
               05  FILLER                  PIC X(04).

      * The General Ledger journal interface file. JF-RECORD-TYPE is
      * 'H' for the journal header, 'D' for a journal line and 'T'
      * for the trailer. Amounts are unsigned dollars and cents;
      * JD-DEBIT-CREDIT gives the side.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           03  JF-RECORD-TYPE          PIC X(01).
           03  JF-RECORD-DATA          PIC X(79).
           03  JF-HEADER-DATA REDEFINES JF-RECORD-DATA.
               05  JH-JOURNAL-MONTH        PIC X(07).
               05  JH-JOURNAL-DATE         PIC X(10).
               05  JH-JOURNAL-SOURCE       PIC X(08).
               05  JH-CENTS-PER-POINT      PIC 9(03)V9(04).
               05  JH-DESCRIPTION          PIC X(30).
               05  FILLER                  PIC X(17).
           03  JF-DETAIL-DATA REDEFINES JF-RECORD-DATA.
               05  JD-LINE-NUMBER          PIC 9(05).
               05  JD-ACCOUNT              PIC X(10).
               05  JD-DEBIT-CREDIT         PIC X(01).
                   88  JD-DEBIT                VALUE 'D'.
                   88  JD-CREDIT               VALUE 'C'.
               05  JD-AMOUNT               PIC 9(13)V99.
               05  JD-MOVEMENT-TYPE        PIC X(04).
               05  JD-POINTS               PIC 9(15).
               05  JD-DESCRIPTION          PIC X(29).
           03  JF-TRAILER-DATA REDEFINES JF-RECORD-DATA.
               05  JT-LINE-COUNT           PIC 9(05).
               05  JT-TOTAL-DEBITS         PIC 9(13)V99.
               05  JT-TOTAL-CREDITS        PIC 9(13)V99.
               05  FILLER                  PIC X(44).

       FD  JOURNAL-REPORT-FILE
           RECORDING MODE IS F.
       01  JOURNAL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-MOVEMENTS         VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-PARM-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-PARAMETERS        VALUE 'Y'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 JOURNAL-RUN-FAILED       VALUE 'Y'.
           03 WS-MONTH-CARD-SWITCH     PIC X VALUE 'N'.
               88 MONTH-CARD-READ          VALUE 'Y'.
           03 WS-OPENING-SOURCE-SWITCH PIC X VALUE 'L'.
               88 OPENING-FROM-LIABILITY   VALUE 'P'.
               88 OPENING-FROM-LEDGER      VALUE 'L'.
           03 WS-ACCOUNT-FOUND-SWITCH  PIC X VALUE 'N'.
               88 ACCOUNT-FOUND            VALUE 'Y'.
               88 ACCOUNT-NOT-FOUND        VALUE 'N'.
           03 WS-MONTH-START-DATE      PIC X(10).
           03 WS-NEXT-MONTH-DATE       PIC X(10).
           03 WS-MONTH-END-DATE        PIC X(10).
           03 WS-CURRENT-DATE          PIC X(10).
           03 WS-PRIOR-MONTH           PIC X(7).
           03 WS-JOURNAL-YEAR          PIC 9(4).
           03 WS-JOURNAL-MONTH-NUMBER  PIC 9(2).
           03 WS-CENTS-PER-POINT       PIC S9(3)V9(4) COMP-3 VALUE 0.
           03 WS-MOVEMENT-TYPE         PIC X(4).
           03 WS-MOVEMENT-COUNT        PIC S9(9) COMP-4.
           03 WS-MOVEMENT-POINTS       PIC S9(15) COMP-3.
           03 WS-JOURNAL-POINTS        PIC S9(15) COMP-3.
           03 WS-MOVEMENT-DESCRIPTION  PIC X(29).
      * 'C' credits the liability account (the movement adds to the
      * points outstanding), 'D' debits it.
           03 WS-LIABILITY-SIDE        PIC X.
               88 LIABILITY-CREDITED       VALUE 'C'.
               88 LIABILITY-DEBITED        VALUE 'D'.
           03 WS-DEBIT-ACCOUNT         PIC X(10).
           03 WS-CREDIT-ACCOUNT        PIC X(10).
           03 WS-MERGE-COUNT           PIC S9(9) COMP-4 VALUE 0.
           03 WS-JOURNAL-LINE-COUNT    PIC S9(7) COMP-4 VALUE 0.
           03 WS-MOVEMENT-TYPE-COUNT   PIC S9(7) COMP-4 VALUE 0.

      * The month's roll-forward, in points
       01 ROLL-FORWARD-POINTS.
           03 WS-OPENING-POINTS        PIC S9(15) COMP-3 VALUE 0.
           03 WS-ISSUED-POINTS         PIC S9(15) COMP-3 VALUE 0.
           03 WS-REDEEMED-POINTS       PIC S9(15) COMP-3 VALUE 0.
           03 WS-EXPIRED-POINTS        PIC S9(15) COMP-3 VALUE 0.
           03 WS-REVERSED-POINTS       PIC S9(15) COMP-3 VALUE 0.
           03 WS-OTHER-POINTS          PIC S9(15) COMP-3 VALUE 0.
           03 WS-MERGED-POINTS         PIC S9(15) COMP-3 VALUE 0.
           03 WS-CLOSING-POINTS        PIC S9(15) COMP-3 VALUE 0.
           03 WS-REWARDS-TODAY-POINTS  PIC S9(15) COMP-3 VALUE 0.
           03 WS-POSTED-SINCE-POINTS   PIC S9(15) COMP-3 VALUE 0.
           03 WS-MONTH-END-POINTS      PIC S9(15) COMP-3 VALUE 0.
           03 WS-DIFFERENCE-POINTS     PIC S9(15) COMP-3 VALUE 0.

      * Journal money. The rate is cents per point, so points times
      * rate over 100 gives dollars and cents.
       01 JOURNAL-AMOUNTS.
           03 WS-JOURNAL-AMOUNT        PIC S9(13)V99 COMP-3.
           03 WS-LINE-VALUE            PIC S9(13)V99 COMP-3.
           03 WS-TOTAL-DEBIT-AMOUNT    PIC S9(13)V99 COMP-3 VALUE 0.
           03 WS-TOTAL-CREDIT-AMOUNT   PIC S9(13)V99 COMP-3 VALUE 0.

      * Pieces used to build the month-start and next-month dates
       01 DATE-BUILD-FIELDS.
           03 WS-DATE-BUILD.
               05 WS-DB-YEAR           PIC 9(4).
               05 FILLER               PIC X VALUE '-'.
               05 WS-DB-MONTH          PIC 9(2).
               05 FILLER               PIC X(4) VALUE '-01 '.

      * The account cards, one entry per movement type
       01 JOURNAL-ACCOUNT-TABLE.
           03 WS-ACCOUNT-COUNT         PIC S9(4) COMP-4 VALUE 0.
           03 ACCOUNT-ENTRY            OCCURS 1 TO 20 TIMES
                                        DEPENDING ON WS-ACCOUNT-COUNT
                                        INDEXED BY WS-ACCOUNT-IDX.
               05 AE-MOVEMENT-TYPE     PIC X(4).
               05 AE-LIABILITY-ACCOUNT PIC X(10).
               05 AE-OFFSET-ACCOUNT    PIC X(10).

      * Variables for the CUSTLIAB liability roll-forward table
           COPY CUSTLIAB.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(40)
               VALUE 'REWARD POINTS LIABILITY JOURNAL'.
           03  FILLER                 PIC X(15)
               VALUE 'JOURNAL MONTH  '.
           03  RH-JOURNAL-MONTH       PIC X(7).
           03  FILLER                 PIC X(16)
               VALUE '   CENTS/POINT  '.
           03  RH-CENTS-PER-POINT     PIC ZZ9.9999.

       01 COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(6)   VALUE 'TYPE  '.
           03  FILLER                 PIC X(13)  VALUE '    ENTRIES  '.
           03  FILLER                 PIC X(17)
               VALUE '       NET POINTS'.
           03  FILLER                 PIC X(20)
               VALUE '               VALUE'.
           03  FILLER                 PIC X(12)  VALUE '  DEBIT     '.
           03  FILLER                 PIC X(12)  VALUE '  CREDIT    '.
           03  FILLER                 PIC X(30)  VALUE 'DESCRIPTION'.

       01 MOVEMENT-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  ML-MOVEMENT-TYPE       PIC X(4).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  ML-ENTRY-COUNT         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  ML-NET-POINTS          PIC ---,---,---,--9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  ML-VALUE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  ML-DEBIT-ACCOUNT       PIC X(10).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  ML-CREDIT-ACCOUNT      PIC X(10).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  ML-DESCRIPTION         PIC X(29).

       01 ROLL-FORWARD-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(34)
               VALUE 'LIABILITY ROLL-FORWARD'.
           03  FILLER                 PIC X(15)
               VALUE '         POINTS'.
           03  FILLER                 PIC X(20)
               VALUE '               VALUE'.

       01 ROLL-FORWARD-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  RFL-LABEL              PIC X(34).
           03  RFL-POINTS             PIC ---,---,---,--9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  RFL-VALUE              PIC ---,---,---,--9.99.

       01 PROOF-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  PL-PROOF-TEXT          PIC X(60).

       01 AMOUNT-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  ATL-AMOUNT-LABEL       PIC X(27).
           03  ATL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 JOURNAL-LINE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'JOURNAL LINES WRITTEN      '.
           03  JLL-LINE-COUNT         PIC ZZZ,ZZ9.

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
             AUDITUSERID                    CHAR(8)
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
      ***   DB2 STORAGE AREA FOR REWARD-POINT LIABILITY TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTLIAB TABLE
           ( JOURNALMONTH                   CHAR(7),
             OPENINGPOINTS                  DECIMAL(15,0),
             ISSUEDPOINTS                   DECIMAL(15,0),
             REDEEMEDPOINTS                 DECIMAL(15,0),
             EXPIREDPOINTS                  DECIMAL(15,0),
             REVERSEDPOINTS                 DECIMAL(15,0),
             OTHERPOINTS                    DECIMAL(15,0),
             MERGEDPOINTS                   DECIMAL(15,0),
             CLOSINGPOINTS                  DECIMAL(15,0),
             MONTHENDREWARDS                DECIMAL(15,0),
             CENTSPERPOINT                  DECIMAL(7,4),
             CLOSINGVALUE                   DECIMAL(15,2),
             PROVENFLAG                     CHAR(1),
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

      * The month's ledger movements, one row per TRANTYPE. Sums are
      * taken as DECIMAL so a whole book of points cannot overflow.
           EXEC SQL
              DECLARE LEDGER-MOVEMENT-CURSOR CURSOR FOR
              SELECT TRANTYPE,
                     COUNT(*),
                     SUM(DECIMAL(POINTSAMOUNT, 15, 0))
              FROM ZOSCONN.CUSTREWDTL
              WHERE TRANDATE >= :WS-MONTH-START-DATE
                AND TRANDATE <  :WS-NEXT-MONTH-DATE
              GROUP BY TRANTYPE
              ORDER BY TRANTYPE
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTGLJE - STARTING POINTS LIABILITY JOURNAL'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM READ-JOURNAL-PARAMETERS
               PERFORM OPEN-JOURNAL-FILES
               IF NOT JOURNAL-RUN-FAILED
                   PERFORM READ-OPENING-LIABILITY
               END-IF
               IF NOT JOURNAL-RUN-FAILED
                   PERFORM JOURNAL-LEDGER-MOVEMENTS
               END-IF
               IF NOT JOURNAL-RUN-FAILED
                   PERFORM JOURNAL-MERGE-TRANSFERS
               END-IF
               IF NOT JOURNAL-RUN-FAILED
                   PERFORM CHECK-JOURNAL-BALANCES
               END-IF
               IF NOT JOURNAL-RUN-FAILED
                   PERFORM PROVE-CLOSING-LIABILITY
               END-IF
               IF NOT JOURNAL-RUN-FAILED
                   PERFORM SAVE-LIABILITY-ROLL-FORWARD
               END-IF
      * A failed run leaves no roll-forward row for the month and
      * no trailer on the journal, so the ledger interface rejects
      * it and next month cannot open from a half-built figure.
               IF JOURNAL-RUN-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'CUSTGLJE - JOURNAL RUN FAILED - NO '
                           'TRAILER WRITTEN'
               ELSE
                   PERFORM WRITE-JOURNAL-TRAILER
                   PERFORM WRITE-ROLL-FORWARD-REPORT
               END-IF
               PERFORM WRITE-JOURNAL-TOTALS
               PERFORM CLOSE-JOURNAL-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTGLJE - JOURNAL LINES WRITTEN = '
                   WS-JOURNAL-LINE-COUNT.
           DISPLAY 'CUSTGLJE - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
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

           MOVE 'CUSTGLJE' TO CustRun-Job-Name.

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
                       DISPLAY 'CUSTGLJE - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTGLJE - RUN-CONTROL READ FAILED '
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
                   DISPLAY 'CUSTGLJE - RUN-CONTROL REGISTRATION '
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
      * records processed and whether the run ended clean. RC 4 is    *
      * the journal written with the roll-forward left unproven, not  *
      * a failed run.                                                 *
      *===============================================================*
       REGISTER-RUN-END.

           MOVE WS-JOURNAL-LINE-COUNT TO CustRun-Records-Processed.
           IF WS-RETURN-CODE = 0 OR WS-RETURN-CODE = 4
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
               DISPLAY 'CUSTGLJE - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.
      *===============================================================*
      * Reads the 'M' month card and the 'A' account cards. The month *
      * must be a real YYYY-MM and the rate a number above zero, and  *
      * every account card needs both account codes, or the run stops *
      * before anything is journalled.                                *
      *===============================================================*
       READ-JOURNAL-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.
           PERFORM READ-ONE-PARAMETER-CARD
               UNTIL END-OF-PARAMETERS.
           CLOSE PARAMETER-FILE.

           IF NOT JOURNAL-RUN-FAILED AND NOT MONTH-CARD-READ
               DISPLAY 'CUSTGLJE - NO JOURNAL MONTH CARD'
               MOVE 16 TO WS-RETURN-CODE
               SET JOURNAL-RUN-FAILED TO TRUE
           END-IF.

           IF NOT JOURNAL-RUN-FAILED AND WS-ACCOUNT-COUNT = 0
               DISPLAY 'CUSTGLJE - NO ACCOUNT CARDS'
               MOVE 16 TO WS-RETURN-CODE
               SET JOURNAL-RUN-FAILED TO TRUE
           END-IF.

           IF NOT JOURNAL-RUN-FAILED
               PERFORM BUILD-JOURNAL-MONTH-DATES
           END-IF.
       READ-JOURNAL-PARAMETERS-EXIT.
           EXIT.

       READ-ONE-PARAMETER-CARD.
           READ PARAMETER-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           IF NOT END-OF-PARAMETERS
               EVALUATE TRUE
                   WHEN PR-MONTH-CARD
                       PERFORM EDIT-MONTH-CARD
                   WHEN PR-ACCOUNT-CARD
                       PERFORM EDIT-ACCOUNT-CARD
                   WHEN OTHER
                       DISPLAY 'CUSTGLJE - UNKNOWN PARAMETER CARD '
                               PARAMETER-RECORD
                       MOVE 16 TO WS-RETURN-CODE
                       SET JOURNAL-RUN-FAILED TO TRUE
               END-EVALUATE
           END-IF.
       READ-ONE-PARAMETER-CARD-EXIT.
           EXIT.

       EDIT-MONTH-CARD.
           IF PR-JOURNAL-MONTH(1:4) NOT NUMERIC
              OR PR-JOURNAL-MONTH(5:1) NOT = '-'
              OR PR-JOURNAL-MONTH(6:2) NOT NUMERIC
              OR PR-JOURNAL-MONTH(6:2) < '01'
              OR PR-JOURNAL-MONTH(6:2) > '12'
              OR PR-CENTS-PER-POINT NOT NUMERIC
               DISPLAY 'CUSTGLJE - INVALID MONTH CARD '
                       PARAMETER-RECORD
               MOVE 16 TO WS-RETURN-CODE
               SET JOURNAL-RUN-FAILED TO TRUE
           ELSE
               IF PR-CENTS-PER-POINT = 0
                   DISPLAY 'CUSTGLJE - ZERO CENTS PER POINT '
                           PARAMETER-RECORD
                   MOVE 16 TO WS-RETURN-CODE
                   SET JOURNAL-RUN-FAILED TO TRUE
               ELSE
                   MOVE PR-JOURNAL-MONTH   TO CustLiab-Journal-Month
                   MOVE PR-CENTS-PER-POINT TO WS-CENTS-PER-POINT
                   MOVE 'Y' TO WS-MONTH-CARD-SWITCH
               END-IF
           END-IF.
       EDIT-MONTH-CARD-EXIT.
           EXIT.

       EDIT-ACCOUNT-CARD.
           IF PR-MOVEMENT-TYPE = SPACES
              OR PR-LIABILITY-ACCOUNT = SPACES
              OR PR-OFFSET-ACCOUNT = SPACES
               DISPLAY 'CUSTGLJE - INVALID ACCOUNT CARD '
                       PARAMETER-RECORD
               MOVE 16 TO WS-RETURN-CODE
               SET JOURNAL-RUN-FAILED TO TRUE
           ELSE
               IF WS-ACCOUNT-COUNT NOT LESS THAN 20
                   DISPLAY 'CUSTGLJE - MORE THAN 20 ACCOUNT CARDS'
                   MOVE 16 TO WS-RETURN-CODE
                   SET JOURNAL-RUN-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE PR-MOVEMENT-TYPE
                       TO AE-MOVEMENT-TYPE (WS-ACCOUNT-COUNT)
                   MOVE PR-LIABILITY-ACCOUNT
                       TO AE-LIABILITY-ACCOUNT (WS-ACCOUNT-COUNT)
                   MOVE PR-OFFSET-ACCOUNT
                       TO AE-OFFSET-ACCOUNT (WS-ACCOUNT-COUNT)
               END-IF
           END-IF.
       EDIT-ACCOUNT-CARD-EXIT.
           EXIT.

      *===============================================================*
      * The month-start and next-month first-of dates bound the       *
      * ledger window, built the same way the statement run builds    *
      * them; the month before keys the opening liability. The        *
      * journal is dated the last day of the month. A month that has  *
      * not ended is refused with RC 16 - its roll-forward would land *
      * on CUSTLIAB short of the rest of the month's postings.        *
      *===============================================================*
       BUILD-JOURNAL-MONTH-DATES.

           MOVE CustLiab-Journal-Month(1:4) TO WS-JOURNAL-YEAR.
           MOVE CustLiab-Journal-Month(6:2) TO WS-JOURNAL-MONTH-NUMBER.
           MOVE WS-JOURNAL-YEAR TO WS-DB-YEAR.
           MOVE WS-JOURNAL-MONTH-NUMBER TO WS-DB-MONTH.
           MOVE WS-DATE-BUILD(1:10) TO WS-MONTH-START-DATE.

           IF WS-JOURNAL-MONTH-NUMBER = 1
               SUBTRACT 1 FROM WS-DB-YEAR
               MOVE 12 TO WS-DB-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DB-MONTH
           END-IF.
           MOVE WS-DATE-BUILD(1:7) TO WS-PRIOR-MONTH.

           IF WS-JOURNAL-MONTH-NUMBER = 12
               ADD 1 TO WS-JOURNAL-YEAR
               MOVE 1 TO WS-JOURNAL-MONTH-NUMBER
           ELSE
               ADD 1 TO WS-JOURNAL-MONTH-NUMBER
           END-IF.
           MOVE WS-JOURNAL-YEAR TO WS-DB-YEAR.
           MOVE WS-JOURNAL-MONTH-NUMBER TO WS-DB-MONTH.
           MOVE WS-DATE-BUILD(1:10) TO WS-NEXT-MONTH-DATE.

           EXEC SQL
              SELECT CHAR(DATE(:WS-NEXT-MONTH-DATE) - 1 DAY, ISO),
                     CHAR(CURRENT DATE, ISO)
              INTO  :WS-MONTH-END-DATE,
                    :WS-CURRENT-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTGLJE - MONTH END DATE SELECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-JOURNAL-RUN
           ELSE
               IF WS-NEXT-MONTH-DATE > WS-CURRENT-DATE
                   DISPLAY 'CUSTGLJE - MONTH ' CustLiab-Journal-Month
                           ' HAS NOT ENDED - RUN REFUSED'
                   MOVE 16 TO WS-RETURN-CODE
                   SET JOURNAL-RUN-FAILED TO TRUE
               ELSE
                   DISPLAY 'CUSTGLJE - JOURNAL MONTH '
                           CustLiab-Journal-Month
                           ' (' WS-MONTH-START-DATE ' THROUGH '
                           WS-MONTH-END-DATE ')'
               END-IF
           END-IF.
       BUILD-JOURNAL-MONTH-DATES-EXIT.
           EXIT.

       OPEN-JOURNAL-FILES.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           MOVE CustLiab-Journal-Month TO RH-JOURNAL-MONTH.
           MOVE WS-CENTS-PER-POINT TO RH-CENTS-PER-POINT.
           MOVE REPORT-HEADING-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           IF NOT JOURNAL-RUN-FAILED
               MOVE SPACES TO JOURNAL-RECORD
               MOVE 'H'                TO JF-RECORD-TYPE
               MOVE CustLiab-Journal-Month TO JH-JOURNAL-MONTH
               MOVE WS-MONTH-END-DATE  TO JH-JOURNAL-DATE
               MOVE 'LOYALTY'          TO JH-JOURNAL-SOURCE
               MOVE WS-CENTS-PER-POINT TO JH-CENTS-PER-POINT
               MOVE 'REWARD POINTS LIABILITY'
                                       TO JH-DESCRIPTION
               WRITE JOURNAL-RECORD
           END-IF.
       OPEN-JOURNAL-FILES-EXIT.
           EXIT.

       CLOSE-JOURNAL-FILES.
           CLOSE JOURNAL-FILE.
           CLOSE JOURNAL-REPORT-FILE.
       CLOSE-JOURNAL-FILES-EXIT.
           EXIT.

      *===============================================================*
      * The month opens from the month before's proven month-end      *
      * REWARDSCODE figure on CUSTLIAB. The first month this job runs *
      * for has no such row, so it opens from every ledger posting    *
      * dated before the month instead, and the report says so.       *
      *===============================================================*
       READ-OPENING-LIABILITY.

           EXEC SQL
              SELECT MONTHENDREWARDS
              INTO  :WS-OPENING-POINTS
              FROM ZOSCONN.CUSTLIAB
              WHERE JOURNALMONTH = :WS-PRIOR-MONTH
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET OPENING-FROM-LIABILITY TO TRUE
               WHEN 100
                   SET OPENING-FROM-LEDGER TO TRUE
                   DISPLAY 'CUSTGLJE - NO ROLL-FORWARD FOR '
                           WS-PRIOR-MONTH ' - OPENING FROM LEDGER'
                   EXEC SQL
                      SELECT COALESCE(SUM(DECIMAL(POINTSAMOUNT, 15, 0)),
                                      0)
                      INTO  :WS-OPENING-POINTS
                      FROM ZOSCONN.CUSTREWDTL
                      WHERE TRANDATE < :WS-MONTH-START-DATE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'CUSTGLJE - LEDGER OPENING SELECT '
                               'FAILED SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-JOURNAL-RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'CUSTGLJE - OPENING LIABILITY SELECT '
                           'FAILED SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-JOURNAL-RUN
           END-EVALUATE.
       READ-OPENING-LIABILITY-EXIT.
           EXIT.

      *===============================================================*
      * One pass of the month's ledger, a row per TRANTYPE. Each type *
      * goes into its roll-forward bucket and is journalled.          *
      *===============================================================*
       JOURNAL-LEDGER-MOVEMENTS.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN LEDGER-MOVEMENT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTGLJE - OPEN CURSOR FAILED SQLCODE = '
                       SQLCODE
               PERFORM FAIL-THE-JOURNAL-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-MOVEMENTS
               EXEC SQL
                  FETCH LEDGER-MOVEMENT-CURSOR
                  INTO  :WS-MOVEMENT-TYPE,
                        :WS-MOVEMENT-COUNT,
                        :WS-MOVEMENT-POINTS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM ROLL-ONE-LEDGER-MOVEMENT
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTGLJE - FETCH FAILED SQLCODE = '
                               SQLCODE
                       PERFORM FAIL-THE-JOURNAL-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE LEDGER-MOVEMENT-CURSOR
               END-EXEC
           END-IF.
       JOURNAL-LEDGER-MOVEMENTS-EXIT.
           EXIT.

      *===============================================================*
      * EARN amounts are positive and RDEM/EXPR negative on the       *
      * ledger; the redeemed and expired buckets hold positive        *
      * quantities. A reversal is the negation of whatever it         *
      * reverses, so RVSL - and any other type - is carried net and   *
      * signed. A movement adding points credits the liability        *
      * account and debits the offset; one taking points away debits  *
      * the liability.                                                *
      *===============================================================*
       ROLL-ONE-LEDGER-MOVEMENT.

           ADD 1 TO WS-MOVEMENT-TYPE-COUNT.
           EVALUATE WS-MOVEMENT-TYPE
               WHEN 'EARN'
                   ADD WS-MOVEMENT-POINTS TO WS-ISSUED-POINTS
                   MOVE 'POINTS ISSUED' TO WS-MOVEMENT-DESCRIPTION
               WHEN 'RDEM'
                   SUBTRACT WS-MOVEMENT-POINTS FROM WS-REDEEMED-POINTS
                   MOVE 'POINTS REDEEMED' TO WS-MOVEMENT-DESCRIPTION
               WHEN 'EXPR'
                   SUBTRACT WS-MOVEMENT-POINTS FROM WS-EXPIRED-POINTS
                   MOVE 'POINTS EXPIRED' TO WS-MOVEMENT-DESCRIPTION
               WHEN 'RVSL'
                   ADD WS-MOVEMENT-POINTS TO WS-REVERSED-POINTS
                   MOVE 'POINTS REVERSED' TO WS-MOVEMENT-DESCRIPTION
               WHEN OTHER
                   ADD WS-MOVEMENT-POINTS TO WS-OTHER-POINTS
                   MOVE 'POINTS ADJUSTED' TO WS-MOVEMENT-DESCRIPTION
           END-EVALUATE.

           IF WS-MOVEMENT-POINTS < 0
               SET LIABILITY-DEBITED TO TRUE
               SUBTRACT WS-MOVEMENT-POINTS FROM 0
                   GIVING WS-JOURNAL-POINTS
           ELSE
               SET LIABILITY-CREDITED TO TRUE
               MOVE WS-MOVEMENT-POINTS TO WS-JOURNAL-POINTS
           END-IF.

           PERFORM JOURNAL-ONE-MOVEMENT.
       ROLL-ONE-LEDGER-MOVEMENT-EXIT.
           EXIT.

      *===============================================================*
      * A merge moves the merged-away account's whole REWARDSCODE     *
      * onto the survivor and re-keys its ledger, so across the book  *
      * it changes nothing - but the liability moves between the two  *
      * customers and Finance wants it journalled. The amount moved   *
      * is the REWARDSCODE on the CUSTHIST 'M' before-image of each   *
      * account merged away in the month (the later of the two images *
      * if the survivor of one merge was itself merged away later).   *
      * It debits the 'MRGX' liability account and credits the        *
      * 'MRGX' offset account, normally the same liability account.   *
      *===============================================================*
       JOURNAL-MERGE-TRANSFERS.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(DECIMAL(H.REWARDSCODE, 15, 0)), 0)
              INTO  :WS-MERGE-COUNT,
                    :WS-MERGED-POINTS
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
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTGLJE - MERGE TRANSFER SELECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-JOURNAL-RUN
           ELSE
               IF WS-MERGE-COUNT > 0
                   ADD 1 TO WS-MOVEMENT-TYPE-COUNT
                   MOVE 'MRGX'            TO WS-MOVEMENT-TYPE
                   MOVE WS-MERGE-COUNT    TO WS-MOVEMENT-COUNT
                   MOVE WS-MERGED-POINTS  TO WS-MOVEMENT-POINTS
                   MOVE 'MERGE TRANSFERS' TO WS-MOVEMENT-DESCRIPTION
                   IF WS-MERGED-POINTS < 0
                       SET LIABILITY-CREDITED TO TRUE
                       SUBTRACT WS-MERGED-POINTS FROM 0
                           GIVING WS-JOURNAL-POINTS
                   ELSE
                       SET LIABILITY-DEBITED TO TRUE
                       MOVE WS-MERGED-POINTS TO WS-JOURNAL-POINTS
                   END-IF
                   PERFORM JOURNAL-ONE-MOVEMENT
               END-IF
           END-IF.
       JOURNAL-MERGE-TRANSFERS-EXIT.
           EXIT.

      *===============================================================*
      * Values one movement type, finds its account card (or the      *
      * '****' card) and writes its debit and credit journal lines    *
      * and its report line. A type that nets to zero writes no       *
      * journal lines. A type with no card at all stops the run - a   *
      * journal with a movement left off it would not balance to the  *
      * roll-forward.                                                 *
      *===============================================================*
       JOURNAL-ONE-MOVEMENT.

           PERFORM FIND-MOVEMENT-ACCOUNTS.

           IF NOT JOURNAL-RUN-FAILED
               COMPUTE WS-JOURNAL-AMOUNT ROUNDED =
                   WS-JOURNAL-POINTS * WS-CENTS-PER-POINT / 100

               IF LIABILITY-CREDITED
                   MOVE AE-OFFSET-ACCOUNT (WS-ACCOUNT-IDX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE AE-LIABILITY-ACCOUNT (WS-ACCOUNT-IDX)
                       TO WS-CREDIT-ACCOUNT
               ELSE
                   MOVE AE-LIABILITY-ACCOUNT (WS-ACCOUNT-IDX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE AE-OFFSET-ACCOUNT (WS-ACCOUNT-IDX)
                       TO WS-CREDIT-ACCOUNT
               END-IF

               IF WS-JOURNAL-AMOUNT > 0
                   MOVE WS-DEBIT-ACCOUNT TO JD-ACCOUNT
                   SET JD-DEBIT TO TRUE
                   PERFORM WRITE-JOURNAL-LINE
                   ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-DEBIT-AMOUNT
                   MOVE WS-CREDIT-ACCOUNT TO JD-ACCOUNT
                   SET JD-CREDIT TO TRUE
                   PERFORM WRITE-JOURNAL-LINE
                   ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-CREDIT-AMOUNT
               END-IF

               PERFORM WRITE-MOVEMENT-DETAIL-LINE
           END-IF.
       JOURNAL-ONE-MOVEMENT-EXIT.
           EXIT.

       FIND-MOVEMENT-ACCOUNTS.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           SET WS-ACCOUNT-IDX TO 1.
           SEARCH ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN AE-MOVEMENT-TYPE (WS-ACCOUNT-IDX) = WS-MOVEMENT-TYPE
                   SET ACCOUNT-FOUND TO TRUE
           END-SEARCH.

           IF ACCOUNT-NOT-FOUND
               SET WS-ACCOUNT-IDX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN AE-MOVEMENT-TYPE (WS-ACCOUNT-IDX) = '****'
                       SET ACCOUNT-FOUND TO TRUE
               END-SEARCH
           END-IF.

           IF ACCOUNT-NOT-FOUND
               DISPLAY 'CUSTGLJE - NO ACCOUNT CARD FOR MOVEMENT TYPE '
                       WS-MOVEMENT-TYPE ' AND NO **** CARD'
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               SET JOURNAL-RUN-FAILED TO TRUE
           END-IF.
       FIND-MOVEMENT-ACCOUNTS-EXIT.
           EXIT.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           MOVE 'D'                     TO JF-RECORD-TYPE.
           MOVE WS-JOURNAL-LINE-COUNT   TO JD-LINE-NUMBER.
           MOVE WS-JOURNAL-AMOUNT       TO JD-AMOUNT.
           MOVE WS-MOVEMENT-TYPE        TO JD-MOVEMENT-TYPE.
           MOVE WS-JOURNAL-POINTS       TO JD-POINTS.
           MOVE WS-MOVEMENT-DESCRIPTION TO JD-DESCRIPTION.
           WRITE JOURNAL-RECORD.
       WRITE-JOURNAL-LINE-EXIT.
           EXIT.

       WRITE-MOVEMENT-DETAIL-LINE.
           MOVE SPACES TO MOVEMENT-DETAIL-LINE.
           MOVE WS-MOVEMENT-TYPE        TO ML-MOVEMENT-TYPE.
           MOVE WS-MOVEMENT-COUNT       TO ML-ENTRY-COUNT.
           MOVE WS-MOVEMENT-POINTS      TO ML-NET-POINTS.
           MOVE WS-JOURNAL-AMOUNT       TO ML-VALUE.
           MOVE WS-DEBIT-ACCOUNT        TO ML-DEBIT-ACCOUNT.
           MOVE WS-CREDIT-ACCOUNT       TO ML-CREDIT-ACCOUNT.
           MOVE WS-MOVEMENT-DESCRIPTION TO ML-DESCRIPTION.
           MOVE MOVEMENT-DETAIL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
       WRITE-MOVEMENT-DETAIL-LINE-EXIT.
           EXIT.

      *===============================================================*
      * Every movement writes an equal debit and credit, so the two   *
      * totals can only differ through a fault in this program - but  *
      * an unbalanced journal must never reach the ledger.            *
      *===============================================================*
       CHECK-JOURNAL-BALANCES.
           IF WS-TOTAL-DEBIT-AMOUNT NOT = WS-TOTAL-CREDIT-AMOUNT
               DISPLAY 'CUSTGLJE - JOURNAL DOES NOT BALANCE'
               MOVE 16 TO WS-RETURN-CODE
               SET JOURNAL-RUN-FAILED TO TRUE
           END-IF.
       CHECK-JOURNAL-BALANCES-EXIT.
           EXIT.

      *===============================================================*
      * Rolls the liability forward and proves the closing figure     *
      * against SUM(REWARDSCODE). The job runs after the month end,   *
      * so anything posted to the ledger since is taken back off      *
      * today's sum to give the sum as it stood at the month end.     *
      * Merges net to zero across the book and leave the closing      *
      * figure alone. A difference sets return code 4.                *
      *===============================================================*
       PROVE-CLOSING-LIABILITY.

           COMPUTE WS-CLOSING-POINTS =
                   WS-OPENING-POINTS
                 + WS-ISSUED-POINTS
                 - WS-REDEEMED-POINTS
                 - WS-EXPIRED-POINTS
                 + WS-REVERSED-POINTS
                 + WS-OTHER-POINTS.

           EXEC SQL
              SELECT COALESCE(SUM(DECIMAL(REWARDSCODE, 15, 0)), 0)
              INTO  :WS-REWARDS-TODAY-POINTS
              FROM ZOSCONN.CUSTOM
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTGLJE - REWARDSCODE SUM FAILED SQLCODE = '
                       SQLCODE
               PERFORM FAIL-THE-JOURNAL-RUN
           END-IF.

           IF NOT JOURNAL-RUN-FAILED
               EXEC SQL
                  SELECT COALESCE(SUM(DECIMAL(POINTSAMOUNT, 15, 0)), 0)
                  INTO  :WS-POSTED-SINCE-POINTS
                  FROM ZOSCONN.CUSTREWDTL
                  WHERE TRANDATE >= :WS-NEXT-MONTH-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTGLJE - POSTED SINCE SUM FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-JOURNAL-RUN
               END-IF
           END-IF.

           IF NOT JOURNAL-RUN-FAILED
               SUBTRACT WS-POSTED-SINCE-POINTS
                   FROM WS-REWARDS-TODAY-POINTS
                   GIVING WS-MONTH-END-POINTS
               SUBTRACT WS-MONTH-END-POINTS FROM WS-CLOSING-POINTS
                   GIVING WS-DIFFERENCE-POINTS
               IF WS-DIFFERENCE-POINTS = 0
                   MOVE 'Y' TO CustLiab-Proven-Flag
               ELSE
                   MOVE 'N' TO CustLiab-Proven-Flag
                   DISPLAY 'CUSTGLJE - CLOSING LIABILITY NOT PROVEN - '
                           'DIFFERENCE ' WS-DIFFERENCE-POINTS
                           ' POINTS'
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       PROVE-CLOSING-LIABILITY-EXIT.
           EXIT.

      *===============================================================*
      * Keeps the month's roll-forward on CUSTLIAB, replacing any row *
      * an earlier run for the same month left, and commits it.       *
      *===============================================================*
       SAVE-LIABILITY-ROLL-FORWARD.

           MOVE WS-OPENING-POINTS   TO CustLiab-Opening-Points.
           MOVE WS-ISSUED-POINTS    TO CustLiab-Issued-Points.
           MOVE WS-REDEEMED-POINTS  TO CustLiab-Redeemed-Points.
           MOVE WS-EXPIRED-POINTS   TO CustLiab-Expired-Points.
           MOVE WS-REVERSED-POINTS  TO CustLiab-Reversed-Points.
           MOVE WS-OTHER-POINTS     TO CustLiab-Other-Points.
           MOVE WS-MERGED-POINTS    TO CustLiab-Merged-Points.
           MOVE WS-CLOSING-POINTS   TO CustLiab-Closing-Points.
           MOVE WS-MONTH-END-POINTS TO CustLiab-Month-End-Rewards.
           MOVE WS-CENTS-PER-POINT  TO CustLiab-Cents-Per-Point.
           COMPUTE CustLiab-Closing-Value ROUNDED =
               WS-CLOSING-POINTS * WS-CENTS-PER-POINT / 100.

           EXEC SQL
              DELETE FROM ZOSCONN.CUSTLIAB
              WHERE JOURNALMONTH = :CustLiab-Journal-Month
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CUSTGLJE - ROLL-FORWARD DELETE FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-JOURNAL-RUN
           END-IF.

           IF NOT JOURNAL-RUN-FAILED
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTLIAB
                        (
                         JOURNALMONTH,
                         OPENINGPOINTS,
                         ISSUEDPOINTS,
                         REDEEMEDPOINTS,
                         EXPIREDPOINTS,
                         REVERSEDPOINTS,
                         OTHERPOINTS,
                         MERGEDPOINTS,
                         CLOSINGPOINTS,
                         MONTHENDREWARDS,
                         CENTSPERPOINT,
                         CLOSINGVALUE,
                         PROVENFLAG,
                         LASTUPDATED
                        )
                  VALUES
                        (
                         :CustLiab-Journal-Month,
                         :CustLiab-Opening-Points,
                         :CustLiab-Issued-Points,
                         :CustLiab-Redeemed-Points,
                         :CustLiab-Expired-Points,
                         :CustLiab-Reversed-Points,
                         :CustLiab-Other-Points,
                         :CustLiab-Merged-Points,
                         :CustLiab-Closing-Points,
                         :CustLiab-Month-End-Rewards,
                         :CustLiab-Cents-Per-Point,
                         :CustLiab-Closing-Value,
                         :CustLiab-Proven-Flag,
                         CURRENT TIMESTAMP
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTGLJE - ROLL-FORWARD INSERT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-JOURNAL-RUN
               END-IF
           END-IF.

           IF NOT JOURNAL-RUN-FAILED
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTGLJE - COMMIT FAILED SQLCODE = '
                           SQLCODE
                   PERFORM FAIL-THE-JOURNAL-RUN
               END-IF
           END-IF.
       SAVE-LIABILITY-ROLL-FORWARD-EXIT.
           EXIT.

       FAIL-THE-JOURNAL-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET JOURNAL-RUN-FAILED TO TRUE.
       FAIL-THE-JOURNAL-RUN-EXIT.
           EXIT.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE 'T' TO JF-RECORD-TYPE.
           MOVE WS-JOURNAL-LINE-COUNT  TO JT-LINE-COUNT.
           MOVE WS-TOTAL-DEBIT-AMOUNT  TO JT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDIT-AMOUNT TO JT-TOTAL-CREDITS.
           WRITE JOURNAL-RECORD.
       WRITE-JOURNAL-TRAILER-EXIT.
           EXIT.

      *===============================================================*
      * The roll-forward for the auditors, points and value side by   *
      * side, ending with the proof against REWARDSCODE.              *
      *===============================================================*
       WRITE-ROLL-FORWARD-REPORT.

           MOVE ROLL-FORWARD-HEADING-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           IF OPENING-FROM-LIABILITY
               MOVE 'OPENING LIABILITY' TO RFL-LABEL
           ELSE
               MOVE 'OPENING LIABILITY (FROM LEDGER)' TO RFL-LABEL
           END-IF.
           MOVE WS-OPENING-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'PLUS  POINTS ISSUED       (EARN)' TO RFL-LABEL.
           MOVE WS-ISSUED-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'LESS  POINTS REDEEMED     (RDEM)' TO RFL-LABEL.
           MOVE WS-REDEEMED-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'LESS  POINTS EXPIRED      (EXPR)' TO RFL-LABEL.
           MOVE WS-EXPIRED-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'PLUS/LESS REVERSALS       (RVSL)' TO RFL-LABEL.
           MOVE WS-REVERSED-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'PLUS/LESS OTHER POSTINGS' TO RFL-LABEL.
           MOVE WS-OTHER-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'PLUS  MERGE TRANSFERS IN' TO RFL-LABEL.
           MOVE WS-MERGED-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'LESS  MERGE TRANSFERS OUT' TO RFL-LABEL.
           MOVE WS-MERGED-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'CLOSING LIABILITY' TO RFL-LABEL.
           MOVE WS-CLOSING-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'SUM OF REWARDSCODE TODAY' TO RFL-LABEL.
           MOVE WS-REWARDS-TODAY-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'LESS  POSTED SINCE MONTH END' TO RFL-LABEL.
           MOVE WS-POSTED-SINCE-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'REWARDSCODE AT MONTH END' TO RFL-LABEL.
           MOVE WS-MONTH-END-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           MOVE 'DIFFERENCE' TO RFL-LABEL.
           MOVE WS-DIFFERENCE-POINTS TO WS-JOURNAL-POINTS.
           PERFORM WRITE-ROLL-FORWARD-LINE.

           IF CustLiab-Proven-Flag = 'Y'
               MOVE 'CLOSING LIABILITY PROVEN TO SUM OF REWARDSCODE'
                   TO PL-PROOF-TEXT
           ELSE
               MOVE '*** CLOSING LIABILITY NOT PROVEN - SEE DIFFERENCE'
                   TO PL-PROOF-TEXT
           END-IF.
           MOVE PROOF-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
       WRITE-ROLL-FORWARD-REPORT-EXIT.
           EXIT.

       WRITE-ROLL-FORWARD-LINE.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-JOURNAL-POINTS * WS-CENTS-PER-POINT / 100.
           MOVE WS-JOURNAL-POINTS TO RFL-POINTS.
           MOVE WS-LINE-VALUE     TO RFL-VALUE.
           MOVE ROLL-FORWARD-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
       WRITE-ROLL-FORWARD-LINE-EXIT.
           EXIT.

       WRITE-JOURNAL-TOTALS.
           MOVE WS-JOURNAL-LINE-COUNT TO JLL-LINE-COUNT.
           MOVE JOURNAL-LINE-TOTAL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           MOVE 'TOTAL DEBITS' TO ATL-AMOUNT-LABEL.
           MOVE WS-TOTAL-DEBIT-AMOUNT TO ATL-AMOUNT.
           MOVE AMOUNT-TOTAL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           MOVE 'TOTAL CREDITS' TO ATL-AMOUNT-LABEL.
           MOVE WS-TOTAL-CREDIT-AMOUNT TO ATL-AMOUNT.
           MOVE AMOUNT-TOTAL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
       WRITE-JOURNAL-TOTALS-EXIT.
           EXIT.
