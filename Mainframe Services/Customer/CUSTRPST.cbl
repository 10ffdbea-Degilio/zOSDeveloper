      *  read/posted/rejected and total points in and out, to tie    *
      *  back to the partner's control totals.                        *
      *                                                               *
      *  Every record names the partner that sent it. The partner     *
      *  must be on the CUSTPTNR partner master at status 'A' - an    *
      *  unknown partner rejects 'EPTN' and an inactive one 'EPIN' -  *
      *  and the ledger row carries the PARTNERID through to the      *
      *  monthly CUSTPSET partner settlement.                         *
      *                                                               *
      *  An EARN posting is multiplied up by the customer's loyalty   *
      *  tier: the EARNMULTIPLIER of the tier on ZOSCONN.CUSTTIER     *
      *  (1.00 for a customer never assessed) turns the partner's     *
      *  points into the base, and the extra into tier bonus points,  *
      *  both recorded on the ledger row beside the total. The        *
      *  balancing report's POINTS IN stays the partner's own base    *
      *  points, to tie to the partner's control totals, and the      *
      *  bonus posted on top is reported on its own line.             *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *              complete for the business date is refused unless *
      *              operations sets OPERATOROVERRIDE on the completed*
      *              row. Counts feed the CUSTCYCR morning report.    *
      *  2026-10-15  Partner id added to the end of the input record  *
      *              and validated against the CUSTPTNR partner       *
      *              master (ErrorCodes EPTN/EPIN); PARTNERID now     *
      *              posted on the ledger row for partner settlement. *
      *  2026-10-15  EARN postings apply the customer's loyalty tier  *
      *              earn multiplier; the ledger row carries the base *
      *              and bonus points, and the balancing report adds  *
      *              a tier bonus points total.                       *
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           03  PT-TRAN-TYPE            PIC X(4).
           03  PT-POINTS-AMOUNT        PIC 9(09).
           03  PT-DESCRIPTION          PIC X(50).
      * Added at the end of the record so the partners' existing
      * field offsets did not move.
           03  PT-PARTNER-ID           PIC X(08).

      * Reject record is the input record unchanged, fronted by the
      * four-character ErrorCode the online CUSTOMER program would
           RECORDING MODE IS F.
       01  PARTNER-REJECT-RECORD.
           03  RJ-ERROR-CODE           PIC X(04).
           03  RJ-INPUT-RECORD         PIC X(80).

       FD  POSTING-REPORT-FILE
           RECORDING MODE IS F.
           03 WS-UNCOMMITTED-POSTED    PIC S9(4) COMP-4 VALUE 0.
           03 WS-UNCOMMITTED-PTS-IN    PIC S9(9) COMP-4 VALUE 0.
           03 WS-UNCOMMITTED-PTS-OUT   PIC S9(9) COMP-4 VALUE 0.
           03 WS-UNCOMMITTED-PTS-BONUS PIC S9(9) COMP-4 VALUE 0.
           03 WS-POINTS-DELTA          PIC S9(9) COMP-4 VALUE 0.
           03 WS-CURRENT-BALANCE       PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-READ-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-COMMIT-COUNT    PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-IN       PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-OUT      PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-BONUS    PIC S9(9) COMP-4 VALUE 0.

      * The partner master row last looked up - a partner's file
      * arrives as one run of records, so the lookup is only repeated
      * when the partner id changes.
       01 PARTNER-LOOKUP-AREA.
           03 WS-LAST-PARTNER-ID       PIC X(8) VALUE SPACES.
           03 WS-LAST-PARTNER-ERROR    PIC X(4) VALUE SPACES.

      * Variables for the CUSTREWDTL reward-point ledger table
           COPY CUSTREWD.

      * Variables for the CUSTPTNR co-brand partner master table
           COPY CUSTPTNR.

      * Variables for the CUSTTDEF loyalty tier definition table
           COPY CUSTTDEF.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
               VALUE 'TOTAL POINTS OUT (REDEEMED)'.
           03  POL-POINTS-OUT         PIC ZZZ,ZZZ,ZZ9.

       01 POINTS-BONUS-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'TIER BONUS POINTS POSTED   '.
           03  PBL-POINTS-BONUS       PIC ZZZ,ZZZ,ZZ9.

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
                   WS-TOTAL-POINTS-IN.
           DISPLAY 'CUSTRPST - POINTS OUT       = '
                   WS-TOTAL-POINTS-OUT.
           DISPLAY 'CUSTRPST - TIER BONUS POINTS = '
                   WS-TOTAL-POINTS-BONUS.
           DISPLAY 'CUSTRPST - COMMITS TAKEN    = '
                   WS-TOTAL-COMMIT-COUNT.
           DISPLAY 'CUSTRPST - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           END-IF.

           IF NOT RECORD-REJECTED
               PERFORM CHECK-PARTNER-IS-ACTIVE
           END-IF.

           IF NOT RECORD-REJECTED
              AND NOT END-OF-INPUT
               PERFORM POST-ONE-REWARD-TRANSACTION
           END-IF.

       PROCESS-ONE-PARTNER-RECORD-EXIT.
           EXIT.

      *===============================================================*
      * The sending partner must be on the partner master and still   *
      * active - a partner whose contract has ended has its records   *
      * rejected 'EPIN' rather than posted points nobody will pay     *
      * for, and a blank or unknown partner id rejects 'EPTN'.        *
      *===============================================================*
       CHECK-PARTNER-IS-ACTIVE.

           IF PT-PARTNER-ID NOT = WS-LAST-PARTNER-ID
               MOVE PT-PARTNER-ID TO CustPtnr-Partner-Id
               MOVE SPACES TO WS-LAST-PARTNER-ERROR
               EXEC SQL
                  SELECT PARTNERSTATUS
                  INTO  :CustPtnr-Partner-Status
                  FROM ZOSCONN.CUSTPTNR
                  WHERE PARTNERID = :CustPtnr-Partner-Id
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       IF CustPtnr-Partner-Status NOT = 'A'
                           MOVE 'EPIN' TO WS-LAST-PARTNER-ERROR
                       END-IF
                   WHEN 100
                       MOVE 'EPTN' TO WS-LAST-PARTNER-ERROR
                   WHEN OTHER
                       DISPLAY 'CUSTRPST - PARTNER SELECT FAILED FOR '
                               'PARTNER ' PT-PARTNER-ID
                               ' SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-POSTING-RUN
               END-EVALUATE
               IF NOT POSTING-RUN-FAILED
                   MOVE PT-PARTNER-ID TO WS-LAST-PARTNER-ID
               END-IF
           END-IF.

           IF PT-PARTNER-ID = SPACES
               MOVE 'EPTN' TO WS-LAST-PARTNER-ERROR
           END-IF.

           IF NOT POSTING-RUN-FAILED
              AND WS-LAST-PARTNER-ERROR NOT = SPACES
               MOVE WS-LAST-PARTNER-ERROR TO WS-ERROR-CODE
               SET RECORD-REJECTED TO TRUE
           END-IF.
       CHECK-PARTNER-IS-ACTIVE-EXIT.
           EXIT.

      *===============================================================*
      * Posts one event under the same rules the online Action 'P'    *
      * enforces. The active-customer SELECT both proves the customer *
           MOVE PT-CUSTOMER-NUMBER TO CustRewd-Customer-Number.
           MOVE PT-TRAN-TYPE       TO CustRewd-Transaction-Type.
           MOVE PT-DESCRIPTION     TO CustRewd-Description.
           MOVE PT-PARTNER-ID      TO CustRewd-Partner-Id.
           IF PT-TRAN-TYPE = 'RDEM'
               SUBTRACT PT-POINTS-AMOUNT FROM 0
                   GIVING WS-POINTS-DELTA
           ELSE
               MOVE PT-POINTS-AMOUNT TO WS-POINTS-DELTA
           END-IF.
           MOVE WS-POINTS-DELTA TO CustRewd-Base-Points.
           MOVE 0               TO CustRewd-Bonus-Points.
           MOVE WS-POINTS-DELTA TO CustRewd-Points-Amount.

           EXEC SQL
               SET RECORD-REJECTED TO TRUE
           END-IF.

           IF NOT RECORD-REJECTED
              AND NOT END-OF-INPUT
              AND PT-TRAN-TYPE = 'EARN'
               PERFORM APPLY-TIER-EARN-MULTIPLIER
           END-IF.

           IF NOT RECORD-REJECTED
              AND NOT END-OF-INPUT
               PERFORM UPDATE-BALANCE-AND-INSERT-LEDGER
       POST-ONE-REWARD-TRANSACTION-EXIT.
           EXIT.

      *===============================================================*
      * The customer's loyalty tier multiplies up an EARN. The bonus  *
      * is the base times the multiplier less one, truncated to whole *
      * points; a customer with no tier row yet earns at 1.00 and     *
      * gets no bonus. The partner's base is what the partner pays    *
      * for - the bonus is the programme's own cost.                  *
      *===============================================================*
       APPLY-TIER-EARN-MULTIPLIER.

           EXEC SQL
              SELECT D.EARNMULTIPLIER
              INTO  :CustTdef-Earn-Multiplier
              FROM ZOSCONN.CUSTTIER T
                   INNER JOIN ZOSCONN.CUSTTDEF D
                     ON D.TIERCODE = T.TIERCODE
              WHERE T.CUSTOMERNUMBER = :CustRewd-Customer-Number
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 1 TO CustTdef-Earn-Multiplier
               WHEN OTHER
                   DISPLAY 'CUSTRPST - TIER SELECT FAILED FOR '
                           'CUSTOMER NUMBER ' CustRewd-Customer-Number
                           ' SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-POSTING-RUN
           END-EVALUATE.

           IF NOT END-OF-INPUT
              AND CustTdef-Earn-Multiplier > 1
               COMPUTE CustRewd-Bonus-Points =
                       CustRewd-Base-Points
                       * (CustTdef-Earn-Multiplier - 1)
               ADD CustRewd-Base-Points CustRewd-Bonus-Points
                   GIVING CustRewd-Points-Amount
           END-IF.
       APPLY-TIER-EARN-MULTIPLIER-EXIT.
           EXIT.

      *===============================================================*
      * The balance UPDATE then the ledger INSERT, the same order     *
      * the online reward post runs them.                             *
                         TRANDATE,
                         TRANTYPE,
                         POINTSAMOUNT,
                         DESCRIPTION,
                         PARTNERID,
                         BASEPOINTS,
                         BONUSPOINTS
                        )
                  VALUES
                        (
                         :CustRewd-Transaction-Date,
                         :CustRewd-Transaction-Type,
                         :CustRewd-Points-Amount,
                         :CustRewd-Description,
                         :CustRewd-Partner-Id,
                         :CustRewd-Base-Points,
                         :CustRewd-Bonus-Points
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   ELSE
                       ADD PT-POINTS-AMOUNT TO WS-TOTAL-POINTS-IN
                       ADD PT-POINTS-AMOUNT TO WS-UNCOMMITTED-PTS-IN
                       ADD CustRewd-Bonus-Points
                           TO WS-TOTAL-POINTS-BONUS
                       ADD CustRewd-Bonus-Points
                           TO WS-UNCOMMITTED-PTS-BONUS
                   END-IF
               END-IF
           END-IF.
               FROM WS-TOTAL-POINTS-IN.
           SUBTRACT WS-UNCOMMITTED-PTS-OUT
               FROM WS-TOTAL-POINTS-OUT.
           SUBTRACT WS-UNCOMMITTED-PTS-BONUS
               FROM WS-TOTAL-POINTS-BONUS.
           MOVE 0 TO WS-UNCOMMITTED-COUNT.
           MOVE 0 TO WS-UNCOMMITTED-POSTED.
           MOVE 0 TO WS-UNCOMMITTED-PTS-IN.
           MOVE 0 TO WS-UNCOMMITTED-PTS-OUT.
           MOVE 0 TO WS-UNCOMMITTED-PTS-BONUS.
       FAIL-THE-POSTING-RUN-EXIT.
           EXIT.

               MOVE 0 TO WS-UNCOMMITTED-POSTED
               MOVE 0 TO WS-UNCOMMITTED-PTS-IN
               MOVE 0 TO WS-UNCOMMITTED-PTS-OUT
               MOVE 0 TO WS-UNCOMMITTED-PTS-BONUS
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF.
       COMMIT-AND-CHECKPOINT-EXIT.
           MOVE WS-TOTAL-POINTS-OUT TO POL-POINTS-OUT.
           MOVE POINTS-OUT-TOTAL-LINE TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

           MOVE WS-TOTAL-POINTS-BONUS TO PBL-POINTS-BONUS.
           MOVE POINTS-BONUS-TOTAL-LINE TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
       WRITE-BALANCING-TOTALS-EXIT.
           EXIT.
