       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTFULF                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Nightly reward fulfilment vendor          *
      *                     exchange for catalogue redemptions        *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  The online CUSTOMER program's Action 'O' redeems an item     *
      *  off the ZOSCONN.CUSTCATL catalogue and raises an open        *
      *  fulfilment order on ZOSCONN.CUSTFORD. This job is the        *
      *  nightly exchange with the fulfilment vendor. First it reads  *
      *  the vendor's confirmations from CUSTFCIN: a shipped order    *
      *  is closed 'F', and a cancelled order is closed 'C' after     *
      *  its 'RDEM' entry is reversed with an offsetting 'RVSL'       *
      *  entry linked back through REVERSALOFID, balance first,       *
      *  under the same rules the online Action 'V' enforces - so     *
      *  the customer gets the points back without a desk call.       *
      *  Confirmations that can't be applied go to CUSTFCRJ with      *
      *  their ErrorCode. Then every open order is written to the     *
      *  vendor file on CUSTFVND with the customer's CUSTOM name      *
      *  and address and marked sent. The vendor file ends with a     *
      *  trailer carrying the order count; a file without its         *
      *  trailer is incomplete and must not be transmitted. An open   *
      *  order whose customer is no longer on CUSTOM has nowhere to   *
      *  ship to: it is held open, listed on the report for the desk  *
      *  and the run ends RC 4. The run report on CUSTFLRP balances   *
      *  confirmations read / shipped / cancelled / rejected, points  *
      *  returned, orders sent and orders held.                       *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *  2026-10-15  An open order whose customer is no longer on     *
      *              CUSTOM is held open and listed on the report     *
      *              instead of silently skipped; the run ends RC 4   *
      *              when any are held.                               *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFULF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-FILE ASSIGN TO CUSTFCIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRMATION-REJECT-FILE ASSIGN TO CUSTFCRJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-ORDER-FILE ASSIGN TO CUSTFVND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FULFILMENT-REPORT-FILE ASSIGN TO CUSTFLRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record per order the vendor has finished with - 'S'
      * shipped or 'C' cancelled - with the vendor's own tracking
      * number or cancellation reference.
       FD  CONFIRMATION-FILE
           RECORDING MODE IS F.
       01  CONFIRMATION-RECORD.
           03  CF-ORDER-NUMBER         PIC 9(09).
           03  CF-CONFIRM-STATUS       PIC X(01).
               88  CONFIRM-SHIPPED         VALUE 'S'.
               88  CONFIRM-CANCELLED       VALUE 'C'.
           03  CF-VENDOR-REFERENCE     PIC X(20).

      * Reject record is the confirmation record unchanged, fronted
      * by the four-character ErrorCode explaining why it was not
      * applied.
       FD  CONFIRMATION-REJECT-FILE
           RECORDING MODE IS F.
       01  CONFIRMATION-REJECT-RECORD.
           03  RJ-ERROR-CODE           PIC X(04).
           03  RJ-INPUT-RECORD         PIC X(30).

      * One record per order sent. VF-RECORD-TYPE drives the
      * vendor's load: 'D' order detail, 'T' file trailer.
       FD  VENDOR-ORDER-FILE
           RECORDING MODE IS F.
       01  VENDOR-ORDER-RECORD.
           03  VF-RECORD-TYPE          PIC X(01).
           03  VF-RECORD-DATA          PIC X(598).
           03  VF-DETAIL-DATA REDEFINES VF-RECORD-DATA.
               05  VD-ORDER-NUMBER         PIC 9(09).
               05  VD-ORDER-DATE           PIC X(10).
               05  VD-ITEM-CODE            PIC X(08).
               05  VD-ITEM-DESC            PIC X(50).
               05  VD-CUSTOMER-NUMBER      PIC 9(09).
               05  VD-FIRST-NAME           PIC X(100).
               05  VD-LAST-NAME            PIC X(100).
               05  VD-ADDRESS1             PIC X(100).
               05  VD-ADDRESS2             PIC X(100).
               05  VD-CITY                 PIC X(100).
               05  VD-STATE-CODE           PIC XX.
               05  VD-POSTAL-CODE          PIC X(10).
           03  VF-TRAILER-DATA REDEFINES VF-RECORD-DATA.
               05  VT-ORDER-COUNT          PIC 9(09).
               05  FILLER                  PIC X(589).

       FD  FULFILMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  FULFILMENT-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-CONFIRMATIONS     VALUE 'Y'.
           03 WS-ORDER-EOF-SWITCH      PIC X VALUE 'N'.
               88 END-OF-OPEN-ORDERS       VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-REJECT-SWITCH         PIC X VALUE 'N'.
               88 CONFIRMATION-REJECTED    VALUE 'Y'.
               88 CONFIRMATION-NOT-REJECTED VALUE 'N'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 FULFILMENT-RUN-FAILED    VALUE 'Y'.
           03 WS-ERROR-CODE            PIC X(4).
           03 WS-TOTAL-READ-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-SHIPPED-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-CANCELLED-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-PRIOR-RVSL-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-REJECT-COUNT    PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-RETURNED PIC S9(9) COMP-4 VALUE 0.
           03 WS-TOTAL-SENT-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-HELD-COUNT      PIC S9(7) COMP-4 VALUE 0.

      * Work fields for reversing a cancelled order's 'RDEM' entry
       01 REVERSAL-WORKING-STORAGE.
           03 WS-LEDGER-CUSTOMER       PIC S9(9) COMP-4.
           03 WS-LEDGER-POINTS         PIC S9(9) COMP-4.
           03 WS-REVERSAL-DELTA        PIC S9(9) COMP-4.
           03 WS-EXISTING-REVERSAL-ID  PIC S9(9) COMP-4.
           03 WS-ORDER-NUMBER-DISPLAY  PIC 9(9).

      * Variables for columns in the CUSTOM table
           COPY CUSTREC.

      * Variables for the CUSTREWDTL reward-point ledger table
           COPY CUSTREWD.

      * Variables for the CUSTCATL reward redemption catalogue table
           COPY CUSTCATL.

      * Variables for the CUSTFORD reward fulfilment order table
           COPY CUSTFORD.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(40)
               VALUE 'REWARD FULFILMENT VENDOR EXCHANGE REPORT'.

       01 READ-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CONFIRMATIONS READ         '.
           03  RTL-READ-COUNT         PIC ZZZ,ZZ9.

       01 SHIPPED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ORDERS CONFIRMED SHIPPED   '.
           03  STL-SHIPPED-COUNT      PIC ZZZ,ZZ9.

       01 CANCELLED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ORDERS CONFIRMED CANCELLED '.
           03  CTL-CANCELLED-COUNT    PIC ZZZ,ZZ9.

       01 PRIOR-REVERSAL-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  ALREADY REVERSED AT DESK '.
           03  PTL-PRIOR-RVSL-COUNT   PIC ZZZ,ZZ9.

       01 POINTS-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'POINTS RETURNED            '.
           03  PNL-POINTS-RETURNED    PIC ZZZ,ZZZ,ZZ9.

       01 REJECT-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CONFIRMATIONS REJECTED     '.
           03  RJL-REJECT-COUNT       PIC ZZZ,ZZ9.

       01 SENT-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'OPEN ORDERS SENT TO VENDOR '.
           03  SNL-SENT-COUNT         PIC ZZZ,ZZ9.

       01 HELD-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ORDERS HELD - NO CUSTOMER  '.
           03  HTL-HELD-COUNT         PIC ZZZ,ZZ9.

       01 HELD-ORDER-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(6)   VALUE 'ORDER '.
           03  HOL-ORDER-NUMBER       PIC Z(8)9.
           03  FILLER                 PIC X(10)  VALUE '  ITEM    '.
           03  HOL-ITEM-CODE          PIC X(8).
           03  FILLER                 PIC X(10)  VALUE '  CUSTOMER'.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  HOL-CUSTOMER-NUMBER    PIC Z(8)9.
           03  FILLER                 PIC X(32)
               VALUE '  NOT ON CUSTOM - ORDER NOT SENT'.

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
      ***   DB2 STORAGE AREA FOR REWARD REDEMPTION CATALOGUE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTCATL TABLE
           ( ITEMCODE                       CHAR(8),
             ITEMDESC                       CHAR(50),
             POINTCOST                      INTEGER,
             ITEMSTATUS                     CHAR(1),
             EFFECTIVEFROM                  DATE,
             EFFECTIVETO                    DATE,
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR REWARD FULFILMENT ORDER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTFORD TABLE
           ( ORDERNUMBER                    INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             ITEMCODE                       CHAR(8),
             POINTCOST                      INTEGER,
             TRANSACTIONID                  INTEGER,
             ORDERSTATUS                    CHAR(1),
             ORDERTIMESTAMP                 TIMESTAMP,
             SENTDATE                       DATE,
             CONFIRMDATE                    DATE,
             VENDORREFERENCE                CHAR(20),
             REVERSALID                     INTEGER,
             AUDITUSERID                    CHAR(8),
             AUDITTERMID                    CHAR(4)
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

      * Every order waiting to go to the vendor, with the ship-to
      * name and address off CUSTOM and the item description off the
      * catalogue. The order keeps the customer number it was placed
      * under, so an order whose customer has since merged away or
      * gone inactive still ships to the address it was placed for -
      * the points were already paid. An order whose CUSTOM row is
      * gone entirely comes back with a zero customer number found,
      * so it is held rather than dropped from the night's work.
           EXEC SQL
              DECLARE OPEN-ORDER-CURSOR CURSOR FOR
              SELECT F.ORDERNUMBER,
                     CHAR(F.ORDERTIMESTAMP),
                     F.ITEMCODE,
                     COALESCE(K.ITEMDESC, ' '),
                     F.CUSTOMERNUMBER,
                     COALESCE(C.CUSTOMERNUMBER, 0),
                     COALESCE(C.FIRSTNAME, ' '),
                     COALESCE(C.LASTNAME, ' '),
                     COALESCE(C.ADDRESS1, ' '),
                     COALESCE(C.ADDRESS2, ' '),
                     COALESCE(C.CITYCODE, ' '),
                     COALESCE(C.STATECODE, ' '),
                     COALESCE(C.POSTCODE, ' ')
              FROM ZOSCONN.CUSTFORD F
                   LEFT OUTER JOIN ZOSCONN.CUSTOM C
                      ON C.CUSTOMERNUMBER = F.CUSTOMERNUMBER
                   LEFT OUTER JOIN ZOSCONN.CUSTCATL K
                      ON K.ITEMCODE = F.ITEMCODE
              WHERE F.ORDERSTATUS = 'O'
              ORDER BY F.ORDERNUMBER
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTFULF - STARTING FULFILMENT VENDOR EXCHANGE'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM OPEN-FULFILMENT-FILES
               PERFORM READ-NEXT-CONFIRMATION
               PERFORM UNTIL END-OF-CONFIRMATIONS
                   PERFORM PROCESS-ONE-CONFIRMATION
                   PERFORM READ-NEXT-CONFIRMATION
               END-PERFORM
               PERFORM END-CONFIRMATION-PHASE
               IF NOT FULFILMENT-RUN-FAILED
                   PERFORM OPEN-OPEN-ORDER-CURSOR
               END-IF
               IF CURSOR-IS-OPEN
                   PERFORM FETCH-NEXT-OPEN-ORDER
               END-IF
               PERFORM UNTIL END-OF-OPEN-ORDERS
                   IF Customer-Number = 0
                       PERFORM HOLD-ORDER-WITHOUT-CUSTOMER
                   ELSE
                       PERFORM SEND-ONE-OPEN-ORDER
                   END-IF
                   PERFORM FETCH-NEXT-OPEN-ORDER
               END-PERFORM
               IF CURSOR-IS-OPEN
                   PERFORM CLOSE-OPEN-ORDER-CURSOR
               END-IF
               PERFORM END-VENDOR-EXTRACT-PHASE
               PERFORM WRITE-FULFILMENT-TOTALS
               PERFORM CLOSE-FULFILMENT-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTFULF - CONFIRMATIONS READ = '
                   WS-TOTAL-READ-COUNT.
           DISPLAY 'CUSTFULF - ORDERS SHIPPED     = '
                   WS-TOTAL-SHIPPED-COUNT.
           DISPLAY 'CUSTFULF - ORDERS CANCELLED   = '
                   WS-TOTAL-CANCELLED-COUNT.
           DISPLAY 'CUSTFULF - POINTS RETURNED    = '
                   WS-TOTAL-POINTS-RETURNED.
           DISPLAY 'CUSTFULF - CONFIRMS REJECTED  = '
                   WS-TOTAL-REJECT-COUNT.
           DISPLAY 'CUSTFULF - ORDERS SENT        = '
                   WS-TOTAL-SENT-COUNT.
           DISPLAY 'CUSTFULF - ORDERS HELD        = '
                   WS-TOTAL-HELD-COUNT.
           DISPLAY 'CUSTFULF - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
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

           MOVE 'CUSTFULF' TO CustRun-Job-Name.

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
                       DISPLAY 'CUSTFULF - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTFULF - RUN-CONTROL READ FAILED '
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
                   DISPLAY 'CUSTFULF - RUN-CONTROL REGISTRATION '
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
      * orders held for the desk, not a failed run.                   *
      *===============================================================*
       REGISTER-RUN-END.

           ADD WS-TOTAL-READ-COUNT TO WS-TOTAL-SENT-COUNT
               GIVING CustRun-Records-Processed.
           ADD WS-TOTAL-HELD-COUNT TO CustRun-Records-Processed.
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
               DISPLAY 'CUSTFULF - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.

       OPEN-FULFILMENT-FILES.
           OPEN INPUT  CONFIRMATION-FILE.
           OPEN OUTPUT CONFIRMATION-REJECT-FILE.
           OPEN OUTPUT VENDOR-ORDER-FILE.
           OPEN OUTPUT FULFILMENT-REPORT-FILE.
           MOVE SPACES TO FULFILMENT-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.
       OPEN-FULFILMENT-FILES-EXIT.
           EXIT.

       CLOSE-FULFILMENT-FILES.
           CLOSE CONFIRMATION-FILE.
           CLOSE CONFIRMATION-REJECT-FILE.
           CLOSE VENDOR-ORDER-FILE.
           CLOSE FULFILMENT-REPORT-FILE.
       CLOSE-FULFILMENT-FILES-EXIT.
           EXIT.

       READ-NEXT-CONFIRMATION.
           READ CONFIRMATION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ.
       READ-NEXT-CONFIRMATION-EXIT.
           EXIT.

      *===============================================================*
      * One vendor confirmation. Only an order we actually sent ('S') *
      * can be confirmed - a confirmation for an order already closed *
      * (a resent vendor file) or never sent is rejected 'EOST'       *
      * rather than applied twice. A DB2 failure stops the            *
      * confirmation phase; a bad record is only rejected.            *
      *===============================================================*
       PROCESS-ONE-CONFIRMATION.

           SET CONFIRMATION-NOT-REJECTED TO TRUE.
           MOVE SPACES TO WS-ERROR-CODE.

           IF CF-ORDER-NUMBER NOT NUMERIC
               SET CONFIRMATION-REJECTED TO TRUE
               MOVE 'ENUM' TO WS-ERROR-CODE
           END-IF.

           IF NOT CONFIRMATION-REJECTED
              AND NOT CONFIRM-SHIPPED
              AND NOT CONFIRM-CANCELLED
               SET CONFIRMATION-REJECTED TO TRUE
               MOVE 'ESTA' TO WS-ERROR-CODE
           END-IF.

           IF NOT CONFIRMATION-REJECTED
               PERFORM READ-CONFIRMED-ORDER
           END-IF.

           IF NOT CONFIRMATION-REJECTED
              AND NOT FULFILMENT-RUN-FAILED
               IF CONFIRM-SHIPPED
                   PERFORM CLOSE-SHIPPED-ORDER
               ELSE
                   PERFORM REVERSE-CANCELLED-ORDER
               END-IF
           END-IF.

           IF CONFIRMATION-REJECTED
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      * A DB2 failure leaves the phase's unit of work suspect - stop
      * reading and let END-CONFIRMATION-PHASE back it all out.
           IF FULFILMENT-RUN-FAILED
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       PROCESS-ONE-CONFIRMATION-EXIT.
           EXIT.

       READ-CONFIRMED-ORDER.

           MOVE CF-ORDER-NUMBER TO CustFord-Order-Number.

           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     POINTCOST,
                     TRANSACTIONID,
                     ORDERSTATUS
              INTO  :CustFord-Customer-Number,
                    :CustFord-Point-Cost,
                    :CustFord-Transaction-Id,
                    :CustFord-Order-Status
              FROM ZOSCONN.CUSTFORD
              WHERE ORDERNUMBER = :CustFord-Order-Number
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF CustFord-Order-Status NOT = 'S'
                       SET CONFIRMATION-REJECTED TO TRUE
                       MOVE 'EOST' TO WS-ERROR-CODE
                   END-IF
               WHEN 100
                   SET CONFIRMATION-REJECTED TO TRUE
                   MOVE 'NFND' TO WS-ERROR-CODE
               WHEN OTHER
                   DISPLAY 'CUSTFULF - ORDER SELECT FAILED FOR ORDER '
                           CustFord-Order-Number ' SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           END-EVALUATE.
       READ-CONFIRMED-ORDER-EXIT.
           EXIT.

       CLOSE-SHIPPED-ORDER.

           MOVE CF-VENDOR-REFERENCE TO CustFord-Vendor-Reference.

           EXEC SQL
              UPDATE ZOSCONN.CUSTFORD
              SET ORDERSTATUS     = 'F',
                  CONFIRMDATE     = CURRENT DATE,
                  VENDORREFERENCE = :CustFord-Vendor-Reference
              WHERE ORDERNUMBER = :CustFord-Order-Number
                AND ORDERSTATUS = 'S'
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) NOT = 0
               ADD 1 TO WS-TOTAL-SHIPPED-COUNT
           ELSE
               DISPLAY 'CUSTFULF - SHIPPED UPDATE FAILED FOR ORDER '
                       CustFord-Order-Number ' SQLCODE = ' SQLCODE
               MOVE 'Y' TO WS-RUN-FAILED-SWITCH
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-RETURN-CODE
               ELSE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
       CLOSE-SHIPPED-ORDER-EXIT.
           EXIT.

      *===============================================================*
      * A cancelled order gives its points back. The 'RDEM' entry is  *
      * read by its transaction id rather than trusting the order's   *
      * customer number, because an Action 'M' merge since the order  *
      * was placed moves the entry onto the survivor - the points go  *
      * back to whoever holds the entry now. If the desk already      *
      * reversed the entry with Action 'V' the order simply closes    *
      * against that reversal. Otherwise the balance moves first and  *
      * the 'RVSL' entry follows, the same orphan-proof order the     *
      * online reversal posts in; an entry whose customer is no       *
      * longer active is rejected 'NFND' for the desk to sort out,    *
      * and the order stays sent so the confirmation can be re-fed.   *
      *===============================================================*
       REVERSE-CANCELLED-ORDER.

           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     POINTSAMOUNT
              INTO  :WS-LEDGER-CUSTOMER,
                    :WS-LEDGER-POINTS
              FROM ZOSCONN.CUSTREWDTL
              WHERE TRANSACTIONID = :CustFord-Transaction-Id
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CONFIRMATION-REJECTED TO TRUE
                   MOVE 'NFND' TO WS-ERROR-CODE
               WHEN OTHER
                   DISPLAY 'CUSTFULF - LEDGER SELECT FAILED FOR ORDER '
                           CustFord-Order-Number ' SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           END-EVALUATE.

           IF NOT CONFIRMATION-REJECTED
              AND NOT FULFILMENT-RUN-FAILED
               PERFORM CHECK-ENTRY-NOT-ALREADY-REVERSED
           END-IF.

           IF NOT CONFIRMATION-REJECTED
              AND NOT FULFILMENT-RUN-FAILED
              AND WS-EXISTING-REVERSAL-ID = 0
               PERFORM RETURN-CANCELLED-ORDER-POINTS
           END-IF.

           IF NOT CONFIRMATION-REJECTED
              AND NOT FULFILMENT-RUN-FAILED
               PERFORM CLOSE-CANCELLED-ORDER
           END-IF.
       REVERSE-CANCELLED-ORDER-EXIT.
           EXIT.

      *===============================================================*
      * One offsetting entry per original, ever. An existing          *
      * reversal's id is kept so the order can point at it.           *
      *===============================================================*
       CHECK-ENTRY-NOT-ALREADY-REVERSED.

           MOVE 0 TO WS-EXISTING-REVERSAL-ID.

           EXEC SQL
              SELECT TRANSACTIONID
              INTO  :WS-EXISTING-REVERSAL-ID
              FROM ZOSCONN.CUSTREWDTL
              WHERE REVERSALOFID = :CustFord-Transaction-Id
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TOTAL-PRIOR-RVSL-COUNT
                   MOVE WS-EXISTING-REVERSAL-ID
                       TO CustRewd-Transaction-Id
                   DISPLAY 'CUSTFULF - ORDER ' CustFord-Order-Number
                           ' ENTRY ALREADY REVERSED BY '
                           WS-EXISTING-REVERSAL-ID
               WHEN 100
                   MOVE 0 TO WS-EXISTING-REVERSAL-ID
               WHEN OTHER
                   DISPLAY 'CUSTFULF - ALREADY-REVERSED CHECK FAILED '
                           'SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           END-EVALUATE.
       CHECK-ENTRY-NOT-ALREADY-REVERSED-EXIT.
           EXIT.

       RETURN-CANCELLED-ORDER-POINTS.

           SUBTRACT WS-LEDGER-POINTS FROM 0
               GIVING WS-REVERSAL-DELTA.

           EXEC SQL
              UPDATE ZOSCONN.CUSTOM
              SET REWARDSCODE = REWARDSCODE
                               + :WS-REVERSAL-DELTA,
                  LASTUPDATED = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :WS-LEDGER-CUSTOMER
                AND CUSTOMERSTATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) = 0
               SET CONFIRMATION-REJECTED TO TRUE
               MOVE 'NFND' TO WS-ERROR-CODE
               DISPLAY 'CUSTFULF - ORDER ' CustFord-Order-Number
                       ' CUSTOMER ' WS-LEDGER-CUSTOMER
                       ' NOT ACTIVE - POINTS NOT RETURNED'
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFULF - BALANCE UPDATE FAILED FOR '
                       'CUSTOMER ' WS-LEDGER-CUSTOMER
                       ' SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           END-IF.

           IF NOT CONFIRMATION-REJECTED
              AND NOT FULFILMENT-RUN-FAILED
               PERFORM INSERT-REVERSAL-LEDGER-ENTRY
           END-IF.
       RETURN-CANCELLED-ORDER-POINTS-EXIT.
           EXIT.

      *===============================================================*
      * The offsetting entry: type 'RVSL', the negated amount, and    *
      * the 'RDEM' entry's id in REVERSALOFID - exactly what the      *
      * online Action 'V' posts - described with the order number so  *
      * the statement shows why the points came back.                 *
      *===============================================================*
       INSERT-REVERSAL-LEDGER-ENTRY.

           MOVE CustFord-Order-Number TO WS-ORDER-NUMBER-DISPLAY.
           MOVE SPACES TO CustRewd-Description.
           STRING 'CANCELLED REWARD ORDER ' DELIMITED BY SIZE
                  WS-ORDER-NUMBER-DISPLAY DELIMITED BY SIZE
                  INTO CustRewd-Description.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTREWDTL
                    (
                     CUSTOMERNUMBER,
                     TRANDATE,
                     TRANTYPE,
                     POINTSAMOUNT,
                     DESCRIPTION,
                     REVERSALOFID
                    )
              VALUES
                    (
                     :WS-LEDGER-CUSTOMER,
                     CURRENT DATE,
                     'RVSL',
                     :WS-REVERSAL-DELTA,
                     :CustRewd-Description,
                     :CustFord-Transaction-Id
                    )
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                  SELECT INT(IDENTITY_VAL_LOCAL())
                  INTO  :CustRewd-Transaction-Id
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               ADD WS-REVERSAL-DELTA TO WS-TOTAL-POINTS-RETURNED
           ELSE
               DISPLAY 'CUSTFULF - REVERSAL LEDGER INSERT FAILED FOR '
                       'ORDER ' CustFord-Order-Number
                       ' SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 'Y' TO WS-RUN-FAILED-SWITCH
           END-IF.
       INSERT-REVERSAL-LEDGER-ENTRY-EXIT.
           EXIT.

       CLOSE-CANCELLED-ORDER.

           MOVE CF-VENDOR-REFERENCE     TO CustFord-Vendor-Reference.
           MOVE CustRewd-Transaction-Id TO CustFord-Reversal-Id.

           EXEC SQL
              UPDATE ZOSCONN.CUSTFORD
              SET ORDERSTATUS     = 'C',
                  CONFIRMDATE     = CURRENT DATE,
                  VENDORREFERENCE = :CustFord-Vendor-Reference,
                  REVERSALID      = :CustFord-Reversal-Id
              WHERE ORDERNUMBER = :CustFord-Order-Number
                AND ORDERSTATUS = 'S'
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) NOT = 0
               ADD 1 TO WS-TOTAL-CANCELLED-COUNT
           ELSE
               DISPLAY 'CUSTFULF - CANCELLED UPDATE FAILED FOR ORDER '
                       CustFord-Order-Number ' SQLCODE = ' SQLCODE
               MOVE 'Y' TO WS-RUN-FAILED-SWITCH
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-RETURN-CODE
               ELSE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
       CLOSE-CANCELLED-ORDER-EXIT.
           EXIT.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-TOTAL-REJECT-COUNT.
           MOVE SPACES TO CONFIRMATION-REJECT-RECORD.
           MOVE WS-ERROR-CODE        TO RJ-ERROR-CODE.
           MOVE CONFIRMATION-RECORD  TO RJ-INPUT-RECORD.
           WRITE CONFIRMATION-REJECT-RECORD.
           DISPLAY 'CUSTFULF - CONFIRMATION ' WS-TOTAL-READ-COUNT
                   ' REJECTED - ERRORCODE = ' WS-ERROR-CODE.
       WRITE-REJECT-RECORD-EXIT.
           EXIT.

      *===============================================================*
      * The whole confirmation phase is one unit of work. A DB2       *
      * failure backs every closure and reversal out - zero the       *
      * totals so the report can't claim points that were never       *
      * returned - and the vendor extract is skipped, so a rerun      *
      * starts again from the same confirmation file.                 *
      *===============================================================*
       END-CONFIRMATION-PHASE.

           IF FULFILMENT-RUN-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'CUSTFULF - CONFIRMATIONS ROLLED BACK'
               MOVE 0 TO WS-TOTAL-SHIPPED-COUNT
               MOVE 0 TO WS-TOTAL-CANCELLED-COUNT
               MOVE 0 TO WS-TOTAL-PRIOR-RVSL-COUNT
               MOVE 0 TO WS-TOTAL-POINTS-RETURNED
               MOVE 'Y' TO WS-ORDER-EOF-SWITCH
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTFULF - CONFIRMATION COMMIT FAILED '
                           'SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
               END-IF
           END-IF.
       END-CONFIRMATION-PHASE-EXIT.
           EXIT.

       OPEN-OPEN-ORDER-CURSOR.
           EXEC SQL
              OPEN OPEN-ORDER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFULF - OPEN CURSOR FAILED SQLCODE = '
                       SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 'Y' TO WS-RUN-FAILED-SWITCH
               MOVE 'Y' TO WS-ORDER-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.
       OPEN-OPEN-ORDER-CURSOR-EXIT.
           EXIT.

       FETCH-NEXT-OPEN-ORDER.
           EXEC SQL
              FETCH OPEN-ORDER-CURSOR
              INTO  :CustFord-Order-Number,
                    :CustFord-Order-Timestamp,
                    :CustFord-Item-Code,
                    :CustCatl-Item-Desc,
                    :CustFord-Customer-Number,
                    :Customer-Number,
                    :Customer-First-Name,
                    :Customer-Last-Name,
                    :Customer-Address1,
                    :Customer-Address2,
                    :Customer-City,
                    :Customer-State-Code,
                    :Customer-Postal-Code
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
               WHEN OTHER
                   DISPLAY 'CUSTFULF - FETCH FAILED SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
           END-EVALUATE.
       FETCH-NEXT-OPEN-ORDER-EXIT.
           EXIT.

       CLOSE-OPEN-ORDER-CURSOR.
           EXEC SQL
              CLOSE OPEN-ORDER-CURSOR
           END-EXEC.
       CLOSE-OPEN-ORDER-CURSOR-EXIT.
           EXIT.

      *===============================================================*
      * One open order out to the vendor, then marked sent. The       *
      * status flip filters on 'O' and checks SQLERRD(3), so an order *
      * can't be written to the file without also being marked.       *
      *===============================================================*
       SEND-ONE-OPEN-ORDER.

           MOVE SPACES TO VENDOR-ORDER-RECORD.
           MOVE 'D' TO VF-RECORD-TYPE.
           MOVE CustFord-Order-Number    TO VD-ORDER-NUMBER.
           MOVE CustFord-Order-Timestamp TO VD-ORDER-DATE.
           MOVE CustFord-Item-Code       TO VD-ITEM-CODE.
           MOVE CustCatl-Item-Desc       TO VD-ITEM-DESC.
           MOVE CustFord-Customer-Number TO VD-CUSTOMER-NUMBER.
           MOVE Customer-First-Name      TO VD-FIRST-NAME.
           MOVE Customer-Last-Name       TO VD-LAST-NAME.
           MOVE Customer-Address1        TO VD-ADDRESS1.
           MOVE Customer-Address2        TO VD-ADDRESS2.
           MOVE Customer-City            TO VD-CITY.
           MOVE Customer-State-Code      TO VD-STATE-CODE.
           MOVE Customer-Postal-Code     TO VD-POSTAL-CODE.
           WRITE VENDOR-ORDER-RECORD.

           EXEC SQL
              UPDATE ZOSCONN.CUSTFORD
              SET ORDERSTATUS = 'S',
                  SENTDATE    = CURRENT DATE
              WHERE ORDERNUMBER = :CustFord-Order-Number
                AND ORDERSTATUS = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) NOT = 0
               ADD 1 TO WS-TOTAL-SENT-COUNT
           ELSE
               DISPLAY 'CUSTFULF - SENT UPDATE FAILED FOR ORDER '
                       CustFord-Order-Number ' SQLCODE = ' SQLCODE
               MOVE 'Y' TO WS-RUN-FAILED-SWITCH
               MOVE 'Y' TO WS-ORDER-EOF-SWITCH
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-RETURN-CODE
               ELSE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
       SEND-ONE-OPEN-ORDER-EXIT.
           EXIT.

      *===============================================================*
      * An open order whose customer is not on CUSTOM. There is no    *
      * name or address to ship to, and no balance to give the points *
      * back to, so the order is left open - not sent, not cancelled  *
      * - and listed for the desk, the way a cancellation for an      *
      * inactive customer is rejected 'NFND' rather than guessed at.  *
      * It is listed again every night until the desk resolves it.    *
      *===============================================================*
       HOLD-ORDER-WITHOUT-CUSTOMER.

           ADD 1 TO WS-TOTAL-HELD-COUNT.
           MOVE CustFord-Order-Number    TO HOL-ORDER-NUMBER.
           MOVE CustFord-Item-Code       TO HOL-ITEM-CODE.
           MOVE CustFord-Customer-Number TO HOL-CUSTOMER-NUMBER.
           MOVE HELD-ORDER-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.
           DISPLAY 'CUSTFULF - ORDER ' CustFord-Order-Number
                   ' CUSTOMER ' CustFord-Customer-Number
                   ' NOT ON CUSTOM - ORDER HELD'.
       HOLD-ORDER-WITHOUT-CUSTOMER-EXIT.
           EXIT.

      *===============================================================*
      * The vendor file and the 'S' flips stand or fall together. A   *
      * clean extract commits and writes the trailer; a failed one    *
      * rolls the flips back and leaves the file without its trailer, *
      * so the vendor refuses it and every order is still open for    *
      * the rerun.                                                    *
      *===============================================================*
       END-VENDOR-EXTRACT-PHASE.

           IF NOT FULFILMENT-RUN-FAILED
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTFULF - VENDOR EXTRACT COMMIT FAILED '
                           'SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-FAILED-SWITCH
               END-IF
           END-IF.

           IF FULFILMENT-RUN-FAILED
               IF WS-TOTAL-SENT-COUNT > 0
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'CUSTFULF - VENDOR EXTRACT ROLLED BACK - '
                           'FILE HAS NO TRAILER AND MUST NOT BE SENT'
                   MOVE 0 TO WS-TOTAL-SENT-COUNT
               END-IF
           ELSE
               MOVE SPACES TO VENDOR-ORDER-RECORD
               MOVE 'T' TO VF-RECORD-TYPE
               MOVE WS-TOTAL-SENT-COUNT TO VT-ORDER-COUNT
               WRITE VENDOR-ORDER-RECORD
               IF WS-TOTAL-HELD-COUNT > 0
                  AND WS-RETURN-CODE = 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       END-VENDOR-EXTRACT-PHASE-EXIT.
           EXIT.

       WRITE-FULFILMENT-TOTALS.
           MOVE WS-TOTAL-READ-COUNT TO RTL-READ-COUNT.
           MOVE READ-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-SHIPPED-COUNT TO STL-SHIPPED-COUNT.
           MOVE SHIPPED-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-CANCELLED-COUNT TO CTL-CANCELLED-COUNT.
           MOVE CANCELLED-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-PRIOR-RVSL-COUNT TO PTL-PRIOR-RVSL-COUNT.
           MOVE PRIOR-REVERSAL-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-POINTS-RETURNED TO PNL-POINTS-RETURNED.
           MOVE POINTS-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-REJECT-COUNT TO RJL-REJECT-COUNT.
           MOVE REJECT-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-SENT-COUNT TO SNL-SENT-COUNT.
           MOVE SENT-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.

           MOVE WS-TOTAL-HELD-COUNT TO HTL-HELD-COUNT.
           MOVE HELD-TOTAL-LINE TO FULFILMENT-REPORT-LINE.
           WRITE FULFILMENT-REPORT-LINE.
       WRITE-FULFILMENT-TOTALS-EXIT.
           EXIT.
