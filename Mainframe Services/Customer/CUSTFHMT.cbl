       CBL SOURCE,XREF,LIB,APOST
       CBL CICS('COBOL3')
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTFHMT                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Online review and clearance of reward     *
      *                     fraud holds                               *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a                                       *
      *                                                               *
      *  FUNCTION =                                                   *
      *  The fraud team's view of the ZOSCONN.CUSTFHLD holds the      *
      *  nightly CUSTFRAU run places on customers whose redemptions   *
      *  look like an account takeover. While a hold is live the      *
      *  CUSTOMER program refuses the customer's online redemptions   *
      *  and reversals with ErrorCode 'FHLD'.                         *
      *       Inquire on one customer's hold                          *
      *       Browse the live holds                                   *
      *       Clear a live hold                                       *
      *  A cleared hold is kept, marked HOLDSTATUS 'C' and stamped    *
      *  with who cleared it, from which terminal and when; CUSTFRAU  *
      *  only holds the customer again for activity after that.       *
      *  Operator authorization is enforced by CICS transaction       *
      *  security on the transaction this program runs under.         *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFHMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.

      * Switches and counters used by the Action 'B' browse
       01 BROWSE-WORKING-STORAGE.
           03 WS-BROWSE-EOF-SWITCH     PIC X VALUE 'N'.
               88 END-OF-BROWSE-ROWS       VALUE 'Y'.
           03 WS-BROWSE-CURSOR-SWITCH  PIC X VALUE 'N'.
               88 BROWSE-CURSOR-IS-OPEN    VALUE 'Y'.
           03 WS-MAX-BROWSE-ROWS       PIC S9(4) COMP-4 VALUE 20.

      * Variables for the CUSTFHLD reward fraud hold table
           COPY CUSTFHLD.

      *---------------------------------------------------------------*

      ***********************************
      ***   DB2 RELATED
      *** FOLLOWING DB2 DATA AREAS ARE FOR SB EBCDIC ENCODED STRINGS
      *****************************************************************
      *****************************************************************
      ***   DB2 STORAGE AREA FOR REWARD FRAUD HOLD TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTFHLD TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             HOLDSTATUS                     CHAR(1),
             HOLDDATE                       DATE,
             CASESCORE                      SMALLINT,
             EVIDENCEDATE                   DATE,
             CLEAREDTIMESTAMP               TIMESTAMP,
             CLEAREDUSERID                  CHAR(8),
             CLEAREDTERMID                  CHAR(4),
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Cursor for Action 'B' - the live holds, highest case score
      * first so the worst cases are worked first, then by customer.
      * FhldListStartAfterScore/FhldListStartAfterNumber page a
      * caller through more holds than fit in one FhldListRows batch.
           EXEC SQL
              DECLARE CUSTFHLD-BROWSE-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     CHAR(HOLDDATE, ISO),
                     CASESCORE,
                     CHAR(EVIDENCEDATE, ISO)
              FROM ZOSCONN.CUSTFHLD
              WHERE HOLDSTATUS = 'H'
                AND ((CASESCORE < :FhldListStartAfterScore)
                  OR (CASESCORE = :FhldListStartAfterScore
                      AND CUSTOMERNUMBER > :FhldListStartAfterNumber))
              ORDER BY CASESCORE DESC, CUSTOMERNUMBER
              FETCH FIRST 20 ROWS ONLY
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    L I N K A G E   S E C T I O N
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03  FhldAction                    PIC X.
          03  FhldErrorCode                 PIC X(4).
          03  FhldCustomerNumber            PIC S9(9) COMP-5.
      * Echoed back on inquire/clear - the hold as it now stands.
          03  FhldHoldStatus                PIC X.
          03  FhldHoldDate                  PIC X(10).
          03  FhldCaseScore                 PIC S9(4) COMP-5.
          03  FhldEvidenceDate              PIC X(10).
          03  FhldClearedTimestamp          PIC X(26).
          03  FhldClearedUserId             PIC X(8).
          03  FhldClearedTermId             PIC X(4).
      * Browse paging and results for Action 'B'. The first call
      * sends a start-after score of 9999 and customer number 0.
          03  FhldListStartAfterScore       PIC S9(4) COMP-5.
          03  FhldListStartAfterNumber      PIC S9(9) COMP-5.
          03  FhldListReturnedCount         PIC S9(4) COMP-5.
          03  FhldListRows OCCURS 20 TIMES.
              05  FhldListCustomerNumber    PIC S9(9) COMP-5.
              05  FhldListHoldDate          PIC X(10).
              05  FhldListCaseScore         PIC S9(4) COMP-5.
              05  FhldListEvidenceDate      PIC X(10).

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'Starting Program'.
           MOVE 00 TO WS-RETURN-CODE
           INITIALIZE CustFhld-Table.

      *----------------------------------------------------------------*
      * Check COMMAREA length and proceed.                             *
      *----------------------------------------------------------------*

           IF EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM CUSTFHLD-TABLE-ACTION
           ELSE
               PERFORM ABEND-WRONG-LENGTH-COMMAREA
           END-IF.

      * Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *===============================================================*
      * Procedure to route on FhldAction.                             *
      *===============================================================*
       CUSTFHLD-TABLE-ACTION.

           MOVE SPACES TO FhldErrorCode.
           EVALUATE FhldAction
               WHEN 'I'
                   PERFORM INQUIRE-FRAUD-HOLD
               WHEN 'B'
                   PERFORM BROWSE-LIVE-FRAUD-HOLDS
               WHEN 'C'
                   PERFORM CLEAR-FRAUD-HOLD
               WHEN OTHER
                   MOVE 999 TO WS-RETURN-CODE
                   MOVE 'CACT' TO FhldErrorCode
                   DISPLAY 'Invalid Action Code received'
                   EXEC CICS ABEND ABCODE('CACT')
                   END-EXEC
           END-EVALUATE.

       ABEND-WRONG-LENGTH-COMMAREA.
           MOVE 999 TO WS-RETURN-CODE
           DISPLAY 'Wrong-length Commarea received'
           EXEC CICS ABEND ABCODE('CALN')
           END-EXEC.
       ABEND-WRONG-LENGTH-COMMAREA-EXIT.
           EXIT.

      *===============================================================*
      * Procedure to turn an SQLCODE from a failed statement against  *
      * CUSTFHLD into a specific ErrorCode - same mapping the         *
      * CUSTOMER program uses.                                        *
      *===============================================================*
       MAP-SQLCODE-TO-ERROR-CODE.

           EVALUATE SQLCODE
               WHEN 100
                   MOVE 'NFND' TO FhldErrorCode
               WHEN -803
                   MOVE 'DUPK' TO FhldErrorCode
               WHEN -924
                   MOVE 'DBUN' TO FhldErrorCode
               WHEN -925
                   MOVE 'DBUN' TO FhldErrorCode
               WHEN OTHER
                   MOVE 'ERR ' TO FhldErrorCode
           END-EVALUATE.
       MAP-SQLCODE-TO-ERROR-CODE-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'I' - returns the customer's hold, live  *
      * or cleared. A customer never held comes back 'NFND'.          *
      *===============================================================*
       INQUIRE-FRAUD-HOLD.

           MOVE FhldCustomerNumber TO CustFhld-Customer-Number.
           PERFORM READ-BACK-FRAUD-HOLD.
       INQUIRE-FRAUD-HOLD-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'C' - clears a live hold. The row is     *
      * kept, marked HOLDSTATUS 'C' and stamped with who cleared it,  *
      * from which terminal and when, and the CUSTOMER program stops  *
      * refusing the customer immediately. A customer with no live    *
      * hold comes back 'NFND'.                                       *
      *===============================================================*
       CLEAR-FRAUD-HOLD.

           MOVE FhldCustomerNumber TO CustFhld-Customer-Number.
           MOVE EIBUSRID TO CustFhld-Cleared-User-Id.
           MOVE EIBTRMID TO CustFhld-Cleared-Term-Id.
           EXEC SQL
              UPDATE ZOSCONN.CUSTFHLD
              SET HOLDSTATUS       = 'C',
                  CLEAREDTIMESTAMP = CURRENT TIMESTAMP,
                  CLEAREDUSERID    = :CustFhld-Cleared-User-Id,
                  CLEAREDTERMID    = :CustFhld-Cleared-Term-Id,
                  LASTUPDATED      = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :CustFhld-Customer-Number
                AND HOLDSTATUS     = 'H'
           END-EXEC.

           IF SQLCODE = 0
               IF SQLERRD(3) = 0
                   DISPLAY 'CUSTFHLD CLEAR MATCHED NO LIVE HOLD FOR '
                           'CUSTOMER NUMBER ' FhldCustomerNumber
                   MOVE 'NFND' TO FhldErrorCode
               ELSE
                   DISPLAY 'CUSTFHLD HOLD CLEARED FOR CUSTOMER NUMBER '
                           FhldCustomerNumber ' BY '
                           CustFhld-Cleared-User-Id
                   PERFORM READ-BACK-FRAUD-HOLD
               END-IF
           ELSE
               DISPLAY 'CUSTFHLD CLEAR FAILED SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       CLEAR-FRAUD-HOLD-EXIT.
           EXIT.

      *===============================================================*
      * Echoes the hold as it now stands back to the caller. The      *
      * cleared fields are blank on a live hold.                      *
      *===============================================================*
       READ-BACK-FRAUD-HOLD.

           EXEC SQL
              SELECT HOLDSTATUS,
                     CHAR(HOLDDATE, ISO),
                     CASESCORE,
                     CHAR(EVIDENCEDATE, ISO),
                     COALESCE(CHAR(CLEAREDTIMESTAMP), ' '),
                     COALESCE(CLEAREDUSERID, ' '),
                     COALESCE(CLEAREDTERMID, ' ')
              INTO  :CustFhld-Hold-Status,
                    :CustFhld-Hold-Date,
                    :CustFhld-Case-Score,
                    :CustFhld-Evidence-Date,
                    :CustFhld-Cleared-Timestamp,
                    :CustFhld-Cleared-User-Id,
                    :CustFhld-Cleared-Term-Id
              FROM ZOSCONN.CUSTFHLD
              WHERE CUSTOMERNUMBER = :CustFhld-Customer-Number
           END-EXEC.

           IF SQLCODE = 0
               MOVE CustFhld-Hold-Status       TO FhldHoldStatus
               MOVE CustFhld-Hold-Date         TO FhldHoldDate
               MOVE CustFhld-Case-Score        TO FhldCaseScore
               MOVE CustFhld-Evidence-Date     TO FhldEvidenceDate
               MOVE CustFhld-Cleared-Timestamp TO FhldClearedTimestamp
               MOVE CustFhld-Cleared-User-Id   TO FhldClearedUserId
               MOVE CustFhld-Cleared-Term-Id   TO FhldClearedTermId
           ELSE
               DISPLAY 'CUSTFHLD READ FAILED FOR CUSTOMER NUMBER '
                       FhldCustomerNumber ' SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       READ-BACK-FRAUD-HOLD-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'B' - returns up to WS-MAX-BROWSE-ROWS   *
      * live holds in FhldListRows. A caller wanting more sends the   *
      * last FhldListCaseScore/FhldListCustomerNumber returned back   *
      * in the FhldListStartAfter fields.                             *
      *===============================================================*
       BROWSE-LIVE-FRAUD-HOLDS.

           MOVE 0 TO FhldListReturnedCount.
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
           MOVE 'N' TO WS-BROWSE-CURSOR-SWITCH.

           EXEC SQL
              OPEN CUSTFHLD-BROWSE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'OPEN BROWSE CURSOR FAILED SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
               SET END-OF-BROWSE-ROWS TO TRUE
           ELSE
               MOVE 'Y' TO WS-BROWSE-CURSOR-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-BROWSE-ROWS
                       OR FhldListReturnedCount = WS-MAX-BROWSE-ROWS
               PERFORM FETCH-NEXT-BROWSE-ROW
           END-PERFORM.

           IF BROWSE-CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE CUSTFHLD-BROWSE-CURSOR
               END-EXEC
           END-IF.
       BROWSE-LIVE-FRAUD-HOLDS-EXIT.
           EXIT.

      *===============================================================*
      * Fetches one row off CUSTFHLD-BROWSE-CURSOR into the next      *
      * free slot in FhldListRows.                                    *
      *===============================================================*
       FETCH-NEXT-BROWSE-ROW.

           ADD 1 TO FhldListReturnedCount.
           EXEC SQL
              FETCH CUSTFHLD-BROWSE-CURSOR
              INTO  :FhldListCustomerNumber(FhldListReturnedCount),
                    :FhldListHoldDate(FhldListReturnedCount),
                    :FhldListCaseScore(FhldListReturnedCount),
                    :FhldListEvidenceDate(FhldListReturnedCount)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SUBTRACT 1 FROM FhldListReturnedCount
                   SET END-OF-BROWSE-ROWS TO TRUE
               WHEN OTHER
                   SUBTRACT 1 FROM FhldListReturnedCount
                   DISPLAY 'FETCH BROWSE ROW FAILED SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
                   SET END-OF-BROWSE-ROWS TO TRUE
           END-EVALUATE.
       FETCH-NEXT-BROWSE-ROW-EXIT.
           EXIT.
