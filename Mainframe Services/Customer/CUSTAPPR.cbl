       CBL SOURCE,XREF,LIB,APOST
       CBL CICS('COBOL3')
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTAPPR                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Online second-user approval of held       *
      *                     customer changes                          *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a                                       *
      *                                                               *
      *  FUNCTION =                                                   *
      *  The checker's view of the ZOSCONN.CUSTPEND queue. CUSTOMER   *
      *  holds a 'U' spending-limit raise, 'M' merge, 'S' restore or  *
      *  'V' reversal there, with ErrorCode 'PEND', when it crosses   *
      *  its ZOSCONN.CUSTAPTH threshold.                              *
      *       List the items waiting on the calling user              *
      *       Inquire on one item                                     *
      *       Approve an item                                         *
      *       Reject an item                                          *
      *  Nobody can approve or reject an item they raised ('ASLF').   *
      *  Approval replays the held request through CUSTOMER, which    *
      *  applies the change and closes the item in one unit of work   *
      *  and writes the CUSTHIST before-image naming both users;      *
      *  CUSTOMER's ErrorCode comes back in ApprErrorCode. A rejected *
      *  item is closed with the reason given and nothing applied.    *
      *  Items still pending after the set number of days are         *
      *  expired by the nightly CUSTAPND run. Operator authorization  *
      *  is enforced by CICS transaction security on the transaction  *
      *  this program runs under.                                     *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  A stale spending-limit raise now comes back from *
      *              CUSTOMER 'ASTL' with the item rejected.          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPPR.
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
           03 WS-RESP1                 PIC S9(8) COMP.
           03 WS-RESP2                 PIC S9(8) COMP.

      * Switches and counters used by the Action 'L' list
       01 LIST-WORKING-STORAGE.
           03 WS-LIST-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-LIST-ROWS         VALUE 'Y'.
           03 WS-LIST-CURSOR-SWITCH    PIC X VALUE 'N'.
               88 LIST-CURSOR-IS-OPEN      VALUE 'Y'.
           03 WS-MAX-LIST-ROWS         PIC S9(4) COMP-4 VALUE 20.

      * Switch for the checks ahead of an approve or reject
       01 DECISION-WORKING-STORAGE.
           03 WS-DECISION-SWITCH       PIC X VALUE 'N'.
               88 DECISION-REFUSED         VALUE 'Y'.
               88 DECISION-NOT-REFUSED     VALUE 'N'.

      * Variables for the CUSTPEND pending-approval queue table
           COPY CUSTPEND.

      * The CUSTOMER program's request, rebuilt from the held image
      * and passed to it on approval
       01 CUSTOMER-COMMAREA.
           COPY CUSTCOMM.

      *---------------------------------------------------------------*

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

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Cursor for Action 'L' - the items still pending that someone
      * other than the caller raised, oldest first so nothing waits
      * longest. ApprListStartAfterId pages a caller through more
      * items than fit in one ApprListRows batch.
           EXEC SQL
              DECLARE CUSTPEND-LIST-CURSOR CURSOR FOR
              SELECT PENDINGID,
                     ACTIONCODE,
                     CUSTOMERNUMBER,
                     RELATEDNUMBER,
                     BEFOREVALUE,
                     AFTERVALUE,
                     BEFORESTATUS,
                     AFTERSTATUS,
                     REQUESTUSERID,
                     CHAR(REQUESTTIMESTAMP)
              FROM ZOSCONN.CUSTPEND
              WHERE PENDINGSTATUS  = 'P'
                AND REQUESTUSERID <> :CustPend-Decision-User-Id
                AND PENDINGID      > :ApprListStartAfterId
              ORDER BY PENDINGID
              FETCH FIRST 20 ROWS ONLY
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    L I N K A G E   S E C T I O N
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03  ApprAction                    PIC X.
          03  ApprErrorCode                 PIC X(4).
          03  ApprPendingId                 PIC S9(9) COMP-5.
      * Sent on a reject - why the change is not going ahead.
          03  ApprDecisionReason            PIC X(50).
      * Echoed back on inquire/approve/reject - the item as it now
      * stands.
          03  ApprActionCode                PIC X.
          03  ApprCustomerNumber            PIC S9(9) COMP-5.
          03  ApprRelatedNumber             PIC S9(9) COMP-5.
          03  ApprPendingStatus             PIC X.
          03  ApprBeforeValue               PIC S9(9) COMP-5.
          03  ApprAfterValue                PIC S9(9) COMP-5.
          03  ApprBeforeStatus              PIC X.
          03  ApprAfterStatus               PIC X.
          03  ApprRequestUserId             PIC X(8).
          03  ApprRequestTermId             PIC X(4).
          03  ApprRequestTimestamp          PIC X(26).
          03  ApprDecisionUserId            PIC X(8).
          03  ApprDecisionTermId            PIC X(4).
          03  ApprDecisionTimestamp         PIC X(26).
      * List paging and results for Action 'L'. The first call sends
      * a start-after id of 0.
          03  ApprListStartAfterId          PIC S9(9) COMP-5.
          03  ApprListReturnedCount         PIC S9(4) COMP-5.
          03  ApprListRows OCCURS 20 TIMES.
              05  ApprListPendingId         PIC S9(9) COMP-5.
              05  ApprListActionCode        PIC X.
              05  ApprListCustomerNumber    PIC S9(9) COMP-5.
              05  ApprListRelatedNumber     PIC S9(9) COMP-5.
              05  ApprListBeforeValue       PIC S9(9) COMP-5.
              05  ApprListAfterValue        PIC S9(9) COMP-5.
              05  ApprListBeforeStatus      PIC X.
              05  ApprListAfterStatus       PIC X.
              05  ApprListRequestUserId     PIC X(8).
              05  ApprListRequestTimestamp  PIC X(26).

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'Starting Program'.
           MOVE 00 TO WS-RETURN-CODE
           INITIALIZE CustPend-Table.

      *----------------------------------------------------------------*
      * Check COMMAREA length and proceed.                             *
      *----------------------------------------------------------------*

           IF EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM CUSTPEND-TABLE-ACTION
           ELSE
               PERFORM ABEND-WRONG-LENGTH-COMMAREA
           END-IF.

      * Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *===============================================================*
      * Procedure to route on ApprAction.                             *
      *===============================================================*
       CUSTPEND-TABLE-ACTION.

           MOVE SPACES TO ApprErrorCode.
           EVALUATE ApprAction
               WHEN 'L'
                   PERFORM LIST-ITEMS-AWAITING-APPROVAL
               WHEN 'I'
                   PERFORM INQUIRE-PENDING-ITEM
               WHEN 'A'
                   PERFORM APPROVE-PENDING-ITEM
               WHEN 'R'
                   PERFORM REJECT-PENDING-ITEM
               WHEN OTHER
                   MOVE 999 TO WS-RETURN-CODE
                   MOVE 'CACT' TO ApprErrorCode
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
      * CUSTPEND into a specific ErrorCode - same mapping the         *
      * CUSTOMER program uses.                                        *
      *===============================================================*
       MAP-SQLCODE-TO-ERROR-CODE.

           EVALUATE SQLCODE
               WHEN 100
                   MOVE 'NFND' TO ApprErrorCode
               WHEN -803
                   MOVE 'DUPK' TO ApprErrorCode
               WHEN -924
                   MOVE 'DBUN' TO ApprErrorCode
               WHEN -925
                   MOVE 'DBUN' TO ApprErrorCode
               WHEN OTHER
                   MOVE 'ERR ' TO ApprErrorCode
           END-EVALUATE.
       MAP-SQLCODE-TO-ERROR-CODE-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'I' - returns one item whatever its      *
      * status. An unknown id comes back 'NFND'.                      *
      *===============================================================*
       INQUIRE-PENDING-ITEM.

           MOVE ApprPendingId TO CustPend-Pending-Id.
           PERFORM READ-BACK-PENDING-ITEM.
       INQUIRE-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'A' - approves an item. It must still be *
      * pending ('APNF' otherwise) and raised by another user         *
      * ('ASLF'). The held request is rebuilt - the baseline image as *
      * the requester sent it, the merge-from customer or the entry   *
      * to reverse from RELATEDNUMBER, and the item's id - and passed *
      * to CUSTOMER, which checks the item again under lock, applies  *
      * the change and closes the item. Whatever CUSTOMER says comes  *
      * back in ApprErrorCode, with the item as it now stands - a     *
      * stale 'U' comes back 'ASTL' with the item already rejected.   *
      *===============================================================*
       APPROVE-PENDING-ITEM.

           MOVE ApprPendingId TO CustPend-Pending-Id.
           PERFORM CHECK-ITEM-OPEN-TO-CALLER.

           IF DECISION-NOT-REFUSED
               INITIALIZE CUSTOMER-COMMAREA
               MOVE CustPend-Request-Image TO DFHCOMMAREA-BASELINE
               MOVE SPACES TO ErrorCode
               EVALUATE CustPend-Action-Code
                   WHEN 'M'
                       MOVE CustPend-Related-Number
                           TO MergeFromCustomerNumber
                   WHEN 'V'
                       MOVE CustPend-Related-Number
                           TO RewardsTransactionId
               END-EVALUATE
               MOVE CustPend-Pending-Id TO ApprovalPendingId

               EXEC CICS LINK PROGRAM('CUSTOMER')
                    COMMAREA(CUSTOMER-COMMAREA)
                    LENGTH(LENGTH OF CUSTOMER-COMMAREA)
                    RESP(WS-RESP1) RESP2(WS-RESP2)
               END-EXEC

               IF WS-RESP1 = DFHRESP(NORMAL)
                   MOVE ErrorCode TO ApprErrorCode
                   DISPLAY 'PENDING ITEM ' ApprPendingId
                           ' APPROVAL BY ' EIBUSRID
                           ' ERRORCODE = ' ErrorCode
               ELSE
                   MOVE 'ERR ' TO ApprErrorCode
                   DISPLAY 'LINK TO CUSTOMER FAILED FOR PENDING ITEM '
                           ApprPendingId ' - RESP = ' WS-RESP1
               END-IF

               PERFORM READ-BACK-PENDING-ITEM
           END-IF.
       APPROVE-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'R' - rejects an item. The item is kept, *
      * marked PENDINGSTATUS 'R' and stamped with who rejected it,    *
      * from which terminal, when and why. Nothing is applied.        *
      *===============================================================*
       REJECT-PENDING-ITEM.

           MOVE ApprPendingId TO CustPend-Pending-Id.
           PERFORM CHECK-ITEM-OPEN-TO-CALLER.

           IF DECISION-NOT-REFUSED
               MOVE EIBUSRID TO CustPend-Decision-User-Id
               MOVE EIBTRMID TO CustPend-Decision-Term-Id
               MOVE ApprDecisionReason TO CustPend-Decision-Reason
               EXEC SQL
                  UPDATE ZOSCONN.CUSTPEND
                  SET PENDINGSTATUS     = 'R',
                      DECISIONUSERID    = :CustPend-Decision-User-Id,
                      DECISIONTERMID    = :CustPend-Decision-Term-Id,
                      DECISIONTIMESTAMP = CURRENT TIMESTAMP,
                      DECISIONREASON    = :CustPend-Decision-Reason
                  WHERE PENDINGID      = :CustPend-Pending-Id
                    AND PENDINGSTATUS  = 'P'
                    AND REQUESTUSERID <> :CustPend-Decision-User-Id
               END-EXEC

               IF SQLCODE = 0
                   IF SQLERRD(3) = 0
                       DISPLAY 'CUSTPEND REJECT MATCHED NO PENDING '
                               'ITEM FOR ID ' ApprPendingId
                       MOVE 'APNF' TO ApprErrorCode
                   ELSE
                       DISPLAY 'CUSTPEND ITEM ' ApprPendingId
                               ' REJECTED BY '
                               CustPend-Decision-User-Id
                   END-IF
                   PERFORM READ-BACK-PENDING-ITEM
               ELSE
                   DISPLAY 'CUSTPEND REJECT FAILED SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
               END-IF
           END-IF.
       REJECT-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * An item can only be decided while it is pending ('APNF' once  *
      * approved, rejected or expired) and only by someone other than *
      * the user who raised it ('ASLF').                              *
      *===============================================================*
       CHECK-ITEM-OPEN-TO-CALLER.

           SET DECISION-NOT-REFUSED TO TRUE.

           EXEC SQL
              SELECT ACTIONCODE,
                     RELATEDNUMBER,
                     PENDINGSTATUS,
                     REQUESTIMAGE,
                     REQUESTUSERID
              INTO  :CustPend-Action-Code,
                    :CustPend-Related-Number,
                    :CustPend-Pending-Status,
                    :CustPend-Request-Image,
                    :CustPend-Request-User-Id
              FROM ZOSCONN.CUSTPEND
              WHERE PENDINGID = :CustPend-Pending-Id
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET DECISION-REFUSED TO TRUE
                   DISPLAY 'CUSTPEND READ FAILED FOR ID '
                           ApprPendingId ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
               WHEN CustPend-Pending-Status NOT = 'P'
                   SET DECISION-REFUSED TO TRUE
                   MOVE 'APNF' TO ApprErrorCode
                   DISPLAY 'CUSTPEND ITEM ' ApprPendingId
                           ' IS NO LONGER PENDING - STATUS '
                           CustPend-Pending-Status
                   PERFORM READ-BACK-PENDING-ITEM
               WHEN CustPend-Request-User-Id = EIBUSRID
                   SET DECISION-REFUSED TO TRUE
                   MOVE 'ASLF' TO ApprErrorCode
                   DISPLAY 'USER ' EIBUSRID ' MAY NOT DECIDE OWN '
                           'PENDING ITEM ' ApprPendingId
                   PERFORM READ-BACK-PENDING-ITEM
           END-EVALUATE.
       CHECK-ITEM-OPEN-TO-CALLER-EXIT.
           EXIT.

      *===============================================================*
      * Echoes the item as it now stands back to the caller. The      *
      * decision fields are blank while it is pending.                *
      *===============================================================*
       READ-BACK-PENDING-ITEM.

           EXEC SQL
              SELECT ACTIONCODE,
                     CUSTOMERNUMBER,
                     RELATEDNUMBER,
                     PENDINGSTATUS,
                     BEFOREVALUE,
                     AFTERVALUE,
                     BEFORESTATUS,
                     AFTERSTATUS,
                     REQUESTUSERID,
                     REQUESTTERMID,
                     CHAR(REQUESTTIMESTAMP),
                     COALESCE(DECISIONUSERID, ' '),
                     COALESCE(DECISIONTERMID, ' '),
                     COALESCE(CHAR(DECISIONTIMESTAMP), ' ')
              INTO  :CustPend-Action-Code,
                    :CustPend-Customer-Number,
                    :CustPend-Related-Number,
                    :CustPend-Pending-Status,
                    :CustPend-Before-Value,
                    :CustPend-After-Value,
                    :CustPend-Before-Status,
                    :CustPend-After-Status,
                    :CustPend-Request-User-Id,
                    :CustPend-Request-Term-Id,
                    :CustPend-Request-Timestamp,
                    :CustPend-Decision-User-Id,
                    :CustPend-Decision-Term-Id,
                    :CustPend-Decision-Timestamp
              FROM ZOSCONN.CUSTPEND
              WHERE PENDINGID = :CustPend-Pending-Id
           END-EXEC.

           IF SQLCODE = 0
               MOVE CustPend-Action-Code      TO ApprActionCode
               MOVE CustPend-Customer-Number  TO ApprCustomerNumber
               MOVE CustPend-Related-Number   TO ApprRelatedNumber
               MOVE CustPend-Pending-Status   TO ApprPendingStatus
               MOVE CustPend-Before-Value     TO ApprBeforeValue
               MOVE CustPend-After-Value      TO ApprAfterValue
               MOVE CustPend-Before-Status    TO ApprBeforeStatus
               MOVE CustPend-After-Status     TO ApprAfterStatus
               MOVE CustPend-Request-User-Id  TO ApprRequestUserId
               MOVE CustPend-Request-Term-Id  TO ApprRequestTermId
               MOVE CustPend-Request-Timestamp
                   TO ApprRequestTimestamp
               MOVE CustPend-Decision-User-Id TO ApprDecisionUserId
               MOVE CustPend-Decision-Term-Id TO ApprDecisionTermId
               MOVE CustPend-Decision-Timestamp
                   TO ApprDecisionTimestamp
           ELSE
               DISPLAY 'CUSTPEND READ FAILED FOR ID '
                       ApprPendingId ' SQLCODE = ' SQLCODE
               IF ApprErrorCode = SPACES
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
               END-IF
           END-IF.
       READ-BACK-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'L' - returns up to WS-MAX-LIST-ROWS     *
      * pending items the caller may decide in ApprListRows. A caller *
      * wanting more sends the last ApprListPendingId returned back   *
      * in ApprListStartAfterId.                                      *
      *===============================================================*
       LIST-ITEMS-AWAITING-APPROVAL.

           MOVE 0 TO ApprListReturnedCount.
           MOVE 'N' TO WS-LIST-EOF-SWITCH.
           MOVE 'N' TO WS-LIST-CURSOR-SWITCH.
           MOVE EIBUSRID TO CustPend-Decision-User-Id.

           EXEC SQL
              OPEN CUSTPEND-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'OPEN LIST CURSOR FAILED SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
               SET END-OF-LIST-ROWS TO TRUE
           ELSE
               MOVE 'Y' TO WS-LIST-CURSOR-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-LIST-ROWS
                       OR ApprListReturnedCount = WS-MAX-LIST-ROWS
               PERFORM FETCH-NEXT-LIST-ROW
           END-PERFORM.

           IF LIST-CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE CUSTPEND-LIST-CURSOR
               END-EXEC
           END-IF.
       LIST-ITEMS-AWAITING-APPROVAL-EXIT.
           EXIT.

      *===============================================================*
      * Fetches one row off CUSTPEND-LIST-CURSOR into the next free   *
      * slot in ApprListRows.                                         *
      *===============================================================*
       FETCH-NEXT-LIST-ROW.

           ADD 1 TO ApprListReturnedCount.
           EXEC SQL
              FETCH CUSTPEND-LIST-CURSOR
              INTO  :ApprListPendingId(ApprListReturnedCount),
                    :ApprListActionCode(ApprListReturnedCount),
                    :ApprListCustomerNumber(ApprListReturnedCount),
                    :ApprListRelatedNumber(ApprListReturnedCount),
                    :ApprListBeforeValue(ApprListReturnedCount),
                    :ApprListAfterValue(ApprListReturnedCount),
                    :ApprListBeforeStatus(ApprListReturnedCount),
                    :ApprListAfterStatus(ApprListReturnedCount),
                    :ApprListRequestUserId(ApprListReturnedCount),
                    :ApprListRequestTimestamp(ApprListReturnedCount)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SUBTRACT 1 FROM ApprListReturnedCount
                   SET END-OF-LIST-ROWS TO TRUE
               WHEN OTHER
                   SUBTRACT 1 FROM ApprListReturnedCount
                   DISPLAY 'FETCH LIST ROW FAILED SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
                   SET END-OF-LIST-ROWS TO TRUE
           END-EVALUATE.
       FETCH-NEXT-LIST-ROW-EXIT.
           EXIT.
