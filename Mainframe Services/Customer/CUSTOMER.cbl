      *              reverse a reversal ('ERVS') - so the desk stops *
      *              fixing mis-postings with eyeballed compensating  *
      *              'P' actions CUSTRCON can't explain.              *
      *  2026-10-15  New Action 'O' redeems an item off the           *
      *              ZOSCONN.CUSTCATL redemption catalogue: checks    *
      *              the item is in stock and in its effective dates  *
      *              ('EITM'), checks REWARDSCODE covers the point    *
      *              cost ('EBAL'), posts the 'RDEM' ledger entry     *
      *              carrying the ITEMCODE, and records an open       *
      *              fulfilment order on ZOSCONN.CUSTFORD for the     *
      *              nightly CUSTFULF vendor file. The order number   *
      *              comes back in RedeemOrderNumber.                 *
      *  2026-10-15  Action 'P' EARN postings apply the earn          *
      *              multiplier of the customer's loyalty tier on     *
      *              ZOSCONN.CUSTTIER; the ledger row records the     *
      *              base and the tier bonus beside the total, and an *
      *              Action 'V' reversal carries the original's base  *
      *              and bonus back out negated.                      *
      *  2026-10-15  A customer on a live ZOSCONN.CUSTFHLD fraud hold *
      *              is refused Action 'P' redemptions (a negative    *
      *              RewardsCode), Action 'V' reversals and Action    *
      *              'O' redemptions with ErrorCode 'FHLD' until the  *
      *              fraud team clears the hold. Every ledger entry   *
      *              posted online carries the posting user id and    *
      *              terminal for the nightly CUSTFRAU monitoring.    *
      *  2026-10-15  Maker-checker dual approval. A 'U' spending-     *
      *              limit raise, 'M' merge, 'S' restore or 'V'       *
      *              reversal whose value crosses its live            *
      *              ZOSCONN.CUSTAPTH threshold is queued on          *
      *              ZOSCONN.CUSTPEND with ErrorCode 'PEND' instead   *
      *              of being applied. A request carrying the         *
      *              ApprovalPendingId of a pending item is the       *
      *              CUSTAPPR approval: it is refused 'APNF', 'APMM'  *
      *              or 'ASLF' unless the item is still pending,      *
      *              matches the request and was raised by another    *
      *              user, and once applied the item is marked        *
      *              approved. CUSTHIST rows and the reversal ledger  *
      *              entry then name the requesting user and CUSTHIST *
      *              the approver too. 'S' now writes a CUSTHIST row. *
      *              The commarea layout moved to the CUSTCOMM        *
      *              copybook.                                        *
      *  2026-10-15  Contact preferences. New Action 'G' returns the  *
      *              customer's opt-in/opt-out status per channel     *
      *              ('MAIL', 'PHON', 'STMT') off ZOSCONN.CUSTCPRF    *
      *              and new Action 'W' sets one channel, stamped     *
      *              with the date and source ('DESK', 'NCOA',        *
      *              'BULK'). Bad channel, status or source is        *
      *              refused 'ECHN', 'EOPT' or 'ESRC'. Every change   *
      *              writes a before-image to ZOSCONN.CUSTCPHS. Both  *
      *              use the additive DFHCOMMAREA-CONTACT group.      *
      *  2026-10-15  A threshold change that differs from the one     *
      *              already pending for the same action, customer    *
      *              and related number is refused 'PDIF' with the    *
      *              pending item's id, instead of coming back 'PEND' *
      *              as though it had been queued. Only a repeat of   *
      *              the pending change itself still gets 'PEND'.     *
      *  2026-10-15  An approval replay must also carry the queued    *
      *              request image and move the value by the queued   *
      *              amount ('APMM'). An approved 'U' applies         *
      *              SPENDINGCODE alone, and is refused 'ASTL' with   *
      *              the item rejected when SPENDINGCODE is no longer *
      *              the queued before value or the customer has      *
      *              changed since the request. A queued item whose   *
      *              id can't be read back is rolled back.            *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
               88 POSTCODE-IN-RANGE        VALUE 'Y'.
               88 POSTCODE-NOT-IN-RANGE    VALUE 'N'.

      * Switches and work fields used by the Action 'M' account merge.
      * 'Q' - held for approval - stops the merge like a failure but
      * is not rolled back.
       01 MERGE-WORKING-STORAGE.
           03 WS-MERGE-FAILED-SWITCH   PIC X VALUE 'N'.
               88 MERGE-FAILED             VALUE 'Y' 'Q'.
               88 MERGE-QUEUED             VALUE 'Q'.
               88 MERGE-NOT-FAILED         VALUE 'N'.
           03 WS-AUDIT-CUSTOMER-NUMBER PIC S9(9) COMP-4.
           03 WS-MERGED-REWARD-BALANCE PIC S9(9) COMP-4.
           03 WS-MAX-HOUSEHOLD-ROWS    PIC S9(4) COMP-4 VALUE 25.
           03 WS-HOUSEHOLD-NUMBER      PIC S9(9) COMP-4.

      * Switches and work fields used by the Action 'V' reversal.
      * 'Q' - held for approval - stops the reversal like a failure
      * but is not rolled back.
       01 REVERSAL-WORKING-STORAGE.
           03 WS-REVERSAL-FAILED-SWITCH PIC X VALUE 'N'.
               88 REVERSAL-FAILED          VALUE 'Y' 'Q'.
               88 REVERSAL-QUEUED          VALUE 'Q'.
               88 REVERSAL-NOT-FAILED      VALUE 'N'.
           03 WS-ORIGINAL-CUSTOMER     PIC S9(9) COMP-4.
           03 WS-ORIGINAL-POINTS       PIC S9(9) COMP-4.
           03 WS-ORIGINAL-BASE         PIC S9(9) COMP-4.
           03 WS-ORIGINAL-BONUS        PIC S9(9) COMP-4.
           03 WS-ORIGINAL-REVERSAL-OF  PIC S9(9) COMP-4.
           03 WS-REVERSAL-DELTA        PIC S9(9) COMP-4.
           03 WS-REVERSAL-BASE         PIC S9(9) COMP-4.
           03 WS-REVERSAL-BONUS        PIC S9(9) COMP-4.
           03 WS-EXISTING-REVERSAL-ID  PIC S9(9) COMP-4.
           03 WS-REVERSED-ID-DISPLAY   PIC 9(9).

      * Switches and work fields used by the Action 'O' redemption
       01 REDEEM-WORKING-STORAGE.
           03 WS-REDEEM-FAILED-SWITCH  PIC X VALUE 'N'.
               88 REDEEM-FAILED            VALUE 'Y'.
               88 REDEEM-NOT-FAILED        VALUE 'N'.
           03 WS-REDEEM-DELTA          PIC S9(9) COMP-4.

      * Switch used by the Action 'P' loyalty tier multiplier lookup
       01 TIER-WORKING-STORAGE.
           03 WS-TIER-LOOKUP-SWITCH    PIC X VALUE 'N'.
               88 TIER-LOOKUP-FAILED       VALUE 'Y'.
               88 TIER-LOOKUP-NOT-FAILED   VALUE 'N'.

      * Fraud hold check ahead of a redemption or reversal
       01 FRAUD-HOLD-WORKING-STORAGE.
           03 WS-FRAUD-HOLD-SWITCH     PIC X VALUE 'N'.
               88 FRAUD-HOLD-REFUSED       VALUE 'Y'.
               88 FRAUD-HOLD-NOT-REFUSED   VALUE 'N'.
           03 WS-HOLD-CUSTOMER-NUMBER  PIC S9(9) COMP-4.

      * Switches and work fields for the maker-checker approval gate.
      * The audit user and terminal are the caller's own unless the
      * request is an approved replay, when they are the requester's
      * and the approver is the caller.
       01 APPROVAL-WORKING-STORAGE.
           03 WS-GATE-SWITCH           PIC X VALUE 'P'.
               88 GATE-PROCEED             VALUE 'P'.
               88 GATE-QUEUED              VALUE 'Q'.
               88 GATE-REFUSED             VALUE 'R'.
           03 WS-APPROVAL-APPLY-SWITCH PIC X VALUE 'N'.
               88 APPROVAL-APPLYING        VALUE 'Y'.
               88 APPROVAL-NOT-APPLYING    VALUE 'N'.
           03 WS-APPROVAL-GROUP-SWITCH PIC X VALUE 'N'.
               88 APPROVAL-GROUP-SENT      VALUE 'Y'.
               88 APPROVAL-GROUP-NOT-SENT  VALUE 'N'.
           03 WS-APPROVAL-MARK-SWITCH  PIC X VALUE 'N'.
               88 APPROVAL-MARK-FAILED     VALUE 'Y'.
               88 APPROVAL-MARK-NOT-FAILED VALUE 'N'.
           03 WS-APPROVAL-PENDING-ID   PIC S9(9) COMP-4.
           03 WS-GATE-CUSTOMER-NUMBER  PIC S9(9) COMP-4.
           03 WS-GATE-RELATED-NUMBER   PIC S9(9) COMP-4.
           03 WS-GATE-TEST-VALUE       PIC S9(9) COMP-4.
           03 WS-CURRENT-SPENDING      PIC S9(9) COMP-4.
           03 WS-CURRENT-REWARDS       PIC S9(9) COMP-4.
           03 WS-CURRENT-STATUS        PIC X.
           03 WS-AUDIT-USER-ID         PIC X(8).
           03 WS-AUDIT-TERM-ID         PIC X(4).
           03 WS-APPROVER-USER-ID      PIC X(8).
           03 WS-PENDING-ID-DISPLAY    PIC 9(9).
           03 WS-PENDING-CLASH-SWITCH  PIC X VALUE 'N'.
               88 PENDING-CLASH            VALUE 'Y'.
               88 PENDING-NO-CLASH         VALUE 'N'.
           03 WS-QUEUED-BEFORE-VALUE   PIC S9(9) COMP-4.
           03 WS-QUEUED-AFTER-VALUE    PIC S9(9) COMP-4.
           03 WS-QUEUED-REQUEST-IMAGE  PIC X(577).
      * ErrorCode is output only, so it is left out when a queued
      * image is compared with the request in hand.
           03 WS-QUEUED-IMAGE-PARTS REDEFINES WS-QUEUED-REQUEST-IMAGE.
               05 WS-QUEUED-IMAGE-ACTION   PIC X.
               05 WS-QUEUED-IMAGE-ERROR    PIC X(4).
               05 WS-QUEUED-IMAGE-FIELDS   PIC X(572).
           03 WS-QUEUED-REQUEST-TIME   PIC X(26).
           03 WS-QUEUED-MOVEMENT       PIC S9(9) COMP-4.
           03 WS-GATE-MOVEMENT         PIC S9(9) COMP-4.
           03 WS-CURRENT-LASTUPDATED   PIC X(26).

      * Switches and work fields used by the Action 'G'/'W' contact
      * preferences. The channels and sources are the only values
      * CUSTCPRF may hold; the outbound jobs key on the channel codes.
       01 CONTACT-WORKING-STORAGE.
           03 WS-CONTACT-FAILED-SWITCH PIC X VALUE 'N'.
               88 CONTACT-FAILED           VALUE 'Y'.
               88 CONTACT-NOT-FAILED       VALUE 'N'.
           03 WS-CONTACT-ROW-SWITCH    PIC X VALUE 'N'.
               88 CONTACT-ROW-FOUND        VALUE 'Y'.
               88 CONTACT-ROW-NOT-FOUND    VALUE 'N'.
           03 WS-CONTACT-SUB           PIC S9(4) COMP-4.
           03 WS-CONTACT-CHANNELS      PIC X(12)
                VALUE 'MAILPHONSTMT'.
           03 WS-CONTACT-CHANNEL-TABLE REDEFINES
                   WS-CONTACT-CHANNELS.
               05 WS-CONTACT-CHANNEL   PIC X(4)
                                        OCCURS 3 TIMES
                                        INDEXED BY WS-CHANNEL-IDX.
           03 WS-CONTACT-SOURCES       PIC X(12)
                VALUE 'DESKNCOABULK'.
           03 WS-CONTACT-SOURCE-TABLE REDEFINES
                   WS-CONTACT-SOURCES.
               05 WS-CONTACT-SOURCE    PIC X(4)
                                        OCCURS 3 TIMES
                                        INDEXED BY WS-SOURCE-IDX.

      * Switches and work fields for the channel/container call path.
      * A caller that starts the program with a channel sends the
      * same commarea image in the CUSTOMER-REQUEST container; the
      * Variables for the CUSTSTAT StateCode/PostCode range table
           COPY CUSTSTAT.

      * Variables for the CUSTCATL reward redemption catalogue table
           COPY CUSTCATL.

      * Variables for the CUSTFORD reward fulfilment order table
           COPY CUSTFORD.

      * Variables for the CUSTTDEF loyalty tier definition table
           COPY CUSTTDEF.

      * Variables for the CUSTFHLD reward fraud hold table
           COPY CUSTFHLD.

      * Variables for the CUSTPEND pending-approval queue table
           COPY CUSTPEND.

      * Variables for the CUSTAPTH dual-approval threshold table
           COPY CUSTAPTH.

      * Variables for the CUSTCPRF contact-preference table
           COPY CUSTCPRF.

      * Variables for the CUSTCPHS contact-preference history table
           COPY CUSTCPHS.

      *---------------------------------------------------------------*

      ***********************************
             AUDITACTION                    CHAR(1),
             AUDITTIMESTAMP                 TIMESTAMP,
             AUDITTERMID                    CHAR(4),
             AUDITUSERID                    CHAR(8),
             AUDITAPPROVERID                CHAR(8)
           ) END-EXEC.

      *****************************************************************
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
             LASTUPDATED                    TIMESTAMP
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
      ***   DB2 STORAGE AREA FOR DUAL-APPROVAL THRESHOLD TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTAPTH TABLE
           ( ACTIONCODE                     CHAR(1),
             THRESHOLDVALUE                 INTEGER,
             ROWSTATUS                      CHAR(1),
             LASTUPDATED                    TIMESTAMP,
             UPDATEUSERID                   CHAR(8),
             UPDATETERMID                   CHAR(4)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CONTACT-PREFERENCE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTCPRF TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             CHANNELCODE                    CHAR(4),
             OPTSTATUS                      CHAR(1),
             SETDATE                        DATE,
             SOURCECODE                     CHAR(4),
             LASTUPDATED                    TIMESTAMP,
             UPDATEUSERID                   CHAR(8),
             UPDATETERMID                   CHAR(4)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CONTACT-PREFERENCE HISTORY TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTCPHS TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             CHANNELCODE                    CHAR(4),
             OLDOPTSTATUS                   CHAR(1),
             OLDSETDATE                     DATE,
             OLDSOURCECODE                  CHAR(4),
             NEWOPTSTATUS                   CHAR(1),
             NEWSOURCECODE                  CHAR(4),
             AUDITACTION                    CHAR(1),
             AUDITTIMESTAMP                 TIMESTAMP,
             AUDITTERMID                    CHAR(4),
             AUDITUSERID                    CHAR(8)
           ) END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Cursor for Action 'L' - blank ListFilterStateCode or
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      * The request layout is shared with CUSTAPPR, which replays an
      * approved request through this program.
           COPY CUSTCOMM.

      *****************************************************************
      *    P R O C E D U R E S
      * writing past the end of its own COMMAREA. They deliberately   *
      * do NOT require DFHCOMMAREA-MERGE on the end, so a 'P'/'L'/'S' *
      * caller built before the merge field existed keeps working;    *
      * each later action ('M'/'H'/'Q'/'V'/'O'/'G'/'W') requires      *
      * only the groups up through its own, so adding a group on the  *
      * end of the commarea never breaks an existing caller.          *
      *===============================================================*
       CUSTOMER-TABLE-ACTION.

           PERFORM PREPARE-APPROVAL-CONTEXT.

           EVALUATE Action
               WHEN 'A'
                   PERFORM INSERT-ROW-INTO-CUSTOMER-TABLE
                   ELSE
                       PERFORM ABEND-WRONG-LENGTH-COMMAREA
                   END-IF
               WHEN 'O'
                   IF WS-EFFECTIVE-CALEN NOT LESS THAN
                           LENGTH OF DFHCOMMAREA-BASELINE
                           + LENGTH OF DFHCOMMAREA-EXTENDED
                           + LENGTH OF DFHCOMMAREA-MERGE
                           + LENGTH OF DFHCOMMAREA-HISTORY
                           + LENGTH OF DFHCOMMAREA-HOUSEHOLD
                           + LENGTH OF DFHCOMMAREA-REWARDID
                           + LENGTH OF DFHCOMMAREA-REDEEM
                       PERFORM REDEEM-CATALOGUE-ITEM
                   ELSE
                       PERFORM ABEND-WRONG-LENGTH-COMMAREA
                   END-IF
               WHEN 'G'
                   IF WS-EFFECTIVE-CALEN NOT LESS THAN
                           LENGTH OF DFHCOMMAREA-BASELINE
                           + LENGTH OF DFHCOMMAREA-EXTENDED
                           + LENGTH OF DFHCOMMAREA-MERGE
                           + LENGTH OF DFHCOMMAREA-HISTORY
                           + LENGTH OF DFHCOMMAREA-HOUSEHOLD
                           + LENGTH OF DFHCOMMAREA-REWARDID
                           + LENGTH OF DFHCOMMAREA-REDEEM
                           + LENGTH OF DFHCOMMAREA-APPROVAL
                           + LENGTH OF DFHCOMMAREA-CONTACT
                       PERFORM READ-CONTACT-PREFERENCES
                   ELSE
                       PERFORM ABEND-WRONG-LENGTH-COMMAREA
                   END-IF
               WHEN 'W'
                   IF WS-EFFECTIVE-CALEN NOT LESS THAN
                           LENGTH OF DFHCOMMAREA-BASELINE
                           + LENGTH OF DFHCOMMAREA-EXTENDED
                           + LENGTH OF DFHCOMMAREA-MERGE
                           + LENGTH OF DFHCOMMAREA-HISTORY
                           + LENGTH OF DFHCOMMAREA-HOUSEHOLD
                           + LENGTH OF DFHCOMMAREA-REWARDID
                           + LENGTH OF DFHCOMMAREA-REDEEM
                           + LENGTH OF DFHCOMMAREA-APPROVAL
                           + LENGTH OF DFHCOMMAREA-CONTACT
                       PERFORM SET-CONTACT-PREFERENCE
                   ELSE
                       PERFORM ABEND-WRONG-LENGTH-COMMAREA
                   END-IF
               WHEN OTHER
                   MOVE 999 TO WS-RETURN-CODE
                   MOVE 'CACT' TO ErrorCode
      * The caller puts the customer number to capture into            *
      * WS-AUDIT-CUSTOMER-NUMBER first - a merge captures both sides   *
      * of the pair, so the key can't come straight off the commarea.  *
      * An 'S' restore captures the inactive or dormant row it is      *
      * about to bring back, and a change applied through dual         *
      * approval names the requesting user and the approver.           *
      *================================================================*
       CAPTURE-CUSTOMER-HISTORY-ROW.

                    :CustHist-Timestamp
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :WS-AUDIT-CUSTOMER-NUMBER
                AND (CUSTOMERSTATUS = 'A'
                     OR (:Action = 'S'
                         AND CUSTOMERSTATUS IN ('I', 'D')))
           END-EXEC.

           IF SQLCODE = 0
              MOVE Action TO CustHist-Action-Code
              MOVE WS-AUDIT-TERM-ID TO CustHist-Term-Id
              MOVE WS-AUDIT-USER-ID TO CustHist-User-Id
              MOVE WS-APPROVER-USER-ID TO CustHist-Approver-Id
              EXEC SQL
                 INSERT INTO ZOSCONN.CUSTHIST
                       (
                        AUDITACTION,
                        AUDITTIMESTAMP,
                        AUDITTERMID,
                        AUDITUSERID,
                        AUDITAPPROVERID
                       )
                 VALUES
                       (
                        :CustHist-Action-Code,
                        :CustHist-Timestamp,
                        :CustHist-Term-Id,
                        :CustHist-User-Id,
                        NULLIF(:CustHist-Approver-Id, ' ')
                       )
              END-EXEC
              IF SQLCODE NOT = 0

           PERFORM VALIDATE-CUSTOMER-INPUT-FIELDS.

      * A spending-limit raise past its threshold waits for a second
      * user instead of being applied.
           IF NOT VALIDATION-FAILED
               PERFORM CHECK-SPENDING-RAISE-GATE
           END-IF.

           IF NOT VALIDATION-FAILED AND GATE-PROCEED
               MOVE TheCustomerNumber TO WS-AUDIT-CUSTOMER-NUMBER
               PERFORM CAPTURE-CUSTOMER-HISTORY-ROW

      * An approved raise applies SPENDINGCODE alone. The rest of the
      * held image is as the requester saw the customer, and writing
      * it back would undo any change made while the raise waited.
               IF APPROVAL-APPLYING
                  EXEC SQL
                     UPDATE ZOSCONN.CUSTOM
                     SET SPENDINGCODE   = :SpendingCode,
                         LASTUPDATED    = CURRENT TIMESTAMP
                     WHERE CUSTOMERNUMBER = :TheCustomerNumber
                       AND CUSTOMERSTATUS = 'A'
                  END-EXEC
               ELSE
      * Perform the SQL UPDATE command
                  EXEC SQL
                     UPDATE ZOSCONN.CUSTOM
                     SET FIRSTNAME      = :FirstName,
                         LASTNAME       = :LastName,
                         ADDRESS1       = :Address1,
                         ADDRESS2       = :Address2,
                         CITYCODE       = :CityCode,
                         STATECODE      = :StateCode,
                         POSTCODE       = :PostCode,
                         PHONEHOME      = :PhoneHome,
                         PHONEMOBILE    = :PhoneMobile,
                         GENDERCODE     = :GenderCode,
                         FICACODE       = :FICACode,
                         SPENDINGCODE   = :SpendingCode,
                         LASTUPDATED    = CURRENT TIMESTAMP
      * REWARDSCODE is no longer set here - it only moves through
      * POST-REWARD-TRANSACTION-FOR-CUSTOMER (Action 'P') against the
      * CUSTREWDTL ledger.
                     WHERE CUSTOMERNUMBER = :TheCustomerNumber
                       AND CUSTOMERSTATUS = 'A'
                  END-EXEC
               END-IF

               if SQLCODE = 0
                  if SQLERRD(3) = 0
                     display 'UPDATE CUSTOM '
                             'Customer Number ' TheCustomerNumber
                             'SLQCODE = ' SQLCODE
                     PERFORM MARK-PENDING-ITEM-APPROVED
                     IF APPROVAL-MARK-FAILED
                        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     END-IF
                  end-if
               else
                  display 'ABENDING UPDATE FOR CUSTOM '
      * dormant ('D') customer back to CUSTOMERSTATUS 'A' so Action    *
      * 'R'/'U'/'L' see it again. Reactivating a dormant account this  *
      * way is deliberate - the 'DORM' ErrorCode tells the desk the    *
      * account went quiet, and this is the one path back. Restoring   *
      * an account whose balance crosses its threshold waits for a     *
      * second user, and the row brought back gets a CUSTHIST          *
      * before-image like any other change.                            *
      *================================================================*
       RESTORE-CUSTOMER-TO-ACTIVE.

           PERFORM CHECK-RESTORE-GATE.

           IF GATE-PROCEED
              MOVE TheCustomerNumber TO WS-AUDIT-CUSTOMER-NUMBER
              PERFORM CAPTURE-CUSTOMER-HISTORY-ROW

              EXEC SQL
                 UPDATE ZOSCONN.CUSTOM
                 SET CUSTOMERSTATUS = 'A',
                     LASTUPDATED    = CURRENT TIMESTAMP
                 WHERE CUSTOMERNUMBER = :TheCustomerNumber
                   AND CUSTOMERSTATUS IN ('I', 'D')
              END-EXEC

              if SQLCODE = 0
                 if SQLERRD(3) = 0
                    display 'RESTORE MATCHED NO ROWS FOR '
                            'Customer Number ' TheCustomerNumber
                    move 'NFND' to ErrorCode
                 else
                    display 'RESTORE CUSTOM '
                            'Customer Number ' TheCustomerNumber
                            'SLQCODE = ' SQLCODE
                    PERFORM MARK-PENDING-ITEM-APPROVED
                    IF APPROVAL-MARK-FAILED
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                    END-IF
                 end-if
              else
                 display 'ABENDING RESTORE FOR CUSTOM '
                         'Customer Number' TheCustomerNumber
                         'SQLCODE = ' SQLCODE
                 perform MAP-SQLCODE-TO-ERROR-CODE
              end-if
           END-IF.
       RESTORE-CUSTOMER-EXIT.
           EXIT.


           IF NOT MERGE-FAILED
               EXEC SQL
                  SELECT CUSTOMERNUMBER,
                         REWARDSCODE
                  INTO  :WS-SURVIVOR-CUSTOMER-NUMBER,
                        :WS-CURRENT-REWARDS
                  FROM ZOSCONN.CUSTOM
                  WHERE CUSTOMERNUMBER = :TheCustomerNumber
                    AND CUSTOMERSTATUS = 'A'
               END-IF
           END-IF.

      * A merge moving more points than its threshold waits for a
      * second user. Queued is not a failure - nothing has changed
      * yet and the queue row must survive - so it skips the steps
      * below without the rollback.
           IF NOT MERGE-FAILED
               MOVE TheCustomerNumber TO WS-GATE-CUSTOMER-NUMBER
               MOVE MergeFromCustomerNumber TO WS-GATE-RELATED-NUMBER
               MOVE WS-MERGED-REWARD-BALANCE TO WS-GATE-TEST-VALUE
               MOVE WS-CURRENT-REWARDS TO CustPend-Before-Value
               ADD WS-CURRENT-REWARDS WS-MERGED-REWARD-BALANCE
                   GIVING CustPend-After-Value
               MOVE 'A' TO CustPend-Before-Status
               MOVE 'A' TO CustPend-After-Status
               PERFORM GATE-SENSITIVE-ACTION
               EVALUATE TRUE
                   WHEN GATE-QUEUED
                       SET MERGE-QUEUED TO TRUE
                   WHEN GATE-REFUSED
                       SET MERGE-FAILED TO TRUE
               END-EVALUATE
           END-IF.

      * Before-image of both rows, exactly as 'U'/'D' capture one.
           IF NOT MERGE-FAILED
               MOVE TheCustomerNumber TO WS-AUDIT-CUSTOMER-NUMBER
               END-IF
           END-IF.

           IF NOT MERGE-FAILED
               PERFORM MARK-PENDING-ITEM-APPROVED
               IF APPROVAL-MARK-FAILED
                   SET MERGE-FAILED TO TRUE
               END-IF
           END-IF.

      * A failure after the first UPDATE leaves the unit of work
      * half-done - back the whole merge out rather than strand the
      * pair mid-merge.
           EVALUATE TRUE
               WHEN MERGE-QUEUED
                   DISPLAY 'MERGE OF CUSTOMER ' MergeFromCustomerNumber
                           ' INTO ' TheCustomerNumber
                           ' HELD FOR APPROVAL'
               WHEN MERGE-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               WHEN OTHER
                   DISPLAY 'MERGE COMPLETE - CUSTOMER '
                           MergeFromCustomerNumber ' MERGED INTO '
                           TheCustomerNumber ' WITH '
                           WS-MERGED-REWARD-BALANCE ' POINTS'
           END-EVALUATE.
       MERGE-CUSTOMER-ACCOUNTS-EXIT.
           EXIT.

      * the CUSTREWDTL INSERT, and only an UPDATE that actually        *
      * matches an active customer is followed by the ledger INSERT,   *
      * so a bad or inactive CustomerNumber can never leave an         *
      * orphaned ledger entry with no matching balance change. An      *
      * EARN is multiplied up by the customer's loyalty tier first -   *
      * RewardsCode is the base, and the posted amount is the base     *
      * plus the tier bonus. A redemption (negative RewardsCode) for a *
      * customer on fraud hold is refused 'FHLD' before it posts.      *
      *================================================================*
       POST-REWARD-TRANSACTION-FOR-CUSTOMER.

           MOVE TheCustomerNumber   TO CustRewd-Customer-Number
           MOVE RewardsTransactionType TO CustRewd-Transaction-Type
           MOVE RewardsTransactionDesc TO CustRewd-Description
           MOVE RewardsCode         TO CustRewd-Base-Points
           MOVE 0                   TO CustRewd-Bonus-Points
           MOVE RewardsCode         TO CustRewd-Points-Amount
           MOVE EIBUSRID            TO CustRewd-Audit-User-Id
           MOVE EIBTRMID            TO CustRewd-Audit-Term-Id.

           SET FRAUD-HOLD-NOT-REFUSED TO TRUE.
           IF RewardsCode < 0
               MOVE TheCustomerNumber TO WS-HOLD-CUSTOMER-NUMBER
               PERFORM CHECK-CUSTOMER-FRAUD-HOLD
           END-IF.

           SET TIER-LOOKUP-NOT-FAILED TO TRUE.
           IF RewardsTransactionType = 'EARN'
              AND RewardsCode > 0
               PERFORM APPLY-TIER-EARN-MULTIPLIER
           END-IF.

           IF TIER-LOOKUP-NOT-FAILED
              AND FRAUD-HOLD-NOT-REFUSED
               PERFORM POST-REWARD-BALANCE-AND-LEDGER
           END-IF.
       POST-REWARD-TRANSACTION-FOR-CUSTOMER-EXIT.
           EXIT.

      *===============================================================*
      * Is the customer in WS-HOLD-CUSTOMER-NUMBER on a live fraud    *
      * hold? A held customer is refused 'FHLD'; a failed lookup      *
      * refuses too, rather than let points move unchecked.           *
      *===============================================================*
       CHECK-CUSTOMER-FRAUD-HOLD.

           SET FRAUD-HOLD-NOT-REFUSED TO TRUE.

           EXEC SQL
              SELECT HOLDSTATUS
              INTO  :CustFhld-Hold-Status
              FROM ZOSCONN.CUSTFHLD
              WHERE CUSTOMERNUMBER = :WS-HOLD-CUSTOMER-NUMBER
                AND HOLDSTATUS     = 'H'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET FRAUD-HOLD-REFUSED TO TRUE
                   MOVE 'FHLD' TO ErrorCode
                   DISPLAY 'CUSTOMER NUMBER ' WS-HOLD-CUSTOMER-NUMBER
                           ' IS ON FRAUD HOLD - REFUSED'
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET FRAUD-HOLD-REFUSED TO TRUE
                   DISPLAY 'FRAUD HOLD SELECT FAILED FOR CUSTOMER '
                           'NUMBER ' WS-HOLD-CUSTOMER-NUMBER
                           ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.
       CHECK-CUSTOMER-FRAUD-HOLD-EXIT.
           EXIT.

      *===============================================================*
      * Maker-checker set-up, done once per request. The audit user   *
      * and terminal default to the caller's own. A caller whose      *
      * commarea covers DFHCOMMAREA-APPROVAL and carries a non-zero   *
      * ApprovalPendingId is asking to apply a queued item, which     *
      * GATE-SENSITIVE-ACTION verifies before anything changes.       *
      *===============================================================*
       PREPARE-APPROVAL-CONTEXT.

           SET GATE-PROCEED TO TRUE.
           SET APPROVAL-NOT-APPLYING TO TRUE.
           SET APPROVAL-MARK-NOT-FAILED TO TRUE.
           SET APPROVAL-GROUP-NOT-SENT TO TRUE.
           MOVE EIBUSRID TO WS-AUDIT-USER-ID.
           MOVE EIBTRMID TO WS-AUDIT-TERM-ID.
           MOVE SPACES TO WS-APPROVER-USER-ID.
           MOVE 0 TO WS-APPROVAL-PENDING-ID.
           MOVE 0 TO WS-GATE-RELATED-NUMBER.

           IF WS-EFFECTIVE-CALEN NOT LESS THAN
                   LENGTH OF DFHCOMMAREA-BASELINE
                   + LENGTH OF DFHCOMMAREA-EXTENDED
                   + LENGTH OF DFHCOMMAREA-MERGE
                   + LENGTH OF DFHCOMMAREA-HISTORY
                   + LENGTH OF DFHCOMMAREA-HOUSEHOLD
                   + LENGTH OF DFHCOMMAREA-REWARDID
                   + LENGTH OF DFHCOMMAREA-REDEEM
                   + LENGTH OF DFHCOMMAREA-APPROVAL
               SET APPROVAL-GROUP-SENT TO TRUE
               MOVE ApprovalPendingId TO WS-APPROVAL-PENDING-ID
           END-IF.
       PREPARE-APPROVAL-CONTEXT-EXIT.
           EXIT.

      *===============================================================*
      * Action 'U' gate. Only a raise of SPENDINGCODE is measured     *
      * against the threshold - a cut or an unchanged limit never     *
      * waits. An account not active here is left to the UPDATE to    *
      * report as it always has.                                      *
      *===============================================================*
       CHECK-SPENDING-RAISE-GATE.

           EXEC SQL
              SELECT SPENDINGCODE,
                     COALESCE(CHAR(LASTUPDATED), ' ')
              INTO  :WS-CURRENT-SPENDING,
                    :WS-CURRENT-LASTUPDATED
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :TheCustomerNumber
                AND CUSTOMERSTATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE TheCustomerNumber TO WS-GATE-CUSTOMER-NUMBER
                   SUBTRACT WS-CURRENT-SPENDING FROM SpendingCode
                       GIVING WS-GATE-TEST-VALUE
                   IF WS-GATE-TEST-VALUE < 0
                       MOVE 0 TO WS-GATE-TEST-VALUE
                   END-IF
                   MOVE WS-CURRENT-SPENDING TO CustPend-Before-Value
                   MOVE SpendingCode TO CustPend-After-Value
                   MOVE 'A' TO CustPend-Before-Status
                   MOVE 'A' TO CustPend-After-Status
                   PERFORM GATE-SENSITIVE-ACTION
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET GATE-REFUSED TO TRUE
                   DISPLAY 'SPENDING LIMIT GATE SELECT FAILED FOR '
                           'CUSTOMER NUMBER ' TheCustomerNumber
                           ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.
       CHECK-SPENDING-RAISE-GATE-EXIT.
           EXIT.

      *===============================================================*
      * Action 'S' gate, measured on the balance of the inactive or   *
      * dormant account being brought back.                           *
      *===============================================================*
       CHECK-RESTORE-GATE.

           EXEC SQL
              SELECT CUSTOMERSTATUS,
                     REWARDSCODE
              INTO  :WS-CURRENT-STATUS,
                    :WS-CURRENT-REWARDS
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :TheCustomerNumber
                AND CUSTOMERSTATUS IN ('I', 'D')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE TheCustomerNumber TO WS-GATE-CUSTOMER-NUMBER
                   MOVE WS-CURRENT-REWARDS TO WS-GATE-TEST-VALUE
                   MOVE WS-CURRENT-REWARDS TO CustPend-Before-Value
                   MOVE WS-CURRENT-REWARDS TO CustPend-After-Value
                   MOVE WS-CURRENT-STATUS TO CustPend-Before-Status
                   MOVE 'A' TO CustPend-After-Status
                   PERFORM GATE-SENSITIVE-ACTION
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET GATE-REFUSED TO TRUE
                   DISPLAY 'RESTORE GATE SELECT FAILED FOR '
                           'CUSTOMER NUMBER ' TheCustomerNumber
                           ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.
       CHECK-RESTORE-GATE-EXIT.
           EXIT.

      *===============================================================*
      * Action 'V' gate, measured on the size of the entry being      *
      * reversed whichever way it moves the balance. The queued item  *
      * is keyed on the owning customer and the entry's id.           *
      *===============================================================*
       CHECK-REVERSAL-GATE.

           EXEC SQL
              SELECT REWARDSCODE
              INTO  :WS-CURRENT-REWARDS
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :WS-ORIGINAL-CUSTOMER
                AND CUSTOMERSTATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-ORIGINAL-CUSTOMER TO WS-GATE-CUSTOMER-NUMBER
                   MOVE CustRewd-Transaction-Id
                       TO WS-GATE-RELATED-NUMBER
                   IF WS-ORIGINAL-POINTS < 0
                       SUBTRACT WS-ORIGINAL-POINTS FROM 0
                           GIVING WS-GATE-TEST-VALUE
                   ELSE
                       MOVE WS-ORIGINAL-POINTS TO WS-GATE-TEST-VALUE
                   END-IF
                   MOVE WS-CURRENT-REWARDS TO CustPend-Before-Value
                   SUBTRACT WS-ORIGINAL-POINTS FROM WS-CURRENT-REWARDS
                       GIVING CustPend-After-Value
                   MOVE 'A' TO CustPend-Before-Status
                   MOVE 'A' TO CustPend-After-Status
                   PERFORM GATE-SENSITIVE-ACTION
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET GATE-REFUSED TO TRUE
                   DISPLAY 'REVERSAL GATE SELECT FAILED FOR '
                           'CUSTOMER NUMBER ' WS-ORIGINAL-CUSTOMER
                           ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.
       CHECK-REVERSAL-GATE-EXIT.
           EXIT.

      *===============================================================*
      * The maker-checker gate itself. The calling action has set     *
      * WS-GATE-CUSTOMER-NUMBER, WS-GATE-RELATED-NUMBER, the value to *
      * test and the before/after values. A request carrying an       *
      * ApprovalPendingId is an approval and is verified against the  *
      * queued item; any other request is tested against the live     *
      * CUSTAPTH threshold for its action and queued when it crosses  *
      * it. GATE-PROCEED lets the action go ahead, GATE-QUEUED means  *
      * ErrorCode 'PEND' and nothing applied, GATE-REFUSED means the  *
      * ErrorCode says why not.                                       *
      *===============================================================*
       GATE-SENSITIVE-ACTION.

           SET GATE-PROCEED TO TRUE.

           IF WS-APPROVAL-PENDING-ID NOT = 0
               PERFORM VERIFY-APPROVED-PENDING-ITEM
           ELSE
               PERFORM CHECK-APPROVAL-THRESHOLD
               IF GATE-QUEUED
                   PERFORM QUEUE-PENDING-APPROVAL
               END-IF
           END-IF.
       GATE-SENSITIVE-ACTION-EXIT.
           EXIT.

      *===============================================================*
      * No live CUSTAPTH row for the action means it is never queued. *
      * A failed threshold read refuses the action rather than let a  *
      * change through unchecked.                                     *
      *===============================================================*
       CHECK-APPROVAL-THRESHOLD.

           EXEC SQL
              SELECT THRESHOLDVALUE
              INTO  :CustApth-Threshold-Value
              FROM ZOSCONN.CUSTAPTH
              WHERE ACTIONCODE = :Action
                AND ROWSTATUS  = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-GATE-TEST-VALUE > CustApth-Threshold-Value
                       SET GATE-QUEUED TO TRUE
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET GATE-REFUSED TO TRUE
                   DISPLAY 'APPROVAL THRESHOLD SELECT FAILED FOR '
                           'ACTION ' Action ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.
       CHECK-APPROVAL-THRESHOLD-EXIT.
           EXIT.

      *===============================================================*
      * Write the request to the CUSTPEND queue with who asked, from  *
      * which terminal, the before and after values and the baseline  *
      * commarea image CUSTAPPR replays on approval. The same change  *
      * asked for twice while the first is still pending gets the     *
      * existing item back rather than a second one. A different      *
      * change for the same action, customer and related number while *
      * one is pending is refused 'PDIF' with the pending item's id - *
      * the first must be decided before another can be queued.       *
      *===============================================================*
       QUEUE-PENDING-APPROVAL.

           SET PENDING-NO-CLASH TO TRUE.
           MOVE Action TO CustPend-Action-Code.
           MOVE WS-GATE-CUSTOMER-NUMBER TO CustPend-Customer-Number.
           MOVE WS-GATE-RELATED-NUMBER TO CustPend-Related-Number.
           MOVE DFHCOMMAREA-BASELINE TO CustPend-Request-Image.
           MOVE EIBUSRID TO CustPend-Request-User-Id.
           MOVE EIBTRMID TO CustPend-Request-Term-Id.

           EXEC SQL
              SELECT PENDINGID,
                     AFTERVALUE,
                     REQUESTIMAGE
              INTO  :CustPend-Pending-Id,
                    :WS-QUEUED-AFTER-VALUE,
                    :WS-QUEUED-REQUEST-IMAGE
              FROM ZOSCONN.CUSTPEND
              WHERE ACTIONCODE     = :CustPend-Action-Code
                AND CUSTOMERNUMBER = :CustPend-Customer-Number
                AND RELATEDNUMBER  = :CustPend-Related-Number
                AND PENDINGSTATUS  = 'P'
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE ErrorCode TO WS-QUEUED-IMAGE-ERROR
               IF WS-QUEUED-AFTER-VALUE NOT = CustPend-After-Value
                  OR WS-QUEUED-REQUEST-IMAGE NOT =
                     CustPend-Request-Image
                   SET PENDING-CLASH TO TRUE
               END-IF
           END-IF.

           IF SQLCODE = 100
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTPEND
                        (
                         ACTIONCODE,
                         CUSTOMERNUMBER,
                         RELATEDNUMBER,
                         PENDINGSTATUS,
                         BEFOREVALUE,
                         AFTERVALUE,
                         BEFORESTATUS,
                         AFTERSTATUS,
                         REQUESTIMAGE,
                         REQUESTUSERID,
                         REQUESTTERMID,
                         REQUESTTIMESTAMP
                        )
                  VALUES
                        (
                         :CustPend-Action-Code,
                         :CustPend-Customer-Number,
                         :CustPend-Related-Number,
                         'P',
                         :CustPend-Before-Value,
                         :CustPend-After-Value,
                         :CustPend-Before-Status,
                         :CustPend-After-Status,
                         :CustPend-Request-Image,
                         :CustPend-Request-User-Id,
                         :CustPend-Request-Term-Id,
                         CURRENT TIMESTAMP
                        )
               END-EXEC
      * Without its id the item can't be handed back, so an item
      * whose id can't be read is backed out rather than left queued.
               IF SQLCODE = 0
                   EXEC SQL
                      SELECT INT(IDENTITY_VAL_LOCAL())
                      INTO  :CustPend-Pending-Id
                      FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   IF SQLCODE NOT = 0
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN PENDING-CLASH
                   SET GATE-REFUSED TO TRUE
                   MOVE 'PDIF' TO ErrorCode
                   IF APPROVAL-GROUP-SENT
                       MOVE CustPend-Pending-Id TO ApprovalPendingId
                   END-IF
                   MOVE CustPend-Pending-Id TO WS-PENDING-ID-DISPLAY
                   DISPLAY 'ACTION ' Action ' FOR CUSTOMER NUMBER '
                           WS-GATE-CUSTOMER-NUMBER
                           ' REFUSED - A DIFFERENT CHANGE IS PENDING '
                           'AS ITEM ' WS-PENDING-ID-DISPLAY
               WHEN SQLCODE = 0
                   MOVE 'PEND' TO ErrorCode
                   IF APPROVAL-GROUP-SENT
                       MOVE CustPend-Pending-Id TO ApprovalPendingId
                   END-IF
                   MOVE CustPend-Pending-Id TO WS-PENDING-ID-DISPLAY
                   DISPLAY 'ACTION ' Action ' FOR CUSTOMER NUMBER '
                           WS-GATE-CUSTOMER-NUMBER
                           ' HELD FOR APPROVAL AS PENDING ITEM '
                           WS-PENDING-ID-DISPLAY
               WHEN OTHER
                   SET GATE-REFUSED TO TRUE
                   DISPLAY 'PENDING APPROVAL QUEUE WRITE FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.
       QUEUE-PENDING-APPROVAL-EXIT.
           EXIT.

      *===============================================================*
      * An approval replay from CUSTAPPR. The item must still be      *
      * pending ('APNF' otherwise - approved, rejected or expired     *
      * already), must be for this very action, customer and related  *
      * number, carry this very request image and move the value by   *
      * the same amount it was queued to ('APMM'), and must have been *
      * raised by someone other than the approving user ('ASLF'). A   *
      * 'U' whose SPENDINGCODE is no longer the before value, or      *
      * whose customer has changed since the request, is stale - it   *
      * is refused 'ASTL' and the item rejected. The item is locked   *
      * until the unit of work ends so it can only be applied once.   *
      * From here the change is audited as the requester's, with the  *
      * caller as approver.                                           *
      *===============================================================*
       VERIFY-APPROVED-PENDING-ITEM.

           MOVE WS-APPROVAL-PENDING-ID TO CustPend-Pending-Id.

           EXEC SQL
              SELECT ACTIONCODE,
                     CUSTOMERNUMBER,
                     RELATEDNUMBER,
                     BEFOREVALUE,
                     AFTERVALUE,
                     REQUESTIMAGE,
                     REQUESTUSERID,
                     REQUESTTERMID,
                     CHAR(REQUESTTIMESTAMP)
              INTO  :CustPend-Action-Code,
                    :CustPend-Customer-Number,
                    :CustPend-Related-Number,
                    :WS-QUEUED-BEFORE-VALUE,
                    :WS-QUEUED-AFTER-VALUE,
                    :WS-QUEUED-REQUEST-IMAGE,
                    :CustPend-Request-User-Id,
                    :CustPend-Request-Term-Id,
                    :WS-QUEUED-REQUEST-TIME
              FROM ZOSCONN.CUSTPEND
              WHERE PENDINGID     = :CustPend-Pending-Id
                AND PENDINGSTATUS = 'P'
              WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.

           MOVE CustPend-Pending-Id TO WS-PENDING-ID-DISPLAY.

      * The calling gate has set the before and after values as they
      * stand now; the movement between them must be the one queued.
           IF SQLCODE = 0
               MOVE ErrorCode TO WS-QUEUED-IMAGE-ERROR
               SUBTRACT WS-QUEUED-BEFORE-VALUE
                   FROM WS-QUEUED-AFTER-VALUE
                   GIVING WS-QUEUED-MOVEMENT
               SUBTRACT CustPend-Before-Value FROM CustPend-After-Value
                   GIVING WS-GATE-MOVEMENT
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET GATE-REFUSED TO TRUE
                   MOVE 'APNF' TO ErrorCode
                   DISPLAY 'NO PENDING APPROVAL ITEM '
                           WS-PENDING-ID-DISPLAY
               WHEN SQLCODE NOT = 0
                   SET GATE-REFUSED TO TRUE
                   DISPLAY 'PENDING APPROVAL ITEM SELECT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
               WHEN CustPend-Action-Code NOT = Action
                 OR CustPend-Customer-Number
                        NOT = WS-GATE-CUSTOMER-NUMBER
                 OR CustPend-Related-Number
                        NOT = WS-GATE-RELATED-NUMBER
                 OR WS-QUEUED-REQUEST-IMAGE NOT = DFHCOMMAREA-BASELINE
                   SET GATE-REFUSED TO TRUE
                   MOVE 'APMM' TO ErrorCode
                   DISPLAY 'PENDING APPROVAL ITEM '
                           WS-PENDING-ID-DISPLAY
                           ' DOES NOT MATCH THE REQUEST'
               WHEN CustPend-Request-User-Id = EIBUSRID
                   SET GATE-REFUSED TO TRUE
                   MOVE 'ASLF' TO ErrorCode
                   DISPLAY 'USER ' EIBUSRID ' MAY NOT APPROVE OWN '
                           'PENDING ITEM ' WS-PENDING-ID-DISPLAY
               WHEN Action = 'U'
                AND (WS-CURRENT-SPENDING NOT = WS-QUEUED-BEFORE-VALUE
                  OR WS-CURRENT-LASTUPDATED > WS-QUEUED-REQUEST-TIME)
                   SET GATE-REFUSED TO TRUE
                   MOVE 'ASTL' TO ErrorCode
                   DISPLAY 'PENDING APPROVAL ITEM '
                           WS-PENDING-ID-DISPLAY
                           ' IS STALE - CUSTOMER CHANGED SINCE REQUEST'
                   PERFORM REJECT-STALE-PENDING-ITEM
               WHEN WS-GATE-MOVEMENT NOT = WS-QUEUED-MOVEMENT
                   SET GATE-REFUSED TO TRUE
                   MOVE 'APMM' TO ErrorCode
                   DISPLAY 'PENDING APPROVAL ITEM '
                           WS-PENDING-ID-DISPLAY
                           ' NO LONGER MOVES THE VALUE IT WAS QUEUED TO'
               WHEN OTHER
                   SET APPROVAL-APPLYING TO TRUE
                   MOVE CustPend-Request-User-Id TO WS-AUDIT-USER-ID
                   MOVE CustPend-Request-Term-Id TO WS-AUDIT-TERM-ID
                   MOVE EIBUSRID TO WS-APPROVER-USER-ID
           END-EVALUATE.
       VERIFY-APPROVED-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * A stale item can never be applied as it stands, so it is      *
      * closed PENDINGSTATUS 'R' against the approving user. The      *
      * refusal leaves nothing else changed, so the rejection commits *
      * when the task ends. A failed close leaves the item pending    *
      * and the ErrorCode says why.                                   *
      *===============================================================*
       REJECT-STALE-PENDING-ITEM.

           MOVE EIBUSRID TO CustPend-Decision-User-Id.
           MOVE EIBTRMID TO CustPend-Decision-Term-Id.
           MOVE 'STALE - CUSTOMER CHANGED SINCE THE REQUEST'
               TO CustPend-Decision-Reason.

           EXEC SQL
              UPDATE ZOSCONN.CUSTPEND
              SET PENDINGSTATUS     = 'R',
                  DECISIONUSERID    = :CustPend-Decision-User-Id,
                  DECISIONTERMID    = :CustPend-Decision-Term-Id,
                  DECISIONTIMESTAMP = CURRENT TIMESTAMP,
                  DECISIONREASON    = :CustPend-Decision-Reason
              WHERE PENDINGID     = :CustPend-Pending-Id
                AND PENDINGSTATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'PENDING APPROVAL ITEM '
                       WS-PENDING-ID-DISPLAY ' REJECTED AS STALE BY '
                       EIBUSRID
           ELSE
               DISPLAY 'PENDING APPROVAL ITEM STALE REJECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       REJECT-STALE-PENDING-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * Once an approved change has applied, close its queue item in  *
      * the same unit of work. If the item can't be closed the caller *
      * backs the change out, so a change and its approval never      *
      * part company.                                                 *
      *===============================================================*
       MARK-PENDING-ITEM-APPROVED.

           SET APPROVAL-MARK-NOT-FAILED TO TRUE.

           IF APPROVAL-APPLYING
               MOVE WS-APPROVAL-PENDING-ID TO CustPend-Pending-Id
               MOVE EIBUSRID TO CustPend-Decision-User-Id
               MOVE EIBTRMID TO CustPend-Decision-Term-Id
               EXEC SQL
                  UPDATE ZOSCONN.CUSTPEND
                  SET PENDINGSTATUS     = 'A',
                      DECISIONUSERID    = :CustPend-Decision-User-Id,
                      DECISIONTERMID    = :CustPend-Decision-Term-Id,
                      DECISIONTIMESTAMP = CURRENT TIMESTAMP
                  WHERE PENDINGID     = :CustPend-Pending-Id
                    AND PENDINGSTATUS = 'P'
               END-EXEC
               IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                   SET APPROVAL-MARK-FAILED TO TRUE
                   DISPLAY 'PENDING APPROVAL ITEM CLOSE FAILED '
                           'SQLCODE = ' SQLCODE
                   IF SQLCODE = 0
                       MOVE 'APNF' TO ErrorCode
                   ELSE
                       PERFORM MAP-SQLCODE-TO-ERROR-CODE
                   END-IF
               ELSE
                   MOVE CustPend-Pending-Id TO WS-PENDING-ID-DISPLAY
                   DISPLAY 'PENDING APPROVAL ITEM '
                           WS-PENDING-ID-DISPLAY ' APPROVED BY '
                           EIBUSRID
               END-IF
           END-IF.
       MARK-PENDING-ITEM-APPROVED-EXIT.
           EXIT.

      *===============================================================*
      * The customer's loyalty tier multiplies up an EARN. The bonus  *
      * is the base times the tier's EARNMULTIPLIER less one,         *
      * truncated to whole points; a customer the quarterly CUSTTIER  *
      * run has never assessed earns at 1.00 and gets no bonus.       *
      *===============================================================*
       APPLY-TIER-EARN-MULTIPLIER.

           EXEC SQL
              SELECT D.EARNMULTIPLIER
              INTO  :CustTdef-Earn-Multiplier
              FROM ZOSCONN.CUSTTIER T
                   INNER JOIN ZOSCONN.CUSTTDEF D
                     ON D.TIERCODE = T.TIERCODE
              WHERE T.CUSTOMERNUMBER = :TheCustomerNumber
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 1 TO CustTdef-Earn-Multiplier
               WHEN OTHER
                   SET TIER-LOOKUP-FAILED TO TRUE
                   DISPLAY 'LOYALTY TIER SELECT FAILED FOR CUSTOMER '
                           'NUMBER ' TheCustomerNumber
                           ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.

           IF TIER-LOOKUP-NOT-FAILED
              AND CustTdef-Earn-Multiplier > 1
               COMPUTE CustRewd-Bonus-Points =
                       CustRewd-Base-Points
                       * (CustTdef-Earn-Multiplier - 1)
               ADD CustRewd-Base-Points CustRewd-Bonus-Points
                   GIVING CustRewd-Points-Amount
               DISPLAY 'TIER BONUS OF ' CustRewd-Bonus-Points
                       ' POINTS FOR CUSTOMER ' TheCustomerNumber
           END-IF.
       APPLY-TIER-EARN-MULTIPLIER-EXIT.
           EXIT.

      *===============================================================*
      * The balance UPDATE, then the ledger INSERT for Action 'P'.    *
      *===============================================================*
       POST-REWARD-BALANCE-AND-LEDGER.

           EXEC SQL
              UPDATE ZOSCONN.CUSTOM
              SET REWARDSCODE = REWARDSCODE
                               + :CustRewd-Points-Amount,
                  LASTUPDATED = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :TheCustomerNumber
                AND CUSTOMERSTATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0
               IF SQLERRD(3) = 0
                   DISPLAY 'REWARD BALANCE UPDATE MATCHED NO ROWS FOR '
                           'CUSTOMER NUMBER ' TheCustomerNumber
                   MOVE 'NFND' TO ErrorCode
               ELSE
                   EXEC SQL
                      SELECT CURRENT DATE
                      INTO  :CustRewd-Transaction-Date
                      FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   EXEC SQL
                      INSERT INTO ZOSCONN.CUSTREWDTL
                            (
                             CUSTOMERNUMBER,
                             TRANDATE,
                             TRANTYPE,
                             POINTSAMOUNT,
                             DESCRIPTION,
                             BASEPOINTS,
                             BONUSPOINTS,
                             AUDITUSERID,
                             AUDITTERMID
                            )
                      VALUES
                            (
                             :CustRewd-Customer-Number,
                             :CustRewd-Transaction-Date,
                             :CustRewd-Transaction-Type,
                             :CustRewd-Points-Amount,
                             :CustRewd-Description,
                             :CustRewd-Base-Points,
                             :CustRewd-Bonus-Points,
                             :CustRewd-Audit-User-Id,
                             :CustRewd-Audit-Term-Id
                            )
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM FETCH-ASSIGNED-TRANSACTION-ID
                       EXEC SQL
                          SELECT REWARDSCODE
                          INTO  :Customer-Rewards-Number
                          FROM ZOSCONN.CUSTOM
                          WHERE CUSTOMERNUMBER = :TheCustomerNumber
                       END-EXEC
                       IF SQLCODE = 0
                           MOVE Customer-Rewards-Number TO RewardsCode
                       ELSE
                           DISPLAY 'REWARD BALANCE RE-SELECT FAILED '
                                   'FOR CUSTOMER NUMBER '
                                   TheCustomerNumber
                                   ' SQLCODE = ' SQLCODE
                           PERFORM MAP-SQLCODE-TO-ERROR-CODE
                       END-IF
                   ELSE
                       DISPLAY 'REWARD LEDGER INSERT FAILED FOR '
                               'CUSTOMER NUMBER ' TheCustomerNumber
                               ' SQLCODE = ' SQLCODE
                       PERFORM MAP-SQLCODE-TO-ERROR-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'REWARD BALANCE UPDATE FAILED FOR CUSTOMER '
                       'NUMBER ' TheCustomerNumber ' SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       POST-REWARD-BALANCE-AND-LEDGER-EXIT.
           EXIT.

      *===============================================================*
      * Picks up the TRANSACTIONID DB2 just assigned to the ledger    *
      * INSERT in this unit of work, and hands it back to any caller  *
      * whose request is long enough to carry RewardsTransactionId -  *
      * an older 'P' caller that has never heard of transaction ids   *
      * simply doesn't get one back.                                  *
      *===============================================================*
       FETCH-ASSIGNED-TRANSACTION-ID.

           EXEC SQL
              SELECT INT(IDENTITY_VAL_LOCAL())
              INTO  :CustRewd-Transaction-Id
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE = 0
               DISPLAY 'LEDGER TRANSACTION ID ASSIGNED = '
                       CustRewd-Transaction-Id
               IF WS-EFFECTIVE-CALEN NOT LESS THAN
                       LENGTH OF DFHCOMMAREA-BASELINE
                       + LENGTH OF DFHCOMMAREA-EXTENDED
                       + LENGTH OF DFHCOMMAREA-MERGE
                       + LENGTH OF DFHCOMMAREA-HISTORY
                       + LENGTH OF DFHCOMMAREA-HOUSEHOLD
                       + LENGTH OF DFHCOMMAREA-REWARDID
                   MOVE CustRewd-Transaction-Id
                       TO RewardsTransactionId
               END-IF
           ELSE
               DISPLAY 'TRANSACTION ID FETCH FAILED SQLCODE = '
                       SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       FETCH-ASSIGNED-TRANSACTION-ID-EXIT.
           EXIT.

      *================================================================*
      * Procedure for Action 'V' - reverses one specific ledger entry  *
      * by the transaction id Action 'P' handed back when it was       *
      * posted. The original entry is read with an update lock held    *
      * so two reversals of the same entry can't both pass the         *
      * already-reversed check; a reversal entry itself can't be       *
           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     POINTSAMOUNT,
                     COALESCE(BASEPOINTS, POINTSAMOUNT),
                     COALESCE(BONUSPOINTS, 0),
                     COALESCE(REVERSALOFID, 0)
              INTO  :WS-ORIGINAL-CUSTOMER,
                    :WS-ORIGINAL-POINTS,
                    :WS-ORIGINAL-BASE,
                    :WS-ORIGINAL-BONUS,
                    :WS-ORIGINAL-REVERSAL-OF
              FROM ZOSCONN.CUSTREWDTL
              WHERE TRANSACTIONID = :CustRewd-Transaction-Id
               PERFORM CHECK-ENTRY-NOT-ALREADY-REVERSED
           END-IF.

      * Nothing is reversed on an account fraud is holding.
           IF NOT REVERSAL-FAILED
               MOVE WS-ORIGINAL-CUSTOMER TO WS-HOLD-CUSTOMER-NUMBER
               PERFORM CHECK-CUSTOMER-FRAUD-HOLD
               IF FRAUD-HOLD-REFUSED
                   SET REVERSAL-FAILED TO TRUE
               END-IF
           END-IF.

      * A reversal of more points than its threshold waits for a
      * second user; queued skips the steps below without the
      * rollback so the queue row survives. An approved reversal
      * leaves a CUSTHIST before-image naming both users.
           IF NOT REVERSAL-FAILED
               PERFORM CHECK-REVERSAL-GATE
               EVALUATE TRUE
                   WHEN GATE-QUEUED
                       SET REVERSAL-QUEUED TO TRUE
                   WHEN GATE-REFUSED
                       SET REVERSAL-FAILED TO TRUE
                   WHEN APPROVAL-APPLYING
                       MOVE WS-ORIGINAL-CUSTOMER
                           TO WS-AUDIT-CUSTOMER-NUMBER
                       PERFORM CAPTURE-CUSTOMER-HISTORY-ROW
               END-EVALUATE
           END-IF.

      * Balance first, then the ledger entry - the same orphan-proof
      * order Action 'P' posts in. The update filters on an active
      * customer, so a reversal against a merged-away or inactive
           IF NOT REVERSAL-FAILED
               SUBTRACT WS-ORIGINAL-POINTS FROM 0
                   GIVING WS-REVERSAL-DELTA
               SUBTRACT WS-ORIGINAL-BASE FROM 0
                   GIVING WS-REVERSAL-BASE
               SUBTRACT WS-ORIGINAL-BONUS FROM 0
                   GIVING WS-REVERSAL-BONUS
               EXEC SQL
                  UPDATE ZOSCONN.CUSTOM
                  SET REWARDSCODE = REWARDSCODE
               END-IF
           END-IF.

           IF NOT REVERSAL-FAILED
               PERFORM MARK-PENDING-ITEM-APPROVED
               IF APPROVAL-MARK-FAILED
                   SET REVERSAL-FAILED TO TRUE
               END-IF
           END-IF.

      * A failure after the balance moved leaves the unit of work
      * half-done - back the whole reversal out rather than strand
      * a balance change without its ledger entry.
           IF REVERSAL-FAILED AND NOT REVERSAL-QUEUED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       REVERSE-REWARD-TRANSACTION-EXIT.

      *===============================================================*
      * The offsetting entry itself: type 'RVSL', the negated        *
      * amount (split into the original's base and tier bonus, both  *
      * negated), and the original's id in REVERSALOFID so CUSTRCON  *
      * and the statement both show exactly what it undoes.           *
      *===============================================================*
       INSERT-REVERSAL-LEDGER-ENTRY.

           MOVE WS-AUDIT-USER-ID TO CustRewd-Audit-User-Id.
           MOVE WS-AUDIT-TERM-ID TO CustRewd-Audit-Term-Id.
           MOVE CustRewd-Transaction-Id TO WS-REVERSED-ID-DISPLAY.
           MOVE SPACES TO CustRewd-Description.
           STRING 'REVERSAL OF TRANSACTION ' DELIMITED BY SIZE
                     TRANTYPE,
                     POINTSAMOUNT,
                     DESCRIPTION,
                     REVERSALOFID,
                     BASEPOINTS,
                     BONUSPOINTS,
                     AUDITUSERID,
                     AUDITTERMID
                    )
              VALUES
                    (
                     'RVSL',
                     :WS-REVERSAL-DELTA,
                     :CustRewd-Description,
                     :CustRewd-Transaction-Id,
                     :WS-REVERSAL-BASE,
                     :WS-REVERSAL-BONUS,
                     :CustRewd-Audit-User-Id,
                     :CustRewd-Audit-Term-Id
                    )
           END-EXEC.

       INSERT-REVERSAL-LEDGER-ENTRY-EXIT.
           EXIT.

      *================================================================*
      * Procedure for Action 'O' - redeems one catalogue item for a    *
      * customer. The item must be in stock and inside its effective   *
      * dates on ZOSCONN.CUSTCATL ('EITM' otherwise), and the          *
      * customer's balance is read with an update lock held so two     *
      * redemptions can't both pass the balance check against the      *
      * same points ('EBAL' when REWARDSCODE won't cover the cost).    *
      * The 'RDEM' entry posts balance-first exactly as Action 'P'     *
      * does, carrying the ITEMCODE and the item's description, and    *
      * an open fulfilment order is written to ZOSCONN.CUSTFORD        *
      * pointing back at it for the nightly CUSTFULF vendor file. The  *
      * order number comes back in RedeemOrderNumber, the entry's id   *
      * in RewardsTransactionId and the new balance in RewardsCode. A  *
      * failure part-way through backs the whole redemption out at     *
      * syncpoint.                                                     *
      *================================================================*
       REDEEM-CATALOGUE-ITEM.

           SET REDEEM-NOT-FAILED TO TRUE.
           MOVE 0 TO RedeemOrderNumber.
           MOVE RedeemItemCode TO CustCatl-Item-Code.

           EXEC SQL
              SELECT ITEMDESC,
                     POINTCOST
              INTO  :CustCatl-Item-Desc,
                    :CustCatl-Point-Cost
              FROM ZOSCONN.CUSTCATL
              WHERE ITEMCODE   = :CustCatl-Item-Code
                AND ITEMSTATUS = 'A'
                AND CURRENT DATE BETWEEN EFFECTIVEFROM
                                     AND EFFECTIVETO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET REDEEM-FAILED TO TRUE
                   MOVE 'EITM' TO ErrorCode
                   DISPLAY 'CATALOGUE ITEM ' CustCatl-Item-Code
                           ' NOT ON FILE, OUT OF STOCK OR NOT IN '
                           'EFFECT'
               WHEN OTHER
                   SET REDEEM-FAILED TO TRUE
                   DISPLAY 'CATALOGUE ITEM SELECT FAILED SQLCODE = '
                           SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-EVALUATE.

           IF NOT REDEEM-FAILED
               MOVE TheCustomerNumber TO WS-HOLD-CUSTOMER-NUMBER
               PERFORM CHECK-CUSTOMER-FRAUD-HOLD
               IF FRAUD-HOLD-REFUSED
                   SET REDEEM-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT REDEEM-FAILED
               EXEC SQL
                  SELECT REWARDSCODE
                  INTO  :Customer-Rewards-Number
                  FROM ZOSCONN.CUSTOM
                  WHERE CUSTOMERNUMBER = :TheCustomerNumber
                    AND CUSTOMERSTATUS = 'A'
                  WITH RS USE AND KEEP UPDATE LOCKS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET REDEEM-FAILED TO TRUE
                       MOVE 'NFND' TO ErrorCode
                       DISPLAY 'NO ACTIVE CUSTOMER FOR REDEMPTION - '
                               'CUSTOMER NUMBER ' TheCustomerNumber
                   WHEN OTHER
                       SET REDEEM-FAILED TO TRUE
                       DISPLAY 'REDEMPTION BALANCE SELECT FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM MAP-SQLCODE-TO-ERROR-CODE
               END-EVALUATE
           END-IF.

           IF NOT REDEEM-FAILED
              AND Customer-Rewards-Number < CustCatl-Point-Cost
               SET REDEEM-FAILED TO TRUE
               MOVE 'EBAL' TO ErrorCode
               DISPLAY 'CUSTOMER ' TheCustomerNumber ' BALANCE '
                       Customer-Rewards-Number ' WILL NOT COVER ITEM '
                       CustCatl-Item-Code ' AT ' CustCatl-Point-Cost
           END-IF.

      * Balance first, then the ledger entry - the same orphan-proof
      * order Action 'P' posts in.
           IF NOT REDEEM-FAILED
               SUBTRACT CustCatl-Point-Cost FROM 0
                   GIVING WS-REDEEM-DELTA
               EXEC SQL
                  UPDATE ZOSCONN.CUSTOM
                  SET REWARDSCODE = REWARDSCODE
                                   + :WS-REDEEM-DELTA,
                      LASTUPDATED = CURRENT TIMESTAMP
                  WHERE CUSTOMERNUMBER = :TheCustomerNumber
                    AND CUSTOMERSTATUS = 'A'
               END-EXEC
               IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                   SET REDEEM-FAILED TO TRUE
                   DISPLAY 'REDEMPTION BALANCE UPDATE FAILED FOR '
                           'CUSTOMER NUMBER ' TheCustomerNumber
                           ' SQLCODE = ' SQLCODE
                   IF SQLCODE = 0
                       MOVE 'NFND' TO ErrorCode
                   ELSE
                       PERFORM MAP-SQLCODE-TO-ERROR-CODE
                   END-IF
               END-IF
           END-IF.

           IF NOT REDEEM-FAILED
               PERFORM INSERT-REDEMPTION-LEDGER-ENTRY
           END-IF.

           IF NOT REDEEM-FAILED
               PERFORM FETCH-ASSIGNED-TRANSACTION-ID
               IF SQLCODE NOT = 0
                   SET REDEEM-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT REDEEM-FAILED
               PERFORM INSERT-FULFILMENT-ORDER
           END-IF.

           IF NOT REDEEM-FAILED
               ADD WS-REDEEM-DELTA TO Customer-Rewards-Number
               MOVE Customer-Rewards-Number TO RewardsCode
               MOVE CustFord-Order-Number TO RedeemOrderNumber
               DISPLAY 'REDEMPTION COMPLETE FOR CUSTOMER '
                       TheCustomerNumber ' - ITEM '
                       CustCatl-Item-Code ' ORDER '
                       CustFord-Order-Number
           END-IF.

      * A failure after the balance moved leaves the unit of work
      * half-done - back the whole redemption out rather than strand
      * a balance change without its ledger entry or its order.
           IF REDEEM-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       REDEEM-CATALOGUE-ITEM-EXIT.
           EXIT.

      *===============================================================*
      * The redemption entry itself: type 'RDEM', the negated point   *
      * cost, the item's description and its ITEMCODE, so CUSTRCON    *
      * and the statement both show what the points went on.          *
      *===============================================================*
       INSERT-REDEMPTION-LEDGER-ENTRY.

           MOVE TheCustomerNumber   TO CustRewd-Customer-Number.
           MOVE 'RDEM'              TO CustRewd-Transaction-Type.
           MOVE WS-REDEEM-DELTA     TO CustRewd-Points-Amount.
           MOVE CustCatl-Item-Desc  TO CustRewd-Description.
           MOVE CustCatl-Item-Code  TO CustRewd-Item-Code.
           MOVE EIBUSRID            TO CustRewd-Audit-User-Id.
           MOVE EIBTRMID            TO CustRewd-Audit-Term-Id.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTREWDTL
                    (
                     CUSTOMERNUMBER,
                     TRANDATE,
                     TRANTYPE,
                     POINTSAMOUNT,
                     DESCRIPTION,
                     ITEMCODE,
                     AUDITUSERID,
                     AUDITTERMID
                    )
              VALUES
                    (
                     :CustRewd-Customer-Number,
                     CURRENT DATE,
                     :CustRewd-Transaction-Type,
                     :CustRewd-Points-Amount,
                     :CustRewd-Description,
                     :CustRewd-Item-Code,
                     :CustRewd-Audit-User-Id,
                     :CustRewd-Audit-Term-Id
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
               SET REDEEM-FAILED TO TRUE
               DISPLAY 'REDEMPTION LEDGER INSERT FAILED SQLCODE = '
                       SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       INSERT-REDEMPTION-LEDGER-ENTRY-EXIT.
           EXIT.

      *===============================================================*
      * Raises the open fulfilment order the nightly CUSTFULF job     *
      * sends to the vendor, stamped with who redeemed it from which  *
      * terminal and linked to the 'RDEM' entry that paid for it, so  *
      * a vendor cancellation knows exactly which entry to reverse.   *
      *===============================================================*
       INSERT-FULFILMENT-ORDER.

           MOVE TheCustomerNumber       TO CustFord-Customer-Number.
           MOVE CustCatl-Item-Code      TO CustFord-Item-Code.
           MOVE CustCatl-Point-Cost     TO CustFord-Point-Cost.
           MOVE CustRewd-Transaction-Id TO CustFord-Transaction-Id.
           MOVE 'O'                     TO CustFord-Order-Status.
           MOVE EIBUSRID                TO CustFord-Audit-User-Id.
           MOVE EIBTRMID                TO CustFord-Audit-Term-Id.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTFORD
                    (
                     CUSTOMERNUMBER,
                     ITEMCODE,
                     POINTCOST,
                     TRANSACTIONID,
                     ORDERSTATUS,
                     ORDERTIMESTAMP,
                     AUDITUSERID,
                     AUDITTERMID
                    )
              VALUES
                    (
                     :CustFord-Customer-Number,
                     :CustFord-Item-Code,
                     :CustFord-Point-Cost,
                     :CustFord-Transaction-Id,
                     :CustFord-Order-Status,
                     CURRENT TIMESTAMP,
                     :CustFord-Audit-User-Id,
                     :CustFord-Audit-Term-Id
                    )
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                  SELECT INT(IDENTITY_VAL_LOCAL())
                  INTO  :CustFord-Order-Number
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET REDEEM-FAILED TO TRUE
               DISPLAY 'FULFILMENT ORDER INSERT FAILED SQLCODE = '
                       SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
           END-IF.
       INSERT-FULFILMENT-ORDER-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'L' - returns up to WS-MAX-LIST-ROWS      *
      * customers matching ListFilterStateCode/ListFilterGenderCode/   *
       FETCH-NEXT-HOUSEHOLD-ROW-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'G' - returns the customer's contact     *
      * preference for every channel in ContactPrefRows. A channel    *
      * with no CUSTCPRF row stands opted in and comes back 'I' with  *
      * a blank date and source. Any customer still on CUSTOM can be  *
      * read whatever its status; a merged-away number gets 'MRGD'    *
      * and the survivor's number, as Action 'R' does.                *
      *===============================================================*
       READ-CONTACT-PREFERENCES.

           SET CONTACT-NOT-FAILED TO TRUE.
           MOVE 0 TO ContactReturnedCount.
           PERFORM CHECK-CONTACT-CUSTOMER-ON-FILE.
           IF CONTACT-NOT-FAILED
               PERFORM LOAD-CONTACT-PREFERENCE-ROWS
           END-IF.
       READ-CONTACT-PREFERENCES-EXIT.
           EXIT.

      *===============================================================*
      * Procedure for Action 'W' - sets one channel's contact         *
      * preference. The channel, status and source are edited first   *
      * ('ECHN', 'EOPT', 'ESRC'); a blank source is the desk. A       *
      * request that leaves the channel where it already stands       *
      * changes nothing, so SETDATE keeps showing when the customer   *
      * actually asked. A real change writes the CUSTCPHS             *
      * before-image and then the CUSTCPRF row in one unit of work -  *
      * a failure of either backs both out at syncpoint, so no change *
      * is ever left unaudited. The customer's preferences for every  *
      * channel come back as for Action 'G'.                          *
      *===============================================================*
       SET-CONTACT-PREFERENCE.

           SET CONTACT-NOT-FAILED TO TRUE.
           MOVE 0 TO ContactReturnedCount.
           PERFORM VALIDATE-CONTACT-PREFERENCE.

           IF CONTACT-NOT-FAILED
               PERFORM CHECK-CONTACT-CUSTOMER-ON-FILE
           END-IF.

           IF CONTACT-NOT-FAILED
               MOVE ContactChannelCode TO CustCprf-Channel-Code
               PERFORM READ-CONTACT-PREFERENCE-ROW
           END-IF.

           IF CONTACT-NOT-FAILED
               IF (CONTACT-ROW-FOUND
                   AND CustCprf-Opt-Status = ContactOptStatus)
                  OR (CONTACT-ROW-NOT-FOUND
                      AND ContactOptStatus = 'I')
                   DISPLAY 'CONTACT PREFERENCE ' ContactChannelCode
                           ' ALREADY ' ContactOptStatus
                           ' FOR Customer Number ' TheCustomerNumber
               ELSE
                   PERFORM CAPTURE-CONTACT-PREFERENCE-HISTORY
                   IF CONTACT-NOT-FAILED
                       PERFORM WRITE-CONTACT-PREFERENCE-ROW
                   END-IF
                   IF CONTACT-FAILED
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   ELSE
                       DISPLAY 'CONTACT PREFERENCE ' ContactChannelCode
                               ' SET TO ' ContactOptStatus
                               ' FOR Customer Number '
                               TheCustomerNumber
                   END-IF
               END-IF
           END-IF.

           IF CONTACT-NOT-FAILED
               PERFORM LOAD-CONTACT-PREFERENCE-ROWS
           END-IF.
       SET-CONTACT-PREFERENCE-EXIT.
           EXIT.

      *===============================================================*
      * Field edits for Action 'W' against the channel and source     *
      * tables in CONTACT-WORKING-STORAGE.                            *
      *===============================================================*
       VALIDATE-CONTACT-PREFERENCE.

           MOVE SPACES TO ErrorCode.

           SET WS-CHANNEL-IDX TO 1.
           SEARCH WS-CONTACT-CHANNEL
               AT END
                   MOVE 'ECHN' TO ErrorCode
                   SET CONTACT-FAILED TO TRUE
               WHEN WS-CONTACT-CHANNEL (WS-CHANNEL-IDX)
                       = ContactChannelCode
                   CONTINUE
           END-SEARCH.

           IF CONTACT-NOT-FAILED
              AND ContactOptStatus NOT = 'I'
              AND ContactOptStatus NOT = 'O'
               MOVE 'EOPT' TO ErrorCode
               SET CONTACT-FAILED TO TRUE
           END-IF.

           IF CONTACT-NOT-FAILED
              AND (ContactSourceCode = SPACES OR LOW-VALUES)
               MOVE 'DESK' TO ContactSourceCode
           END-IF.

           IF CONTACT-NOT-FAILED
               SET WS-SOURCE-IDX TO 1
               SEARCH WS-CONTACT-SOURCE
                   AT END
                       MOVE 'ESRC' TO ErrorCode
                       SET CONTACT-FAILED TO TRUE
                   WHEN WS-CONTACT-SOURCE (WS-SOURCE-IDX)
                           = ContactSourceCode
                       CONTINUE
               END-SEARCH
           END-IF.

           IF CONTACT-FAILED
               DISPLAY 'CONTACT PREFERENCE REFUSED ' ErrorCode
                       ' FOR Customer Number ' TheCustomerNumber
           END-IF.
       VALIDATE-CONTACT-PREFERENCE-EXIT.
           EXIT.

      *===============================================================*
      * The customer must still be on CUSTOM under its own number -   *
      * active, soft-deleted or dormant alike, since an opt-out has   *
      * to hold if the account is ever brought back. A merged-away    *
      * number is pointed at its survivor instead.                    *
      *===============================================================*
       CHECK-CONTACT-CUSTOMER-ON-FILE.

           EXEC SQL
              SELECT CUSTOMERNUMBER
              INTO  :WS-AUDIT-CUSTOMER-NUMBER
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :TheCustomerNumber
                AND MERGEDTONUMBER IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CONTACT PREFERENCE CUSTOMER LOOKUP FAILED FOR '
                       'Customer Number ' TheCustomerNumber
                       ' SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
               IF SQLCODE = 100
                   PERFORM CHECK-FOR-MERGED-AWAY-CUSTOMER
               END-IF
               SET CONTACT-FAILED TO TRUE
           END-IF.
       CHECK-CONTACT-CUSTOMER-ON-FILE-EXIT.
           EXIT.

      *===============================================================*
      * Fills ContactPrefRows with one row per channel, in the order  *
      * the channels are listed in CONTACT-WORKING-STORAGE.           *
      *===============================================================*
       LOAD-CONTACT-PREFERENCE-ROWS.

           MOVE 0 TO ContactReturnedCount.
           MOVE 0 TO WS-CONTACT-SUB.
           PERFORM LOAD-ONE-CONTACT-PREFERENCE-ROW 3 TIMES.
       LOAD-CONTACT-PREFERENCE-ROWS-EXIT.
           EXIT.

       LOAD-ONE-CONTACT-PREFERENCE-ROW.

           ADD 1 TO WS-CONTACT-SUB.
           IF CONTACT-NOT-FAILED
               MOVE WS-CONTACT-CHANNEL (WS-CONTACT-SUB)
                   TO CustCprf-Channel-Code
               PERFORM READ-CONTACT-PREFERENCE-ROW
           END-IF.

           IF CONTACT-NOT-FAILED
               ADD 1 TO ContactReturnedCount
               MOVE CustCprf-Channel-Code
                   TO ContactPrefChannel (ContactReturnedCount)
               IF CONTACT-ROW-FOUND
                   MOVE CustCprf-Opt-Status
                       TO ContactPrefStatus (ContactReturnedCount)
                   MOVE CustCprf-Set-Date
                       TO ContactPrefSetDate (ContactReturnedCount)
                   MOVE CustCprf-Source-Code
                       TO ContactPrefSource (ContactReturnedCount)
               ELSE
                   MOVE 'I'
                       TO ContactPrefStatus (ContactReturnedCount)
                   MOVE SPACES
                       TO ContactPrefSetDate (ContactReturnedCount)
                   MOVE SPACES
                       TO ContactPrefSource (ContactReturnedCount)
               END-IF
           END-IF.
       LOAD-ONE-CONTACT-PREFERENCE-ROW-EXIT.
           EXIT.

      *===============================================================*
      * Reads TheCustomerNumber's CUSTCPRF row for the channel in     *
      * CustCprf-Channel-Code. Not found is not an error - the        *
      * channel simply stands opted in.                               *
      *===============================================================*
       READ-CONTACT-PREFERENCE-ROW.

           SET CONTACT-ROW-NOT-FOUND TO TRUE.
           EXEC SQL
              SELECT OPTSTATUS,
                     CHAR(SETDATE, ISO),
                     SOURCECODE
              INTO  :CustCprf-Opt-Status,
                    :CustCprf-Set-Date,
                    :CustCprf-Source-Code
              FROM ZOSCONN.CUSTCPRF
              WHERE CUSTOMERNUMBER = :TheCustomerNumber
                AND CHANNELCODE    = :CustCprf-Channel-Code
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET CONTACT-ROW-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CONTACT PREFERENCE READ FAILED FOR '
                           'Customer Number ' TheCustomerNumber
                           ' SQLCODE = ' SQLCODE
                   PERFORM MAP-SQLCODE-TO-ERROR-CODE
                   SET CONTACT-FAILED TO TRUE
           END-EVALUATE.
       READ-CONTACT-PREFERENCE-ROW-EXIT.
           EXIT.

      *===============================================================*
      * Writes the CUSTCPHS before-image of the channel about to      *
      * change - the row READ-CONTACT-PREFERENCE-ROW just read, or    *
      * blanks and a null date when the channel was never set - with  *
      * what it is changing to and who changed it.                    *
      *===============================================================*
       CAPTURE-CONTACT-PREFERENCE-HISTORY.

           MOVE TheCustomerNumber TO CustCphs-Customer-Number.
           MOVE ContactChannelCode TO CustCphs-Channel-Code.
           IF CONTACT-ROW-FOUND
               MOVE CustCprf-Opt-Status TO CustCphs-Old-Opt-Status
               MOVE CustCprf-Set-Date TO CustCphs-Old-Set-Date
               MOVE CustCprf-Source-Code TO CustCphs-Old-Source-Code
           ELSE
               MOVE SPACES TO CustCphs-Old-Opt-Status
               MOVE SPACES TO CustCphs-Old-Set-Date
               MOVE SPACES TO CustCphs-Old-Source-Code
           END-IF.
           MOVE ContactOptStatus TO CustCphs-New-Opt-Status.
           MOVE ContactSourceCode TO CustCphs-New-Source-Code.
           MOVE Action TO CustCphs-Action-Code.
           MOVE WS-AUDIT-TERM-ID TO CustCphs-Term-Id.
           MOVE WS-AUDIT-USER-ID TO CustCphs-User-Id.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTCPHS
                    (
                     CUSTOMERNUMBER,
                     CHANNELCODE,
                     OLDOPTSTATUS,
                     OLDSETDATE,
                     OLDSOURCECODE,
                     NEWOPTSTATUS,
                     NEWSOURCECODE,
                     AUDITACTION,
                     AUDITTIMESTAMP,
                     AUDITTERMID,
                     AUDITUSERID
                    )
              VALUES
                    (
                     :CustCphs-Customer-Number,
                     :CustCphs-Channel-Code,
                     :CustCphs-Old-Opt-Status,
                     DATE(NULLIF(:CustCphs-Old-Set-Date, ' ')),
                     :CustCphs-Old-Source-Code,
                     :CustCphs-New-Opt-Status,
                     :CustCphs-New-Source-Code,
                     :CustCphs-Action-Code,
                     CURRENT TIMESTAMP,
                     :CustCphs-Term-Id,
                     :CustCphs-User-Id
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCPHS INSERT FAILED FOR CUSTOMER NUMBER '
                       TheCustomerNumber ' SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
               SET CONTACT-FAILED TO TRUE
           END-IF.
       CAPTURE-CONTACT-PREFERENCE-HISTORY-EXIT.
           EXIT.

      *===============================================================*
      * Updates the channel's CUSTCPRF row, or inserts one the first  *
      * time the channel is set, stamped with today's date, the       *
      * source and the user and terminal behind the change.           *
      *===============================================================*
       WRITE-CONTACT-PREFERENCE-ROW.

           MOVE TheCustomerNumber TO CustCprf-Customer-Number.
           MOVE ContactChannelCode TO CustCprf-Channel-Code.
           MOVE ContactOptStatus TO CustCprf-Opt-Status.
           MOVE ContactSourceCode TO CustCprf-Source-Code.
           MOVE WS-AUDIT-USER-ID TO CustCprf-Update-User-Id.
           MOVE WS-AUDIT-TERM-ID TO CustCprf-Update-Term-Id.

           IF CONTACT-ROW-FOUND
               EXEC SQL
                  UPDATE ZOSCONN.CUSTCPRF
                  SET OPTSTATUS    = :CustCprf-Opt-Status,
                      SETDATE      = CURRENT DATE,
                      SOURCECODE   = :CustCprf-Source-Code,
                      LASTUPDATED  = CURRENT TIMESTAMP,
                      UPDATEUSERID = :CustCprf-Update-User-Id,
                      UPDATETERMID = :CustCprf-Update-Term-Id
                  WHERE CUSTOMERNUMBER = :CustCprf-Customer-Number
                    AND CHANNELCODE    = :CustCprf-Channel-Code
               END-EXEC
           ELSE
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTCPRF
                        (
                         CUSTOMERNUMBER,
                         CHANNELCODE,
                         OPTSTATUS,
                         SETDATE,
                         SOURCECODE,
                         LASTUPDATED,
                         UPDATEUSERID,
                         UPDATETERMID
                        )
                  VALUES
                        (
                         :CustCprf-Customer-Number,
                         :CustCprf-Channel-Code,
                         :CustCprf-Opt-Status,
                         CURRENT DATE,
                         :CustCprf-Source-Code,
                         CURRENT TIMESTAMP,
                         :CustCprf-Update-User-Id,
                         :CustCprf-Update-Term-Id
                        )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCPRF WRITE FAILED FOR CUSTOMER NUMBER '
                       TheCustomerNumber ' SQLCODE = ' SQLCODE
               PERFORM MAP-SQLCODE-TO-ERROR-CODE
               SET CONTACT-FAILED TO TRUE
           END-IF.
       WRITE-CONTACT-PREFERENCE-ROW-EXIT.
           EXIT.

       MOVE-READ-DATA.
           MOVE Customer-Number to         TheCustomerNumber
           MOVE Customer-First-Name to     FirstName
