      *  (for the print vendor's envelope window), an opening         *
      *  balance (the ledger summed ahead of the month), every        *
      *  CUSTREWDTL transaction in the month in TRANDATE order with   *
      *  TRANTYPE, DESCRIPTION and POINTSAMOUNT (with its base and    *
      *  loyalty tier bonus points shown separately), and a closing   *
      *  balance, flagged when it ties to REWARDSCODE. A trailer      *
      *  with statement and customer counts closes the file so the    *
      *  print vendor can verify they received the whole thing.       *
      *  A customer opted out of paper statements is left off the     *
      *  file and counted on the trailer as suppressed.               *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *              complete for the business date is refused unless *
      *              operations sets OPERATOROVERRIDE on the completed*
      *              row. Counts feed the CUSTCYCR morning report.    *
      *  2026-10-15  Detail records split the amount into base points *
      *              and loyalty tier bonus points, so the statement  *
      *              can print the bonus the customer's tier earned.  *
      *  2026-10-15  A customer opted out of paper statements on      *
      *              ZOSCONN.CUSTCPRF (channel 'STMT') gets no        *
      *              statement. Customers suppressed this way with    *
      *              activity in the month are counted on the trailer *
      *              and in the run log for Compliance.               *
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
               05  SD-TRAN-TYPE            PIC X(4).
               05  SD-POINTS-AMOUNT        PIC S9(09).
               05  SD-DESCRIPTION          PIC X(50).
      * Base and tier bonus making up SD-POINTS-AMOUNT - a row posted
      * before tiers carries its whole amount as base.
               05  SD-BASE-POINTS          PIC S9(09).
               05  SD-BONUS-POINTS         PIC S9(09).
               05  FILLER                  PIC X(431).
           03  SM-CLOSING-DATA REDEFINES SM-RECORD-DATA.
               05  SC-CUSTOMER-NUMBER      PIC 9(09).
               05  SC-CLOSING-BALANCE      PIC S9(09).
           03  SM-TRAILER-DATA REDEFINES SM-RECORD-DATA.
               05  ST-STATEMENT-COUNT      PIC 9(09).
               05  ST-CUSTOMER-COUNT       PIC 9(09).
      * Customers with activity in the month left off the file
      * because they opted out of paper statements.
               05  ST-SUPPRESSED-COUNT     PIC 9(09).
               05  FILLER                  PIC X(513).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           03 WS-OPENING-BALANCE       PIC S9(9) COMP-4 VALUE 0.
           03 WS-CLOSING-BALANCE       PIC S9(9) COMP-4 VALUE 0.
           03 WS-STATEMENT-COUNT       PIC S9(7) COMP-4 VALUE 0.
           03 WS-SUPPRESSED-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-MONTH-ACTIVITY-COUNT  PIC S9(9) COMP-4 VALUE 0.
      * The customer's 'STMT' status off CUSTCPRF - 'I' when the
      * customer has never set one.
           03 WS-STMT-OPT-STATUS       PIC X VALUE 'I'.
               88 STATEMENT-OPTED-OUT      VALUE 'O'.

      * Pieces used to build the month-start and next-month dates
       01 DATE-BUILD-FIELDS.
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
             OPERATOROVERRIDE               CHAR(1)
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

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every active customer, with the name and address the print
      * vendor needs for the envelope window and the customer's
      * paper-statement preference ('I' when never set).
           EXEC SQL
              DECLARE STATEMENT-CUSTOMER-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     CITYCODE,
                     STATECODE,
                     POSTCODE,
                     REWARDSCODE,
                     COALESCE((SELECT P.OPTSTATUS
                               FROM ZOSCONN.CUSTCPRF P
                               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                 AND P.CHANNELCODE    = 'STMT'), 'I')
              FROM ZOSCONN.CUSTOM C
              WHERE CUSTOMERSTATUS = 'A'
              ORDER BY CUSTOMERNUMBER
           END-EXEC.
                     CHAR(TRANDATE, ISO),
                     TRANTYPE,
                     POINTSAMOUNT,
                     DESCRIPTION,
                     COALESCE(BASEPOINTS, POINTSAMOUNT),
                     COALESCE(BONUSPOINTS, 0)
              FROM ZOSCONN.CUSTREWDTL
              WHERE CUSTOMERNUMBER = :Customer-Number
                AND TRANDATE < :WS-NEXT-MONTH-DATE
                   PERFORM FETCH-NEXT-CUSTOMER-ROW
               END-IF
               PERFORM UNTIL END-OF-CUSTOMERS
                   IF STATEMENT-OPTED-OUT
                       PERFORM COUNT-SUPPRESSED-STATEMENT
                   ELSE
                       PERFORM BUILD-ONE-CUSTOMER-STATEMENT
                   END-IF
                   PERFORM FETCH-NEXT-CUSTOMER-ROW
               END-PERFORM
               PERFORM WRITE-FILE-TRAILER

           DISPLAY 'CUSTSTMT - STATEMENTS WRITTEN = '
                   WS-STATEMENT-COUNT.
           DISPLAY 'CUSTSTMT - STATEMENTS SUPPRESSED (OPTED OUT) = '
                   WS-SUPPRESSED-COUNT.
           DISPLAY 'CUSTSTMT - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                    :Customer-City,
                    :Customer-State-Code,
                    :Customer-Postal-Code,
                    :Customer-Rewards-Number,
                    :WS-STMT-OPT-STATUS
           END-EXEC.

           EVALUATE SQLCODE
       BUILD-ONE-CUSTOMER-STATEMENT-EXIT.
           EXIT.

      *===============================================================*
      * A customer opted out of paper statements gets no section on   *
      * the file. Only one who would have had a statement - ledger    *
      * activity inside the month - is counted as suppressed, so the  *
      * trailer count is the statements actually held back.           *
      *===============================================================*
       COUNT-SUPPRESSED-STATEMENT.

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-MONTH-ACTIVITY-COUNT
              FROM ZOSCONN.CUSTREWDTL
              WHERE CUSTOMERNUMBER = :Customer-Number
                AND TRANDATE >= :WS-MONTH-START-DATE
                AND TRANDATE <  :WS-NEXT-MONTH-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSTMT - ACTIVITY COUNT FAILED FOR '
                       'CUSTOMER NUMBER ' Customer-Number
                       ' SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-MONTH-ACTIVITY-COUNT > 0
                   ADD 1 TO WS-SUPPRESSED-COUNT
               END-IF
           END-IF.
       COUNT-SUPPRESSED-STATEMENT-EXIT.
           EXIT.

       FETCH-NEXT-LEDGER-ROW.
           EXEC SQL
              FETCH STATEMENT-LEDGER-CURSOR
                    :CustRewd-Transaction-Date,
                    :CustRewd-Transaction-Type,
                    :CustRewd-Points-Amount,
                    :CustRewd-Description,
                    :CustRewd-Base-Points,
                    :CustRewd-Bonus-Points
           END-EXEC.

           EVALUATE SQLCODE
           MOVE CustRewd-Transaction-Type TO SD-TRAN-TYPE.
           MOVE CustRewd-Points-Amount    TO SD-POINTS-AMOUNT.
           MOVE CustRewd-Description      TO SD-DESCRIPTION.
           MOVE CustRewd-Base-Points      TO SD-BASE-POINTS.
           MOVE CustRewd-Bonus-Points     TO SD-BONUS-POINTS.
           WRITE STATEMENT-RECORD.
       WRITE-TRANSACTION-DETAIL-RECORD-EXIT.
           EXIT.
           MOVE 'T' TO SM-RECORD-TYPE.
           MOVE WS-STATEMENT-COUNT TO ST-STATEMENT-COUNT.
           MOVE WS-STATEMENT-COUNT TO ST-CUSTOMER-COUNT.
           MOVE WS-SUPPRESSED-COUNT TO ST-SUPPRESSED-COUNT.
           WRITE STATEMENT-RECORD.
       WRITE-FILE-TRAILER-EXIT.
           EXIT.
