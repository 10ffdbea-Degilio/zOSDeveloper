      *  forward balance stay reconciled. Writes a summary report of  *
      *  points expired per customer to CUSTREXP-RPT and an extract   *
      *  of the affected customers (with name and address) to         *
      *  CUSTREXF for Marketing's expiration campaign. A customer     *
      *  opted out of marketing mail is left off the extract.         *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *              complete for the business date is refused unless *
      *              operations sets OPERATOROVERRIDE on the completed*
      *              row. Counts feed the CUSTCYCR morning report.    *
      *  2026-10-15  A customer opted out of marketing mail on        *
      *              ZOSCONN.CUSTCPRF (channel 'MAIL') still has the  *
      *              points expired but is left off the CUSTREXF      *
      *              campaign extract; the report marks the customer  *
      *              and totals the extract records suppressed.       *
      *  2026-10-15  DECLARE kept in sync with CUSTREWDTL's full      *
      *              column list.                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           03 WS-TOTAL-CUSTOMER-COUNT  PIC S9(7) COMP-4 VALUE 0.
           03 WS-EXPIRED-CUSTOMER-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-POINTS-EXPIRED  PIC S9(9) COMP-4 VALUE 0.
           03 WS-SUPPRESSED-COUNT      PIC S9(7) COMP-4 VALUE 0.
      * The customer's 'MAIL' status off CUSTCPRF - 'I' when the
      * customer has never set one.
           03 WS-MAIL-OPT-STATUS       PIC X VALUE 'I'.
               88 MAIL-OPTED-OUT           VALUE 'O'.

      * Variables for columns in the CUSTOM table
           COPY CUSTREC.
           03  DL-LAST-NAME           PIC X(30).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  DL-POINTS-EXPIRED      PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
      * 'MAIL OPT-OUT' when the customer was left off CUSTREXF.
           03  DL-MAIL-NOTE           PIC X(12).

       01 CUSTOMER-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
               VALUE 'CUSTOMERS WITH EXPIRATIONS '.
           03  CTL-EXPIRED-COUNT      PIC ZZZ,ZZ9.

       01 SUPPRESSED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'EXTRACT SUPPRESSED OPT-OUT '.
           03  STL-SUPPRESSED-COUNT   PIC ZZZ,ZZ9.

       01 POINTS-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
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

      * Outer cursor - every active customer, with the name/address
      * needed for the Marketing extract should this customer lose
      * points. Only active customers age off: a merged-away or
      * soft-deleted row holds no live balance to expire. The
      * customer's marketing-mail preference ('I' when never set)
      * decides whether the extract record is written.
           EXEC SQL
              DECLARE CUSTOMER-EXPIRY-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     CITYCODE,
                     STATECODE,
                     POSTCODE,
                     REWARDSCODE,
                     COALESCE((SELECT P.OPTSTATUS
                               FROM ZOSCONN.CUSTCPRF P
                               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                 AND P.CHANNELCODE    = 'MAIL'), 'I')
              FROM ZOSCONN.CUSTOM C
              WHERE CUSTOMERSTATUS = 'A'
              ORDER BY CUSTOMERNUMBER
           END-EXEC.
                   WS-EXPIRED-CUSTOMER-COUNT.
           DISPLAY 'CUSTREXP - TOTAL POINTS EXPIRED = '
                   WS-TOTAL-POINTS-EXPIRED.
           DISPLAY 'CUSTREXP - EXTRACT SUPPRESSED   = '
                   WS-SUPPRESSED-COUNT.
           DISPLAY 'CUSTREXP - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                    :Customer-City,
                    :Customer-State-Code,
                    :Customer-Postal-Code,
                    :Customer-Rewards-Number,
                    :WS-MAIL-OPT-STATUS
           END-EXEC.

           EVALUATE SQLCODE
                   ADD 1 TO WS-EXPIRED-CUSTOMER-COUNT
                   ADD WS-POINTS-TO-EXPIRE TO WS-TOTAL-POINTS-EXPIRED
                   PERFORM WRITE-EXPIRY-DETAIL-LINE
      * The expiry itself posts either way - an opt-out only keeps
      * the customer out of Marketing's campaign mailing.
                   IF MAIL-OPTED-OUT
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       PERFORM WRITE-EXPIRY-EXTRACT-RECORD
                   END-IF
               END-IF
           END-IF.
       POST-EXPIRATION-FOR-CUSTOMER-EXIT.
           MOVE Customer-Number TO DL-CUSTOMER-NUMBER.
           MOVE Customer-Last-Name(1:30) TO DL-LAST-NAME.
           MOVE WS-POINTS-TO-EXPIRE TO DL-POINTS-EXPIRED.
           IF MAIL-OPTED-OUT
               MOVE 'MAIL OPT-OUT' TO DL-MAIL-NOTE
           END-IF.
           MOVE DETAIL-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
       WRITE-EXPIRY-DETAIL-LINE-EXIT.
           MOVE CUSTOMER-TOTAL-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

           MOVE WS-SUPPRESSED-COUNT TO STL-SUPPRESSED-COUNT.
           MOVE SUPPRESSED-TOTAL-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

           MOVE SPACES TO POINTS-TOTAL-LINE.
           MOVE WS-TOTAL-POINTS-EXPIRED TO PTL-POINTS-EXPIRED.
           MOVE POINTS-TOTAL-LINE TO EXPIRY-REPORT-LINE.
