      *  format record per row to CUSTXTRF for the CRM load job, then *
      *  saves the new high-water mark to CUSTXCTL for next time - so *
      *  Marketing no longer waits on someone to re-run a manual      *
      *  extract against CUSTOM on request. Each record carries the   *
      *  customer's marketing-mail and telephone opt-out flags.       *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *              complete for the business date is refused unless *
      *              operations sets OPERATOROVERRIDE on the completed*
      *              row. Counts feed the CUSTCYCR morning report.    *
      *  2026-10-15  Extract record carries the customer's do-not-    *
      *              contact flags for marketing mail and telephone   *
      *              off ZOSCONN.CUSTCPRF, so the CRM system can hold *
      *              the customer back. A preference change alone     *
      *              sends the customer again: the high-water mark is *
      *              now the later of CUSTOM's and the preferences'   *
      *              LASTUPDATED. The run log counts records flagged. *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           03  EX-REWARDS-NUMBER       PIC S9(09).
           03  EX-LAST-UPDATED         PIC X(26).
           03  EX-CUSTOMER-STATUS      PIC X(01).
      * 'Y' when the customer has opted out of marketing mail /
      * telephone contact on CUSTCPRF, else 'N'.
           03  EX-MAIL-OPTED-OUT       PIC X(01).
           03  EX-PHONE-OPTED-OUT      PIC X(01).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           03 WS-DUPLICATE-SWITCH      PIC X VALUE 'N'.
               88 DUPLICATE-BOUNDARY-ROW   VALUE 'Y'.
           03 WS-BOUNDARY-INDEX        PIC 9(02) COMP.
           03 WS-FLAGGED-COUNT         PIC S9(7) COMP-4 VALUE 0.
      * The later of CUSTOM's LASTUPDATED and the customer's latest
      * CUSTCPRF change - the timestamp the high-water mark runs on.
           03 WS-CHANGE-TIMESTAMP      PIC X(26).
      * The customer's 'MAIL'/'PHON' status off CUSTCPRF - 'I' when
      * the customer has never set one.
           03 WS-MAIL-OPT-STATUS       PIC X VALUE 'I'.
               88 MAIL-OPTED-OUT           VALUE 'O'.
           03 WS-PHONE-OPT-STATUS      PIC X VALUE 'I'.
               88 PHONE-OPTED-OUT          VALUE 'O'.

      * Customer numbers extracted at the prior run's high-water mark
      * (read from CUSTXCTL) and at this run's high-water mark (to be
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

      * Cursor picks up every row changed at-or-after the prior run's
      * closes is fetched again next run rather than lost; the
      * WS-PRIOR-BOUNDARY-NUMBER table (loaded from CUSTXCTL) lets
      * FETCH-ONE-CHANGED-CUSTOMER-ROW recognize and skip a boundary
      * row already sent last time. A contact-preference change does
      * not touch CUSTOM (its LASTUPDATED drives the CUSTDORM
      * dormancy sweep), so a customer's change time is the later of
      * CUSTOM's LASTUPDATED and the latest CUSTCPRF change, and the
      * high-water mark runs on that.
           EXEC SQL
              DECLARE CUSTOMER-CHANGE-CURSOR CURSOR FOR
              SELECT C.CUSTOMERNUMBER,
                     C.FIRSTNAME,
                     C.LASTNAME,
                     C.ADDRESS1,
                     C.ADDRESS2,
                     C.CITYCODE,
                     C.STATECODE,
                     C.POSTCODE,
                     C.PHONEHOME,
                     C.PHONEMOBILE,
                     C.GENDERCODE,
                     C.FICACODE,
                     C.SPENDINGCODE,
                     C.REWARDSCODE,
                     C.LASTUPDATED,
                     C.CUSTOMERSTATUS,
                     COALESCE((SELECT P.OPTSTATUS
                               FROM ZOSCONN.CUSTCPRF P
                               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                 AND P.CHANNELCODE    = 'MAIL'), 'I'),
                     COALESCE((SELECT P.OPTSTATUS
                               FROM ZOSCONN.CUSTCPRF P
                               WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                                 AND P.CHANNELCODE    = 'PHON'), 'I'),
                     CASE WHEN F.PREFUPDATED > C.LASTUPDATED
                          THEN F.PREFUPDATED
                          ELSE C.LASTUPDATED
                     END AS CHANGETS
              FROM ZOSCONN.CUSTOM C
                   LEFT OUTER JOIN
                   (SELECT CUSTOMERNUMBER,
                           MAX(LASTUPDATED) AS PREFUPDATED
                    FROM ZOSCONN.CUSTCPRF
                    GROUP BY CUSTOMERNUMBER) F
                   ON F.CUSTOMERNUMBER = C.CUSTOMERNUMBER
              WHERE C.LASTUPDATED >= :WS-LAST-RUN-TIMESTAMP
                 OR F.PREFUPDATED >= :WS-LAST-RUN-TIMESTAMP
              ORDER BY CHANGETS, C.CUSTOMERNUMBER
           END-EXEC.
      *---------------------------------------------------------------*


           DISPLAY 'CUSTXTRC - RECORDS EXTRACTED = '
                   WS-TOTAL-EXTRACT-COUNT.
           DISPLAY 'CUSTXTRC - RECORDS FLAGGED DO-NOT-CONTACT = '
                   WS-FLAGGED-COUNT.
           DISPLAY 'CUSTXTRC - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                    :Customer-Spending-Limit,
                    :Customer-Rewards-Number,
                    :Customer-Last-Updated,
                    :Customer-Status,
                    :WS-MAIL-OPT-STATUS,
                    :WS-PHONE-OPT-STATUS,
                    :WS-CHANGE-TIMESTAMP
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-CHANGE-TIMESTAMP = WS-LAST-RUN-TIMESTAMP
                       PERFORM CHECK-PRIOR-BOUNDARY-DUPLICATE
                   END-IF
                   IF NOT DUPLICATE-BOUNDARY-ROW

      *===============================================================*
      * Advances the high-water mark as rows come back in ascending   *
      * change-time order, and remembers every customer number seen   *
      * at the current mark so a same-timestamp tie is not resent.    *
      *===============================================================*
       TRACK-NEW-HIGH-WATER-MARK.
           IF WS-CHANGE-TIMESTAMP > WS-HIGH-WATER-MARK
               MOVE WS-CHANGE-TIMESTAMP TO WS-HIGH-WATER-MARK
               MOVE 1 TO WS-NEW-BOUNDARY-COUNT
               MOVE Customer-Number TO WS-NEW-BOUNDARY-NUMBER(1)
           ELSE
           MOVE Customer-Rewards-Number TO EX-REWARDS-NUMBER.
           MOVE Customer-Last-Updated   TO EX-LAST-UPDATED.
           MOVE Customer-Status         TO EX-CUSTOMER-STATUS.
           MOVE 'N'                     TO EX-MAIL-OPTED-OUT.
           MOVE 'N'                     TO EX-PHONE-OPTED-OUT.
           IF MAIL-OPTED-OUT
               MOVE 'Y'                 TO EX-MAIL-OPTED-OUT
           END-IF.
           IF PHONE-OPTED-OUT
               MOVE 'Y'                 TO EX-PHONE-OPTED-OUT
           END-IF.
           IF MAIL-OPTED-OUT OR PHONE-OPTED-OUT
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           WRITE EXTRACT-FILE-RECORD.
       WRITE-CUSTOMER-EXTRACT-RECORD-EXIT.
           EXIT.
