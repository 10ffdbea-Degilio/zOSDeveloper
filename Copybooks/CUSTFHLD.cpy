      *---------------------------------------------------------------*
      *  CUSTFHLD   - Host variable layout for the ZOSCONN.CUSTFHLD   *
      *               reward fraud hold table. One row per customer   *
      *               the nightly CUSTFRAU monitoring run has held.   *
      *               HOLDSTATUS 'H' is a live hold - the online      *
      *               redemption and reversal actions refuse the      *
      *               customer with ErrorCode 'FHLD' - and 'C' is a   *
      *               hold the fraud team has cleared through         *
      *               CUSTFHMT, stamped with who cleared it, from     *
      *               which terminal and when. EVIDENCEDATE is the    *
      *               latest redemption date behind the hold, so a    *
      *               cleared customer is only held again by newer    *
      *               activity.                                       *
      *---------------------------------------------------------------*
       01 CustFhld-Table.
           03  CustFhld-Customer-Number  PIC S9(9) COMP-4.
           03  CustFhld-Hold-Status      PIC X.
           03  CustFhld-Hold-Date        PIC X(10).
           03  CustFhld-Case-Score       PIC S9(4) COMP-4.
           03  CustFhld-Evidence-Date    PIC X(10).
           03  CustFhld-Cleared-Timestamp PIC X(26).
           03  CustFhld-Cleared-User-Id  PIC X(8).
           03  CustFhld-Cleared-Term-Id  PIC X(4).
           03  CustFhld-Last-Updated     PIC X(26).
