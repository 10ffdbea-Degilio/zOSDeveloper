      *---------------------------------------------------------------*
      *  CUSTAPTH   - Host variable layout for the ZOSCONN.CUSTAPTH   *
      *               dual-approval threshold table. One row per      *
      *               CUSTOMER action that needs a second user once   *
      *               its value crosses THRESHOLDVALUE: 'U' on the    *
      *               spending-limit increase, 'M' on the points      *
      *               merged across, 'S' on the balance of the        *
      *               account restored, 'V' on the points reversed.   *
      *               Only ROWSTATUS 'A' rows are live; an action     *
      *               with no live row is never queued. The audit     *
      *               columns carry who changed the row last.         *
      *---------------------------------------------------------------*
       01 CustApth-Table.
           03  CustApth-Action-Code      PIC X.
           03  CustApth-Threshold-Value  PIC S9(9) COMP-4.
           03  CustApth-Row-Status       PIC X.
           03  CustApth-Last-Updated     PIC X(26).
           03  CustApth-Update-User-Id   PIC X(8).
           03  CustApth-Update-Term-Id   PIC X(4).
