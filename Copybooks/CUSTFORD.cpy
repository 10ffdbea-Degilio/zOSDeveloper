      *---------------------------------------------------------------*
      *  CUSTFORD   - Host variable layout for the ZOSCONN.CUSTFORD   *
      *               reward fulfilment order table. One row per      *
      *               catalogue item redeemed online, keyed by the    *
      *               ORDERNUMBER DB2 assigns at insert and linked to *
      *               the 'RDEM' ledger entry that paid for it        *
      *               through TRANSACTIONID. ORDERSTATUS 'O' is open  *
      *               and waiting for the nightly CUSTFULF vendor     *
      *               file, 'S' has been sent to the vendor, 'F' the  *
      *               vendor confirmed shipped, and 'C' the vendor    *
      *               cancelled - a cancelled order carries the id of *
      *               the 'RVSL' entry that gave the points back in   *
      *               REVERSALID.                                     *
      *---------------------------------------------------------------*
       01 CustFord-Table.
           03  CustFord-Order-Number     PIC S9(9) COMP-4.
           03  CustFord-Customer-Number  PIC S9(9) COMP-4.
           03  CustFord-Item-Code        PIC X(8).
           03  CustFord-Point-Cost       PIC S9(9) COMP-4.
           03  CustFord-Transaction-Id   PIC S9(9) COMP-4.
           03  CustFord-Order-Status     PIC X.
           03  CustFord-Order-Timestamp  PIC X(26).
           03  CustFord-Sent-Date        PIC X(10).
           03  CustFord-Confirm-Date     PIC X(10).
           03  CustFord-Vendor-Reference PIC X(20).
           03  CustFord-Reversal-Id      PIC S9(9) COMP-4.
           03  CustFord-Audit-User-Id    PIC X(8).
           03  CustFord-Audit-Term-Id    PIC X(4).
