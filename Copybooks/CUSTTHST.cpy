      *---------------------------------------------------------------*
      *  CUSTTHST   - Host variable layout for the ZOSCONN.CUSTTHST   *
      *               loyalty tier history table. One row for every   *
      *               tier change the quarterly CUSTTIER run makes,   *
      *               keyed by customer and the quarter (YYYY-Qn)     *
      *               assessed: the tier held before and after, the   *
      *               qualifying points that decided it and the date  *
      *               of the change. CHANGETYPE 'U' is an upgrade and *
      *               'D' a downgrade; a customer's first assignment  *
      *               at the lowest tier is not a change and writes   *
      *               no history.                                     *
      *---------------------------------------------------------------*
       01 CustThst-Table.
           03  CustThst-Customer-Number  PIC S9(9) COMP-4.
           03  CustThst-Qual-Quarter     PIC X(7).
           03  CustThst-Old-Tier-Code    PIC X(4).
           03  CustThst-New-Tier-Code    PIC X(4).
           03  CustThst-Qualifying-Points PIC S9(9) COMP-4.
           03  CustThst-Change-Type      PIC X.
           03  CustThst-Change-Date      PIC X(10).
