      *---------------------------------------------------------------*
      *  CUSTTIER   - Host variable layout for the ZOSCONN.CUSTTIER   *
      *               current loyalty tier table. One row per         *
      *               customer the quarterly CUSTTIER run has         *
      *               assessed, holding the TIERCODE the customer     *
      *               qualified for, the qualifying points behind it  *
      *               and the quarter (YYYY-Qn) it was assessed for.  *
      *               Online and partner EARN postings read the       *
      *               tier's EARNMULTIPLIER through this row; a       *
      *               customer with no row yet earns at 1.00.         *
      *---------------------------------------------------------------*
       01 CustTier-Table.
           03  CustTier-Customer-Number  PIC S9(9) COMP-4.
           03  CustTier-Tier-Code        PIC X(4).
           03  CustTier-Qualifying-Points PIC S9(9) COMP-4.
           03  CustTier-Qual-Quarter     PIC X(7).
           03  CustTier-Effective-Date   PIC X(10).
           03  CustTier-Last-Updated     PIC X(26).
