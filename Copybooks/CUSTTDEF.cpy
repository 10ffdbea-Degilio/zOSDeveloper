      *---------------------------------------------------------------*
      *  CUSTTDEF   - Host variable layout for the ZOSCONN.CUSTTDEF   *
      *               loyalty tier definitions. One row per tier of   *
      *               the rewards programme - 'STD ' Standard, 'SLVR' *
      *               Silver and 'GOLD' Gold - keyed by TIERCODE.     *
      *               TIERRANK orders the tiers lowest to highest, so *
      *               the quarterly CUSTTIER run can tell an upgrade  *
      *               from a downgrade. MINQUALPOINTS is the trailing *
      *               12-month base EARN points a customer needs to   *
      *               qualify for the tier (zero on the lowest tier), *
      *               and EARNMULTIPLIER is applied to every EARN     *
      *               posting while the customer holds the tier -     *
      *               1.25 posts a quarter again as bonus points.     *
      *---------------------------------------------------------------*
       01 CustTdef-Table.
           03  CustTdef-Tier-Code        PIC X(4).
           03  CustTdef-Tier-Name        PIC X(20).
           03  CustTdef-Tier-Rank        PIC S9(4) COMP-4.
           03  CustTdef-Min-Qual-Points  PIC S9(9) COMP-4.
           03  CustTdef-Earn-Multiplier  PIC S9(1)V99 COMP-3.
           03  CustTdef-Last-Updated     PIC X(26).
