      *---------------------------------------------------------------*
      *  CUSTCATL   - Host variable layout for the ZOSCONN.CUSTCATL   *
      *               reward redemption catalogue. One row per item a *
      *               customer can redeem points for - gift card,     *
      *               merchandise or statement credit - keyed by      *
      *               ITEMCODE. POINTCOST is what one unit costs off  *
      *               REWARDSCODE. ITEMSTATUS 'A' items are in stock  *
      *               and redeemable, 'O' items are out of stock and  *
      *               'I' items are withdrawn; an item is only        *
      *               offered between EFFECTIVEFROM and EFFECTIVETO   *
      *               inclusive, so a seasonal item can be loaded     *
      *               ahead of time and drops off on its own.         *
      *---------------------------------------------------------------*
       01 CustCatl-Table.
           03  CustCatl-Item-Code       PIC X(8).
           03  CustCatl-Item-Desc       PIC X(50).
           03  CustCatl-Point-Cost      PIC S9(9) COMP-4.
           03  CustCatl-Item-Status     PIC X.
           03  CustCatl-Effective-From  PIC X(10).
           03  CustCatl-Effective-To    PIC X(10).
           03  CustCatl-Last-Updated    PIC X(26).
