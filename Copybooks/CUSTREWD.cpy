      *               a reversal entry also carries the original      *
      *               entry's id in REVERSALOFID, which is how the    *
      *               online reversal action refuses to reverse the   *
      *               same entry twice. A posting that came in on a   *
      *               co-brand partner's file carries that partner's  *
      *               PARTNERID (null for desk and system postings),  *
      *               which is what the monthly partner settlement    *
      *               bills and credits against. A redemption of a    *
      *               catalogue item carries the item's ITEMCODE      *
      *               (null on every other entry). POINTSAMOUNT is    *
      *               always the full amount posted; BASEPOINTS and   *
      *               BONUSPOINTS split it into the points the event  *
      *               itself earned and the loyalty tier bonus added  *
      *               on top. Rows posted before the split carry null *
      *               in both and read as all base, no bonus.         *
      *               An entry posted online carries the user id and  *
      *               terminal that posted it in AUDITUSERID and      *
      *               AUDITTERMID (null on batch postings), which the *
      *               nightly fraud monitoring reads.                 *
      *---------------------------------------------------------------*
       01 Customer-Reward-Detail.
           03  CustRewd-Transaction-Id     PIC S9(9) COMP-4.
           03  CustRewd-Points-Amount      PIC S9(9) COMP-4.
           03  CustRewd-Description        PIC X(50).
           03  CustRewd-Reversal-Of-Id     PIC S9(9) COMP-4.
           03  CustRewd-Partner-Id         PIC X(8).
           03  CustRewd-Item-Code          PIC X(8).
           03  CustRewd-Base-Points        PIC S9(9) COMP-4.
           03  CustRewd-Bonus-Points       PIC S9(9) COMP-4.
           03  CustRewd-Audit-User-Id      PIC X(8).
           03  CustRewd-Audit-Term-Id      PIC X(4).
