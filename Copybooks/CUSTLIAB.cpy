      *---------------------------------------------------------------*
      *  CUSTLIAB   - Host variable layout for the ZOSCONN.CUSTLIAB   *
      *               reward-point liability roll-forward table. One  *
      *               row per month the CUSTGLJE month-end journal    *
      *               has run for, keyed by JOURNALMONTH (YYYY-MM).   *
      *               The point columns are the month's roll-forward: *
      *               opening, issued (EARN), redeemed (RDEM) and     *
      *               expired (EXPR) as positive quantities, net      *
      *               reversals (RVSL) and net other postings signed, *
      *               the points moved by merges (which net to zero   *
      *               across the book), and the closing figure they   *
      *               add up to. MONTHENDREWARDS is SUM(REWARDSCODE)  *
      *               as at the month end - the proven figure, which  *
      *               the next month opens from. PROVENFLAG is 'Y'    *
      *               when the closing figure agreed with it.         *
      *---------------------------------------------------------------*
       01 CustLiab-Table.
           03  CustLiab-Journal-Month    PIC X(7).
           03  CustLiab-Opening-Points   PIC S9(15) COMP-3.
           03  CustLiab-Issued-Points    PIC S9(15) COMP-3.
           03  CustLiab-Redeemed-Points  PIC S9(15) COMP-3.
           03  CustLiab-Expired-Points   PIC S9(15) COMP-3.
           03  CustLiab-Reversed-Points  PIC S9(15) COMP-3.
           03  CustLiab-Other-Points     PIC S9(15) COMP-3.
           03  CustLiab-Merged-Points    PIC S9(15) COMP-3.
           03  CustLiab-Closing-Points   PIC S9(15) COMP-3.
           03  CustLiab-Month-End-Rewards PIC S9(15) COMP-3.
           03  CustLiab-Cents-Per-Point  PIC S9(3)V9(4) COMP-3.
           03  CustLiab-Closing-Value    PIC S9(13)V99 COMP-3.
           03  CustLiab-Proven-Flag      PIC X.
           03  CustLiab-Last-Updated     PIC X(26).
