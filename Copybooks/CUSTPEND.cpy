      *---------------------------------------------------------------*
      *  CUSTPEND   - Host variable layout for the ZOSCONN.CUSTPEND   *
      *               pending-approval queue. CUSTOMER writes one row *
      *               here, instead of applying the change, when a    *
      *               'U' spending-limit raise, 'M' merge, 'S'        *
      *               restore or 'V' reversal crosses its CUSTAPTH    *
      *               threshold. PENDINGID is an identity column.     *
      *               RELATEDNUMBER is the merge-from customer for    *
      *               'M', the ledger entry to reverse for 'V' and    *
      *               zero otherwise. BEFOREVALUE/AFTERVALUE carry    *
      *               SPENDINGCODE for 'U' and REWARDSCODE for the    *
      *               rest; BEFORESTATUS/AFTERSTATUS the customer     *
      *               status. REQUESTIMAGE is the baseline commarea   *
      *               as sent, replayed by CUSTAPPR on approval.      *
      *               PENDINGSTATUS is 'P' pending, 'A' approved,     *
      *               'R' rejected or 'E' expired by CUSTAPND; the    *
      *               decision columns say who closed the item.       *
      *---------------------------------------------------------------*
       01 CustPend-Table.
           03  CustPend-Pending-Id       PIC S9(9) COMP-4.
           03  CustPend-Action-Code      PIC X.
           03  CustPend-Customer-Number  PIC S9(9) COMP-4.
           03  CustPend-Related-Number   PIC S9(9) COMP-4.
           03  CustPend-Pending-Status   PIC X.
           03  CustPend-Before-Value     PIC S9(9) COMP-4.
           03  CustPend-After-Value      PIC S9(9) COMP-4.
           03  CustPend-Before-Status    PIC X.
           03  CustPend-After-Status     PIC X.
           03  CustPend-Request-Image    PIC X(577).
           03  CustPend-Request-User-Id  PIC X(8).
           03  CustPend-Request-Term-Id  PIC X(4).
           03  CustPend-Request-Timestamp PIC X(26).
           03  CustPend-Decision-User-Id PIC X(8).
           03  CustPend-Decision-Term-Id PIC X(4).
           03  CustPend-Decision-Timestamp PIC X(26).
           03  CustPend-Decision-Reason  PIC X(50).
