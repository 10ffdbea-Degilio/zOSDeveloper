      *---------------------------------------------------------------*
      *  CUSTCPRF   - Host variable layout for the ZOSCONN.CUSTCPRF   *
      *               customer contact-preference table. One row per  *
      *               customer per channel the customer has a         *
      *               preference recorded for: CHANNELCODE 'MAIL'     *
      *               marketing mail (the CUSTREXF expiration         *
      *               campaign and the CUSTXTRC CRM feed), 'PHON'     *
      *               telephone (flagged on the CRM feed) and 'STMT'  *
      *               the paper reward statement on CUSTSTMF.         *
      *               OPTSTATUS is 'I' opted in or 'O' opted out; a   *
      *               channel with no row is opted in. SETDATE is     *
      *               when the current status was set and SOURCECODE  *
      *               where it came from - 'DESK', 'NCOA' or 'BULK'   *
      *               load. Set online through the CUSTOMER program's *
      *               Action 'W'; every change is audited on          *
      *               ZOSCONN.CUSTCPHS.                               *
      *---------------------------------------------------------------*
       01 CustCprf-Table.
           03  CustCprf-Customer-Number  PIC S9(9) COMP-4.
           03  CustCprf-Channel-Code     PIC X(4).
           03  CustCprf-Opt-Status       PIC X.
           03  CustCprf-Set-Date         PIC X(10).
           03  CustCprf-Source-Code      PIC X(4).
           03  CustCprf-Last-Updated     PIC X(26).
           03  CustCprf-Update-User-Id   PIC X(8).
           03  CustCprf-Update-Term-Id   PIC X(4).
