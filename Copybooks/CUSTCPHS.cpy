      *---------------------------------------------------------------*
      *  CUSTCPHS   - Host variable layout for the ZOSCONN.CUSTCPHS   *
      *               contact-preference history table - the audit    *
      *               trail for ZOSCONN.CUSTCPRF, kept the way        *
      *               CUSTHIST is kept for CUSTOM. One row for every  *
      *               preference change: the before-image (status,    *
      *               date set and source - blank status and source   *
      *               and a null date when the channel had never been *
      *               set and so stood opted in), the status and      *
      *               source it was changed to, and the action, time, *
      *               terminal and user that changed it.              *
      *---------------------------------------------------------------*
       01 CustCphs-Table.
           03  CustCphs-Customer-Number  PIC S9(9) COMP-4.
           03  CustCphs-Channel-Code     PIC X(4).
           03  CustCphs-Old-Opt-Status   PIC X.
           03  CustCphs-Old-Set-Date     PIC X(10).
           03  CustCphs-Old-Source-Code  PIC X(4).
           03  CustCphs-New-Opt-Status   PIC X.
           03  CustCphs-New-Source-Code  PIC X(4).
           03  CustCphs-Action-Code      PIC X.
           03  CustCphs-Timestamp        PIC X(26).
           03  CustCphs-Term-Id          PIC X(4).
           03  CustCphs-User-Id          PIC X(8).
