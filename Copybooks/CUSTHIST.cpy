      *               through CUSTOMER-TABLE-ACTION, captured before *
      *               the UPDATE/DELETE against CUSTOM executes. A   *
      *               merge ('M') writes one row per account in the  *
      *               pair, captured before either row changes, and  *
      *               a restore ('S') one row for the account. A     *
      *               change applied through dual approval carries   *
      *               the requesting user in USERID and the          *
      *               approving user in APPROVERID; otherwise        *
      *               APPROVERID is null.                            *
      *---------------------------------------------------------------*
       01 Customer-History-Table.
           03  CustHist-Customer-Number     PIC S9(9) COMP-4.
           03  CustHist-Timestamp           PIC X(26).
           03  CustHist-Term-Id             PIC X(4).
           03  CustHist-User-Id             PIC X(8).
           03  CustHist-Approver-Id         PIC X(8).
