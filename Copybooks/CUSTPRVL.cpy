      *---------------------------------------------------------------*
      *  CUSTPRVL   - Host variable layout for the ZOSCONN.CUSTPRVL   *
      *               privacy request log. One row per access or      *
      *               erasure request the CUSTPRIV job processes,     *
      *               kept for the regulator: the customer number,    *
      *               REQUESTTYPE 'A' access (dossier) or 'E'         *
      *               erasure, the legal ticket reference from the    *
      *               parameter card, when it ran, and what was found *
      *               - rows on CUSTOM, CUSTHIST, CUSTREWDTL and      *
      *               CUSTHHLD, merged-away numbers and records on    *
      *               the CUSTPARC archive. For an erasure            *
      *               ANONYMISEDROWS is the CUSTOM and CUSTHIST rows  *
      *               overwritten and POINTSCLOSED the balance closed *
      *               through the 'PRIV' ledger entry. RESULTSTATUS   *
      *               is 'C' complete, 'N' nothing held, 'A' erased   *
      *               but records remain on the archive, or 'F'       *
      *               failed and rolled back.                         *
      *---------------------------------------------------------------*
       01 CustPrvl-Table.
           03  CustPrvl-Request-Timestamp PIC X(26).
           03  CustPrvl-Customer-Number  PIC S9(9) COMP-4.
           03  CustPrvl-Request-Type     PIC X.
           03  CustPrvl-Legal-Reference  PIC X(20).
           03  CustPrvl-Result-Status    PIC X.
           03  CustPrvl-Custom-Rows      PIC S9(9) COMP-4.
           03  CustPrvl-History-Rows     PIC S9(9) COMP-4.
           03  CustPrvl-Ledger-Rows      PIC S9(9) COMP-4.
           03  CustPrvl-Household-Rows   PIC S9(9) COMP-4.
           03  CustPrvl-Merged-Rows      PIC S9(9) COMP-4.
           03  CustPrvl-Archive-Rows     PIC S9(9) COMP-4.
           03  CustPrvl-Anonymised-Rows  PIC S9(9) COMP-4.
           03  CustPrvl-Points-Closed    PIC S9(9) COMP-4.
