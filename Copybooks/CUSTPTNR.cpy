      *---------------------------------------------------------------*
      *  CUSTPTNR   - Host variable layout for the ZOSCONN.CUSTPTNR   *
      *               co-brand partner master. One row per partner    *
      *               that sends reward events to CUSTRPST, keyed by  *
      *               the PARTNERID the partner puts on every record  *
      *               of its nightly file. COSTPERPOINT is what the   *
      *               partner pays for each point it issues - and is  *
      *               credited for each point redeemed through it -   *
      *               held in cents with four decimal places, so a    *
      *               rate of three quarters of a cent is 0.7500.     *
      *               PARTNERSTATUS 'A' partners post and settle; an  *
      *               'I' partner's records are rejected by CUSTRPST  *
      *               but its ledger history still settles.           *
      *---------------------------------------------------------------*
       01 CustPtnr-Table.
           03  CustPtnr-Partner-Id      PIC X(8).
           03  CustPtnr-Partner-Name    PIC X(50).
           03  CustPtnr-Cost-Per-Point  PIC S9(3)V9(4) COMP-3.
           03  CustPtnr-Partner-Status  PIC X.
           03  CustPtnr-Last-Updated    PIC X(26).
