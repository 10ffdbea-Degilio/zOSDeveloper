      *---------------------------------------------------------------*
      *  CUSTSNAP   - Host variable layout for the ZOSCONN.CUSTSNAP   *
      *               monthly customer portfolio snapshot table. One  *
      *               row per month the CUSTSNAP job has run for, per *
      *               STATECODE on CUSTOM, plus a STATECODE '**' row  *
      *               for the whole book; keyed by SNAPSHOTMONTH      *
      *               (YYYY-MM) and STATECODE. The position columns   *
      *               are CUSTOM as the snapshot found it (the job    *
      *               runs as the month closes): customers by         *
      *               CUSTOMERSTATUS ('A' active, 'I' soft-deleted or *
      *               merged away, 'D' dormant), by the five FICA     *
      *               scoring bands CUSTFICA reports against, the     *
      *               average FICA score, SPENDINGCODE exposure and   *
      *               REWARDSCODE outstanding. The movement columns   *
      *               are the month's: soft-deletes, restores and     *
      *               dormant marks off the CUSTHIST 'D', 'S' and 'T' *
      *               before-images, merges (accounts merged away -   *
      *               MERGEDTONUMBER set - whose last 'M' image falls *
      *               in the month), purges from the CUSTPRGE counts  *
      *               on CUSTRUNCTL, and new customers - the growth   *
      *               in customers held since the month before's row  *
      *               (on the '**' row with the month's purges added  *
      *               back). Purges are only known for the whole book *
      *               and are zero on the state rows.                 *
      *---------------------------------------------------------------*
       01 CustSnap-Table.
           03  CustSnap-Snapshot-Month   PIC X(7).
           03  CustSnap-State-Code       PIC XX.
           03  CustSnap-Total-Customers  PIC S9(9) COMP-4.
           03  CustSnap-Active-Count     PIC S9(9) COMP-4.
           03  CustSnap-Inactive-Count   PIC S9(9) COMP-4.
           03  CustSnap-Dormant-Count    PIC S9(9) COMP-4.
           03  CustSnap-Fica-Poor        PIC S9(9) COMP-4.
           03  CustSnap-Fica-Fair        PIC S9(9) COMP-4.
           03  CustSnap-Fica-Good        PIC S9(9) COMP-4.
           03  CustSnap-Fica-Very-Good   PIC S9(9) COMP-4.
           03  CustSnap-Fica-Exceptional PIC S9(9) COMP-4.
           03  CustSnap-Average-Fica     PIC S9(3)V99 COMP-3.
           03  CustSnap-Spending-Total   PIC S9(15) COMP-3.
           03  CustSnap-Rewards-Total    PIC S9(15) COMP-3.
           03  CustSnap-New-Customers    PIC S9(9) COMP-4.
           03  CustSnap-Soft-Deletes     PIC S9(9) COMP-4.
           03  CustSnap-Restores         PIC S9(9) COMP-4.
           03  CustSnap-Merges           PIC S9(9) COMP-4.
           03  CustSnap-Dormant-Marks    PIC S9(9) COMP-4.
           03  CustSnap-Purges           PIC S9(9) COMP-4.
           03  CustSnap-Last-Updated     PIC X(26).
