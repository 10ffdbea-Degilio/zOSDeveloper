      *---------------------------------------------------------------*
      *  CUSTCOMM   - Commarea layout for the CUSTOMER online table   *
      *               program, as the 03-level groups under the       *
      *               caller's own 01. CUSTOMER maps it over          *
      *               DFHCOMMAREA; CUSTAPPR builds one to replay an   *
      *               approved request through CUSTOMER. Each group   *
      *               after DFHCOMMAREA-BASELINE is additive and is   *
      *               only required by the actions that use it.       *
      *---------------------------------------------------------------*
      * DFHCOMMAREA-BASELINE is the original commarea shape callers
      * have always built against; MAINLINE only requires EIBCALEN to
      * cover this much, so an existing 'R'/'U'/'D' caller that has
      * never heard of the fields added below keeps working unchanged.
      * The group below it is additive - new callers using 'P'/'L'/'S'
      * send the longer commarea; older callers never need to.
          03  DFHCOMMAREA-BASELINE.
              05  Action                        PIC X.
              05  ErrorCode                     PIC X(4).
              05  TheCustomerNumber             PIC S9(9) COMP-5.
              05  FirstName                     PIC X(100).
              05  LastName                      PIC X(100).
              05  Address1                      PIC X(100).
              05  Address2                      PIC X(100).
              05  CityCode                      PIC X(100).
              05  StateCode                     PIC X(2).
              05  PostCode                      PIC X(10).
              05  PhoneHome                     PIC X(20).
              05  PhoneMobile                   PIC X(20).
              05  GenderCode                    PIC X(4).
              05  FICACode                      PIC S9(9) COMP-5.
              05  SpendingCode                  PIC S9(9) COMP-5.
              05  RewardsCode                   PIC S9(9) COMP-5.
          03  DFHCOMMAREA-EXTENDED.
              05  CustomerStatus                PIC X.
              05  RewardsTransactionType        PIC X(4).
              05  RewardsTransactionDesc        PIC X(50).
              05  ListFilterStateCode           PIC X(2).
              05  ListFilterGenderCode          PIC X(4).
              05  ListFilterMinFICA             PIC S9(9) COMP-5.
              05  ListFilterMaxFICA             PIC S9(9) COMP-5.
              05  ListStartAfterCustomerNumber  PIC S9(9) COMP-5.
              05  ListReturnedCount             PIC S9(4) COMP-5.
              05  ListCustomerRows OCCURS 25 TIMES.
                  10  ListCustomerNumber        PIC S9(9) COMP-5.
                  10  ListFirstName             PIC X(100).
                  10  ListLastName              PIC X(100).
                  10  ListStateCode             PIC X(2).
                  10  ListGenderCode            PIC X(4).
                  10  ListFICACode              PIC S9(9) COMP-5.
                  10  ListSpendingCode          PIC S9(9) COMP-5.
      * DFHCOMMAREA-MERGE is its own additive group for the same
      * reason DFHCOMMAREA-EXTENDED is: a 'P'/'L'/'S' caller built
      * before the merge field existed keeps sending the shorter
      * commarea, so those actions are gated on the length WITHOUT
      * this group and only Action 'M' requires all of it.
          03  DFHCOMMAREA-MERGE.
              05  MergeFromCustomerNumber       PIC S9(9) COMP-5.
      * DFHCOMMAREA-HISTORY is additive again, for Action 'H' only -
      * a caller built before the history inquiry existed keeps
      * sending the shorter commarea and is untouched. Paging works
      * like Action 'L': a caller wanting the next page sends
      * HistStartBeforeTimestamp = the last HistTimestamp returned.
          03  DFHCOMMAREA-HISTORY.
              05  HistStartBeforeTimestamp      PIC X(26).
              05  HistReturnedCount             PIC S9(4) COMP-5.
              05  HistoryRows OCCURS 25 TIMES.
                  10  HistActionCode            PIC X.
                  10  HistTimestamp             PIC X(26).
                  10  HistUserId                PIC X(8).
                  10  HistTermId                PIC X(4).
                  10  HistFirstName             PIC X(100).
                  10  HistLastName              PIC X(100).
                  10  HistAddress1              PIC X(100).
                  10  HistCity                  PIC X(100).
                  10  HistStateCode             PIC X(2).
                  10  HistPostCode              PIC X(10).
                  10  HistFICACode              PIC S9(9) COMP-5.
                  10  HistSpendingCode          PIC S9(9) COMP-5.
                  10  HistRewardsCode           PIC S9(9) COMP-5.
                  10  HistCustomerStatus        PIC X.
      * DFHCOMMAREA-HOUSEHOLD is additive again, for Action 'Q' only -
      * a caller built before the household inquiry existed keeps
      * sending the shorter commarea and is untouched. Paging works
      * like Action 'L': a caller wanting the next page sends
      * HholdStartAfterCustomerNumber = the last HholdCustomerNumber
      * returned.
          03  DFHCOMMAREA-HOUSEHOLD.
              05  HholdNumber                   PIC S9(9) COMP-5.
              05  HholdStartAfterCustomerNumber PIC S9(9) COMP-5.
              05  HholdReturnedCount            PIC S9(4) COMP-5.
              05  HholdMemberRows OCCURS 25 TIMES.
                  10  HholdCustomerNumber       PIC S9(9) COMP-5.
                  10  HholdFirstName            PIC X(100).
                  10  HholdLastName             PIC X(100).
                  10  HholdRewardsCode          PIC S9(9) COMP-5.
      * DFHCOMMAREA-REWARDID is additive again. Action 'P' returns
      * the posted ledger entry's assigned transaction id here when
      * the caller's request covers this group; Action 'V' reads the
      * id of the entry to reverse from it and returns the
      * offsetting entry's id in its place.
          03  DFHCOMMAREA-REWARDID.
              05  RewardsTransactionId          PIC S9(9) COMP-5.
      * DFHCOMMAREA-REDEEM is additive again, for Action 'O' only.
      * The caller names the catalogue item in RedeemItemCode; the
      * fulfilment order raised for it comes back in
      * RedeemOrderNumber, the 'RDEM' entry's id in
      * RewardsTransactionId and the new balance in RewardsCode.
          03  DFHCOMMAREA-REDEEM.
              05  RedeemItemCode                PIC X(8).
              05  RedeemOrderNumber             PIC S9(9) COMP-5.
      * DFHCOMMAREA-APPROVAL is additive again. When a 'U', 'M', 'S'
      * or 'V' crosses its CUSTAPTH threshold the request is queued on
      * CUSTPEND instead of applied, ErrorCode comes back 'PEND' and
      * the queued item's id comes back here when the caller's request
      * covers this group. CUSTAPPR sends the id back on approval so
      * that CUSTOMER applies the change once, for a different user.
      * A different change for the same action, customer and related
      * number while one is pending comes back 'PDIF' with the id of
      * the item already pending; nothing is queued. An approval of
      * a 'U' raise whose customer has changed since the request comes
      * back 'ASTL' and the item is rejected; it must be asked for
      * again.
          03  DFHCOMMAREA-APPROVAL.
              05  ApprovalPendingId             PIC S9(9) COMP-5.
      * DFHCOMMAREA-CONTACT is additive again, for Actions 'G' and
      * 'W' only. 'W' sets the channel named in ContactChannelCode
      * to ContactOptStatus ('I' in, 'O' out) with ContactSourceCode
      * ('DESK' when left blank, 'NCOA' or 'BULK'). Both actions
      * return the customer's preference for every channel in
      * ContactPrefRows; a channel never set comes back opted in
      * with a blank date and source.
          03  DFHCOMMAREA-CONTACT.
              05  ContactChannelCode            PIC X(4).
              05  ContactOptStatus              PIC X.
              05  ContactSourceCode             PIC X(4).
              05  ContactReturnedCount          PIC S9(4) COMP-5.
              05  ContactPrefRows OCCURS 3 TIMES.
                  10  ContactPrefChannel        PIC X(4).
                  10  ContactPrefStatus         PIC X.
                  10  ContactPrefSetDate        PIC X(10).
                  10  ContactPrefSource         PIC X(4).
