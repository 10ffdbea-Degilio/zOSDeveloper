       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTPRIV                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Customer privacy request dossier and      *
      *                     erasure by anonymisation                  *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Answers a legal access or erasure request for one customer.  *
      *  The customer number, the request type and the legal ticket   *
      *  reference come in on the CUSTPPRM parameter card.            *
      *                                                               *
      *  An access request ('A') prints the complete dossier on       *
      *  CUSTPDOS: the CUSTOM row, every CUSTHIST before-image, every *
      *  CUSTREWDTL ledger entry, the CUSTHHLD household membership,  *
      *  the CUSTCPRF contact preferences, every CUSTPEND approval    *
      *  item raised for it, the CUSTOM row and before-images of      *
      *  every number merged away                                     *
      *  into this customer (MERGEDTONUMBER pointing at it), and any  *
      *  of the customer's records on the CUSTPARC archive            *
      *  generations the DD points at.                                *
      *                                                               *
      *  An erasure request ('E') anonymises instead of deleting. The *
      *  same rows are found and counted but never printed; then the  *
      *  name, address lines, city, post code, phones and gender are  *
      *  overwritten on CUSTOM and on every CUSTHIST image, for the   *
      *  customer and for the numbers merged into it. Any reward      *
      *  balance is closed to zero through a 'PRIV' ledger entry, the *
      *  customer is soft-deleted so no outbound file picks it up     *
      *  again, with a CUSTHIST 'D' before-image (anonymised, but     *
      *  carrying the status and balance it had) that CUSTSNAP counts *
      *  as a soft-delete, and its CUSTHHLD membership is dropped.    *
      *  Any approval item still pending for it is rejected, and the  *
      *  request image on every CUSTPEND item for it is blanked. The  *
      *  customer number, the state code and the ledger stay as they  *
      *  are, so CUSTRCON and the month-end journal still balance.    *
      *  Records on the archive generations cannot be rewritten in    *
      *  place - they are counted, and the result says they remain.   *
      *                                                               *
      *  Every request processed is logged on ZOSCONN.CUSTPRVL for    *
      *  the regulator, a failed one included. The erasure and its    *
      *  log row are one unit of work: any failure rolls the erasure  *
      *  back and logs the request as failed.                         *
      *                                                               *
      *  Like CUSTARCR this job runs on request, perhaps several      *
      *  times in one day, so it registers its run in CUSTRUNCTL for  *
      *  the morning report but never refuses a same-day rerun.       *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  The dossier prints the customer's contact        *
      *              preferences off ZOSCONN.CUSTCPRF and counts the  *
      *              changes audited on ZOSCONN.CUSTCPHS. An erasure  *
      *              keeps them - an opt-out must outlive the name.   *
      *  2026-10-15  The dossier lists the customer's CUSTPEND        *
      *              approval items, the customer and its merged-away *
      *              numbers alike. An erasure rejects any still      *
      *              pending and blanks the request image on all of   *
      *              them - the image carries the name and address.   *
      *  2026-10-15  An erasure that soft-deletes the customer writes *
      *              a CUSTHIST 'D' before-image, anonymised but with *
      *              the status and balance it had, in the same unit  *
      *              of work, so the soft-delete is audited and       *
      *              CUSTSNAP counts it.                              *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPRIV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTPPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO CUSTPARC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO CUSTPDOS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameters - the customer number, the request type ('A'
      * access or 'E' erasure) and the legal ticket reference the
      * request is logged under.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-CUSTOMER-NUMBER      PIC 9(09).
           03  FILLER                  PIC X(01).
           03  PR-REQUEST-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PR-LEGAL-REFERENCE      PIC X(20).

      * One archive record per unloaded row, exactly as CUSTPRGE
      * wrote them. AR-RECORD-TYPE says which table the record came
      * from ('C' CUSTOM, 'H' CUSTHIST, 'R' CUSTREWDTL); the
      * matching layout redefines AR-RECORD-DATA.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           03  AR-RECORD-TYPE          PIC X(01).
           03  AR-RECORD-DATA          PIC X(650).
           03  AR-CUSTOMER-DATA REDEFINES AR-RECORD-DATA.
               05  AC-CUSTOMER-NUMBER      PIC 9(09).
               05  AC-FIRST-NAME           PIC X(100).
               05  AC-LAST-NAME            PIC X(100).
               05  AC-ADDRESS1             PIC X(100).
               05  AC-ADDRESS2             PIC X(100).
               05  AC-CITY                 PIC X(100).
               05  AC-STATE-CODE           PIC XX.
               05  AC-POSTAL-CODE          PIC X(10).
               05  AC-HOME-PHONE           PIC X(20).
               05  AC-MOBILE-PHONE         PIC X(20).
               05  AC-GENDER-CODE          PIC X(4).
               05  AC-FICA-SCORE           PIC S9(09).
               05  AC-SPENDING-LIMIT       PIC S9(09).
               05  AC-REWARDS-NUMBER       PIC S9(09).
               05  AC-LAST-UPDATED         PIC X(26).
               05  AC-CUSTOMER-STATUS      PIC X(01).
               05  FILLER                  PIC X(31).
           03  AR-HISTORY-DATA REDEFINES AR-RECORD-DATA.
               05  AH-CUSTOMER-NUMBER      PIC 9(09).
               05  AH-FIRST-NAME           PIC X(100).
               05  AH-LAST-NAME            PIC X(100).
               05  AH-ADDRESS1             PIC X(100).
               05  AH-ADDRESS2             PIC X(100).
               05  AH-CITY                 PIC X(100).
               05  AH-STATE-CODE           PIC XX.
               05  AH-POSTAL-CODE          PIC X(10).
               05  AH-HOME-PHONE           PIC X(20).
               05  AH-MOBILE-PHONE         PIC X(20).
               05  AH-GENDER-CODE          PIC X(4).
               05  AH-FICA-SCORE           PIC S9(09).
               05  AH-SPENDING-LIMIT       PIC S9(09).
               05  AH-REWARDS-NUMBER       PIC S9(09).
               05  AH-CUSTOMER-STATUS      PIC X(01).
               05  AH-AUDIT-ACTION         PIC X(01).
               05  AH-AUDIT-TIMESTAMP      PIC X(26).
               05  AH-AUDIT-TERM-ID        PIC X(4).
               05  AH-AUDIT-USER-ID        PIC X(8).
               05  FILLER                  PIC X(18).
           03  AR-REWARD-DATA REDEFINES AR-RECORD-DATA.
               05  AW-CUSTOMER-NUMBER      PIC 9(09).
               05  AW-TRAN-DATE            PIC X(10).
               05  AW-TRAN-TYPE            PIC X(4).
               05  AW-POINTS-AMOUNT        PIC S9(09).
               05  AW-DESCRIPTION          PIC X(50).
      * A ledger record from a generation written before the ids
      * existed has a blank id tail - see CUSTARCR.
               05  AW-TRAN-ID              PIC 9(09).
               05  AW-REVERSAL-OF-ID       PIC 9(09).
               05  FILLER                  PIC X(550).

       FD  DOSSIER-REPORT-FILE
           RECORDING MODE IS F.
       01  DOSSIER-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-ROWS              VALUE 'Y'.
           03 WS-ARCHIVE-EOF-SWITCH    PIC X VALUE 'N'.
               88 END-OF-ARCHIVE           VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 PRIVACY-RUN-FAILED       VALUE 'Y'.
           03 WS-CARD-ACCEPTED-SWITCH  PIC X VALUE 'N'.
               88 CARD-ACCEPTED            VALUE 'Y'.
           03 WS-CUSTOMER-FOUND-SWITCH PIC X VALUE 'N'.
               88 CUSTOMER-ON-FILE         VALUE 'Y'.
           03 WS-REQUEST-TYPE          PIC X VALUE SPACE.
               88 ACCESS-REQUEST           VALUE 'A'.
               88 ERASURE-REQUEST          VALUE 'E'.
           03 WS-TARGET-CUSTOMER       PIC S9(9) COMP-4 VALUE 0.
           03 WS-LEGAL-REFERENCE       PIC X(20) VALUE SPACES.
           03 WS-TARGET-BALANCE        PIC S9(9) COMP-4 VALUE 0.
           03 WS-TARGET-STATUS         PIC X VALUE SPACE.
           03 WS-CLOSING-POSTING-AMOUNT PIC S9(9) COMP-4 VALUE 0.
           03 WS-HOUSEHOLD-NUMBER      PIC S9(9) COMP-4 VALUE 0.
           03 WS-HOUSEHOLD-UPDATED     PIC X(26) VALUE SPACES.
           03 WS-OTHER-MEMBER-COUNT    PIC S9(9) COMP-4 VALUE 0.
           03 WS-LEDGER-POINTS-TOTAL   PIC S9(9) COMP-4 VALUE 0.
           03 WS-CUSTOM-ROW-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-MERGED-ROW-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-HISTORY-ROW-COUNT     PIC S9(7) COMP-4 VALUE 0.
           03 WS-LEDGER-ROW-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-HOUSEHOLD-ROW-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-PREFERENCE-ROW-COUNT  PIC S9(7) COMP-4 VALUE 0.
           03 WS-PREFERENCE-CHANGE-COUNT PIC S9(9) COMP-4 VALUE 0.
           03 WS-PENDING-ROW-COUNT     PIC S9(7) COMP-4 VALUE 0.
           03 WS-ARCHIVE-ROW-COUNT     PIC S9(7) COMP-4 VALUE 0.
           03 WS-ANONYMISED-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-POINTS-CLOSED         PIC S9(9) COMP-4 VALUE 0.
           03 WS-EDITED-NUMBER         PIC Z(8)9.
           03 WS-EDITED-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.

      * Variables for columns in the CUSTOM table
           COPY CUSTREC.

      * Variables for the CUSTHIST before-image audit table
           COPY CUSTHIST.

      * Variables for the CUSTREWDTL reward-point ledger table
           COPY CUSTREWD.

      * Variables for the CUSTPRVL privacy request log table
           COPY CUSTPRVL.

      * Variables for the CUSTCPRF contact-preference table
           COPY CUSTCPRF.

      * Variables for the CUSTPEND pending-approval queue table
           COPY CUSTPEND.

      * Run-control registration - see header note: this on-request
      * job records its run but never refuses a same-day rerun.
       01 RUN-CONTROL-WORKING-STORAGE.
           03 WS-RUN-REFUSED-SWITCH    PIC X VALUE 'N'.
               88 RUN-REFUSED              VALUE 'Y'.

      * Variables for the CUSTRUNCTL batch run-control table
           COPY CUSTRUNC.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(50)
               VALUE 'CUSTOMER PRIVACY REQUEST'.

       01 TARGET-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTOMER NUMBER REQUESTED  '.
           03  TL-CUSTOMER-NUMBER     PIC Z(8)9.
           03  FILLER                 PIC X(16)
               VALUE '   REQUEST TYPE '.
           03  TL-REQUEST-TYPE        PIC X(8).
           03  FILLER                 PIC X(13)
               VALUE '   REFERENCE '.
           03  TL-LEGAL-REFERENCE     PIC X(20).

       01 WITHHELD-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(60)
               VALUE 'ERASURE REQUEST - ROWS ARE COUNTED, NOT PRINTED'.

       01 SECTION-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  SHL-SECTION-TEXT       PIC X(60).

       01 NONE-HELD-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  FILLER                 PIC X(20)  VALUE 'NONE HELD'.

       01 FIELD-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  FL-LABEL               PIC X(24).
           03  FL-VALUE               PIC X(100).

       01 IMAGE-HEADING-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  FILLER                 PIC X(13)  VALUE 'IMAGE OF NO. '.
           03  IHL-CUSTOMER-NUMBER    PIC Z(8)9.
           03  FILLER                 PIC X(9)   VALUE '  ACTION '.
           03  IHL-ACTION-CODE        PIC X(1).
           03  FILLER                 PIC X(6)   VALUE '  AT  '.
           03  IHL-TIMESTAMP          PIC X(26).
           03  FILLER                 PIC X(7)   VALUE '  USER '.
           03  IHL-USER-ID            PIC X(8).
           03  FILLER                 PIC X(7)   VALUE '  TERM '.
           03  IHL-TERM-ID            PIC X(4).
           03  FILLER                 PIC X(11)  VALUE '  APPROVER '.
           03  IHL-APPROVER-ID        PIC X(8).

       01 LEDGER-COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  FILLER                 PIC X(11)  VALUE '   ENTRY ID'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(10)  VALUE 'DATE'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(4)   VALUE 'TYPE'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(12)  VALUE '      POINTS'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(50)  VALUE 'DESCRIPTION'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(11)  VALUE ' REVERSE OF'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(8)   VALUE 'USER'.

       01 LEDGER-DETAIL-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  LDL-TRANSACTION-ID     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  LDL-TRAN-DATE          PIC X(10).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  LDL-TRAN-TYPE          PIC X(4).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  LDL-POINTS-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  LDL-DESCRIPTION        PIC X(50).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  LDL-REVERSAL-OF-ID     PIC ZZZ,ZZZ,ZZZ.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  LDL-AUDIT-USER-ID      PIC X(8).

       01 PREFERENCE-DETAIL-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  PDL-CHANNEL-CODE       PIC X(4).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  PDL-OPT-TEXT           PIC X(10).
           03  FILLER                 PIC X(6)   VALUE ' SET  '.
           03  PDL-SET-DATE           PIC X(10).
           03  FILLER                 PIC X(9)   VALUE '  SOURCE '.
           03  PDL-SOURCE-CODE        PIC X(4).
           03  FILLER                 PIC X(5)   VALUE '  BY '.
           03  PDL-UPDATE-USER-ID     PIC X(8).

       01 PENDING-DETAIL-LINE.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  FILLER                 PIC X(5)   VALUE 'ITEM '.
           03  PNL-PENDING-ID         PIC Z(8)9.
           03  FILLER                 PIC X(5)   VALUE ' ACT '.
           03  PNL-ACTION-CODE        PIC X(1).
           03  FILLER                 PIC X(4)   VALUE ' ST '.
           03  PNL-PENDING-STATUS     PIC X(1).
           03  FILLER                 PIC X(4)   VALUE ' NO '.
           03  PNL-CUSTOMER-NUMBER    PIC Z(8)9.
           03  FILLER                 PIC X(5)   VALUE ' REL '.
           03  PNL-RELATED-NUMBER     PIC Z(8)9.
           03  FILLER                 PIC X(6)   VALUE ' FROM '.
           03  PNL-BEFORE-VALUE       PIC -Z(8)9.
           03  FILLER                 PIC X(4)   VALUE ' TO '.
           03  PNL-AFTER-VALUE        PIC -Z(8)9.
           03  FILLER                 PIC X(4)   VALUE ' BY '.
           03  PNL-REQUEST-USER-ID    PIC X(8).
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  PNL-REQUEST-TIMESTAMP  PIC X(26).

       01 CUSTOM-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTOM ROWS HELD           '.
           03  CTL-CUSTOM-COUNT       PIC ZZZ,ZZ9.

       01 MERGED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'MERGED-AWAY NUMBERS HELD   '.
           03  MTL-MERGED-COUNT       PIC ZZZ,ZZ9.

       01 HISTORY-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTHIST IMAGES HELD       '.
           03  HTL-HISTORY-COUNT      PIC ZZZ,ZZ9.

       01 LEDGER-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTREWDTL ENTRIES HELD    '.
           03  LTL-LEDGER-COUNT       PIC ZZZ,ZZ9.

       01 HOUSEHOLD-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTHHLD MEMBERSHIPS HELD  '.
           03  HHL-HOUSEHOLD-COUNT    PIC ZZZ,ZZ9.

       01 PREFERENCE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTCPRF PREFERENCES HELD  '.
           03  PTL-PREFERENCE-COUNT   PIC ZZZ,ZZ9.

       01 PENDING-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CUSTPEND APPROVAL ITEMS    '.
           03  PNT-PENDING-COUNT      PIC ZZZ,ZZ9.

       01 ARCHIVE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ARCHIVE RECORDS HELD       '.
           03  ATL-ARCHIVE-COUNT      PIC ZZZ,ZZ9.

       01 ANONYMISED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ROWS ANONYMISED            '.
           03  NTL-ANONYMISED-COUNT   PIC ZZZ,ZZ9.

       01 POINTS-CLOSED-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'REWARD POINTS CLOSED       '.
           03  PCL-POINTS-CLOSED      PIC -ZZZ,ZZZ,ZZ9.

       01 RESULT-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  RL-RESULT-TEXT         PIC X(60).

      ***********************************
      ***   DB2 RELATED
      *** FOLLOWING DB2 DATA AREAS ARE FOR SB EBCDIC ENCODED STRINGS
      *****************************************************************
      *****************************************************************
      ***   DB2 STORAGE AREA FOR CUSTOMER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTOM TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             FIRSTNAME                      CHAR(100),
             LASTNAME                       CHAR(100),
             ADDRESS1                       CHAR(100),
             ADDRESS2                       CHAR(100),
             CITYCODE                       CHAR(100),
             STATECODE                      CHAR(2),
             POSTCODE                       CHAR(10),
             PHONEHOME                      CHAR(20),
             PHONEMOBILE                    CHAR(20),
             GENDERCODE                     CHAR(4),
             FICACODE                       INTEGER,
             SPENDINGCODE                   INTEGER,
             REWARDSCODE                    INTEGER,
             LASTUPDATED                    TIMESTAMP,
             CUSTOMERSTATUS                 CHAR(1),
             MERGEDTONUMBER                 INTEGER
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CUSTOMER HISTORY (AUDIT) TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTHIST TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             FIRSTNAME                      CHAR(100),
             LASTNAME                       CHAR(100),
             ADDRESS1                       CHAR(100),
             ADDRESS2                       CHAR(100),
             CITYCODE                       CHAR(100),
             STATECODE                      CHAR(2),
             POSTCODE                       CHAR(10),
             PHONEHOME                      CHAR(20),
             PHONEMOBILE                    CHAR(20),
             GENDERCODE                     CHAR(4),
             FICACODE                       INTEGER,
             SPENDINGCODE                   INTEGER,
             REWARDSCODE                    INTEGER,
             CUSTOMERSTATUS                 CHAR(1),
             AUDITACTION                    CHAR(1),
             AUDITTIMESTAMP                 TIMESTAMP,
             AUDITTERMID                    CHAR(4),
             AUDITUSERID                    CHAR(8),
             AUDITAPPROVERID                CHAR(8)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CUSTOMER REWARD-POINT LEDGER TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTREWDTL TABLE
           ( TRANSACTIONID                  INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             TRANDATE                       DATE,
             TRANTYPE                       CHAR(4),
             POINTSAMOUNT                   INTEGER,
             DESCRIPTION                    CHAR(50),
             REVERSALOFID                   INTEGER,
             PARTNERID                      CHAR(8),
             ITEMCODE                       CHAR(8),
             BASEPOINTS                     INTEGER,
             BONUSPOINTS                    INTEGER,
             AUDITUSERID                    CHAR(8),
             AUDITTERMID                    CHAR(4)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CUSTOMER HOUSEHOLD TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTHHLD TABLE
           ( HOUSEHOLDNUMBER                INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             LASTUPDATED                    TIMESTAMP
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CONTACT-PREFERENCE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTCPRF TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             CHANNELCODE                    CHAR(4),
             OPTSTATUS                      CHAR(1),
             SETDATE                        DATE,
             SOURCECODE                     CHAR(4),
             LASTUPDATED                    TIMESTAMP,
             UPDATEUSERID                   CHAR(8),
             UPDATETERMID                   CHAR(4)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR CONTACT-PREFERENCE HISTORY TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTCPHS TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             CHANNELCODE                    CHAR(4),
             OLDOPTSTATUS                   CHAR(1),
             OLDSETDATE                     DATE,
             OLDSOURCECODE                  CHAR(4),
             NEWOPTSTATUS                   CHAR(1),
             NEWSOURCECODE                  CHAR(4),
             AUDITACTION                    CHAR(1),
             AUDITTIMESTAMP                 TIMESTAMP,
             AUDITTERMID                    CHAR(4),
             AUDITUSERID                    CHAR(8)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR PENDING-APPROVAL QUEUE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTPEND TABLE
           ( PENDINGID                      INTEGER,
             ACTIONCODE                     CHAR(1),
             CUSTOMERNUMBER                 INTEGER,
             RELATEDNUMBER                  INTEGER,
             PENDINGSTATUS                  CHAR(1),
             BEFOREVALUE                    INTEGER,
             AFTERVALUE                     INTEGER,
             BEFORESTATUS                   CHAR(1),
             AFTERSTATUS                    CHAR(1),
             REQUESTIMAGE                   CHAR(577) FOR BIT DATA,
             REQUESTUSERID                  CHAR(8),
             REQUESTTERMID                  CHAR(4),
             REQUESTTIMESTAMP               TIMESTAMP,
             DECISIONUSERID                 CHAR(8),
             DECISIONTERMID                 CHAR(4),
             DECISIONTIMESTAMP              TIMESTAMP,
             DECISIONREASON                 CHAR(50)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR PRIVACY REQUEST LOG TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTPRVL TABLE
           ( REQUESTTIMESTAMP               TIMESTAMP,
             CUSTOMERNUMBER                 INTEGER,
             REQUESTTYPE                    CHAR(1),
             LEGALREFERENCE                 CHAR(20),
             RESULTSTATUS                   CHAR(1),
             CUSTOMROWS                     INTEGER,
             HISTORYROWS                    INTEGER,
             LEDGERROWS                     INTEGER,
             HOUSEHOLDROWS                  INTEGER,
             MERGEDROWS                     INTEGER,
             ARCHIVEROWS                    INTEGER,
             ANONYMISEDROWS                 INTEGER,
             POINTSCLOSED                   INTEGER
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR BATCH RUN-CONTROL TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTRUNCTL TABLE
           ( JOBNAME                        CHAR(8),
             BUSINESSDATE                   DATE,
             STARTTIMESTAMP                 TIMESTAMP,
             ENDTIMESTAMP                   TIMESTAMP,
             RECORDSPROCESSED               INTEGER,
             COMPLETIONSTATUS               CHAR(1),
             OPERATOROVERRIDE               CHAR(1)
           ) END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every number merged away into the requested customer.
           EXEC SQL
              DECLARE MERGED-AWAY-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     FIRSTNAME,
                     LASTNAME,
                     ADDRESS1,
                     ADDRESS2,
                     CITYCODE,
                     STATECODE,
                     POSTCODE,
                     PHONEHOME,
                     PHONEMOBILE,
                     GENDERCODE,
                     FICACODE,
                     SPENDINGCODE,
                     REWARDSCODE,
                     CHAR(LASTUPDATED),
                     CUSTOMERSTATUS,
                     MERGEDTONUMBER
              FROM ZOSCONN.CUSTOM
              WHERE MERGEDTONUMBER = :WS-TARGET-CUSTOMER
              ORDER BY CUSTOMERNUMBER
           END-EXEC.

      * The before-images of the customer and of every number merged
      * away into it, oldest first within each number.
           EXEC SQL
              DECLARE HISTORY-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     FIRSTNAME,
                     LASTNAME,
                     ADDRESS1,
                     ADDRESS2,
                     CITYCODE,
                     STATECODE,
                     POSTCODE,
                     PHONEHOME,
                     PHONEMOBILE,
                     GENDERCODE,
                     FICACODE,
                     SPENDINGCODE,
                     REWARDSCODE,
                     CUSTOMERSTATUS,
                     AUDITACTION,
                     CHAR(AUDITTIMESTAMP),
                     AUDITTERMID,
                     AUDITUSERID,
                     COALESCE(AUDITAPPROVERID, ' ')
              FROM ZOSCONN.CUSTHIST
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                 OR CUSTOMERNUMBER IN
                    (SELECT CUSTOMERNUMBER
                     FROM ZOSCONN.CUSTOM
                     WHERE MERGEDTONUMBER = :WS-TARGET-CUSTOMER)
              ORDER BY CUSTOMERNUMBER, AUDITTIMESTAMP
           END-EXEC.

      * The customer's ledger in posting order. A merge re-keys the
      * merged-away number's entries onto the survivor, so these are
      * all of them.
           EXEC SQL
              DECLARE LEDGER-CURSOR CURSOR FOR
              SELECT TRANSACTIONID,
                     CHAR(TRANDATE, ISO),
                     TRANTYPE,
                     POINTSAMOUNT,
                     DESCRIPTION,
                     COALESCE(REVERSALOFID, 0),
                     COALESCE(AUDITUSERID, ' ')
              FROM ZOSCONN.CUSTREWDTL
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
              ORDER BY TRANSACTIONID
           END-EXEC.

      * The customer's contact preferences, one row per channel set.
           EXEC SQL
              DECLARE PREFERENCE-CURSOR CURSOR FOR
              SELECT CHANNELCODE,
                     OPTSTATUS,
                     CHAR(SETDATE, ISO),
                     SOURCECODE,
                     UPDATEUSERID
              FROM ZOSCONN.CUSTCPRF
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
              ORDER BY CHANNELCODE
           END-EXEC.

      * Every approval item raised for the customer or for a number
      * merged away into it - a merge item is keyed on the survivor
      * and carries the merged-away number as RELATEDNUMBER.
           EXEC SQL
              DECLARE PENDING-CURSOR CURSOR FOR
              SELECT PENDINGID,
                     ACTIONCODE,
                     CUSTOMERNUMBER,
                     RELATEDNUMBER,
                     PENDINGSTATUS,
                     BEFOREVALUE,
                     AFTERVALUE,
                     REQUESTUSERID,
                     CHAR(REQUESTTIMESTAMP)
              FROM ZOSCONN.CUSTPEND
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                 OR CUSTOMERNUMBER IN
                    (SELECT CUSTOMERNUMBER
                     FROM ZOSCONN.CUSTOM
                     WHERE MERGEDTONUMBER = :WS-TARGET-CUSTOMER)
                 OR (ACTIONCODE = 'M'
                     AND (RELATEDNUMBER = :WS-TARGET-CUSTOMER
                          OR RELATEDNUMBER IN
                             (SELECT CUSTOMERNUMBER
                              FROM ZOSCONN.CUSTOM
                              WHERE MERGEDTONUMBER =
                                    :WS-TARGET-CUSTOMER)))
              ORDER BY PENDINGID
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTPRIV - STARTING PRIVACY REQUEST'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT PRIVACY-RUN-FAILED
               PERFORM READ-RUN-PARAMETERS
           END-IF
           PERFORM OPEN-PRIVACY-FILES
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-CUSTOMER-ROW
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-MERGED-AWAY-ROWS
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-HISTORY-IMAGES
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-LEDGER-ENTRIES
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-HOUSEHOLD-MEMBERSHIP
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-CONTACT-PREFERENCES
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-PENDING-APPROVALS
           END-IF
           IF NOT PRIVACY-RUN-FAILED
               PERFORM REPORT-ARCHIVE-RECORDS
           END-IF
           IF NOT PRIVACY-RUN-FAILED
              AND ERASURE-REQUEST
               PERFORM ERASE-CUSTOMER-DETAILS
           END-IF
      * A failure part-way through an erasure backs it all out - a
      * customer half anonymised is neither erased nor intact. The
      * request is still logged, as failed.
           IF PRIVACY-RUN-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'CUSTPRIV - REQUEST ROLLED BACK'
               MOVE 0 TO WS-ANONYMISED-COUNT
               MOVE 0 TO WS-POINTS-CLOSED
           END-IF
           IF CARD-ACCEPTED
               PERFORM LOG-PRIVACY-REQUEST
           END-IF
           PERFORM WRITE-PRIVACY-RESULT
           PERFORM CLOSE-PRIVACY-FILES
           PERFORM REGISTER-RUN-END.

           DISPLAY 'CUSTPRIV - CUSTOM ROWS HELD        = '
                   WS-CUSTOM-ROW-COUNT.
           DISPLAY 'CUSTPRIV - CUSTHIST IMAGES HELD    = '
                   WS-HISTORY-ROW-COUNT.
           DISPLAY 'CUSTPRIV - CUSTREWDTL ENTRIES HELD = '
                   WS-LEDGER-ROW-COUNT.
           DISPLAY 'CUSTPRIV - ARCHIVE RECORDS HELD    = '
                   WS-ARCHIVE-ROW-COUNT.
           DISPLAY 'CUSTPRIV - ROWS ANONYMISED         = '
                   WS-ANONYMISED-COUNT.
           DISPLAY 'CUSTPRIV - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *===============================================================*
      * Records this run in CUSTRUNCTL for the morning report. No     *
      * double-run guard here - legal can send two requests in one    *
      * day and each is its own run; the row simply carries the       *
      * latest run of the day.                                        *
      *===============================================================*
       REGISTER-RUN-START.

           MOVE 'CUSTPRIV' TO CustRun-Job-Name.

           EXEC SQL
              DELETE FROM ZOSCONN.CUSTRUNCTL
              WHERE JOBNAME      = :CustRun-Job-Name
                AND BUSINESSDATE = CURRENT DATE
           END-EXEC.
           EXEC SQL
              INSERT INTO ZOSCONN.CUSTRUNCTL
                    (
                     JOBNAME,
                     BUSINESSDATE,
                     STARTTIMESTAMP,
                     RECORDSPROCESSED,
                     COMPLETIONSTATUS,
                     OPERATOROVERRIDE
                    )
              VALUES
                    (
                     :CustRun-Job-Name,
                     CURRENT DATE,
                     CURRENT TIMESTAMP,
                     0,
                     'S',
                     'N'
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - RUN-CONTROL REGISTRATION FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
      * Harden the started row now - an abend later must still show
      * the job as started on the morning report.
               EXEC SQL COMMIT END-EXEC
           END-IF.
       REGISTER-RUN-START-EXIT.
           EXIT.

      *===============================================================*
      * Closes this run's CUSTRUNCTL row with the end timestamp, the  *
      * rows found and whether the run ended clean.                   *
      *===============================================================*
       REGISTER-RUN-END.

           ADD WS-CUSTOM-ROW-COUNT TO WS-MERGED-ROW-COUNT
               GIVING CustRun-Records-Processed.
           ADD WS-HISTORY-ROW-COUNT   TO CustRun-Records-Processed.
           ADD WS-LEDGER-ROW-COUNT    TO CustRun-Records-Processed.
           ADD WS-HOUSEHOLD-ROW-COUNT TO CustRun-Records-Processed.
           ADD WS-PENDING-ROW-COUNT   TO CustRun-Records-Processed.
           ADD WS-ARCHIVE-ROW-COUNT   TO CustRun-Records-Processed.
      * RC 4 is a request answered with something for legal to follow
      * up, not a failed run.
           IF WS-RETURN-CODE = 0 OR WS-RETURN-CODE = 4
               MOVE 'C' TO CustRun-Completion-Status
           ELSE
               MOVE 'F' TO CustRun-Completion-Status
           END-IF.

           EXEC SQL
              UPDATE ZOSCONN.CUSTRUNCTL
              SET ENDTIMESTAMP     = CURRENT TIMESTAMP,
                  RECORDSPROCESSED = :CustRun-Records-Processed,
                  COMPLETIONSTATUS = :CustRun-Completion-Status
              WHERE JOBNAME      = :CustRun-Job-Name
                AND BUSINESSDATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.

      *===============================================================*
      * The customer number, request type and legal reference come    *
      * in on CUSTPPRM. An erasure cannot be undone, so anything      *
      * short of a numeric customer number, a type of 'A' or 'E' and  *
      * a reference to log it under stops the run here, unlogged.     *
      *===============================================================*
       READ-RUN-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'CUSTPRIV - EMPTY PARAMETER FILE'
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.

           IF PR-CUSTOMER-NUMBER NOT NUMERIC
              OR PR-CUSTOMER-NUMBER = 0
              OR (PR-REQUEST-TYPE NOT = 'A'
                  AND PR-REQUEST-TYPE NOT = 'E')
              OR PR-LEGAL-REFERENCE = SPACES
               DISPLAY 'CUSTPRIV - INVALID PARAMETER CARD ['
                       PARAMETER-RECORD ']'
               MOVE 16 TO WS-RETURN-CODE
               SET PRIVACY-RUN-FAILED TO TRUE
           ELSE
               MOVE PR-CUSTOMER-NUMBER TO WS-TARGET-CUSTOMER
               MOVE PR-REQUEST-TYPE    TO WS-REQUEST-TYPE
               MOVE PR-LEGAL-REFERENCE TO WS-LEGAL-REFERENCE
               SET CARD-ACCEPTED TO TRUE
               DISPLAY 'CUSTPRIV - REQUEST ' WS-REQUEST-TYPE
                       ' FOR CUSTOMER NUMBER ' WS-TARGET-CUSTOMER
                       ' REFERENCE ' WS-LEGAL-REFERENCE
           END-IF.
       READ-RUN-PARAMETERS-EXIT.
           EXIT.

       OPEN-PRIVACY-FILES.
           OPEN OUTPUT DOSSIER-REPORT-FILE.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE WS-TARGET-CUSTOMER TO TL-CUSTOMER-NUMBER.
           EVALUATE TRUE
               WHEN ACCESS-REQUEST
                   MOVE 'ACCESS'  TO TL-REQUEST-TYPE
               WHEN ERASURE-REQUEST
                   MOVE 'ERASURE' TO TL-REQUEST-TYPE
               WHEN OTHER
                   MOVE 'INVALID' TO TL-REQUEST-TYPE
           END-EVALUATE.
           MOVE WS-LEGAL-REFERENCE TO TL-LEGAL-REFERENCE.
           MOVE TARGET-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           IF ERASURE-REQUEST
               MOVE WITHHELD-LINE TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF.
       OPEN-PRIVACY-FILES-EXIT.
           EXIT.

       CLOSE-PRIVACY-FILES.
           CLOSE DOSSIER-REPORT-FILE.
       CLOSE-PRIVACY-FILES-EXIT.
           EXIT.

      *===============================================================*
      * The customer's own CUSTOM row, in any status. Its balance is  *
      * kept for an erasure to close.                                 *
      *===============================================================*
       REPORT-CUSTOMER-ROW.

           MOVE 'CUSTOM ROW' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     FIRSTNAME,
                     LASTNAME,
                     ADDRESS1,
                     ADDRESS2,
                     CITYCODE,
                     STATECODE,
                     POSTCODE,
                     PHONEHOME,
                     PHONEMOBILE,
                     GENDERCODE,
                     FICACODE,
                     SPENDINGCODE,
                     REWARDSCODE,
                     CHAR(LASTUPDATED),
                     CUSTOMERSTATUS,
                     COALESCE(MERGEDTONUMBER, 0)
              INTO  :Customer-Number,
                    :Customer-First-Name,
                    :Customer-Last-Name,
                    :Customer-Address1,
                    :Customer-Address2,
                    :Customer-City,
                    :Customer-State-Code,
                    :Customer-Postal-Code,
                    :Customer-Home-Phone,
                    :Customer-Mobile-Phone,
                    :Customer-Gender-Code,
                    :Customer-FICA-Score,
                    :Customer-Spending-Limit,
                    :Customer-Rewards-Number,
                    :Customer-Last-Updated,
                    :Customer-Status,
                    :Customer-Merged-To
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET CUSTOMER-ON-FILE TO TRUE
                   ADD 1 TO WS-CUSTOM-ROW-COUNT
                   MOVE Customer-Rewards-Number TO WS-TARGET-BALANCE
                   MOVE Customer-Status TO WS-TARGET-STATUS
                   PERFORM WRITE-CUSTOMER-FIELDS
               WHEN 100
                   PERFORM WRITE-NONE-HELD-LINE
               WHEN OTHER
                   DISPLAY 'CUSTPRIV - CUSTOM SELECT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
           END-EVALUATE.
       REPORT-CUSTOMER-ROW-EXIT.
           EXIT.

       REPORT-MERGED-AWAY-ROWS.

           MOVE 'NUMBERS MERGED AWAY INTO THIS CUSTOMER'
               TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN MERGED-AWAY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - OPEN MERGED-AWAY CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH MERGED-AWAY-CURSOR
                  INTO  :Customer-Number,
                        :Customer-First-Name,
                        :Customer-Last-Name,
                        :Customer-Address1,
                        :Customer-Address2,
                        :Customer-City,
                        :Customer-State-Code,
                        :Customer-Postal-Code,
                        :Customer-Home-Phone,
                        :Customer-Mobile-Phone,
                        :Customer-Gender-Code,
                        :Customer-FICA-Score,
                        :Customer-Spending-Limit,
                        :Customer-Rewards-Number,
                        :Customer-Last-Updated,
                        :Customer-Status,
                        :Customer-Merged-To
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-MERGED-ROW-COUNT
                       PERFORM WRITE-CUSTOMER-FIELDS
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTPRIV - MERGED-AWAY FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PRIVACY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE MERGED-AWAY-CURSOR
               END-EXEC
           END-IF.
           IF WS-MERGED-ROW-COUNT = 0
               PERFORM WRITE-NONE-HELD-LINE
           END-IF.
       REPORT-MERGED-AWAY-ROWS-EXIT.
           EXIT.

       REPORT-HISTORY-IMAGES.

           MOVE 'CUSTHIST BEFORE-IMAGES' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN HISTORY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - OPEN HISTORY CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH HISTORY-CURSOR
                  INTO  :CustHist-Customer-Number,
                        :CustHist-First-Name,
                        :CustHist-Last-Name,
                        :CustHist-Address1,
                        :CustHist-Address2,
                        :CustHist-City,
                        :CustHist-State-Code,
                        :CustHist-Postal-Code,
                        :CustHist-Home-Phone,
                        :CustHist-Mobile-Phone,
                        :CustHist-Gender-Code,
                        :CustHist-FICA-Score,
                        :CustHist-Spending-Limit,
                        :CustHist-Rewards-Number,
                        :CustHist-Status,
                        :CustHist-Action-Code,
                        :CustHist-Timestamp,
                        :CustHist-Term-Id,
                        :CustHist-User-Id,
                        :CustHist-Approver-Id
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-HISTORY-ROW-COUNT
                       PERFORM WRITE-HISTORY-FIELDS
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTPRIV - HISTORY FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PRIVACY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE HISTORY-CURSOR
               END-EXEC
           END-IF.
           IF WS-HISTORY-ROW-COUNT = 0
               PERFORM WRITE-NONE-HELD-LINE
           END-IF.
       REPORT-HISTORY-IMAGES-EXIT.
           EXIT.

      *===============================================================*
      * The ledger, with its total - which should agree with the      *
      * REWARDSCODE balance printed on the CUSTOM row.                *
      *===============================================================*
       REPORT-LEDGER-ENTRIES.

           MOVE 'CUSTREWDTL LEDGER ENTRIES' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.
           MOVE LEDGER-COLUMN-HEADING-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN LEDGER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - OPEN LEDGER CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH LEDGER-CURSOR
                  INTO  :CustRewd-Transaction-Id,
                        :CustRewd-Transaction-Date,
                        :CustRewd-Transaction-Type,
                        :CustRewd-Points-Amount,
                        :CustRewd-Description,
                        :CustRewd-Reversal-Of-Id,
                        :CustRewd-Audit-User-Id
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-LEDGER-ROW-COUNT
                       ADD CustRewd-Points-Amount
                           TO WS-LEDGER-POINTS-TOTAL
                       PERFORM WRITE-LEDGER-DETAIL-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTPRIV - LEDGER FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PRIVACY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE LEDGER-CURSOR
               END-EXEC
           END-IF.
           IF WS-LEDGER-ROW-COUNT = 0
               PERFORM WRITE-NONE-HELD-LINE
           ELSE
               MOVE 'LEDGER POINTS TOTAL' TO FL-LABEL
               MOVE WS-LEDGER-POINTS-TOTAL TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.
       REPORT-LEDGER-ENTRIES-EXIT.
           EXIT.

      *===============================================================*
      * Household membership. The other members are other people, so  *
      * only how many there are is printed, never who.                *
      *===============================================================*
       REPORT-HOUSEHOLD-MEMBERSHIP.

           MOVE 'CUSTHHLD HOUSEHOLD MEMBERSHIP' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           EXEC SQL
              SELECT HOUSEHOLDNUMBER,
                     CHAR(LASTUPDATED)
              INTO  :WS-HOUSEHOLD-NUMBER,
                    :WS-HOUSEHOLD-UPDATED
              FROM ZOSCONN.CUSTHHLD
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-HOUSEHOLD-ROW-COUNT
               WHEN 100
                   PERFORM WRITE-NONE-HELD-LINE
               WHEN OTHER
                   DISPLAY 'CUSTPRIV - CUSTHHLD SELECT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
           END-EVALUATE.

           IF WS-HOUSEHOLD-ROW-COUNT > 0
               EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-OTHER-MEMBER-COUNT
                  FROM ZOSCONN.CUSTHHLD
                  WHERE HOUSEHOLDNUMBER = :WS-HOUSEHOLD-NUMBER
                    AND CUSTOMERNUMBER <> :WS-TARGET-CUSTOMER
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTPRIV - CUSTHHLD COUNT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
               ELSE
                   MOVE 'HOUSEHOLD NUMBER' TO FL-LABEL
                   MOVE WS-HOUSEHOLD-NUMBER TO WS-EDITED-NUMBER
                   MOVE WS-EDITED-NUMBER TO FL-VALUE
                   PERFORM WRITE-FIELD-LINE
                   MOVE 'OTHER MEMBERS' TO FL-LABEL
                   MOVE WS-OTHER-MEMBER-COUNT TO WS-EDITED-NUMBER
                   MOVE WS-EDITED-NUMBER TO FL-VALUE
                   PERFORM WRITE-FIELD-LINE
                   MOVE 'LAST REBUILT' TO FL-LABEL
                   MOVE WS-HOUSEHOLD-UPDATED TO FL-VALUE
                   PERFORM WRITE-FIELD-LINE
               END-IF
           END-IF.
       REPORT-HOUSEHOLD-MEMBERSHIP-EXIT.
           EXIT.

      *===============================================================*
      * Contact preferences and how many times they were changed.     *
      * An erasure leaves them in place: they carry no personal       *
      * detail, and a do-not-contact must still hold for the number.  *
      *===============================================================*
       REPORT-CONTACT-PREFERENCES.

           MOVE 'CUSTCPRF CONTACT PREFERENCES' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN PREFERENCE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - OPEN PREFERENCE CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH PREFERENCE-CURSOR
                  INTO  :CustCprf-Channel-Code,
                        :CustCprf-Opt-Status,
                        :CustCprf-Set-Date,
                        :CustCprf-Source-Code,
                        :CustCprf-Update-User-Id
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-PREFERENCE-ROW-COUNT
                       PERFORM WRITE-PREFERENCE-DETAIL-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTPRIV - PREFERENCE FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PRIVACY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE PREFERENCE-CURSOR
               END-EXEC
           END-IF.

           IF NOT PRIVACY-RUN-FAILED
               EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-PREFERENCE-CHANGE-COUNT
                  FROM ZOSCONN.CUSTCPHS
                  WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTPRIV - CUSTCPHS COUNT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
               END-IF
           END-IF.

           IF WS-PREFERENCE-ROW-COUNT = 0
               PERFORM WRITE-NONE-HELD-LINE
           END-IF.
           IF WS-PREFERENCE-CHANGE-COUNT > 0
               MOVE 'PREFERENCE CHANGES' TO FL-LABEL
               MOVE WS-PREFERENCE-CHANGE-COUNT TO WS-EDITED-NUMBER
               MOVE WS-EDITED-NUMBER TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.
       REPORT-CONTACT-PREFERENCES-EXIT.
           EXIT.

      *===============================================================*
      * Approval items raised for the customer, whatever their state. *
      * The request image is the commarea as keyed and is not         *
      * printed; the values and who asked for the change are.         *
      *===============================================================*
       REPORT-PENDING-APPROVALS.

           MOVE 'CUSTPEND APPROVAL ITEMS' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN PENDING-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - OPEN PENDING CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-ROWS
               EXEC SQL
                  FETCH PENDING-CURSOR
                  INTO  :CustPend-Pending-Id,
                        :CustPend-Action-Code,
                        :CustPend-Customer-Number,
                        :CustPend-Related-Number,
                        :CustPend-Pending-Status,
                        :CustPend-Before-Value,
                        :CustPend-After-Value,
                        :CustPend-Request-User-Id,
                        :CustPend-Request-Timestamp
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-PENDING-ROW-COUNT
                       PERFORM WRITE-PENDING-DETAIL-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTPRIV - PENDING FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-PRIVACY-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE PENDING-CURSOR
               END-EXEC
           END-IF.

           IF WS-PENDING-ROW-COUNT = 0
               PERFORM WRITE-NONE-HELD-LINE
           END-IF.
       REPORT-PENDING-APPROVALS-EXIT.
           EXIT.

      *===============================================================*
      * Every record on the archive generations the CUSTPARC DD       *
      * points at that carries the customer's number, printed the     *
      * same way as the live rows.                                    *
      *===============================================================*
       REPORT-ARCHIVE-RECORDS.

           MOVE 'CUSTPARC ARCHIVE RECORDS' TO SHL-SECTION-TEXT.
           PERFORM WRITE-SECTION-HEADING.

           OPEN INPUT ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH.
           PERFORM READ-NEXT-ARCHIVE-RECORD.
           PERFORM UNTIL END-OF-ARCHIVE
               PERFORM REPORT-ONE-ARCHIVE-RECORD
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

           IF WS-ARCHIVE-ROW-COUNT = 0
               PERFORM WRITE-NONE-HELD-LINE
           END-IF.
       REPORT-ARCHIVE-RECORDS-EXIT.
           EXIT.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
           END-READ.
       READ-NEXT-ARCHIVE-RECORD-EXIT.
           EXIT.

       REPORT-ONE-ARCHIVE-RECORD.

           EVALUATE AR-RECORD-TYPE
               WHEN 'C'
                   IF AC-CUSTOMER-NUMBER = WS-TARGET-CUSTOMER
                       ADD 1 TO WS-ARCHIVE-ROW-COUNT
                       MOVE AC-CUSTOMER-NUMBER TO Customer-Number
                       MOVE AC-FIRST-NAME      TO Customer-First-Name
                       MOVE AC-LAST-NAME       TO Customer-Last-Name
                       MOVE AC-ADDRESS1        TO Customer-Address1
                       MOVE AC-ADDRESS2        TO Customer-Address2
                       MOVE AC-CITY            TO Customer-City
                       MOVE AC-STATE-CODE      TO Customer-State-Code
                       MOVE AC-POSTAL-CODE     TO Customer-Postal-Code
                       MOVE AC-HOME-PHONE      TO Customer-Home-Phone
                       MOVE AC-MOBILE-PHONE    TO Customer-Mobile-Phone
                       MOVE AC-GENDER-CODE     TO Customer-Gender-Code
                       MOVE AC-FICA-SCORE      TO Customer-FICA-Score
                       MOVE AC-SPENDING-LIMIT
                           TO Customer-Spending-Limit
                       MOVE AC-REWARDS-NUMBER
                           TO Customer-Rewards-Number
                       MOVE AC-LAST-UPDATED    TO Customer-Last-Updated
                       MOVE AC-CUSTOMER-STATUS TO Customer-Status
                       MOVE 0                  TO Customer-Merged-To
                       PERFORM WRITE-CUSTOMER-FIELDS
                   END-IF
               WHEN 'H'
                   IF AH-CUSTOMER-NUMBER = WS-TARGET-CUSTOMER
                       ADD 1 TO WS-ARCHIVE-ROW-COUNT
                       MOVE AH-CUSTOMER-NUMBER
                           TO CustHist-Customer-Number
                       MOVE AH-FIRST-NAME      TO CustHist-First-Name
                       MOVE AH-LAST-NAME       TO CustHist-Last-Name
                       MOVE AH-ADDRESS1        TO CustHist-Address1
                       MOVE AH-ADDRESS2        TO CustHist-Address2
                       MOVE AH-CITY            TO CustHist-City
                       MOVE AH-STATE-CODE      TO CustHist-State-Code
                       MOVE AH-POSTAL-CODE     TO CustHist-Postal-Code
                       MOVE AH-HOME-PHONE      TO CustHist-Home-Phone
                       MOVE AH-MOBILE-PHONE    TO CustHist-Mobile-Phone
                       MOVE AH-GENDER-CODE     TO CustHist-Gender-Code
                       MOVE AH-FICA-SCORE      TO CustHist-FICA-Score
                       MOVE AH-SPENDING-LIMIT
                           TO CustHist-Spending-Limit
                       MOVE AH-REWARDS-NUMBER
                           TO CustHist-Rewards-Number
                       MOVE AH-CUSTOMER-STATUS TO CustHist-Status
                       MOVE AH-AUDIT-ACTION    TO CustHist-Action-Code
                       MOVE AH-AUDIT-TIMESTAMP TO CustHist-Timestamp
                       MOVE AH-AUDIT-TERM-ID   TO CustHist-Term-Id
                       MOVE AH-AUDIT-USER-ID   TO CustHist-User-Id
                       MOVE SPACES             TO CustHist-Approver-Id
                       PERFORM WRITE-HISTORY-FIELDS
                   END-IF
               WHEN 'R'
                   IF AW-CUSTOMER-NUMBER = WS-TARGET-CUSTOMER
                       ADD 1 TO WS-ARCHIVE-ROW-COUNT
                       MOVE AW-TRAN-DATE
                           TO CustRewd-Transaction-Date
                       MOVE AW-TRAN-TYPE
                           TO CustRewd-Transaction-Type
                       MOVE AW-POINTS-AMOUNT
                           TO CustRewd-Points-Amount
                       MOVE AW-DESCRIPTION     TO CustRewd-Description
                       MOVE SPACES             TO CustRewd-Audit-User-Id
                       IF AW-TRAN-ID NUMERIC
                          AND AW-REVERSAL-OF-ID NUMERIC
                           MOVE AW-TRAN-ID
                               TO CustRewd-Transaction-Id
                           MOVE AW-REVERSAL-OF-ID
                               TO CustRewd-Reversal-Of-Id
                       ELSE
                           MOVE 0 TO CustRewd-Transaction-Id
                           MOVE 0 TO CustRewd-Reversal-Of-Id
                       END-IF
                       PERFORM WRITE-LEDGER-DETAIL-LINE
                   END-IF
               WHEN OTHER
                   DISPLAY 'CUSTPRIV - UNRECOGNIZED ARCHIVE RECORD '
                           'TYPE [' AR-RECORD-TYPE '] - SKIPPED'
           END-EVALUATE.
       REPORT-ONE-ARCHIVE-RECORD-EXIT.
           EXIT.

      *===============================================================*
      * Erasure. The balance is closed first, through the ledger, so  *
      * the ledger still adds up to REWARDSCODE; then the identifying *
      * columns are overwritten on CUSTOM and on CUSTHIST for the     *
      * customer and every number merged away into it, and the        *
      * household membership built from them is dropped, and the      *
      * approval items raised for them are closed and blanked. The    *
      * state code is kept so the customer still counts in its state. *
      * The soft-delete writes a CUSTHIST 'D' before-image as one     *
      * through CUSTOMER does.                                        *
      *===============================================================*
       ERASE-CUSTOMER-DETAILS.

           IF CUSTOMER-ON-FILE
              AND WS-TARGET-BALANCE NOT = 0
               PERFORM CLOSE-REWARD-BALANCE
           END-IF.
           IF NOT PRIVACY-RUN-FAILED
               PERFORM ANONYMISE-CUSTOMER-ROWS
           END-IF.
           IF NOT PRIVACY-RUN-FAILED
               PERFORM ANONYMISE-HISTORY-IMAGES
           END-IF.
           IF NOT PRIVACY-RUN-FAILED
              AND CUSTOMER-ON-FILE
              AND WS-TARGET-STATUS NOT = 'I'
               PERFORM CAPTURE-ERASURE-HISTORY-ROW
           END-IF.
           IF NOT PRIVACY-RUN-FAILED
              AND WS-HOUSEHOLD-ROW-COUNT > 0
               EXEC SQL
                  DELETE FROM ZOSCONN.CUSTHHLD
                  WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'CUSTPRIV - CUSTHHLD DELETE FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
               END-IF
           END-IF.
           IF NOT PRIVACY-RUN-FAILED
              AND WS-PENDING-ROW-COUNT > 0
               PERFORM CLOSE-PENDING-APPROVALS
           END-IF.
       ERASE-CUSTOMER-DETAILS-EXIT.
           EXIT.

      *===============================================================*
      * Closes the balance to zero with an offsetting 'PRIV' ledger   *
      * entry - balance first, as the expiry job does. The UPDATE     *
      * requires the balance read at the start of the run, so a       *
      * posting that landed in between fails the erasure rather than  *
      * leaving the ledger out by the difference.                     *
      *===============================================================*
       CLOSE-REWARD-BALANCE.

           EXEC SQL
              UPDATE ZOSCONN.CUSTOM
              SET REWARDSCODE = 0,
                  LASTUPDATED = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                AND REWARDSCODE    = :WS-TARGET-BALANCE
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY 'CUSTPRIV - BALANCE CLOSE FAILED FOR '
                       'CUSTOMER NUMBER ' WS-TARGET-CUSTOMER
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
      * A zero-row match comes back with SQLCODE 0, so the return
      * code is forced nonzero rather than left at SQLCODE.
               IF SQLCODE = 0
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               SUBTRACT WS-TARGET-BALANCE FROM 0
                   GIVING WS-CLOSING-POSTING-AMOUNT
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTREWDTL
                        (
                         CUSTOMERNUMBER,
                         TRANDATE,
                         TRANTYPE,
                         POINTSAMOUNT,
                         DESCRIPTION
                        )
                  VALUES
                        (
                         :WS-TARGET-CUSTOMER,
                         CURRENT DATE,
                         'PRIV',
                         :WS-CLOSING-POSTING-AMOUNT,
                         'BALANCE CLOSED ON PRIVACY ERASURE'
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTPRIV - PRIV LEDGER INSERT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
               ELSE
                   MOVE WS-TARGET-BALANCE TO WS-POINTS-CLOSED
               END-IF
           END-IF.
       CLOSE-REWARD-BALANCE-EXIT.
           EXIT.

      *===============================================================*
      * The customer row and every merged-away row. The customer      *
      * itself is soft-deleted so no statement, extract or household  *
      * rebuild picks it up again; a merged-away row keeps its        *
      * inactive status and its pointer.                              *
      *===============================================================*
       ANONYMISE-CUSTOMER-ROWS.

           EXEC SQL
              UPDATE ZOSCONN.CUSTOM
              SET FIRSTNAME      = 'ERASED',
                  LASTNAME       = 'ERASED',
                  ADDRESS1       = ' ',
                  ADDRESS2       = ' ',
                  CITYCODE       = ' ',
                  POSTCODE       = ' ',
                  PHONEHOME      = ' ',
                  PHONEMOBILE    = ' ',
                  GENDERCODE     = ' ',
                  CUSTOMERSTATUS =
                      CASE WHEN CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                           THEN 'I'
                           ELSE CUSTOMERSTATUS
                      END,
                  LASTUPDATED    = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                 OR MERGEDTONUMBER = :WS-TARGET-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD(3) TO WS-ANONYMISED-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTPRIV - CUSTOM ANONYMISE FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
           END-EVALUATE.
       ANONYMISE-CUSTOMER-ROWS-EXIT.
           EXIT.

      *===============================================================*
      * Every before-image of the customer and of the numbers merged  *
      * away into it. The audit columns and the amounts stay - who    *
      * changed what, and when, is the bank's record, not the         *
      * customer's.                                                   *
      *===============================================================*
       ANONYMISE-HISTORY-IMAGES.

           EXEC SQL
              UPDATE ZOSCONN.CUSTHIST
              SET FIRSTNAME   = 'ERASED',
                  LASTNAME    = 'ERASED',
                  ADDRESS1    = ' ',
                  ADDRESS2    = ' ',
                  CITYCODE    = ' ',
                  POSTCODE    = ' ',
                  PHONEHOME   = ' ',
                  PHONEMOBILE = ' ',
                  GENDERCODE  = ' '
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                 OR CUSTOMERNUMBER IN
                    (SELECT CUSTOMERNUMBER
                     FROM ZOSCONN.CUSTOM
                     WHERE MERGEDTONUMBER = :WS-TARGET-CUSTOMER)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD(3) TO WS-ANONYMISED-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTPRIV - CUSTHIST ANONYMISE FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
           END-EVALUATE.
       ANONYMISE-HISTORY-IMAGES-EXIT.
           EXIT.

      *===============================================================*
      * The soft-delete's CUSTHIST 'D' before-image, so the erasure   *
      * is audited and CUSTSNAP counts it among the month's           *
      * soft-deletes. It is taken after the anonymising, so it holds  *
      * no name, address or phone, but carries the status and the     *
      * balance the customer had before the erasure. A customer       *
      * already soft-deleted changes no status and gets none.         *
      *===============================================================*
       CAPTURE-ERASURE-HISTORY-ROW.

           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     FIRSTNAME,
                     LASTNAME,
                     ADDRESS1,
                     ADDRESS2,
                     CITYCODE,
                     STATECODE,
                     POSTCODE,
                     PHONEHOME,
                     PHONEMOBILE,
                     GENDERCODE,
                     FICACODE,
                     SPENDINGCODE,
                     CURRENT TIMESTAMP
              INTO  :CustHist-Customer-Number,
                    :CustHist-First-Name,
                    :CustHist-Last-Name,
                    :CustHist-Address1,
                    :CustHist-Address2,
                    :CustHist-City,
                    :CustHist-State-Code,
                    :CustHist-Postal-Code,
                    :CustHist-Home-Phone,
                    :CustHist-Mobile-Phone,
                    :CustHist-Gender-Code,
                    :CustHist-FICA-Score,
                    :CustHist-Spending-Limit,
                    :CustHist-Timestamp
              FROM ZOSCONN.CUSTOM
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - CUSTHIST BEFORE-IMAGE SELECT '
                       'FAILED SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           ELSE
               MOVE WS-TARGET-BALANCE TO CustHist-Rewards-Number
               MOVE WS-TARGET-STATUS  TO CustHist-Status
               MOVE 'D'               TO CustHist-Action-Code
               MOVE 'BTCH'            TO CustHist-Term-Id
               MOVE 'CUSTPRIV'        TO CustHist-User-Id
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTHIST
                        (
                         CUSTOMERNUMBER,
                         FIRSTNAME,
                         LASTNAME,
                         ADDRESS1,
                         ADDRESS2,
                         CITYCODE,
                         STATECODE,
                         POSTCODE,
                         PHONEHOME,
                         PHONEMOBILE,
                         GENDERCODE,
                         FICACODE,
                         SPENDINGCODE,
                         REWARDSCODE,
                         CUSTOMERSTATUS,
                         AUDITACTION,
                         AUDITTIMESTAMP,
                         AUDITTERMID,
                         AUDITUSERID
                        )
                  VALUES
                        (
                         :CustHist-Customer-Number,
                         :CustHist-First-Name,
                         :CustHist-Last-Name,
                         :CustHist-Address1,
                         :CustHist-Address2,
                         :CustHist-City,
                         :CustHist-State-Code,
                         :CustHist-Postal-Code,
                         :CustHist-Home-Phone,
                         :CustHist-Mobile-Phone,
                         :CustHist-Gender-Code,
                         :CustHist-FICA-Score,
                         :CustHist-Spending-Limit,
                         :CustHist-Rewards-Number,
                         :CustHist-Status,
                         :CustHist-Action-Code,
                         :CustHist-Timestamp,
                         :CustHist-Term-Id,
                         :CustHist-User-Id
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTPRIV - CUSTHIST INSERT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
               END-IF
           END-IF.
       CAPTURE-ERASURE-HISTORY-ROW-EXIT.
           EXIT.

      *===============================================================*
      * An item still pending for an erased customer can never be     *
      * approved - CUSTAPPR would replay a name and address that no   *
      * longer exist - so it is rejected here, as a checker would.    *
      * Then the request image is blanked on every item for the       *
      * customer, whatever its state; the values, the decision and    *
      * who made it stay, as on CUSTHIST.                             *
      *===============================================================*
       CLOSE-PENDING-APPROVALS.

           MOVE 'CUSTPRIV' TO CustPend-Decision-User-Id.
           MOVE 'BTCH' TO CustPend-Decision-Term-Id.
           MOVE 'REJECTED - CUSTOMER ERASED ON PRIVACY REQUEST'
               TO CustPend-Decision-Reason.
           EXEC SQL
              UPDATE ZOSCONN.CUSTPEND
              SET PENDINGSTATUS     = 'R',
                  DECISIONUSERID    = :CustPend-Decision-User-Id,
                  DECISIONTERMID    = :CustPend-Decision-Term-Id,
                  DECISIONTIMESTAMP = CURRENT TIMESTAMP,
                  DECISIONREASON    = :CustPend-Decision-Reason
              WHERE PENDINGSTATUS = 'P'
                AND (CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                     OR CUSTOMERNUMBER IN
                        (SELECT CUSTOMERNUMBER
                         FROM ZOSCONN.CUSTOM
                         WHERE MERGEDTONUMBER = :WS-TARGET-CUSTOMER)
                     OR (ACTIONCODE = 'M'
                         AND (RELATEDNUMBER = :WS-TARGET-CUSTOMER
                              OR RELATEDNUMBER IN
                                 (SELECT CUSTOMERNUMBER
                                  FROM ZOSCONN.CUSTOM
                                  WHERE MERGEDTONUMBER =
                                        :WS-TARGET-CUSTOMER))))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CUSTPRIV - CUSTPEND REJECT FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
           END-IF.

           IF NOT PRIVACY-RUN-FAILED
               PERFORM BLANK-PENDING-IMAGES
           END-IF.
       CLOSE-PENDING-APPROVALS-EXIT.
           EXIT.

       BLANK-PENDING-IMAGES.

           EXEC SQL
              UPDATE ZOSCONN.CUSTPEND
              SET REQUESTIMAGE = ' '
              WHERE CUSTOMERNUMBER = :WS-TARGET-CUSTOMER
                 OR CUSTOMERNUMBER IN
                    (SELECT CUSTOMERNUMBER
                     FROM ZOSCONN.CUSTOM
                     WHERE MERGEDTONUMBER = :WS-TARGET-CUSTOMER)
                 OR (ACTIONCODE = 'M'
                     AND (RELATEDNUMBER = :WS-TARGET-CUSTOMER
                          OR RELATEDNUMBER IN
                             (SELECT CUSTOMERNUMBER
                              FROM ZOSCONN.CUSTOM
                              WHERE MERGEDTONUMBER =
                                    :WS-TARGET-CUSTOMER)))
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD(3) TO WS-ANONYMISED-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTPRIV - CUSTPEND ANONYMISE FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-PRIVACY-RUN
           END-EVALUATE.
       BLANK-PENDING-IMAGES-EXIT.
           EXIT.

      *===============================================================*
      * Logs the request on CUSTPRVL and commits it - with the        *
      * erasure on a clean run, alone after a rollback. A request     *
      * that cannot be logged is not allowed to stand: the erasure    *
      * is rolled back with it.                                       *
      *===============================================================*
       LOG-PRIVACY-REQUEST.

           MOVE WS-TARGET-CUSTOMER     TO CustPrvl-Customer-Number.
           MOVE WS-REQUEST-TYPE        TO CustPrvl-Request-Type.
           MOVE WS-LEGAL-REFERENCE     TO CustPrvl-Legal-Reference.
           MOVE WS-CUSTOM-ROW-COUNT    TO CustPrvl-Custom-Rows.
           MOVE WS-HISTORY-ROW-COUNT   TO CustPrvl-History-Rows.
           MOVE WS-LEDGER-ROW-COUNT    TO CustPrvl-Ledger-Rows.
           MOVE WS-HOUSEHOLD-ROW-COUNT TO CustPrvl-Household-Rows.
           MOVE WS-MERGED-ROW-COUNT    TO CustPrvl-Merged-Rows.
           MOVE WS-ARCHIVE-ROW-COUNT   TO CustPrvl-Archive-Rows.
           MOVE WS-ANONYMISED-COUNT    TO CustPrvl-Anonymised-Rows.
           MOVE WS-POINTS-CLOSED       TO CustPrvl-Points-Closed.
           PERFORM SET-PRIVACY-RESULT-STATUS.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTPRVL
                    (
                     REQUESTTIMESTAMP,
                     CUSTOMERNUMBER,
                     REQUESTTYPE,
                     LEGALREFERENCE,
                     RESULTSTATUS,
                     CUSTOMROWS,
                     HISTORYROWS,
                     LEDGERROWS,
                     HOUSEHOLDROWS,
                     MERGEDROWS,
                     ARCHIVEROWS,
                     ANONYMISEDROWS,
                     POINTSCLOSED
                    )
              VALUES
                    (
                     CURRENT TIMESTAMP,
                     :CustPrvl-Customer-Number,
                     :CustPrvl-Request-Type,
                     :CustPrvl-Legal-Reference,
                     :CustPrvl-Result-Status,
                     :CustPrvl-Custom-Rows,
                     :CustPrvl-History-Rows,
                     :CustPrvl-Ledger-Rows,
                     :CustPrvl-Household-Rows,
                     :CustPrvl-Merged-Rows,
                     :CustPrvl-Archive-Rows,
                     :CustPrvl-Anonymised-Rows,
                     :CustPrvl-Points-Closed
                    )
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'CUSTPRIV - PRIVACY LOG WRITE FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-PRIVACY-RUN
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-ANONYMISED-COUNT
               MOVE 0 TO WS-POINTS-CLOSED
           END-IF.
       LOG-PRIVACY-REQUEST-EXIT.
           EXIT.

      *===============================================================*
      * 'F' failed, 'N' nothing held anywhere, 'A' an erasure that    *
      * left records on the archive, otherwise 'C' complete. The      *
      * return code follows: 4 when legal has something to follow up. *
      *===============================================================*
       SET-PRIVACY-RESULT-STATUS.

           EVALUATE TRUE
               WHEN PRIVACY-RUN-FAILED
                   MOVE 'F' TO CustPrvl-Result-Status
               WHEN WS-CUSTOM-ROW-COUNT   = 0
                AND WS-MERGED-ROW-COUNT  = 0
                AND WS-HISTORY-ROW-COUNT = 0
                AND WS-LEDGER-ROW-COUNT  = 0
                AND WS-PENDING-ROW-COUNT = 0
                AND WS-ARCHIVE-ROW-COUNT = 0
                   MOVE 'N' TO CustPrvl-Result-Status
                   MOVE 4 TO WS-RETURN-CODE
               WHEN ERASURE-REQUEST
                AND WS-ARCHIVE-ROW-COUNT > 0
                   MOVE 'A' TO CustPrvl-Result-Status
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 'C' TO CustPrvl-Result-Status
           END-EVALUATE.
       SET-PRIVACY-RESULT-STATUS-EXIT.
           EXIT.

      *===============================================================*
      * The counts and the result line for the legal file.            *
      *===============================================================*
       WRITE-PRIVACY-RESULT.

           MOVE SPACES TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-CUSTOM-ROW-COUNT TO CTL-CUSTOM-COUNT.
           MOVE CUSTOM-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-MERGED-ROW-COUNT TO MTL-MERGED-COUNT.
           MOVE MERGED-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-HISTORY-ROW-COUNT TO HTL-HISTORY-COUNT.
           MOVE HISTORY-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-LEDGER-ROW-COUNT TO LTL-LEDGER-COUNT.
           MOVE LEDGER-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-HOUSEHOLD-ROW-COUNT TO HHL-HOUSEHOLD-COUNT.
           MOVE HOUSEHOLD-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-PREFERENCE-ROW-COUNT TO PTL-PREFERENCE-COUNT.
           MOVE PREFERENCE-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-PENDING-ROW-COUNT TO PNT-PENDING-COUNT.
           MOVE PENDING-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           MOVE WS-ARCHIVE-ROW-COUNT TO ATL-ARCHIVE-COUNT.
           MOVE ARCHIVE-TOTAL-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

           IF ERASURE-REQUEST
               MOVE WS-ANONYMISED-COUNT TO NTL-ANONYMISED-COUNT
               MOVE ANONYMISED-TOTAL-LINE TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
               MOVE WS-POINTS-CLOSED TO PCL-POINTS-CLOSED
               MOVE POINTS-CLOSED-LINE TO DOSSIER-REPORT-LINE
               WRITE DOSSIER-REPORT-LINE
           END-IF.

           MOVE SPACES TO RESULT-LINE.
           EVALUATE TRUE
               WHEN NOT CARD-ACCEPTED
                   MOVE 'REFUSED - INVALID PARAMETER CARD, NOT LOGGED'
                       TO RL-RESULT-TEXT
               WHEN PRIVACY-RUN-FAILED
                   MOVE 'FAILED - REQUEST ROLLED BACK'
                       TO RL-RESULT-TEXT
               WHEN CustPrvl-Result-Status = 'N'
                   MOVE 'NOTHING HELD FOR THIS CUSTOMER NUMBER'
                       TO RL-RESULT-TEXT
               WHEN CustPrvl-Result-Status = 'A'
                   MOVE 'ERASED - RECORDS REMAIN ON THE ARCHIVE'
                       TO RL-RESULT-TEXT
               WHEN ERASURE-REQUEST
                   MOVE 'ERASED - CUSTOMER ANONYMISED'
                       TO RL-RESULT-TEXT
               WHEN OTHER
                   MOVE 'DOSSIER COMPLETE'
                       TO RL-RESULT-TEXT
           END-EVALUATE.
           MOVE RESULT-LINE TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
       WRITE-PRIVACY-RESULT-EXIT.
           EXIT.

      *===============================================================*
      * Every line of customer detail goes through here, and is only  *
      * printed for an access request - an erasure report must not    *
      * carry what it erased.                                         *
      *===============================================================*
       WRITE-DOSSIER-LINE.
           IF ACCESS-REQUEST
               WRITE DOSSIER-REPORT-LINE
           END-IF.
       WRITE-DOSSIER-LINE-EXIT.
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE SECTION-HEADING-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
       WRITE-SECTION-HEADING-EXIT.
           EXIT.

       WRITE-NONE-HELD-LINE.
           MOVE NONE-HELD-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
       WRITE-NONE-HELD-LINE-EXIT.
           EXIT.

       WRITE-FIELD-LINE.
           MOVE FIELD-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
       WRITE-FIELD-LINE-EXIT.
           EXIT.

      *===============================================================*
      * One CUSTOM row, every column, one per line.                   *
      *===============================================================*
       WRITE-CUSTOMER-FIELDS.

           MOVE SPACES TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE 'CUSTOMER NUMBER' TO FL-LABEL.
           MOVE Customer-Number TO WS-EDITED-NUMBER.
           MOVE WS-EDITED-NUMBER TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'FIRST NAME' TO FL-LABEL.
           MOVE Customer-First-Name TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'LAST NAME' TO FL-LABEL.
           MOVE Customer-Last-Name TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ADDRESS LINE 1' TO FL-LABEL.
           MOVE Customer-Address1 TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ADDRESS LINE 2' TO FL-LABEL.
           MOVE Customer-Address2 TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'CITY' TO FL-LABEL.
           MOVE Customer-City TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'STATE CODE' TO FL-LABEL.
           MOVE Customer-State-Code TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'POST CODE' TO FL-LABEL.
           MOVE Customer-Postal-Code TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'HOME PHONE' TO FL-LABEL.
           MOVE Customer-Home-Phone TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'MOBILE PHONE' TO FL-LABEL.
           MOVE Customer-Mobile-Phone TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'GENDER' TO FL-LABEL.
           MOVE Customer-Gender-Code TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'FICA SCORE' TO FL-LABEL.
           MOVE Customer-FICA-Score TO WS-EDITED-AMOUNT.
           MOVE WS-EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'SPENDING LIMIT' TO FL-LABEL.
           MOVE Customer-Spending-Limit TO WS-EDITED-AMOUNT.
           MOVE WS-EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'REWARD POINTS BALANCE' TO FL-LABEL.
           MOVE Customer-Rewards-Number TO WS-EDITED-AMOUNT.
           MOVE WS-EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'STATUS' TO FL-LABEL.
           MOVE Customer-Status TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'LAST UPDATED' TO FL-LABEL.
           MOVE Customer-Last-Updated TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           IF Customer-Merged-To NOT = 0
               MOVE 'MERGED INTO NUMBER' TO FL-LABEL
               MOVE Customer-Merged-To TO WS-EDITED-NUMBER
               MOVE WS-EDITED-NUMBER TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.
       WRITE-CUSTOMER-FIELDS-EXIT.
           EXIT.

      *===============================================================*
      * One CUSTHIST before-image: who took it and when, then the     *
      * columns it holds.                                             *
      *===============================================================*
       WRITE-HISTORY-FIELDS.

           MOVE SPACES TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE CustHist-Customer-Number TO IHL-CUSTOMER-NUMBER.
           MOVE CustHist-Action-Code     TO IHL-ACTION-CODE.
           MOVE CustHist-Timestamp       TO IHL-TIMESTAMP.
           MOVE CustHist-User-Id         TO IHL-USER-ID.
           MOVE CustHist-Term-Id         TO IHL-TERM-ID.
           MOVE CustHist-Approver-Id     TO IHL-APPROVER-ID.
           MOVE IMAGE-HEADING-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
           MOVE 'FIRST NAME' TO FL-LABEL.
           MOVE CustHist-First-Name TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'LAST NAME' TO FL-LABEL.
           MOVE CustHist-Last-Name TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ADDRESS LINE 1' TO FL-LABEL.
           MOVE CustHist-Address1 TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ADDRESS LINE 2' TO FL-LABEL.
           MOVE CustHist-Address2 TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'CITY' TO FL-LABEL.
           MOVE CustHist-City TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'STATE CODE' TO FL-LABEL.
           MOVE CustHist-State-Code TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'POST CODE' TO FL-LABEL.
           MOVE CustHist-Postal-Code TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'HOME PHONE' TO FL-LABEL.
           MOVE CustHist-Home-Phone TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'MOBILE PHONE' TO FL-LABEL.
           MOVE CustHist-Mobile-Phone TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'GENDER' TO FL-LABEL.
           MOVE CustHist-Gender-Code TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'FICA SCORE' TO FL-LABEL.
           MOVE CustHist-FICA-Score TO WS-EDITED-AMOUNT.
           MOVE WS-EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'SPENDING LIMIT' TO FL-LABEL.
           MOVE CustHist-Spending-Limit TO WS-EDITED-AMOUNT.
           MOVE WS-EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'REWARD POINTS BALANCE' TO FL-LABEL.
           MOVE CustHist-Rewards-Number TO WS-EDITED-AMOUNT.
           MOVE WS-EDITED-AMOUNT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'STATUS' TO FL-LABEL.
           MOVE CustHist-Status TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
       WRITE-HISTORY-FIELDS-EXIT.
           EXIT.

       WRITE-PREFERENCE-DETAIL-LINE.
           MOVE CustCprf-Channel-Code TO PDL-CHANNEL-CODE.
           IF CustCprf-Opt-Status = 'O'
               MOVE 'OPTED OUT' TO PDL-OPT-TEXT
           ELSE
               MOVE 'OPTED IN' TO PDL-OPT-TEXT
           END-IF.
           MOVE CustCprf-Set-Date TO PDL-SET-DATE.
           MOVE CustCprf-Source-Code TO PDL-SOURCE-CODE.
           MOVE CustCprf-Update-User-Id TO PDL-UPDATE-USER-ID.
           MOVE PREFERENCE-DETAIL-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
       WRITE-PREFERENCE-DETAIL-LINE-EXIT.
           EXIT.

       WRITE-PENDING-DETAIL-LINE.
           MOVE CustPend-Pending-Id        TO PNL-PENDING-ID.
           MOVE CustPend-Action-Code       TO PNL-ACTION-CODE.
           MOVE CustPend-Pending-Status    TO PNL-PENDING-STATUS.
           MOVE CustPend-Customer-Number   TO PNL-CUSTOMER-NUMBER.
           MOVE CustPend-Related-Number    TO PNL-RELATED-NUMBER.
           MOVE CustPend-Before-Value      TO PNL-BEFORE-VALUE.
           MOVE CustPend-After-Value       TO PNL-AFTER-VALUE.
           MOVE CustPend-Request-User-Id   TO PNL-REQUEST-USER-ID.
           MOVE CustPend-Request-Timestamp TO PNL-REQUEST-TIMESTAMP.
           MOVE PENDING-DETAIL-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
       WRITE-PENDING-DETAIL-LINE-EXIT.
           EXIT.

       WRITE-LEDGER-DETAIL-LINE.
           MOVE CustRewd-Transaction-Id   TO LDL-TRANSACTION-ID.
           MOVE CustRewd-Transaction-Date TO LDL-TRAN-DATE.
           MOVE CustRewd-Transaction-Type TO LDL-TRAN-TYPE.
           MOVE CustRewd-Points-Amount    TO LDL-POINTS-AMOUNT.
           MOVE CustRewd-Description      TO LDL-DESCRIPTION.
           MOVE CustRewd-Reversal-Of-Id   TO LDL-REVERSAL-OF-ID.
           MOVE CustRewd-Audit-User-Id    TO LDL-AUDIT-USER-ID.
           MOVE LEDGER-DETAIL-LINE TO DOSSIER-REPORT-LINE.
           PERFORM WRITE-DOSSIER-LINE.
       WRITE-LEDGER-DETAIL-LINE-EXIT.
           EXIT.

       FAIL-THE-PRIVACY-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET PRIVACY-RUN-FAILED TO TRUE.
       FAIL-THE-PRIVACY-RUN-EXIT.
           EXIT.
