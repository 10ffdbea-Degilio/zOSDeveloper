       CBL SOURCE,XREF,LIB,APOST
       CBL SQL('APOSTSQL')
      *****************************************************************
      *                                                               *
      *  MODULE NAME = CUSTFRAU                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = Nightly reward fraud and account-takeover *
      *                     monitoring                                *
      *                                                               *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = n/a  (batch)                              *
      *                                                               *
      *  FUNCTION =                                                   *
      *  Scores the redemptions posted to CUSTREWDTL over the last    *
      *  few days against the CUSTHIST before-images, looking for     *
      *  the takeover pattern of a contact change followed by a       *
      *  redemption. Four rules, each with its threshold on the       *
      *  CUSTFPRM parameter card:                                     *
      *       an RDEM within N days of a change to ADDRESS1,          *
      *       PHONEHOME or PHONEMOBILE (desk 'U', CUSTNCOA or merge); *
      *       several RDEMs for one customer on one day;              *
      *       an RDEM that drains more than X% of the balance it was  *
      *       posted against;                                         *
      *       one user id posting RDEM/RVSL entries online across     *
      *       many different customers.                               *
      *  Every customer hitting a rule becomes a case on the          *
      *  ZOSCONN.CUSTFCAS case table, scored by the weight of each    *
      *  rule hit, and the day's cases are written to the CUSTFCSE    *
      *  case file highest score first for the fraud team, with the   *
      *  customer's name, address and phones. A case scoring at or    *
      *  above the hold score on the card places a hold on            *
      *  ZOSCONN.CUSTFHLD, which stops further online redemptions     *
      *  and reversals for the customer until the fraud team clears   *
      *  it through CUSTFHMT; a hold cleared since the evidence is    *
      *  not placed again by the same activity. The case file ends    *
      *  with a 'T' trailer carrying the case and hold counts. The    *
      *  whole run is one unit of work - a failure rolls the cases    *
      *  and holds back and leaves the case file without a trailer.   *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026-10-15  Initial version.                                 *
      *  2026-10-15  The user velocity cursor is closed only if it    *
      *              opened.                                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFRAU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CUSTFPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO CUSTFCSE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRAUD-REPORT-FILE ASSIGN TO CUSTFRRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Run parameters - the rule thresholds, three digits each,
      * separated by a space:
      *   days after a contact change a redemption is suspect
      *   redemptions in one day that make a burst
      *   percent of the balance one redemption may take
      *   distinct customers one user id may post against
      *   days of ledger scanned (1 = yesterday and today)
      *   case score at which a hold is placed
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           03  PR-CHANGE-DAYS          PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PR-SAME-DAY-COUNT       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PR-DRAIN-PERCENT        PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PR-USER-CUSTOMERS       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PR-SCAN-DAYS            PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PR-HOLD-SCORE           PIC 9(03).

      * One record per case, highest score first. FC-RECORD-TYPE is
      * 'C' for a case and 'T' for the file trailer.
       FD  CASE-FILE
           RECORDING MODE IS F.
       01  CASE-FILE-RECORD.
           03  FC-RECORD-TYPE          PIC X(01).
           03  FC-RECORD-DATA          PIC X(420).
           03  FC-CASE-DATA REDEFINES FC-RECORD-DATA.
               05  FC-RANK                 PIC 9(05).
               05  FC-CUSTOMER-NUMBER      PIC 9(09).
               05  FC-CASE-SCORE           PIC 9(03).
               05  FC-CONTACT-FLAG         PIC X(01).
               05  FC-CONTACT-DATE         PIC X(10).
               05  FC-SAME-DAY-FLAG        PIC X(01).
               05  FC-SAME-DAY-COUNT       PIC 9(03).
               05  FC-DRAIN-FLAG           PIC X(01).
               05  FC-DRAIN-PERCENT        PIC 9(04).
               05  FC-USER-FLAG            PIC X(01).
               05  FC-USER-ID              PIC X(08).
               05  FC-LARGEST-REDEEM       PIC 9(09).
               05  FC-EVIDENCE-DATE        PIC X(10).
      * 'N' hold placed tonight, 'E' already held, 'C' cleared by
      * fraud since this evidence, blank below the hold score.
               05  FC-HOLD-ACTION          PIC X(01).
               05  FC-FIRST-NAME           PIC X(100).
               05  FC-LAST-NAME            PIC X(100).
               05  FC-ADDRESS1             PIC X(100).
               05  FC-STATE-CODE           PIC XX.
               05  FC-POSTAL-CODE          PIC X(10).
               05  FC-HOME-PHONE           PIC X(20).
               05  FC-MOBILE-PHONE         PIC X(20).
               05  FILLER                  PIC X(02).
           03  FC-TRAILER-DATA REDEFINES FC-RECORD-DATA.
               05  FT-CASE-COUNT           PIC 9(09).
               05  FT-HOLD-COUNT           PIC 9(09).
               05  FT-SCAN-START-DATE      PIC X(10).
               05  FILLER                  PIC X(392).

       FD  FRAUD-REPORT-FILE
           RECORDING MODE IS F.
       01  FRAUD-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * Common defintions                                             *
      *---------------------------------------------------------------*

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RETURN-CODE           PIC S9(8) COMP.
           03 WS-EOF-SWITCH            PIC X VALUE 'N'.
               88 END-OF-RULE-ROWS         VALUE 'Y'.
           03 WS-CURSOR-OPEN-SWITCH    PIC X VALUE 'N'.
               88 CURSOR-IS-OPEN           VALUE 'Y'.
           03 WS-USER-EOF-SWITCH       PIC X VALUE 'N'.
               88 END-OF-USER-ROWS         VALUE 'Y'.
           03 WS-USER-CURSOR-OPEN-SWITCH PIC X VALUE 'N'.
               88 USER-CURSOR-IS-OPEN      VALUE 'Y'.
           03 WS-RUN-FAILED-SWITCH     PIC X VALUE 'N'.
               88 FRAUD-RUN-FAILED         VALUE 'Y'.
           03 WS-CASE-FOUND-SWITCH     PIC X VALUE 'N'.
               88 CASE-FOUND               VALUE 'Y'.
               88 CASE-NOT-FOUND           VALUE 'N'.
           03 WS-CHANGE-DAYS           PIC S9(4) COMP-4 VALUE 0.
           03 WS-SAME-DAY-COUNT        PIC S9(4) COMP-4 VALUE 0.
           03 WS-DRAIN-PERCENT         PIC S9(4) COMP-4 VALUE 0.
           03 WS-USER-CUSTOMERS        PIC S9(4) COMP-4 VALUE 0.
           03 WS-SCAN-DAYS             PIC S9(4) COMP-4 VALUE 0.
           03 WS-HOLD-SCORE            PIC S9(4) COMP-4 VALUE 0.
           03 WS-SCAN-START-DATE       PIC X(10) VALUE SPACES.
           03 WS-CHANGE-START-DATE     PIC X(10) VALUE SPACES.
           03 WS-HIT-CUSTOMER          PIC S9(9) COMP-4.
           03 WS-HIT-DATE              PIC X(10).
           03 WS-HIT-CONTACT-DATE      PIC X(10).
           03 WS-HIT-COUNT             PIC S9(4) COMP-4.
           03 WS-HIT-REDEEM            PIC S9(9) COMP-4.
           03 WS-HIT-BALANCE-BEFORE    PIC S9(9) COMP-4.
           03 WS-HIT-DRAIN-PERCENT     PIC S9(4) COMP-4.
           03 WS-CASE-SUB              PIC S9(4) COMP-4.
           03 WS-CASE-RANK             PIC S9(7) COMP-4 VALUE 0.
           03 WS-VELOCITY-USER-ID      PIC X(8).
           03 WS-VELOCITY-CUSTOMERS    PIC S9(9) COMP-4.
           03 WS-VELOCITY-RDEM-COUNT   PIC S9(9) COMP-4.
           03 WS-VELOCITY-RVSL-COUNT   PIC S9(9) COMP-4.
           03 WS-CLEARED-DATE          PIC X(10).
           03 WS-TOTAL-CASE-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-CONTACT-COUNT   PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-SAME-DAY-COUNT  PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-DRAIN-COUNT     PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-USER-CASE-COUNT PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-FLAGGED-USERS   PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-NEW-HOLD-COUNT  PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-HELD-COUNT      PIC S9(7) COMP-4 VALUE 0.
           03 WS-TOTAL-CLEARED-COUNT   PIC S9(7) COMP-4 VALUE 0.

      * What each rule adds to a customer's case score. A contact
      * change followed by a redemption is the takeover pattern
      * itself, so on its own it reaches the usual hold score.
       01 RULE-WEIGHTS.
           03 WS-CONTACT-WEIGHT        PIC S9(4) COMP-4 VALUE 40.
           03 WS-SAME-DAY-WEIGHT       PIC S9(4) COMP-4 VALUE 20.
           03 WS-DRAIN-WEIGHT          PIC S9(4) COMP-4 VALUE 25.
           03 WS-USER-WEIGHT           PIC S9(4) COMP-4 VALUE 15.

      * The night's cases, one entry per customer hitting any rule,
      * built up rule by rule before anything is filed.
       01 FRAUD-CASE-TABLE.
           03 WS-CASE-COUNT            PIC S9(4) COMP-4 VALUE 0.
           03 CASE-ENTRY               OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON WS-CASE-COUNT
                                        INDEXED BY WS-CASE-IDX.
               05 CE-CUSTOMER-NUMBER   PIC S9(9) COMP-4.
               05 CE-CONTACT-FLAG      PIC X.
               05 CE-CONTACT-DATE      PIC X(10).
               05 CE-SAME-DAY-FLAG     PIC X.
               05 CE-SAME-DAY-COUNT    PIC S9(4) COMP-4.
               05 CE-DRAIN-FLAG        PIC X.
               05 CE-DRAIN-PERCENT     PIC S9(4) COMP-4.
               05 CE-USER-FLAG         PIC X.
               05 CE-USER-ID           PIC X(8).
               05 CE-LARGEST-REDEEM    PIC S9(9) COMP-4.
               05 CE-EVIDENCE-DATE     PIC X(10).

      * Variables for columns in the CUSTOM table
           COPY CUSTREC.

      * Variables for the CUSTFCAS reward fraud case table
           COPY CUSTFCAS.

      * Variables for the CUSTFHLD reward fraud hold table
           COPY CUSTFHLD.

      * Report line layouts
       01 REPORT-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(40)
               VALUE 'REWARD FRAUD MONITORING REPORT'.

       01 PARAMETER-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(18)
               VALUE 'REDEMPTIONS FROM  '.
           03  PHL-SCAN-START         PIC X(10).
           03  FILLER                 PIC X(17)
               VALUE '  CHANGE WITHIN  '.
           03  PHL-CHANGE-DAYS        PIC ZZ9.
           03  FILLER                 PIC X(17)
               VALUE ' DAYS  SAME DAY  '.
           03  PHL-SAME-DAY-COUNT     PIC ZZ9.
           03  FILLER                 PIC X(10)
               VALUE '  DRAIN > '.
           03  PHL-DRAIN-PERCENT      PIC ZZ9.
           03  FILLER                 PIC X(14)
               VALUE '%  USER ACROSS'.
           03  PHL-USER-CUSTOMERS     PIC ZZZ9.
           03  FILLER                 PIC X(14)
               VALUE '  HOLD SCORE  '.
           03  PHL-HOLD-SCORE         PIC ZZ9.

       01 USER-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(50)
               VALUE 'USER IDS POSTING ACROSS MANY CUSTOMERS'.

       01 USER-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(5)   VALUE 'USER '.
           03  UD-USER-ID             PIC X(8).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  UD-CUSTOMERS           PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(12)  VALUE ' CUSTOMERS  '.
           03  UD-RDEM-COUNT          PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(7)   VALUE ' RDEM  '.
           03  UD-RVSL-COUNT          PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(5)   VALUE ' RVSL'.

       01 CASE-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(50)
               VALUE 'CASES BY SCORE'.

       01 COLUMN-HEADING-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(7)   VALUE '   RANK'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(9)   VALUE 'CUSTOMER '.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(30)  VALUE 'LAST NAME'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(5)   VALUE 'SCORE'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(10)  VALUE 'CHANGED'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(4)   VALUE 'SAME'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(6)   VALUE 'DRAIN%'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(8)   VALUE 'USER'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(11)  VALUE '  LARGEST'.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  FILLER                 PIC X(4)   VALUE 'HOLD'.

       01 CASE-DETAIL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  CL-RANK                PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CL-CUSTOMER-NUMBER     PIC Z(8)9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CL-LAST-NAME           PIC X(30).
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  CL-CASE-SCORE          PIC ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CL-CONTACT-DATE        PIC X(10).
           03  FILLER                 PIC X(3)   VALUE SPACES.
           03  CL-SAME-DAY-COUNT      PIC ZZ9.
           03  FILLER                 PIC X(4)   VALUE SPACES.
           03  CL-DRAIN-PERCENT       PIC ZZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CL-USER-ID             PIC X(8).
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CL-LARGEST-REDEEM      PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(2)   VALUE SPACES.
           03  CL-HOLD                PIC X(7).

       01 CASE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CASES RAISED               '.
           03  CTL-CASE-COUNT         PIC ZZZ,ZZ9.

       01 CONTACT-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  REDEEMED AFTER CHANGE    '.
           03  KTL-CONTACT-COUNT      PIC ZZZ,ZZ9.

       01 SAME-DAY-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  SEVERAL IN ONE DAY       '.
           03  STL-SAME-DAY-COUNT     PIC ZZZ,ZZ9.

       01 DRAIN-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  BALANCE DRAINED          '.
           03  RTL-DRAIN-COUNT        PIC ZZZ,ZZ9.

       01 USER-CASE-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE '  TOUCHED BY FLAGGED USER  '.
           03  ETL-USER-CASE-COUNT    PIC ZZZ,ZZ9.

       01 FLAGGED-USER-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'USER IDS FLAGGED           '.
           03  FTL-FLAGGED-USERS      PIC ZZZ,ZZ9.

       01 NEW-HOLD-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'HOLDS PLACED               '.
           03  NHL-NEW-HOLD-COUNT     PIC ZZZ,ZZ9.

       01 HELD-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'ALREADY ON HOLD            '.
           03  AHL-HELD-COUNT         PIC ZZZ,ZZ9.

       01 CLEARED-TOTAL-LINE.
           03  FILLER                 PIC X(1)   VALUE SPACE.
           03  FILLER                 PIC X(27)
               VALUE 'CLEARED SINCE, NOT HELD    '.
           03  CHL-CLEARED-COUNT      PIC ZZZ,ZZ9.

      * Run-control registration against the shared CUSTRUNCTL
      * table - a guard against the same job running twice in one
      * cycle, and the feed for the CUSTCYCR morning report.
       01 RUN-CONTROL-WORKING-STORAGE.
           03 WS-RUN-REFUSED-SWITCH    PIC X VALUE 'N'.
               88 RUN-REFUSED              VALUE 'Y'.

      * Variables for the CUSTRUNCTL batch run-control table
           COPY CUSTRUNC.

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
      ***   DB2 STORAGE AREA FOR CUSTOMER HISTORY TABLE
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
             AUDITUSERID                    CHAR(8)
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
      ***   DB2 STORAGE AREA FOR REWARD FRAUD CASE TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTFCAS TABLE
           ( CASEDATE                       DATE,
             CUSTOMERNUMBER                 INTEGER,
             CASESCORE                      SMALLINT,
             CONTACTFLAG                    CHAR(1),
             CONTACTDATE                    DATE,
             SAMEDAYFLAG                    CHAR(1),
             SAMEDAYCOUNT                   SMALLINT,
             DRAINFLAG                      CHAR(1),
             DRAINPERCENT                   SMALLINT,
             USERFLAG                       CHAR(1),
             USERID                         CHAR(8),
             LARGESTREDEEM                  INTEGER,
             EVIDENCEDATE                   DATE,
             HOLDACTION                     CHAR(1)
           ) END-EXEC.

      *****************************************************************
      ***   DB2 STORAGE AREA FOR REWARD FRAUD HOLD TABLE
      *****************************************************************
           EXEC SQL DECLARE ZOSCONN.CUSTFHLD TABLE
           ( CUSTOMERNUMBER                 INTEGER,
             HOLDSTATUS                     CHAR(1),
             HOLDDATE                       DATE,
             CASESCORE                      SMALLINT,
             EVIDENCEDATE                   DATE,
             CLEAREDTIMESTAMP               TIMESTAMP,
             CLEAREDUSERID                  CHAR(8),
             CLEAREDTERMID                  CHAR(4),
             LASTUPDATED                    TIMESTAMP
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

      * Rule 1 - a redemption within WS-CHANGE-DAYS of a change to
      * the address or a phone. Each CUSTHIST row is the customer as
      * they were before one change; what they became is the next
      * before-image for the customer, or the live CUSTOM row when
      * there is no later one. X pairs every recent before-image
      * with the timestamp of the next, so a before-image whose
      * ADDRESS1/PHONEHOME/PHONEMOBILE differs from what followed it
      * is a contact change at that timestamp, whichever of the desk,
      * CUSTNCOA or a merge wrote it.
           EXEC SQL
              DECLARE CONTACT-CHANGE-CURSOR CURSOR FOR
              SELECT L.CUSTOMERNUMBER,
                     CHAR(MAX(DATE(X.BEFORETS)), ISO),
                     CHAR(MAX(L.TRANDATE), ISO),
                     MAX(0 - L.POINTSAMOUNT)
              FROM ZOSCONN.CUSTREWDTL L
                   INNER JOIN
                   (SELECT B.CUSTOMERNUMBER,
                           B.AUDITTIMESTAMP AS BEFORETS,
                           MIN(A.AUDITTIMESTAMP) AS AFTERTS
                    FROM ZOSCONN.CUSTHIST B
                         LEFT OUTER JOIN ZOSCONN.CUSTHIST A
                           ON A.CUSTOMERNUMBER = B.CUSTOMERNUMBER
                          AND A.AUDITTIMESTAMP > B.AUDITTIMESTAMP
                    WHERE DATE(B.AUDITTIMESTAMP)
                              >= :WS-CHANGE-START-DATE
                    GROUP BY B.CUSTOMERNUMBER, B.AUDITTIMESTAMP) X
                     ON X.CUSTOMERNUMBER = L.CUSTOMERNUMBER
                   INNER JOIN ZOSCONN.CUSTHIST H
                     ON H.CUSTOMERNUMBER = X.CUSTOMERNUMBER
                    AND H.AUDITTIMESTAMP = X.BEFORETS
                   LEFT OUTER JOIN ZOSCONN.CUSTHIST N
                     ON N.CUSTOMERNUMBER = X.CUSTOMERNUMBER
                    AND N.AUDITTIMESTAMP = X.AFTERTS
                   INNER JOIN ZOSCONN.CUSTOM C
                     ON C.CUSTOMERNUMBER = L.CUSTOMERNUMBER
              WHERE L.TRANTYPE  = 'RDEM'
                AND L.TRANDATE >= :WS-SCAN-START-DATE
                AND DATE(X.BEFORETS) <= L.TRANDATE
                AND DATE(X.BEFORETS) >= L.TRANDATE
                                        - :WS-CHANGE-DAYS DAYS
                AND (H.ADDRESS1 <> COALESCE(N.ADDRESS1, C.ADDRESS1)
                     OR H.PHONEHOME <>
                        COALESCE(N.PHONEHOME, C.PHONEHOME)
                     OR H.PHONEMOBILE <>
                        COALESCE(N.PHONEMOBILE, C.PHONEMOBILE))
              GROUP BY L.CUSTOMERNUMBER
              ORDER BY L.CUSTOMERNUMBER
           END-EXEC.

      * Rule 2 - at least WS-SAME-DAY-COUNT redemptions for one
      * customer on one day.
           EXEC SQL
              DECLARE SAME-DAY-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     CHAR(TRANDATE, ISO),
                     COUNT(*),
                     MAX(0 - POINTSAMOUNT)
              FROM ZOSCONN.CUSTREWDTL
              WHERE TRANTYPE  = 'RDEM'
                AND TRANDATE >= :WS-SCAN-START-DATE
              GROUP BY CUSTOMERNUMBER, TRANDATE
              HAVING COUNT(*) >= :WS-SAME-DAY-COUNT
              ORDER BY CUSTOMERNUMBER, TRANDATE
           END-EXEC.

      * Rule 3 - a redemption taking more than WS-DRAIN-PERCENT of
      * the balance it was posted against. The balance before the
      * entry is every earlier entry on the customer's ledger -
      * TRANSACTIONID is assigned in posting order.
           EXEC SQL
              DECLARE BALANCE-DRAIN-CURSOR CURSOR FOR
              SELECT L.CUSTOMERNUMBER,
                     CHAR(L.TRANDATE, ISO),
                     0 - L.POINTSAMOUNT,
                     COALESCE(SUM(P.POINTSAMOUNT), 0)
              FROM ZOSCONN.CUSTREWDTL L
                   LEFT OUTER JOIN ZOSCONN.CUSTREWDTL P
                     ON P.CUSTOMERNUMBER = L.CUSTOMERNUMBER
                    AND P.TRANSACTIONID  < L.TRANSACTIONID
              WHERE L.TRANTYPE  = 'RDEM'
                AND L.TRANDATE >= :WS-SCAN-START-DATE
              GROUP BY L.CUSTOMERNUMBER, L.TRANSACTIONID,
                       L.TRANDATE, L.POINTSAMOUNT
              HAVING (0 - L.POINTSAMOUNT) * 100 >
                     :WS-DRAIN-PERCENT
                     * COALESCE(SUM(P.POINTSAMOUNT), 0)
              ORDER BY L.CUSTOMERNUMBER
           END-EXEC.

      * Rule 4 - user ids that posted redemptions or reversals
      * online against at least WS-USER-CUSTOMERS different
      * customers. Batch postings carry no user id and never count.
           EXEC SQL
              DECLARE USER-VELOCITY-CURSOR CURSOR FOR
              SELECT AUDITUSERID,
                     COUNT(DISTINCT CUSTOMERNUMBER),
                     SUM(CASE WHEN TRANTYPE = 'RDEM'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN TRANTYPE = 'RVSL'
                              THEN 1 ELSE 0 END)
              FROM ZOSCONN.CUSTREWDTL
              WHERE TRANTYPE IN ('RDEM', 'RVSL')
                AND AUDITUSERID IS NOT NULL
                AND TRANDATE >= :WS-SCAN-START-DATE
              GROUP BY AUDITUSERID
              HAVING COUNT(DISTINCT CUSTOMERNUMBER)
                        >= :WS-USER-CUSTOMERS
              ORDER BY 2 DESC, 1
           END-EXEC.

      * The customers one flagged user id posted against.
           EXEC SQL
              DECLARE USER-CUSTOMER-CURSOR CURSOR FOR
              SELECT CUSTOMERNUMBER,
                     CHAR(MAX(TRANDATE), ISO),
                     MAX(CASE WHEN TRANTYPE = 'RDEM'
                              THEN 0 - POINTSAMOUNT ELSE 0 END)
              FROM ZOSCONN.CUSTREWDTL
              WHERE AUDITUSERID = :WS-VELOCITY-USER-ID
                AND TRANTYPE IN ('RDEM', 'RVSL')
                AND TRANDATE >= :WS-SCAN-START-DATE
              GROUP BY CUSTOMERNUMBER
              ORDER BY CUSTOMERNUMBER
           END-EXEC.

      * Tonight's cases highest score first, with the name, address
      * and phones the fraud team calls or writes to.
           EXEC SQL
              DECLARE RANKED-CASE-CURSOR CURSOR FOR
              SELECT F.CUSTOMERNUMBER,
                     F.CASESCORE,
                     F.CONTACTFLAG,
                     COALESCE(CHAR(F.CONTACTDATE, ISO), ' '),
                     F.SAMEDAYFLAG,
                     F.SAMEDAYCOUNT,
                     F.DRAINFLAG,
                     F.DRAINPERCENT,
                     F.USERFLAG,
                     F.USERID,
                     F.LARGESTREDEEM,
                     CHAR(F.EVIDENCEDATE, ISO),
                     F.HOLDACTION,
                     COALESCE(C.FIRSTNAME, ' '),
                     COALESCE(C.LASTNAME, ' '),
                     COALESCE(C.ADDRESS1, ' '),
                     COALESCE(C.STATECODE, ' '),
                     COALESCE(C.POSTCODE, ' '),
                     COALESCE(C.PHONEHOME, ' '),
                     COALESCE(C.PHONEMOBILE, ' ')
              FROM ZOSCONN.CUSTFCAS F
                   LEFT OUTER JOIN ZOSCONN.CUSTOM C
                     ON C.CUSTOMERNUMBER = F.CUSTOMERNUMBER
              WHERE F.CASEDATE = CURRENT DATE
              ORDER BY F.CASESCORE DESC,
                       F.LARGESTREDEEM DESC,
                       F.CUSTOMERNUMBER
           END-EXEC.
      *---------------------------------------------------------------*

      *****************************************************************
      *    P R O C E D U R E S
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY 'CUSTFRAU - STARTING REWARD FRAUD MONITORING'.
           MOVE 00 TO WS-RETURN-CODE.

           PERFORM REGISTER-RUN-START
           IF NOT RUN-REFUSED
               PERFORM READ-FRAUD-PARAMETERS
               PERFORM OPEN-FRAUD-FILES
               IF NOT FRAUD-RUN-FAILED
                   PERFORM CLEAR-TODAYS-CASES
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM SCORE-CONTACT-CHANGE-RULE
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM SCORE-SAME-DAY-RULE
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM SCORE-BALANCE-DRAIN-RULE
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM SCORE-USER-VELOCITY-RULE
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM FILE-ONE-FRAUD-CASE
                       VARYING WS-CASE-IDX FROM 1 BY 1
                       UNTIL WS-CASE-IDX > WS-CASE-COUNT
                          OR FRAUD-RUN-FAILED
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM WRITE-RANKED-CASES
               END-IF
               IF NOT FRAUD-RUN-FAILED
                   PERFORM COMMIT-FRAUD-CASES
               END-IF
      * A failed run rolls every case and hold back - half a night's
      * holds would stop some customers and not others for the same
      * pattern. Cases already on the file stay there but get no
      * trailer, so the fraud team's load rejects the file.
               IF FRAUD-RUN-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'CUSTFRAU - CASES AND HOLDS ROLLED BACK'
                   MOVE 0 TO WS-TOTAL-CASE-COUNT
                   MOVE 0 TO WS-TOTAL-NEW-HOLD-COUNT
                   MOVE 0 TO WS-TOTAL-HELD-COUNT
                   MOVE 0 TO WS-TOTAL-CLEARED-COUNT
               ELSE
                   PERFORM WRITE-CASE-TRAILER
               END-IF
               PERFORM WRITE-FRAUD-TOTALS
               PERFORM CLOSE-FRAUD-FILES
               PERFORM REGISTER-RUN-END
           END-IF.

           DISPLAY 'CUSTFRAU - CASES RAISED   = ' WS-TOTAL-CASE-COUNT.
           DISPLAY 'CUSTFRAU - HOLDS PLACED   = '
                   WS-TOTAL-NEW-HOLD-COUNT.
           DISPLAY 'CUSTFRAU - COMPLETE, RETURN CODE = ' WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *===============================================================*
      * Registers this run against the shared CUSTRUNCTL run-control  *
      * table. A row already complete for today's business date       *
      * means this job already ran in this cycle - the run is         *
      * refused unless operations set OPERATOROVERRIDE on the         *
      * completed row. A clean start replaces any earlier row for     *
      * the date with a fresh 'S' row and commits it, so even an      *
      * abend leaves the started row for the CUSTCYCR morning         *
      * report to flag.                                               *
      *===============================================================*
       REGISTER-RUN-START.

           MOVE 'CUSTFRAU' TO CustRun-Job-Name.

           EXEC SQL
              SELECT COMPLETIONSTATUS,
                     OPERATOROVERRIDE
              INTO  :CustRun-Completion-Status,
                    :CustRun-Operator-Override
              FROM ZOSCONN.CUSTRUNCTL
              WHERE JOBNAME      = :CustRun-Job-Name
                AND BUSINESSDATE = CURRENT DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF CustRun-Completion-Status = 'C'
                      AND CustRun-Operator-Override NOT = 'Y'
                       DISPLAY 'CUSTFRAU - ALREADY COMPLETE FOR THIS '
                               'BUSINESS DATE - RUN REFUSED - SET '
                               'OPERATOROVERRIDE TO RERUN'
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTFRAU - RUN-CONTROL READ FAILED '
                           'SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
           END-EVALUATE.

           IF NOT RUN-REFUSED
               EXEC SQL
                  DELETE FROM ZOSCONN.CUSTRUNCTL
                  WHERE JOBNAME      = :CustRun-Job-Name
                    AND BUSINESSDATE = CURRENT DATE
               END-EXEC
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
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTFRAU - RUN-CONTROL REGISTRATION '
                           'FAILED SQLCODE = ' SQLCODE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
               ELSE
      * Harden the started row now - an abend later must still show
      * the job as started on the morning report.
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.
       REGISTER-RUN-START-EXIT.
           EXIT.

      *===============================================================*
      * Closes this run's CUSTRUNCTL row with the end timestamp, the  *
      * records processed and whether the run ended clean.            *
      *===============================================================*
       REGISTER-RUN-END.

           MOVE WS-TOTAL-CASE-COUNT TO CustRun-Records-Processed.
           IF WS-RETURN-CODE = 0
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
               DISPLAY 'CUSTFRAU - RUN-CONTROL CLOSE FAILED '
                       'SQLCODE = ' SQLCODE
               MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
       REGISTER-RUN-END-EXIT.
           EXIT.
      *===============================================================*
      * The thresholds come in on CUSTFPRM. Every one must be a       *
      * number above zero (the drain percent no more than 100) or the *
      * run stops before any case is raised. The scan starts          *
      * WS-SCAN-DAYS before today; contact changes are looked for     *
      * from WS-CHANGE-DAYS before that, so a redemption on the first *
      * day scanned still sees its whole change window.               *
      *===============================================================*
       READ-FRAUD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'CUSTFRAU - EMPTY PARAMETER FILE'
                   MOVE SPACES TO PARAMETER-RECORD
           END-READ.
           CLOSE PARAMETER-FILE.

           IF PR-CHANGE-DAYS NOT NUMERIC
              OR PR-SAME-DAY-COUNT NOT NUMERIC
              OR PR-DRAIN-PERCENT NOT NUMERIC
              OR PR-USER-CUSTOMERS NOT NUMERIC
              OR PR-SCAN-DAYS NOT NUMERIC
              OR PR-HOLD-SCORE NOT NUMERIC
               DISPLAY 'CUSTFRAU - INVALID PARAMETER CARD '
                       PARAMETER-RECORD
               MOVE 16 TO WS-RETURN-CODE
               SET FRAUD-RUN-FAILED TO TRUE
           ELSE
               IF PR-CHANGE-DAYS = 0
                  OR PR-SAME-DAY-COUNT = 0
                  OR PR-DRAIN-PERCENT = 0
                  OR PR-DRAIN-PERCENT > 100
                  OR PR-USER-CUSTOMERS = 0
                  OR PR-SCAN-DAYS = 0
                  OR PR-HOLD-SCORE = 0
                   DISPLAY 'CUSTFRAU - PARAMETER OUT OF RANGE '
                           PARAMETER-RECORD
                   MOVE 16 TO WS-RETURN-CODE
                   SET FRAUD-RUN-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT FRAUD-RUN-FAILED
               MOVE PR-CHANGE-DAYS    TO WS-CHANGE-DAYS
               MOVE PR-SAME-DAY-COUNT TO WS-SAME-DAY-COUNT
               MOVE PR-DRAIN-PERCENT  TO WS-DRAIN-PERCENT
               MOVE PR-USER-CUSTOMERS TO WS-USER-CUSTOMERS
               MOVE PR-SCAN-DAYS      TO WS-SCAN-DAYS
               MOVE PR-HOLD-SCORE     TO WS-HOLD-SCORE
               EXEC SQL
                  SELECT CHAR(CURRENT DATE - :WS-SCAN-DAYS DAYS, ISO),
                         CHAR(CURRENT DATE - :WS-SCAN-DAYS DAYS
                                           - :WS-CHANGE-DAYS DAYS,
                              ISO)
                  INTO  :WS-SCAN-START-DATE,
                        :WS-CHANGE-START-DATE
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTFRAU - SCAN DATE SELECT FAILED '
                           'SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-FRAUD-RUN
               ELSE
                   DISPLAY 'CUSTFRAU - SCANNING REDEMPTIONS FROM '
                           WS-SCAN-START-DATE
               END-IF
           END-IF.
       READ-FRAUD-PARAMETERS-EXIT.
           EXIT.

       OPEN-FRAUD-FILES.
           OPEN OUTPUT CASE-FILE.
           OPEN OUTPUT FRAUD-REPORT-FILE.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE WS-SCAN-START-DATE TO PHL-SCAN-START.
           MOVE WS-CHANGE-DAYS     TO PHL-CHANGE-DAYS.
           MOVE WS-SAME-DAY-COUNT  TO PHL-SAME-DAY-COUNT.
           MOVE WS-DRAIN-PERCENT   TO PHL-DRAIN-PERCENT.
           MOVE WS-USER-CUSTOMERS  TO PHL-USER-CUSTOMERS.
           MOVE WS-HOLD-SCORE      TO PHL-HOLD-SCORE.
           MOVE PARAMETER-HEADING-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
       OPEN-FRAUD-FILES-EXIT.
           EXIT.

       CLOSE-FRAUD-FILES.
           CLOSE CASE-FILE.
           CLOSE FRAUD-REPORT-FILE.
       CLOSE-FRAUD-FILES-EXIT.
           EXIT.

      *===============================================================*
      * A rerun on the same date (with OPERATOROVERRIDE set) replaces *
      * the date's cases rather than adding to them. Holds placed by  *
      * the earlier run stay - they show as already held.             *
      *===============================================================*
       CLEAR-TODAYS-CASES.

           EXEC SQL
              DELETE FROM ZOSCONN.CUSTFCAS
              WHERE CASEDATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'CUSTFRAU - CASE DELETE FAILED SQLCODE = '
                       SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           END-IF.
       CLEAR-TODAYS-CASES-EXIT.
           EXIT.

      *===============================================================*
      * Rule 1 - redeemed within WS-CHANGE-DAYS of a contact change.  *
      *===============================================================*
       SCORE-CONTACT-CHANGE-RULE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN CONTACT-CHANGE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - OPEN CONTACT CHANGE CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-RULE-ROWS
               EXEC SQL
                  FETCH CONTACT-CHANGE-CURSOR
                  INTO  :WS-HIT-CUSTOMER,
                        :WS-HIT-CONTACT-DATE,
                        :WS-HIT-DATE,
                        :WS-HIT-REDEEM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM FIND-OR-ADD-CASE
                       IF NOT FRAUD-RUN-FAILED
                           MOVE 'Y' TO CE-CONTACT-FLAG (WS-CASE-SUB)
                           MOVE WS-HIT-CONTACT-DATE
                               TO CE-CONTACT-DATE (WS-CASE-SUB)
                           ADD 1 TO WS-TOTAL-CONTACT-COUNT
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTFRAU - CONTACT CHANGE FETCH '
                               'FAILED SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-FRAUD-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE CONTACT-CHANGE-CURSOR
               END-EXEC
           END-IF.
       SCORE-CONTACT-CHANGE-RULE-EXIT.
           EXIT.

      *===============================================================*
      * Rule 2 - a burst of redemptions on one day. A customer with   *
      * bursts on more than one day keeps the biggest burst.          *
      *===============================================================*
       SCORE-SAME-DAY-RULE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN SAME-DAY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - OPEN SAME DAY CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-RULE-ROWS
               EXEC SQL
                  FETCH SAME-DAY-CURSOR
                  INTO  :WS-HIT-CUSTOMER,
                        :WS-HIT-DATE,
                        :WS-HIT-COUNT,
                        :WS-HIT-REDEEM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM FIND-OR-ADD-CASE
                       IF NOT FRAUD-RUN-FAILED
                           IF CE-SAME-DAY-FLAG (WS-CASE-SUB) = 'N'
                               ADD 1 TO WS-TOTAL-SAME-DAY-COUNT
                           END-IF
                           MOVE 'Y' TO CE-SAME-DAY-FLAG (WS-CASE-SUB)
                           IF WS-HIT-COUNT >
                                   CE-SAME-DAY-COUNT (WS-CASE-SUB)
                               MOVE WS-HIT-COUNT
                                   TO CE-SAME-DAY-COUNT (WS-CASE-SUB)
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTFRAU - SAME DAY FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-FRAUD-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE SAME-DAY-CURSOR
               END-EXEC
           END-IF.
       SCORE-SAME-DAY-RULE-EXIT.
           EXIT.

      *===============================================================*
      * Rule 3 - a redemption draining the balance. The percent kept  *
      * on the case is the worst one; a redemption posted against no  *
      * balance at all counts as draining all of it.                  *
      *===============================================================*
       SCORE-BALANCE-DRAIN-RULE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN BALANCE-DRAIN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - OPEN BALANCE DRAIN CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-RULE-ROWS
               EXEC SQL
                  FETCH BALANCE-DRAIN-CURSOR
                  INTO  :WS-HIT-CUSTOMER,
                        :WS-HIT-DATE,
                        :WS-HIT-REDEEM,
                        :WS-HIT-BALANCE-BEFORE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM WORK-OUT-DRAIN-PERCENT
                       PERFORM FIND-OR-ADD-CASE
                       IF NOT FRAUD-RUN-FAILED
                           IF CE-DRAIN-FLAG (WS-CASE-SUB) = 'N'
                               ADD 1 TO WS-TOTAL-DRAIN-COUNT
                           END-IF
                           MOVE 'Y' TO CE-DRAIN-FLAG (WS-CASE-SUB)
                           IF WS-HIT-DRAIN-PERCENT >
                                   CE-DRAIN-PERCENT (WS-CASE-SUB)
                               MOVE WS-HIT-DRAIN-PERCENT
                                   TO CE-DRAIN-PERCENT (WS-CASE-SUB)
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTFRAU - BALANCE DRAIN FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-FRAUD-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE BALANCE-DRAIN-CURSOR
               END-EXEC
           END-IF.
       SCORE-BALANCE-DRAIN-RULE-EXIT.
           EXIT.

       WORK-OUT-DRAIN-PERCENT.
           IF WS-HIT-BALANCE-BEFORE > 0
              AND WS-HIT-REDEEM < WS-HIT-BALANCE-BEFORE
               COMPUTE WS-HIT-DRAIN-PERCENT =
                       WS-HIT-REDEEM * 100 / WS-HIT-BALANCE-BEFORE
           ELSE
               MOVE 100 TO WS-HIT-DRAIN-PERCENT
           END-IF.
       WORK-OUT-DRAIN-PERCENT-EXIT.
           EXIT.

      *===============================================================*
      * Rule 4 - one user id posting across many customers. Each      *
      * flagged user gets a report line, and every customer they      *
      * posted against gets the rule on their case. A customer two    *
      * flagged users both touched names the first.                   *
      *===============================================================*
       SCORE-USER-VELOCITY-RULE.

           MOVE USER-HEADING-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE 'N' TO WS-USER-EOF-SWITCH.
           MOVE 'N' TO WS-USER-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN USER-VELOCITY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - OPEN USER VELOCITY CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
               MOVE 'Y' TO WS-USER-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-USER-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-USER-ROWS
               EXEC SQL
                  FETCH USER-VELOCITY-CURSOR
                  INTO  :WS-VELOCITY-USER-ID,
                        :WS-VELOCITY-CUSTOMERS,
                        :WS-VELOCITY-RDEM-COUNT,
                        :WS-VELOCITY-RVSL-COUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-TOTAL-FLAGGED-USERS
                       PERFORM WRITE-USER-DETAIL-LINE
                       PERFORM SCORE-ONE-FLAGGED-USER
                       IF FRAUD-RUN-FAILED
                           MOVE 'Y' TO WS-USER-EOF-SWITCH
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-USER-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTFRAU - USER VELOCITY FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-FRAUD-RUN
                       MOVE 'Y' TO WS-USER-EOF-SWITCH
               END-EVALUATE
           END-PERFORM.

      * The per-user cursor inside the loop has the shared switch,
      * so this one keeps its own.
           IF USER-CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE USER-VELOCITY-CURSOR
               END-EXEC
           END-IF.
       SCORE-USER-VELOCITY-RULE-EXIT.
           EXIT.

       SCORE-ONE-FLAGGED-USER.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN USER-CUSTOMER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - OPEN USER CUSTOMER CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-RULE-ROWS
               EXEC SQL
                  FETCH USER-CUSTOMER-CURSOR
                  INTO  :WS-HIT-CUSTOMER,
                        :WS-HIT-DATE,
                        :WS-HIT-REDEEM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM FIND-OR-ADD-CASE
                       IF NOT FRAUD-RUN-FAILED
                          AND CE-USER-FLAG (WS-CASE-SUB) = 'N'
                           ADD 1 TO WS-TOTAL-USER-CASE-COUNT
                           MOVE 'Y' TO CE-USER-FLAG (WS-CASE-SUB)
                           MOVE WS-VELOCITY-USER-ID
                               TO CE-USER-ID (WS-CASE-SUB)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTFRAU - USER CUSTOMER FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-FRAUD-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE USER-CUSTOMER-CURSOR
               END-EXEC
           END-IF.
       SCORE-ONE-FLAGGED-USER-EXIT.
           EXIT.

       WRITE-USER-DETAIL-LINE.
           MOVE WS-VELOCITY-USER-ID    TO UD-USER-ID.
           MOVE WS-VELOCITY-CUSTOMERS  TO UD-CUSTOMERS.
           MOVE WS-VELOCITY-RDEM-COUNT TO UD-RDEM-COUNT.
           MOVE WS-VELOCITY-RVSL-COUNT TO UD-RVSL-COUNT.
           MOVE USER-DETAIL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
       WRITE-USER-DETAIL-LINE-EXIT.
           EXIT.

      *===============================================================*
      * Finds WS-HIT-CUSTOMER's case, opening a new one with every    *
      * rule off when there isn't one yet, and leaves it in           *
      * WS-CASE-SUB. The hit's redemption and date roll into the      *
      * case's largest redemption and latest evidence date. More      *
      * cases than the table holds stops the run rather than drop a   *
      * suspect customer silently.                                    *
      *===============================================================*
       FIND-OR-ADD-CASE.

           SET CASE-NOT-FOUND TO TRUE.
           IF WS-CASE-COUNT > 0
               SET WS-CASE-IDX TO 1
               SEARCH CASE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CE-CUSTOMER-NUMBER (WS-CASE-IDX)
                           = WS-HIT-CUSTOMER
                       SET CASE-FOUND TO TRUE
                       SET WS-CASE-SUB TO WS-CASE-IDX
               END-SEARCH
           END-IF.

           IF CASE-NOT-FOUND
               IF WS-CASE-COUNT NOT LESS THAN 2000
                   DISPLAY 'CUSTFRAU - MORE THAN 2000 CASES - RUN '
                           'STOPPED - TIGHTEN THE PARAMETER CARD'
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
                   SET FRAUD-RUN-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-CASE-COUNT
                   MOVE WS-CASE-COUNT TO WS-CASE-SUB
                   MOVE WS-HIT-CUSTOMER
                       TO CE-CUSTOMER-NUMBER (WS-CASE-SUB)
                   MOVE 'N'    TO CE-CONTACT-FLAG (WS-CASE-SUB)
                   MOVE SPACES TO CE-CONTACT-DATE (WS-CASE-SUB)
                   MOVE 'N'    TO CE-SAME-DAY-FLAG (WS-CASE-SUB)
                   MOVE 0      TO CE-SAME-DAY-COUNT (WS-CASE-SUB)
                   MOVE 'N'    TO CE-DRAIN-FLAG (WS-CASE-SUB)
                   MOVE 0      TO CE-DRAIN-PERCENT (WS-CASE-SUB)
                   MOVE 'N'    TO CE-USER-FLAG (WS-CASE-SUB)
                   MOVE SPACES TO CE-USER-ID (WS-CASE-SUB)
                   MOVE 0      TO CE-LARGEST-REDEEM (WS-CASE-SUB)
                   MOVE SPACES TO CE-EVIDENCE-DATE (WS-CASE-SUB)
               END-IF
           END-IF.

           IF NOT FRAUD-RUN-FAILED
               IF WS-HIT-REDEEM > CE-LARGEST-REDEEM (WS-CASE-SUB)
                   MOVE WS-HIT-REDEEM
                       TO CE-LARGEST-REDEEM (WS-CASE-SUB)
               END-IF
               IF WS-HIT-DATE > CE-EVIDENCE-DATE (WS-CASE-SUB)
                   MOVE WS-HIT-DATE TO CE-EVIDENCE-DATE (WS-CASE-SUB)
               END-IF
           END-IF.
       FIND-OR-ADD-CASE-EXIT.
           EXIT.

      *===============================================================*
      * Scores one case, holds the customer if the score reaches the  *
      * hold score, and files the case on CUSTFCAS.                   *
      *===============================================================*
       FILE-ONE-FRAUD-CASE.

           MOVE 0 TO CustFcas-Case-Score.
           IF CE-CONTACT-FLAG (WS-CASE-IDX) = 'Y'
               ADD WS-CONTACT-WEIGHT TO CustFcas-Case-Score
           END-IF.
           IF CE-SAME-DAY-FLAG (WS-CASE-IDX) = 'Y'
               ADD WS-SAME-DAY-WEIGHT TO CustFcas-Case-Score
           END-IF.
           IF CE-DRAIN-FLAG (WS-CASE-IDX) = 'Y'
               ADD WS-DRAIN-WEIGHT TO CustFcas-Case-Score
           END-IF.
           IF CE-USER-FLAG (WS-CASE-IDX) = 'Y'
               ADD WS-USER-WEIGHT TO CustFcas-Case-Score
           END-IF.

           MOVE CE-CUSTOMER-NUMBER (WS-CASE-IDX)
                                    TO CustFcas-Customer-Number.
           MOVE CE-CONTACT-FLAG (WS-CASE-IDX)
                                    TO CustFcas-Contact-Flag.
           MOVE CE-CONTACT-DATE (WS-CASE-IDX)
                                    TO CustFcas-Contact-Date.
           MOVE CE-SAME-DAY-FLAG (WS-CASE-IDX)
                                    TO CustFcas-Same-Day-Flag.
           MOVE CE-SAME-DAY-COUNT (WS-CASE-IDX)
                                    TO CustFcas-Same-Day-Count.
           MOVE CE-DRAIN-FLAG (WS-CASE-IDX)
                                    TO CustFcas-Drain-Flag.
           MOVE CE-DRAIN-PERCENT (WS-CASE-IDX)
                                    TO CustFcas-Drain-Percent.
           MOVE CE-USER-FLAG (WS-CASE-IDX)
                                    TO CustFcas-User-Flag.
           MOVE CE-USER-ID (WS-CASE-IDX)
                                    TO CustFcas-User-Id.
           MOVE CE-LARGEST-REDEEM (WS-CASE-IDX)
                                    TO CustFcas-Largest-Redeem.
           MOVE CE-EVIDENCE-DATE (WS-CASE-IDX)
                                    TO CustFcas-Evidence-Date.
           MOVE SPACE               TO CustFcas-Hold-Action.

           IF CustFcas-Case-Score NOT LESS THAN WS-HOLD-SCORE
               PERFORM PLACE-FRAUD-HOLD
           END-IF.

           IF NOT FRAUD-RUN-FAILED
               EXEC SQL
                  INSERT INTO ZOSCONN.CUSTFCAS
                        (
                         CASEDATE,
                         CUSTOMERNUMBER,
                         CASESCORE,
                         CONTACTFLAG,
                         CONTACTDATE,
                         SAMEDAYFLAG,
                         SAMEDAYCOUNT,
                         DRAINFLAG,
                         DRAINPERCENT,
                         USERFLAG,
                         USERID,
                         LARGESTREDEEM,
                         EVIDENCEDATE,
                         HOLDACTION
                        )
                  VALUES
                        (
                         CURRENT DATE,
                         :CustFcas-Customer-Number,
                         :CustFcas-Case-Score,
                         :CustFcas-Contact-Flag,
                         NULLIF(:CustFcas-Contact-Date, ' '),
                         :CustFcas-Same-Day-Flag,
                         :CustFcas-Same-Day-Count,
                         :CustFcas-Drain-Flag,
                         :CustFcas-Drain-Percent,
                         :CustFcas-User-Flag,
                         :CustFcas-User-Id,
                         :CustFcas-Largest-Redeem,
                         :CustFcas-Evidence-Date,
                         :CustFcas-Hold-Action
                        )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CUSTFRAU - CASE INSERT FAILED FOR '
                           'CUSTOMER NUMBER ' CustFcas-Customer-Number
                           ' SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-FRAUD-RUN
               ELSE
                   ADD 1 TO WS-TOTAL-CASE-COUNT
               END-IF
           END-IF.
       FILE-ONE-FRAUD-CASE-EXIT.
           EXIT.

      *===============================================================*
      * Holds the case's customer on CUSTFHLD. A live hold is left    *
      * in place with tonight's score and evidence. A hold the fraud  *
      * team cleared on or after the case's latest evidence date is   *
      * not placed again - they have already seen this activity       *
      * - but newer activity holds the customer again.                *
      *===============================================================*
       PLACE-FRAUD-HOLD.

           MOVE CustFcas-Customer-Number TO CustFhld-Customer-Number.
           MOVE CustFcas-Case-Score      TO CustFhld-Case-Score.
           MOVE CustFcas-Evidence-Date   TO CustFhld-Evidence-Date.

           EXEC SQL
              SELECT HOLDSTATUS,
                     COALESCE(CHAR(DATE(CLEAREDTIMESTAMP), ISO), ' ')
              INTO  :CustFhld-Hold-Status,
                    :WS-CLEARED-DATE
              FROM ZOSCONN.CUSTFHLD
              WHERE CUSTOMERNUMBER = :CustFhld-Customer-Number
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE TRUE
                       WHEN CustFhld-Hold-Status = 'H'
                           MOVE 'E' TO CustFcas-Hold-Action
                           PERFORM REFRESH-LIVE-FRAUD-HOLD
                       WHEN WS-CLEARED-DATE
                               NOT LESS THAN CustFhld-Evidence-Date
                           MOVE 'C' TO CustFcas-Hold-Action
                           ADD 1 TO WS-TOTAL-CLEARED-COUNT
                       WHEN OTHER
                           MOVE 'N' TO CustFcas-Hold-Action
                           PERFORM REINSTATE-FRAUD-HOLD
                   END-EVALUATE
               WHEN 100
                   MOVE 'N' TO CustFcas-Hold-Action
                   PERFORM INSERT-FRAUD-HOLD
               WHEN OTHER
                   DISPLAY 'CUSTFRAU - HOLD SELECT FAILED FOR '
                           'CUSTOMER NUMBER ' CustFhld-Customer-Number
                           ' SQLCODE = ' SQLCODE
                   PERFORM FAIL-THE-FRAUD-RUN
           END-EVALUATE.
       PLACE-FRAUD-HOLD-EXIT.
           EXIT.

       REFRESH-LIVE-FRAUD-HOLD.

           EXEC SQL
              UPDATE ZOSCONN.CUSTFHLD
              SET CASESCORE    = :CustFhld-Case-Score,
                  EVIDENCEDATE = :CustFhld-Evidence-Date,
                  LASTUPDATED  = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :CustFhld-Customer-Number
                AND HOLDSTATUS     = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - HOLD REFRESH FAILED FOR '
                       'CUSTOMER NUMBER ' CustFhld-Customer-Number
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               ADD 1 TO WS-TOTAL-HELD-COUNT
           END-IF.
       REFRESH-LIVE-FRAUD-HOLD-EXIT.
           EXIT.

       REINSTATE-FRAUD-HOLD.

           EXEC SQL
              UPDATE ZOSCONN.CUSTFHLD
              SET HOLDSTATUS       = 'H',
                  HOLDDATE         = CURRENT DATE,
                  CASESCORE        = :CustFhld-Case-Score,
                  EVIDENCEDATE     = :CustFhld-Evidence-Date,
                  CLEAREDTIMESTAMP = NULL,
                  CLEAREDUSERID    = NULL,
                  CLEAREDTERMID    = NULL,
                  LASTUPDATED      = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :CustFhld-Customer-Number
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - HOLD REINSTATE FAILED FOR '
                       'CUSTOMER NUMBER ' CustFhld-Customer-Number
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               ADD 1 TO WS-TOTAL-NEW-HOLD-COUNT
           END-IF.
       REINSTATE-FRAUD-HOLD-EXIT.
           EXIT.

       INSERT-FRAUD-HOLD.

           EXEC SQL
              INSERT INTO ZOSCONN.CUSTFHLD
                    (
                     CUSTOMERNUMBER,
                     HOLDSTATUS,
                     HOLDDATE,
                     CASESCORE,
                     EVIDENCEDATE,
                     LASTUPDATED
                    )
              VALUES
                    (
                     :CustFhld-Customer-Number,
                     'H',
                     CURRENT DATE,
                     :CustFhld-Case-Score,
                     :CustFhld-Evidence-Date,
                     CURRENT TIMESTAMP
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - HOLD INSERT FAILED FOR '
                       'CUSTOMER NUMBER ' CustFhld-Customer-Number
                       ' SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               ADD 1 TO WS-TOTAL-NEW-HOLD-COUNT
           END-IF.
       INSERT-FRAUD-HOLD-EXIT.
           EXIT.

      *===============================================================*
      * Writes tonight's cases to the case file and the report,       *
      * highest score first.                                          *
      *===============================================================*
       WRITE-RANKED-CASES.

           MOVE CASE-HEADING-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-CURSOR-OPEN-SWITCH.
           EXEC SQL
              OPEN RANKED-CASE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - OPEN RANKED CASE CURSOR FAILED '
                       'SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH
           END-IF.

           PERFORM UNTIL END-OF-RULE-ROWS
               EXEC SQL
                  FETCH RANKED-CASE-CURSOR
                  INTO  :CustFcas-Customer-Number,
                        :CustFcas-Case-Score,
                        :CustFcas-Contact-Flag,
                        :CustFcas-Contact-Date,
                        :CustFcas-Same-Day-Flag,
                        :CustFcas-Same-Day-Count,
                        :CustFcas-Drain-Flag,
                        :CustFcas-Drain-Percent,
                        :CustFcas-User-Flag,
                        :CustFcas-User-Id,
                        :CustFcas-Largest-Redeem,
                        :CustFcas-Evidence-Date,
                        :CustFcas-Hold-Action,
                        :Customer-First-Name,
                        :Customer-Last-Name,
                        :Customer-Address1,
                        :Customer-State-Code,
                        :Customer-Postal-Code,
                        :Customer-Home-Phone,
                        :Customer-Mobile-Phone
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-CASE-RANK
                       PERFORM WRITE-CASE-RECORD
                       PERFORM WRITE-CASE-DETAIL-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY 'CUSTFRAU - RANKED CASE FETCH FAILED '
                               'SQLCODE = ' SQLCODE
                       PERFORM FAIL-THE-FRAUD-RUN
               END-EVALUATE
           END-PERFORM.

           IF CURSOR-IS-OPEN
               EXEC SQL
                  CLOSE RANKED-CASE-CURSOR
               END-EXEC
           END-IF.
       WRITE-RANKED-CASES-EXIT.
           EXIT.

       WRITE-CASE-RECORD.
           MOVE SPACES TO CASE-FILE-RECORD.
           MOVE 'C'                      TO FC-RECORD-TYPE.
           MOVE WS-CASE-RANK             TO FC-RANK.
           MOVE CustFcas-Customer-Number TO FC-CUSTOMER-NUMBER.
           MOVE CustFcas-Case-Score      TO FC-CASE-SCORE.
           MOVE CustFcas-Contact-Flag    TO FC-CONTACT-FLAG.
           MOVE CustFcas-Contact-Date    TO FC-CONTACT-DATE.
           MOVE CustFcas-Same-Day-Flag   TO FC-SAME-DAY-FLAG.
           MOVE CustFcas-Same-Day-Count  TO FC-SAME-DAY-COUNT.
           MOVE CustFcas-Drain-Flag      TO FC-DRAIN-FLAG.
           MOVE CustFcas-Drain-Percent   TO FC-DRAIN-PERCENT.
           MOVE CustFcas-User-Flag       TO FC-USER-FLAG.
           MOVE CustFcas-User-Id         TO FC-USER-ID.
           MOVE CustFcas-Largest-Redeem  TO FC-LARGEST-REDEEM.
           MOVE CustFcas-Evidence-Date   TO FC-EVIDENCE-DATE.
           MOVE CustFcas-Hold-Action     TO FC-HOLD-ACTION.
           MOVE Customer-First-Name      TO FC-FIRST-NAME.
           MOVE Customer-Last-Name       TO FC-LAST-NAME.
           MOVE Customer-Address1        TO FC-ADDRESS1.
           MOVE Customer-State-Code      TO FC-STATE-CODE.
           MOVE Customer-Postal-Code     TO FC-POSTAL-CODE.
           MOVE Customer-Home-Phone      TO FC-HOME-PHONE.
           MOVE Customer-Mobile-Phone    TO FC-MOBILE-PHONE.
           WRITE CASE-FILE-RECORD.
       WRITE-CASE-RECORD-EXIT.
           EXIT.

       WRITE-CASE-DETAIL-LINE.
           MOVE SPACES TO CASE-DETAIL-LINE.
           MOVE WS-CASE-RANK             TO CL-RANK.
           MOVE CustFcas-Customer-Number TO CL-CUSTOMER-NUMBER.
           MOVE Customer-Last-Name(1:30) TO CL-LAST-NAME.
           MOVE CustFcas-Case-Score      TO CL-CASE-SCORE.
           MOVE CustFcas-Contact-Date    TO CL-CONTACT-DATE.
           MOVE CustFcas-Same-Day-Count  TO CL-SAME-DAY-COUNT.
           MOVE CustFcas-Drain-Percent   TO CL-DRAIN-PERCENT.
           MOVE CustFcas-User-Id         TO CL-USER-ID.
           MOVE CustFcas-Largest-Redeem  TO CL-LARGEST-REDEEM.
           EVALUATE CustFcas-Hold-Action
               WHEN 'N'
                   MOVE 'PLACED'  TO CL-HOLD
               WHEN 'E'
                   MOVE 'HELD'    TO CL-HOLD
               WHEN 'C'
                   MOVE 'CLEARED' TO CL-HOLD
               WHEN OTHER
                   MOVE SPACES    TO CL-HOLD
           END-EVALUATE.
           MOVE CASE-DETAIL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
       WRITE-CASE-DETAIL-LINE-EXIT.
           EXIT.

       WRITE-CASE-TRAILER.
           MOVE SPACES TO CASE-FILE-RECORD.
           MOVE 'T' TO FC-RECORD-TYPE.
           MOVE WS-TOTAL-CASE-COUNT TO FT-CASE-COUNT.
           ADD WS-TOTAL-NEW-HOLD-COUNT WS-TOTAL-HELD-COUNT
               GIVING FT-HOLD-COUNT.
           MOVE WS-SCAN-START-DATE TO FT-SCAN-START-DATE.
           WRITE CASE-FILE-RECORD.
       WRITE-CASE-TRAILER-EXIT.
           EXIT.

      *===============================================================*
      * Hardens the night's cases and holds at once.                  *
      *===============================================================*
       COMMIT-FRAUD-CASES.

           EXEC SQL COMMIT END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTFRAU - COMMIT FAILED SQLCODE = ' SQLCODE
               PERFORM FAIL-THE-FRAUD-RUN
           END-IF.
       COMMIT-FRAUD-CASES-EXIT.
           EXIT.

       FAIL-THE-FRAUD-RUN.
           MOVE SQLCODE TO WS-RETURN-CODE.
           MOVE 'Y' TO WS-EOF-SWITCH.
           SET FRAUD-RUN-FAILED TO TRUE.
       FAIL-THE-FRAUD-RUN-EXIT.
           EXIT.

       WRITE-FRAUD-TOTALS.
           MOVE WS-TOTAL-CASE-COUNT TO CTL-CASE-COUNT.
           MOVE CASE-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-CONTACT-COUNT TO KTL-CONTACT-COUNT.
           MOVE CONTACT-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-SAME-DAY-COUNT TO STL-SAME-DAY-COUNT.
           MOVE SAME-DAY-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-DRAIN-COUNT TO RTL-DRAIN-COUNT.
           MOVE DRAIN-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-USER-CASE-COUNT TO ETL-USER-CASE-COUNT.
           MOVE USER-CASE-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-FLAGGED-USERS TO FTL-FLAGGED-USERS.
           MOVE FLAGGED-USER-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-NEW-HOLD-COUNT TO NHL-NEW-HOLD-COUNT.
           MOVE NEW-HOLD-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-HELD-COUNT TO AHL-HELD-COUNT.
           MOVE HELD-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE WS-TOTAL-CLEARED-COUNT TO CHL-CLEARED-COUNT.
           MOVE CLEARED-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
       WRITE-FRAUD-TOTALS-EXIT.
           EXIT.
