      *---------------------------------------------------------------*
      *  CUSTFCAS   - Host variable layout for the ZOSCONN.CUSTFCAS   *
      *               reward fraud case table. One row per customer   *
      *               per CASEDATE for every customer the nightly     *
      *               CUSTFRAU run scored against at least one rule:  *
      *               the rule flags ('Y'/'N') with the evidence      *
      *               behind each - the contact change date, the most *
      *               redemptions posted in one day, the largest      *
      *               share of the balance one redemption drained and *
      *               the user id posting across many customers - the *
      *               total CASESCORE the fraud team's case file is   *
      *               ranked on, and HOLDACTION saying what the run   *
      *               did about a hold ('N' new hold, 'E' already     *
      *               held, 'C' cleared since the evidence, blank     *
      *               below the hold score).                          *
      *---------------------------------------------------------------*
       01 CustFcas-Table.
           03  CustFcas-Case-Date        PIC X(10).
           03  CustFcas-Customer-Number  PIC S9(9) COMP-4.
           03  CustFcas-Case-Score       PIC S9(4) COMP-4.
           03  CustFcas-Contact-Flag     PIC X.
           03  CustFcas-Contact-Date     PIC X(10).
           03  CustFcas-Same-Day-Flag    PIC X.
           03  CustFcas-Same-Day-Count   PIC S9(4) COMP-4.
           03  CustFcas-Drain-Flag       PIC X.
           03  CustFcas-Drain-Percent    PIC S9(4) COMP-4.
           03  CustFcas-User-Flag        PIC X.
           03  CustFcas-User-Id          PIC X(8).
           03  CustFcas-Largest-Redeem   PIC S9(9) COMP-4.
           03  CustFcas-Evidence-Date    PIC X(10).
           03  CustFcas-Hold-Action      PIC X.
