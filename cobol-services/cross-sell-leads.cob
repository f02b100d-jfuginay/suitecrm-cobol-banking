       IDENTIFICATION DIVISION.
       PROGRAM-ID. CROSS-SELL-LEADS.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Weekly cross-sell lead generation. Evaluates customers and
      * households against the opportunity rules on
      * cross-sell-rules.dat and writes a lead for each hit to the
      * indexed crm-leads.dat, which MAINFRAME-SYNC hands to the CRM
      * through the LEAD-SYNC sync type. One rule per line: rule id,
      * condition, threshold, product to offer, priority (1 highest),
      * days the lead stays open, active flag (Y/N). Conditions:
      *   CD-MATURING       an ACTIVE CD on cd-maturity.dat matures
      *                     within threshold days
      *   LOAN-NEAR-PAYOFF  an ACTIVE loan has threshold or fewer
      *                     scheduled payments left on
      *                     loan-schedule.dat
      *   HIGH-CHK-NO-SAV   a checking balance of at least threshold
      *                     dollars and no SAVINGS, CD or MONEYMKT
      *                     account
      *   HH-NO-LOAN        a household on household-master.dat where
      *                     no member has an ACTIVE loan
      * Without the rules file the four conditions run with the
      * house defaults below. Holdings count both accounts booked
      * under the customer and co-owner slots on account-owners.dat.
      *
      * A lead is never sent to a customer whose KYC status is
      * DECEASED, who is rated HIGH on kyc-review.dat, or who is on
      * the do-not-solicit register (do-not-solicit.dat, kept by
      * CUSTOMER-MAINTENANCE). A household lead goes to its first
      * member who passes those checks. A lead is not reissued while
      * one for the same rule and customer (or household) is still
      * OPEN; an OPEN lead past its expiry date is set EXPIRED at the
      * start of the run so the opportunity can be offered again.
      * Dates are judged against the open business date. Counts in
      * cross-sell-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO 'cross-sell-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULE-FILE ASSIGN TO 'cross-sell-rules.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT LEAD-FILE ASSIGN TO 'crm-leads.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LEAD-ID
               ALTERNATE RECORD KEY IS LEAD-MATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-LEAD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT KYC-FILE ASSIGN TO 'kyc-review.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.
           SELECT DNS-FILE ASSIGN TO 'do-not-solicit.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DNS-CUST-ID
               FILE STATUS IS WS-DNS-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'account-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AOX-KEY
               FILE STATUS IS WS-OWNER-XREF-STATUS.
           SELECT HOUSEHOLD-MASTER ASSIGN TO 'household-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HH-HOUSEHOLD-ID
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
           SELECT CD-MATURITY-FILE ASSIGN TO 'cd-maturity.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CDM-ACCOUNT
               FILE STATUS IS WS-CD-MATURITY-STATUS.
           SELECT LOAN-MASTER ASSIGN TO 'loan-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO 'loan-schedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LSC-KEY
               FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(2000).

       FD  RULE-FILE.
       01  RULE-RECORD.
           05  RUL-ID              PIC X(12).
           05  RUL-CONDITION       PIC X(16).
           05  RUL-THRESHOLD       PIC 9(9).
           05  RUL-PRODUCT         PIC X(12).
           05  RUL-PRIORITY        PIC 9(1).
           05  RUL-VALID-DAYS      PIC 9(3).
           05  RUL-ACTIVE          PIC X(1).

       FD  LEAD-FILE.
       01  LEAD-RECORD.
           05  LEAD-ID             PIC X(12).
           05  LEAD-MATCH-KEY.
               10  LEAD-RULE-ID    PIC X(12).
               10  LEAD-SUBJECT    PIC X(10).
           05  LEAD-SUBJECT-TYPE   PIC X(4).
           05  LEAD-CUSTOMER-ID    PIC X(10).
           05  LEAD-HOUSEHOLD-ID   PIC X(10).
           05  LEAD-PRODUCT        PIC X(12).
           05  LEAD-PRIORITY       PIC 9(1).
           05  LEAD-REFERENCE      PIC X(20).
           05  LEAD-DETAIL         PIC X(60).
           05  LEAD-CREATED        PIC 9(8).
           05  LEAD-EXPIRES        PIC 9(8).
           05  LEAD-STATUS         PIC X(8).
           05  LEAD-STATUS-DATE    PIC 9(8).
           05  LEAD-PUSHED-DATE    PIC 9(8).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-ID             PIC X(10).
           05  CUST-NAME           PIC X(40).
           05  CUST-ADDRESS        PIC X(40).
           05  CUST-CITY           PIC X(20).
           05  CUST-STATE          PIC X(2).
           05  CUST-ZIP            PIC X(10).
           05  CUST-PHONE          PIC X(15).
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-CUST-ID         PIC X(10).
           05  KYC-RISK-RATING     PIC X(6).
           05  KYC-RISK-SCORE      PIC 9(3).
           05  KYC-LAST-REVIEW     PIC 9(8).
           05  KYC-NEXT-REVIEW     PIC 9(8).

       FD  DNS-FILE.
       01  DNS-RECORD.
           05  DNS-CUST-ID         PIC X(10).
           05  DNS-STATUS          PIC X(10).
           05  DNS-REASON          PIC X(30).
           05  DNS-ADDED-DATE      PIC 9(8).
           05  DNS-ADDED-BY        PIC X(30).
           05  DNS-REMOVED-DATE    PIC 9(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER         PIC X(20).
           05  ACCT-TYPE           PIC X(10).
           05  ACCT-CUSTOMER-ID    PIC X(10).
           05  ACCT-BALANCE        PIC S9(12)V99 COMP-3.
           05  ACCT-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  ACCT-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  ACCT-OPEN-DATE      PIC 9(8).
           05  ACCT-LAST-ACTIVITY  PIC 9(8).
           05  ACCT-STATUS         PIC X(10).

       FD  OWNER-XREF.
       01  OWNER-XREF-RECORD.
           05  AOX-KEY.
               10  AOX-ACCOUNT     PIC X(20).
               10  AOX-SEQ         PIC 9(2).
           05  AOX-OWNER-ID        PIC X(10).
           05  AOX-ROLE            PIC X(10).

       FD  HOUSEHOLD-MASTER.
       01  HOUSEHOLD-RECORD.
           05  HH-HOUSEHOLD-ID     PIC X(10).
           05  HH-HOUSEHOLD-NAME   PIC X(30).
           05  HH-MEMBER-COUNT     PIC 9(02).
           05  HH-MEMBER OCCURS 10 TIMES.
               10  HH-CUSTOMER-ID  PIC X(10).

       FD  CD-MATURITY-FILE.
       01  CD-MATURITY-RECORD.
           05  CDM-ACCOUNT         PIC X(20).
           05  CDM-TERM-MONTHS     PIC 9(3).
           05  CDM-MATURITY-DATE   PIC 9(8).
           05  CDM-RENEWAL-INSTR   PIC X(10).
           05  CDM-LINKED-ACCT     PIC X(20).
           05  CDM-STATUS          PIC X(10).

       FD  LOAN-MASTER.
       01  LOAN-MASTER-RECORD.
           05  LN-LOAN-ID          PIC X(12).
           05  LN-ACCOUNT          PIC X(20).
           05  LN-PRINCIPAL        PIC S9(10)V99 COMP-3.
           05  LN-RATE             PIC 9(3)V9(6).
           05  LN-TERM             PIC 9(4).
           05  LN-ORIG-DATE        PIC 9(8).
           05  LN-STATUS           PIC X(10).
           05  LN-NEXT-PERIOD      PIC 9(4).
           05  LN-PAST-DUE-COUNT   PIC 9(3).

       FD  LOAN-SCHEDULE.
       01  LOAN-SCHEDULE-RECORD.
           05  LSC-KEY.
               10  LSC-LOAN-ID     PIC X(12).
               10  LSC-PERIOD      PIC 9(4).
           05  LSC-PAYMENT         PIC S9(10)V99 COMP-3.
           05  LSC-PRINCIPAL       PIC S9(10)V99 COMP-3.
           05  LSC-INTEREST        PIC S9(10)V99 COMP-3.
           05  LSC-BALANCE         PIC S9(10)V99 COMP-3.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-LEAD-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-DNS-STATUS           PIC XX.
       01  WS-ACCOUNT-STATUS       PIC XX.
       01  WS-OWNER-XREF-STATUS    PIC XX.
       01  WS-HOUSEHOLD-STATUS     PIC XX.
       01  WS-CD-MATURITY-STATUS   PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-KYC-OPEN             PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-DNS-OPEN             PIC X VALUE 'N'.
       01  WS-EOF                  PIC X.
       01  WS-SCAN-EOF             PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BUSINESS-DAYNUM      PIC 9(8).
       01  WS-HORIZON-DATE         PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

      * House defaults used when cross-sell-rules.dat is absent.
       01  WS-DEFAULT-RULE-VALUES.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CD-RENEW'.
               10  FILLER          PIC X(16) VALUE 'CD-MATURING'.
               10  FILLER          PIC 9(9)  VALUE 30.
               10  FILLER          PIC X(12) VALUE 'CD-RENEWAL'.
               10  FILLER          PIC 9(1)  VALUE 1.
               10  FILLER          PIC 9(3)  VALUE 30.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'LOAN-PAYOFF'.
               10  FILLER          PIC X(16) VALUE 'LOAN-NEAR-PAYOFF'.
               10  FILLER          PIC 9(9)  VALUE 6.
               10  FILLER          PIC X(12) VALUE 'NEW-LOAN'.
               10  FILLER          PIC 9(1)  VALUE 2.
               10  FILLER          PIC 9(3)  VALUE 60.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'HIGH-CHK'.
               10  FILLER          PIC X(16) VALUE 'HIGH-CHK-NO-SAV'.
               10  FILLER          PIC 9(9)  VALUE 25000.
               10  FILLER          PIC X(12) VALUE 'SAVINGS'.
               10  FILLER          PIC 9(1)  VALUE 2.
               10  FILLER          PIC 9(3)  VALUE 60.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'HH-NO-LOAN'.
               10  FILLER          PIC X(16) VALUE 'HH-NO-LOAN'.
               10  FILLER          PIC 9(9)  VALUE 0.
               10  FILLER          PIC X(12) VALUE 'HOME-EQUITY'.
               10  FILLER          PIC 9(1)  VALUE 3.
               10  FILLER          PIC 9(3)  VALUE 90.
       01  WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULE-VALUES.
           05  WS-DEFAULT-RULE OCCURS 4 TIMES.
               10  WS-DR-ID        PIC X(12).
               10  WS-DR-CONDITION PIC X(16).
               10  WS-DR-THRESHOLD PIC 9(9).
               10  WS-DR-PRODUCT   PIC X(12).
               10  WS-DR-PRIORITY  PIC 9(1).
               10  WS-DR-VALID-DAYS PIC 9(3).

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(2) VALUE 0.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RL-ID        PIC X(12).
               10  WS-RL-CONDITION PIC X(16).
               10  WS-RL-THRESHOLD PIC 9(9).
               10  WS-RL-PRODUCT   PIC X(12).
               10  WS-RL-PRIORITY  PIC 9(1).
               10  WS-RL-VALID-DAYS PIC 9(3).
               10  WS-RL-ISSUED    PIC 9(6).
       01  WS-RL-IDX               PIC 9(2).
       01  WS-RULES-SOURCE         PIC X(8) VALUE 'FILE'.

      * What each customer holds, built from accounts, co-owner
      * slots and loans before any rule is judged.
       01  WS-HOLDINGS-TABLE.
           05  WS-HOLDER-COUNT     PIC 9(4) VALUE 0.
           05  WS-HOLDER-ENTRY OCCURS 2000 TIMES.
               10  WS-HD-CUSTOMER  PIC X(10).
               10  WS-HD-CHK-BALANCE PIC S9(12)V99.
               10  WS-HD-CHK-ACCOUNT PIC X(20).
               10  WS-HD-SAVINGS   PIC X.
               10  WS-HD-LOAN      PIC X.
       01  WS-HD-IDX               PIC 9(4).
       01  WS-HD-MATCH             PIC 9(4).
       01  WS-HOLDER-OVERFLOW      PIC 9(6) VALUE 0.
       01  WS-HOLDER-ID            PIC X(10).

       01  WS-CANDIDATE.
           05  WS-CAND-CUSTOMER    PIC X(10).
           05  WS-CAND-HOUSEHOLD   PIC X(10).
           05  WS-CAND-SUBJECT     PIC X(10).
           05  WS-CAND-TYPE        PIC X(4).
           05  WS-CAND-REFERENCE   PIC X(20).
           05  WS-CAND-DETAIL      PIC X(60).
       01  WS-ELIGIBLE             PIC X.
       01  WS-OPEN-LEAD-FOUND      PIC X.
       01  WS-HH-HAS-LOAN          PIC X.
       01  WS-MEMBER-IDX           PIC 9(2).
       01  WS-REMAINING-PAYMENTS   PIC 9(4).
       01  WS-THRESHOLD-AMOUNT     PIC S9(12)V99.

       01  WS-LEAD-NUMBER          PIC 9(10) VALUE 0.
       01  WS-LEAD-ID-WORK.
           05  FILLER              PIC X(2) VALUE 'LD'.
           05  WS-LEAD-ID-NUM      PIC 9(10).

       01  WS-RUN-COUNTS.
           05  WS-LEADS-ISSUED     PIC 9(6) VALUE 0.
           05  WS-LEADS-ALREADY-OPEN PIC 9(6) VALUE 0.
           05  WS-LEADS-EXPIRED    PIC 9(6) VALUE 0.
           05  WS-SKIP-DECEASED    PIC 9(6) VALUE 0.
           05  WS-SKIP-HIGH-RISK   PIC 9(6) VALUE 0.
           05  WS-SKIP-DNS         PIC 9(6) VALUE 0.
           05  WS-SKIP-UNKNOWN     PIC 9(6) VALUE 0.
       01  WS-DSP-AMOUNT           PIC Z(11)9.99.

       01  WS-JSON-OUTPUT          PIC X(2000).
       01  WS-JSON-POS             PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-RULES
           PERFORM OPEN-LEAD-FILES

           IF WS-STATUS = 'SUCCESS'
               PERFORM EXPIRE-OPEN-LEADS
               PERFORM BUILD-HOLDINGS
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RULE-COUNT
                   EVALUATE WS-RL-CONDITION(WS-RL-IDX)
                       WHEN 'CD-MATURING'
                           PERFORM EVALUATE-CD-MATURING
                       WHEN 'LOAN-NEAR-PAYOFF'
                           PERFORM EVALUATE-LOAN-PAYOFF
                       WHEN 'HIGH-CHK-NO-SAV'
                           PERFORM EVALUATE-HIGH-CHECKING
                       WHEN 'HH-NO-LOAN'
                           PERFORM EVALUATE-HOUSEHOLD-NO-LOAN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               PERFORM CLOSE-LEAD-FILES
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           COMPUTE WS-BUSINESS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

      * Blank lines, lines starting '*' and rules flagged N are
      * skipped; an unknown condition is kept but never fires.
       LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               PERFORM LOAD-DEFAULT-RULES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RUL-ID NOT = SPACES AND
                          RUL-ID(1:1) NOT = '*' AND
                          RUL-ACTIVE NOT = 'N' AND
                          WS-RULE-COUNT < 20
                           ADD 1 TO WS-RULE-COUNT
                           MOVE RUL-ID TO WS-RL-ID(WS-RULE-COUNT)
                           MOVE RUL-CONDITION
                               TO WS-RL-CONDITION(WS-RULE-COUNT)
                           MOVE RUL-THRESHOLD
                               TO WS-RL-THRESHOLD(WS-RULE-COUNT)
                           MOVE RUL-PRODUCT
                               TO WS-RL-PRODUCT(WS-RULE-COUNT)
                           MOVE RUL-PRIORITY
                               TO WS-RL-PRIORITY(WS-RULE-COUNT)
                           MOVE RUL-VALID-DAYS
                               TO WS-RL-VALID-DAYS(WS-RULE-COUNT)
                           MOVE 0 TO WS-RL-ISSUED(WS-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       LOAD-DEFAULT-RULES.
           MOVE 'DEFAULT' TO WS-RULES-SOURCE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1 UNTIL WS-RL-IDX > 4
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-DR-ID(WS-RL-IDX) TO WS-RL-ID(WS-RULE-COUNT)
               MOVE WS-DR-CONDITION(WS-RL-IDX)
                   TO WS-RL-CONDITION(WS-RULE-COUNT)
               MOVE WS-DR-THRESHOLD(WS-RL-IDX)
                   TO WS-RL-THRESHOLD(WS-RULE-COUNT)
               MOVE WS-DR-PRODUCT(WS-RL-IDX)
                   TO WS-RL-PRODUCT(WS-RULE-COUNT)
               MOVE WS-DR-PRIORITY(WS-RL-IDX)
                   TO WS-RL-PRIORITY(WS-RULE-COUNT)
               MOVE WS-DR-VALID-DAYS(WS-RL-IDX)
                   TO WS-RL-VALID-DAYS(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-ISSUED(WS-RULE-COUNT)
           END-PERFORM.

       OPEN-LEAD-FILES.
           OPEN I-O LEAD-FILE
           IF WS-LEAD-STATUS = '35'
               OPEN OUTPUT LEAD-FILE
               CLOSE LEAD-FILE
               OPEN I-O LEAD-FILE
           END-IF
           IF WS-LEAD-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Lead file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Customer master not available' TO WS-ERROR-MESSAGE
               CLOSE LEAD-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available' TO WS-ERROR-MESSAGE
               CLOSE LEAD-FILE
               CLOSE CUSTOMER-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-KYC-OPEN
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               MOVE 'Y' TO WS-KYC-OPEN
           END-IF
           MOVE 'N' TO WS-DNS-OPEN
           OPEN INPUT DNS-FILE
           IF WS-DNS-STATUS = '00'
               MOVE 'Y' TO WS-DNS-OPEN
           END-IF.

       CLOSE-LEAD-FILES.
           CLOSE LEAD-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           IF WS-KYC-OPEN = 'Y'
               CLOSE KYC-FILE
           END-IF
           IF WS-DNS-OPEN = 'Y'
               CLOSE DNS-FILE
           END-IF.

      * Also finds the highest lead number on file for numbering.
       EXPIRE-OPEN-LEADS.
           MOVE 0 TO WS-LEAD-NUMBER
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO LEAD-ID
           START LEAD-FILE KEY >= LEAD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEAD-ID(3:10) IS NUMERIC
                           MOVE LEAD-ID(3:10) TO WS-LEAD-ID-NUM
                           IF WS-LEAD-ID-NUM > WS-LEAD-NUMBER
                               MOVE WS-LEAD-ID-NUM TO WS-LEAD-NUMBER
                           END-IF
                       END-IF
                       IF LEAD-STATUS = 'OPEN' AND
                          LEAD-EXPIRES < WS-BUSINESS-DATE
                           MOVE 'EXPIRED' TO LEAD-STATUS
                           MOVE WS-BUSINESS-DATE TO LEAD-STATUS-DATE
                           REWRITE LEAD-RECORD
                           ADD 1 TO WS-LEADS-EXPIRED
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * Holdings: every open account counts for the customer it is
      * booked under and for each living co-owner on the cross-
      * reference; an ACTIVE loan marks the owners of its account.
      *----------------------------------------------------------------
       BUILD-HOLDINGS.
           MOVE 0 TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY >= ACCT-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-STATUS = 'ACTIVE' OR
                          ACCT-STATUS = 'DORMANT'
                           MOVE ACCT-CUSTOMER-ID TO WS-HOLDER-ID
                           PERFORM APPLY-ACCOUNT-TO-HOLDER
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNER-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-CO-OWNER-SLOT
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-XREF-OPEN
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOAN-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LN-STATUS = 'ACTIVE'
                               PERFORM MARK-LOAN-HOLDERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF
           IF WS-XREF-OPEN = 'Y'
               CLOSE OWNER-XREF
           END-IF.

       APPLY-CO-OWNER-SLOT.
           IF AOX-ROLE = 'DECEASED'
               EXIT PARAGRAPH
           END-IF
           MOVE AOX-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AOX-OWNER-ID = ACCT-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS = 'ACTIVE' OR ACCT-STATUS = 'DORMANT'
               MOVE AOX-OWNER-ID TO WS-HOLDER-ID
               PERFORM APPLY-ACCOUNT-TO-HOLDER
           END-IF.

       APPLY-ACCOUNT-TO-HOLDER.
           PERFORM FIND-OR-ADD-HOLDER
           IF WS-HD-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE ACCT-TYPE
               WHEN 'CHECKING'
                   IF ACCT-BALANCE > WS-HD-CHK-BALANCE(WS-HD-MATCH)
                       MOVE ACCT-BALANCE
                           TO WS-HD-CHK-BALANCE(WS-HD-MATCH)
                       MOVE ACCT-NUMBER
                           TO WS-HD-CHK-ACCOUNT(WS-HD-MATCH)
                   END-IF
               WHEN 'SAVINGS'
               WHEN 'CD'
               WHEN 'MONEYMKT'
                   MOVE 'Y' TO WS-HD-SAVINGS(WS-HD-MATCH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MARK-LOAN-HOLDERS.
           MOVE LN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO WS-HOLDER-ID
           PERFORM FIND-HOLDER
           IF WS-HD-MATCH > 0
               MOVE 'Y' TO WS-HD-LOAN(WS-HD-MATCH)
           END-IF

           IF WS-XREF-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LN-ACCOUNT TO AOX-ACCOUNT
           MOVE 0 TO AOX-SEQ
           START OWNER-XREF KEY >= AOX-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ OWNER-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF AOX-ACCOUNT NOT = LN-ACCOUNT
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE AOX-OWNER-ID TO WS-HOLDER-ID
                           PERFORM FIND-HOLDER
                           IF WS-HD-MATCH > 0
                               MOVE 'Y' TO WS-HD-LOAN(WS-HD-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-HOLDER.
           MOVE 0 TO WS-HD-MATCH
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HOLDER-COUNT
                   OR WS-HD-MATCH > 0
               IF WS-HD-CUSTOMER(WS-HD-IDX) = WS-HOLDER-ID
                   MOVE WS-HD-IDX TO WS-HD-MATCH
               END-IF
           END-PERFORM.

       FIND-OR-ADD-HOLDER.
           PERFORM FIND-HOLDER
           IF WS-HD-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDER-COUNT NOT < 2000
               ADD 1 TO WS-HOLDER-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLDER-COUNT
           MOVE WS-HOLDER-COUNT TO WS-HD-MATCH
           MOVE WS-HOLDER-ID TO WS-HD-CUSTOMER(WS-HD-MATCH)
           MOVE 0 TO WS-HD-CHK-BALANCE(WS-HD-MATCH)
           MOVE SPACES TO WS-HD-CHK-ACCOUNT(WS-HD-MATCH)
           MOVE 'N' TO WS-HD-SAVINGS(WS-HD-MATCH)
           MOVE 'N' TO WS-HD-LOAN(WS-HD-MATCH).

      *----------------------------------------------------------------
      * Rule evaluation. Each hit names a candidate customer (or a
      * household) and hands it to ISSUE-LEAD.
      *----------------------------------------------------------------
       EVALUATE-CD-MATURING.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-DAYNUM + WS-RL-THRESHOLD(WS-RL-IDX))
           MOVE 'N' TO WS-EOF
           OPEN INPUT CD-MATURITY-FILE
           IF WS-CD-MATURITY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CD-MATURITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CDM-STATUS = 'ACTIVE' AND
                          CDM-MATURITY-DATE >= WS-BUSINESS-DATE AND
                          CDM-MATURITY-DATE <= WS-HORIZON-DATE
                           PERFORM CANDIDATE-FROM-CD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CD-MATURITY-FILE.

       CANDIDATE-FROM-CD.
           MOVE CDM-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS = 'CLOSED'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-BALANCE TO WS-DSP-AMOUNT
           MOVE ACCT-CUSTOMER-ID TO WS-CAND-CUSTOMER
           MOVE ACCT-CUSTOMER-ID TO WS-CAND-SUBJECT
           MOVE SPACES TO WS-CAND-HOUSEHOLD
           MOVE 'CUST' TO WS-CAND-TYPE
           MOVE CDM-ACCOUNT TO WS-CAND-REFERENCE
           MOVE SPACES TO WS-CAND-DETAIL
           STRING 'CD MATURES ' CDM-MATURITY-DATE
                  ' BALANCE ' FUNCTION TRIM(WS-DSP-AMOUNT)
               DELIMITED BY SIZE INTO WS-CAND-DETAIL
           PERFORM ISSUE-CUSTOMER-LEAD.

       EVALUATE-LOAN-PAYOFF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-SCHEDULE
           IF WS-LOAN-SCHEDULE-STATUS NOT = '00'
               CLOSE LOAN-MASTER
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = 'ACTIVE'
                           PERFORM COUNT-REMAINING-PAYMENTS
                           IF WS-REMAINING-PAYMENTS > 0 AND
                              WS-REMAINING-PAYMENTS <=
                                  WS-RL-THRESHOLD(WS-RL-IDX)
                               PERFORM CANDIDATE-FROM-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-MASTER.

       COUNT-REMAINING-PAYMENTS.
           MOVE 0 TO WS-REMAINING-PAYMENTS
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LN-LOAN-ID TO LSC-LOAN-ID
           MOVE LN-NEXT-PERIOD TO LSC-PERIOD
           START LOAN-SCHEDULE KEY >= LSC-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF LSC-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-REMAINING-PAYMENTS
                       END-IF
               END-READ
           END-PERFORM.

       CANDIDATE-FROM-LOAN.
           MOVE LN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO WS-CAND-CUSTOMER
           MOVE ACCT-CUSTOMER-ID TO WS-CAND-SUBJECT
           MOVE SPACES TO WS-CAND-HOUSEHOLD
           MOVE 'CUST' TO WS-CAND-TYPE
           MOVE LN-LOAN-ID TO WS-CAND-REFERENCE
           MOVE SPACES TO WS-CAND-DETAIL
           STRING 'LOAN ' FUNCTION TRIM(LN-LOAN-ID) ' HAS '
                  WS-REMAINING-PAYMENTS ' PAYMENTS LEFT'
               DELIMITED BY SIZE INTO WS-CAND-DETAIL
           PERFORM ISSUE-CUSTOMER-LEAD.

       EVALUATE-HIGH-CHECKING.
           MOVE WS-RL-THRESHOLD(WS-RL-IDX) TO WS-THRESHOLD-AMOUNT
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HOLDER-COUNT
               IF WS-HD-SAVINGS(WS-HD-IDX) = 'N' AND
                  WS-HD-CHK-ACCOUNT(WS-HD-IDX) NOT = SPACES AND
                  WS-HD-CHK-BALANCE(WS-HD-IDX) >= WS-THRESHOLD-AMOUNT
                   MOVE WS-HD-CUSTOMER(WS-HD-IDX) TO WS-CAND-CUSTOMER
                   MOVE WS-HD-CUSTOMER(WS-HD-IDX) TO WS-CAND-SUBJECT
                   MOVE SPACES TO WS-CAND-HOUSEHOLD
                   MOVE 'CUST' TO WS-CAND-TYPE
                   MOVE WS-HD-CHK-ACCOUNT(WS-HD-IDX)
                       TO WS-CAND-REFERENCE
                   MOVE WS-HD-CHK-BALANCE(WS-HD-IDX) TO WS-DSP-AMOUNT
                   MOVE SPACES TO WS-CAND-DETAIL
                   STRING 'CHECKING BALANCE '
                          FUNCTION TRIM(WS-DSP-AMOUNT)
                          ' NO SAVINGS PRODUCT'
                       DELIMITED BY SIZE INTO WS-CAND-DETAIL
                   PERFORM ISSUE-CUSTOMER-LEAD
               END-IF
           END-PERFORM.

       EVALUATE-HOUSEHOLD-NO-LOAN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOUSEHOLD-MASTER
           IF WS-HOUSEHOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOUSEHOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-HOUSEHOLD-LOANS
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-MASTER.

       CHECK-HOUSEHOLD-LOANS.
           MOVE 'N' TO WS-HH-HAS-LOAN
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > HH-MEMBER-COUNT
                   OR WS-MEMBER-IDX > 10
               MOVE HH-CUSTOMER-ID(WS-MEMBER-IDX) TO WS-HOLDER-ID
               PERFORM FIND-HOLDER
               IF WS-HD-MATCH > 0
                   IF WS-HD-LOAN(WS-HD-MATCH) = 'Y'
                       MOVE 'Y' TO WS-HH-HAS-LOAN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HH-HAS-LOAN = 'Y' OR HH-MEMBER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

      * The lead goes to the first member who may be solicited.
           MOVE 'N' TO WS-ELIGIBLE
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > HH-MEMBER-COUNT
                   OR WS-MEMBER-IDX > 10
                   OR WS-ELIGIBLE = 'Y'
               MOVE HH-CUSTOMER-ID(WS-MEMBER-IDX) TO WS-CAND-CUSTOMER
               PERFORM CHECK-CUSTOMER-ELIGIBLE
           END-PERFORM
           IF WS-ELIGIBLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE HH-HOUSEHOLD-ID TO WS-CAND-SUBJECT
           MOVE HH-HOUSEHOLD-ID TO WS-CAND-HOUSEHOLD
           MOVE 'HHLD' TO WS-CAND-TYPE
           MOVE SPACES TO WS-CAND-REFERENCE
           MOVE SPACES TO WS-CAND-DETAIL
           STRING 'HOUSEHOLD ' FUNCTION TRIM(HH-HOUSEHOLD-NAME)
                  ' HAS NO LOAN'
               DELIMITED BY SIZE INTO WS-CAND-DETAIL
           PERFORM ISSUE-LEAD.

      *----------------------------------------------------------------
      * Solicitation exclusions: deceased, high risk, do not solicit.
      *----------------------------------------------------------------
       CHECK-CUSTOMER-ELIGIBLE.
           MOVE 'N' TO WS-ELIGIBLE
           MOVE WS-CAND-CUSTOMER TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-SKIP-UNKNOWN
                   EXIT PARAGRAPH
           END-READ
           IF CUST-KYC-STATUS = 'DECEASED'
               ADD 1 TO WS-SKIP-DECEASED
               EXIT PARAGRAPH
           END-IF

           IF WS-KYC-OPEN = 'Y'
               MOVE WS-CAND-CUSTOMER TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       MOVE SPACES TO KYC-RISK-RATING
               END-READ
               IF KYC-RISK-RATING = 'HIGH'
                   ADD 1 TO WS-SKIP-HIGH-RISK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DNS-OPEN = 'Y'
               MOVE WS-CAND-CUSTOMER TO DNS-CUST-ID
               READ DNS-FILE
                   INVALID KEY
                       MOVE SPACES TO DNS-STATUS
               END-READ
               IF DNS-STATUS = 'ACTIVE'
                   ADD 1 TO WS-SKIP-DNS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-ELIGIBLE.

       ISSUE-CUSTOMER-LEAD.
           PERFORM CHECK-CUSTOMER-ELIGIBLE
           IF WS-ELIGIBLE = 'Y'
               PERFORM ISSUE-LEAD
           END-IF.

      * One OPEN lead per rule and subject at a time.
       ISSUE-LEAD.
           MOVE 'N' TO WS-OPEN-LEAD-FOUND
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-RL-ID(WS-RL-IDX) TO LEAD-RULE-ID
           MOVE WS-CAND-SUBJECT TO LEAD-SUBJECT
           START LEAD-FILE KEY = LEAD-MATCH-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LEAD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF LEAD-RULE-ID NOT = WS-RL-ID(WS-RL-IDX) OR
                          LEAD-SUBJECT NOT = WS-CAND-SUBJECT
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF LEAD-STATUS = 'OPEN'
                               MOVE 'Y' TO WS-OPEN-LEAD-FOUND
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-LEAD-FOUND = 'Y'
               ADD 1 TO WS-LEADS-ALREADY-OPEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LEAD-NUMBER
           MOVE WS-LEAD-NUMBER TO WS-LEAD-ID-NUM
           MOVE WS-LEAD-ID-WORK TO LEAD-ID
           MOVE WS-RL-ID(WS-RL-IDX) TO LEAD-RULE-ID
           MOVE WS-CAND-SUBJECT TO LEAD-SUBJECT
           MOVE WS-CAND-TYPE TO LEAD-SUBJECT-TYPE
           MOVE WS-CAND-CUSTOMER TO LEAD-CUSTOMER-ID
           MOVE WS-CAND-HOUSEHOLD TO LEAD-HOUSEHOLD-ID
           MOVE WS-RL-PRODUCT(WS-RL-IDX) TO LEAD-PRODUCT
           MOVE WS-RL-PRIORITY(WS-RL-IDX) TO LEAD-PRIORITY
           MOVE WS-CAND-REFERENCE TO LEAD-REFERENCE
           MOVE WS-CAND-DETAIL TO LEAD-DETAIL
           MOVE WS-BUSINESS-DATE TO LEAD-CREATED
           COMPUTE LEAD-EXPIRES = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-DAYNUM + WS-RL-VALID-DAYS(WS-RL-IDX))
           MOVE 'OPEN' TO LEAD-STATUS
           MOVE WS-BUSINESS-DATE TO LEAD-STATUS-DATE
           MOVE 0 TO LEAD-PUSHED-DATE
           WRITE LEAD-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-LEADS-ISSUED
           ADD 1 TO WS-RL-ISSUED(WS-RL-IDX).

       WRITE-OUTPUT.
           MOVE SPACES TO WS-JSON-OUTPUT
           MOVE 1 TO WS-JSON-POS
           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"ERROR",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"SUCCESS",'
                   '"business_date":' WS-BUSINESS-DATE ','
                   '"rules_source":"' FUNCTION TRIM(WS-RULES-SOURCE)
                   '",'
                   '"leads_issued":' WS-LEADS-ISSUED ','
                   '"already_open":' WS-LEADS-ALREADY-OPEN ','
                   '"expired":' WS-LEADS-EXPIRED ','
                   '"skipped_deceased":' WS-SKIP-DECEASED ','
                   '"skipped_high_risk":' WS-SKIP-HIGH-RISK ','
                   '"skipped_do_not_solicit":' WS-SKIP-DNS ','
                   '"skipped_unknown":' WS-SKIP-UNKNOWN ','
                   '"holdings_overflow":' WS-HOLDER-OVERFLOW ','
                   '"rules":['
                   DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RULE-COUNT
                   IF WS-RL-IDX > 1
                       STRING ',' DELIMITED BY SIZE
                           INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
                   END-IF
                   STRING '{"rule":"'
                       FUNCTION TRIM(WS-RL-ID(WS-RL-IDX)) '",'
                       '"condition":"'
                       FUNCTION TRIM(WS-RL-CONDITION(WS-RL-IDX)) '",'
                       '"product":"'
                       FUNCTION TRIM(WS-RL-PRODUCT(WS-RL-IDX)) '",'
                       '"issued":' WS-RL-ISSUED(WS-RL-IDX) '}'
                       DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               END-PERFORM
               STRING ']}' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
