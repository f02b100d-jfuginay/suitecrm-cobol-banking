       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ORIGINATION.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Loan application pipeline ahead of LOAN-SERVICING BOOK. Each
      * application on loan-applications.dat carries the applicant's
      * CUST-ID and deposit account, the requested amount, term and
      * rate, and the stated income, monthly debt, assets and
      * liabilities, and moves RECEIVED -> DECISIONED -> APPROVED ->
      * BOOKED (LOAN-SERVICING BOOK with application_id stamps the
      * LN-LOAN-ID back on the application), or off to DECLINED or
      * WITHDRAWN.
      *   APPLY     - take the application (customer and account must
      *               exist and belong together), with the Truth in
      *               Lending terms where they apply: prepaid finance
      *               charge, days to the first payment, balloon, and
      *               the APR given on the early disclosure (percent)
      *   DECISION  - payment, debt-to-income and risk score by the
      *               ENHANCED-FINANCIAL-CALC LOAN-PAYMENT and
      *               RISK-ASSESSMENT arithmetic, checked against the
      *               credit policy for the loan type (WITHIN or
      *               EXCEPTION with the reasons)
      *   APPROVE   - WITHIN policy approves outright; an EXCEPTION
      *               is parked on pending-approvals.dat as
      *               LOAN-EXCEPT for APPROVAL-MANAGER. Approval
      *               takes the Regulation Z figures from
      *               REG-Z-DISCLOSURE (APR, finance charge, amount
      *               financed, total of payments, payment schedule)
      *               onto the application and loan-disclosures.txt,
      *               and flags REDISCLOSE when the APR has moved
      *               outside tolerance of the one already disclosed
      *   DECLINE   - closes the application and writes the adverse
      *               action notice to loan-adverse-action.txt
      *   WITHDRAW  - applicant withdrew before booking
      *   INQUIRE   - current state of one application
      *   POLICY    - maintain the credit policy row for a loan type
      *               (DEFAULT covers types without their own row)
      * Every status change is written to the audit journal.
      * Driven by origination-input.json; origination-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'origination-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'origination-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO 'loan-adverse-action.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT DISCLOSURE-FILE ASSIGN TO 'loan-disclosures.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO 'loan-applications.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICATION-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'loan-credit-policy.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LCP-LOAN-TYPE
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pending-approvals.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD           PIC X(132).

       FD  DISCLOSURE-FILE.
       01  DISCLOSURE-RECORD       PIC X(132).

       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD.
           05  APP-ID              PIC X(12).
           05  APP-CUST-ID         PIC X(10).
           05  APP-ACCOUNT         PIC X(20).
           05  APP-LOAN-TYPE       PIC X(10).
           05  APP-AMOUNT          PIC S9(10)V99 COMP-3.
           05  APP-TERM            PIC 9(4).
           05  APP-RATE            PIC 9(3)V9(6).
           05  APP-INCOME          PIC S9(10)V99 COMP-3.
           05  APP-MONTHLY-DEBT    PIC S9(10)V99 COMP-3.
           05  APP-ASSETS          PIC S9(12)V99 COMP-3.
           05  APP-LIABILITIES     PIC S9(12)V99 COMP-3.
           05  APP-CREDIT-SCORE    PIC 9(3).
           05  APP-EMPLOY-YEARS    PIC 9(2).
           05  APP-STATUS          PIC X(10).
           05  APP-RECEIVED-DATE   PIC 9(8).
           05  APP-PAYMENT         PIC S9(10)V99 COMP-3.
           05  APP-DTI             PIC 9(3)V99.
           05  APP-RISK-SCORE      PIC 9(3).
           05  APP-RISK-LEVEL      PIC X(10).
           05  APP-POLICY-RESULT   PIC X(10).
           05  APP-REASONS         PIC X(60).
           05  APP-DECISION-DATE   PIC 9(8).
           05  APP-DECIDED-BY      PIC X(30).
           05  APP-APPROVED-BY     PIC X(30).
           05  APP-APPROVED-DATE   PIC 9(8).
           05  APP-PENDING-ID      PIC 9(6).
           05  APP-LOAN-ID         PIC X(12).
           05  APP-BOOKED-DATE     PIC 9(8).
           05  APP-CLOSED-DATE     PIC 9(8).
           05  APP-CLOSE-REASON    PIC X(60).
           05  APP-PREPAID-CHARGE  PIC S9(10)V99 COMP-3.
           05  APP-FIRST-PERIOD-DAYS PIC 9(3).
           05  APP-BALLOON         PIC S9(10)V99 COMP-3.
           05  APP-DISCLOSED-APR   PIC 9(3)V9(4).
           05  APP-APR             PIC 9(3)V9(4).
           05  APP-APR-RESULT      PIC X(10).
           05  APP-SCHED-PAYMENT   PIC S9(10)V99 COMP-3.
           05  APP-FINAL-PAYMENT   PIC S9(10)V99 COMP-3.
           05  APP-AMOUNT-FINANCED PIC S9(10)V99 COMP-3.
           05  APP-FINANCE-CHARGE  PIC S9(10)V99 COMP-3.
           05  APP-TOTAL-PAYMENTS  PIC S9(10)V99 COMP-3.

       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05  LCP-LOAN-TYPE       PIC X(10).
           05  LCP-MAX-DTI         PIC 9(3)V99.
           05  LCP-MIN-RISK-SCORE  PIC 9(3).
           05  LCP-MAX-AMOUNT      PIC S9(10)V99 COMP-3.
           05  LCP-MAX-TERM        PIC 9(4).
           05  LCP-CHANGED-BY      PIC X(30).
           05  LCP-CHANGED-DATE    PIC 9(8).

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

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PND-ID              PIC 9(6).
           05  PND-ACTION          PIC X(12).
           05  PND-KEY1            PIC X(20).
           05  PND-KEY2            PIC X(30).
           05  PND-AMOUNT          PIC S9(10)V99 COMP-3.
           05  PND-EXPIRY          PIC 9(8).
           05  PND-SEQ             PIC 9(4).
           05  PND-TEXT            PIC X(60).
           05  PND-REQUESTER       PIC X(30).
           05  PND-REQUEST-DATE    PIC 9(8).
           05  PND-APPROVER        PIC X(30).
           05  PND-DECISION-DATE   PIC 9(8).
           05  PND-STATUS          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-NOTICE-STATUS        PIC XX.
       01  WS-APPLICATION-STATUS   PIC XX.
       01  WS-POLICY-STATUS        PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-PND-EOF              PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-APP-ID            PIC X(12).
       01  WS-IN-CUST-ID           PIC X(10).
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-LOAN-TYPE         PIC X(10).
       01  WS-IN-AMOUNT            PIC 9(10)V99.
       01  WS-IN-TERM              PIC 9(4).
       01  WS-IN-RATE              PIC 9(3)V9(6).
       01  WS-IN-INCOME            PIC 9(10)V99.
       01  WS-IN-MONTHLY-DEBT      PIC 9(10)V99.
       01  WS-IN-ASSETS            PIC 9(12)V99.
       01  WS-IN-LIABILITIES       PIC 9(12)V99.
       01  WS-IN-CREDIT-SCORE      PIC 9(3).
       01  WS-IN-EMPLOY-YEARS      PIC 9(2).
       01  WS-IN-MAX-DTI           PIC 9(3)V99.
       01  WS-IN-MIN-RISK-SCORE    PIC 9(3).
       01  WS-IN-MAX-AMOUNT        PIC 9(10)V99.
       01  WS-IN-MAX-TERM          PIC 9(4).
       01  WS-IN-REASON            PIC X(60).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-PREPAID-CHARGE    PIC 9(10)V99.
       01  WS-IN-FIRST-PERIOD-DAYS PIC 9(3).
       01  WS-IN-BALLOON           PIC 9(10)V99.
       01  WS-IN-DISCLOSED-APR     PIC 9(3)V9(4).

      * Built-in credit policy when neither the loan type nor DEFAULT
      * has a row on the policy file.
       01  WS-POLICY.
           05  WS-POL-SOURCE       PIC X(10).
           05  WS-POL-MAX-DTI      PIC 9(3)V99 VALUE 43.
           05  WS-POL-MIN-SCORE    PIC 9(3) VALUE 51.
           05  WS-POL-MAX-AMOUNT   PIC S9(10)V99 VALUE 250000.
           05  WS-POL-MAX-TERM     PIC 9(4) VALUE 360.

      * Decision arithmetic, as ENHANCED-FINANCIAL-CALC carries it.
       01  WS-MONTHLY-RATE         PIC 9(3)V9(9) COMP-3.
       01  WS-TEMP-CALC            PIC 9(15)V9(9) COMP-3.
       01  WS-POWER-RESULT         PIC 9(15)V9(9) COMP-3.
       01  WS-NUM-PAYMENTS         PIC 9(4).
       01  WS-MONTHLY-PAYMENT      PIC 9(12)V99 COMP-3.
       01  WS-MONTHLY-INCOME       PIC 9(12)V99 COMP-3.
       01  WS-DTI                  PIC 9(5)V99.
       01  WS-RISK-SCORE           PIC 9(3).
       01  WS-RISK-LEVEL           PIC X(10).
       01  WS-REASON-COUNT         PIC 9(2).
       01  WS-REASON-PTR           PIC 9(3).
       01  WS-REASON-CODE          PIC X(12).

      * Truth in Lending figures from REG-Z-DISCLOSURE.
       01  WS-RZ-TERMS.
           05  WS-RZ-AMOUNT        PIC S9(10)V99 COMP-3.
           05  WS-RZ-PREPAID-CHARGE PIC S9(10)V99 COMP-3.
           05  WS-RZ-NOTE-RATE     PIC 9(3)V9(6).
           05  WS-RZ-TERM          PIC 9(4).
           05  WS-RZ-FIRST-PERIOD-DAYS PIC 9(3).
           05  WS-RZ-BALLOON       PIC S9(10)V99 COMP-3.
           05  WS-RZ-DISCLOSED-APR PIC 9(3)V9(4).
       01  WS-RZ-DISCLOSURE.
           05  WS-RZ-PAYMENT       PIC S9(10)V99 COMP-3.
           05  WS-RZ-REGULAR-COUNT PIC 9(4).
           05  WS-RZ-FINAL-PAYMENT PIC S9(10)V99 COMP-3.
           05  WS-RZ-AMOUNT-FINANCED PIC S9(10)V99 COMP-3.
           05  WS-RZ-FINANCE-CHARGE PIC S9(10)V99 COMP-3.
           05  WS-RZ-TOTAL-PAYMENTS PIC S9(10)V99 COMP-3.
           05  WS-RZ-APR           PIC 9(3)V9(4).
           05  WS-RZ-TOLERANCE     PIC 9V9(3).
           05  WS-RZ-APR-RESULT    PIC X(10).
       01  WS-RZ-RETURN-CODE       PIC XX.
       01  WS-DISCLOSURE-STATUS    PIC XX.
       01  WS-DISPLAY-APR          PIC ZZ9.9999.
       01  WS-DISPLAY-COUNT        PIC ZZZ9.
       01  WS-DISPLAY-TOLERANCE    PIC 9.999.

       01  WS-PENDING-ID           PIC 9(6) VALUE 0.
       01  WS-PRIOR-STATUS         PIC X(10).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'LOAN-ORIGINATION'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-NOTICE-LINE          PIC X(132).
       01  WS-DISPLAY-AMOUNT       PIC -(10)9.99.
       01  WS-DISPLAY-PCT          PIC ZZ9.99.
       01  WS-JSON-AMOUNT          PIC -(10)9.99.
       01  WS-JSON-PAYMENT         PIC -(10)9.99.
       01  WS-JSON-CHARGE          PIC -(10)9.99.
       01  WS-JSON-FINANCED        PIC -(10)9.99.
       01  WS-JSON-TOTAL           PIC -(10)9.99.
       01  WS-JSON-APR             PIC ZZ9.9999.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS

           EVALUATE WS-ACTION
               WHEN 'POLICY'
                   PERFORM MAINTAIN-CREDIT-POLICY
               WHEN 'APPLY'
               WHEN 'DECISION'
               WHEN 'APPROVE'
               WHEN 'DECLINE'
               WHEN 'WITHDRAW'
               WHEN 'INQUIRE'
                   PERFORM PROCESS-APPLICATION
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE

           PERFORM WRITE-JSON-RESPONSE
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-APP-ID
           MOVE SPACES TO WS-IN-CUST-ID
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-LOAN-TYPE
           MOVE SPACES TO WS-IN-REASON
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-AMOUNT
           MOVE 0 TO WS-IN-TERM
           MOVE 0 TO WS-IN-RATE
           MOVE 0 TO WS-IN-INCOME
           MOVE 0 TO WS-IN-MONTHLY-DEBT
           MOVE 0 TO WS-IN-ASSETS
           MOVE 0 TO WS-IN-LIABILITIES
           MOVE 0 TO WS-IN-CREDIT-SCORE
           MOVE 0 TO WS-IN-EMPLOY-YEARS
           MOVE 0 TO WS-IN-MAX-DTI
           MOVE 0 TO WS-IN-MIN-RISK-SCORE
           MOVE 0 TO WS-IN-MAX-AMOUNT
           MOVE 0 TO WS-IN-MAX-TERM
           MOVE 0 TO WS-IN-PREPAID-CHARGE
           MOVE 0 TO WS-IN-FIRST-PERIOD-DAYS
           MOVE 0 TO WS-IN-BALLOON
           MOVE 0 TO WS-IN-DISCLOSED-APR

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"application_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-APP-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUST-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"loan_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-LOAN-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reason":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REASON
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"amount":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-AMOUNT = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"term":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-TERM = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"rate":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-RATE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"income":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-INCOME = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"monthly_debt":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MONTHLY-DEBT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"assets":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-ASSETS = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"liabilities":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-LIABILITIES =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"credit_score":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-CREDIT-SCORE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"employment_years":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-EMPLOY-YEARS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"max_dti":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MAX-DTI = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"min_risk_score":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MIN-RISK-SCORE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"max_amount":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MAX-AMOUNT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"max_term":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MAX-TERM = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD
               DELIMITED BY '"prepaid_finance_charge":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-PREPAID-CHARGE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"first_period_days":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-FIRST-PERIOD-DAYS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"balloon_amount":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-BALLOON = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"disclosed_apr":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DISCLOSED-APR =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           IF WS-IN-LOAN-TYPE = SPACES
               MOVE 'CONSUMER' TO WS-IN-LOAN-TYPE
           END-IF.

       PROCESS-APPLICATION.
           IF WS-IN-APP-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'application_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O APPLICATION-FILE
           IF WS-APPLICATION-STATUS = '35'
               OPEN OUTPUT APPLICATION-FILE
               CLOSE APPLICATION-FILE
               OPEN I-O APPLICATION-FILE
           END-IF
           IF WS-APPLICATION-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-APP-ID TO APP-ID
           IF WS-ACTION = 'APPLY'
               PERFORM RECEIVE-APPLICATION
           ELSE
               READ APPLICATION-FILE
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Application not found' TO WS-ERROR-MESSAGE
               END-READ
               IF WS-STATUS = 'SUCCESS'
                   MOVE APP-STATUS TO WS-PRIOR-STATUS
                   EVALUATE WS-ACTION
                       WHEN 'DECISION'
                           PERFORM DECISION-APPLICATION
                       WHEN 'APPROVE'
                           PERFORM APPROVE-APPLICATION
                       WHEN 'DECLINE'
                           PERFORM DECLINE-APPLICATION
                       WHEN 'WITHDRAW'
                           PERFORM WITHDRAW-APPLICATION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           CLOSE APPLICATION-FILE.

      *----------------------------------------------------------------
      * APPLY: the applicant must be on CUSTOMER-MASTER and the
      * deposit account the loan will fund into must be theirs.
      *----------------------------------------------------------------
       RECEIVE-APPLICATION.
           IF WS-IN-CUST-ID = SPACES OR WS-IN-ACCOUNT = SPACES
              OR WS-IN-AMOUNT NOT > 0 OR WS-IN-TERM = 0
              OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id, account, amount, term and user are re
      -            'quired' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PREPAID-CHARGE NOT < WS-IN-AMOUNT OR
              WS-IN-BALLOON NOT < WS-IN-AMOUNT
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Prepaid finance charge and balloon must be under th
      -            'e amount' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           READ APPLICATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Application already exists' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           OPEN INPUT CUSTOMER-MASTER
           MOVE WS-IN-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF ACCT-CUSTOMER-ID NOT = WS-IN-CUST-ID
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Account does not belong to customer'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE ACCOUNT-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE APPLICATION-RECORD
           MOVE WS-IN-APP-ID TO APP-ID
           MOVE WS-IN-CUST-ID TO APP-CUST-ID
           MOVE WS-IN-ACCOUNT TO APP-ACCOUNT
           MOVE WS-IN-LOAN-TYPE TO APP-LOAN-TYPE
           MOVE WS-IN-AMOUNT TO APP-AMOUNT
           MOVE WS-IN-TERM TO APP-TERM
           MOVE WS-IN-RATE TO APP-RATE
           MOVE WS-IN-INCOME TO APP-INCOME
           MOVE WS-IN-MONTHLY-DEBT TO APP-MONTHLY-DEBT
           MOVE WS-IN-ASSETS TO APP-ASSETS
           MOVE WS-IN-LIABILITIES TO APP-LIABILITIES
           MOVE WS-IN-CREDIT-SCORE TO APP-CREDIT-SCORE
           MOVE WS-IN-EMPLOY-YEARS TO APP-EMPLOY-YEARS
           MOVE WS-IN-PREPAID-CHARGE TO APP-PREPAID-CHARGE
           MOVE WS-IN-FIRST-PERIOD-DAYS TO APP-FIRST-PERIOD-DAYS
           MOVE WS-IN-BALLOON TO APP-BALLOON
           MOVE WS-IN-DISCLOSED-APR TO APP-DISCLOSED-APR
           MOVE 'RECEIVED' TO APP-STATUS
           MOVE WS-TODAY TO APP-RECEIVED-DATE
           WRITE APPLICATION-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not store application'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 'NONE' TO WS-PRIOR-STATUS
           MOVE 'APPLY' TO WS-AJ-ACTION
           PERFORM AUDIT-STATUS-CHANGE.

      *----------------------------------------------------------------
      * DECISION: payment and risk score by the ENHANCED-FINANCIAL-
      * CALC formulas, DTI on stated gross monthly income including
      * the new payment, then the credit policy check. A RECEIVED or
      * already DECISIONED application may be (re)decisioned.
      *----------------------------------------------------------------
       DECISION-APPLICATION.
           IF APP-STATUS NOT = 'RECEIVED' AND NOT = 'DECISIONED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application is not awaiting a decision'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF APP-PENDING-ID NOT = 0
               PERFORM CHECK-EXCEPTION-PENDING
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CALCULATE-LOAN-PAYMENT
           PERFORM CALCULATE-RISK-ASSESSMENT
           PERFORM LOAD-CREDIT-POLICY

           MOVE SPACES TO APP-REASONS
           MOVE 1 TO WS-REASON-PTR
           MOVE 0 TO WS-REASON-COUNT
           IF WS-DTI > WS-POL-MAX-DTI
               MOVE 'HIGH-DTI' TO WS-REASON-CODE
               PERFORM ADD-DECISION-REASON
           END-IF
           IF WS-RISK-SCORE < WS-POL-MIN-SCORE
               MOVE 'LOW-SCORE' TO WS-REASON-CODE
               PERFORM ADD-DECISION-REASON
           END-IF
           IF APP-AMOUNT > WS-POL-MAX-AMOUNT
               MOVE 'OVER-AMOUNT' TO WS-REASON-CODE
               PERFORM ADD-DECISION-REASON
           END-IF
           IF APP-TERM > WS-POL-MAX-TERM
               MOVE 'OVER-TERM' TO WS-REASON-CODE
               PERFORM ADD-DECISION-REASON
           END-IF

           MOVE WS-MONTHLY-PAYMENT TO APP-PAYMENT
           IF WS-DTI > 999.99
               MOVE 999.99 TO APP-DTI
           ELSE
               MOVE WS-DTI TO APP-DTI
           END-IF
           MOVE WS-RISK-SCORE TO APP-RISK-SCORE
           MOVE WS-RISK-LEVEL TO APP-RISK-LEVEL
           IF WS-REASON-COUNT = 0
               MOVE 'WITHIN' TO APP-POLICY-RESULT
           ELSE
               MOVE 'EXCEPTION' TO APP-POLICY-RESULT
           END-IF
           MOVE 'DECISIONED' TO APP-STATUS
           MOVE WS-TODAY TO APP-DECISION-DATE
           MOVE WS-IN-USER TO APP-DECIDED-BY
           MOVE 0 TO APP-PENDING-ID
           REWRITE APPLICATION-RECORD

           MOVE 'DECISION' TO WS-AJ-ACTION
           PERFORM AUDIT-STATUS-CHANGE.

       ADD-DECISION-REASON.
           ADD 1 TO WS-REASON-COUNT
           IF WS-REASON-COUNT > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO APP-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           STRING WS-REASON-CODE DELIMITED BY SPACE
               INTO APP-REASONS WITH POINTER WS-REASON-PTR.

       CALCULATE-LOAN-PAYMENT.
           COMPUTE WS-MONTHLY-RATE = APP-RATE / 12
           MOVE APP-TERM TO WS-NUM-PAYMENTS

           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-MONTHLY-PAYMENT =
                   APP-AMOUNT / WS-NUM-PAYMENTS
           ELSE
               COMPUTE WS-TEMP-CALC = 1 + WS-MONTHLY-RATE
               PERFORM CALCULATE-POWER
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                   APP-AMOUNT * WS-MONTHLY-RATE * WS-POWER-RESULT /
                   (WS-POWER-RESULT - 1)
           END-IF

           COMPUTE WS-MONTHLY-INCOME = APP-INCOME / 12
           IF WS-MONTHLY-INCOME = 0
               MOVE 999.99 TO WS-DTI
           ELSE
               COMPUTE WS-DTI ROUNDED =
                   (APP-MONTHLY-DEBT + WS-MONTHLY-PAYMENT) /
                   WS-MONTHLY-INCOME * 100
           END-IF.

       CALCULATE-POWER.
           MOVE 1 TO WS-POWER-RESULT
           PERFORM WS-NUM-PAYMENTS TIMES
               COMPUTE WS-POWER-RESULT = WS-POWER-RESULT * WS-TEMP-CALC
           END-PERFORM.

       CALCULATE-RISK-ASSESSMENT.
           COMPUTE WS-RISK-SCORE = 0

           EVALUATE TRUE
               WHEN APP-CREDIT-SCORE > 750
                   ADD 25 TO WS-RISK-SCORE
               WHEN APP-CREDIT-SCORE > 650
                   ADD 15 TO WS-RISK-SCORE
               WHEN OTHER
                   ADD 5 TO WS-RISK-SCORE
           END-EVALUATE

           EVALUATE TRUE
               WHEN APP-INCOME > 100000
                   ADD 20 TO WS-RISK-SCORE
               WHEN APP-INCOME > 50000
                   ADD 10 TO WS-RISK-SCORE
               WHEN OTHER
                   ADD 5 TO WS-RISK-SCORE
           END-EVALUATE

           EVALUATE TRUE
               WHEN APP-ASSETS > APP-LIABILITIES * 2
                   ADD 25 TO WS-RISK-SCORE
               WHEN APP-ASSETS > APP-LIABILITIES
                   ADD 15 TO WS-RISK-SCORE
               WHEN OTHER
                   ADD 5 TO WS-RISK-SCORE
           END-EVALUATE

           EVALUATE TRUE
               WHEN APP-EMPLOY-YEARS > 5
                   ADD 20 TO WS-RISK-SCORE
               WHEN APP-EMPLOY-YEARS > 2
                   ADD 10 TO WS-RISK-SCORE
               WHEN OTHER
                   ADD 5 TO WS-RISK-SCORE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-RISK-SCORE > 80
                   MOVE 'LOW' TO WS-RISK-LEVEL
               WHEN WS-RISK-SCORE > 50
                   MOVE 'MEDIUM' TO WS-RISK-LEVEL
               WHEN OTHER
                   MOVE 'HIGH' TO WS-RISK-LEVEL
           END-EVALUATE.

      * The loan type's own policy row, else DEFAULT, else the
      * built-in limits.
       LOAD-CREDIT-POLICY.
           MOVE 'BUILT-IN' TO WS-POL-SOURCE
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE APP-LOAN-TYPE TO LCP-LOAN-TYPE
           READ POLICY-FILE
               INVALID KEY
                   MOVE 'DEFAULT' TO LCP-LOAN-TYPE
                   READ POLICY-FILE
                       INVALID KEY
                           MOVE SPACES TO LCP-LOAN-TYPE
                   END-READ
           END-READ
           IF LCP-LOAN-TYPE NOT = SPACES
               MOVE LCP-LOAN-TYPE TO WS-POL-SOURCE
               MOVE LCP-MAX-DTI TO WS-POL-MAX-DTI
               MOVE LCP-MIN-RISK-SCORE TO WS-POL-MIN-SCORE
               MOVE LCP-MAX-AMOUNT TO WS-POL-MAX-AMOUNT
               MOVE LCP-MAX-TERM TO WS-POL-MAX-TERM
           END-IF
           CLOSE POLICY-FILE.

      *----------------------------------------------------------------
      * APPROVE: within policy the officer's approval stands; an
      * exception needs a second officer through APPROVAL-MANAGER,
      * which approves the application when it executes LOAN-EXCEPT.
      *----------------------------------------------------------------
       APPROVE-APPLICATION.
           IF APP-STATUS NOT = 'DECISIONED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application has not been decisioned'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-DISCLOSED-APR NOT = 0
               MOVE WS-IN-DISCLOSED-APR TO APP-DISCLOSED-APR
           END-IF

           IF APP-POLICY-RESULT = 'WITHIN'
               PERFORM CALCULATE-DISCLOSURE
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'APPROVED' TO APP-STATUS
               MOVE WS-IN-USER TO APP-APPROVED-BY
               MOVE WS-TODAY TO APP-APPROVED-DATE
               REWRITE APPLICATION-RECORD
               PERFORM WRITE-DISCLOSURE-STATEMENT
               MOVE 'APPROVE' TO WS-AJ-ACTION
               PERFORM AUDIT-STATUS-CHANGE
               EXIT PARAGRAPH
           END-IF

           IF APP-PENDING-ID NOT = 0
               PERFORM CHECK-EXCEPTION-PENDING
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM QUEUE-POLICY-EXCEPTION
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PENDING-ID TO APP-PENDING-ID
           REWRITE APPLICATION-RECORD
           MOVE 'PENDING' TO WS-STATUS.

      *----------------------------------------------------------------
      * Regulation Z figures for the approved terms. The APR is held
      * against the one on the early disclosure (APP-DISCLOSED-APR);
      * outside tolerance the application is flagged REDISCLOSE.
      *----------------------------------------------------------------
       CALCULATE-DISCLOSURE.
           MOVE APP-AMOUNT TO WS-RZ-AMOUNT
           MOVE APP-PREPAID-CHARGE TO WS-RZ-PREPAID-CHARGE
           MOVE APP-RATE TO WS-RZ-NOTE-RATE
           MOVE APP-TERM TO WS-RZ-TERM
           MOVE APP-FIRST-PERIOD-DAYS TO WS-RZ-FIRST-PERIOD-DAYS
           MOVE APP-BALLOON TO WS-RZ-BALLOON
           MOVE APP-DISCLOSED-APR TO WS-RZ-DISCLOSED-APR
           CALL 'REG-Z-DISCLOSURE' USING WS-RZ-TERMS
                                          WS-RZ-DISCLOSURE
                                          WS-RZ-RETURN-CODE
           IF WS-RZ-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Truth in Lending figures could not be calculated'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RZ-APR TO APP-APR
           MOVE WS-RZ-APR-RESULT TO APP-APR-RESULT
           MOVE WS-RZ-PAYMENT TO APP-SCHED-PAYMENT
           MOVE WS-RZ-FINAL-PAYMENT TO APP-FINAL-PAYMENT
           MOVE WS-RZ-AMOUNT-FINANCED TO APP-AMOUNT-FINANCED
           MOVE WS-RZ-FINANCE-CHARGE TO APP-FINANCE-CHARGE
           MOVE WS-RZ-TOTAL-PAYMENTS TO APP-TOTAL-PAYMENTS.

       WRITE-DISCLOSURE-STATEMENT.
           MOVE SPACES TO CUST-NAME
           OPEN INPUT CUSTOMER-MASTER
           MOVE APP-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ
           CLOSE CUSTOMER-MASTER

           OPEN EXTEND DISCLOSURE-FILE
           IF WS-DISCLOSURE-STATUS NOT = '00'
               OPEN OUTPUT DISCLOSURE-FILE
           END-IF

           MOVE ALL '=' TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'TRUTH IN LENDING DISCLOSURE    DATE ' WS-TODAY
                  '    APPLICATION ' APP-ID
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           STRING FUNCTION TRIM(CUST-NAME) '  (' APP-CUST-ID ')'
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD

           MOVE APP-APR TO WS-DISPLAY-APR
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'ANNUAL PERCENTAGE RATE   ' WS-DISPLAY-APR '%'
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           MOVE APP-FINANCE-CHARGE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'FINANCE CHARGE         ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           MOVE APP-AMOUNT-FINANCED TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'AMOUNT FINANCED        ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           MOVE APP-TOTAL-PAYMENTS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'TOTAL OF PAYMENTS      ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD

           MOVE 'PAYMENT SCHEDULE' TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD
           IF APP-TERM > 1
               COMPUTE WS-DISPLAY-COUNT = APP-TERM - 1
               MOVE APP-SCHED-PAYMENT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-NOTICE-LINE
               STRING '  ' WS-DISPLAY-COUNT ' monthly payments of '
                      FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                      ' beginning with payment 1'
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           END-IF
           MOVE APP-FINAL-PAYMENT TO WS-DISPLAY-AMOUNT
           MOVE APP-TERM TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING '     1 final payment of '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' (payment ' FUNCTION TRIM(WS-DISPLAY-COUNT) ')'
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           IF APP-BALLOON > 0
               MOVE APP-BALLOON TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-NOTICE-LINE
               STRING '  including a balloon of '
                      FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           END-IF
           IF APP-PREPAID-CHARGE > 0
               MOVE APP-PREPAID-CHARGE TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-NOTICE-LINE
               STRING 'Prepaid finance charge '
                      FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           END-IF

           MOVE SPACES TO WS-NOTICE-LINE
           IF APP-APR-RESULT = 'NONE'
               STRING 'No earlier APR disclosed'
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
           ELSE
               MOVE APP-DISCLOSED-APR TO WS-DISPLAY-APR
               MOVE WS-RZ-TOLERANCE TO WS-DISPLAY-TOLERANCE
               STRING 'APR previously disclosed ' WS-DISPLAY-APR
                      '%  tolerance ' WS-DISPLAY-TOLERANCE
                      '  ' APP-APR-RESULT
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
           END-IF
           WRITE DISCLOSURE-RECORD FROM WS-NOTICE-LINE
           CLOSE DISCLOSURE-FILE.

      * An exception already with APPROVAL-MANAGER blocks a second
      * request; a rejected one must be declined or re-decisioned.
       CHECK-EXCEPTION-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE APP-PENDING-ID TO PND-ID
           READ PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PND-STATUS = 'PENDING'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Policy exception already awaiting approva
      -                    'l' TO WS-ERROR-MESSAGE
                   END-IF
                   IF PND-STATUS = 'REJECTED' AND WS-ACTION = 'APPROVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Policy exception was rejected'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE PENDING-FILE.

       QUEUE-POLICY-EXCEPTION.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Pending approvals file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PENDING-ID
           MOVE 'N' TO WS-PND-EOF
           MOVE 0 TO PND-ID
           START PENDING-FILE KEY >= PND-ID
               INVALID KEY MOVE 'Y' TO WS-PND-EOF
           END-START
           PERFORM UNTIL WS-PND-EOF = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PND-EOF
                   NOT AT END
                       MOVE PND-ID TO WS-PENDING-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-PENDING-ID

           MOVE WS-PENDING-ID TO PND-ID
           MOVE 'LOAN-EXCEPT' TO PND-ACTION
           MOVE APP-ID TO PND-KEY1
           MOVE APP-CUST-ID TO PND-KEY2
           MOVE APP-AMOUNT TO PND-AMOUNT
           MOVE 0 TO PND-EXPIRY
           MOVE APP-TERM TO PND-SEQ
           MOVE APP-REASONS TO PND-TEXT
           MOVE WS-IN-USER TO PND-REQUESTER
           MOVE WS-TODAY TO PND-REQUEST-DATE
           MOVE SPACES TO PND-APPROVER
           MOVE 0 TO PND-DECISION-DATE
           MOVE 'PENDING' TO PND-STATUS
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not queue policy exception'
                       TO WS-ERROR-MESSAGE
           END-WRITE
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      * DECLINE: close the application and write the adverse action
      * notice - applicant name and address from CUSTOMER-MASTER, the
      * policy reasons found at decision and the officer's reason.
      *----------------------------------------------------------------
       DECLINE-APPLICATION.
           IF APP-STATUS NOT = 'RECEIVED' AND NOT = 'DECISIONED'
              AND NOT = 'APPROVED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application is already closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES OR WS-IN-REASON = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user and reason are required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF APP-PENDING-ID NOT = 0
               PERFORM CHECK-EXCEPTION-PENDING
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'DECLINED' TO APP-STATUS
           MOVE WS-TODAY TO APP-CLOSED-DATE
           MOVE WS-IN-REASON TO APP-CLOSE-REASON
           IF APP-DECIDED-BY = SPACES
               MOVE WS-IN-USER TO APP-DECIDED-BY
               MOVE WS-TODAY TO APP-DECISION-DATE
           END-IF
           REWRITE APPLICATION-RECORD

           PERFORM WRITE-ADVERSE-ACTION-NOTICE

           MOVE 'DECLINE' TO WS-AJ-ACTION
           PERFORM AUDIT-STATUS-CHANGE.

       WRITE-ADVERSE-ACTION-NOTICE.
           MOVE SPACES TO CUST-NAME CUST-ADDRESS CUST-CITY
                          CUST-STATE CUST-ZIP
           OPEN INPUT CUSTOMER-MASTER
           MOVE APP-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ
           CLOSE CUSTOMER-MASTER

           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               OPEN OUTPUT NOTICE-FILE
           END-IF

           MOVE ALL '=' TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'NOTICE OF ACTION TAKEN    DATE ' WS-TODAY
                  '    APPLICATION ' APP-ID
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO WS-NOTICE-LINE
           STRING FUNCTION TRIM(CUST-NAME) '  (' APP-CUST-ID ')'
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           MOVE CUST-ADDRESS TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO WS-NOTICE-LINE
           STRING FUNCTION TRIM(CUST-CITY) ' ' CUST-STATE ' '
                  FUNCTION TRIM(CUST-ZIP)
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE APP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'Your application for a ' FUNCTION TRIM(APP-LOAN-TYPE)
                  ' loan of ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' over ' APP-TERM ' months has been declined.'
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           MOVE 'Principal reason(s) for our decision:' TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           PERFORM WRITE-NOTICE-REASONS
           MOVE SPACES TO WS-NOTICE-LINE
           STRING '  - ' WS-IN-REASON
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE

           IF APP-PAYMENT > 0
               MOVE APP-DTI TO WS-DISPLAY-PCT
               MOVE SPACES TO WS-NOTICE-LINE
               STRING 'Debt-to-income at decision: ' WS-DISPLAY-PCT
                      '%   Risk score: ' APP-RISK-SCORE
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           END-IF
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'Decided by ' FUNCTION TRIM(WS-IN-USER)
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
           CLOSE NOTICE-FILE.

      * Reason codes from the policy check, spelled out.
       WRITE-NOTICE-REASONS.
           IF APP-REASONS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-REASON-PTR
           PERFORM UNTIL WS-REASON-PTR > 60
               MOVE SPACES TO WS-REASON-CODE
               UNSTRING APP-REASONS DELIMITED BY ALL SPACE
                   INTO WS-REASON-CODE
                   WITH POINTER WS-REASON-PTR
               END-UNSTRING
               MOVE SPACES TO WS-NOTICE-LINE
               EVALUATE WS-REASON-CODE
                   WHEN 'HIGH-DTI'
                       MOVE '  - Excessive obligations in relation to
      -                    'income' TO WS-NOTICE-LINE
                   WHEN 'LOW-SCORE'
                       MOVE '  - Credit and financial profile does not
      -                    ' meet program requirements'
                           TO WS-NOTICE-LINE
                   WHEN 'OVER-AMOUNT'
                       MOVE '  - Amount requested exceeds program limi
      -                    't' TO WS-NOTICE-LINE
                   WHEN 'OVER-TERM'
                       MOVE '  - Term requested exceeds program limit'
                           TO WS-NOTICE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-NOTICE-LINE NOT = SPACES
                   WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
               END-IF
               IF WS-REASON-CODE = SPACES
                   MOVE 61 TO WS-REASON-PTR
               END-IF
           END-PERFORM.

       WITHDRAW-APPLICATION.
           IF APP-STATUS = 'BOOKED' OR 'DECLINED' OR 'WITHDRAWN'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application is already closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'WITHDRAWN' TO APP-STATUS
           MOVE WS-TODAY TO APP-CLOSED-DATE
           MOVE WS-IN-REASON TO APP-CLOSE-REASON
           REWRITE APPLICATION-RECORD

           MOVE 'WITHDRAW' TO WS-AJ-ACTION
           PERFORM AUDIT-STATUS-CHANGE.

       AUDIT-STATUS-CHANGE.
           MOVE APP-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'STATUS ' WS-PRIOR-STATUS
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'STATUS ' APP-STATUS ' ' APP-POLICY-RESULT ' '
                  FUNCTION TRIM(APP-REASONS)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * POLICY: limits decisioning holds an application to for one
      * loan type; zero leaves the built-in value.
      *----------------------------------------------------------------
       MAINTAIN-CREDIT-POLICY.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O POLICY-FILE
           IF WS-POLICY-STATUS = '35'
               OPEN OUTPUT POLICY-FILE
               CLOSE POLICY-FILE
               OPEN I-O POLICY-FILE
           END-IF
           IF WS-POLICY-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Credit policy file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-TYPE TO LCP-LOAN-TYPE
           MOVE SPACES TO WS-AJ-BEFORE
           READ POLICY-FILE
               INVALID KEY
                   MOVE 'NONE' TO WS-AJ-BEFORE
               NOT INVALID KEY
                   MOVE LCP-MAX-AMOUNT TO WS-DISPLAY-AMOUNT
                   MOVE LCP-MAX-DTI TO WS-DISPLAY-PCT
                   STRING 'DTI ' WS-DISPLAY-PCT
                          ' SCORE ' LCP-MIN-RISK-SCORE
                          ' AMT ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                          ' TERM ' LCP-MAX-TERM
                       DELIMITED BY SIZE INTO WS-AJ-BEFORE
           END-READ

           IF WS-IN-MAX-DTI NOT = 0
               MOVE WS-IN-MAX-DTI TO WS-POL-MAX-DTI
           END-IF
           IF WS-IN-MIN-RISK-SCORE NOT = 0
               MOVE WS-IN-MIN-RISK-SCORE TO WS-POL-MIN-SCORE
           END-IF
           IF WS-IN-MAX-AMOUNT NOT = 0
               MOVE WS-IN-MAX-AMOUNT TO WS-POL-MAX-AMOUNT
           END-IF
           IF WS-IN-MAX-TERM NOT = 0
               MOVE WS-IN-MAX-TERM TO WS-POL-MAX-TERM
           END-IF

           MOVE WS-IN-LOAN-TYPE TO LCP-LOAN-TYPE
           MOVE WS-POL-MAX-DTI TO LCP-MAX-DTI
           MOVE WS-POL-MIN-SCORE TO LCP-MIN-RISK-SCORE
           MOVE WS-POL-MAX-AMOUNT TO LCP-MAX-AMOUNT
           MOVE WS-POL-MAX-TERM TO LCP-MAX-TERM
           MOVE WS-IN-USER TO LCP-CHANGED-BY
           MOVE WS-TODAY TO LCP-CHANGED-DATE
           WRITE POLICY-RECORD
               INVALID KEY
                   REWRITE POLICY-RECORD
                       INVALID KEY
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Could not store credit policy'
                               TO WS-ERROR-MESSAGE
                   END-REWRITE
           END-WRITE
           CLOSE POLICY-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 'POLICY' TO WS-AJ-ACTION
           MOVE WS-IN-LOAN-TYPE TO WS-AJ-KEY
           MOVE WS-POL-MAX-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-POL-MAX-DTI TO WS-DISPLAY-PCT
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'DTI ' WS-DISPLAY-PCT
                  ' SCORE ' WS-POL-MIN-SCORE
                  ' AMT ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' TERM ' WS-POL-MAX-TERM
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-JSON-RESPONSE.
           MOVE APP-AMOUNT TO WS-JSON-AMOUNT
           MOVE APP-PAYMENT TO WS-JSON-PAYMENT
           MOVE APP-APR TO WS-JSON-APR
           MOVE APP-FINANCE-CHARGE TO WS-JSON-CHARGE
           MOVE APP-AMOUNT-FINANCED TO WS-JSON-FINANCED
           MOVE APP-TOTAL-PAYMENTS TO WS-JSON-TOTAL
           EVALUATE TRUE
               WHEN WS-STATUS = 'ERROR'
                   STRING '{"status":"' WS-STATUS '",'
                       '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE)
                       '"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN WS-ACTION = 'POLICY'
                   MOVE WS-POL-MAX-AMOUNT TO WS-JSON-AMOUNT
                   STRING '{"status":"' WS-STATUS '",'
                       '"loan_type":"' FUNCTION TRIM(WS-IN-LOAN-TYPE)
                       '","max_dti":' WS-POL-MAX-DTI
                       ',"min_risk_score":' WS-POL-MIN-SCORE
                       ',"max_amount":' FUNCTION TRIM(WS-JSON-AMOUNT)
                       ',"max_term":' WS-POL-MAX-TERM
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN WS-STATUS = 'PENDING'
                   STRING '{"status":"PENDING",'
                       '"application_id":"' FUNCTION TRIM(APP-ID)
                       '","pending_id":' WS-PENDING-ID
                       ',"reasons":"' FUNCTION TRIM(APP-REASONS)
                       '","message":"Policy exception queued for appr'
                       'oval"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN OTHER
                   STRING '{"status":"' WS-STATUS '",'
                       '"application_id":"' FUNCTION TRIM(APP-ID)
                       '","customer_id":"' FUNCTION TRIM(APP-CUST-ID)
                       '","application_status":"'
                       FUNCTION TRIM(APP-STATUS)
                       '","amount":' FUNCTION TRIM(WS-JSON-AMOUNT)
                       ',"term":' APP-TERM
                       ',"payment":' FUNCTION TRIM(WS-JSON-PAYMENT)
                       ',"dti":' APP-DTI
                       ',"risk_score":' APP-RISK-SCORE
                       ',"risk_level":"' FUNCTION TRIM(APP-RISK-LEVEL)
                       '","policy_result":"'
                       FUNCTION TRIM(APP-POLICY-RESULT)
                       '","reasons":"' FUNCTION TRIM(APP-REASONS)
                       '","loan_id":"' FUNCTION TRIM(APP-LOAN-ID)
                       '","apr_percent":' FUNCTION TRIM(WS-JSON-APR)
                       ',"finance_charge":'
                       FUNCTION TRIM(WS-JSON-CHARGE)
                       ',"amount_financed":'
                       FUNCTION TRIM(WS-JSON-FINANCED)
                       ',"total_of_payments":'
                       FUNCTION TRIM(WS-JSON-TOTAL)
                       ',"apr_result":"' FUNCTION TRIM(APP-APR-RESULT)
                       '"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-EVALUATE

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
