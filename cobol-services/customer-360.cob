       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-360.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Customer 360 inquiry for the CRM. One call keyed by customer
      * id answers with everything the agent on the phone needs, in
      * a single JSON document in customer-360-output.json:
      *   - the CUSTOMER-MASTER details and KYC status, with the risk
      *     rating and next review date from kyc-review.dat
      *   - the household the customer belongs to, with its members
      *   - every account owned or co-owned: the owner slots on
      *     account-owners.dat plus any account booked under the
      *     customer on ACCOUNT-MASTER, with current and available
      *     balance
      *   - loans on those accounts with the next amount due (the
      *     oldest DUE or PASTDUE bill, else the scheduled payment)
      *     and the delinquency bucket from loan-collections.dat
      *   - open collections promises on those loans
      *   - cards on those accounts with status and expiry
      *   - active holds and active stop payments on those accounts
      *   - dispute cases on those accounts not yet WON or LOST
      * Driven by customer-360-input.json (customer_id, user). The
      * user's role on user-master.dat decides through PII-MASK
      * whether account and card numbers, address, phone and email
      * go out in clear; every inquiry is journalled as C360-VIEW
      * with the count of values disclosed unmasked.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'customer-360-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'customer-360-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT LOAN-BILLING ASSIGN TO 'loan-billing.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LBL-KEY
               FILE STATUS IS WS-LOAN-BILLING-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO 'loan-collections.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLQ-LOAN-ID
               FILE STATUS IS WS-COLLECTIONS-STATUS.
           SELECT CARD-MASTER ASSIGN TO 'card-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CRD-CARD-KEY
               FILE STATUS IS WS-CARD-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT STOP-FILE ASSIGN TO 'stop-payments.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'dispute-cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT USER-MASTER ASSIGN TO 'user-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(500).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(32000).

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

       FD  LOAN-BILLING.
       01  LOAN-BILLING-RECORD.
           05  LBL-KEY.
               10  LBL-LOAN-ID     PIC X(12).
               10  LBL-PERIOD      PIC 9(4).
           05  LBL-DUE-DATE        PIC 9(8).
           05  LBL-AMOUNT-DUE      PIC S9(10)V99 COMP-3.
           05  LBL-PRINCIPAL-DUE   PIC S9(10)V99 COMP-3.
           05  LBL-INTEREST-DUE    PIC S9(10)V99 COMP-3.
           05  LBL-STATUS          PIC X(10).
           05  LBL-PAID-DATE       PIC 9(8).

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD.
           05  CLQ-LOAN-ID         PIC X(12).
           05  CLQ-BUCKET          PIC X(4).
           05  CLQ-COLLECTOR       PIC X(10).
           05  CLQ-BALANCE-DUE     PIC S9(10)V99 COMP-3.
           05  CLQ-OLDEST-DUE      PIC 9(8).
           05  CLQ-CONTACT-COUNT   PIC 9(3).
           05  CLQ-LAST-CONTACT    PIC 9(8).
           05  CLQ-CONTACT-NOTE    PIC X(60).
           05  CLQ-PROMISE-DATE    PIC 9(8).
           05  CLQ-PROMISE-AMOUNT  PIC S9(10)V99 COMP-3.
           05  CLQ-STATUS          PIC X(10).

       FD  CARD-MASTER.
       01  CARD-MASTER-RECORD.
           05  CRD-CARD-KEY        PIC X(19).
           05  CRD-ACCOUNT         PIC X(20).
           05  CRD-EXPIRY-MONTH    PIC 99.
           05  CRD-EXPIRY-YEAR     PIC 9999.
           05  CRD-STATUS          PIC X(20).
           05  CRD-LINKED-DATE     PIC 9(8).
           05  CRD-REPLACES-KEY    PIC X(19).
           05  CRD-REPLACED-BY     PIC X(19).
           05  CRD-OVERLAP-END     PIC 9(8).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT    PIC X(20).
               10  HOLD-SEQ        PIC 9(4).
           05  HOLD-TYPE           PIC X(10).
           05  HOLD-AMOUNT         PIC S9(10)V99 COMP-3.
           05  HOLD-EXPIRY         PIC 9(8).
           05  HOLD-STATUS         PIC X(10).
           05  HOLD-PLACED         PIC 9(8).

       FD  STOP-FILE.
       01  STOP-RECORD.
           05  STOP-KEY.
               10  STOP-ACCOUNT    PIC X(20).
               10  STOP-REFERENCE  PIC X(30).
           05  STOP-AMOUNT-MIN     PIC S9(10)V99 COMP-3.
           05  STOP-AMOUNT-MAX     PIC S9(10)V99 COMP-3.
           05  STOP-EXPIRY         PIC 9(8).
           05  STOP-STATUS         PIC X(10).
           05  STOP-PLACED         PIC 9(8).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DSP-CASE-ID         PIC X(12).
           05  DSP-TRANS-KEY       PIC X(20).
           05  DSP-ACCOUNT         PIC X(20).
           05  DSP-AMOUNT          PIC S9(10)V99 COMP-3.
           05  DSP-STATUS          PIC X(12).
           05  DSP-OPENED-DATE     PIC 9(8).
           05  DSP-UPDATED-DATE    PIC 9(8).

       FD  USER-MASTER.
       01  USER-RECORD.
           05  USER-ID             PIC X(30).
           05  USER-PASSWORD       PIC X(64).
           05  USER-SALT           PIC X(32).
           05  USER-DOMAIN         PIC X(30).
           05  USER-STATUS         PIC X(10).
           05  USER-ROLE           PIC X(20).
           05  LAST-LOGIN          PIC 9(14).
           05  FAILED-ATTEMPTS     PIC 9(3).
           05  LOCKED-UNTIL        PIC 9(14).
           05  MFA-ENABLED         PIC X.
           05  MFA-SECRET          PIC X(32).
           05  PASSWORD-CHANGED    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-ACCOUNT-STATUS       PIC XX.
       01  WS-OWNER-XREF-STATUS    PIC XX.
       01  WS-HOUSEHOLD-STATUS     PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-LOAN-BILLING-STATUS  PIC XX.
       01  WS-COLLECTIONS-STATUS   PIC XX.
       01  WS-CARD-MASTER-STATUS   PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-USER-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(500).
       01  WS-JSON-POST            PIC X(500).
       01  WS-IN-CUSTOMER-ID       PIC X(10).
       01  WS-IN-USER              PIC X(30).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'CUSTOMER-360'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-PII-FIELDS.
           05  WS-PII-ROLE         PIC X(20) VALUE SPACES.
           05  WS-PII-FIELD-TYPE   PIC X(12).
           05  WS-PII-VALUE        PIC X(60).
           05  WS-PII-RESULT       PIC X(60).
           05  WS-PII-CLEAR        PIC X.
       01  WS-PII-DISCLOSED        PIC 9(5) VALUE 0.

      * Customer values as they go out, masked for the caller.
       01  WS-OUT-ADDRESS          PIC X(40).
       01  WS-OUT-PHONE            PIC X(15).
       01  WS-OUT-EMAIL            PIC X(50).
       01  WS-OUT-ACCOUNT          PIC X(20).
       01  WS-OUT-CARD             PIC X(19).
       01  WS-KYC-FOUND            PIC X VALUE 'N'.

      * Accounts the customer owns or co-owns; every other section
      * is selected against this set.
       01  WS-ACCT-SET.
           05  WS-ACCT-SET-COUNT   PIC 9(3) VALUE 0.
           05  WS-ACCT-SET-ENTRY OCCURS 50 TIMES.
               10  WS-AS-NUMBER    PIC X(20).
               10  WS-AS-ROLE      PIC X(10).
       01  WS-AS-IDX               PIC 9(3).
       01  WS-AS-MATCH             PIC 9(3).
       01  WS-LOOKUP-ACCOUNT       PIC X(20).
       01  WS-LOOKUP-ROLE          PIC X(10).

      * Collections promises gathered on the loan pass.
       01  WS-PROMISE-TABLE.
           05  WS-PROMISE-COUNT    PIC 9(2) VALUE 0.
           05  WS-PROMISE-ENTRY OCCURS 20 TIMES.
               10  WS-PR-LOAN-ID   PIC X(12).
               10  WS-PR-DATE      PIC 9(8).
               10  WS-PR-AMOUNT    PIC S9(10)V99.
               10  WS-PR-COLLECTOR PIC X(10).
       01  WS-PR-IDX               PIC 9(2).

       01  WS-LOAN-WORK.
           05  WS-LN-NEXT-DUE      PIC S9(10)V99.
           05  WS-LN-NEXT-DUE-DATE PIC 9(8).
           05  WS-LN-BILL-STATUS   PIC X(10).
           05  WS-LN-BUCKET        PIC X(7).
           05  WS-LN-BILL-EOF      PIC X.

       01  WS-SECTION-COUNTS.
           05  WS-ACCOUNT-COUNT    PIC 9(4) VALUE 0.
           05  WS-LOAN-COUNT       PIC 9(4) VALUE 0.
           05  WS-CARD-COUNT       PIC 9(4) VALUE 0.
           05  WS-HOLD-COUNT       PIC 9(4) VALUE 0.
           05  WS-STOP-COUNT       PIC 9(4) VALUE 0.
           05  WS-DISPUTE-COUNT    PIC 9(4) VALUE 0.
       01  WS-ITEM-COUNT           PIC 9(4).
       01  WS-MEMBER-IDX           PIC 9(2).
       01  WS-HH-FOUND             PIC X VALUE 'N'.

       01  WS-TOTAL-BALANCE        PIC S9(14)V99 VALUE 0.
       01  WS-TOTAL-AVAILABLE      PIC S9(14)V99 VALUE 0.
       01  WS-DSP-AMOUNT           PIC -(13)9.99.
       01  WS-DSP-AMOUNT-2         PIC -(13)9.99.
       01  WS-DSP-COUNT            PIC Z(3)9.

       01  WS-JSON-OUTPUT          PIC X(32000).
       01  WS-JSON-POS             PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-JSON-OUTPUT
           MOVE 1 TO WS-JSON-POS
           PERFORM READ-PARAMETERS
           IF WS-STATUS = 'SUCCESS'
               PERFORM RESOLVE-CALLER-ROLE
           END-IF
           IF WS-STATUS = 'SUCCESS'
               PERFORM READ-CUSTOMER
           END-IF
           IF WS-STATUS = 'SUCCESS'
               PERFORM BUILD-ACCOUNT-SET
               PERFORM WRITE-CUSTOMER-SECTION
               PERFORM WRITE-HOUSEHOLD-SECTION
               PERFORM WRITE-ACCOUNT-SECTION
               PERFORM WRITE-LOAN-SECTION
               PERFORM WRITE-PROMISE-SECTION
               PERFORM WRITE-CARD-SECTION
               PERFORM WRITE-HOLD-SECTION
               PERFORM WRITE-STOP-SECTION
               PERFORM WRITE-DISPUTE-SECTION
               PERFORM WRITE-SUMMARY-SECTION
               PERFORM RECORD-INQUIRY
           END-IF
           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-IN-CUSTOMER-ID
           MOVE SPACES TO WS-IN-USER

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUSTOMER-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Customer id required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'User required' TO WS-ERROR-MESSAGE
           END-IF.

      * The caller's role decides masking; an unknown or inactive
      * user gets nothing.
       RESOLVE-CALLER-ROLE.
           OPEN INPUT USER-MASTER
           IF WS-USER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'User master unavailable' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-USER TO USER-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'User not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF USER-STATUS = 'LOCKED' OR
                      USER-STATUS = 'DISABLED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'User account not active'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE USER-ROLE TO WS-PII-ROLE
                   END-IF
           END-READ
           CLOSE USER-MASTER.

       READ-CUSTOMER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Customer master unavailable' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-KYC-FOUND
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               MOVE WS-IN-CUSTOMER-ID TO KYC-CUST-ID
               READ KYC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KYC-FOUND
               END-READ
               CLOSE KYC-FILE
           END-IF
           IF WS-KYC-FOUND NOT = 'Y'
               MOVE SPACES TO KYC-RISK-RATING
               MOVE 0 TO KYC-RISK-SCORE
               MOVE 0 TO KYC-LAST-REVIEW
               MOVE 0 TO KYC-NEXT-REVIEW
           END-IF.

      *----------------------------------------------------------------
      * Owner slots on the cross-reference first, so a co-owner keeps
      * the role recorded there; then any account still booked under
      * the customer on ACCOUNT-MASTER with no slot of its own.
      *----------------------------------------------------------------
       BUILD-ACCOUNT-SET.
           MOVE 0 TO WS-ACCT-SET-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNER-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AOX-OWNER-ID = WS-IN-CUSTOMER-ID
                               MOVE AOX-ACCOUNT TO WS-LOOKUP-ACCOUNT
                               MOVE AOX-ROLE TO WS-LOOKUP-ROLE
                               PERFORM ADD-TO-ACCOUNT-SET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNER-XREF
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACCT-CUSTOMER-ID = WS-IN-CUSTOMER-ID
                               MOVE ACCT-NUMBER TO WS-LOOKUP-ACCOUNT
                               MOVE 'PRIMARY' TO WS-LOOKUP-ROLE
                               PERFORM ADD-TO-ACCOUNT-SET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       ADD-TO-ACCOUNT-SET.
           MOVE WS-LOOKUP-ACCOUNT TO WS-OUT-ACCOUNT
           PERFORM FIND-IN-ACCOUNT-SET
           IF WS-AS-MATCH = 0 AND WS-ACCT-SET-COUNT < 50
               ADD 1 TO WS-ACCT-SET-COUNT
               MOVE WS-LOOKUP-ACCOUNT
                   TO WS-AS-NUMBER(WS-ACCT-SET-COUNT)
               MOVE WS-LOOKUP-ROLE TO WS-AS-ROLE(WS-ACCT-SET-COUNT)
           END-IF.

       FIND-IN-ACCOUNT-SET.
           MOVE 0 TO WS-AS-MATCH
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-ACCT-SET-COUNT
                   OR WS-AS-MATCH > 0
               IF WS-AS-NUMBER(WS-AS-IDX) = WS-OUT-ACCOUNT
                   MOVE WS-AS-IDX TO WS-AS-MATCH
               END-IF
           END-PERFORM.

       MASK-VALUE.
           CALL 'PII-MASK' USING WS-PII-ROLE
                                 WS-PII-FIELD-TYPE
                                 WS-PII-VALUE
                                 WS-PII-RESULT
                                 WS-PII-CLEAR
           IF WS-PII-CLEAR = 'Y'
               ADD 1 TO WS-PII-DISCLOSED
           END-IF.

       MASK-ACCOUNT-NUMBER.
           MOVE 'ACCOUNT' TO WS-PII-FIELD-TYPE
           MOVE SPACES TO WS-PII-VALUE
           MOVE WS-LOOKUP-ACCOUNT TO WS-PII-VALUE
           PERFORM MASK-VALUE
           MOVE WS-PII-RESULT TO WS-OUT-ACCOUNT.

       WRITE-CUSTOMER-SECTION.
           MOVE 'ADDRESS' TO WS-PII-FIELD-TYPE
           MOVE SPACES TO WS-PII-VALUE
           MOVE CUST-ADDRESS TO WS-PII-VALUE
           PERFORM MASK-VALUE
           MOVE WS-PII-RESULT TO WS-OUT-ADDRESS

           MOVE 'PHONE' TO WS-PII-FIELD-TYPE
           MOVE SPACES TO WS-PII-VALUE
           MOVE CUST-PHONE TO WS-PII-VALUE
           PERFORM MASK-VALUE
           MOVE WS-PII-RESULT TO WS-OUT-PHONE

           MOVE 'EMAIL' TO WS-PII-FIELD-TYPE
           MOVE SPACES TO WS-PII-VALUE
           MOVE CUST-EMAIL TO WS-PII-VALUE
           PERFORM MASK-VALUE
           MOVE WS-PII-RESULT TO WS-OUT-EMAIL

           STRING '{"status":"SUCCESS",'
               '"customer":{'
               '"customer_id":"' FUNCTION TRIM(CUST-ID) '",'
               '"name":"' FUNCTION TRIM(CUST-NAME) '",'
               '"address":"' FUNCTION TRIM(WS-OUT-ADDRESS) '",'
               '"city":"' FUNCTION TRIM(CUST-CITY) '",'
               '"state":"' CUST-STATE '",'
               '"zip":"' FUNCTION TRIM(CUST-ZIP) '",'
               '"phone":"' FUNCTION TRIM(WS-OUT-PHONE) '",'
               '"email":"' FUNCTION TRIM(WS-OUT-EMAIL) '",'
               '"customer_since":' CUST-DATE-OPENED ','
               '"tin_status":"' FUNCTION TRIM(CUST-TIN-STATUS) '"},'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS

           STRING '"kyc":{'
               '"status":"' FUNCTION TRIM(CUST-KYC-STATUS) '",'
               '"risk_rating":"' FUNCTION TRIM(KYC-RISK-RATING) '",'
               '"risk_score":' KYC-RISK-SCORE ','
               '"last_review":' KYC-LAST-REVIEW ','
               '"next_review":' KYC-NEXT-REVIEW '},'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-HOUSEHOLD-SECTION.
           MOVE 'N' TO WS-HH-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOUSEHOLD-MASTER
           IF WS-HOUSEHOLD-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y' OR WS-HH-FOUND = 'Y'
                   READ HOUSEHOLD-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM MATCH-HOUSEHOLD-MEMBER
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-MASTER
           END-IF

           IF WS-HH-FOUND NOT = 'Y'
               STRING '"household":null,'
                   DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               EXIT PARAGRAPH
           END-IF

           STRING '"household":{'
               '"household_id":"' FUNCTION TRIM(HH-HOUSEHOLD-ID) '",'
               '"name":"' FUNCTION TRIM(HH-HOUSEHOLD-NAME) '",'
               '"members":['
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > HH-MEMBER-COUNT
                   OR WS-MEMBER-IDX > 10
               IF WS-MEMBER-IDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               END-IF
               STRING '"'
                   FUNCTION TRIM(HH-CUSTOMER-ID(WS-MEMBER-IDX)) '"'
                   DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-PERFORM
           STRING ']},' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       MATCH-HOUSEHOLD-MEMBER.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > HH-MEMBER-COUNT
                   OR WS-MEMBER-IDX > 10
                   OR WS-HH-FOUND = 'Y'
               IF HH-CUSTOMER-ID(WS-MEMBER-IDX) = WS-IN-CUSTOMER-ID
                   MOVE 'Y' TO WS-HH-FOUND
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-SECTION.
           STRING '"accounts":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS = '00'
               PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                       UNTIL WS-AS-IDX > WS-ACCT-SET-COUNT
                   MOVE WS-AS-NUMBER(WS-AS-IDX) TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-ACCOUNT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-ACCOUNT-ENTRY.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD ACCT-BALANCE TO WS-TOTAL-BALANCE
           ADD ACCT-AVAIL-BALANCE TO WS-TOTAL-AVAILABLE
           IF WS-ACCOUNT-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           MOVE ACCT-NUMBER TO WS-LOOKUP-ACCOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE ACCT-BALANCE TO WS-DSP-AMOUNT
           MOVE ACCT-AVAIL-BALANCE TO WS-DSP-AMOUNT-2
           STRING '{"account":"' FUNCTION TRIM(WS-OUT-ACCOUNT) '",'
               '"role":"' FUNCTION TRIM(WS-AS-ROLE(WS-AS-IDX)) '",'
               '"type":"' FUNCTION TRIM(ACCT-TYPE) '",'
               '"status":"' FUNCTION TRIM(ACCT-STATUS) '",'
               '"balance":' FUNCTION TRIM(WS-DSP-AMOUNT) ','
               '"available_balance":'
               FUNCTION TRIM(WS-DSP-AMOUNT-2) ','
               '"last_activity":' ACCT-LAST-ACTIVITY '}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

      *----------------------------------------------------------------
      * Loans hang off a deposit account, so a loan is the customer's
      * when its LN-ACCOUNT is in the account set.
      *----------------------------------------------------------------
       WRITE-LOAN-SECTION.
           STRING '"loans":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOAN-MASTER
           IF WS-LOAN-MASTER-STATUS NOT = '00'
               STRING '],' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-BILLING
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT COLLECTIONS-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LN-ACCOUNT TO WS-OUT-ACCOUNT
                       PERFORM FIND-IN-ACCOUNT-SET
                       IF WS-AS-MATCH > 0
                           PERFORM WRITE-LOAN-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOAN-MASTER
           IF WS-LOAN-BILLING-STATUS = '00'
               CLOSE LOAN-BILLING
           END-IF
           IF WS-LOAN-SCHEDULE-STATUS = '00'
               CLOSE LOAN-SCHEDULE
           END-IF
           IF WS-COLLECTIONS-STATUS = '00'
               CLOSE COLLECTIONS-FILE
           END-IF
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-LOAN-ENTRY.
           ADD 1 TO WS-LOAN-COUNT
           PERFORM FIND-NEXT-LOAN-DUE
           PERFORM FIND-LOAN-BUCKET
           IF WS-LOAN-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           MOVE LN-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE LN-PRINCIPAL TO WS-DSP-AMOUNT
           MOVE WS-LN-NEXT-DUE TO WS-DSP-AMOUNT-2
           STRING '{"loan_id":"' FUNCTION TRIM(LN-LOAN-ID) '",'
               '"account":"' FUNCTION TRIM(WS-OUT-ACCOUNT) '",'
               '"status":"' FUNCTION TRIM(LN-STATUS) '",'
               '"principal":' FUNCTION TRIM(WS-DSP-AMOUNT) ','
               '"next_due_amount":'
               FUNCTION TRIM(WS-DSP-AMOUNT-2) ','
               '"next_due_date":' WS-LN-NEXT-DUE-DATE ','
               '"bill_status":"' FUNCTION TRIM(WS-LN-BILL-STATUS) '",'
               '"past_due_count":' LN-PAST-DUE-COUNT ','
               '"delinquency_bucket":"'
               FUNCTION TRIM(WS-LN-BUCKET) '"}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

      * The oldest bill still DUE or PASTDUE is what the customer
      * owes next; with nothing billed, the scheduled payment for the
      * loan's next period.
       FIND-NEXT-LOAN-DUE.
           MOVE 0 TO WS-LN-NEXT-DUE
           MOVE 0 TO WS-LN-NEXT-DUE-DATE
           MOVE SPACES TO WS-LN-BILL-STATUS

           IF WS-LOAN-BILLING-STATUS = '00'
               MOVE 'N' TO WS-LN-BILL-EOF
               MOVE LN-LOAN-ID TO LBL-LOAN-ID
               MOVE 0 TO LBL-PERIOD
               START LOAN-BILLING KEY >= LBL-KEY
                   INVALID KEY MOVE 'Y' TO WS-LN-BILL-EOF
               END-START
               PERFORM UNTIL WS-LN-BILL-EOF = 'Y'
                   READ LOAN-BILLING NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LN-BILL-EOF
                       NOT AT END
                           IF LBL-LOAN-ID NOT = LN-LOAN-ID
                               MOVE 'Y' TO WS-LN-BILL-EOF
                           ELSE
                               IF LBL-STATUS = 'DUE' OR
                                  LBL-STATUS = 'PASTDUE'
                                   MOVE LBL-AMOUNT-DUE
                                       TO WS-LN-NEXT-DUE
                                   MOVE LBL-DUE-DATE
                                       TO WS-LN-NEXT-DUE-DATE
                                   MOVE LBL-STATUS
                                       TO WS-LN-BILL-STATUS
                                   MOVE 'Y' TO WS-LN-BILL-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-LN-BILL-STATUS = SPACES AND
              WS-LOAN-SCHEDULE-STATUS = '00'
               MOVE LN-LOAN-ID TO LSC-LOAN-ID
               MOVE LN-NEXT-PERIOD TO LSC-PERIOD
               READ LOAN-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LSC-PAYMENT TO WS-LN-NEXT-DUE
                       MOVE 'SCHEDULED' TO WS-LN-BILL-STATUS
               END-READ
           END-IF.

      * Bucket from the collections queue as of the last aging run;
      * a loan not on the queue, or cured off it, is CURRENT.
       FIND-LOAN-BUCKET.
           MOVE 'CURRENT' TO WS-LN-BUCKET
           IF WS-COLLECTIONS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LOAN-ID TO CLQ-LOAN-ID
           READ COLLECTIONS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CLQ-STATUS NOT = 'CURED'
               MOVE CLQ-BUCKET TO WS-LN-BUCKET
           END-IF
           IF CLQ-STATUS = 'PROMISE' AND WS-PROMISE-COUNT < 20
               ADD 1 TO WS-PROMISE-COUNT
               MOVE CLQ-LOAN-ID TO WS-PR-LOAN-ID(WS-PROMISE-COUNT)
               MOVE CLQ-PROMISE-DATE TO WS-PR-DATE(WS-PROMISE-COUNT)
               MOVE CLQ-PROMISE-AMOUNT
                   TO WS-PR-AMOUNT(WS-PROMISE-COUNT)
               MOVE CLQ-COLLECTOR
                   TO WS-PR-COLLECTOR(WS-PROMISE-COUNT)
           END-IF.

       WRITE-PROMISE-SECTION.
           STRING '"collection_promises":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PROMISE-COUNT
               IF WS-PR-IDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
               END-IF
               MOVE WS-PR-AMOUNT(WS-PR-IDX) TO WS-DSP-AMOUNT
               STRING '{"loan_id":"'
                   FUNCTION TRIM(WS-PR-LOAN-ID(WS-PR-IDX)) '",'
                   '"promise_date":' WS-PR-DATE(WS-PR-IDX) ','
                   '"promise_amount":'
                   FUNCTION TRIM(WS-DSP-AMOUNT) ','
                   '"collector":"'
                   FUNCTION TRIM(WS-PR-COLLECTOR(WS-PR-IDX)) '"}'
                   DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-PERFORM
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-CARD-SECTION.
           STRING '"cards":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARD-MASTER
           IF WS-CARD-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARD-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CRD-ACCOUNT TO WS-OUT-ACCOUNT
                           PERFORM FIND-IN-ACCOUNT-SET
                           IF WS-AS-MATCH > 0
                               PERFORM WRITE-CARD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-MASTER
           END-IF
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-CARD-ENTRY.
           ADD 1 TO WS-CARD-COUNT
           IF WS-CARD-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           MOVE 'CARD' TO WS-PII-FIELD-TYPE
           MOVE SPACES TO WS-PII-VALUE
           MOVE CRD-CARD-KEY TO WS-PII-VALUE
           PERFORM MASK-VALUE
           MOVE WS-PII-RESULT TO WS-OUT-CARD
           MOVE CRD-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           STRING '{"card":"' FUNCTION TRIM(WS-OUT-CARD) '",'
               '"account":"' FUNCTION TRIM(WS-OUT-ACCOUNT) '",'
               '"status":"' FUNCTION TRIM(CRD-STATUS) '",'
               '"expiry":"' CRD-EXPIRY-MONTH '/' CRD-EXPIRY-YEAR '"}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

      * Active means what hold-manager and posting enforce: status
      * ACTIVE and not past its expiry date.
       WRITE-HOLD-SECTION.
           STRING '"holds":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                       UNTIL WS-AS-IDX > WS-ACCT-SET-COUNT
                   PERFORM WRITE-ACCOUNT-HOLDS
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-ACCOUNT-HOLDS.
           MOVE 'N' TO WS-EOF
           MOVE WS-AS-NUMBER(WS-AS-IDX) TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-AS-NUMBER(WS-AS-IDX)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF HOLD-STATUS = 'ACTIVE' AND
                              (HOLD-EXPIRY = 0 OR
                               HOLD-EXPIRY >= WS-TODAY)
                               PERFORM WRITE-HOLD-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-HOLD-ENTRY.
           ADD 1 TO WS-HOLD-COUNT
           IF WS-HOLD-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           MOVE HOLD-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE HOLD-AMOUNT TO WS-DSP-AMOUNT
           STRING '{"account":"' FUNCTION TRIM(WS-OUT-ACCOUNT) '",'
               '"seq":' HOLD-SEQ ','
               '"type":"' FUNCTION TRIM(HOLD-TYPE) '",'
               '"amount":' FUNCTION TRIM(WS-DSP-AMOUNT) ','
               '"placed":' HOLD-PLACED ','
               '"expiry":' HOLD-EXPIRY '}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-STOP-SECTION.
           STRING '"stop_payments":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = '00'
               PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                       UNTIL WS-AS-IDX > WS-ACCT-SET-COUNT
                   PERFORM WRITE-ACCOUNT-STOPS
               END-PERFORM
               CLOSE STOP-FILE
           END-IF
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-ACCOUNT-STOPS.
           MOVE 'N' TO WS-EOF
           MOVE WS-AS-NUMBER(WS-AS-IDX) TO STOP-ACCOUNT
           MOVE LOW-VALUES TO STOP-REFERENCE
           START STOP-FILE KEY >= STOP-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STOP-ACCOUNT NOT = WS-AS-NUMBER(WS-AS-IDX)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF STOP-STATUS = 'ACTIVE' AND
                              (STOP-EXPIRY = 0 OR
                               STOP-EXPIRY >= WS-TODAY)
                               PERFORM WRITE-STOP-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-STOP-ENTRY.
           ADD 1 TO WS-STOP-COUNT
           IF WS-STOP-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           MOVE STOP-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE STOP-AMOUNT-MIN TO WS-DSP-AMOUNT
           MOVE STOP-AMOUNT-MAX TO WS-DSP-AMOUNT-2
           STRING '{"account":"' FUNCTION TRIM(WS-OUT-ACCOUNT) '",'
               '"reference":"' FUNCTION TRIM(STOP-REFERENCE) '",'
               '"amount_min":' FUNCTION TRIM(WS-DSP-AMOUNT) ','
               '"amount_max":' FUNCTION TRIM(WS-DSP-AMOUNT-2) ','
               '"placed":' STOP-PLACED ','
               '"expiry":' STOP-EXPIRY '}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

      * A case is open until DISPUTE-MANAGER settles it WON or LOST.
       WRITE-DISPUTE-SECTION.
           STRING '"disputes":[' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DSP-ACCOUNT TO WS-OUT-ACCOUNT
                           PERFORM FIND-IN-ACCOUNT-SET
                           IF WS-AS-MATCH > 0 AND
                              DSP-STATUS NOT = 'WON' AND
                              DSP-STATUS NOT = 'LOST'
                               PERFORM WRITE-DISPUTE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           STRING '],' DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-DISPUTE-ENTRY.
           ADD 1 TO WS-DISPUTE-COUNT
           IF WS-DISPUTE-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           MOVE DSP-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM MASK-ACCOUNT-NUMBER
           MOVE DSP-AMOUNT TO WS-DSP-AMOUNT
           STRING '{"case_id":"' FUNCTION TRIM(DSP-CASE-ID) '",'
               '"account":"' FUNCTION TRIM(WS-OUT-ACCOUNT) '",'
               '"amount":' FUNCTION TRIM(WS-DSP-AMOUNT) ','
               '"status":"' FUNCTION TRIM(DSP-STATUS) '",'
               '"opened":' DSP-OPENED-DATE ','
               '"updated":' DSP-UPDATED-DATE '}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       WRITE-SUMMARY-SECTION.
           MOVE WS-TOTAL-BALANCE TO WS-DSP-AMOUNT
           MOVE WS-TOTAL-AVAILABLE TO WS-DSP-AMOUNT-2
           STRING '"summary":{'
               '"accounts":' WS-ACCOUNT-COUNT ','
               '"total_balance":' FUNCTION TRIM(WS-DSP-AMOUNT) ','
               '"total_available":' FUNCTION TRIM(WS-DSP-AMOUNT-2) ','
               '"loans":' WS-LOAN-COUNT ','
               '"promises":' WS-PROMISE-COUNT ','
               '"cards":' WS-CARD-COUNT ','
               '"holds":' WS-HOLD-COUNT ','
               '"stop_payments":' WS-STOP-COUNT ','
               '"disputes":' WS-DISPUTE-COUNT '}}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       RECORD-INQUIRY.
           MOVE 'C360-VIEW' TO WS-AJ-ACTION
           MOVE WS-IN-CUSTOMER-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           MOVE WS-PII-DISCLOSED TO WS-DSP-COUNT
           STRING 'ACCOUNTS ' WS-ACCOUNT-COUNT
                  ' LOANS ' WS-LOAN-COUNT
                  ' UNMASKED ' FUNCTION TRIM(WS-DSP-COUNT)
                  ' ROLE ' FUNCTION TRIM(WS-PII-ROLE)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-OUTPUT.
           IF WS-STATUS NOT = 'SUCCESS'
               MOVE SPACES TO WS-JSON-OUTPUT
               STRING '{"status":"ERROR",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
