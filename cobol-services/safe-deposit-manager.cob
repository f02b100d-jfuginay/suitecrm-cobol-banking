       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFE-DEPOSIT-MANAGER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Safe deposit box inventory and rental maintenance. Every box
      * a branch holds is on safe-deposit-boxes.dat, keyed by branch
      * and box number, with its size, rental status (AVAILABLE,
      * RENTED, DRILL-DUE, DRILLED), the linked billing ACCT-NUMBER,
      * the annual rent and the next rent due date. Renters are kept
      * the way account-owners.dat keeps owners: one slot per renter
      * under the box on safe-deposit-renters.dat with role PRIMARY,
      * JOINT or DEPUTY (deputies have access but are not lessees).
      *   ADD         - inventory a box ("branch", "box", "size",
      *                 "annual_rent"); a DRILLED box comes back into
      *                 stock under a new lock with its old renter
      *                 slots cleared.
      *   RENT        - lease an AVAILABLE box to "customer_id"
      *                 (PRIMARY, KYC APPROVED), billed from "account"
      *                 (open, same customer as owner of record). Rent
      *                 is due the day of rental; the batch bills it.
      *   SURRENDER   - the renters give the box back. Refused while
      *                 rent is delinquent.
      *   RENTER-ADD  - add a co-renter or deputy ("customer_id",
      *                 "role", default JOINT).
      *   RENTER-DEL  - remove one; the PRIMARY renter cannot be
      *                 removed.
      *   DRILL       - record a drilling ("drill_reference" is the
      *                 sealed contents inventory envelope) on a
      *                 RENTED or DRILL-DUE box.
      *   INQUIRY     - return one box.
      * Annual billing, delinquency tracking and the drill list are
      * the BATCH-PROCESSOR SAFE_DEPOSIT_BILLING job. Every change is
      * journaled through AUDIT-JOURNAL. Driven by
      * safe-deposit-input.json; result in safe-deposit-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'safe-deposit-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'safe-deposit-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOX-FILE ASSIGN TO 'safe-deposit-boxes.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT RENTER-FILE ASSIGN TO 'safe-deposit-renters.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SDR-KEY
               FILE STATUS IS WS-RENTER-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  BOX-FILE.
       01  BOX-RECORD.
           05  SDB-KEY.
               10  SDB-BRANCH      PIC X(4).
               10  SDB-BOX-NUMBER  PIC X(6).
           05  SDB-SIZE            PIC X(6).
           05  SDB-STATUS          PIC X(10).
           05  SDB-BILLING-ACCT    PIC X(20).
           05  SDB-ANNUAL-RENT     PIC S9(5)V99 COMP-3.
           05  SDB-RENT-DUE        PIC 9(8).
           05  SDB-RENTED-DATE     PIC 9(8).
           05  SDB-LAST-BILLED     PIC 9(8).
           05  SDB-DELINQ-SINCE    PIC 9(8).
           05  SDB-DRILL-DATE      PIC 9(8).
           05  SDB-DRILL-REF       PIC X(20).

       FD  RENTER-FILE.
       01  RENTER-RECORD.
           05  SDR-KEY.
               10  SDR-BRANCH      PIC X(4).
               10  SDR-BOX-NUMBER  PIC X(6).
               10  SDR-SEQ         PIC 9(2).
           05  SDR-RENTER-ID       PIC X(10).
           05  SDR-ROLE            PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-BOX-STATUS           PIC XX.
       01  WS-RENTER-STATUS        PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-BRANCH            PIC X(4).
       01  WS-IN-BOX               PIC X(6).
       01  WS-IN-SIZE              PIC X(6).
       01  WS-IN-ANNUAL-RENT       PIC 9(5)V99.
       01  WS-IN-CUSTOMER-ID       PIC X(10).
       01  WS-IN-ROLE              PIC X(10).
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-DRILL-REF         PIC X(20).
       01  WS-IN-USER              PIC X(30).

       01  WS-RENTER-EOF           PIC X.
       01  WS-RENTER-FOUND-SEQ     PIC 9(2).
       01  WS-RENTER-NEXT-SEQ      PIC 9(2).
       01  WS-RENTER-COUNT         PIC 9(2).
       01  WS-BEFORE-STATUS        PIC X(10).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'SAFE-DEPOSIT-MANAGER'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-RENT            PIC Z(4)9.99.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM OPEN-BOX-FILES

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'ADD'
                       PERFORM ADD-BOX-TO-INVENTORY
                   WHEN 'RENT'
                       PERFORM RENT-BOX
                   WHEN 'SURRENDER'
                       PERFORM SURRENDER-BOX
                   WHEN 'RENTER-ADD'
                       PERFORM ADD-BOX-RENTER
                   WHEN 'RENTER-DEL'
                       PERFORM REMOVE-BOX-RENTER
                   WHEN 'DRILL'
                       PERFORM RECORD-BOX-DRILLING
                   WHEN 'INQUIRY'
                       PERFORM READ-BOX
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE BOX-FILE
               CLOSE RENTER-FILE
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

           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-BRANCH
           MOVE SPACES TO WS-IN-BOX
           MOVE SPACES TO WS-IN-SIZE
           MOVE 0 TO WS-IN-ANNUAL-RENT
           MOVE SPACES TO WS-IN-CUSTOMER-ID
           MOVE SPACES TO WS-IN-ROLE
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-DRILL-REF
           MOVE SPACES TO WS-IN-USER

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-BOX-KEY
           PERFORM EXTRACT-SIZE
           PERFORM EXTRACT-ANNUAL-RENT
           PERFORM EXTRACT-CUSTOMER-ID
           PERFORM EXTRACT-ROLE
           PERFORM EXTRACT-ACCOUNT
           PERFORM EXTRACT-DRILL-REF
           PERFORM EXTRACT-USER.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF.

       EXTRACT-BOX-KEY.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"branch":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-BRANCH
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"box":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-BOX
           END-IF.

       EXTRACT-SIZE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"size":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-SIZE
           END-IF.

       EXTRACT-ANNUAL-RENT.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"annual_rent":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-ANNUAL-RENT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-CUSTOMER-ID.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUSTOMER-ID
           END-IF.

       EXTRACT-ROLE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"role":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-ROLE
           END-IF.

       EXTRACT-ACCOUNT.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT
           END-IF.

       EXTRACT-DRILL-REF.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"drill_reference":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DRILL-REF
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF.

       OPEN-BOX-FILES.
           IF WS-IN-BRANCH = SPACES OR WS-IN-BOX = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'branch and box are required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES AND WS-ACTION NOT = 'INQUIRY'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O BOX-FILE
           IF WS-BOX-STATUS = '35'
               OPEN OUTPUT BOX-FILE
               CLOSE BOX-FILE
               OPEN I-O BOX-FILE
           END-IF
           OPEN I-O RENTER-FILE
           IF WS-RENTER-STATUS = '35'
               OPEN OUTPUT RENTER-FILE
               CLOSE RENTER-FILE
               OPEN I-O RENTER-FILE
           END-IF
           IF WS-BOX-STATUS NOT = '00' OR WS-RENTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Safe deposit files not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

       READ-BOX.
           MOVE WS-IN-BRANCH TO SDB-BRANCH
           MOVE WS-IN-BOX TO SDB-BOX-NUMBER
           READ BOX-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Box not on inventory' TO WS-ERROR-MESSAGE
           END-READ.

      *----------------------------------------------------------------
      * ADD: a new box, or a drilled box back into stock under a new
      * lock. Whatever renter slots the drilled box carried go.
      *----------------------------------------------------------------
       ADD-BOX-TO-INVENTORY.
           IF WS-IN-SIZE = SPACES OR WS-IN-ANNUAL-RENT = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'size and annual_rent are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-BRANCH TO SDB-BRANCH
           MOVE WS-IN-BOX TO SDB-BOX-NUMBER
           READ BOX-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-STATUS
                   PERFORM FILL-NEW-BOX
                   WRITE BOX-RECORD
                       INVALID KEY
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Could not add box'
                               TO WS-ERROR-MESSAGE
                   END-WRITE
               NOT INVALID KEY
                   IF SDB-STATUS NOT = 'DRILLED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Box already on inventory'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE SDB-STATUS TO WS-BEFORE-STATUS
                       PERFORM CLEAR-BOX-RENTERS
                       PERFORM FILL-NEW-BOX
                       REWRITE BOX-RECORD
                   END-IF
           END-READ

           IF WS-STATUS = 'SUCCESS'
               MOVE 'SDB-ADD' TO WS-AJ-ACTION
               PERFORM AUDIT-BOX-CHANGE
           END-IF.

       FILL-NEW-BOX.
           MOVE WS-IN-BRANCH TO SDB-BRANCH
           MOVE WS-IN-BOX TO SDB-BOX-NUMBER
           MOVE WS-IN-SIZE TO SDB-SIZE
           MOVE 'AVAILABLE' TO SDB-STATUS
           MOVE SPACES TO SDB-BILLING-ACCT
           MOVE WS-IN-ANNUAL-RENT TO SDB-ANNUAL-RENT
           MOVE 0 TO SDB-RENT-DUE
           MOVE 0 TO SDB-RENTED-DATE
           MOVE 0 TO SDB-LAST-BILLED
           MOVE 0 TO SDB-DELINQ-SINCE
           MOVE 0 TO SDB-DRILL-DATE
           MOVE SPACES TO SDB-DRILL-REF.

      *----------------------------------------------------------------
      * RENT: the lessee must be a KYC-approved customer and the rent
      * account open and theirs. The first year falls due today.
      *----------------------------------------------------------------
       RENT-BOX.
           IF WS-IN-CUSTOMER-ID = SPACES OR WS-IN-ACCOUNT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id and account are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BOX
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SDB-STATUS NOT = 'AVAILABLE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Box is not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RENTER-CUSTOMER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Billing account not found'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Billing account is not active'
                           TO WS-ERROR-MESSAGE
                   END-IF
                   IF ACCT-CUSTOMER-ID NOT = WS-IN-CUSTOMER-ID
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Billing account belongs to another'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE ACCOUNT-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE SDB-STATUS TO WS-BEFORE-STATUS
           MOVE 'RENTED' TO SDB-STATUS
           MOVE WS-IN-ACCOUNT TO SDB-BILLING-ACCT
           IF WS-IN-ANNUAL-RENT > 0
               MOVE WS-IN-ANNUAL-RENT TO SDB-ANNUAL-RENT
           END-IF
           MOVE WS-TODAY TO SDB-RENT-DUE
           MOVE WS-TODAY TO SDB-RENTED-DATE
           MOVE 0 TO SDB-LAST-BILLED
           MOVE 0 TO SDB-DELINQ-SINCE
           REWRITE BOX-RECORD

           PERFORM CLEAR-BOX-RENTERS
           MOVE WS-IN-BRANCH TO SDR-BRANCH
           MOVE WS-IN-BOX TO SDR-BOX-NUMBER
           MOVE 1 TO SDR-SEQ
           MOVE WS-IN-CUSTOMER-ID TO SDR-RENTER-ID
           MOVE 'PRIMARY' TO SDR-ROLE
           WRITE RENTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE

           MOVE 'SDB-RENT' TO WS-AJ-ACTION
           PERFORM AUDIT-BOX-CHANGE.

       CHECK-RENTER-CUSTOMER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Customer master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not on master' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF CUST-KYC-STATUS NOT = 'APPROVED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Customer KYC status is not approved'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE CUSTOMER-MASTER.

      *----------------------------------------------------------------
      * SURRENDER: keys back, box empty. Unpaid rent has to be settled
      * first - a delinquent box goes the drilling route instead.
      *----------------------------------------------------------------
       SURRENDER-BOX.
           PERFORM READ-BOX
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SDB-STATUS NOT = 'RENTED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Box is not rented' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SDB-DELINQ-SINCE > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Rent is delinquent - settle before surrender'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SDB-STATUS TO WS-BEFORE-STATUS
           PERFORM CLEAR-BOX-RENTERS
           MOVE 'AVAILABLE' TO SDB-STATUS
           MOVE SPACES TO SDB-BILLING-ACCT
           MOVE 0 TO SDB-RENT-DUE
           MOVE 0 TO SDB-RENTED-DATE
           REWRITE BOX-RECORD

           MOVE 'SDB-SURRENDR' TO WS-AJ-ACTION
           PERFORM AUDIT-BOX-CHANGE.

       ADD-BOX-RENTER.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ROLE = SPACES
               MOVE 'JOINT' TO WS-IN-ROLE
           END-IF
           IF WS-IN-ROLE NOT = 'JOINT' AND WS-IN-ROLE NOT = 'DEPUTY'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'role must be JOINT or DEPUTY' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BOX
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SDB-STATUS NOT = 'RENTED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Box is not rented' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RENTER-CUSTOMER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-RENTER-SLOTS
           IF WS-RENTER-FOUND-SEQ > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Customer already a renter' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-BRANCH TO SDR-BRANCH
           MOVE WS-IN-BOX TO SDR-BOX-NUMBER
           MOVE WS-RENTER-NEXT-SEQ TO SDR-SEQ
           MOVE WS-IN-CUSTOMER-ID TO SDR-RENTER-ID
           MOVE WS-IN-ROLE TO SDR-ROLE
           WRITE RENTER-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Renter slot already taken'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SDB-STATUS TO WS-BEFORE-STATUS
           MOVE 'SDB-RNTR-ADD' TO WS-AJ-ACTION
           PERFORM AUDIT-BOX-CHANGE.

       REMOVE-BOX-RENTER.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BOX
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-RENTER-SLOTS
           IF WS-RENTER-FOUND-SEQ = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Customer is not a renter' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-BRANCH TO SDR-BRANCH
           MOVE WS-IN-BOX TO SDR-BOX-NUMBER
           MOVE WS-RENTER-FOUND-SEQ TO SDR-SEQ
           READ RENTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SDR-ROLE = 'PRIMARY'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Primary renter cannot be removed'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       DELETE RENTER-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ

           IF WS-STATUS = 'SUCCESS'
               MOVE SDB-STATUS TO WS-BEFORE-STATUS
               MOVE 'SDB-RNTR-DEL' TO WS-AJ-ACTION
               PERFORM AUDIT-BOX-CHANGE
           END-IF.

       SCAN-RENTER-SLOTS.
           MOVE 0 TO WS-RENTER-FOUND-SEQ
           MOVE 1 TO WS-RENTER-NEXT-SEQ
           MOVE 0 TO WS-RENTER-COUNT
           MOVE 'N' TO WS-RENTER-EOF
           MOVE WS-IN-BRANCH TO SDR-BRANCH
           MOVE WS-IN-BOX TO SDR-BOX-NUMBER
           MOVE 0 TO SDR-SEQ
           START RENTER-FILE KEY >= SDR-KEY
               INVALID KEY MOVE 'Y' TO WS-RENTER-EOF
           END-START

           PERFORM UNTIL WS-RENTER-EOF = 'Y'
               READ RENTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RENTER-EOF
                   NOT AT END
                       IF SDR-BRANCH NOT = WS-IN-BRANCH OR
                          SDR-BOX-NUMBER NOT = WS-IN-BOX
                           MOVE 'Y' TO WS-RENTER-EOF
                       ELSE
                           ADD 1 TO WS-RENTER-COUNT
                           COMPUTE WS-RENTER-NEXT-SEQ = SDR-SEQ + 1
                           IF SDR-RENTER-ID = WS-IN-CUSTOMER-ID
                               MOVE SDR-SEQ TO WS-RENTER-FOUND-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-BOX-RENTERS.
           MOVE 'N' TO WS-RENTER-EOF
           MOVE WS-IN-BRANCH TO SDR-BRANCH
           MOVE WS-IN-BOX TO SDR-BOX-NUMBER
           MOVE 0 TO SDR-SEQ
           START RENTER-FILE KEY >= SDR-KEY
               INVALID KEY MOVE 'Y' TO WS-RENTER-EOF
           END-START

           PERFORM UNTIL WS-RENTER-EOF = 'Y'
               READ RENTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RENTER-EOF
                   NOT AT END
                       IF SDR-BRANCH NOT = WS-IN-BRANCH OR
                          SDR-BOX-NUMBER NOT = WS-IN-BOX
                           MOVE 'Y' TO WS-RENTER-EOF
                       ELSE
                           DELETE RENTER-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * DRILL: the box is opened without the renter's key - at the
      * renter's request or after the delinquency notice period. The
      * sealed inventory reference is what the vault files the
      * contents under; renter slots stay so the contents can be
      * released to them.
      *----------------------------------------------------------------
       RECORD-BOX-DRILLING.
           IF WS-IN-DRILL-REF = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'drill_reference is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BOX
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF SDB-STATUS NOT = 'RENTED' AND
              SDB-STATUS NOT = 'DRILL-DUE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Box is not rented' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SDB-STATUS TO WS-BEFORE-STATUS
           MOVE 'DRILLED' TO SDB-STATUS
           MOVE WS-TODAY TO SDB-DRILL-DATE
           MOVE WS-IN-DRILL-REF TO SDB-DRILL-REF
           MOVE 0 TO SDB-RENT-DUE
           REWRITE BOX-RECORD

           MOVE 'SDB-DRILL' TO WS-AJ-ACTION
           PERFORM AUDIT-BOX-CHANGE.

       AUDIT-BOX-CHANGE.
           MOVE SPACES TO WS-AJ-KEY
           STRING SDB-BRANCH '-' SDB-BOX-NUMBER
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE WS-BEFORE-STATUS TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(SDB-STATUS) ' '
                  FUNCTION TRIM(WS-IN-CUSTOMER-ID) ' '
                  FUNCTION TRIM(SDB-BILLING-ACCT) ' '
                  FUNCTION TRIM(SDB-DRILL-REF)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               MOVE SDB-ANNUAL-RENT TO WS-JSON-RENT
               STRING '{"status":"SUCCESS",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"branch":"' FUNCTION TRIM(SDB-BRANCH) '",'
                   '"box":"' FUNCTION TRIM(SDB-BOX-NUMBER) '",'
                   '"size":"' FUNCTION TRIM(SDB-SIZE) '",'
                   '"box_status":"' FUNCTION TRIM(SDB-STATUS) '",'
                   '"billing_account":"'
                   FUNCTION TRIM(SDB-BILLING-ACCT) '",'
                   '"annual_rent":' FUNCTION TRIM(WS-JSON-RENT) ','
                   '"rent_due":' SDB-RENT-DUE ','
                   '"delinquent_since":' SDB-DELINQ-SINCE ','
                   '"drill_reference":"'
                   FUNCTION TRIM(SDB-DRILL-REF) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
