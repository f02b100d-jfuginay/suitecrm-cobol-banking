       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-SCHEDULER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Future-dated maintenance. Changes that must land on a given
      * day - product conversions on the first of the month, status
      * changes on a contract date, address moves, product rate table
      * changes - are entered here ahead of time with an effective
      * date and parked on scheduled-maintenance.dat (keyed by
      * schedule id). The BATCH-PROCESSOR SCHEDULED_MAINTENANCE job
      * applies each one on the first business day on or after its
      * effective date, with the same edits and change-log entries as
      * the online programs, and marks it APPLIED or FAILED.
      *   SCHEDULE - "change_type" is one of
      *                ACCT-STATUS   account, new_status (ACTIVE,
      *                              FROZEN or RESTRICTED)
      *                ACCT-PRODUCT  account, product (the new
      *                              ACCT-TYPE product code)
      *                CUST-ADDRESS  customer_id, address, city,
      *                              state, zip (blank = unchanged)
      *                PRODUCT-RATE  product, tier_floor, rate - a
      *                              new row on product-rates.dat
      *              plus "effective_date" (YYYYMMDD, after today)
      *              and "user". The target is edited now so an
      *              obvious mistake is caught at entry; it is edited
      *              again when the change comes due.
      *   CANCEL   - withdraw a PENDING change ("schedule_id"); once
      *              APPLIED or FAILED it can no longer be cancelled.
      *   INQUIRY  - return one scheduled change.
      *   LIST     - every PENDING change, in order of entry,
      *              on scheduled-maintenance-list.txt.
      * Entry and cancellation are journaled through AUDIT-JOURNAL.
      * Driven by maint-schedule-input.json; result in
      * maint-schedule-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'maint-schedule-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'maint-schedule-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-FILE
               ASSIGN TO 'scheduled-maintenance-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO 'scheduled-maintenance.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCH-ID
               FILE STATUS IS WS-SCHEDULE-STATUS.
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

       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(132).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SCH-ID              PIC 9(6).
           05  SCH-CHANGE          PIC X(12).
           05  SCH-KEY             PIC X(20).
           05  SCH-EFFECTIVE       PIC 9(8).
           05  SCH-NEW-VALUE       PIC X(10).
           05  SCH-ADDRESS         PIC X(40).
           05  SCH-CITY            PIC X(20).
           05  SCH-STATE           PIC X(2).
           05  SCH-ZIP             PIC X(10).
           05  SCH-TIER-FLOOR      PIC 9(10)V99.
           05  SCH-RATE            PIC 9(2)V9(4).
           05  SCH-REQUESTER       PIC X(30).
           05  SCH-REQUEST-DATE    PIC 9(8).
           05  SCH-STATUS          PIC X(10).
           05  SCH-RESULT-DATE     PIC 9(8).
           05  SCH-RESULT          PIC X(40).

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
       01  WS-SCHEDULE-STATUS      PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10).
       01  WS-IN-SCHEDULE-ID       PIC 9(6).
       01  WS-IN-CHANGE-TYPE       PIC X(12).
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-CUSTOMER-ID       PIC X(10).
       01  WS-IN-NEW-STATUS        PIC X(10).
       01  WS-IN-PRODUCT           PIC X(10).
       01  WS-IN-ADDRESS           PIC X(40).
       01  WS-IN-CITY              PIC X(20).
       01  WS-IN-STATE             PIC X(2).
       01  WS-IN-ZIP               PIC X(10).
       01  WS-IN-TIER-FLOOR        PIC 9(10)V99.
       01  WS-IN-RATE              PIC 9(2)V9(4).
       01  WS-IN-EFFECTIVE         PIC 9(8).
       01  WS-IN-USER              PIC X(30).

       01  WS-NEXT-SCHEDULE-ID     PIC 9(6).
       01  WS-EFF-MONTH            PIC 9(2).
       01  WS-EFF-DAY              PIC 9(2).
       01  WS-LISTED-COUNT         PIC 9(5).
       01  WS-DISPLAY-FLOOR        PIC Z(9)9.99.
       01  WS-DISPLAY-RATE         PIC Z9.9999.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'MAINT-SCHEDULER'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM OPEN-SCHEDULE-FILE

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'SCHEDULE'
                       PERFORM SCHEDULE-CHANGE
                   WHEN 'CANCEL'
                       PERFORM CANCEL-SCHEDULED-CHANGE
                   WHEN 'INQUIRY'
                       PERFORM INQUIRE-SCHEDULED-CHANGE
                   WHEN 'LIST'
                       PERFORM LIST-PENDING-CHANGES
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE SCHEDULE-FILE
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
           MOVE 0 TO WS-IN-SCHEDULE-ID
           MOVE SPACES TO WS-IN-CHANGE-TYPE
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-CUSTOMER-ID
           MOVE SPACES TO WS-IN-NEW-STATUS
           MOVE SPACES TO WS-IN-PRODUCT
           MOVE SPACES TO WS-IN-ADDRESS
           MOVE SPACES TO WS-IN-CITY
           MOVE SPACES TO WS-IN-STATE
           MOVE SPACES TO WS-IN-ZIP
           MOVE 0 TO WS-IN-TIER-FLOOR
           MOVE 0 TO WS-IN-RATE
           MOVE 0 TO WS-IN-EFFECTIVE
           MOVE SPACES TO WS-IN-USER

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-SCHEDULE-ID
           PERFORM EXTRACT-CHANGE-TYPE
           PERFORM EXTRACT-ACCOUNT
           PERFORM EXTRACT-CUSTOMER-ID
           PERFORM EXTRACT-NEW-STATUS
           PERFORM EXTRACT-PRODUCT
           PERFORM EXTRACT-ADDRESS-FIELDS
           PERFORM EXTRACT-RATE-FIELDS
           PERFORM EXTRACT-EFFECTIVE-DATE
           PERFORM EXTRACT-USER.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF.

       EXTRACT-SCHEDULE-ID.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"schedule_id":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-SCHEDULE-ID =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-CHANGE-TYPE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"change_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CHANGE-TYPE
           END-IF.

       EXTRACT-ACCOUNT.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT
           END-IF.

       EXTRACT-CUSTOMER-ID.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUSTOMER-ID
           END-IF.

       EXTRACT-NEW-STATUS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"new_status":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-NEW-STATUS
           END-IF.

       EXTRACT-PRODUCT.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"product":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PRODUCT
           END-IF.

       EXTRACT-ADDRESS-FIELDS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"address":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ADDRESS
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"city":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CITY
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"state":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-STATE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"zip":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ZIP
           END-IF.

       EXTRACT-RATE-FIELDS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"tier_floor":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-TIER-FLOOR =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"rate":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-RATE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-EFFECTIVE-DATE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"effective_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-EFFECTIVE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF.

       OPEN-SCHEDULE-FILE.
           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '35'
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Scheduled maintenance file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * SCHEDULE: a change due today or earlier belongs in the online
      * program, so the effective date must be a real future date.
      *----------------------------------------------------------------
       SCHEDULE-CHANGE.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-EFFECTIVE(5:2) TO WS-EFF-MONTH
           MOVE WS-IN-EFFECTIVE(7:2) TO WS-EFF-DAY
           IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12 OR
              WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'effective_date must be YYYYMMDD'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-EFFECTIVE NOT > WS-TODAY
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'effective_date must be after today'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

      * The id is taken first - the scan for it reuses the record area
      * that the edits below fill in.
           PERFORM FIND-NEXT-SCHEDULE-ID

           MOVE SPACES TO SCHEDULE-RECORD
           MOVE 0 TO SCH-TIER-FLOOR
           MOVE 0 TO SCH-RATE
           EVALUATE WS-IN-CHANGE-TYPE
               WHEN 'ACCT-STATUS'
                   PERFORM EDIT-ACCOUNT-STATUS-CHANGE
               WHEN 'ACCT-PRODUCT'
                   PERFORM EDIT-ACCOUNT-PRODUCT-CHANGE
               WHEN 'CUST-ADDRESS'
                   PERFORM EDIT-CUSTOMER-ADDRESS-CHANGE
               WHEN 'PRODUCT-RATE'
                   PERFORM EDIT-PRODUCT-RATE-CHANGE
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'change_type is not recognised'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-SCHEDULE-ID TO SCH-ID
           MOVE WS-IN-CHANGE-TYPE TO SCH-CHANGE
           MOVE WS-IN-EFFECTIVE TO SCH-EFFECTIVE
           MOVE WS-IN-USER TO SCH-REQUESTER
           MOVE WS-TODAY TO SCH-REQUEST-DATE
           MOVE 'PENDING' TO SCH-STATUS
           MOVE 0 TO SCH-RESULT-DATE
           MOVE SPACES TO SCH-RESULT
           WRITE SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not schedule change'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-NEXT-SCHEDULE-ID TO WS-IN-SCHEDULE-ID

           MOVE 'MAINT-SCHED' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-BEFORE
           PERFORM AUDIT-SCHEDULE-ENTRY.

      * Same edits as the online STATUS action, against the account as
      * it stands today.
       EDIT-ACCOUNT-STATUS-CHANGE.
           IF WS-IN-NEW-STATUS NOT = 'ACTIVE' AND
              WS-IN-NEW-STATUS NOT = 'FROZEN' AND
              WS-IN-NEW-STATUS NOT = 'RESTRICTED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'new_status ACTIVE, FROZEN or RESTRICTED'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TARGET-ACCOUNT
           IF WS-STATUS = 'SUCCESS'
               MOVE WS-IN-ACCOUNT TO SCH-KEY
               MOVE WS-IN-NEW-STATUS TO SCH-NEW-VALUE
           END-IF.

      * Term deposits and retirement accounts carry their own maturity
      * and plan records and are never converted in place.
       EDIT-ACCOUNT-PRODUCT-CHANGE.
           IF WS-IN-PRODUCT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'product is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PRODUCT = 'CD' OR WS-IN-PRODUCT = 'IRA'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Cannot convert into CD or IRA'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TARGET-ACCOUNT
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE = 'CD' OR ACCT-TYPE = 'IRA'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Cannot convert a CD or IRA account'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO SCH-KEY
           MOVE WS-IN-PRODUCT TO SCH-NEW-VALUE.

       READ-TARGET-ACCOUNT.
           IF WS-IN-ACCOUNT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'account is required' TO WS-ERROR-MESSAGE
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
                   MOVE 'Account not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS = 'CLOSED' OR
                      ACCT-STATUS = 'ESCHEATED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Closed account cannot be changed'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE ACCOUNT-MASTER.

       EDIT-CUSTOMER-ADDRESS-CHANGE.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ADDRESS = SPACES AND WS-IN-CITY = SPACES AND
              WS-IN-STATE = SPACES AND WS-IN-ZIP = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No address fields supplied' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
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
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF CUST-KYC-STATUS = 'DECEASED' OR
                      CUST-KYC-STATUS = 'MERGED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Customer is deceased or merged'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE CUSTOMER-MASTER
           IF WS-STATUS = 'SUCCESS'
               MOVE WS-IN-CUSTOMER-ID TO SCH-KEY
               MOVE WS-IN-ADDRESS TO SCH-ADDRESS
               MOVE WS-IN-CITY TO SCH-CITY
               MOVE WS-IN-STATE TO SCH-STATE
               MOVE WS-IN-ZIP TO SCH-ZIP
           END-IF.

       EDIT-PRODUCT-RATE-CHANGE.
           IF WS-IN-PRODUCT = SPACES OR WS-IN-RATE = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'product and rate are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PRODUCT TO SCH-KEY
           MOVE WS-IN-TIER-FLOOR TO SCH-TIER-FLOOR
           MOVE WS-IN-RATE TO SCH-RATE.

       FIND-NEXT-SCHEDULE-ID.
           MOVE 0 TO WS-NEXT-SCHEDULE-ID
           MOVE 'N' TO WS-EOF
           MOVE 0 TO SCH-ID
           START SCHEDULE-FILE KEY >= SCH-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SCH-ID TO WS-NEXT-SCHEDULE-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SCHEDULE-ID.

      *----------------------------------------------------------------
      * CANCEL: only while the change is still waiting for its date.
      *----------------------------------------------------------------
       CANCEL-SCHEDULED-CHANGE.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-SCHEDULE-ID TO SCH-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Scheduled change not found'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF SCH-STATUS NOT = 'PENDING'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Change is no longer pending' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'CANCELLED' TO SCH-STATUS
           MOVE WS-TODAY TO SCH-RESULT-DATE
           MOVE SPACES TO SCH-RESULT
           STRING 'Cancelled by ' FUNCTION TRIM(WS-IN-USER)
               DELIMITED BY SIZE INTO SCH-RESULT
           REWRITE SCHEDULE-RECORD

           MOVE 'MAINT-CANCEL' TO WS-AJ-ACTION
           MOVE 'PENDING' TO WS-AJ-BEFORE
           PERFORM AUDIT-SCHEDULE-ENTRY.

       AUDIT-SCHEDULE-ENTRY.
           MOVE SPACES TO WS-AJ-KEY
           STRING SCH-ID ' ' FUNCTION TRIM(SCH-KEY)
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(SCH-CHANGE) ' '
                  FUNCTION TRIM(SCH-NEW-VALUE) ' '
                  SCH-EFFECTIVE ' ' FUNCTION TRIM(SCH-STATUS)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       INQUIRE-SCHEDULED-CHANGE.
           MOVE WS-IN-SCHEDULE-ID TO SCH-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Scheduled change not found'
                       TO WS-ERROR-MESSAGE
           END-READ.

       LIST-PENDING-CHANGES.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT LIST-FILE
           MOVE SPACES TO LIST-RECORD
           STRING 'SCHEDULED MAINTENANCE - PENDING AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD

           MOVE 0 TO SCH-ID
           START SCHEDULE-FILE KEY >= SCH-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SCH-STATUS = 'PENDING'
                           PERFORM WRITE-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LIST-RECORD
           STRING 'Pending changes: ' WS-LISTED-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           CLOSE LIST-FILE.

       WRITE-LIST-LINE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO LIST-RECORD
           IF SCH-CHANGE = 'PRODUCT-RATE'
               MOVE SCH-TIER-FLOOR TO WS-DISPLAY-FLOOR
               MOVE SCH-RATE TO WS-DISPLAY-RATE
               STRING SCH-ID ' ' SCH-EFFECTIVE ' ' SCH-CHANGE ' '
                      SCH-KEY ' FLOOR ' WS-DISPLAY-FLOOR
                      ' RATE ' WS-DISPLAY-RATE
                      ' BY ' SCH-REQUESTER
                   DELIMITED BY SIZE INTO LIST-RECORD
           ELSE
               IF SCH-CHANGE = 'CUST-ADDRESS'
                   STRING SCH-ID ' ' SCH-EFFECTIVE ' ' SCH-CHANGE ' '
                          SCH-KEY ' ' SCH-ADDRESS ' '
                          FUNCTION TRIM(SCH-CITY) ' ' SCH-STATE
                          ' BY ' SCH-REQUESTER
                       DELIMITED BY SIZE INTO LIST-RECORD
               ELSE
                   STRING SCH-ID ' ' SCH-EFFECTIVE ' ' SCH-CHANGE ' '
                          SCH-KEY ' TO ' SCH-NEW-VALUE
                          ' BY ' SCH-REQUESTER
                       DELIMITED BY SIZE INTO LIST-RECORD
               END-IF
           END-IF
           WRITE LIST-RECORD.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               IF WS-ACTION = 'LIST'
                   STRING '{"status":"SUCCESS",'
                       '"action":"LIST",'
                       '"pending":' WS-LISTED-COUNT
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"SUCCESS",'
                       '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                       '"schedule_id":' SCH-ID ','
                       '"change_type":"' FUNCTION TRIM(SCH-CHANGE)
                       '","key":"' FUNCTION TRIM(SCH-KEY) '",'
                       '"effective_date":' SCH-EFFECTIVE ','
                       '"schedule_status":"'
                       FUNCTION TRIM(SCH-STATUS) '",'
                       '"result":"' FUNCTION TRIM(SCH-RESULT) '"'
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
