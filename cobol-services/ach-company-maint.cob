       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-COMPANY-MAINT.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * ACH originating company master. Every business customer
      * allowed to originate through ACH-ORIGINATOR is set up on
      * ach-companies.dat, keyed by the NACHA company ID, with the
      * settlement ACCT-NUMBER its entries settle against, the SEC
      * codes it may use (up to five, run together - 'PPDCCD'), its
      * exposure limits and whether its credit files must be prefunded
      * from the settlement account before they are sent.
      *   ADD       - set up a company ("company_id", "company_name",
      *               "account", "sec_codes", the six limits, and
      *               "multi_day_count", default 5, "prefund" Y/N).
      *               The settlement account must be open; its owner
      *               becomes the company's customer.
      *   CHANGE    - replace the settlement account, SEC codes,
      *               limits and prefund flag; name only if given.
      *   SUSPEND   - stop all origination for the company. Its items
      *               stay QUEUED until it is reinstated.
      *   REINSTATE - lift a suspension.
      *   INQUIRY   - return one company.
      * Limits are per file, per day, and over a rolling window of
      * "multi_day_count" calendar days, each split credit and debit.
      * A limit of zero means none of that side may be originated.
      * Every change is journaled through AUDIT-JOURNAL. Driven by
      * ach-company-input.json; result in ach-company-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'ach-company-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'ach-company-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-FILE ASSIGN TO 'ach-companies.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACO-COMPANY-ID
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05  ACO-COMPANY-ID      PIC X(10).
           05  ACO-NAME            PIC X(16).
           05  ACO-CUSTOMER-ID     PIC X(10).
           05  ACO-SETTLE-ACCOUNT  PIC X(20).
           05  ACO-SEC-CODES       PIC X(15).
           05  ACO-FILE-CR-LIMIT   PIC S9(10)V99 COMP-3.
           05  ACO-FILE-DR-LIMIT   PIC S9(10)V99 COMP-3.
           05  ACO-DAILY-CR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-DAILY-DR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-MULTI-DAYS      PIC 9(2).
           05  ACO-MULTI-CR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-MULTI-DR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-PREFUND         PIC X.
           05  ACO-STATUS          PIC X(10).
           05  ACO-PENDING-ID      PIC 9(6).
           05  ACO-SETUP-DATE      PIC 9(8).
           05  ACO-CHANGED-BY      PIC X(30).

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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-COMPANY-STATUS       PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-COMPANY-ID        PIC X(10).
       01  WS-IN-NAME              PIC X(16).
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-SEC-CODES         PIC X(15).
       01  WS-IN-FILE-CR-LIMIT     PIC 9(10)V99.
       01  WS-IN-FILE-DR-LIMIT     PIC 9(10)V99.
       01  WS-IN-DAILY-CR-LIMIT    PIC 9(10)V99.
       01  WS-IN-DAILY-DR-LIMIT    PIC 9(10)V99.
       01  WS-IN-MULTI-DAYS        PIC 9(2).
       01  WS-IN-MULTI-CR-LIMIT    PIC 9(10)V99.
       01  WS-IN-MULTI-DR-LIMIT    PIC 9(10)V99.
       01  WS-IN-PREFUND           PIC X.
       01  WS-IN-USER              PIC X(30).

       01  WS-BEFORE-STATUS        PIC X(10).
       01  WS-SEC-IDX              PIC 9(2).
       01  WS-SETTLE-CUSTOMER      PIC X(10).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'ACH-COMPANY-MAINT'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-AMOUNT-1        PIC Z(9)9.99.
       01  WS-JSON-AMOUNT-2        PIC Z(9)9.99.
       01  WS-JSON-AMOUNT-3        PIC Z(9)9.99.
       01  WS-JSON-AMOUNT-4        PIC Z(9)9.99.
       01  WS-JSON-AMOUNT-5        PIC Z(9)9.99.
       01  WS-JSON-AMOUNT-6        PIC Z(9)9.99.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM OPEN-COMPANY-FILE

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'ADD'
                       PERFORM ADD-COMPANY
                   WHEN 'CHANGE'
                       PERFORM CHANGE-COMPANY
                   WHEN 'SUSPEND'
                       PERFORM SUSPEND-COMPANY
                   WHEN 'REINSTATE'
                       PERFORM REINSTATE-COMPANY
                   WHEN 'INQUIRY'
                       PERFORM READ-COMPANY
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE COMPANY-FILE
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
           MOVE SPACES TO WS-IN-COMPANY-ID
           MOVE SPACES TO WS-IN-NAME
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-SEC-CODES
           MOVE 0 TO WS-IN-FILE-CR-LIMIT
           MOVE 0 TO WS-IN-FILE-DR-LIMIT
           MOVE 0 TO WS-IN-DAILY-CR-LIMIT
           MOVE 0 TO WS-IN-DAILY-DR-LIMIT
           MOVE 5 TO WS-IN-MULTI-DAYS
           MOVE 0 TO WS-IN-MULTI-CR-LIMIT
           MOVE 0 TO WS-IN-MULTI-DR-LIMIT
           MOVE 'N' TO WS-IN-PREFUND
           MOVE SPACES TO WS-IN-USER

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-COMPANY
           PERFORM EXTRACT-ACCOUNT
           PERFORM EXTRACT-SEC-CODES
           PERFORM EXTRACT-LIMITS
           PERFORM EXTRACT-PREFUND
           PERFORM EXTRACT-USER.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF.

       EXTRACT-COMPANY.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"company_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-COMPANY-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"company_name":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-NAME
           END-IF.

       EXTRACT-ACCOUNT.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT
           END-IF.

       EXTRACT-SEC-CODES.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"sec_codes":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-SEC-CODES
           END-IF.

       EXTRACT-LIMITS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"file_credit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-FILE-CR-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"file_debit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-FILE-DR-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"daily_credit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DAILY-CR-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"daily_debit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DAILY-DR-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"multi_day_count":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MULTI-DAYS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD
               DELIMITED BY '"multi_day_credit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MULTI-CR-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD
               DELIMITED BY '"multi_day_debit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-MULTI-DR-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-PREFUND.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"prefund":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PREFUND
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF.

       OPEN-COMPANY-FILE.
           IF WS-IN-COMPANY-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'company_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-USER = SPACES AND WS-ACTION NOT = 'INQUIRY'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O COMPANY-FILE
           IF WS-COMPANY-STATUS = '35'
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF
           IF WS-COMPANY-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'ACH company master not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

       READ-COMPANY.
           MOVE WS-IN-COMPANY-ID TO ACO-COMPANY-ID
           READ COMPANY-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Company not on ACH company master'
                       TO WS-ERROR-MESSAGE
           END-READ.

      *----------------------------------------------------------------
      * ADD / CHANGE: the settlement account must be open, every SEC
      * code must be one we originate, and the rolling window must be
      * at least one day.
      *----------------------------------------------------------------
       ADD-COMPANY.
           IF WS-IN-NAME = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'company_name is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-COMPANY-TERMS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-COMPANY-ID TO ACO-COMPANY-ID
           READ COMPANY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Company already on ACH company master'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO COMPANY-RECORD
           MOVE WS-IN-COMPANY-ID TO ACO-COMPANY-ID
           MOVE WS-IN-NAME TO ACO-NAME
           PERFORM FILL-COMPANY-TERMS
           MOVE 'ACTIVE' TO ACO-STATUS
           MOVE 0 TO ACO-PENDING-ID
           MOVE WS-TODAY TO ACO-SETUP-DATE
           MOVE WS-IN-USER TO ACO-CHANGED-BY
           WRITE COMPANY-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not add company' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO WS-BEFORE-STATUS
           MOVE 'ACHCO-ADD' TO WS-AJ-ACTION
           PERFORM AUDIT-COMPANY-CHANGE.

       CHANGE-COMPANY.
           PERFORM VALIDATE-COMPANY-TERMS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-COMPANY
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE ACO-STATUS TO WS-BEFORE-STATUS
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO ACO-NAME
           END-IF
           PERFORM FILL-COMPANY-TERMS
           MOVE WS-IN-USER TO ACO-CHANGED-BY
           REWRITE COMPANY-RECORD

           MOVE 'ACHCO-CHANGE' TO WS-AJ-ACTION
           PERFORM AUDIT-COMPANY-CHANGE.

       VALIDATE-COMPANY-TERMS.
           IF WS-IN-ACCOUNT = SPACES OR WS-IN-SEC-CODES = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'account and sec_codes are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-MULTI-DAYS = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'multi_day_count must be at least 1'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PREFUND NOT = 'Y' AND WS-IN-PREFUND NOT = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'prefund must be Y or N' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 3
                   UNTIL WS-SEC-IDX > 13
               IF WS-IN-SEC-CODES(WS-SEC-IDX:3) NOT = SPACES AND
                  WS-IN-SEC-CODES(WS-SEC-IDX:3) NOT = 'PPD' AND
                  WS-IN-SEC-CODES(WS-SEC-IDX:3) NOT = 'CCD' AND
                  WS-IN-SEC-CODES(WS-SEC-IDX:3) NOT = 'CTX' AND
                  WS-IN-SEC-CODES(WS-SEC-IDX:3) NOT = 'WEB' AND
                  WS-IN-SEC-CODES(WS-SEC-IDX:3) NOT = 'TEL'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'sec_codes may only hold PPD CCD CTX WEB TEL'
                       TO WS-ERROR-MESSAGE
               END-IF
           END-PERFORM
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Settlement account not found'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Settlement account is not open'
                           TO WS-ERROR-MESSAGE
                   END-IF
                   MOVE ACCT-CUSTOMER-ID TO WS-SETTLE-CUSTOMER
           END-READ
           CLOSE ACCOUNT-MASTER.

       FILL-COMPANY-TERMS.
           MOVE WS-SETTLE-CUSTOMER TO ACO-CUSTOMER-ID
           MOVE WS-IN-ACCOUNT TO ACO-SETTLE-ACCOUNT
           MOVE WS-IN-SEC-CODES TO ACO-SEC-CODES
           MOVE WS-IN-FILE-CR-LIMIT TO ACO-FILE-CR-LIMIT
           MOVE WS-IN-FILE-DR-LIMIT TO ACO-FILE-DR-LIMIT
           MOVE WS-IN-DAILY-CR-LIMIT TO ACO-DAILY-CR-LIMIT
           MOVE WS-IN-DAILY-DR-LIMIT TO ACO-DAILY-DR-LIMIT
           MOVE WS-IN-MULTI-DAYS TO ACO-MULTI-DAYS
           MOVE WS-IN-MULTI-CR-LIMIT TO ACO-MULTI-CR-LIMIT
           MOVE WS-IN-MULTI-DR-LIMIT TO ACO-MULTI-DR-LIMIT
           MOVE WS-IN-PREFUND TO ACO-PREFUND.

       SUSPEND-COMPANY.
           PERFORM READ-COMPANY
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF ACO-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Company is not active' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ACO-STATUS TO WS-BEFORE-STATUS
           MOVE 'SUSPENDED' TO ACO-STATUS
           MOVE WS-IN-USER TO ACO-CHANGED-BY
           REWRITE COMPANY-RECORD
           MOVE 'ACHCO-SUSP' TO WS-AJ-ACTION
           PERFORM AUDIT-COMPANY-CHANGE.

       REINSTATE-COMPANY.
           PERFORM READ-COMPANY
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF ACO-STATUS NOT = 'SUSPENDED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Company is not suspended' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ACO-STATUS TO WS-BEFORE-STATUS
           MOVE 'ACTIVE' TO ACO-STATUS
           MOVE WS-IN-USER TO ACO-CHANGED-BY
           REWRITE COMPANY-RECORD
           MOVE 'ACHCO-REINST' TO WS-AJ-ACTION
           PERFORM AUDIT-COMPANY-CHANGE.

       AUDIT-COMPANY-CHANGE.
           MOVE ACO-COMPANY-ID TO WS-AJ-KEY
           MOVE WS-BEFORE-STATUS TO WS-AJ-BEFORE
           MOVE ACO-DAILY-CR-LIMIT TO WS-JSON-AMOUNT-3
           MOVE ACO-DAILY-DR-LIMIT TO WS-JSON-AMOUNT-4
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(ACO-STATUS) ' '
                  FUNCTION TRIM(ACO-SETTLE-ACCOUNT) ' '
                  FUNCTION TRIM(ACO-SEC-CODES) ' DAY '
                  FUNCTION TRIM(WS-JSON-AMOUNT-3) '/'
                  FUNCTION TRIM(WS-JSON-AMOUNT-4) ' PF '
                  ACO-PREFUND
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
               MOVE ACO-FILE-CR-LIMIT TO WS-JSON-AMOUNT-1
               MOVE ACO-FILE-DR-LIMIT TO WS-JSON-AMOUNT-2
               MOVE ACO-DAILY-CR-LIMIT TO WS-JSON-AMOUNT-3
               MOVE ACO-DAILY-DR-LIMIT TO WS-JSON-AMOUNT-4
               MOVE ACO-MULTI-CR-LIMIT TO WS-JSON-AMOUNT-5
               MOVE ACO-MULTI-DR-LIMIT TO WS-JSON-AMOUNT-6
               STRING '{"status":"SUCCESS",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"company_id":"' FUNCTION TRIM(ACO-COMPANY-ID) '",'
                   '"company_name":"' FUNCTION TRIM(ACO-NAME) '",'
                   '"customer_id":"' FUNCTION TRIM(ACO-CUSTOMER-ID)
                   '",'
                   '"account":"' FUNCTION TRIM(ACO-SETTLE-ACCOUNT)
                   '",'
                   '"sec_codes":"' FUNCTION TRIM(ACO-SEC-CODES) '",'
                   '"file_credit_limit":'
                   FUNCTION TRIM(WS-JSON-AMOUNT-1) ','
                   '"file_debit_limit":'
                   FUNCTION TRIM(WS-JSON-AMOUNT-2) ','
                   '"daily_credit_limit":'
                   FUNCTION TRIM(WS-JSON-AMOUNT-3) ','
                   '"daily_debit_limit":'
                   FUNCTION TRIM(WS-JSON-AMOUNT-4) ','
                   '"multi_day_count":' ACO-MULTI-DAYS ','
                   '"multi_day_credit_limit":'
                   FUNCTION TRIM(WS-JSON-AMOUNT-5) ','
                   '"multi_day_debit_limit":'
                   FUNCTION TRIM(WS-JSON-AMOUNT-6) ','
                   '"prefund":"' ACO-PREFUND '",'
                   '"company_status":"' FUNCTION TRIM(ACO-STATUS) '",'
                   '"pending_approval":' ACO-PENDING-ID
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
