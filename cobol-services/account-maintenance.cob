      * account-change-log.dat record MAINFRAME-SYNC's delta sync
      * already consumes. Driven by account-maint-input.json; result
      * in account-maint-output.json.
      *
      * ODP-LINK sets up overdraft protection for an account on
      * od-protection.dat: up to three funding accounts in priority
      * order ("funding_1" .. "funding_3"), the transfer increment
      * and the per-sweep transfer fee. The batch overdraft sweep
      * draws on them before any OD fee. ODP-UNLINK removes it.
      *
      * A CLOSE by CHECK cuts an official check through
      * OFFICIAL-CHECK-REGISTER, payable to "payee" or, when none is
      * given, to the customer on the master; the check number comes
      * back as "official_check".
      *
      * A COMMERCIAL account opens only for a business whose
      * beneficial ownership (beneficial-owners.dat, maintained by
      * CUSTOMER-MAINTENANCE) names a control person and was
      * certified within the last year.
      *
      * Status changes and product conversions due on a later date
      * are entered through MAINTENANCE-SCHEDULER and applied by the
      * BATCH-PROCESSOR SCHEDULED_MAINTENANCE job on the day, with
      * the same edits and change-log record as STATUS here.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO 'od-protection.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ODP-ACCOUNT
               FILE STATUS IS WS-ODP-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO 'beneficial-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-BO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
                                       SEPARATE.
           05  CHG-AFTER-BAL       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-STATUS    PIC X(10).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  OD-PROTECTION-FILE.
       01  OD-PROTECTION-RECORD.
           05  ODP-ACCOUNT         PIC X(20).
           05  ODP-FUNDING-ACCT    PIC X(20) OCCURS 3 TIMES.
           05  ODP-INCREMENT       PIC S9(7)V99 COMP-3.
           05  ODP-TRANSFER-FEE    PIC S9(5)V99 COMP-3.
           05  ODP-STATUS          PIC X(10).
           05  ODP-LINKED-DATE     PIC 9(8).

       FD  BENEFICIAL-OWNER-FILE.
       01  BENEFICIAL-OWNER-RECORD.
           05  BOW-KEY.
               10  BOW-BUSINESS-ID PIC X(10).
               10  BOW-ROLE        PIC X(10).
               10  BOW-OWNER-ID    PIC X(10).
           05  BOW-OWNERSHIP-PCT   PIC 9(3)V99.
           05  BOW-CERT-DATE       PIC 9(8).
           05  BOW-STATUS          PIC X(10).
           05  BOW-ADDED-DATE      PIC 9(8).
           05  BOW-REMOVED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
           05  WS-IN-NEW-STATUS    PIC X(10).
           05  WS-IN-OWNER-ID      PIC X(10).
           05  WS-IN-ROLE          PIC X(10).
           05  WS-IN-FUNDING       PIC X(20) OCCURS 3 TIMES.
           05  WS-IN-INCREMENT     PIC 9(7)V99.
           05  WS-IN-XFER-FEE      PIC 9(5)V99.
           05  WS-IN-PAYEE         PIC X(40).

       01  WS-ODP-STATUS           PIC XX.

      * Beneficial ownership certification check for business opens.
       01  WS-BO-FILE-STATUS       PIC XX.
       01  WS-BO-EOF               PIC X.
       01  WS-BO-CERT-VALID-DAYS   PIC 9(4) VALUE 365.
       01  WS-BO-CERT-CUTOFF       PIC 9(8).
       01  WS-BO-HAS-CONTROL       PIC X.
       01  WS-BO-CERT-PROBLEM      PIC X(10).
       01  WS-ODP-IDX              PIC 9(1).
       01  WS-ODP-IDX2             PIC 9(1).

       01  WS-OWNER-XREF-STATUS    PIC XX.
       01  WS-XREF-EOF             PIC X.
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'BRCH'.

       01  WS-OC-PAYEE             PIC X(40).
       01  WS-OC-REMITTER          PIC X(40).
       01  WS-OC-AMOUNT            PIC S9(10)V99 COMP-3.
       01  WS-OC-ACCOUNT           PIC X(20).
       01  WS-OC-ORIGIN            PIC X(10) VALUE 'CLOSING'.
       01  WS-OC-USER              PIC X(30) VALUE 'ACCOUNT-MAINT'.
       01  WS-OC-CHECK-NUMBER      PIC 9(10) VALUE 0.
       01  WS-OC-RETURN-CODE       PIC X(2).
       01  WS-JSON-CHECK-NUMBER    PIC X(10) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
                       PERFORM ADD-ACCOUNT-OWNER
                   WHEN 'OWNER-DEL'
                       PERFORM REMOVE-ACCOUNT-OWNER
                   WHEN 'ODP-LINK'
                       PERFORM LINK-OD-PROTECTION
                   WHEN 'ODP-UNLINK'
                       PERFORM UNLINK-OD-PROTECTION
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-INPUT-FIELDS
           MOVE 0 TO WS-IN-DEPOSIT
           MOVE 0 TO WS-IN-INCREMENT
           MOVE 0 TO WS-IN-XFER-FEE

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-ACCOUNT
           PERFORM EXTRACT-TRANSFER-TO
           PERFORM EXTRACT-NEW-STATUS
           PERFORM EXTRACT-OWNER-ID
           PERFORM EXTRACT-ROLE
           PERFORM EXTRACT-OD-PROTECTION
           PERFORM EXTRACT-PAYEE.

       EXTRACT-PAYEE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"payee":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PAYEE
           END-IF.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
                   INTO WS-IN-ROLE
           END-IF.

       EXTRACT-OD-PROTECTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"funding_1":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-FUNDING(1)
           END-IF
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"funding_2":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-FUNDING(2)
           END-IF
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"funding_3":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-FUNDING(3)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"increment":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-INCREMENT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"transfer_fee":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-XFER-FEE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '35'
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PRODUCT = 'COMMERCIAL'
               PERFORM CHECK-BENEFICIAL-OWNERSHIP
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               PERFORM CALL-GL-POSTING
           END-IF.

      *----------------------------------------------------------------
      * Business opens need a control person on file and every
      * current owner row certified inside the validity window.
      *----------------------------------------------------------------
       CHECK-BENEFICIAL-OWNERSHIP.
           COMPUTE WS-BO-CERT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-BO-CERT-VALID-DAYS)
           MOVE 'N' TO WS-BO-HAS-CONTROL
           MOVE SPACES TO WS-BO-CERT-PROBLEM
           OPEN INPUT BENEFICIAL-OWNER-FILE
           IF WS-BO-FILE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Beneficial ownership certification missing'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BO-EOF
           MOVE WS-IN-CUSTOMER-ID TO BOW-BUSINESS-ID
           MOVE LOW-VALUES TO BOW-ROLE
           MOVE LOW-VALUES TO BOW-OWNER-ID
           START BENEFICIAL-OWNER-FILE KEY >= BOW-KEY
               INVALID KEY MOVE 'Y' TO WS-BO-EOF
           END-START
           PERFORM UNTIL WS-BO-EOF = 'Y'
               READ BENEFICIAL-OWNER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BO-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT = WS-IN-CUSTOMER-ID
                           MOVE 'Y' TO WS-BO-EOF
                       ELSE
                           IF BOW-STATUS = 'ACTIVE'
                               PERFORM CHECK-ONE-BENEFICIAL-OWNER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFICIAL-OWNER-FILE

           IF WS-BO-HAS-CONTROL = 'N'
               MOVE 'MISSING' TO WS-BO-CERT-PROBLEM
           END-IF
           IF WS-BO-CERT-PROBLEM = 'MISSING'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Beneficial ownership certification missing'
                   TO WS-ERROR-MESSAGE
           END-IF
           IF WS-BO-CERT-PROBLEM = 'EXPIRED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Beneficial ownership certification expired'
                   TO WS-ERROR-MESSAGE
           END-IF.

       CHECK-ONE-BENEFICIAL-OWNER.
           IF BOW-ROLE = 'CONTROL'
               MOVE 'Y' TO WS-BO-HAS-CONTROL
           END-IF
           IF BOW-CERT-DATE = 0
               MOVE 'MISSING' TO WS-BO-CERT-PROBLEM
           ELSE
               IF BOW-CERT-DATE < WS-BO-CERT-CUTOFF AND
                  WS-BO-CERT-PROBLEM = SPACES
                   MOVE 'EXPIRED' TO WS-BO-CERT-PROBLEM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CLOSE: balance must leave by TRANSFER or CHECK first; active
      * holds block the close outright.

      * Paying the balance by official check: the deposit liability
      * unwinds against cash.
      * The closing check is an official check: it goes on the
      * register and books 2000 to official checks outstanding, so it
      * can be verified when presented and escheated if never cashed.
       DISPOSE-BY-CHECK.
           MOVE 'ACCOUNT HOLDER' TO WS-OC-REMITTER
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = '00'
               MOVE ACCT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-OC-REMITTER
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-IN-PAYEE NOT = SPACES
               MOVE WS-IN-PAYEE TO WS-OC-PAYEE
           ELSE
               MOVE WS-OC-REMITTER TO WS-OC-PAYEE
           END-IF
           MOVE WS-CLOSE-AMOUNT TO WS-OC-AMOUNT
           MOVE WS-IN-ACCOUNT TO WS-OC-ACCOUNT

           CALL 'OFFICIAL-CHECK-REGISTER' USING WS-OC-PAYEE
                                                 WS-OC-REMITTER
                                                 WS-OC-AMOUNT
                                                 WS-OC-ACCOUNT
                                                 WS-OC-ORIGIN
                                                 WS-OC-USER
                                                 WS-GL-COST-CENTER
                                                 WS-OC-CHECK-NUMBER
                                                 WS-OC-RETURN-CODE
           IF WS-OC-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'Official check not issued, code '
                   WS-OC-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-CHECK-NUMBER TO WS-JSON-CHECK-NUMBER.

       CHANGE-ACCOUNT-STATUS.
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * Overdraft protection link. Funding accounts must be open and
      * distinct from the protected account and from each other; the
      * first funding slot is required and slots fill in order.
      *----------------------------------------------------------------
       LINK-OD-PROTECTION.
           IF WS-IN-ACCOUNT = SPACES OR WS-IN-FUNDING(1) = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'account and funding_1 are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-FUNDING(2) = SPACES AND
              WS-IN-FUNDING(3) NOT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'funding_3 given without funding_2'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                   UNTIL WS-ODP-IDX > 3 OR WS-STATUS NOT = 'SUCCESS'
               IF WS-IN-FUNDING(WS-ODP-IDX) NOT = SPACES
                   PERFORM CHECK-OD-FUNDING-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS = 'CLOSED' OR ACCT-STATUS = 'ESCHEATED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account is closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-OD-PROTECTION
           IF WS-ODP-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Overdraft protection file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ACCOUNT TO ODP-ACCOUNT
           READ OD-PROTECTION-FILE
               INVALID KEY
                   PERFORM FILL-OD-PROTECTION-RECORD
                   WRITE OD-PROTECTION-RECORD
                       INVALID KEY
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Could not record protection link'
                               TO WS-ERROR-MESSAGE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-OD-PROTECTION-RECORD
                   REWRITE OD-PROTECTION-RECORD
           END-READ
           CLOSE OD-PROTECTION-FILE.

       CHECK-OD-FUNDING-ACCOUNT.
           IF WS-IN-FUNDING(WS-ODP-IDX) = WS-IN-ACCOUNT
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'An account cannot fund its own protection'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ODP-IDX2 FROM 1 BY 1
                   UNTIL WS-ODP-IDX2 >= WS-ODP-IDX
               IF WS-IN-FUNDING(WS-ODP-IDX2) =
                  WS-IN-FUNDING(WS-ODP-IDX)
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Funding account listed twice'
                       TO WS-ERROR-MESSAGE
               END-IF
           END-PERFORM
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-FUNDING(WS-ODP-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   STRING 'Funding account not found: '
                          WS-IN-FUNDING(WS-ODP-IDX)
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       STRING 'Funding account not active: '
                              WS-IN-FUNDING(WS-ODP-IDX)
                           DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   END-IF
           END-READ.

       FILL-OD-PROTECTION-RECORD.
           MOVE WS-IN-ACCOUNT TO ODP-ACCOUNT
           MOVE WS-IN-FUNDING(1) TO ODP-FUNDING-ACCT(1)
           MOVE WS-IN-FUNDING(2) TO ODP-FUNDING-ACCT(2)
           MOVE WS-IN-FUNDING(3) TO ODP-FUNDING-ACCT(3)
           MOVE WS-IN-INCREMENT TO ODP-INCREMENT
           MOVE WS-IN-XFER-FEE TO ODP-TRANSFER-FEE
           MOVE 'ACTIVE' TO ODP-STATUS
           MOVE WS-TODAY TO ODP-LINKED-DATE.

       UNLINK-OD-PROTECTION.
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           PERFORM OPEN-OD-PROTECTION
           IF WS-ODP-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Overdraft protection file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO ODP-ACCOUNT
           READ OD-PROTECTION-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account has no overdraft protection'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE 'REMOVED' TO ODP-STATUS
                   REWRITE OD-PROTECTION-RECORD
           END-READ
           CLOSE OD-PROTECTION-FILE.

       OPEN-OD-PROTECTION.
           OPEN I-O OD-PROTECTION-FILE
           IF WS-ODP-STATUS = '35'
               OPEN OUTPUT OD-PROTECTION-FILE
               CLOSE OD-PROTECTION-FILE
               OPEN I-O OD-PROTECTION-FILE
           END-IF.

       COUNT-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLD-COUNT
           OPEN INPUT HOLDS-FILE
               WS-CHG-DATE * 1000000 + WS-CHG-TIME
           MOVE WS-CHG-BEFORE TO CHG-BEFORE-BAL
           MOVE ACCT-BALANCE TO CHG-AFTER-BAL
           MOVE ACCT-STATUS TO CHG-AFTER-STATUS
           WRITE CHANGE-LOG-RECORD

           CLOSE CHANGE-LOG-FILE.
                   '"balance":' WS-JSON-BALANCE ','
                   '"available":' WS-JSON-AVAILABLE ','
                   '"status":"' FUNCTION TRIM(ACCT-STATUS) '"'
                   '},'
                   '"official_check":"'
                       FUNCTION TRIM(WS-JSON-CHECK-NUMBER) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' WS-STATUS '",'
