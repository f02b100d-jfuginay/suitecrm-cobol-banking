       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-MANAGER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Official (cashier's) check maintenance against the official
      * check register, official-checks.dat (check number, payee,
      * remitter, amount, issue date, funding account or cash,
      * status ISSUED / PAID / VOID / ESCHEATED).
      *   ISSUE       - cut a check to "payee" for "amount", funded
      *                 from "account" (debited, OFFICIAL-CHECK
      *                 transaction) or, with no account, bought for
      *                 cash. Registered and booked to 2500 through
      *                 OFFICIAL-CHECK-REGISTER.
      *   VOID        - an ISSUED check is cancelled: the funding
      *                 account is credited back (2500 to 2000), or
      *                 the cash refunded when it was bought for cash
      *                 or the account is no longer open (2500 to
      *                 1000).
      *   INQUIRE     - return one check.
      *   OUTSTANDING - daily outstanding list: every ISSUED check on
      *                 official-checks-outstanding.txt with the total
      *                 reconciled to the GL 2500 OFFICIAL CHECKS
      *                 OUTSTANDING balance on gl-master.dat.
      * Presentment is verified by CHECK-PRESENTMENT; uncashed checks
      * past the dormancy period are remitted by the batch escheatment
      * sweep. Driven by official-check-input.json; result in
      * official-check-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'official-check-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'official-check-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTANDING-REPORT
               ASSIGN TO 'official-checks-outstanding.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO 'official-checks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFC-CHECK-NUMBER
               FILE STATUS IS WS-OFC-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT GL-MASTER ASSIGN TO 'gl-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-GL-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  OUTSTANDING-REPORT.
       01  OUTSTANDING-RECORD      PIC X(132).

       FD  OFFICIAL-CHECK-FILE.
       01  OFFICIAL-CHECK-RECORD.
           05  OFC-CHECK-NUMBER    PIC 9(10).
           05  OFC-PAYEE           PIC X(40).
           05  OFC-REMITTER        PIC X(40).
           05  OFC-AMOUNT          PIC S9(10)V99 COMP-3.
           05  OFC-ISSUE-DATE      PIC 9(8).
           05  OFC-FUNDING         PIC X(4).
           05  OFC-ACCOUNT         PIC X(20).
           05  OFC-ORIGIN          PIC X(10).
           05  OFC-ISSUED-BY       PIC X(30).
           05  OFC-STATUS          PIC X(10).
           05  OFC-STATUS-DATE     PIC 9(8).

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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           05  TRANS-KEY.
               10  TRANS-DATE      PIC 9(8).
               10  TRANS-TIME      PIC 9(6).
               10  TRANS-SEQ       PIC 9(6).
           05  TRANS-ACCOUNT       PIC X(20).
           05  TRANS-TYPE          PIC X(20).
           05  TRANS-AMOUNT        PIC S9(10)V99 COMP-3.
           05  TRANS-BALANCE       PIC S9(12)V99 COMP-3.
           05  TRANS-DESCRIPTION   PIC X(100).
           05  TRANS-MERCHANT      PIC X(50).
           05  TRANS-CATEGORY      PIC X(30).
           05  TRANS-STATUS        PIC X(10).
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  GL-MASTER.
       01  GL-ACCOUNT-RECORD.
           05  GL-ACCOUNT-NUMBER       PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(30).
           05  GL-ACCOUNT-TYPE         PIC X(10).
           05  GL-NORMAL-BALANCE       PIC X(01).
           05  GL-CURRENT-BALANCE      PIC S9(12)V99 COMP-3.
           05  GL-LAST-POSTED-DATE     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-OFC-STATUS           PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-GL-MASTER-STATUS     PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-CHECK-NUMBER      PIC X(10).
       01  WS-IN-PAYEE             PIC X(40).
       01  WS-IN-REMITTER          PIC X(40).
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-AMOUNT            PIC 9(10)V99.
       01  WS-IN-USER              PIC X(30).

       01  WS-OC-AMOUNT            PIC S9(10)V99 COMP-3.
       01  WS-OC-ORIGIN            PIC X(10) VALUE 'MAINT'.
       01  WS-OC-CHECK-NUMBER      PIC 9(10) VALUE 0.
       01  WS-OC-RETURN-CODE       PIC X(2).
       01  WS-REFUND-TO-ACCOUNT    PIC X.

      * Official checks outstanding GL account.
       01  WS-OFFICIAL-GL          PIC X(10) VALUE '2500'.

       01  WS-OFC-EOF              PIC X.
       01  WS-OUTSTANDING-COUNT    PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-TOTAL    PIC S9(12)V99 VALUE 0.
       01  WS-GL-BALANCE           PIC S9(12)V99 VALUE 0.
       01  WS-GL-DIFFERENCE        PIC S9(12)V99 VALUE 0.
       01  WS-ITEM-AGE-DAYS        PIC 9(7).

       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'BRCH'.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'OFFICIAL-CHECK-MGR'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-DISPLAY-AMOUNT       PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(10)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC -(10)9.99.
       01  WS-JSON-AMOUNT          PIC -(10)9.99.
       01  WS-JSON-AMOUNT-2        PIC -(10)9.99.
       01  WS-JSON-AMOUNT-3        PIC -(10)9.99.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-PARAMETERS

           EVALUATE WS-ACTION
               WHEN 'ISSUE'
                   PERFORM ISSUE-OFFICIAL-CHECK
               WHEN 'VOID'
                   PERFORM VOID-OFFICIAL-CHECK
               WHEN 'INQUIRE'
                   PERFORM INQUIRE-OFFICIAL-CHECK
               WHEN 'OUTSTANDING'
                   PERFORM LIST-OUTSTANDING-CHECKS
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE

           PERFORM WRITE-JSON-RESPONSE
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-CHECK-NUMBER
           MOVE SPACES TO WS-IN-PAYEE
           MOVE SPACES TO WS-IN-REMITTER
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-AMOUNT

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
           UNSTRING INPUT-RECORD DELIMITED BY '"check_number":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CHECK-NUMBER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"payee":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PAYEE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"remitter":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REMITTER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT
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
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           IF WS-IN-USER = SPACES AND WS-ACTION = 'OUTSTANDING'
               MOVE 'BATCH' TO WS-IN-USER
           END-IF.

      *----------------------------------------------------------------
      * ISSUE: the account (when there is one) must be open and carry
      * the funds; the register assigns the number and books 2500,
      * then the account is debited under that number.
      *----------------------------------------------------------------
       ISSUE-OFFICIAL-CHECK.
           IF WS-IN-PAYEE = SPACES OR WS-IN-AMOUNT = 0 OR
              WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'payee, amount and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-ACCOUNT NOT = SPACES
               OPEN I-O ACCOUNT-MASTER
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
               END-READ
               IF WS-STATUS = 'SUCCESS'
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Account is not active'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       IF ACCT-AVAIL-BALANCE < WS-IN-AMOUNT
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Insufficient available funds'
                               TO WS-ERROR-MESSAGE
                       END-IF
                   END-IF
               END-IF
               IF WS-STATUS NOT = 'SUCCESS'
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-IN-REMITTER = SPACES
               IF WS-IN-ACCOUNT = SPACES
                   MOVE 'CASH PURCHASE' TO WS-IN-REMITTER
               ELSE
                   STRING 'ACCOUNT ' WS-IN-ACCOUNT
                       DELIMITED BY SIZE INTO WS-IN-REMITTER
               END-IF
           END-IF
           MOVE WS-IN-AMOUNT TO WS-OC-AMOUNT
           CALL 'OFFICIAL-CHECK-REGISTER' USING WS-IN-PAYEE
                                                 WS-IN-REMITTER
                                                 WS-OC-AMOUNT
                                                 WS-IN-ACCOUNT
                                                 WS-OC-ORIGIN
                                                 WS-IN-USER
                                                 WS-GL-COST-CENTER
                                                 WS-OC-CHECK-NUMBER
                                                 WS-OC-RETURN-CODE
           IF WS-OC-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'Official check not issued, code '
                   WS-OC-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               IF WS-IN-ACCOUNT NOT = SPACES
                   CLOSE ACCOUNT-MASTER
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-ACCOUNT NOT = SPACES
               SUBTRACT WS-IN-AMOUNT FROM ACCT-BALANCE
               SUBTRACT WS-IN-AMOUNT FROM ACCT-AVAIL-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               CLOSE ACCOUNT-MASTER
               MOVE 'OFFICIAL-CHECK' TO TRANS-TYPE
               COMPUTE TRANS-AMOUNT = WS-IN-AMOUNT * -1
               MOVE SPACES TO TRANS-DESCRIPTION
               STRING 'Official check ' WS-OC-CHECK-NUMBER
                   ' to ' FUNCTION TRIM(WS-IN-PAYEE)
                   DELIMITED BY SIZE INTO TRANS-DESCRIPTION
               PERFORM APPEND-CHECK-TRANSACTION
           END-IF

           MOVE WS-OC-CHECK-NUMBER TO OFC-CHECK-NUMBER
           PERFORM READ-REGISTER-ROW

           MOVE 'OFFCHK-ISSUE' TO WS-AJ-ACTION
           MOVE WS-OC-CHECK-NUMBER TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE WS-IN-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'ISSUED ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               ' ' FUNCTION TRIM(WS-IN-PAYEE)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

      *----------------------------------------------------------------
      * VOID: only an ISSUED check can be voided. The money goes back
      * where it came from - the funding account while it is still
      * open, otherwise cash to the remitter.
      *----------------------------------------------------------------
       VOID-OFFICIAL-CHECK.
           IF WS-IN-CHECK-NUMBER = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'check_number and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Official check register not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CHECK-NUMBER IS NOT NUMERIC
               MOVE 0 TO OFC-CHECK-NUMBER
           ELSE
               MOVE WS-IN-CHECK-NUMBER TO OFC-CHECK-NUMBER
           END-IF
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Official check not found' TO WS-ERROR-MESSAGE
           END-READ
           IF WS-STATUS = 'SUCCESS' AND OFC-STATUS NOT = 'ISSUED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Official check is '
                   FUNCTION TRIM(OFC-STATUS)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-IF
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE OFFICIAL-CHECK-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REFUND-TO-ACCOUNT
           IF OFC-FUNDING = 'ACCT'
               OPEN I-O ACCOUNT-MASTER
               IF WS-ACCT-MASTER-STATUS = '00'
                   MOVE OFC-ACCOUNT TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ACCT-STATUS NOT = 'CLOSED' AND
                              ACCT-STATUS NOT = 'ESCHEATED'
                               MOVE 'Y' TO WS-REFUND-TO-ACCOUNT
                           END-IF
                   END-READ
               END-IF
           END-IF

           MOVE WS-OFFICIAL-GL TO WS-GL-DEBIT-ACCOUNT
           IF WS-REFUND-TO-ACCOUNT = 'Y'
               MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           ELSE
               MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           END-IF
           MOVE OFC-AMOUNT TO WS-GL-AMOUNT
           MOVE OFC-CHECK-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Official check void ' OFC-CHECK-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM CALL-GL-POSTING
           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'GL posting failed, code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               IF OFC-FUNDING = 'ACCT'
                   CLOSE ACCOUNT-MASTER
               END-IF
               CLOSE OFFICIAL-CHECK-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-REFUND-TO-ACCOUNT = 'Y'
               ADD OFC-AMOUNT TO ACCT-BALANCE
               ADD OFC-AMOUNT TO ACCT-AVAIL-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               MOVE 'OFFICIAL-CHECK-VOID' TO TRANS-TYPE
               MOVE OFC-AMOUNT TO TRANS-AMOUNT
               MOVE SPACES TO TRANS-DESCRIPTION
               STRING 'Official check ' OFC-CHECK-NUMBER
                   ' voided'
                   DELIMITED BY SIZE INTO TRANS-DESCRIPTION
               MOVE OFC-CHECK-NUMBER TO WS-OC-CHECK-NUMBER
               PERFORM APPEND-CHECK-TRANSACTION
           END-IF
           IF OFC-FUNDING = 'ACCT'
               CLOSE ACCOUNT-MASTER
           END-IF

           MOVE 'VOID' TO OFC-STATUS
           MOVE WS-TODAY TO OFC-STATUS-DATE
           REWRITE OFFICIAL-CHECK-RECORD
           CLOSE OFFICIAL-CHECK-FILE

           MOVE 'OFFCHK-VOID' TO WS-AJ-ACTION
           MOVE OFC-CHECK-NUMBER TO WS-AJ-KEY
           MOVE 'ISSUED' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           IF WS-REFUND-TO-ACCOUNT = 'Y'
               STRING 'VOID - CREDITED ' OFC-ACCOUNT
                   DELIMITED BY SIZE INTO WS-AJ-AFTER
           ELSE
               MOVE 'VOID - CASH REFUND' TO WS-AJ-AFTER
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

       INQUIRE-OFFICIAL-CHECK.
           IF WS-IN-CHECK-NUMBER IS NOT NUMERIC
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'check_number is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CHECK-NUMBER TO OFC-CHECK-NUMBER
           PERFORM READ-REGISTER-ROW.

       READ-REGISTER-ROW.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Official check register not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Official check not found' TO WS-ERROR-MESSAGE
           END-READ
           CLOSE OFFICIAL-CHECK-FILE.

      *----------------------------------------------------------------
      * Daily outstanding list. Every ISSUED check is listed with its
      * age; the total must equal the 2500 balance on the ledger. A
      * difference means an official check moved outside the register
      * and is flagged for operations.
      *----------------------------------------------------------------
       LIST-OUTSTANDING-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS NOT = '00' AND WS-OFC-STATUS NOT = '35'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Official check register not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT OUTSTANDING-REPORT
           MOVE SPACES TO OUTSTANDING-RECORD
           STRING 'OFFICIAL CHECKS OUTSTANDING - RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           WRITE OUTSTANDING-RECORD
           MOVE SPACES TO OUTSTANDING-RECORD
           STRING 'CHECK NO   ISSUED   ' '     AMOUNT   DAYS '
               'PAYEE                                    '
               'FUNDING'
               DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           WRITE OUTSTANDING-RECORD

           IF WS-OFC-STATUS = '00'
               MOVE 'N' TO WS-OFC-EOF
               PERFORM UNTIL WS-OFC-EOF = 'Y'
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OFC-EOF
                       NOT AT END
                           IF OFC-STATUS = 'ISSUED'
                               PERFORM WRITE-OUTSTANDING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFICIAL-CHECK-FILE
           END-IF

           PERFORM READ-OFFICIAL-GL-BALANCE
           COMPUTE WS-GL-DIFFERENCE =
               WS-GL-BALANCE - WS-OUTSTANDING-TOTAL

           MOVE WS-OUTSTANDING-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE WS-GL-BALANCE TO WS-DISPLAY-AMOUNT-2
           MOVE WS-GL-DIFFERENCE TO WS-DISPLAY-AMOUNT-3
           MOVE SPACES TO OUTSTANDING-RECORD
           STRING 'OUTSTANDING ITEMS ' WS-OUTSTANDING-COUNT
               '  TOTAL ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           WRITE OUTSTANDING-RECORD
           MOVE SPACES TO OUTSTANDING-RECORD
           IF WS-GL-DIFFERENCE = 0
               STRING 'GL ' FUNCTION TRIM(WS-OFFICIAL-GL)
                   ' BALANCE ' WS-DISPLAY-AMOUNT-2
                   '  IN BALANCE'
                   DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           ELSE
               STRING 'GL ' FUNCTION TRIM(WS-OFFICIAL-GL)
                   ' BALANCE ' WS-DISPLAY-AMOUNT-2
                   '  DIFFERENCE ' WS-DISPLAY-AMOUNT-3
                   '  *** OUT OF BALANCE ***'
                   DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           END-IF
           WRITE OUTSTANDING-RECORD
           CLOSE OUTSTANDING-REPORT.

       WRITE-OUTSTANDING-LINE.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD OFC-AMOUNT TO WS-OUTSTANDING-TOTAL
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(OFC-ISSUE-DATE)
           MOVE OFC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO OUTSTANDING-RECORD
           IF OFC-FUNDING = 'CASH'
               STRING OFC-CHECK-NUMBER ' ' OFC-ISSUE-DATE ' '
                   WS-DISPLAY-AMOUNT ' ' WS-ITEM-AGE-DAYS ' '
                   OFC-PAYEE ' CASH'
                   DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           ELSE
               STRING OFC-CHECK-NUMBER ' ' OFC-ISSUE-DATE ' '
                   WS-DISPLAY-AMOUNT ' ' WS-ITEM-AGE-DAYS ' '
                   OFC-PAYEE ' ' OFC-ACCOUNT
                   DELIMITED BY SIZE INTO OUTSTANDING-RECORD
           END-IF
           WRITE OUTSTANDING-RECORD.

      * A credit-normal liability: GL-POSTING keeps it positive.
       READ-OFFICIAL-GL-BALANCE.
           MOVE 0 TO WS-GL-BALANCE
           OPEN INPUT GL-MASTER
           IF WS-GL-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFFICIAL-GL TO GL-ACCOUNT-NUMBER
           READ GL-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GL-CURRENT-BALANCE TO WS-GL-BALANCE
           END-READ
           CLOSE GL-MASTER.

       APPEND-CHECK-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-MERCHANT
           MOVE 'OFFICIAL-CHECK' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE WS-OC-CHECK-NUMBER TO TRANS-REFERENCE
           MOVE 'BRANCH' TO TRANS-CHANNEL

           MOVE 'N' TO WS-TRANS-WRITE-DONE
           MOVE 0 TO WS-TRANS-WRITE-RETRY
           PERFORM UNTIL WS-TRANS-WRITE-DONE = 'Y'
                   OR WS-TRANS-WRITE-RETRY > 998
               WRITE TRANSACTION-REC
                   INVALID KEY
                       ADD 1 TO WS-TRANS-WRITE-RETRY
                       ADD 1 TO WS-SEQ-COUNTER
                       MOVE WS-SEQ-COUNTER TO TRANS-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRANS-WRITE-DONE
               END-WRITE
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       CALL-GL-POSTING.
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE.

      * Every applied change lands on the unified audit journal with
      * the acting user.
       WRITE-AUDIT-ENTRY.
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-JSON-RESPONSE.
           EVALUATE TRUE
               WHEN WS-STATUS NOT = 'SUCCESS'
                   STRING '{"status":"' WS-STATUS '",'
                       '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE)
                       '"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN WS-ACTION = 'OUTSTANDING'
                   MOVE WS-OUTSTANDING-TOTAL TO WS-JSON-AMOUNT
                   MOVE WS-GL-BALANCE TO WS-JSON-AMOUNT-2
                   MOVE WS-GL-DIFFERENCE TO WS-JSON-AMOUNT-3
                   STRING '{"status":"' WS-STATUS '",'
                       '"run_date":' WS-TODAY
                       ',"outstanding_count":' WS-OUTSTANDING-COUNT
                       ',"outstanding_total":'
                       FUNCTION TRIM(WS-JSON-AMOUNT)
                       ',"gl_balance":' FUNCTION TRIM(WS-JSON-AMOUNT-2)
                       ',"difference":' FUNCTION TRIM(WS-JSON-AMOUNT-3)
                       ',"report":"official-checks-outstanding.txt"'
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN OTHER
                   MOVE OFC-AMOUNT TO WS-JSON-AMOUNT
                   STRING '{"status":"' WS-STATUS '",'
                       '"check_number":"' OFC-CHECK-NUMBER
                       '","payee":"' FUNCTION TRIM(OFC-PAYEE)
                       '","remitter":"' FUNCTION TRIM(OFC-REMITTER)
                       '","amount":' FUNCTION TRIM(WS-JSON-AMOUNT)
                       ',"issue_date":' OFC-ISSUE-DATE
                       ',"funding":"' FUNCTION TRIM(OFC-FUNDING)
                       '","account":"' FUNCTION TRIM(OFC-ACCOUNT)
                       '","check_status":"' FUNCTION TRIM(OFC-STATUS)
                       '","status_date":' OFC-STATUS-DATE
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-EVALUATE

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
