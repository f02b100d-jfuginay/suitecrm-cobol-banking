       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-ORDER-MANAGER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Garnishment and tax levy processing. Each order served on the
      * bank is registered on legal-orders.dat (keyed by order ID)
      * with its type (GARNISH, IRS-LEVY, STATE-LEVY), the creditor,
      * the customer, the order amount, the served date, the answer
      * deadline and the release (remittance) date.
      *   SERVE    - register the order and review every account the
      *              customer owns on account-owners.dat. Federal
      *              benefit ACH credits (TRANS-CATEGORY FED-BENEFIT)
      *              posted in the two-month lookback are protected;
      *              only the balance above the protected amount and
      *              any existing holds is frozen, with a LEGAL hold
      *              on account-holds.dat, up to the order amount.
      *              The legal processing fee comes out of unprotected
      *              funds only, and the answer letter to the creditor
      *              goes to legal-order-answer.txt. A levy issued by
      *              the United States is not subject to the lookback.
      *   REMIT    - on or after the release date, debit the frozen
      *              funds, lift the LEGAL holds and book them to the
      *              legal orders payable GL account for payment to
      *              the creditor. With no "order_id" every FROZEN
      *              order that has reached its release date is
      *              remitted (daily run).
      *   RELEASE  - the order is vacated or satisfied; lift its holds
      *              without remitting.
      *   INQUIRE  - return the order.
      * The per-account results of the review are kept on
      * legal-order-holds.dat (order ID + account). Driven by
      * legal-order-input.json; result in legal-order-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'legal-order-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'legal-order-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANSWER-LETTER ASSIGN TO 'legal-order-answer.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO 'legal-orders.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT ORDER-HOLD-FILE ASSIGN TO 'legal-order-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOH-KEY
               FILE STATUS IS WS-ORDER-HOLD-STATUS.
           SELECT OWNER-XREF ASSIGN TO 'account-owners.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AOX-KEY
               FILE STATUS IS WS-OWNER-XREF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  ANSWER-LETTER.
       01  ANSWER-LETTER-RECORD    PIC X(132).

       FD  LEGAL-ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           05  LGO-ORDER-ID        PIC X(12).
           05  LGO-ORDER-TYPE      PIC X(10).
           05  LGO-CREDITOR        PIC X(40).
           05  LGO-CREDITOR-ADDR   PIC X(60).
           05  LGO-CUSTOMER-ID     PIC X(10).
           05  LGO-AMOUNT          PIC S9(10)V99 COMP-3.
           05  LGO-SERVED-DATE     PIC 9(8).
           05  LGO-ANSWER-DATE     PIC 9(8).
           05  LGO-RELEASE-DATE    PIC 9(8).
           05  LGO-LOOKBACK-DATE   PIC 9(8).
           05  LGO-ACCOUNTS        PIC 9(2).
           05  LGO-PROTECTED       PIC S9(10)V99 COMP-3.
           05  LGO-FROZEN          PIC S9(10)V99 COMP-3.
           05  LGO-FEE             PIC S9(5)V99 COMP-3.
           05  LGO-REMITTED        PIC S9(10)V99 COMP-3.
           05  LGO-STATUS          PIC X(10).
           05  LGO-CLOSED-DATE     PIC 9(8).
           05  LGO-CHANGED-BY      PIC X(30).

       FD  ORDER-HOLD-FILE.
       01  ORDER-HOLD-RECORD.
           05  LOH-KEY.
               10  LOH-ORDER-ID    PIC X(12).
               10  LOH-ACCOUNT     PIC X(20).
           05  LOH-HOLD-SEQ        PIC 9(4).
           05  LOH-BALANCE         PIC S9(12)V99 COMP-3.
           05  LOH-PROTECTED       PIC S9(10)V99 COMP-3.
           05  LOH-FROZEN          PIC S9(10)V99 COMP-3.
           05  LOH-FEE             PIC S9(5)V99 COMP-3.
           05  LOH-STATUS          PIC X(10).

       FD  OWNER-XREF.
       01  OWNER-XREF-RECORD.
           05  AOX-KEY.
               10  AOX-ACCOUNT     PIC X(20).
               10  AOX-SEQ         PIC 9(2).
           05  AOX-OWNER-ID        PIC X(10).
           05  AOX-ROLE            PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-LEGAL-ORDER-STATUS   PIC XX.
       01  WS-ORDER-HOLD-STATUS    PIC XX.
       01  WS-OWNER-XREF-STATUS    PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10).
       01  WS-IN-ORDER-ID          PIC X(12).
       01  WS-IN-ORDER-TYPE        PIC X(10).
           88  WS-ORDER-TYPE-VALID
                   VALUE 'GARNISH' 'IRS-LEVY' 'STATE-LEVY'.
           88  WS-FEDERAL-LEVY     VALUE 'IRS-LEVY'.
       01  WS-IN-CREDITOR          PIC X(40).
       01  WS-IN-CREDITOR-ADDR     PIC X(60).
       01  WS-IN-CUSTOMER-ID       PIC X(10).
       01  WS-IN-AMOUNT            PIC 9(10)V99.
       01  WS-IN-SERVED-DATE       PIC 9(8).
       01  WS-IN-ANSWER-DATE       PIC 9(8).
       01  WS-IN-RELEASE-DATE      PIC 9(8).
       01  WS-IN-FEE               PIC 9(5)V99.
       01  WS-IN-USER              PIC X(30).
       01  WS-CUSTOMER-NAME        PIC X(40).

      * Fee and calendar defaults when the order does not say.
       01  WS-LEGAL-FEE            PIC 9(5)V99 VALUE 100.00.
       01  WS-ANSWER-DAYS          PIC 9(3) VALUE 20.
       01  WS-RELEASE-DAYS         PIC 9(3) VALUE 21.
       01  WS-DATE-INT             PIC 9(9).

      * Two-month lookback: the same day two months before the
      * review, or the last day of that month when it is shorter.
       01  WS-LOOKBACK-DATE        PIC 9(8).
       01  WS-LB-YEAR              PIC 9(4).
       01  WS-LB-MONTH             PIC S9(3).
       01  WS-LB-DAY               PIC 9(2).
       01  WS-LB-NEXT-YEAR         PIC 9(4).
       01  WS-LB-NEXT-MONTH        PIC 9(2).
       01  WS-LB-NEXT-FIRST        PIC 9(8).
       01  WS-LB-LAST-DATE         PIC 9(8).

      * The customer's accounts and what the review found on each.
       01  WS-LO-ACCOUNT-COUNT     PIC 9(2) VALUE 0.
       01  WS-LO-ACCOUNT-TABLE.
           05  WS-LO-ENTRY OCCURS 20 TIMES.
               10  WS-LO-ACCOUNT       PIC X(20).
               10  WS-LO-BALANCE       PIC S9(12)V99.
               10  WS-LO-BENEFITS      PIC S9(10)V99.
               10  WS-LO-PROTECTED     PIC S9(10)V99.
               10  WS-LO-PRIOR-HOLDS   PIC S9(12)V99.
               10  WS-LO-UNPROTECTED   PIC S9(12)V99.
               10  WS-LO-FEE           PIC S9(5)V99.
               10  WS-LO-FROZEN        PIC S9(10)V99.
               10  WS-LO-HOLD-SEQ      PIC 9(4).
               10  WS-LO-NOTE          PIC X(10).
       01  WS-LO-IDX               PIC 9(2).
       01  WS-LO-SCAN-IDX          PIC 9(2).
       01  WS-LO-LISTED            PIC X.
       01  WS-ACCOUNTS-DROPPED     PIC 9(3) VALUE 0.

       01  WS-TOTAL-PROTECTED      PIC S9(10)V99 VALUE 0.
       01  WS-TOTAL-FROZEN         PIC S9(10)V99 VALUE 0.
       01  WS-FEE-CHARGED          PIC S9(5)V99 VALUE 0.
       01  WS-FEE-DONE             PIC X VALUE 'N'.
       01  WS-REMAINING            PIC S9(10)V99.
       01  WS-FREEZE-AMOUNT        PIC S9(10)V99.

       01  WS-XREF-EOF             PIC X.
       01  WS-TRANS-EOF            PIC X.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-ORDER-EOF            PIC X.
       01  WS-LOH-EOF              PIC X.
       01  WS-HOLD-ACCOUNT         PIC X(20).
       01  WS-NEXT-SEQ             PIC 9(4).
       01  WS-ACTIVE-HOLD-TOTAL    PIC S9(12)V99.

       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).

      * Remittance run.
       01  WS-REMIT-AMOUNT         PIC S9(12)V99.
       01  WS-ORDER-REMITTED       PIC S9(10)V99.
       01  WS-ORDER-FAILED         PIC X.
       01  WS-ORDERS-REMITTED      PIC 9(5) VALUE 0.
       01  WS-ORDERS-FAILED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-REMITTED       PIC S9(12)V99 VALUE 0.
       01  WS-HOLDS-RELEASED       PIC 9(3) VALUE 0.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'BRCH'.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20)
                                   VALUE 'LEGAL-ORDER-MANAGER'.
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
       01  WS-JSON-AMOUNT-4        PIC -(10)9.99.
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

           IF WS-ACTION NOT = 'SERVE' AND WS-ACTION NOT = 'REMIT'
              AND WS-ACTION NOT = 'RELEASE'
              AND WS-ACTION NOT = 'INQUIRE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-IF

           IF WS-STATUS = 'SUCCESS'
               PERFORM OPEN-ORDER-FILES
           END-IF

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'SERVE'
                       PERFORM SERVE-LEGAL-ORDER
                   WHEN 'REMIT'
                       PERFORM REMIT-LEGAL-ORDERS
                   WHEN 'RELEASE'
                       PERFORM RELEASE-LEGAL-ORDER
                   WHEN 'INQUIRE'
                       PERFORM READ-LEGAL-ORDER
               END-EVALUATE
               PERFORM CLOSE-ORDER-FILES
           END-IF

           PERFORM WRITE-JSON-RESPONSE
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-ORDER-ID
           MOVE SPACES TO WS-IN-ORDER-TYPE
           MOVE SPACES TO WS-IN-CREDITOR
           MOVE SPACES TO WS-IN-CREDITOR-ADDR
           MOVE SPACES TO WS-IN-CUSTOMER-ID
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-AMOUNT
           MOVE 0 TO WS-IN-SERVED-DATE
           MOVE 0 TO WS-IN-ANSWER-DATE
           MOVE 0 TO WS-IN-RELEASE-DATE
           MOVE WS-LEGAL-FEE TO WS-IN-FEE

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
           UNSTRING INPUT-RECORD DELIMITED BY '"order_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ORDER-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"order_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ORDER-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"creditor":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CREDITOR
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"creditor_address":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CREDITOR-ADDR
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUSTOMER-ID
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
           UNSTRING INPUT-RECORD DELIMITED BY '"served_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-SERVED-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"answer_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-ANSWER-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"release_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-RELEASE-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"fee":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-FEE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           IF WS-IN-USER = SPACES AND WS-ACTION = 'REMIT'
               MOVE 'BATCH' TO WS-IN-USER
           END-IF.

       OPEN-ORDER-FILES.
           OPEN I-O LEGAL-ORDER-FILE
           IF WS-LEGAL-ORDER-STATUS = '35'
               OPEN OUTPUT LEGAL-ORDER-FILE
               CLOSE LEGAL-ORDER-FILE
               OPEN I-O LEGAL-ORDER-FILE
           END-IF
           OPEN I-O ORDER-HOLD-FILE
           IF WS-ORDER-HOLD-STATUS = '35'
               OPEN OUTPUT ORDER-HOLD-FILE
               CLOSE ORDER-HOLD-FILE
               OPEN I-O ORDER-HOLD-FILE
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE

           IF WS-LEGAL-ORDER-STATUS NOT = '00' OR
              WS-ORDER-HOLD-STATUS NOT = '00' OR
              WS-HOLDS-STATUS NOT = '00' OR
              WS-ACCT-MASTER-STATUS NOT = '00' OR
              WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Legal order files not available'
                   TO WS-ERROR-MESSAGE
               PERFORM CLOSE-ORDER-FILES
           END-IF.

       CLOSE-ORDER-FILES.
           CLOSE LEGAL-ORDER-FILE
           CLOSE ORDER-HOLD-FILE
           CLOSE HOLDS-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------
      * Service of an order: register it, review every account the
      * customer owns, take the processing fee from unprotected funds,
      * freeze up to the order amount and answer the creditor.
      *----------------------------------------------------------------
       SERVE-LEGAL-ORDER.
           IF WS-IN-ORDER-ID = SPACES OR WS-IN-CUSTOMER-ID = SPACES
              OR WS-IN-CREDITOR = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'order_id, customer_id, creditor, user required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ORDER-TYPE-VALID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'order_type must be GARNISH, IRS-LEVY or STATE-LEVY'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AMOUNT NOT > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Order amount must be positive' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ORDER-ID TO LGO-ORDER-ID
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Order already on file' TO WS-ERROR-MESSAGE
           END-READ
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CUSTOMER-NAME
           OPEN INPUT CUSTOMER-MASTER
           MOVE WS-IN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CUSTOMER-NAME
           END-READ
           CLOSE CUSTOMER-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM DEFAULT-ORDER-DATES
           PERFORM COMPUTE-LOOKBACK-DATE
           PERFORM FIND-CUSTOMER-ACCOUNTS

           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-ACCOUNT-COUNT
               PERFORM REVIEW-ORDER-ACCOUNT
           END-PERFORM

           PERFORM ASSESS-LEGAL-FEE

           MOVE WS-IN-AMOUNT TO WS-REMAINING
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-ACCOUNT-COUNT
               PERFORM FREEZE-ORDER-ACCOUNT
           END-PERFORM

           PERFORM WRITE-ORDER-RECORD
           PERFORM WRITE-ANSWER-LETTER

           MOVE 'LEGAL-SERVE' TO WS-AJ-ACTION
           MOVE LGO-ORDER-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           MOVE LGO-FROZEN TO WS-DISPLAY-AMOUNT
           STRING FUNCTION TRIM(LGO-ORDER-TYPE) ' '
                  FUNCTION TRIM(LGO-CUSTOMER-ID) ' '
                  FUNCTION TRIM(LGO-STATUS) ' '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       DEFAULT-ORDER-DATES.
           IF WS-IN-SERVED-DATE = 0
               MOVE WS-TODAY TO WS-IN-SERVED-DATE
           END-IF
           IF WS-IN-ANSWER-DATE = 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-IN-SERVED-DATE) +
                   WS-ANSWER-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-IN-ANSWER-DATE
           END-IF
           IF WS-IN-RELEASE-DATE = 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-IN-SERVED-DATE) +
                   WS-RELEASE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-IN-RELEASE-DATE
           END-IF.

       COMPUTE-LOOKBACK-DATE.
           MOVE WS-TODAY(1:4) TO WS-LB-YEAR
           MOVE WS-TODAY(5:2) TO WS-LB-MONTH
           MOVE WS-TODAY(7:2) TO WS-LB-DAY
           SUBTRACT 2 FROM WS-LB-MONTH
           IF WS-LB-MONTH < 1
               ADD 12 TO WS-LB-MONTH
               SUBTRACT 1 FROM WS-LB-YEAR
           END-IF

           MOVE WS-LB-YEAR TO WS-LB-NEXT-YEAR
           COMPUTE WS-LB-NEXT-MONTH = WS-LB-MONTH + 1
           IF WS-LB-NEXT-MONTH > 12
               MOVE 1 TO WS-LB-NEXT-MONTH
               ADD 1 TO WS-LB-NEXT-YEAR
           END-IF
           COMPUTE WS-LB-NEXT-FIRST =
               WS-LB-NEXT-YEAR * 10000 + WS-LB-NEXT-MONTH * 100 + 1
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LB-NEXT-FIRST) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-LB-LAST-DATE
           IF WS-LB-DAY > WS-LB-LAST-DATE(7:2)
               MOVE WS-LB-LAST-DATE(7:2) TO WS-LB-DAY
           END-IF

           COMPUTE WS-LOOKBACK-DATE =
               WS-LB-YEAR * 10000 + WS-LB-MONTH * 100 + WS-LB-DAY.

      * Every account the customer owns in any role - account-owners
      * is keyed by account, so the whole cross-reference is read.
       FIND-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-LO-ACCOUNT-COUNT
           MOVE 'N' TO WS-XREF-EOF
           OPEN INPUT OWNER-XREF
           IF WS-OWNER-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AOX-KEY
           START OWNER-XREF KEY >= AOX-KEY
               INVALID KEY MOVE 'Y' TO WS-XREF-EOF
           END-START

           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ OWNER-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF AOX-OWNER-ID = WS-IN-CUSTOMER-ID
                           PERFORM ADD-CUSTOMER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNER-XREF.

       ADD-CUSTOMER-ACCOUNT.
           MOVE 'N' TO WS-LO-LISTED
           PERFORM VARYING WS-LO-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LO-SCAN-IDX > WS-LO-ACCOUNT-COUNT
               IF WS-LO-ACCOUNT(WS-LO-SCAN-IDX) = AOX-ACCOUNT
                   MOVE 'Y' TO WS-LO-LISTED
               END-IF
           END-PERFORM
           IF WS-LO-LISTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-LO-ACCOUNT-COUNT >= 20
               ADD 1 TO WS-ACCOUNTS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LO-ACCOUNT-COUNT
           MOVE AOX-ACCOUNT TO WS-LO-ACCOUNT(WS-LO-ACCOUNT-COUNT).

      *----------------------------------------------------------------
      * Account review. The protected amount is the federal benefit
      * credits posted in the lookback, capped at the balance; funds
      * already under another hold are not frozen twice.
      *----------------------------------------------------------------
       REVIEW-ORDER-ACCOUNT.
           MOVE 0 TO WS-LO-BALANCE(WS-LO-IDX)
           MOVE 0 TO WS-LO-BENEFITS(WS-LO-IDX)
           MOVE 0 TO WS-LO-PROTECTED(WS-LO-IDX)
           MOVE 0 TO WS-LO-PRIOR-HOLDS(WS-LO-IDX)
           MOVE 0 TO WS-LO-UNPROTECTED(WS-LO-IDX)
           MOVE 0 TO WS-LO-FEE(WS-LO-IDX)
           MOVE 0 TO WS-LO-FROZEN(WS-LO-IDX)
           MOVE 0 TO WS-LO-HOLD-SEQ(WS-LO-IDX)
           MOVE SPACES TO WS-LO-NOTE(WS-LO-IDX)

           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-LO-NOTE(WS-LO-IDX)
           END-READ
           IF WS-LO-NOTE(WS-LO-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS = 'CLOSED' OR ACCT-STATUS = 'ESCHEATED'
               MOVE 'CLOSED' TO WS-LO-NOTE(WS-LO-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO WS-LO-BALANCE(WS-LO-IDX)
           IF NOT WS-FEDERAL-LEVY
               PERFORM SUM-BENEFIT-CREDITS
           END-IF
           IF WS-LO-BENEFITS(WS-LO-IDX) > WS-LO-BALANCE(WS-LO-IDX)
               MOVE WS-LO-BALANCE(WS-LO-IDX)
                   TO WS-LO-PROTECTED(WS-LO-IDX)
           ELSE
               MOVE WS-LO-BENEFITS(WS-LO-IDX)
                   TO WS-LO-PROTECTED(WS-LO-IDX)
           END-IF
           IF WS-LO-PROTECTED(WS-LO-IDX) < 0
               MOVE 0 TO WS-LO-PROTECTED(WS-LO-IDX)
           END-IF

           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO WS-HOLD-ACCOUNT
           PERFORM SUM-ACTIVE-HOLDS
           MOVE WS-ACTIVE-HOLD-TOTAL TO WS-LO-PRIOR-HOLDS(WS-LO-IDX)

           COMPUTE WS-LO-UNPROTECTED(WS-LO-IDX) =
               WS-LO-BALANCE(WS-LO-IDX) - WS-LO-PROTECTED(WS-LO-IDX)
               - WS-LO-PRIOR-HOLDS(WS-LO-IDX)
           IF WS-LO-UNPROTECTED(WS-LO-IDX) < 0
               MOVE 0 TO WS-LO-UNPROTECTED(WS-LO-IDX)
           END-IF
           ADD WS-LO-PROTECTED(WS-LO-IDX) TO WS-TOTAL-PROTECTED.

       SUM-BENEFIT-CREDITS.
           MOVE 'N' TO WS-TRANS-EOF
           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY >= TRANS-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START

           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT = WS-LO-ACCOUNT(WS-LO-IDX)
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           IF TRANS-CATEGORY = 'FED-BENEFIT' AND
                              TRANS-STATUS = 'POSTED' AND
                              TRANS-AMOUNT > 0 AND
                              TRANS-DATE >= WS-LOOKBACK-DATE AND
                              TRANS-DATE <= WS-TODAY
                               ADD TRANS-AMOUNT
                                   TO WS-LO-BENEFITS(WS-LO-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The processing fee is never charged against protected funds:
      * it comes from the first account with unprotected money, only
      * up to what is unprotected there.
       ASSESS-LEGAL-FEE.
           MOVE 0 TO WS-FEE-CHARGED
           MOVE 'N' TO WS-FEE-DONE
           IF WS-IN-FEE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-ACCOUNT-COUNT
                      OR WS-FEE-DONE = 'Y'
               IF WS-LO-NOTE(WS-LO-IDX) = SPACES AND
                  WS-LO-UNPROTECTED(WS-LO-IDX) > 0
                   PERFORM CHARGE-LEGAL-FEE
               END-IF
           END-PERFORM.

       CHARGE-LEGAL-FEE.
           MOVE 'Y' TO WS-FEE-DONE
           IF WS-IN-FEE > WS-LO-UNPROTECTED(WS-LO-IDX)
               MOVE WS-LO-UNPROTECTED(WS-LO-IDX) TO WS-FEE-CHARGED
           ELSE
               MOVE WS-IN-FEE TO WS-FEE-CHARGED
           END-IF

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '4000' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-FEE-CHARGED TO WS-GL-AMOUNT
           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Legal order fee - ' WS-IN-ORDER-ID
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM CALL-GL-POSTING
           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 0 TO WS-FEE-CHARGED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO WS-FEE-CHARGED
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-FEE-CHARGED FROM ACCT-BALANCE
           SUBTRACT WS-FEE-CHARGED FROM ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'FEE' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-FEE-CHARGED * -1
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Legal order processing fee - ' WS-IN-ORDER-ID
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'LEGAL ORDER' TO TRANS-MERCHANT
           MOVE 'FEE' TO TRANS-CATEGORY
           MOVE WS-IN-ORDER-ID TO TRANS-REFERENCE
           PERFORM APPEND-ORDER-TRANSACTION

           MOVE WS-FEE-CHARGED TO WS-LO-FEE(WS-LO-IDX)
           SUBTRACT WS-FEE-CHARGED FROM WS-LO-BALANCE(WS-LO-IDX)
           SUBTRACT WS-FEE-CHARGED FROM WS-LO-UNPROTECTED(WS-LO-IDX).

       FREEZE-ORDER-ACCOUNT.
           IF WS-LO-NOTE(WS-LO-IDX) = SPACES
               IF WS-LO-UNPROTECTED(WS-LO-IDX) > WS-REMAINING
                   MOVE WS-REMAINING TO WS-FREEZE-AMOUNT
               ELSE
                   MOVE WS-LO-UNPROTECTED(WS-LO-IDX)
                       TO WS-FREEZE-AMOUNT
               END-IF
               IF WS-FREEZE-AMOUNT > 0
                   PERFORM PLACE-LEGAL-HOLD
               ELSE
                   MOVE 'NO-FUNDS' TO WS-LO-NOTE(WS-LO-IDX)
               END-IF
           END-IF

           MOVE WS-IN-ORDER-ID TO LOH-ORDER-ID
           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO LOH-ACCOUNT
           MOVE WS-LO-HOLD-SEQ(WS-LO-IDX) TO LOH-HOLD-SEQ
           MOVE WS-LO-BALANCE(WS-LO-IDX) TO LOH-BALANCE
           MOVE WS-LO-PROTECTED(WS-LO-IDX) TO LOH-PROTECTED
           MOVE WS-LO-FROZEN(WS-LO-IDX) TO LOH-FROZEN
           MOVE WS-LO-FEE(WS-LO-IDX) TO LOH-FEE
           IF WS-LO-NOTE(WS-LO-IDX) = 'FROZEN'
               MOVE 'ACTIVE' TO LOH-STATUS
           ELSE
               MOVE WS-LO-NOTE(WS-LO-IDX) TO LOH-STATUS
           END-IF
           WRITE ORDER-HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      * LEGAL holds carry no expiry date, so the nightly hold-expiry
      * sweep never lifts them; only REMIT or RELEASE does.
       PLACE-LEGAL-HOLD.
           MOVE WS-LO-ACCOUNT(WS-LO-IDX) TO WS-HOLD-ACCOUNT
           PERFORM FIND-NEXT-HOLD-SEQ

           MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-NEXT-SEQ TO HOLD-SEQ
           MOVE 'LEGAL' TO HOLD-TYPE
           MOVE WS-FREEZE-AMOUNT TO HOLD-AMOUNT
           MOVE 0 TO HOLD-EXPIRY
           MOVE 'ACTIVE' TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-PLACED
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'NO-FUNDS' TO WS-LO-NOTE(WS-LO-IDX)
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-NEXT-SEQ TO WS-LO-HOLD-SEQ(WS-LO-IDX)
           MOVE WS-FREEZE-AMOUNT TO WS-LO-FROZEN(WS-LO-IDX)
           MOVE 'FROZEN' TO WS-LO-NOTE(WS-LO-IDX)
           SUBTRACT WS-FREEZE-AMOUNT FROM WS-REMAINING
           ADD WS-FREEZE-AMOUNT TO WS-TOTAL-FROZEN
           PERFORM REFRESH-AVAILABLE-BALANCE.

       WRITE-ORDER-RECORD.
           MOVE WS-IN-ORDER-ID TO LGO-ORDER-ID
           MOVE WS-IN-ORDER-TYPE TO LGO-ORDER-TYPE
           MOVE WS-IN-CREDITOR TO LGO-CREDITOR
           MOVE WS-IN-CREDITOR-ADDR TO LGO-CREDITOR-ADDR
           MOVE WS-IN-CUSTOMER-ID TO LGO-CUSTOMER-ID
           MOVE WS-IN-AMOUNT TO LGO-AMOUNT
           MOVE WS-IN-SERVED-DATE TO LGO-SERVED-DATE
           MOVE WS-IN-ANSWER-DATE TO LGO-ANSWER-DATE
           MOVE WS-IN-RELEASE-DATE TO LGO-RELEASE-DATE
           MOVE WS-LOOKBACK-DATE TO LGO-LOOKBACK-DATE
           MOVE WS-LO-ACCOUNT-COUNT TO LGO-ACCOUNTS
           MOVE WS-TOTAL-PROTECTED TO LGO-PROTECTED
           MOVE WS-TOTAL-FROZEN TO LGO-FROZEN
           MOVE WS-FEE-CHARGED TO LGO-FEE
           MOVE 0 TO LGO-REMITTED
           IF WS-TOTAL-FROZEN > 0
               MOVE 'FROZEN' TO LGO-STATUS
           ELSE
               MOVE 'NO-FUNDS' TO LGO-STATUS
           END-IF
           MOVE 0 TO LGO-CLOSED-DATE
           MOVE WS-IN-USER TO LGO-CHANGED-BY
           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not write legal order record'
                       TO WS-ERROR-MESSAGE
           END-WRITE.

      *----------------------------------------------------------------
      * Answer to the creditor: what we hold for the customer, what
      * is protected, what is frozen and when it will be paid over.
      *----------------------------------------------------------------
       WRITE-ANSWER-LETTER.
           OPEN OUTPUT ANSWER-LETTER
           MOVE SPACES TO ANSWER-LETTER-RECORD
           STRING 'ANSWER TO ' FUNCTION TRIM(LGO-ORDER-TYPE)
                  ' - ORDER ' FUNCTION TRIM(LGO-ORDER-ID)
                  '                    DATE ' WS-TODAY
               DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD
           MOVE SPACES TO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD
           STRING 'TO:  ' LGO-CREDITOR
               DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD
           MOVE SPACES TO ANSWER-LETTER-RECORD
           STRING '     ' LGO-CREDITOR-ADDR
               DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD
           MOVE SPACES TO ANSWER-LETTER-RECORD
           STRING 'RE:  ' FUNCTION TRIM(WS-CUSTOMER-NAME)
                  ' (CUSTOMER ' FUNCTION TRIM(LGO-CUSTOMER-ID) ')'
               DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD
           MOVE LGO-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO ANSWER-LETTER-RECORD
           STRING 'SERVED ' LGO-SERVED-DATE
                  '   ANSWER DUE ' LGO-ANSWER-DATE
                  '   AMOUNT OF ORDER ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD
           MOVE SPACES TO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD

           IF WS-LO-ACCOUNT-COUNT = 0
               MOVE 'NO ACCOUNTS ARE HELD FOR THIS CUSTOMER.'
                   TO ANSWER-LETTER-RECORD
               WRITE ANSWER-LETTER-RECORD
           ELSE
               MOVE SPACES TO ANSWER-LETTER-RECORD
               STRING 'ACCOUNT             '
                      '       BALANCE' '     PROTECTED'
                      '        FROZEN' '  STATUS'
                   DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
               WRITE ANSWER-LETTER-RECORD
               PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                       UNTIL WS-LO-IDX > WS-LO-ACCOUNT-COUNT
                   PERFORM WRITE-ANSWER-ACCOUNT-LINE
               END-PERFORM
               MOVE LGO-PROTECTED TO WS-DISPLAY-AMOUNT-2
               MOVE LGO-FROZEN TO WS-DISPLAY-AMOUNT-3
               MOVE SPACES TO ANSWER-LETTER-RECORD
               STRING 'TOTAL               '
                      '              '
                      WS-DISPLAY-AMOUNT-2 WS-DISPLAY-AMOUNT-3
                   DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
               WRITE ANSWER-LETTER-RECORD
           END-IF
           MOVE SPACES TO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD

           IF WS-FEDERAL-LEVY
               MOVE SPACES TO ANSWER-LETTER-RECORD
               STRING 'ORDER ISSUED BY THE UNITED STATES - '
                      'FEDERAL BENEFIT LOOKBACK NOT APPLIED.'
                   DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           ELSE
               MOVE SPACES TO ANSWER-LETTER-RECORD
               STRING 'PROTECTED AMOUNT: FEDERAL BENEFIT PAYMENTS '
                      'DEPOSITED SINCE ' LGO-LOOKBACK-DATE '.'
                   DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           END-IF
           WRITE ANSWER-LETTER-RECORD
           MOVE SPACES TO ANSWER-LETTER-RECORD
           IF LGO-FROZEN > 0
               STRING 'FROZEN FUNDS WILL BE REMITTED ON '
                      LGO-RELEASE-DATE
                      ' UNLESS THE ORDER IS RELEASED BEFORE THEN.'
                   DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           ELSE
               MOVE 'NO NON-EXEMPT FUNDS ARE HELD FOR THIS CUSTOMER.'
                   TO ANSWER-LETTER-RECORD
           END-IF
           WRITE ANSWER-LETTER-RECORD
           CLOSE ANSWER-LETTER.

       WRITE-ANSWER-ACCOUNT-LINE.
           MOVE WS-LO-BALANCE(WS-LO-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-LO-PROTECTED(WS-LO-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE WS-LO-FROZEN(WS-LO-IDX) TO WS-DISPLAY-AMOUNT-3
           MOVE SPACES TO ANSWER-LETTER-RECORD
           STRING WS-LO-ACCOUNT(WS-LO-IDX)
                  WS-DISPLAY-AMOUNT WS-DISPLAY-AMOUNT-2
                  WS-DISPLAY-AMOUNT-3 '  '
                  WS-LO-NOTE(WS-LO-IDX)
               DELIMITED BY SIZE INTO ANSWER-LETTER-RECORD
           WRITE ANSWER-LETTER-RECORD.

      *----------------------------------------------------------------
      * Remittance on the release date. A hold lifted outside this
      * program (HOLD-MANAGER release) is not remitted. The GL entry
      * books first; if it is refused the hold stays and the order
      * stays FROZEN for the next run.
      *----------------------------------------------------------------
       REMIT-LEGAL-ORDERS.
           IF WS-IN-ORDER-ID NOT = SPACES
               MOVE WS-IN-ORDER-ID TO LGO-ORDER-ID
               READ LEGAL-ORDER-FILE
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Order not found' TO WS-ERROR-MESSAGE
               END-READ
               IF WS-STATUS = 'SUCCESS' AND LGO-STATUS NOT = 'FROZEN'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Order has no frozen funds to remit'
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-STATUS = 'SUCCESS' AND
                  LGO-RELEASE-DATE > WS-TODAY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Order release date not reached'
                       TO WS-ERROR-MESSAGE
               END-IF
               IF WS-STATUS = 'SUCCESS'
                   PERFORM REMIT-ONE-ORDER
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ORDER-EOF
           MOVE LOW-VALUES TO LGO-ORDER-ID
           START LEGAL-ORDER-FILE KEY >= LGO-ORDER-ID
               INVALID KEY MOVE 'Y' TO WS-ORDER-EOF
           END-START
           PERFORM UNTIL WS-ORDER-EOF = 'Y'
               READ LEGAL-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORDER-EOF
                   NOT AT END
                       IF LGO-STATUS = 'FROZEN' AND
                          LGO-RELEASE-DATE <= WS-TODAY
                           PERFORM REMIT-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       REMIT-ONE-ORDER.
           MOVE 'N' TO WS-ORDER-FAILED
           MOVE 0 TO WS-ORDER-REMITTED
           MOVE 'N' TO WS-LOH-EOF
           MOVE LGO-ORDER-ID TO LOH-ORDER-ID
           MOVE LOW-VALUES TO LOH-ACCOUNT
           START ORDER-HOLD-FILE KEY >= LOH-KEY
               INVALID KEY MOVE 'Y' TO WS-LOH-EOF
           END-START
           PERFORM UNTIL WS-LOH-EOF = 'Y'
               READ ORDER-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOH-EOF
                   NOT AT END
                       IF LOH-ORDER-ID NOT = LGO-ORDER-ID
                           MOVE 'Y' TO WS-LOH-EOF
                       ELSE
                           IF LOH-STATUS = 'ACTIVE'
                               PERFORM REMIT-ORDER-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           ADD WS-ORDER-REMITTED TO LGO-REMITTED
           IF WS-ORDER-FAILED = 'Y'
               ADD 1 TO WS-ORDERS-FAILED
           ELSE
               MOVE 'REMITTED' TO LGO-STATUS
               MOVE WS-TODAY TO LGO-CLOSED-DATE
               ADD 1 TO WS-ORDERS-REMITTED
           END-IF
           MOVE WS-IN-USER TO LGO-CHANGED-BY
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE

           MOVE 'LEGAL-REMIT' TO WS-AJ-ACTION
           MOVE LGO-ORDER-ID TO WS-AJ-KEY
           MOVE 'FROZEN' TO WS-AJ-BEFORE
           MOVE WS-ORDER-REMITTED TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(LGO-STATUS) ' '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       REMIT-ORDER-HOLD.
           MOVE LOH-ACCOUNT TO HOLD-ACCOUNT
           MOVE LOH-HOLD-SEQ TO HOLD-SEQ
           READ HOLDS-FILE
               INVALID KEY
                   MOVE 'RELEASED' TO LOH-STATUS
                   REWRITE ORDER-HOLD-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF HOLD-STATUS NOT = 'ACTIVE'
               MOVE 'RELEASED' TO LOH-STATUS
               REWRITE ORDER-HOLD-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE LOH-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-ORDER-FAILED
                   EXIT PARAGRAPH
           END-READ

           MOVE HOLD-AMOUNT TO WS-REMIT-AMOUNT
           IF WS-REMIT-AMOUNT > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-REMIT-AMOUNT
           END-IF

           IF WS-REMIT-AMOUNT > 0
               MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
               MOVE '2450' TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-REMIT-AMOUNT TO WS-GL-AMOUNT
               MOVE LGO-ORDER-ID TO WS-GL-SOURCE-REF
               MOVE SPACES TO WS-GL-DESCRIPTION
               STRING 'Legal order remittance - ' LGO-ORDER-ID
                   DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
               PERFORM CALL-GL-POSTING
               IF WS-GL-RETURN-CODE NOT = '00'
                   MOVE 'Y' TO WS-ORDER-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'RELEASED' TO HOLD-STATUS
           REWRITE HOLD-RECORD

           IF WS-REMIT-AMOUNT > 0
               SUBTRACT WS-REMIT-AMOUNT FROM ACCT-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
           END-IF
           MOVE LOH-ACCOUNT TO WS-HOLD-ACCOUNT
           PERFORM REFRESH-AVAILABLE-BALANCE

           IF WS-REMIT-AMOUNT > 0
               MOVE ACCT-NUMBER TO TRANS-ACCOUNT
               MOVE 'LEGAL-REMIT' TO TRANS-TYPE
               COMPUTE TRANS-AMOUNT = WS-REMIT-AMOUNT * -1
               MOVE ACCT-BALANCE TO TRANS-BALANCE
               MOVE SPACES TO TRANS-DESCRIPTION
               STRING 'Remittance to ' FUNCTION TRIM(LGO-CREDITOR)
                      ' - order ' LGO-ORDER-ID
                   DELIMITED BY SIZE INTO TRANS-DESCRIPTION
               MOVE LGO-CREDITOR TO TRANS-MERCHANT
               MOVE 'LEGAL-ORDER' TO TRANS-CATEGORY
               MOVE LGO-ORDER-ID TO TRANS-REFERENCE
               PERFORM APPEND-ORDER-TRANSACTION
           END-IF

           MOVE 'REMITTED' TO LOH-STATUS
           REWRITE ORDER-HOLD-RECORD
           ADD WS-REMIT-AMOUNT TO WS-ORDER-REMITTED
           ADD WS-REMIT-AMOUNT TO WS-TOTAL-REMITTED.

      * Order vacated or satisfied elsewhere: lift its holds and
      * close it without paying anything over.
       RELEASE-LEGAL-ORDER.
           IF WS-IN-ORDER-ID = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'order_id and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ORDER-ID TO LGO-ORDER-ID
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Order not found' TO WS-ERROR-MESSAGE
           END-READ
           IF WS-STATUS = 'SUCCESS' AND LGO-STATUS NOT = 'FROZEN'
              AND LGO-STATUS NOT = 'NO-FUNDS'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Order is already closed' TO WS-ERROR-MESSAGE
           END-IF
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE LGO-STATUS TO WS-AJ-BEFORE
           MOVE 'N' TO WS-LOH-EOF
           MOVE LGO-ORDER-ID TO LOH-ORDER-ID
           MOVE LOW-VALUES TO LOH-ACCOUNT
           START ORDER-HOLD-FILE KEY >= LOH-KEY
               INVALID KEY MOVE 'Y' TO WS-LOH-EOF
           END-START
           PERFORM UNTIL WS-LOH-EOF = 'Y'
               READ ORDER-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOH-EOF
                   NOT AT END
                       IF LOH-ORDER-ID NOT = LGO-ORDER-ID
                           MOVE 'Y' TO WS-LOH-EOF
                       ELSE
                           IF LOH-STATUS = 'ACTIVE'
                               PERFORM RELEASE-ORDER-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'RELEASED' TO LGO-STATUS
           MOVE WS-TODAY TO LGO-CLOSED-DATE
           MOVE WS-IN-USER TO LGO-CHANGED-BY
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE

           MOVE 'LEGAL-LIFT' TO WS-AJ-ACTION
           MOVE LGO-ORDER-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'RELEASED ' WS-HOLDS-RELEASED ' HOLDS'
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY.

       RELEASE-ORDER-HOLD.
           MOVE LOH-ACCOUNT TO HOLD-ACCOUNT
           MOVE LOH-HOLD-SEQ TO HOLD-SEQ
           READ HOLDS-FILE
               NOT INVALID KEY
                   IF HOLD-STATUS = 'ACTIVE'
                       MOVE 'RELEASED' TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                       ADD 1 TO WS-HOLDS-RELEASED
                       MOVE LOH-ACCOUNT TO WS-HOLD-ACCOUNT
                       PERFORM REFRESH-AVAILABLE-BALANCE
                   END-IF
           END-READ
           MOVE 'RELEASED' TO LOH-STATUS
           REWRITE ORDER-HOLD-RECORD.

       READ-LEGAL-ORDER.
           MOVE WS-IN-ORDER-ID TO LGO-ORDER-ID
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Order not found' TO WS-ERROR-MESSAGE
           END-READ.

      *----------------------------------------------------------------
      * Hold file helpers - same sequencing and available-balance
      * rule HOLD-MANAGER applies.
      *----------------------------------------------------------------
       FIND-NEXT-HOLD-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           MOVE HOLD-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           IF HOLD-STATUS = 'ACTIVE' AND
                              (HOLD-EXPIRY = 0 OR
                               HOLD-EXPIRY >= WS-TODAY)
                               ADD HOLD-AMOUNT
                                   TO WS-ACTIVE-HOLD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REFRESH-AVAILABLE-BALANCE.
           PERFORM SUM-ACTIVE-HOLDS
           MOVE WS-HOLD-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               NOT INVALID KEY
                   COMPUTE ACCT-AVAIL-BALANCE =
                       ACCT-BALANCE - WS-ACTIVE-HOLD-TOTAL
                   REWRITE ACCOUNT-RECORD
           END-READ.

       APPEND-ORDER-TRANSACTION.
           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE 'BATCH' TO TRANS-CHANNEL

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
           END-PERFORM.

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
               WHEN WS-ACTION = 'REMIT' AND WS-IN-ORDER-ID = SPACES
                   MOVE WS-TOTAL-REMITTED TO WS-JSON-AMOUNT
                   STRING '{"status":"' WS-STATUS '",'
                       '"run_date":' WS-TODAY
                       ',"orders_remitted":' WS-ORDERS-REMITTED
                       ',"orders_failed":' WS-ORDERS-FAILED
                       ',"total_remitted":'
                       FUNCTION TRIM(WS-JSON-AMOUNT)
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               WHEN OTHER
                   MOVE LGO-PROTECTED TO WS-JSON-AMOUNT
                   MOVE LGO-FROZEN TO WS-JSON-AMOUNT-2
                   MOVE LGO-FEE TO WS-JSON-AMOUNT-3
                   MOVE LGO-REMITTED TO WS-JSON-AMOUNT-4
                   STRING '{"status":"' WS-STATUS '",'
                       '"order_id":"' FUNCTION TRIM(LGO-ORDER-ID)
                       '","order_type":"' FUNCTION TRIM(LGO-ORDER-TYPE)
                       '","order_status":"' FUNCTION TRIM(LGO-STATUS)
                       '","customer_id":"'
                       FUNCTION TRIM(LGO-CUSTOMER-ID)
                       '","accounts":' LGO-ACCOUNTS
                       ',"protected":' FUNCTION TRIM(WS-JSON-AMOUNT)
                       ',"frozen":' FUNCTION TRIM(WS-JSON-AMOUNT-2)
                       ',"fee":' FUNCTION TRIM(WS-JSON-AMOUNT-3)
                       ',"remitted":' FUNCTION TRIM(WS-JSON-AMOUNT-4)
                       ',"answer_date":' LGO-ANSWER-DATE
                       ',"release_date":' LGO-RELEASE-DATE
                       ',"answer_letter":"legal-order-answer.txt"'
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-EVALUATE

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
