       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-PAYABLE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Accounts payable for the bank's own vendor bills. Vendors are
      * kept on ap-vendors.dat (keyed by vendor id) with their
      * remit-to address, payment method (ACH or CHECK) and, for ACH,
      * the routing number, account number and account type (C
      * checking, S savings) their credits go to. Invoices are kept
      * on ap-invoices.dat, keyed by vendor id and the vendor's own
      * invoice number, so the same bill cannot be entered twice.
      *   VENDOR-ADD      - "vendor_id", "name", "address", "city",
      *                     "state", "zip", "pay_method", and for ACH
      *                     "routing", "bank_account", "account_type".
      *   VENDOR-CHANGE   - any of the same fields, or
      *                     "vendor_status" ACTIVE / INACTIVE.
      *   VENDOR-INQUIRY  - return one vendor.
      *   INVOICE-ADD     - "vendor_id", "invoice_no", optional
      *                     "invoice_date" (default today),
      *                     "due_date", "description" and "lines" -
      *                     1 to 9 entries of
      *                     "gl_account:cost_center:qty:price:
      *                     discount_pct:tax_rate_pct". Every line is
      *                     coded to an EXPENSE account on GL-MASTER
      *                     and a cost center.
      *   INVOICE-CANCEL  - withdraw an unpaid invoice.
      *   INVOICE-INQUIRY - return one invoice.
      *   LIST            - every open invoice, by vendor, on
      *                     ap-invoice-list.txt.
      * Invoice totals are worked line by line with the same
      * arithmetic as the FINANCIAL-CALCULATOR INVOICE-TOTAL
      * calculation (quantity times price, less the discount
      * percentage, plus tax at the line's rate); each line keeps its
      * own amount including tax, which is what AP-PAYMENT-RUN
      * charges to its expense account and cost center. An invoice
      * whose total is above WS-AP-APPROVAL-LIMIT is entered AWAITING
      * and parked on pending-approvals.dat as AP-INVOICE for
      * APPROVAL-MANAGER; anything at or below it is APPROVED on
      * entry. Nine lines leave room for the cash leg when the
      * payment is posted through GL-POSTING-MULTI. Vendor and
      * invoice maintenance is journaled through AUDIT-JOURNAL, with
      * vendor bank accounts masked by PII-MASK. Driven by
      * ap-input.json; result in ap-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'ap-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'ap-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-FILE ASSIGN TO 'ap-invoice-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-FILE ASSIGN TO 'ap-vendors.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO 'ap-invoices.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS API-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT GL-MASTER ASSIGN TO 'gl-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GL-ACCOUNT-NUMBER
               FILE STATUS IS WS-GL-MASTER-STATUS.
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

       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(132).

       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05  VND-ID              PIC X(10).
           05  VND-NAME            PIC X(40).
           05  VND-REMIT-ADDRESS   PIC X(40).
           05  VND-REMIT-CITY      PIC X(20).
           05  VND-REMIT-STATE     PIC X(2).
           05  VND-REMIT-ZIP       PIC X(10).
           05  VND-PAY-METHOD      PIC X(5).
           05  VND-ROUTING         PIC X(9).
           05  VND-BANK-ACCOUNT    PIC X(17).
           05  VND-ACCOUNT-TYPE    PIC X(1).
           05  VND-STATUS          PIC X(10).
           05  VND-CREATED-BY      PIC X(30).
           05  VND-CREATED-DATE    PIC 9(8).
           05  VND-CHANGED-BY      PIC X(30).
           05  VND-CHANGED-DATE    PIC 9(8).

      * Status: AWAITING (with APPROVAL-MANAGER), APPROVED, REJECTED,
      * PAID or CANCELLED.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  API-KEY.
               10  API-VENDOR-ID   PIC X(10).
               10  API-INVOICE-NO  PIC X(20).
           05  API-INVOICE-DATE    PIC 9(8).
           05  API-DUE-DATE        PIC 9(8).
           05  API-DESCRIPTION     PIC X(40).
           05  API-SUBTOTAL        PIC S9(10)V99 COMP-3.
           05  API-DISCOUNT        PIC S9(10)V99 COMP-3.
           05  API-TAX             PIC S9(10)V99 COMP-3.
           05  API-TOTAL           PIC S9(10)V99 COMP-3.
           05  API-STATUS          PIC X(10).
           05  API-PENDING-ID      PIC 9(6).
           05  API-ENTERED-BY      PIC X(30).
           05  API-ENTERED-DATE    PIC 9(8).
           05  API-APPROVED-BY     PIC X(30).
           05  API-APPROVED-DATE   PIC 9(8).
           05  API-PAID-DATE       PIC 9(8).
           05  API-PAY-METHOD      PIC X(5).
           05  API-PAY-REFERENCE   PIC X(10).
           05  API-LAST-RESULT     PIC X(40).
           05  API-LINE-COUNT      PIC 9(2).
           05  API-LINE OCCURS 9 TIMES.
               10  API-LN-GL-ACCOUNT  PIC X(10).
               10  API-LN-COST-CENTER PIC X(4).
               10  API-LN-QTY         PIC 9(5)V99.
               10  API-LN-PRICE       PIC 9(7)V99.
               10  API-LN-DISCOUNT    PIC 9(3)V99.
               10  API-LN-TAX-RATE    PIC 9(2)V999.
               10  API-LN-AMOUNT      PIC S9(10)V99 COMP-3.

       FD  GL-MASTER.
       01  GL-ACCOUNT-RECORD.
           05  GL-ACCOUNT-NUMBER       PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(30).
           05  GL-ACCOUNT-TYPE         PIC X(10).
           05  GL-NORMAL-BALANCE       PIC X(01).
           05  GL-CURRENT-BALANCE      PIC S9(12)V99 COMP-3.
           05  GL-LAST-POSTED-DATE     PIC 9(08).

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
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-INVOICE-STATUS       PIC XX.
       01  WS-GL-MASTER-STATUS     PIC XX.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-PND-EOF              PIC X.
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

      * Invoices above this total need a second officer.
       01  WS-AP-APPROVAL-LIMIT    PIC S9(10)V99 VALUE 5000.00.

       01  WS-ACTION               PIC X(16).
       01  WS-IN-VENDOR-ID         PIC X(10).
       01  WS-IN-NAME              PIC X(40).
       01  WS-IN-ADDRESS           PIC X(40).
       01  WS-IN-CITY              PIC X(20).
       01  WS-IN-STATE             PIC X(2).
       01  WS-IN-ZIP               PIC X(10).
       01  WS-IN-PAY-METHOD        PIC X(5).
       01  WS-IN-ROUTING           PIC X(9).
       01  WS-IN-BANK-ACCOUNT      PIC X(17).
       01  WS-IN-ACCOUNT-TYPE      PIC X(1).
       01  WS-IN-VENDOR-STATUS     PIC X(10).
       01  WS-IN-INVOICE-NO        PIC X(20).
       01  WS-IN-INVOICE-DATE      PIC 9(8).
       01  WS-IN-DUE-DATE          PIC 9(8).
       01  WS-IN-DESCRIPTION       PIC X(40).
       01  WS-IN-USER              PIC X(30).

      * Lines arrive as "gl_account:cost_center:qty:price:discount:
      * tax" strings in the "lines" array.
       01  WS-LINES-RAW            PIC X(700).
       01  WS-LINE-COUNT           PIC 9(2).
       01  WS-LINE-IDX             PIC 9(2).
       01  WS-LINE-TEXT-TABLE.
           05  WS-LINE-TEXT OCCURS 9 TIMES PIC X(70).
       01  WS-LINE-WORK            PIC X(70).
       01  WS-LINE-FIELDS.
           05  WS-LF-ACCOUNT       PIC X(10).
           05  WS-LF-COST-CENTER   PIC X(4).
           05  WS-LF-QTY           PIC X(15).
           05  WS-LF-PRICE         PIC X(15).
           05  WS-LF-DISCOUNT      PIC X(10).
           05  WS-LF-TAX-RATE      PIC X(10).

      * Invoice arithmetic, same fields and steps as the
      * FINANCIAL-CALCULATOR INVOICE-TOTAL calculation.
       01  WS-INVOICE-CALC.
           05  WS-SUBTOTAL         PIC 9(10)V99.
           05  WS-TAX-AMOUNT       PIC 9(8)V99.
           05  WS-DISCOUNT-AMOUNT  PIC 9(8)V99.
           05  WS-LINE-TOTAL       PIC 9(10)V99.
           05  WS-LINE-TAX         PIC 9(8)V99.
           05  WS-GRAND-TOTAL      PIC 9(12)V99.

       01  WS-ROUTING-DIGITS       PIC 9(2).
       01  WS-LISTED-COUNT         PIC 9(5).
       01  WS-LISTED-TOTAL         PIC S9(12)V99.
       01  WS-NEXT-PENDING-ID      PIC 9(6).
       01  WS-DISPLAY-AMOUNT       PIC Z(9)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC Z(9)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC Z(9)9.99.
       01  WS-DISPLAY-AMOUNT-4     PIC Z(9)9.99.

       01  WS-PII-FIELDS.
           05  WS-PII-ROLE         PIC X(20) VALUE SPACES.
           05  WS-PII-FIELD-TYPE   PIC X(12) VALUE 'ACCOUNT'.
           05  WS-PII-VALUE        PIC X(60).
           05  WS-PII-RESULT       PIC X(60).
           05  WS-PII-CLEAR        PIC X.
       01  WS-MASKED-ACCOUNT       PIC X(17).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'ACCOUNTS-PAYABLE'.
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
           PERFORM OPEN-AP-FILES

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'VENDOR-ADD'
                       PERFORM ADD-VENDOR
                   WHEN 'VENDOR-CHANGE'
                       PERFORM CHANGE-VENDOR
                   WHEN 'VENDOR-INQUIRY'
                       PERFORM INQUIRE-VENDOR
                   WHEN 'INVOICE-ADD'
                       PERFORM ADD-INVOICE
                   WHEN 'INVOICE-CANCEL'
                       PERFORM CANCEL-INVOICE
                   WHEN 'INVOICE-INQUIRY'
                       PERFORM INQUIRE-INVOICE
                   WHEN 'LIST'
                       PERFORM LIST-OPEN-INVOICES
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE VENDOR-FILE
               CLOSE INVOICE-FILE
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
           MOVE SPACES TO WS-IN-VENDOR-ID
           MOVE SPACES TO WS-IN-NAME
           MOVE SPACES TO WS-IN-ADDRESS
           MOVE SPACES TO WS-IN-CITY
           MOVE SPACES TO WS-IN-STATE
           MOVE SPACES TO WS-IN-ZIP
           MOVE SPACES TO WS-IN-PAY-METHOD
           MOVE SPACES TO WS-IN-ROUTING
           MOVE SPACES TO WS-IN-BANK-ACCOUNT
           MOVE SPACES TO WS-IN-ACCOUNT-TYPE
           MOVE SPACES TO WS-IN-VENDOR-STATUS
           MOVE SPACES TO WS-IN-INVOICE-NO
           MOVE 0 TO WS-IN-INVOICE-DATE
           MOVE 0 TO WS-IN-DUE-DATE
           MOVE SPACES TO WS-IN-DESCRIPTION
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-LINE-COUNT

           PERFORM EXTRACT-ACTION
           PERFORM EXTRACT-VENDOR-FIELDS
           PERFORM EXTRACT-PAYMENT-FIELDS
           PERFORM EXTRACT-INVOICE-FIELDS
           PERFORM EXTRACT-USER
           PERFORM EXTRACT-LINES.

       EXTRACT-ACTION.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF.

       EXTRACT-VENDOR-FIELDS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"vendor_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-VENDOR-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"name":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-NAME
           END-IF

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
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-CITY
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"state":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-STATE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"zip":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-ZIP
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"vendor_status":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-VENDOR-STATUS
           END-IF.

       EXTRACT-PAYMENT-FIELDS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"pay_method":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PAY-METHOD
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"routing":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ROUTING
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"bank_account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-BANK-ACCOUNT
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT-TYPE
           END-IF.

       EXTRACT-INVOICE-FIELDS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"invoice_no":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-INVOICE-NO
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"invoice_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-INVOICE-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"due_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DUE-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"description":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-DESCRIPTION
           END-IF.

       EXTRACT-USER.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF.

       EXTRACT-LINES.
           MOVE SPACES TO WS-LINE-TEXT-TABLE
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"lines":['
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-LINES-RAW
               UNSTRING WS-JSON-POST DELIMITED BY ']'
                   INTO WS-LINES-RAW
               UNSTRING WS-LINES-RAW DELIMITED BY ','
                   INTO WS-LINE-TEXT(1) WS-LINE-TEXT(2)
                        WS-LINE-TEXT(3) WS-LINE-TEXT(4)
                        WS-LINE-TEXT(5) WS-LINE-TEXT(6)
                        WS-LINE-TEXT(7) WS-LINE-TEXT(8)
                        WS-LINE-TEXT(9)
                   TALLYING IN WS-LINE-COUNT
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   MOVE WS-LINE-TEXT(WS-LINE-IDX) TO WS-LINE-WORK
                   INSPECT WS-LINE-WORK CONVERTING '"' TO SPACE
                   MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IDX)
                   STRING FUNCTION TRIM(WS-LINE-WORK)
                       DELIMITED BY SIZE
                       INTO WS-LINE-TEXT(WS-LINE-IDX)
               END-PERFORM
           END-IF.

       OPEN-AP-FILES.
           OPEN I-O VENDOR-FILE
           IF WS-VENDOR-STATUS = '35'
               OPEN OUTPUT VENDOR-FILE
               CLOSE VENDOR-FILE
               OPEN I-O VENDOR-FILE
           END-IF
           IF WS-VENDOR-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Vendor master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-STATUS = '35'
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF
           IF WS-INVOICE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Invoice file not available' TO WS-ERROR-MESSAGE
               CLOSE VENDOR-FILE
           END-IF.

      *----------------------------------------------------------------
      * VENDOR-ADD / VENDOR-CHANGE
      *----------------------------------------------------------------
       ADD-VENDOR.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-VENDOR-ID = SPACES OR WS-IN-NAME = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'vendor_id and name are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-VENDOR-ID TO VND-ID
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Vendor id already exists' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO VENDOR-RECORD
           MOVE WS-IN-VENDOR-ID TO VND-ID
           MOVE WS-IN-NAME TO VND-NAME
           MOVE WS-IN-ADDRESS TO VND-REMIT-ADDRESS
           MOVE WS-IN-CITY TO VND-REMIT-CITY
           MOVE WS-IN-STATE TO VND-REMIT-STATE
           MOVE WS-IN-ZIP TO VND-REMIT-ZIP
           MOVE WS-IN-PAY-METHOD TO VND-PAY-METHOD
           MOVE WS-IN-ROUTING TO VND-ROUTING
           MOVE WS-IN-BANK-ACCOUNT TO VND-BANK-ACCOUNT
           MOVE WS-IN-ACCOUNT-TYPE TO VND-ACCOUNT-TYPE
           IF VND-ACCOUNT-TYPE = SPACE
               MOVE 'C' TO VND-ACCOUNT-TYPE
           END-IF
           MOVE 'ACTIVE' TO VND-STATUS
           MOVE WS-IN-USER TO VND-CREATED-BY
           MOVE WS-TODAY TO VND-CREATED-DATE
           MOVE WS-IN-USER TO VND-CHANGED-BY
           MOVE WS-TODAY TO VND-CHANGED-DATE

           PERFORM EDIT-VENDOR-PAYMENT
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           WRITE VENDOR-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not add vendor' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 'AP-VND-ADD' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-BEFORE
           PERFORM DESCRIBE-VENDOR-PAYMENT
           PERFORM AUDIT-VENDOR-ENTRY.

      * Only the fields supplied are changed; a change of remittance
      * details is journaled with the old and new payment
      * instructions side by side.
       CHANGE-VENDOR.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-VENDOR-ID TO VND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Vendor not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           PERFORM DESCRIBE-VENDOR-PAYMENT
           MOVE WS-AJ-AFTER TO WS-AJ-BEFORE

           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO VND-NAME
           END-IF
           IF WS-IN-ADDRESS NOT = SPACES
               MOVE WS-IN-ADDRESS TO VND-REMIT-ADDRESS
           END-IF
           IF WS-IN-CITY NOT = SPACES
               MOVE WS-IN-CITY TO VND-REMIT-CITY
           END-IF
           IF WS-IN-STATE NOT = SPACES
               MOVE WS-IN-STATE TO VND-REMIT-STATE
           END-IF
           IF WS-IN-ZIP NOT = SPACES
               MOVE WS-IN-ZIP TO VND-REMIT-ZIP
           END-IF
           IF WS-IN-PAY-METHOD NOT = SPACES
               MOVE WS-IN-PAY-METHOD TO VND-PAY-METHOD
           END-IF
           IF WS-IN-ROUTING NOT = SPACES
               MOVE WS-IN-ROUTING TO VND-ROUTING
           END-IF
           IF WS-IN-BANK-ACCOUNT NOT = SPACES
               MOVE WS-IN-BANK-ACCOUNT TO VND-BANK-ACCOUNT
           END-IF
           IF WS-IN-ACCOUNT-TYPE NOT = SPACES
               MOVE WS-IN-ACCOUNT-TYPE TO VND-ACCOUNT-TYPE
           END-IF
           IF WS-IN-VENDOR-STATUS NOT = SPACES
               IF WS-IN-VENDOR-STATUS NOT = 'ACTIVE' AND
                  WS-IN-VENDOR-STATUS NOT = 'INACTIVE'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'vendor_status must be ACTIVE or INACTIVE'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-VENDOR-STATUS TO VND-STATUS
           END-IF

           PERFORM EDIT-VENDOR-PAYMENT
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-USER TO VND-CHANGED-BY
           MOVE WS-TODAY TO VND-CHANGED-DATE
           REWRITE VENDOR-RECORD

           MOVE 'AP-VND-CHG' TO WS-AJ-ACTION
           PERFORM DESCRIBE-VENDOR-PAYMENT
           PERFORM AUDIT-VENDOR-ENTRY.

      * ACH needs a nine-digit routing number, an account number and
      * an account type the NACHA transaction code can carry.
       EDIT-VENDOR-PAYMENT.
           EVALUATE VND-PAY-METHOD
               WHEN 'CHECK'
                   CONTINUE
               WHEN 'ACH'
                   MOVE 0 TO WS-ROUTING-DIGITS
                   INSPECT VND-ROUTING TALLYING WS-ROUTING-DIGITS
                       FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                           ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
                   IF WS-ROUTING-DIGITS NOT = 9
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'ACH vendors need a 9-digit routing number'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   IF VND-BANK-ACCOUNT = SPACES
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'ACH vendors need a bank_account'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   IF VND-ACCOUNT-TYPE NOT = 'C' AND
                      VND-ACCOUNT-TYPE NOT = 'S'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'account_type must be C or S'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'pay_method must be ACH or CHECK'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF VND-PAY-METHOD = 'CHECK' AND
              VND-REMIT-ADDRESS = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Check vendors need a remit-to address'
                   TO WS-ERROR-MESSAGE
           END-IF.

       DESCRIBE-VENDOR-PAYMENT.
           PERFORM MASK-VENDOR-ACCOUNT
           MOVE SPACES TO WS-AJ-AFTER
           STRING VND-PAY-METHOD ' ' VND-ROUTING ' '
                  WS-MASKED-ACCOUNT ' ' VND-ACCOUNT-TYPE ' '
                  FUNCTION TRIM(VND-STATUS) ' '
                  VND-REMIT-ZIP
               DELIMITED BY SIZE INTO WS-AJ-AFTER.

       MASK-VENDOR-ACCOUNT.
           MOVE SPACES TO WS-PII-VALUE
           MOVE VND-BANK-ACCOUNT TO WS-PII-VALUE
           CALL 'PII-MASK' USING WS-PII-ROLE
                                 WS-PII-FIELD-TYPE
                                 WS-PII-VALUE
                                 WS-PII-RESULT
                                 WS-PII-CLEAR
           MOVE WS-PII-RESULT TO WS-MASKED-ACCOUNT.

       AUDIT-VENDOR-ENTRY.
           MOVE VND-ID TO WS-AJ-KEY
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       INQUIRE-VENDOR.
           MOVE WS-IN-VENDOR-ID TO VND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Vendor not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM MASK-VENDOR-ACCOUNT.

      *----------------------------------------------------------------
      * INVOICE-ADD: the invoice is edited and totalled in full before
      * it is written; above the approval limit it waits for a second
      * officer through APPROVAL-MANAGER.
      *----------------------------------------------------------------
       ADD-INVOICE.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-INVOICE-NO = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'invoice_no is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-VENDOR-ID TO VND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Vendor not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF VND-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Vendor is not active' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-INVOICE-DATE = 0
               MOVE WS-TODAY TO WS-IN-INVOICE-DATE
           END-IF
           IF WS-IN-DUE-DATE = 0 OR
              WS-IN-DUE-DATE < WS-IN-INVOICE-DATE
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'due_date is required, not before invoice_date'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-VENDOR-ID TO API-VENDOR-ID
           MOVE WS-IN-INVOICE-NO TO API-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Invoice already entered for this vendor'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO INVOICE-RECORD
           PERFORM EDIT-INVOICE-LINES
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULATE-INVOICE-TOTAL

           MOVE WS-IN-VENDOR-ID TO API-VENDOR-ID
           MOVE WS-IN-INVOICE-NO TO API-INVOICE-NO
           MOVE WS-IN-INVOICE-DATE TO API-INVOICE-DATE
           MOVE WS-IN-DUE-DATE TO API-DUE-DATE
           MOVE WS-IN-DESCRIPTION TO API-DESCRIPTION
           MOVE WS-SUBTOTAL TO API-SUBTOTAL
           MOVE WS-DISCOUNT-AMOUNT TO API-DISCOUNT
           MOVE WS-TAX-AMOUNT TO API-TAX
           MOVE WS-GRAND-TOTAL TO API-TOTAL
           MOVE 0 TO API-PENDING-ID
           MOVE WS-IN-USER TO API-ENTERED-BY
           MOVE WS-TODAY TO API-ENTERED-DATE
           MOVE SPACES TO API-APPROVED-BY
           MOVE 0 TO API-APPROVED-DATE
           MOVE 0 TO API-PAID-DATE
           MOVE SPACES TO API-PAY-METHOD
           MOVE SPACES TO API-PAY-REFERENCE
           MOVE SPACES TO API-LAST-RESULT
           MOVE WS-LINE-COUNT TO API-LINE-COUNT

           IF API-TOTAL > WS-AP-APPROVAL-LIMIT
               PERFORM QUEUE-INVOICE-APPROVAL
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'AWAITING' TO API-STATUS
               MOVE WS-NEXT-PENDING-ID TO API-PENDING-ID
           ELSE
               MOVE 'APPROVED' TO API-STATUS
               MOVE WS-IN-USER TO API-APPROVED-BY
               MOVE WS-TODAY TO API-APPROVED-DATE
           END-IF

           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not add invoice' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 'AP-INV-ADD' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-BEFORE
           PERFORM AUDIT-INVOICE-ENTRY.

      * Each line must be an expense account on the chart, carry a
      * cost center and have a positive quantity and price.
       EDIT-INVOICE-LINES.
           IF WS-LINE-COUNT < 1 OR WS-LINE-COUNT > 9
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'lines must hold 1 to 9 entries'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GL-MASTER
           IF WS-GL-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'GL master not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   OR WS-STATUS NOT = 'SUCCESS'
               PERFORM EDIT-ONE-LINE
           END-PERFORM
           CLOSE GL-MASTER.

       EDIT-ONE-LINE.
           MOVE SPACES TO WS-LINE-FIELDS
           UNSTRING WS-LINE-TEXT(WS-LINE-IDX) DELIMITED BY ':'
               INTO WS-LF-ACCOUNT WS-LF-COST-CENTER WS-LF-QTY
                    WS-LF-PRICE WS-LF-DISCOUNT WS-LF-TAX-RATE

           MOVE WS-LF-ACCOUNT TO API-LN-GL-ACCOUNT(WS-LINE-IDX)
           MOVE WS-LF-COST-CENTER TO API-LN-COST-CENTER(WS-LINE-IDX)
           MOVE 0 TO API-LN-QTY(WS-LINE-IDX)
           MOVE 0 TO API-LN-PRICE(WS-LINE-IDX)
           MOVE 0 TO API-LN-DISCOUNT(WS-LINE-IDX)
           MOVE 0 TO API-LN-TAX-RATE(WS-LINE-IDX)
           MOVE 0 TO API-LN-AMOUNT(WS-LINE-IDX)
           IF WS-LF-QTY NOT = SPACES
               COMPUTE API-LN-QTY(WS-LINE-IDX) =
                   FUNCTION NUMVAL(WS-LF-QTY)
           END-IF
           IF WS-LF-PRICE NOT = SPACES
               COMPUTE API-LN-PRICE(WS-LINE-IDX) =
                   FUNCTION NUMVAL(WS-LF-PRICE)
           END-IF
           IF WS-LF-DISCOUNT NOT = SPACES
               COMPUTE API-LN-DISCOUNT(WS-LINE-IDX) =
                   FUNCTION NUMVAL(WS-LF-DISCOUNT)
           END-IF
           IF WS-LF-TAX-RATE NOT = SPACES
               COMPUTE API-LN-TAX-RATE(WS-LINE-IDX) =
                   FUNCTION NUMVAL(WS-LF-TAX-RATE)
           END-IF

           IF WS-LF-COST-CENTER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Every line needs a cost center'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF API-LN-QTY(WS-LINE-IDX) = 0 OR
              API-LN-PRICE(WS-LINE-IDX) = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Every line needs a quantity and price'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF API-LN-DISCOUNT(WS-LINE-IDX) > 100
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Line discount cannot exceed 100 percent'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LF-ACCOUNT TO GL-ACCOUNT-NUMBER
           READ GL-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING 'GL account not found: '
                          FUNCTION TRIM(WS-LF-ACCOUNT)
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF GL-ACCOUNT-TYPE NOT = 'EXPENSE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'GL account is not an expense account: '
                      FUNCTION TRIM(WS-LF-ACCOUNT)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-IF.

      * Same steps as FINANCIAL-CALCULATOR CALCULATE-INVOICE-TOTAL;
      * the line's tax is kept with the line so the amount charged to
      * each expense account includes it, and the lines still foot
      * to subtotal plus tax.
       CALCULATE-INVOICE-TOTAL.
           MOVE ZERO TO WS-SUBTOTAL
           MOVE ZERO TO WS-TAX-AMOUNT
           MOVE ZERO TO WS-DISCOUNT-AMOUNT
           MOVE ZERO TO WS-GRAND-TOTAL

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               COMPUTE WS-LINE-TOTAL = API-LN-QTY(WS-LINE-IDX) *
                   API-LN-PRICE(WS-LINE-IDX)

               IF API-LN-DISCOUNT(WS-LINE-IDX) > 0
                   COMPUTE WS-DISCOUNT-AMOUNT = WS-DISCOUNT-AMOUNT +
                       (WS-LINE-TOTAL * API-LN-DISCOUNT(WS-LINE-IDX)
                        / 100)
                   COMPUTE WS-LINE-TOTAL = WS-LINE-TOTAL -
                       (WS-LINE-TOTAL * API-LN-DISCOUNT(WS-LINE-IDX)
                        / 100)
               END-IF

               COMPUTE WS-SUBTOTAL = WS-SUBTOTAL + WS-LINE-TOTAL

               MOVE ZERO TO WS-LINE-TAX
               IF API-LN-TAX-RATE(WS-LINE-IDX) > 0
                   COMPUTE WS-LINE-TAX = WS-LINE-TOTAL *
                       API-LN-TAX-RATE(WS-LINE-IDX) / 100
                   COMPUTE WS-TAX-AMOUNT = WS-TAX-AMOUNT + WS-LINE-TAX
               END-IF

               COMPUTE API-LN-AMOUNT(WS-LINE-IDX) =
                   WS-LINE-TOTAL + WS-LINE-TAX
           END-PERFORM

           COMPUTE WS-GRAND-TOTAL = WS-SUBTOTAL + WS-TAX-AMOUNT.

       QUEUE-INVOICE-APPROVAL.
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

           MOVE 0 TO WS-NEXT-PENDING-ID
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
                       MOVE PND-ID TO WS-NEXT-PENDING-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-PENDING-ID

           MOVE WS-NEXT-PENDING-ID TO PND-ID
           MOVE 'AP-INVOICE' TO PND-ACTION
           MOVE WS-IN-VENDOR-ID TO PND-KEY1
           MOVE WS-IN-INVOICE-NO TO PND-KEY2
           MOVE WS-GRAND-TOTAL TO PND-AMOUNT
           MOVE WS-IN-DUE-DATE TO PND-EXPIRY
           MOVE WS-LINE-COUNT TO PND-SEQ
           MOVE SPACES TO PND-TEXT
           STRING FUNCTION TRIM(VND-NAME) ' - '
                  FUNCTION TRIM(WS-IN-DESCRIPTION)
               DELIMITED BY SIZE INTO PND-TEXT
           MOVE WS-IN-USER TO PND-REQUESTER
           MOVE WS-TODAY TO PND-REQUEST-DATE
           MOVE SPACES TO PND-APPROVER
           MOVE 0 TO PND-DECISION-DATE
           MOVE 'PENDING' TO PND-STATUS
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not queue invoice for approval'
                       TO WS-ERROR-MESSAGE
           END-WRITE
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      * INVOICE-CANCEL: anything not yet paid can be withdrawn. An
      * approval still outstanding is left on the queue; when it is
      * decided APPROVAL-MANAGER finds the invoice no longer waiting.
      *----------------------------------------------------------------
       CANCEL-INVOICE.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-VENDOR-ID TO API-VENDOR-ID
           MOVE WS-IN-INVOICE-NO TO API-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Invoice not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF API-STATUS = 'PAID' OR API-STATUS = 'CANCELLED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Invoice is already '
                      FUNCTION TRIM(API-STATUS)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE API-STATUS TO WS-AJ-BEFORE
           MOVE 'CANCELLED' TO API-STATUS
           MOVE SPACES TO API-LAST-RESULT
           STRING 'CANCELLED BY ' WS-IN-USER
               DELIMITED BY SIZE INTO API-LAST-RESULT
           REWRITE INVOICE-RECORD

           MOVE 'AP-INV-CAN' TO WS-AJ-ACTION
           PERFORM AUDIT-INVOICE-ENTRY.

       AUDIT-INVOICE-ENTRY.
           MOVE API-KEY TO WS-AJ-KEY
           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(API-STATUS) ' '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' DUE ' API-DUE-DATE
                  ' LINES ' API-LINE-COUNT
                  ' PENDING ' API-PENDING-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       INQUIRE-INVOICE.
           MOVE WS-IN-VENDOR-ID TO API-VENDOR-ID
           MOVE WS-IN-INVOICE-NO TO API-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Invoice not found' TO WS-ERROR-MESSAGE
           END-READ.

      *----------------------------------------------------------------
      * LIST: open invoices - awaiting approval or approved and not
      * yet paid - with their lines.
      *----------------------------------------------------------------
       LIST-OPEN-INVOICES.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO WS-LISTED-TOTAL
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT LIST-FILE
           MOVE SPACES TO LIST-RECORD
           STRING 'OPEN PAYABLES AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD

           MOVE LOW-VALUES TO API-KEY
           START INVOICE-FILE KEY >= API-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF API-STATUS = 'AWAITING' OR
                          API-STATUS = 'APPROVED'
                           PERFORM WRITE-LIST-LINES
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-LISTED-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LIST-RECORD
           STRING 'Open invoices: ' WS-LISTED-COUNT
                  '  Total: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           CLOSE LIST-FILE.

       WRITE-LIST-LINES.
           ADD 1 TO WS-LISTED-COUNT
           ADD API-TOTAL TO WS-LISTED-TOTAL
           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LIST-RECORD
           STRING API-VENDOR-ID ' ' API-INVOICE-NO ' '
                  API-STATUS ' DUE ' API-DUE-DATE ' '
                  WS-DISPLAY-AMOUNT ' ' API-DESCRIPTION
               DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > API-LINE-COUNT
               MOVE API-LN-AMOUNT(WS-LINE-IDX) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO LIST-RECORD
               STRING '           '
                      API-LN-GL-ACCOUNT(WS-LINE-IDX) ' CC '
                      API-LN-COST-CENTER(WS-LINE-IDX) ' '
                      WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-PERFORM.

       WRITE-OUTPUT.
           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               EVALUATE WS-ACTION
                   WHEN 'LIST'
                       MOVE WS-LISTED-TOTAL TO WS-DISPLAY-AMOUNT
                       STRING '{"status":"SUCCESS",'
                           '"action":"LIST",'
                           '"invoices":' WS-LISTED-COUNT ','
                           '"total":'
                           FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN 'VENDOR-ADD'
                   WHEN 'VENDOR-CHANGE'
                   WHEN 'VENDOR-INQUIRY'
                       STRING '{"status":"SUCCESS",'
                           '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                           '"vendor_id":"' FUNCTION TRIM(VND-ID) '",'
                           '"name":"' FUNCTION TRIM(VND-NAME) '",'
                           '"pay_method":"'
                           FUNCTION TRIM(VND-PAY-METHOD) '",'
                           '"routing":"' FUNCTION TRIM(VND-ROUTING)
                           '",'
                           '"bank_account":"'
                           FUNCTION TRIM(WS-MASKED-ACCOUNT) '",'
                           '"vendor_status":"'
                           FUNCTION TRIM(VND-STATUS) '"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN OTHER
                       MOVE API-SUBTOTAL TO WS-DISPLAY-AMOUNT
                       MOVE API-DISCOUNT TO WS-DISPLAY-AMOUNT-2
                       MOVE API-TAX TO WS-DISPLAY-AMOUNT-3
                       MOVE API-TOTAL TO WS-DISPLAY-AMOUNT-4
                       STRING '{"status":"SUCCESS",'
                           '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                           '"vendor_id":"'
                           FUNCTION TRIM(API-VENDOR-ID) '",'
                           '"invoice_no":"'
                           FUNCTION TRIM(API-INVOICE-NO) '",'
                           '"due_date":' API-DUE-DATE ','
                           '"subtotal":'
                           FUNCTION TRIM(WS-DISPLAY-AMOUNT) ','
                           '"discount":'
                           FUNCTION TRIM(WS-DISPLAY-AMOUNT-2) ','
                           '"tax":'
                           FUNCTION TRIM(WS-DISPLAY-AMOUNT-3) ','
                           '"total":'
                           FUNCTION TRIM(WS-DISPLAY-AMOUNT-4) ','
                           '"invoice_status":"'
                           FUNCTION TRIM(API-STATUS) '",'
                           '"pending_id":' API-PENDING-ID ','
                           '"paid_date":' API-PAID-DATE ','
                           '"pay_reference":"'
                           FUNCTION TRIM(API-PAY-REFERENCE) '"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-EVALUATE
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
