       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Accounts payable payment run. Pays every APPROVED invoice on
      * ap-invoices.dat (ACCOUNTS-PAYABLE) whose due date has been
      * reached on the business date in business-date.dat (the wall
      * clock when there is none), by the vendor's payment method on
      * ap-vendors.dat:
      *   ACH   - a CCD credit (transaction code 22 checking, 32
      *           savings) is queued QUEUED on
      *           ach-origination-queue.dat as the bank's own item;
      *           ACH-ORIGINATOR sends it (prenoting a new vendor
      *           account first).
      *   CHECK - an official check is drawn through
      *           OFFICIAL-CHECK-REGISTER, payable to the vendor, and
      *           listed with the remit-to address for mailing.
      * Before the payment goes the invoice is expensed on a cash
      * basis through GL-POSTING-MULTI, one balanced entry per cost
      * center on the invoice: each line's expense account debited
      * (lines on the same account combined), WS-AP-CASH-ACCOUNT
      * credited. A check then moves the cash into official checks
      * outstanding (DR 1000 / CR 2500) as every official check does.
      * If a later entry or the payment itself fails, the entries
      * already posted for that invoice are reversed, the invoice
      * stays APPROVED with the reason in API-LAST-RESULT, and the
      * next run tries again. A paid invoice is marked PAID with the
      * date, method and payment reference (queue key or check
      * number) and journaled through AUDIT-JOURNAL.
      * Invoices still AWAITING whose approval APPROVAL-MANAGER
      * rejected are marked REJECTED here. The run is listed on
      * ap-payment-register.txt; a JSON summary goes to
      * ap-payment-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO 'ap-invoices.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS API-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'ap-vendors.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pending-approvals.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT ORIGINATION-QUEUE
               ASSIGN TO 'ach-origination-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ORQ-KEY
               FILE STATUS IS WS-ORQ-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'ap-payment-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'ap-payment-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ORIGINATION-QUEUE.
       01  ORIGINATION-QUEUE-RECORD.
           05  ORQ-KEY             PIC 9(6).
           05  ORQ-TRAN-CODE       PIC 9(2).
           05  ORQ-ROUTING         PIC X(9).
           05  ORQ-ACCOUNT         PIC X(17).
           05  ORQ-AMOUNT          PIC S9(8)V99 COMP-3.
           05  ORQ-NAME            PIC X(22).
           05  ORQ-IND-ID          PIC X(15).
           05  ORQ-ADDENDA         PIC X(80).
           05  ORQ-STATUS          PIC X(10).
           05  ORQ-SENT-DATE       PIC 9(8).
           05  ORQ-TRACE           PIC X(15).
           05  ORQ-COMPANY-ID      PIC X(10).
           05  ORQ-SEC-CODE        PIC X(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD         PIC X(132).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS       PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-ORQ-STATUS           PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-EOF                  PIC X.
       01  WS-ORQ-EOF              PIC X.
       01  WS-PENDING-OPEN         PIC X VALUE 'N'.
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

      * Expense is paid out of the bank's own cash account.
       01  WS-AP-CASH-ACCOUNT      PIC X(10) VALUE '1000'.
       01  WS-AP-USER              PIC X(30) VALUE 'AP-PAYMENT-RUN'.
       01  WS-AP-REMITTER          PIC X(40)
                                   VALUE 'ACCOUNTS PAYABLE'.
      * Largest single credit an ACH entry amount field can carry.
       01  WS-AP-ACH-MAXIMUM       PIC S9(10)V99 VALUE 99999999.99.

       01  WS-RUN-TOTALS.
           05  WS-PAID-COUNT       PIC 9(5) VALUE 0.
           05  WS-ACH-COUNT        PIC 9(5) VALUE 0.
           05  WS-ACH-TOTAL        PIC S9(12)V99 VALUE 0.
           05  WS-CHECK-COUNT      PIC 9(5) VALUE 0.
           05  WS-CHECK-TOTAL      PIC S9(12)V99 VALUE 0.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
           05  WS-POST-SEQ         PIC 9(4) VALUE 0.

       01  WS-PAY-OK               PIC X.
       01  WS-PAY-REASON           PIC X(40).
       01  WS-NEXT-ORQ-KEY         PIC 9(6) VALUE 0.

      * Cost centers on the invoice being paid; one GL entry each.
       01  WS-CC-COUNT             PIC 9(2).
       01  WS-CC-IDX               PIC 9(2).
       01  WS-CC-POSTED-COUNT      PIC 9(2).
       01  WS-CC-TABLE.
           05  WS-CC-CODE OCCURS 9 TIMES PIC X(4).
       01  WS-CC-FOUND             PIC X.
       01  WS-LINE-IDX             PIC 9(2).
       01  WS-LEG-IDX              PIC 9(2).
       01  WS-LEG-FOUND            PIC X.
       01  WS-GROUP-TOTAL          PIC S9(12)V99.
       01  WS-REVERSE-LEGS         PIC X.

       01  WS-GLM-LEG-COUNT        PIC 9(02).
       01  WS-GLM-DISTRIBUTION.
           05  WS-GLM-LEG OCCURS 10 TIMES.
               10  WS-GLM-ACCOUNT  PIC X(10).
               10  WS-GLM-DRCR     PIC X(01).
               10  WS-GLM-AMOUNT   PIC S9(12)V99 COMP-3.
       01  WS-GLM-SOURCE-REF       PIC X(20).
       01  WS-GLM-DESCRIPTION      PIC X(40).
       01  WS-GLM-COST-CENTER      PIC X(4).
       01  WS-GLM-RETURN-CODE      PIC X(02).
       01  WS-GLM-REF-BASE         PIC X(20).

       01  WS-OC-FIELDS.
           05  WS-OC-PAYEE         PIC X(40).
           05  WS-OC-AMOUNT        PIC S9(10)V99 COMP-3.
           05  WS-OC-ACCOUNT       PIC X(20) VALUE SPACES.
           05  WS-OC-ORIGIN        PIC X(10) VALUE 'AP'.
           05  WS-OC-COST-CENTER   PIC X(4).
           05  WS-OC-CHECK-NUMBER  PIC 9(10).
           05  WS-OC-RETURN-CODE   PIC X(2).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'AP-PAYMENT-RUN'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-DISPLAY-AMOUNT       PIC Z(9)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC Z(11)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC Z(11)9.99.
       01  WS-JSON-OUTPUT          PIC X(500).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-BUSINESS-DATE
           PERFORM OPEN-RUN-FILES

           IF WS-STATUS = 'SUCCESS'
               PERFORM WRITE-REGISTER-HEADING
               PERFORM PROCESS-INVOICES
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-RUN-FILES
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

      * Invoices fall due against the open business date; with no
      * control record the wall clock stands in, as elsewhere.
       READ-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-RUN-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-RUN-FILES.
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'AP invoice file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Vendor master not available' TO WS-ERROR-MESSAGE
               CLOSE INVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ORIGINATION-QUEUE
           IF WS-ORQ-STATUS = '35'
               OPEN OUTPUT ORIGINATION-QUEUE
               CLOSE ORIGINATION-QUEUE
               OPEN I-O ORIGINATION-QUEUE
           END-IF
           IF WS-ORQ-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'ACH origination queue not available'
                   TO WS-ERROR-MESSAGE
               CLOSE INVOICE-FILE
               CLOSE VENDOR-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-QUEUE-KEY

      * Without the approval queue nothing can be awaiting a decision,
      * so the run goes on and only the rejection check is skipped.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               MOVE 'Y' TO WS-PENDING-OPEN
           END-IF

           OPEN OUTPUT REGISTER-FILE.

       FIND-LAST-QUEUE-KEY.
           MOVE 0 TO WS-NEXT-ORQ-KEY
           MOVE 0 TO ORQ-KEY
           MOVE 'N' TO WS-ORQ-EOF
           START ORIGINATION-QUEUE KEY IS NOT LESS THAN ORQ-KEY
               INVALID KEY MOVE 'Y' TO WS-ORQ-EOF
           END-START
           PERFORM UNTIL WS-ORQ-EOF = 'Y'
               READ ORIGINATION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORQ-EOF
                   NOT AT END
                       MOVE ORQ-KEY TO WS-NEXT-ORQ-KEY
               END-READ
           END-PERFORM.

       CLOSE-RUN-FILES.
           CLOSE INVOICE-FILE
           CLOSE VENDOR-FILE
           CLOSE ORIGINATION-QUEUE
           IF WS-PENDING-OPEN = 'Y'
               CLOSE PENDING-FILE
           END-IF
           CLOSE REGISTER-FILE.

       PROCESS-INVOICES.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO API-KEY
           START INVOICE-FILE KEY >= API-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN API-STATUS = 'AWAITING'
                               PERFORM CHECK-APPROVAL-DECISION
                           WHEN API-STATUS = 'APPROVED' AND
                                API-DUE-DATE <= WS-RUN-DATE
                               PERFORM PAY-INVOICE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      * APPROVAL-MANAGER only closes a rejected item on the queue;
      * the invoice is taken out of the payables here.
       CHECK-APPROVAL-DECISION.
           IF WS-PENDING-OPEN NOT = 'Y' OR API-PENDING-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE API-PENDING-ID TO PND-ID
           READ PENDING-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF PND-STATUS NOT = 'REJECTED'
               EXIT PARAGRAPH
           END-IF

           MOVE 'REJECTED' TO API-STATUS
           MOVE SPACES TO API-LAST-RESULT
           STRING 'REJECTED BY ' PND-APPROVER
               DELIMITED BY SIZE INTO API-LAST-RESULT
           REWRITE INVOICE-RECORD
           ADD 1 TO WS-REJECTED-COUNT

           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-RECORD
           STRING 'REJECTED  ' API-VENDOR-ID ' ' API-INVOICE-NO ' '
                  WS-DISPLAY-AMOUNT ' BY ' PND-APPROVER
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE 'AP-REJECTED' TO WS-AJ-ACTION
           MOVE 'AWAITING' TO WS-AJ-BEFORE
           MOVE API-LAST-RESULT TO WS-AJ-AFTER
           PERFORM AUDIT-INVOICE.

      *----------------------------------------------------------------
      * One invoice: edit, expense to the GL, then pay. A failure at
      * any step leaves the invoice APPROVED for the next run with
      * nothing left posted.
      *----------------------------------------------------------------
       PAY-INVOICE.
           MOVE 'Y' TO WS-PAY-OK
           MOVE SPACES TO WS-PAY-REASON

           MOVE API-VENDOR-ID TO VND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAY-OK
                   MOVE 'VENDOR NOT ON FILE' TO WS-PAY-REASON
           END-READ
           IF WS-PAY-OK = 'Y' AND VND-STATUS NOT = 'ACTIVE'
               MOVE 'N' TO WS-PAY-OK
               MOVE 'VENDOR NOT ACTIVE' TO WS-PAY-REASON
           END-IF
           IF WS-PAY-OK = 'Y' AND API-TOTAL NOT > 0
               MOVE 'N' TO WS-PAY-OK
               MOVE 'NOTHING TO PAY' TO WS-PAY-REASON
           END-IF
           IF WS-PAY-OK = 'Y' AND VND-PAY-METHOD = 'ACH' AND
              API-TOTAL > WS-AP-ACH-MAXIMUM
               MOVE 'N' TO WS-PAY-OK
               MOVE 'TOO LARGE FOR ONE ACH ENTRY' TO WS-PAY-REASON
           END-IF
           IF WS-PAY-OK = 'Y' AND VND-PAY-METHOD NOT = 'ACH' AND
              VND-PAY-METHOD NOT = 'CHECK'
               MOVE 'N' TO WS-PAY-OK
               MOVE 'VENDOR HAS NO PAYMENT METHOD' TO WS-PAY-REASON
           END-IF
           IF WS-PAY-OK NOT = 'Y'
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-INVOICE-EXPENSE
           IF WS-PAY-OK NOT = 'Y'
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF VND-PAY-METHOD = 'ACH'
               PERFORM QUEUE-ACH-CREDIT
           ELSE
               PERFORM ISSUE-VENDOR-CHECK
           END-IF
           IF WS-PAY-OK NOT = 'Y'
               MOVE WS-CC-POSTED-COUNT TO WS-CC-COUNT
               PERFORM REVERSE-POSTED-GROUPS
               PERFORM RECORD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE 'PAID' TO API-STATUS
           MOVE WS-RUN-DATE TO API-PAID-DATE
           MOVE VND-PAY-METHOD TO API-PAY-METHOD
           MOVE SPACES TO API-LAST-RESULT
           STRING 'PAID ' FUNCTION TRIM(VND-PAY-METHOD) ' '
                  API-PAY-REFERENCE
               DELIMITED BY SIZE INTO API-LAST-RESULT
           REWRITE INVOICE-RECORD
           ADD 1 TO WS-PAID-COUNT

           PERFORM WRITE-PAID-LINES

           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE 'AP-PAID' TO WS-AJ-ACTION
           MOVE 'APPROVED' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'PAID ' FUNCTION TRIM(VND-PAY-METHOD) ' '
                  API-PAY-REFERENCE ' '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM AUDIT-INVOICE.

      * One balanced entry per cost center, so each center carries
      * its own expense and its own share of the cash.
       POST-INVOICE-EXPENSE.
           MOVE 0 TO WS-CC-COUNT
           MOVE SPACES TO WS-CC-TABLE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > API-LINE-COUNT
               MOVE 'N' TO WS-CC-FOUND
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
                   IF WS-CC-CODE(WS-CC-IDX) =
                      API-LN-COST-CENTER(WS-LINE-IDX)
                       MOVE 'Y' TO WS-CC-FOUND
                   END-IF
               END-PERFORM
               IF WS-CC-FOUND = 'N'
                   ADD 1 TO WS-CC-COUNT
                   MOVE API-LN-COST-CENTER(WS-LINE-IDX)
                       TO WS-CC-CODE(WS-CC-COUNT)
               END-IF
           END-PERFORM

           ADD 1 TO WS-POST-SEQ
           MOVE SPACES TO WS-GLM-REF-BASE
           STRING 'AP' WS-NOW WS-POST-SEQ ' ' API-INVOICE-NO
               DELIMITED BY SIZE INTO WS-GLM-REF-BASE
           MOVE SPACES TO WS-GLM-DESCRIPTION
           STRING 'AP ' FUNCTION TRIM(VND-NAME) ' '
                  FUNCTION TRIM(API-INVOICE-NO)
               DELIMITED BY SIZE INTO WS-GLM-DESCRIPTION

           MOVE 0 TO WS-CC-POSTED-COUNT
           MOVE 'N' TO WS-REVERSE-LEGS
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                   OR WS-PAY-OK NOT = 'Y'
               PERFORM BUILD-GROUP-LEGS
               IF WS-GLM-LEG-COUNT > 0
                   PERFORM CALL-GL-POSTING-MULTI
                   IF WS-GLM-RETURN-CODE NOT = '00'
                       MOVE 'N' TO WS-PAY-OK
                       MOVE SPACES TO WS-PAY-REASON
                       STRING 'GL-POSTING-MULTI CODE '
                              WS-GLM-RETURN-CODE
                              ' CC ' WS-CC-CODE(WS-CC-IDX)
                           DELIMITED BY SIZE INTO WS-PAY-REASON
                   END-IF
               END-IF
               IF WS-PAY-OK = 'Y'
                   MOVE WS-CC-IDX TO WS-CC-POSTED-COUNT
               END-IF
           END-PERFORM

           IF WS-PAY-OK NOT = 'Y'
               MOVE WS-CC-POSTED-COUNT TO WS-CC-COUNT
               PERFORM REVERSE-POSTED-GROUPS
           END-IF.

      * Debit legs for the cost center's lines (one per expense
      * account), then the cash credit for their total. A zero line
      * (fully discounted) posts nothing.
       BUILD-GROUP-LEGS.
           INITIALIZE WS-GLM-DISTRIBUTION
           MOVE 0 TO WS-GLM-LEG-COUNT
           MOVE 0 TO WS-GROUP-TOTAL
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > API-LINE-COUNT
               IF API-LN-COST-CENTER(WS-LINE-IDX) =
                  WS-CC-CODE(WS-CC-IDX) AND
                  API-LN-AMOUNT(WS-LINE-IDX) > 0
                   MOVE 'N' TO WS-LEG-FOUND
                   PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                           UNTIL WS-LEG-IDX > WS-GLM-LEG-COUNT
                       IF WS-GLM-ACCOUNT(WS-LEG-IDX) =
                          API-LN-GL-ACCOUNT(WS-LINE-IDX)
                           ADD API-LN-AMOUNT(WS-LINE-IDX)
                               TO WS-GLM-AMOUNT(WS-LEG-IDX)
                           MOVE 'Y' TO WS-LEG-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-LEG-FOUND = 'N'
                       ADD 1 TO WS-GLM-LEG-COUNT
                       MOVE API-LN-GL-ACCOUNT(WS-LINE-IDX)
                           TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
                       MOVE 'D' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
                       MOVE API-LN-AMOUNT(WS-LINE-IDX)
                           TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
                   END-IF
                   ADD API-LN-AMOUNT(WS-LINE-IDX) TO WS-GROUP-TOTAL
               END-IF
           END-PERFORM

           IF WS-GLM-LEG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GLM-LEG-COUNT
           MOVE WS-AP-CASH-ACCOUNT TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
           MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
           MOVE WS-GROUP-TOTAL TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)

           IF WS-REVERSE-LEGS = 'Y'
               PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                       UNTIL WS-LEG-IDX > WS-GLM-LEG-COUNT
                   IF WS-GLM-DRCR(WS-LEG-IDX) = 'D'
                       MOVE 'C' TO WS-GLM-DRCR(WS-LEG-IDX)
                   ELSE
                       MOVE 'D' TO WS-GLM-DRCR(WS-LEG-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       CALL-GL-POSTING-MULTI.
           MOVE WS-GLM-REF-BASE TO WS-GLM-SOURCE-REF
           IF WS-REVERSE-LEGS = 'Y'
               MOVE 'R' TO WS-GLM-SOURCE-REF(1:1)
           END-IF
           MOVE WS-CC-CODE(WS-CC-IDX) TO WS-GLM-COST-CENTER
           CALL 'GL-POSTING-MULTI' USING WS-GLM-LEG-COUNT
                                         WS-GLM-DISTRIBUTION
                                         WS-GLM-SOURCE-REF
                                         WS-GLM-DESCRIPTION
                                         WS-GLM-COST-CENTER
                                         WS-GLM-RETURN-CODE.

      * Mirror-image entries for the first WS-CC-COUNT cost centers,
      * which are the ones already posted for this invoice.
       REVERSE-POSTED-GROUPS.
           MOVE 'Y' TO WS-REVERSE-LEGS
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               PERFORM BUILD-GROUP-LEGS
               IF WS-GLM-LEG-COUNT > 0
                   PERFORM CALL-GL-POSTING-MULTI
                   IF WS-GLM-RETURN-CODE NOT = '00'
                       DISPLAY 'AP-PAYMENT-RUN: REVERSAL FAILED '
                               WS-GLM-SOURCE-REF ' CODE '
                               WS-GLM-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-REVERSE-LEGS.

      * The bank's own CCD credit; ACH-ORIGINATOR prenotes an account
      * it has not sent to before and holds this item until the
      * prenote has stood.
       QUEUE-ACH-CREDIT.
           ADD 1 TO WS-NEXT-ORQ-KEY
           INITIALIZE ORIGINATION-QUEUE-RECORD
           MOVE WS-NEXT-ORQ-KEY TO ORQ-KEY
           IF VND-ACCOUNT-TYPE = 'S'
               MOVE 32 TO ORQ-TRAN-CODE
           ELSE
               MOVE 22 TO ORQ-TRAN-CODE
           END-IF
           MOVE VND-ROUTING TO ORQ-ROUTING
           MOVE VND-BANK-ACCOUNT TO ORQ-ACCOUNT
           MOVE API-TOTAL TO ORQ-AMOUNT
           MOVE VND-NAME TO ORQ-NAME
           MOVE API-INVOICE-NO TO ORQ-IND-ID
           MOVE SPACES TO ORQ-ADDENDA
           STRING 'AP PAYMENT INVOICE ' FUNCTION TRIM(API-INVOICE-NO)
                  ' ' FUNCTION TRIM(API-DESCRIPTION)
               DELIMITED BY SIZE INTO ORQ-ADDENDA
           MOVE 'QUEUED' TO ORQ-STATUS
           MOVE 0 TO ORQ-SENT-DATE
           MOVE SPACES TO ORQ-TRACE
           MOVE SPACES TO ORQ-COMPANY-ID
           MOVE 'CCD' TO ORQ-SEC-CODE
           WRITE ORIGINATION-QUEUE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-PAY-OK
                   MOVE 'ACH QUEUE WRITE FAILED' TO WS-PAY-REASON
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO API-PAY-REFERENCE
           MOVE ORQ-KEY TO API-PAY-REFERENCE
           ADD 1 TO WS-ACH-COUNT
           ADD API-TOTAL TO WS-ACH-TOTAL.

      * Drawn against cash (no customer account), so the register
      * moves the cash just credited into official checks
      * outstanding until the check is presented.
       ISSUE-VENDOR-CHECK.
           MOVE VND-NAME TO WS-OC-PAYEE
           MOVE API-TOTAL TO WS-OC-AMOUNT
           MOVE SPACES TO WS-OC-ACCOUNT
           MOVE API-LN-COST-CENTER(1) TO WS-OC-COST-CENTER
           MOVE 0 TO WS-OC-CHECK-NUMBER
           CALL 'OFFICIAL-CHECK-REGISTER' USING WS-OC-PAYEE
                                                 WS-AP-REMITTER
                                                 WS-OC-AMOUNT
                                                 WS-OC-ACCOUNT
                                                 WS-OC-ORIGIN
                                                 WS-AP-USER
                                                 WS-OC-COST-CENTER
                                                 WS-OC-CHECK-NUMBER
                                                 WS-OC-RETURN-CODE
           IF WS-OC-RETURN-CODE NOT = '00'
               MOVE 'N' TO WS-PAY-OK
               MOVE SPACES TO WS-PAY-REASON
               STRING 'OFFICIAL CHECK NOT ISSUED, CODE '
                      WS-OC-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-PAY-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OC-CHECK-NUMBER TO API-PAY-REFERENCE
           ADD 1 TO WS-CHECK-COUNT
           ADD API-TOTAL TO WS-CHECK-TOTAL.

       RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-PAY-REASON TO API-LAST-RESULT
           REWRITE INVOICE-RECORD

           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-RECORD
           STRING 'EXCEPTION ' API-VENDOR-ID ' ' API-INVOICE-NO ' '
                  WS-DISPLAY-AMOUNT ' ' WS-PAY-REASON
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       AUDIT-INVOICE.
           MOVE API-KEY TO WS-AJ-KEY
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-AP-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * Register
      *----------------------------------------------------------------
       WRITE-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-RECORD
           STRING 'AP PAYMENT REGISTER - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'RESULT    VENDOR     INVOICE              '
                  '        AMOUNT METHOD REFERENCE'
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      * Checks are listed with the remit-to address they are mailed
      * to; each line of the invoice follows with its expense coding.
       WRITE-PAID-LINES.
           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-RECORD
           STRING 'PAID      ' API-VENDOR-ID ' ' API-INVOICE-NO ' '
                  WS-DISPLAY-AMOUNT ' ' API-PAY-METHOD '  '
                  API-PAY-REFERENCE ' ' VND-NAME
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           IF API-PAY-METHOD = 'CHECK'
               MOVE SPACES TO REGISTER-RECORD
               STRING '          REMIT TO '
                      FUNCTION TRIM(VND-REMIT-ADDRESS) ', '
                      FUNCTION TRIM(VND-REMIT-CITY) ' '
                      VND-REMIT-STATE ' '
                      FUNCTION TRIM(VND-REMIT-ZIP)
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > API-LINE-COUNT
               MOVE API-LN-AMOUNT(WS-LINE-IDX) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING '          DR ' API-LN-GL-ACCOUNT(WS-LINE-IDX)
                      ' CC ' API-LN-COST-CENTER(WS-LINE-IDX) ' '
                      WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM.

       WRITE-REGISTER-TOTALS.
           MOVE WS-ACH-TOTAL TO WS-DISPLAY-AMOUNT-2
           MOVE WS-CHECK-TOTAL TO WS-DISPLAY-AMOUNT-3
           MOVE SPACES TO REGISTER-RECORD
           STRING 'Paid: ' WS-PAID-COUNT
                  '  ACH: ' WS-ACH-COUNT ' ' WS-DISPLAY-AMOUNT-2
                  '  Checks: ' WS-CHECK-COUNT ' ' WS-DISPLAY-AMOUNT-3
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'Exceptions: ' WS-EXCEPTION-COUNT
                  '  Rejected: ' WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               MOVE WS-ACH-TOTAL TO WS-DISPLAY-AMOUNT-2
               MOVE WS-CHECK-TOTAL TO WS-DISPLAY-AMOUNT-3
               STRING '{"status":"SUCCESS",'
                   '"run_date":' WS-RUN-DATE ','
                   '"paid":' WS-PAID-COUNT ','
                   '"ach_count":' WS-ACH-COUNT ','
                   '"ach_total":'
                   FUNCTION TRIM(WS-DISPLAY-AMOUNT-2) ','
                   '"check_count":' WS-CHECK-COUNT ','
                   '"check_total":'
                   FUNCTION TRIM(WS-DISPLAY-AMOUNT-3) ','
                   '"exceptions":' WS-EXCEPTION-COUNT ','
                   '"rejected":' WS-REJECTED-COUNT
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
