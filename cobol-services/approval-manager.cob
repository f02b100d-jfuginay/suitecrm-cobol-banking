      * pending record. LIST writes the open queue to
      * pending-approvals-list.txt. Driven by approval-input.json;
      * result in approval-output.json.
      *
      * LOAN-SERVICING parks late charge waivers (LATE-WAIVE) here as
      * well; an approved waiver marks the charge WAIVED on
      * loan-late-charges.dat, reverses it out of fee income through
      * GL-POSTING and writes an AUDIT-JOURNAL entry naming requester
      * and approver.
      *
      * LOAN-ORIGINATION parks applications decisioned outside credit
      * policy (LOAN-EXCEPT); an approved exception moves the
      * application on loan-applications.dat to APPROVED under the
      * approver's name so LOAN-SERVICING can book it, with the
      * Regulation Z figures from REG-Z-DISCLOSURE stored on the
      * application and written to loan-disclosures.txt, as
      * LOAN-ORIGINATION does for an approval within policy.
      *
      * LOAN-SERVICING parks changes to revolving credit lines here
      * too: LINE-FREEZE stops further draws, LINE-RESTORE lifts a
      * freeze and LINE-REDUCE lowers the credit limit to the pending
      * amount. Each approved change is applied to loan-lines.dat and
      * journaled through AUDIT-JOURNAL.
      *
      * ACH-ORIGINATOR parks originating companies whose file would
      * breach a per-file, daily or multi-day exposure limit
      * (ACH-LIMIT). Approval is journaled here and leaves the
      * company on ach-companies.dat waiting; the originator releases
      * the held batches on its next run for up to the approved
      * amount, and turns the items away on a rejection.
      *
      * ACCOUNTS-PAYABLE parks vendor invoices above its approval
      * limit (AP-INVOICE). An approved invoice moves from AWAITING
      * to APPROVED on ap-invoices.dat under the approver's name, so
      * AP-PAYMENT-RUN pays it when it falls due; AP-PAYMENT-RUN
      * marks the invoice REJECTED on its next run after a rejection.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT LATE-CHARGE-FILE ASSIGN TO 'loan-late-charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LLC-KEY
               FILE STATUS IS WS-LATE-CHARGE-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO 'loan-applications.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICATION-STATUS.
           SELECT LINE-FILE ASSIGN TO 'loan-lines.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOC-LOAN-ID
               FILE STATUS IS WS-LINE-STATUS.
           SELECT COMPANY-FILE ASSIGN TO 'ach-companies.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACO-COMPANY-ID
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT INVOICE-FILE ASSIGN TO 'ap-invoices.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS API-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT DISCLOSURE-FILE ASSIGN TO 'loan-disclosures.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-STATUS.

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

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-LAST-ACTIVITY  PIC 9(8).
           05  ACCT-STATUS         PIC X(10).

       FD  LATE-CHARGE-FILE.
       01  LATE-CHARGE-RECORD.
           05  LLC-KEY.
               10  LLC-LOAN-ID     PIC X(12).
               10  LLC-PERIOD      PIC 9(4).
           05  LLC-ASSESSED-DATE   PIC 9(8).
           05  LLC-AMOUNT          PIC S9(7)V99 COMP-3.
           05  LLC-STATUS          PIC X(10).
           05  LLC-SETTLED-DATE    PIC 9(8).
           05  LLC-WAIVE-PENDING   PIC 9(6).

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

       FD  LINE-FILE.
       01  LINE-RECORD.
           05  LOC-LOAN-ID         PIC X(12).
           05  LOC-LIMIT           PIC S9(10)V99 COMP-3.
           05  LOC-DRAW-END        PIC 9(8).
           05  LOC-REPAY-TERM      PIC 9(4).
           05  LOC-PAY-MODE        PIC X(8).
           05  LOC-PAY-PCT         PIC 9(2)V9(4).
           05  LOC-STATUS          PIC X(10).
           05  LOC-BALANCE         PIC S9(10)V99 COMP-3.
           05  LOC-INT-ACCRUED     PIC S9(10)V99 COMP-3.
           05  LOC-INT-THROUGH     PIC 9(8).
           05  LOC-REPAY-PAYMENT   PIC S9(10)V99 COMP-3.
           05  LOC-CONVERTED-DATE  PIC 9(8).
           05  LOC-PENDING-ID      PIC 9(6).
           05  LOC-CHANGED-BY      PIC X(30).

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

       FD  DISCLOSURE-FILE.
       01  DISCLOSURE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-LATE-CHARGE-STATUS   PIC XX.
       01  WS-APPLICATION-STATUS   PIC XX.
       01  WS-LINE-STATUS          PIC XX.
       01  WS-COMPANY-STATUS       PIC XX.
       01  WS-INVOICE-STATUS       PIC XX.
       01  WS-DISCLOSURE-STATUS    PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-LISTED-COUNT         PIC 9(5).
       01  WS-ENTITLEMENT-EOF      PIC X.
       01  WS-DISPLAY-AMOUNT       PIC Z(8)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC Z(8)9.99.

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
       01  WS-DISCLOSURE-LINE      PIC X(132).
       01  WS-DISCLOSURE-AMOUNT    PIC -(10)9.99.
       01  WS-DISPLAY-APR          PIC ZZ9.9999.
       01  WS-DISPLAY-COUNT        PIC ZZZ9.
       01  WS-DISPLAY-TOLERANCE    PIC 9.999.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'LOAN'.
       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'APPROVAL-MANAGER'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
                   PERFORM EXECUTE-STOP-CANCEL
               WHEN 'CUST-ADDRESS'
                   PERFORM EXECUTE-CUST-ADDRESS
               WHEN 'LATE-WAIVE'
                   PERFORM EXECUTE-LATE-WAIVE
               WHEN 'LOAN-EXCEPT'
                   PERFORM EXECUTE-LOAN-EXCEPTION
               WHEN 'LINE-FREEZE'
                   PERFORM EXECUTE-LINE-CHANGE
               WHEN 'LINE-RESTORE'
                   PERFORM EXECUTE-LINE-CHANGE
               WHEN 'LINE-REDUCE'
                   PERFORM EXECUTE-LINE-CHANGE
               WHEN 'ACH-LIMIT'
                   PERFORM EXECUTE-ACH-LIMIT
               WHEN 'AP-INVOICE'
                   PERFORM EXECUTE-AP-INVOICE
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown pending action type'
                   MOVE 'Customer not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE PND-TEXT(1:40) TO CUST-ADDRESS
                   MOVE 'N' TO CUST-RETURNED-MAIL
                   MOVE 0 TO CUST-RETURNED-DATE
                   REWRITE CUSTOMER-RECORD
           END-READ
           CLOSE CUSTOMER-MASTER.

      * Loan late charge waiver: the charge must still be open (a
      * payment may have collected it while the waiver waited), the
      * fee income comes back out against late charges receivable,
      * and the waiver is journaled with requester and approver.
       EXECUTE-LATE-WAIVE.
           OPEN I-O LATE-CHARGE-FILE
           IF WS-LATE-CHARGE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Late charge file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PND-KEY1(1:12) TO LLC-LOAN-ID
           MOVE PND-SEQ TO LLC-PERIOD
           READ LATE-CHARGE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Late charge not found' TO WS-ERROR-MESSAGE
                   CLOSE LATE-CHARGE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF LLC-STATUS NOT = 'OPEN'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Late charge is no longer open'
                   TO WS-ERROR-MESSAGE
               CLOSE LATE-CHARGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE '4000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1160' TO WS-GL-CREDIT-ACCOUNT
           MOVE LLC-AMOUNT TO WS-GL-AMOUNT
           MOVE LLC-LOAN-ID TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Late charge waived ' LLC-LOAN-ID
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'Waiver GL failed, code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               CLOSE LATE-CHARGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LLC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE 'WAIVED' TO LLC-STATUS
           MOVE WS-TODAY TO LLC-SETTLED-DATE
           REWRITE LATE-CHARGE-RECORD
           CLOSE LATE-CHARGE-FILE

           MOVE 'LATE-WAIVE' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-KEY
           STRING LLC-LOAN-ID ' PERIOD ' LLC-PERIOD
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'OPEN ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' REQ ' PND-REQUESTER
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'WAIVED PENDING ' PND-ID ' '
                  FUNCTION TRIM(PND-TEXT)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACTING-USER
                                       WS-IN-TOKEN.

       EXECUTE-LOAN-EXCEPTION.
           OPEN I-O APPLICATION-FILE
           IF WS-APPLICATION-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PND-KEY1(1:12) TO APP-ID
           READ APPLICATION-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Application not found' TO WS-ERROR-MESSAGE
                   CLOSE APPLICATION-FILE
                   EXIT PARAGRAPH
           END-READ
           IF APP-STATUS NOT = 'DECISIONED' OR
              APP-PENDING-ID NOT = PND-ID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application is no longer awaiting this exception'
                   TO WS-ERROR-MESSAGE
               CLOSE APPLICATION-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULATE-DISCLOSURE
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE APPLICATION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'APPROVED' TO APP-STATUS
           MOVE WS-ACTING-USER TO APP-APPROVED-BY
           MOVE WS-TODAY TO APP-APPROVED-DATE
           REWRITE APPLICATION-RECORD
           CLOSE APPLICATION-FILE
           PERFORM WRITE-DISCLOSURE-STATEMENT

           MOVE PND-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE 'LOAN-EXCEPT' TO WS-AJ-ACTION
           MOVE APP-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'DECISIONED ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' REQ ' PND-REQUESTER
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'APPROVED PENDING ' PND-ID ' '
                  FUNCTION TRIM(PND-TEXT)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACTING-USER
                                       WS-IN-TOKEN.

      *----------------------------------------------------------------
      * Regulation Z figures for the approved terms, held against the
      * APR on the early disclosure - the same figures and statement
      * LOAN-ORIGINATION produces for an approval within policy.
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
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING 'TRUTH IN LENDING DISCLOSURE    DATE ' WS-TODAY
                  '    APPLICATION ' APP-ID
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING FUNCTION TRIM(CUST-NAME) '  (' APP-CUST-ID ')'
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD

           MOVE APP-APR TO WS-DISPLAY-APR
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING 'ANNUAL PERCENTAGE RATE   ' WS-DISPLAY-APR '%'
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           MOVE APP-FINANCE-CHARGE TO WS-DISCLOSURE-AMOUNT
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING 'FINANCE CHARGE         ' WS-DISCLOSURE-AMOUNT
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           MOVE APP-AMOUNT-FINANCED TO WS-DISCLOSURE-AMOUNT
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING 'AMOUNT FINANCED        ' WS-DISCLOSURE-AMOUNT
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           MOVE APP-TOTAL-PAYMENTS TO WS-DISCLOSURE-AMOUNT
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING 'TOTAL OF PAYMENTS      ' WS-DISCLOSURE-AMOUNT
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           MOVE SPACES TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD

           MOVE 'PAYMENT SCHEDULE' TO DISCLOSURE-RECORD
           WRITE DISCLOSURE-RECORD
           IF APP-TERM > 1
               COMPUTE WS-DISPLAY-COUNT = APP-TERM - 1
               MOVE APP-SCHED-PAYMENT TO WS-DISCLOSURE-AMOUNT
               MOVE SPACES TO WS-DISCLOSURE-LINE
               STRING '  ' WS-DISPLAY-COUNT ' monthly payments of '
                      FUNCTION TRIM(WS-DISCLOSURE-AMOUNT)
                      ' beginning with payment 1'
                   DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
               WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           END-IF
           MOVE APP-FINAL-PAYMENT TO WS-DISCLOSURE-AMOUNT
           MOVE APP-TERM TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-DISCLOSURE-LINE
           STRING '     1 final payment of '
                  FUNCTION TRIM(WS-DISCLOSURE-AMOUNT)
                  ' (payment ' FUNCTION TRIM(WS-DISPLAY-COUNT) ')'
               DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           IF APP-BALLOON > 0
               MOVE APP-BALLOON TO WS-DISCLOSURE-AMOUNT
               MOVE SPACES TO WS-DISCLOSURE-LINE
               STRING '  including a balloon of '
                      FUNCTION TRIM(WS-DISCLOSURE-AMOUNT)
                   DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
               WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           END-IF
           IF APP-PREPAID-CHARGE > 0
               MOVE APP-PREPAID-CHARGE TO WS-DISCLOSURE-AMOUNT
               MOVE SPACES TO WS-DISCLOSURE-LINE
               STRING 'Prepaid finance charge '
                      FUNCTION TRIM(WS-DISCLOSURE-AMOUNT)
                   DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
               WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           END-IF

           MOVE SPACES TO WS-DISCLOSURE-LINE
           IF APP-APR-RESULT = 'NONE'
               STRING 'No earlier APR disclosed'
                   DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           ELSE
               MOVE APP-DISCLOSED-APR TO WS-DISPLAY-APR
               MOVE WS-RZ-TOLERANCE TO WS-DISPLAY-TOLERANCE
               STRING 'APR previously disclosed ' WS-DISPLAY-APR
                      '%  tolerance ' WS-DISPLAY-TOLERANCE
                      '  ' APP-APR-RESULT
                   DELIMITED BY SIZE INTO WS-DISCLOSURE-LINE
           END-IF
           WRITE DISCLOSURE-RECORD FROM WS-DISCLOSURE-LINE
           CLOSE DISCLOSURE-FILE.

      * The line must still be the one this item was queued against
      * and still in a state the change applies to.
       EXECUTE-LINE-CHANGE.
           OPEN I-O LINE-FILE
           IF WS-LINE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Credit line file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PND-KEY1(1:12) TO LOC-LOAN-ID
           READ LINE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Credit line not found' TO WS-ERROR-MESSAGE
                   CLOSE LINE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF LOC-PENDING-ID NOT = PND-ID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Line is no longer awaiting this change'
                   TO WS-ERROR-MESSAGE
               CLOSE LINE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOC-LIMIT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AJ-BEFORE
           STRING FUNCTION TRIM(LOC-STATUS) ' LIMIT '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' REQ ' PND-REQUESTER
               DELIMITED BY SIZE INTO WS-AJ-BEFORE

           EVALUATE PND-ACTION
               WHEN 'LINE-FREEZE'
                   IF LOC-STATUS NOT = 'OPEN'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Line is no longer open'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE 'FROZEN' TO LOC-STATUS
                   END-IF
               WHEN 'LINE-RESTORE'
                   IF LOC-STATUS NOT = 'FROZEN'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Line is no longer frozen'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE 'OPEN' TO LOC-STATUS
                   END-IF
               WHEN 'LINE-REDUCE'
                   IF LOC-STATUS NOT = 'OPEN' AND
                      LOC-STATUS NOT = 'FROZEN'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Line is past its draw period'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE PND-AMOUNT TO LOC-LIMIT
                   END-IF
           END-EVALUATE
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE LINE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LOC-PENDING-ID
           MOVE WS-ACTING-USER TO LOC-CHANGED-BY
           REWRITE LINE-RECORD
           CLOSE LINE-FILE

           MOVE LOC-LIMIT TO WS-DISPLAY-AMOUNT-2
           MOVE PND-ACTION TO WS-AJ-ACTION
           MOVE LOC-LOAN-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(LOC-STATUS) ' LIMIT '
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT-2)
                  ' PENDING ' PND-ID ' ' FUNCTION TRIM(PND-TEXT)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACTING-USER
                                       WS-IN-TOKEN.

      * The company must still be waiting on this item. Nothing on
      * the company changes here: ACH-ORIGINATOR finds the approval
      * through ACO-PENDING-ID and releases the held batches itself.
       EXECUTE-ACH-LIMIT.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'ACH company file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PND-KEY1(1:10) TO ACO-COMPANY-ID
           READ COMPANY-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'ACH company not found' TO WS-ERROR-MESSAGE
                   CLOSE COMPANY-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE COMPANY-FILE
           IF ACO-PENDING-ID NOT = PND-ID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Company is no longer awaiting this approval'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PND-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE 'ACH-LIMIT' TO WS-AJ-ACTION
           MOVE ACO-COMPANY-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'HELD ' FUNCTION TRIM(PND-KEY2)
                  ' REQ ' PND-REQUESTER
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'RELEASE UP TO ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' PENDING ' PND-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACTING-USER
                                       WS-IN-TOKEN.

      * The invoice must still be waiting on this item; one cancelled
      * in the meantime is left alone.
       EXECUTE-AP-INVOICE.
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'AP invoice file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PND-KEY1(1:10) TO API-VENDOR-ID
           MOVE PND-KEY2(1:20) TO API-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'AP invoice not found' TO WS-ERROR-MESSAGE
                   CLOSE INVOICE-FILE
                   EXIT PARAGRAPH
           END-READ
           IF API-STATUS NOT = 'AWAITING' OR
              API-PENDING-ID NOT = PND-ID
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Invoice is no longer awaiting this approval'
                   TO WS-ERROR-MESSAGE
               CLOSE INVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'APPROVED' TO API-STATUS
           MOVE WS-ACTING-USER TO API-APPROVED-BY
           MOVE WS-TODAY TO API-APPROVED-DATE
           REWRITE INVOICE-RECORD
           CLOSE INVOICE-FILE

           MOVE API-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE 'AP-INVOICE' TO WS-AJ-ACTION
           MOVE API-KEY TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'AWAITING ' FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                  ' REQ ' PND-REQUESTER
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'APPROVED DUE ' API-DUE-DATE
                  ' PENDING ' PND-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-ACTING-USER
                                       WS-IN-TOKEN.

       LIST-PENDING-ACTIONS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-EOF
