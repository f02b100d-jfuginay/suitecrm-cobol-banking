      * (tax-filing-extract.dat) plus one customer-readable summary
      * line per form (tax-summary-report.txt). Name and address come
      * from CUSTOMER-MASTER. JSON summary in tax-output.json.
      *
      * BACKUP-WITHHOLD rows in the tax year (federal backup
      * withholding taken from interest for customers without a
      * certified TIN) roll up the same way into the 1099-INT federal
      * income tax withheld box, FIL-FED-WITHHELD. A 1099-INT is filed
      * whenever tax was withheld, even below the interest minimum.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  FIL-STATE           PIC X(2).
           05  FIL-ZIP             PIC X(10).
           05  FIL-AMOUNT          PIC 9(10)V99.
           05  FIL-FED-WITHHELD    PIC 9(10)V99.

       FD  SUMMARY-REPORT.
       01  SUMMARY-RECORD          PIC X(132).
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  LOAN-MASTER.
       01  LOAN-MASTER-RECORD.
               10  WS-RU-CUST-ID   PIC X(10).
               10  WS-RU-INT-PAID  PIC S9(10)V99.
               10  WS-RU-INT-RECVD PIC S9(10)V99.
               10  WS-RU-FED-WITHHELD PIC S9(10)V99.
       01  WS-RU-IDX               PIC 9(4).
       01  WS-RU-SLOT              PIC 9(4).
       01  WS-ROLLUP-FULL          PIC X VALUE 'N'.
           05  WS-BELOW-MINIMUM    PIC 9(7) VALUE 0.
           05  WS-TOTAL-INT-PAID   PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-INT-RECVD  PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-WITHHELD   PIC S9(12)V99 VALUE 0.

       01  WS-DISPLAY-AMOUNT       PIC Z(8)9.99.
       01  WS-DISPLAY-WITHHELD     PIC Z(8)9.99.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).

      *----------------------------------------------------------------
      * 1099-INT side: every INTEREST-CAP transaction in the tax year
      * rolls up to the owning customer, and every BACKUP-WITHHOLD
      * transaction to that customer's federal tax withheld.
      *----------------------------------------------------------------
       SWEEP-DEPOSIT-INTEREST.
           MOVE 'N' TO WS-EOF
                          TRANS-DATE(1:4) = WS-TAX-YEAR
                           PERFORM ROLL-UP-DEPOSIT-INTEREST
                       END-IF
                       IF TRANS-TYPE = 'BACKUP-WITHHOLD' AND
                          TRANS-DATE(1:4) = WS-TAX-YEAR
                           PERFORM ROLL-UP-BACKUP-WITHHOLDING
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ADD-TO-CUSTOMER-ROLLUP
           ADD TRANS-AMOUNT TO WS-TOTAL-INT-PAID.

      * Withholding rows are debits; the form carries the positive
      * amount withheld.
       ROLL-UP-BACKUP-WITHHOLDING.
           MOVE TRANS-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE WS-ROLLUP-AMOUNT = TRANS-AMOUNT * -1
           MOVE 'W' TO WS-ROLLUP-FORM
           PERFORM ADD-TO-CUSTOMER-ROLLUP
           ADD WS-ROLLUP-AMOUNT TO WS-TOTAL-WITHHELD.

      *----------------------------------------------------------------
      * 1098 side: interest on every bill settled in the tax year
      * rolls up to the borrowing customer through the loan's funding
               MOVE ACCT-CUSTOMER-ID TO WS-RU-CUST-ID(WS-RU-SLOT)
               MOVE 0 TO WS-RU-INT-PAID(WS-RU-SLOT)
               MOVE 0 TO WS-RU-INT-RECVD(WS-RU-SLOT)
               MOVE 0 TO WS-RU-FED-WITHHELD(WS-RU-SLOT)
           END-IF

           EVALUATE WS-ROLLUP-FORM
               WHEN '9'
                   ADD WS-ROLLUP-AMOUNT TO WS-RU-INT-PAID(WS-RU-SLOT)
               WHEN 'W'
                   ADD WS-ROLLUP-AMOUNT
                       TO WS-RU-FED-WITHHELD(WS-RU-SLOT)
               WHEN OTHER
                   ADD WS-ROLLUP-AMOUNT TO WS-RU-INT-RECVD(WS-RU-SLOT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * One filing record and one summary line per form that clears
       WRITE-FORMS-FOR-CUSTOMER.
           PERFORM LOOKUP-ROLLUP-CUSTOMER

           IF WS-RU-INT-PAID(WS-RU-IDX) >= WS-MIN-1099-INT OR
              WS-RU-FED-WITHHELD(WS-RU-IDX) > 0
               MOVE '1099-INT' TO FIL-FORM
               MOVE WS-RU-INT-PAID(WS-RU-IDX) TO FIL-AMOUNT
               MOVE WS-RU-FED-WITHHELD(WS-RU-IDX) TO FIL-FED-WITHHELD
               PERFORM WRITE-ONE-FILING-RECORD
               ADD 1 TO WS-FORMS-1099
           ELSE
           IF WS-RU-INT-RECVD(WS-RU-IDX) >= WS-MIN-1098
               MOVE '1098' TO FIL-FORM
               MOVE WS-RU-INT-RECVD(WS-RU-IDX) TO FIL-AMOUNT
               MOVE 0 TO FIL-FED-WITHHELD
               PERFORM WRITE-ONE-FILING-RECORD
               ADD 1 TO WS-FORMS-1098
           ELSE

           MOVE FIL-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO SUMMARY-RECORD
           IF FIL-FED-WITHHELD > 0
               MOVE FIL-FED-WITHHELD TO WS-DISPLAY-WITHHELD
               STRING FIL-FORM ' ' FIL-CUSTOMER-ID ' '
                      FUNCTION TRIM(CUST-NAME)
                      ' AMOUNT ' WS-DISPLAY-AMOUNT
                      ' FED TAX WITHHELD ' WS-DISPLAY-WITHHELD
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           ELSE
               STRING FIL-FORM ' ' FIL-CUSTOMER-ID ' '
                      FUNCTION TRIM(CUST-NAME)
                      ' AMOUNT ' WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-IF
           WRITE SUMMARY-RECORD.

       WRITE-JSON-SUMMARY.
               '"below_minimum":' WS-BELOW-MINIMUM ','
               '"total_interest_paid":' WS-TOTAL-INT-PAID ','
               '"total_interest_received":' WS-TOTAL-INT-RECVD ','
               '"total_federal_withheld":' WS-TOTAL-WITHHELD ','
               '"filing_extract":"tax-filing-extract.dat"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
