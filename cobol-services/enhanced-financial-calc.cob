       01  WS-CD-PENALTY-INT       PIC 9(12)V99 COMP-3.
       01  WS-CD-NET-INT           PIC S9(12)V99 COMP-3.

      * Truth in Lending quote: terms passed to REG-Z-DISCLOSURE and
      * the disclosure figures it returns.
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
       01  WS-PREPAID-CHARGE       PIC 9(10)V99 VALUE 0.
       01  WS-FIRST-PERIOD-DAYS    PIC 9(3) VALUE 0.
       01  WS-BALLOON              PIC 9(10)V99 VALUE 0.
       01  WS-DISCLOSED-APR        PIC 9(3)V9(4) VALUE 0.

       01  WS-COMPOUND-AMOUNT      PIC 9(12)V99 COMP-3.
       01  WS-COMPOUND-PERIODS     PIC 9(5) COMP-3.
       01  WS-EFFECTIVE-RATE       PIC 9(3)V9(6) COMP-3.
           05  DSP-INCOME          PIC $$$,$$$,$$$,$$9.99.
           05  DSP-ASSETS          PIC $$$,$$$,$$$,$$9.99.
           05  DSP-LIABILITIES     PIC $$$,$$$,$$$,$$9.99.
           05  DSP-RZ-AMOUNT       PIC -(10)9.99.
           05  DSP-RZ-PAYMENT      PIC -(10)9.99.
           05  DSP-RZ-FINAL        PIC -(10)9.99.
           05  DSP-RZ-FINANCED     PIC -(10)9.99.
           05  DSP-RZ-CHARGE       PIC -(10)9.99.
           05  DSP-RZ-TOTAL        PIC -(10)9.99.
           05  DSP-RZ-APR          PIC ZZ9.9999.
           05  DSP-RZ-DISCLOSED    PIC ZZ9.9999.
           05  DSP-RZ-TOLERANCE    PIC 9.999.
           05  DSP-RZ-COUNT        PIC ZZZ9.

       01  WS-RISK-LOG-DATE        PIC 9(8).
       01  WS-RISK-LOG-TIME        PIC 9(8).
           PERFORM EXTRACT-ASSETS
           PERFORM EXTRACT-LIABILITIES
           PERFORM EXTRACT-CREDIT-SCORE
           PERFORM EXTRACT-EXPERIENCE
           PERFORM EXTRACT-DISCLOSURE-TERMS.

       EXTRACT-CALCULATION-TYPE.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
               COMPUTE WS-EXPERIENCE = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.
       
      * Reg Z quote terms; all optional, zero when absent.
       EXTRACT-DISCLOSURE-TERMS.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD
               DELIMITED BY '"prepaid_finance_charge":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-PREPAID-CHARGE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"first_period_days":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-FIRST-PERIOD-DAYS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"balloon_amount":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-BALLOON = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"disclosed_apr":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-DISCLOSED-APR =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       PROCESS-CALCULATION.
           EVALUATE WS-CALCULATION-TYPE
               WHEN 'LOAN-PAYMENT'
                   PERFORM CALCULATE-CD-MATURITY
               WHEN 'CD-PENALTY'
                   PERFORM CALCULATE-CD-PENALTY
               WHEN 'REG-Z-APR'
                   PERFORM CALCULATE-REG-Z-APR
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown calculation type' TO WS-ERROR-MESSAGE

           PERFORM BUILD-CD-PENALTY-JSON.

      *----------------------------------------------------------------
      * REG-Z-APR: Truth in Lending figures for a monthly-pay loan -
      * APR by the actuarial method, finance charge, amount financed,
      * total of payments and the payment schedule - allowing for
      * prepaid finance charges, an odd first period and a balloon.
      * "disclosed_apr" (percent) is the APR already given the
      * borrower; the result says whether it is still within
      * tolerance or the loan must be re-disclosed.
      *----------------------------------------------------------------
       CALCULATE-REG-Z-APR.
           MOVE WS-PRINCIPAL TO WS-RZ-AMOUNT
           MOVE WS-PREPAID-CHARGE TO WS-RZ-PREPAID-CHARGE
           MOVE WS-RATE TO WS-RZ-NOTE-RATE
           MOVE WS-TERM TO WS-RZ-TERM
           MOVE WS-FIRST-PERIOD-DAYS TO WS-RZ-FIRST-PERIOD-DAYS
           MOVE WS-BALLOON TO WS-RZ-BALLOON
           MOVE WS-DISCLOSED-APR TO WS-RZ-DISCLOSED-APR
           CALL 'REG-Z-DISCLOSURE' USING WS-RZ-TERMS
                                          WS-RZ-DISCLOSURE
                                          WS-RZ-RETURN-CODE

           EVALUATE WS-RZ-RETURN-CODE
               WHEN '00'
                   PERFORM BUILD-REG-Z-JSON
               WHEN '10'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan terms are not valid for disclosure'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'No APR found for the payment schedule'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE

           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '",'
                   '"correlation_id":"'
                   FUNCTION TRIM(WS-CORRELATION-ID) '"}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF.

      * The schedule is the regular payments and the last payment,
      * which carries any balloon and the rounding.
       BUILD-REG-Z-JSON.
           MOVE WS-RZ-AMOUNT TO DSP-RZ-AMOUNT
           MOVE WS-RZ-PAYMENT TO DSP-RZ-PAYMENT
           MOVE WS-RZ-FINAL-PAYMENT TO DSP-RZ-FINAL
           MOVE WS-RZ-AMOUNT-FINANCED TO DSP-RZ-FINANCED
           MOVE WS-RZ-FINANCE-CHARGE TO DSP-RZ-CHARGE
           MOVE WS-RZ-TOTAL-PAYMENTS TO DSP-RZ-TOTAL
           MOVE WS-RZ-APR TO DSP-RZ-APR
           MOVE WS-RZ-DISCLOSED-APR TO DSP-RZ-DISCLOSED
           MOVE WS-RZ-TOLERANCE TO DSP-RZ-TOLERANCE
           MOVE WS-RZ-REGULAR-COUNT TO DSP-RZ-COUNT
           MOVE SPACES TO WS-JSON-OUTPUT
           MOVE 1 TO WS-JSON-POS
           STRING '{"status":"' WS-STATUS '","result":{'
               '"loan_amount":' FUNCTION TRIM(DSP-RZ-AMOUNT)
               ',"apr_percent":' FUNCTION TRIM(DSP-RZ-APR)
               ',"finance_charge":' FUNCTION TRIM(DSP-RZ-CHARGE)
               ',"amount_financed":' FUNCTION TRIM(DSP-RZ-FINANCED)
               ',"total_of_payments":' FUNCTION TRIM(DSP-RZ-TOTAL)
               ',"payment_schedule":['
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           IF WS-RZ-REGULAR-COUNT > 0
               STRING '{"payments":' FUNCTION TRIM(DSP-RZ-COUNT)
                   ',"amount":' FUNCTION TRIM(DSP-RZ-PAYMENT)
                   ',"starting":1},'
                   DELIMITED BY SIZE
                   INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS
           END-IF
           ADD 1 TO WS-RZ-REGULAR-COUNT GIVING DSP-RZ-COUNT
           STRING '{"payments":1,"amount":' FUNCTION TRIM(DSP-RZ-FINAL)
               ',"starting":' FUNCTION TRIM(DSP-RZ-COUNT) '}]'
               ',"disclosed_apr_percent":'
               FUNCTION TRIM(DSP-RZ-DISCLOSED)
               ',"tolerance_percent":' DSP-RZ-TOLERANCE
               ',"apr_result":"' FUNCTION TRIM(WS-RZ-APR-RESULT) '"'
               '},"correlation_id":"'
               FUNCTION TRIM(WS-CORRELATION-ID) '"}'
               DELIMITED BY SIZE
               INTO WS-JSON-OUTPUT WITH POINTER WS-JSON-POS.

       BUILD-CD-APY-JSON.
           COMPUTE DSP-CD-APY = WS-CD-APY * 100
           STRING '{"status":"' WS-STATUS '","result":{'
