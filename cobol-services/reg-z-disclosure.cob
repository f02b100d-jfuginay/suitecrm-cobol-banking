       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-Z-DISCLOSURE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Truth in Lending (Regulation Z) disclosure figures for a
      * closed-end loan repaid monthly, shared by the
      * ENHANCED-FINANCIAL-CALC REG-Z-APR quote and the approval of a
      * loan application (LOAN-ORIGINATION, APPROVAL-MANAGER).
      * Terms in: loan amount, prepaid finance charge (points,
      * origination and other finance-charge fees paid at or before
      * consummation), note rate, number of monthly payments, days to
      * the first payment (0 = a regular 30-day first period) and a
      * balloon due with the last payment.
      *   - the note-rate payment is level over the term, allowing
      *     for the odd days in the first period and for the balloon;
      *     the schedule is amortized to the cent and the last
      *     payment takes the balloon and the rounding;
      *   - amount financed = loan amount less prepaid finance
      *     charge; total of payments = every scheduled payment;
      *     finance charge = total of payments less amount financed;
      *   - APR by the actuarial method of Appendix J: the monthly
      *     rate at which the payments discount back to the amount
      *     financed, with the first period counted as whole months
      *     plus a fraction of a 30-day month, times twelve;
      *   - tolerance for the APR is 1/8 of a point, 1/4 of a point
      *     when a balloon makes the payments irregular. Against the
      *     APR already disclosed (0 = none yet) the result is WITHIN
      *     or REDISCLOSE; NONE when there is nothing to compare.
      * Return codes: 00 calculated, 10 terms invalid, 20 no APR
      * found for the payment stream.
      *----------------------------------------------------------------

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RZ-FIRST-DAYS           PIC 9(3).
       01  RZ-FIRST-WHOLE          PIC 9(3).
       01  RZ-FIRST-FRACTION       PIC 9V9(9).
       01  RZ-PERIOD-RATE          PIC 9V9(15).
       01  RZ-DISCOUNT             PIC 9V9(15).
       01  RZ-DISCOUNT-POWER       PIC 9V9(15).
       01  RZ-FIRST-FACTOR         PIC 9(3)V9(15).
       01  RZ-ANNUITY-SUM          PIC 9(5)V9(12).
       01  RZ-PRESENT-VALUE        PIC S9(12)V9(6).
       01  RZ-PERIOD-IDX           PIC 9(4).
       01  RZ-POWER-IDX            PIC 9(3).
       01  RZ-BALANCE              PIC S9(12)V99.
       01  RZ-INTEREST             PIC S9(12)V99.
       01  RZ-APR-LOW              PIC 9V9(15).
       01  RZ-APR-HIGH             PIC 9V9(15).
       01  RZ-APR-TRY              PIC 9V9(15).
       01  RZ-ITERATION            PIC 9(3).
       01  RZ-APR-DIFFERENCE       PIC S9(3)V9(4).

       LINKAGE SECTION.
       01  RZ-TERMS.
           05  RZ-AMOUNT           PIC S9(10)V99 COMP-3.
           05  RZ-PREPAID-CHARGE   PIC S9(10)V99 COMP-3.
           05  RZ-NOTE-RATE        PIC 9(3)V9(6).
           05  RZ-TERM             PIC 9(4).
           05  RZ-FIRST-PERIOD-DAYS PIC 9(3).
           05  RZ-BALLOON          PIC S9(10)V99 COMP-3.
           05  RZ-DISCLOSED-APR    PIC 9(3)V9(4).
       01  RZ-DISCLOSURE.
           05  RZ-PAYMENT          PIC S9(10)V99 COMP-3.
           05  RZ-REGULAR-COUNT    PIC 9(4).
           05  RZ-FINAL-PAYMENT    PIC S9(10)V99 COMP-3.
           05  RZ-AMOUNT-FINANCED  PIC S9(10)V99 COMP-3.
           05  RZ-FINANCE-CHARGE   PIC S9(10)V99 COMP-3.
           05  RZ-TOTAL-PAYMENTS   PIC S9(10)V99 COMP-3.
           05  RZ-APR              PIC 9(3)V9(4).
           05  RZ-TOLERANCE        PIC 9V9(3).
           05  RZ-APR-RESULT       PIC X(10).
       01  RZ-RETURN-CODE          PIC XX.

       PROCEDURE DIVISION USING RZ-TERMS
                                 RZ-DISCLOSURE
                                 RZ-RETURN-CODE.
       REG-Z-DISCLOSURE-MAIN.
           MOVE '00' TO RZ-RETURN-CODE
           INITIALIZE RZ-DISCLOSURE

           IF RZ-AMOUNT NOT > 0 OR RZ-TERM = 0 OR
              RZ-PREPAID-CHARGE < 0 OR
              RZ-PREPAID-CHARGE NOT < RZ-AMOUNT OR
              RZ-BALLOON < 0 OR RZ-BALLOON NOT < RZ-AMOUNT
               MOVE '10' TO RZ-RETURN-CODE
               GOBACK
           END-IF

           MOVE RZ-FIRST-PERIOD-DAYS TO RZ-FIRST-DAYS
           IF RZ-FIRST-DAYS = 0
               MOVE 30 TO RZ-FIRST-DAYS
           END-IF
           DIVIDE RZ-FIRST-DAYS BY 30 GIVING RZ-FIRST-WHOLE
           COMPUTE RZ-FIRST-FRACTION =
               (RZ-FIRST-DAYS - RZ-FIRST-WHOLE * 30) / 30

           PERFORM CALCULATE-NOTE-PAYMENT
           PERFORM AMORTIZE-SCHEDULE

           COMPUTE RZ-AMOUNT-FINANCED =
               RZ-AMOUNT - RZ-PREPAID-CHARGE
           COMPUTE RZ-FINANCE-CHARGE =
               RZ-TOTAL-PAYMENTS - RZ-AMOUNT-FINANCED

           PERFORM SOLVE-ANNUAL-PERCENTAGE-RATE
           IF RZ-RETURN-CODE NOT = '00'
               GOBACK
           END-IF

           PERFORM CHECK-APR-TOLERANCE
           GOBACK.

      *----------------------------------------------------------------
      * Level payment at the note rate: the loan amount carried
      * through the odd first period, less the balloon discounted
      * from the last due date, spread over the discounted payments.
      *----------------------------------------------------------------
       CALCULATE-NOTE-PAYMENT.
           COMPUTE RZ-PERIOD-RATE = RZ-NOTE-RATE / 12
           IF RZ-PERIOD-RATE = 0
               COMPUTE RZ-PAYMENT ROUNDED =
                   (RZ-AMOUNT - RZ-BALLOON) / RZ-TERM
               EXIT PARAGRAPH
           END-IF

           COMPUTE RZ-DISCOUNT ROUNDED = 1 / (1 + RZ-PERIOD-RATE)
           PERFORM SET-FIRST-DISCOUNT
           MOVE 0 TO RZ-ANNUITY-SUM
           PERFORM VARYING RZ-PERIOD-IDX FROM 1 BY 1
                   UNTIL RZ-PERIOD-IDX > RZ-TERM
               IF RZ-PERIOD-IDX > 1
                   COMPUTE RZ-DISCOUNT-POWER ROUNDED =
                       RZ-DISCOUNT-POWER * RZ-DISCOUNT
               END-IF
               ADD RZ-DISCOUNT-POWER TO RZ-ANNUITY-SUM
           END-PERFORM

           COMPUTE RZ-PAYMENT ROUNDED =
               (RZ-AMOUNT * RZ-FIRST-FACTOR -
                RZ-BALLOON * RZ-DISCOUNT-POWER) / RZ-ANNUITY-SUM.

      * Discount to the first due date for RZ-PERIOD-RATE: whole
      * months compound, the odd days are simple interest.
       SET-FIRST-DISCOUNT.
           MOVE 1 TO RZ-DISCOUNT-POWER
           PERFORM VARYING RZ-POWER-IDX FROM 1 BY 1
                   UNTIL RZ-POWER-IDX > RZ-FIRST-WHOLE
               COMPUTE RZ-DISCOUNT-POWER ROUNDED =
                   RZ-DISCOUNT-POWER * RZ-DISCOUNT
           END-PERFORM
           COMPUTE RZ-FIRST-FACTOR ROUNDED =
               1 + RZ-FIRST-FRACTION * RZ-PERIOD-RATE.

      * Cent-rounded amortization; the last payment clears the
      * balance, balloon included.
       AMORTIZE-SCHEDULE.
           MOVE RZ-AMOUNT TO RZ-BALANCE
           COMPUTE RZ-REGULAR-COUNT = RZ-TERM - 1
           PERFORM VARYING RZ-PERIOD-IDX FROM 1 BY 1
                   UNTIL RZ-PERIOD-IDX > RZ-TERM
               IF RZ-PERIOD-IDX = 1
                   COMPUTE RZ-INTEREST ROUNDED =
                       RZ-BALANCE *
                       ((1 + RZ-FIRST-FRACTION * RZ-PERIOD-RATE) *
                        (1 + RZ-PERIOD-RATE) ** RZ-FIRST-WHOLE - 1)
               ELSE
                   COMPUTE RZ-INTEREST ROUNDED =
                       RZ-BALANCE * RZ-PERIOD-RATE
               END-IF
               IF RZ-PERIOD-IDX = RZ-TERM
                   COMPUTE RZ-FINAL-PAYMENT =
                       RZ-BALANCE + RZ-INTEREST
               ELSE
                   COMPUTE RZ-BALANCE =
                       RZ-BALANCE + RZ-INTEREST - RZ-PAYMENT
               END-IF
           END-PERFORM

           COMPUTE RZ-TOTAL-PAYMENTS =
               RZ-PAYMENT * RZ-REGULAR-COUNT + RZ-FINAL-PAYMENT.

      *----------------------------------------------------------------
      * APR: bisect on the monthly rate until the payments discount
      * to the amount financed. The present value falls as the rate
      * rises, so the answer is always bracketed between 0 and 25% a
      * month. No finance charge is a zero APR.
      *----------------------------------------------------------------
       SOLVE-ANNUAL-PERCENTAGE-RATE.
           IF RZ-FINANCE-CHARGE NOT > 0
               MOVE 0 TO RZ-APR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RZ-APR-LOW
           MOVE .25 TO RZ-APR-HIGH
           MOVE RZ-APR-HIGH TO RZ-APR-TRY
           PERFORM PRESENT-VALUE-AT-TRY
           IF RZ-PRESENT-VALUE > RZ-AMOUNT-FINANCED
               MOVE '20' TO RZ-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RZ-ITERATION FROM 1 BY 1
                   UNTIL RZ-ITERATION > 50
               COMPUTE RZ-APR-TRY ROUNDED =
                   (RZ-APR-LOW + RZ-APR-HIGH) / 2
               PERFORM PRESENT-VALUE-AT-TRY
               IF RZ-PRESENT-VALUE > RZ-AMOUNT-FINANCED
                   MOVE RZ-APR-TRY TO RZ-APR-LOW
               ELSE
                   MOVE RZ-APR-TRY TO RZ-APR-HIGH
               END-IF
           END-PERFORM

           COMPUTE RZ-APR ROUNDED =
               (RZ-APR-LOW + RZ-APR-HIGH) / 2 * 12 * 100.

      * The disclosed payment stream discounted at RZ-APR-TRY.
       PRESENT-VALUE-AT-TRY.
           MOVE RZ-APR-TRY TO RZ-PERIOD-RATE
           COMPUTE RZ-DISCOUNT ROUNDED = 1 / (1 + RZ-PERIOD-RATE)
           PERFORM SET-FIRST-DISCOUNT
           MOVE 0 TO RZ-PRESENT-VALUE
           PERFORM VARYING RZ-PERIOD-IDX FROM 1 BY 1
                   UNTIL RZ-PERIOD-IDX > RZ-TERM
               IF RZ-PERIOD-IDX > 1
                   COMPUTE RZ-DISCOUNT-POWER ROUNDED =
                       RZ-DISCOUNT-POWER * RZ-DISCOUNT
               END-IF
               IF RZ-PERIOD-IDX = RZ-TERM
                   COMPUTE RZ-PRESENT-VALUE ROUNDED =
                       RZ-PRESENT-VALUE +
                       RZ-FINAL-PAYMENT * RZ-DISCOUNT-POWER
               ELSE
                   COMPUTE RZ-PRESENT-VALUE ROUNDED =
                       RZ-PRESENT-VALUE +
                       RZ-PAYMENT * RZ-DISCOUNT-POWER
               END-IF
           END-PERFORM
           COMPUTE RZ-PRESENT-VALUE ROUNDED =
               RZ-PRESENT-VALUE / RZ-FIRST-FACTOR.

      * A balloon makes the payment amounts irregular; an odd first
      * period alone does not.
       CHECK-APR-TOLERANCE.
           IF RZ-BALLOON > 0
               MOVE .250 TO RZ-TOLERANCE
           ELSE
               MOVE .125 TO RZ-TOLERANCE
           END-IF

           IF RZ-DISCLOSED-APR = 0
               MOVE 'NONE' TO RZ-APR-RESULT
               EXIT PARAGRAPH
           END-IF

           COMPUTE RZ-APR-DIFFERENCE = RZ-APR - RZ-DISCLOSED-APR
           IF RZ-APR-DIFFERENCE < 0
               COMPUTE RZ-APR-DIFFERENCE = 0 - RZ-APR-DIFFERENCE
           END-IF
           IF RZ-APR-DIFFERENCE > RZ-TOLERANCE
               MOVE 'REDISCLOSE' TO RZ-APR-RESULT
           ELSE
               MOVE 'WITHIN' TO RZ-APR-RESULT
           END-IF.
