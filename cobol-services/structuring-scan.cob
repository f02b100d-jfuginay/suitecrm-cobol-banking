      * of days whose cash total crosses the CTR threshold with no
      * single item doing so on its own. Scored candidates go to
      * sar-candidates.dat with the supporting TRANS-KEY values so an
      * investigator can pull the exact items; SAR-CASE-MANAGER's
      * INTAKE action opens the cases from that file. Parameters
      * (lookback days, window days, threshold) come from
      * structuring-input.json; JSON summary in
      * structuring-output.json. Customers KYC-REVIEW rates HIGH
      * are judged against a lower threshold ("high_risk_pct" of
      * the CTR threshold, default 80) over a longer window
      * ("high_risk_window_days", default 10).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT KYC-FILE ASSIGN TO 'kyc-review.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-CUST-ID         PIC X(10).
           05  KYC-RISK-RATING     PIC X(6).
           05  KYC-RISK-SCORE      PIC 9(3).
           05  KYC-LAST-REVIEW     PIC 9(8).
           05  KYC-NEXT-REVIEW     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-KYC-OPEN             PIC X VALUE 'N'.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-CTR-THRESHOLD        PIC 9(8)V99 VALUE 10000.00.
       01  WS-NEAR-PCT             PIC 9(3) VALUE 90.
       01  WS-NEAR-FLOOR           PIC 9(8)V99.
       01  WS-HIGH-RISK-PCT        PIC 9(3) VALUE 80.
       01  WS-HIGH-RISK-WINDOW     PIC 9(3) VALUE 10.

      * Threshold, floor and window in force for the customer being
      * judged.
       01  WS-CUST-THRESHOLD       PIC 9(8)V99.
       01  WS-CUST-NEAR-FLOOR      PIC 9(8)V99.
       01  WS-CUST-WINDOW          PIC 9(3).

      * Per-customer cash items inside the lookback. Fifty items per
      * customer is far beyond what a legitimate retail pattern
           05  WS-SC-COUNT         PIC 9(3) VALUE 0.
           05  WS-SC-ENTRY OCCURS 300 TIMES.
               10  WS-SC-CUST-ID   PIC X(10).
               10  WS-SC-RISK      PIC X(6).
               10  WS-SC-ITEM-CNT  PIC 9(2).
               10  WS-SC-ITEM OCCURS 50 TIMES.
                   15  WS-SC-DATE  PIC 9(8).
           05  WS-CASH-ITEMS       PIC 9(9) VALUE 0.
           05  WS-CUSTOMERS-SEEN   PIC 9(9) VALUE 0.
           05  WS-CANDIDATES       PIC 9(9) VALUE 0.
           05  WS-HIGH-RISK-JUDGED PIC 9(9) VALUE 0.

       01  WS-DISPLAY-AMOUNT       PIC Z(8)9.99.
       01  WS-JSON-PRE             PIC X(1000).
               PERFORM EXTRACT-LOOKBACK
               PERFORM EXTRACT-WINDOW
               PERFORM EXTRACT-THRESHOLD
               PERFORM EXTRACT-HIGH-RISK
           END-IF.

       EXTRACT-HIGH-RISK.
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"high_risk_pct":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-HIGH-RISK-PCT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD
               DELIMITED BY '"high_risk_window_days":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-HIGH-RISK-WINDOW =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       EXTRACT-LOOKBACK.
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               MOVE 'Y' TO WS-KYC-OPEN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
               END-READ
           END-PERFORM

           IF WS-KYC-OPEN = 'Y'
               CLOSE KYC-FILE
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           MOVE WS-SC-COUNT TO WS-CUSTOMERS-SEEN.
               MOVE WS-SC-COUNT TO WS-SC-SLOT
               MOVE ACCT-CUSTOMER-ID TO WS-SC-CUST-ID(WS-SC-SLOT)
               MOVE 0 TO WS-SC-ITEM-CNT(WS-SC-SLOT)
               MOVE SPACES TO WS-SC-RISK(WS-SC-SLOT)
               IF WS-KYC-OPEN = 'Y'
                   MOVE ACCT-CUSTOMER-ID TO KYC-CUST-ID
                   READ KYC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KYC-RISK-RATING
                               TO WS-SC-RISK(WS-SC-SLOT)
                   END-READ
               END-IF
           END-IF

           IF WS-SC-ITEM-CNT(WS-SC-SLOT) >= 50
       JUDGE-ONE-CUSTOMER.
           MOVE 0 TO WS-NEAR-COUNT
           MOVE 0 TO WS-WINDOW-HITS
           IF WS-SC-RISK(WS-SC-IDX) = 'HIGH'
               COMPUTE WS-CUST-THRESHOLD ROUNDED =
                   WS-CTR-THRESHOLD * WS-HIGH-RISK-PCT / 100
               COMPUTE WS-CUST-NEAR-FLOOR ROUNDED =
                   WS-CUST-THRESHOLD * WS-NEAR-PCT / 100
               MOVE WS-HIGH-RISK-WINDOW TO WS-CUST-WINDOW
               ADD 1 TO WS-HIGH-RISK-JUDGED
           ELSE
               MOVE WS-CTR-THRESHOLD TO WS-CUST-THRESHOLD
               MOVE WS-NEAR-FLOOR TO WS-CUST-NEAR-FLOOR
               MOVE WS-WINDOW-DAYS TO WS-CUST-WINDOW
           END-IF

           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-SC-ITEM-CNT(WS-SC-IDX)
               IF WS-SC-AMOUNT(WS-SC-IDX, WS-IT-IDX) >=
                       WS-CUST-NEAR-FLOOR AND
                  WS-SC-AMOUNT(WS-SC-IDX, WS-IT-IDX) <
                       WS-CUST-THRESHOLD
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(
                   WS-SC-DATE(WS-SC-IDX, WS-IT-IDX)) +
               WS-CUST-WINDOW - 1

           PERFORM VARYING WS-IT-IDX2 FROM 1 BY 1
                   UNTIL WS-IT-IDX2 > WS-SC-ITEM-CNT(WS-SC-IDX)
                   ADD WS-SC-AMOUNT(WS-SC-IDX, WS-IT-IDX2)
                       TO WS-WINDOW-TOTAL
                   IF WS-SC-AMOUNT(WS-SC-IDX, WS-IT-IDX2) >=
                           WS-CUST-THRESHOLD
                       MOVE 'Y' TO WS-WINDOW-SINGLE-OVER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WINDOW-TOTAL >= WS-CUST-THRESHOLD AND
              WS-WINDOW-SINGLE-OVER = 'N'
               ADD 1 TO WS-WINDOW-HITS
           END-IF.
                  ' SCORE ' WS-SCORE
                  ' NEAR-THRESHOLD ITEMS ' WS-NEAR-COUNT
                  ' WINDOW HITS ' WS-WINDOW-HITS
                  ' RISK ' WS-SC-RISK(WS-SC-IDX)
               DELIMITED BY SIZE INTO CANDIDATE-RECORD
           WRITE CANDIDATE-RECORD

               '"cash_items":' WS-CASH-ITEMS ','
               '"customers_reviewed":' WS-CUSTOMERS-SEEN ','
               '"candidates":' WS-CANDIDATES ','
               '"high_risk_judged":' WS-HIGH-RISK-JUDGED ','
               '"candidate_file":"sar-candidates.dat"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
