      * settlement-recon-report.txt aged by day so the settlement GL
      * account stops being a month-end write-off bucket. JSON
      * summary in settlement-recon-output.json.
      *
      * ICL lines are the Fed's credit for the image cash letters we
      * sent: each must equal the file control total (type-99 record)
      * of the cash letter CASH-LETTER built (cash-letter-x937.dat).
      * A cash letter whose credit has not appeared is listed as an
      * expected credit not yet received.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT ACH-RECV-FILE ASSIGN TO 'ach-input.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-RECV-STATUS.
           SELECT CASH-LETTER-FILE ASSIGN TO 'cash-letter-x937.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-LETTER-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'settlement-recon-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO 'settlement-recon-output.json'
       FD  ACH-RECV-FILE.
       01  ACH-RECV-RECORD         PIC X(94).

       FD  CASH-LETTER-FILE.
       01  CASH-LETTER-RECORD      PIC X(80).

       FD  RECON-REPORT.
       01  RECON-RECORD            PIC X(132).

       01  WS-STATEMENT-STATUS     PIC XX.
       01  WS-ACH-SENT-STATUS      PIC XX.
       01  WS-ACH-RECV-STATUS      PIC XX.
       01  WS-CASH-LETTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TRANS-EOF            PIC X.
               10  WS-AB-MATCHED   PIC X.
       01  WS-AB-IDX               PIC 9(3).

      * Expected Fed credits from the cash letter file controls
      * (type-99: total amount in cents at 25 for 16).
       01  WS-ICL-TOTALS.
           05  WS-ICL-COUNT        PIC 9(2) VALUE 0.
           05  WS-ICL-ENTRY OCCURS 20 TIMES.
               10  WS-ICL-AMOUNT   PIC 9(12)V99.
               10  WS-ICL-MATCHED  PIC X.
       01  WS-ICL-IDX              PIC 9(2).

       01  WS-MATCH-FOUND          PIC X.
       01  WS-ABS-AMOUNT           PIC 9(10)V99.
       01  WS-DAYS-DIFF            PIC S9(8).
           05  WS-LINES-MATCHED    PIC 9(9) VALUE 0.
           05  WS-LINES-OUTSTANDING PIC 9(9) VALUE 0.
           05  WS-OUTSTANDING-TOTAL PIC S9(12)V99 VALUE 0.
           05  WS-ICL-UNRECEIVED   PIC 9(5) VALUE 0.

       01  WS-DISPLAY-AMOUNT       PIC Z(10)9.99.
       01  WS-JSON-PRE             PIC X(1000).
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM LOAD-ACH-CONTROL-TOTALS
           PERFORM LOAD-CASH-LETTER-TOTALS
           PERFORM RECONCILE-STATEMENT
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.
               FUNCTION NUMVAL(ACH-RECV-RECORD(33:12)) / 100
           MOVE 'N' TO WS-AB-MATCHED(WS-AB-COUNT).

       LOAD-CASH-LETTER-TOTALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASH-LETTER-FILE
           IF WS-CASH-LETTER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASH-LETTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CASH-LETTER-RECORD(1:2) = '99' AND
                              WS-ICL-COUNT < 20
                               ADD 1 TO WS-ICL-COUNT
                               COMPUTE WS-ICL-AMOUNT(WS-ICL-COUNT) =
                                   FUNCTION NUMVAL(
                                       CASH-LETTER-RECORD(25:16)) / 100
                               MOVE 'N' TO WS-ICL-MATCHED(WS-ICL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-LETTER-FILE
           END-IF.

       RECONCILE-STATEMENT.
           MOVE 'N' TO WS-EOF

               END-READ
           END-PERFORM

           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
                   UNTIL WS-ICL-IDX > WS-ICL-COUNT
               IF WS-ICL-MATCHED(WS-ICL-IDX) = 'N'
                   ADD 1 TO WS-ICL-UNRECEIVED
                   MOVE WS-ICL-AMOUNT(WS-ICL-IDX) TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO RECON-RECORD
                   STRING 'ICL  EXPECTED CREDIT NOT RECEIVED AMOUNT '
                          WS-DISPLAY-AMOUNT ' C'
                       DELIMITED BY SIZE INTO RECON-RECORD
                   WRITE RECON-RECORD
               END-IF
           END-PERFORM

           MOVE WS-OUTSTANDING-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RECON-RECORD
           STRING 'Outstanding items: ' WS-LINES-OUTSTANDING
                   PERFORM MATCH-WIRE-LINE
               WHEN 'ACH '
                   PERFORM MATCH-ACH-LINE
               WHEN 'ICL '
                   PERFORM MATCH-ICL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               END-IF
           END-PERFORM.

      * A cash letter credit matches an unmatched file control total
      * of the same amount.
       MATCH-ICL-LINE.
           IF FSS-DRCR NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
                   UNTIL WS-ICL-IDX > WS-ICL-COUNT
                   OR WS-MATCH-FOUND = 'Y'
               IF WS-ICL-MATCHED(WS-ICL-IDX) = 'N' AND
                  WS-ICL-AMOUNT(WS-ICL-IDX) = FSS-AMOUNT
                   MOVE 'Y' TO WS-MATCH-FOUND
                   MOVE 'Y' TO WS-ICL-MATCHED(WS-ICL-IDX)
               END-IF
           END-PERFORM.

       WRITE-OUTSTANDING-ITEM.
           ADD 1 TO WS-LINES-OUTSTANDING
           ADD FSS-AMOUNT TO WS-OUTSTANDING-TOTAL
               '"outstanding":' WS-LINES-OUTSTANDING ','
               '"outstanding_total":' WS-OUTSTANDING-TOTAL ','
               '"ach_batches_staged":' WS-AB-COUNT ','
               '"cash_letters_staged":' WS-ICL-COUNT ','
               '"cash_letters_unreceived":' WS-ICL-UNRECEIVED ','
               '"report":"settlement-recon-report.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
