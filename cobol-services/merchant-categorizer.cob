       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCHANT-CATEGORIZER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Merchant rule upkeep over posted history. The posting programs
      * clean merchant and category through MERCHANT-NORMALIZE as they
      * write; this job applies the same merchant-rules.dat to rows
      * already on transactions.dat. Request on
      * merchant-categorizer-input.json:
      *   BACKFILL  every row from from_date to to_date (both
      *             optional, all history by default) is passed
      *             through MERCHANT-NORMALIZE and rewritten when its
      *             merchant or category changes. Rows already clean
      *             come back unchanged, so the job can be run again
      *             after rules are added.
      *   REPORT    the rows in the same date range whose merchant no
      *             rule recognizes, summarized by match key (the
      *             merchant with processor prefix and store number
      *             taken off) with row count, total amount, channel
      *             and one raw merchant string, busiest first, on
      *             unrecognized-merchants-report.txt. An optional
      *             channel limits the report to one channel. Nothing
      *             is rewritten.
      * Counts in merchant-categorizer-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'merchant-categorizer-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE
               ASSIGN TO 'merchant-categorizer-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'unrecognized-merchants-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10) VALUE SPACES.
       01  WS-IN-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-IN-TO-DATE           PIC 9(8) VALUE 99999999.
       01  WS-IN-CHANNEL           PIC X(20) VALUE SPACES.
       01  WS-JSON-VALUE           PIC X(20).

      * Normalizer parameters and the row as it was read.
       01  WS-MN-MERCHANT          PIC X(50).
       01  WS-MN-CATEGORY          PIC X(30).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-OLD-MERCHANT         PIC X(50).
       01  WS-OLD-CATEGORY         PIC X(30).

       01  WS-RUN-COUNTS.
           05  WS-ROWS-READ        PIC 9(9) VALUE 0.
           05  WS-ROWS-UPDATED     PIC 9(9) VALUE 0.
           05  WS-ROWS-RECOGNIZED  PIC 9(9) VALUE 0.
           05  WS-ROWS-UNRECOGNIZED PIC 9(9) VALUE 0.
           05  WS-ROWS-NO-MERCHANT PIC 9(9) VALUE 0.
           05  WS-REWRITE-ERRORS   PIC 9(9) VALUE 0.
           05  WS-KEYS-LISTED      PIC 9(5) VALUE 0.
           05  WS-KEYS-OVERFLOW    PIC 9(9) VALUE 0.

      * Unrecognized merchants by match key for the report.
       01  WS-UNK-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNK-IDX              PIC 9(5).
       01  WS-UNK-FOUND            PIC 9(5).
       01  WS-UNK-BEST             PIC 9(5).
       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY OCCURS 2000 TIMES.
               10  WS-UNK-KEY      PIC X(50).
               10  WS-UNK-CHANNEL  PIC X(20).
               10  WS-UNK-SAMPLE   PIC X(50).
               10  WS-UNK-ROWS     PIC 9(7).
               10  WS-UNK-AMOUNT   PIC S9(12)V99 COMP-3.
               10  WS-UNK-LISTED   PIC X.

       01  WS-REPORT-LINE.
           05  WS-RPT-ROWS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-CHANNEL      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-RPT-KEY          PIC X(40).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-RPT-SAMPLE       PIC X(50).

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'BACKFILL'
                       PERFORM BACKFILL-HISTORY
                   WHEN 'REPORT'
                       PERFORM REPORT-UNRECOGNIZED
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-PARAMETERS.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Input file not available' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INPUT-RECORD
           READ INPUT-FILE
               AT END CONTINUE
           END-READ
           CLOSE INPUT-FILE

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"from_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               MOVE FUNCTION NUMVAL(WS-JSON-VALUE) TO WS-IN-FROM-DATE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"to_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               MOVE FUNCTION NUMVAL(WS-JSON-VALUE) TO WS-IN-TO-DATE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"channel":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CHANNEL
           END-IF

           IF WS-IN-FROM-DATE > WS-IN-TO-DATE
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'from_date is after to_date' TO WS-ERROR-MESSAGE
           END-IF.

      * Positions on the first row of from_date; WS-EOF is set when
      * there is nothing in range.
       START-AT-FROM-DATE.
           MOVE 'N' TO WS-EOF
           MOVE WS-IN-FROM-DATE TO TRANS-DATE
           MOVE 0 TO TRANS-TIME
           MOVE 0 TO TRANS-SEQ
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

       READ-NEXT-IN-RANGE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'N' AND TRANS-DATE > WS-IN-TO-DATE
               MOVE 'Y' TO WS-EOF
           END-IF.

      *----------------------------------------------------------------
      * BACKFILL: each row in range is normalized in place and
      * rewritten only when merchant or category moved.
      *----------------------------------------------------------------
       BACKFILL-HISTORY.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Transaction file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM START-AT-FROM-DATE
           IF WS-EOF = 'N'
               PERFORM READ-NEXT-IN-RANGE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM BACKFILL-ONE-ROW
               PERFORM READ-NEXT-IN-RANGE
           END-PERFORM

           CLOSE TRANSACTION-FILE.

       BACKFILL-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE TRANS-MERCHANT TO WS-OLD-MERCHANT
           MOVE TRANS-CATEGORY TO WS-OLD-CATEGORY
           CALL 'MERCHANT-NORMALIZE' USING TRANS-MERCHANT
                                           TRANS-CATEGORY
                                           TRANS-CHANNEL
                                           TRANS-TYPE
                                           WS-MN-MATCH-KEY
                                           WS-MN-RETURN-CODE
           PERFORM COUNT-OUTCOME

           IF TRANS-MERCHANT NOT = WS-OLD-MERCHANT OR
              TRANS-CATEGORY NOT = WS-OLD-CATEGORY
               REWRITE TRANSACTION-REC
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-UPDATED
               END-REWRITE
           END-IF.

       COUNT-OUTCOME.
           EVALUATE WS-MN-RETURN-CODE
               WHEN '00'
                   ADD 1 TO WS-ROWS-RECOGNIZED
               WHEN '01'
                   ADD 1 TO WS-ROWS-UNRECOGNIZED
               WHEN OTHER
                   ADD 1 TO WS-ROWS-NO-MERCHANT
           END-EVALUATE.

      *----------------------------------------------------------------
      * REPORT: the rules are applied to a copy of each row so the
      * file is only read.
      *----------------------------------------------------------------
       REPORT-UNRECOGNIZED.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Transaction file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM START-AT-FROM-DATE
           IF WS-EOF = 'N'
               PERFORM READ-NEXT-IN-RANGE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-IN-CHANNEL = SPACES OR
                  TRANS-CHANNEL = WS-IN-CHANNEL
                   PERFORM CLASSIFY-ONE-ROW
               END-IF
               PERFORM READ-NEXT-IN-RANGE
           END-PERFORM
           CLOSE TRANSACTION-FILE

           PERFORM WRITE-UNRECOGNIZED-REPORT.

       CLASSIFY-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE TRANS-MERCHANT TO WS-MN-MERCHANT
           MOVE TRANS-CATEGORY TO WS-MN-CATEGORY
           CALL 'MERCHANT-NORMALIZE' USING WS-MN-MERCHANT
                                           WS-MN-CATEGORY
                                           TRANS-CHANNEL
                                           TRANS-TYPE
                                           WS-MN-MATCH-KEY
                                           WS-MN-RETURN-CODE
           PERFORM COUNT-OUTCOME
           IF WS-MN-RETURN-CODE = '01'
               PERFORM TALLY-UNRECOGNIZED
           END-IF.

       TALLY-UNRECOGNIZED.
           MOVE 0 TO WS-UNK-FOUND
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
                      OR WS-UNK-FOUND > 0
               IF WS-UNK-KEY(WS-UNK-IDX) = WS-MN-MATCH-KEY
                   MOVE WS-UNK-IDX TO WS-UNK-FOUND
               END-IF
           END-PERFORM

           IF WS-UNK-FOUND = 0
               IF WS-UNK-COUNT >= 2000
                   ADD 1 TO WS-KEYS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UNK-COUNT
               MOVE WS-UNK-COUNT TO WS-UNK-FOUND
               MOVE WS-MN-MATCH-KEY TO WS-UNK-KEY(WS-UNK-FOUND)
               MOVE TRANS-CHANNEL TO WS-UNK-CHANNEL(WS-UNK-FOUND)
               MOVE TRANS-MERCHANT TO WS-UNK-SAMPLE(WS-UNK-FOUND)
               MOVE 0 TO WS-UNK-ROWS(WS-UNK-FOUND)
               MOVE 0 TO WS-UNK-AMOUNT(WS-UNK-FOUND)
               MOVE 'N' TO WS-UNK-LISTED(WS-UNK-FOUND)
           END-IF

           ADD 1 TO WS-UNK-ROWS(WS-UNK-FOUND)
           ADD TRANS-AMOUNT TO WS-UNK-AMOUNT(WS-UNK-FOUND).

       WRITE-UNRECOGNIZED-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNRECOGNIZED MERCHANTS - RUN DATE ' WS-TODAY
                  '  FROM ' WS-IN-FROM-DATE ' TO ' WS-IN-TO-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-IN-CHANNEL NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING 'CHANNEL ' WS-IN-CHANNEL
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '     ROWS           AMOUNT  CHANNEL    '
                  'MATCH KEY                                '
                  'SAMPLE MERCHANT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

      *    Busiest key first: pick the largest unlisted row count
      *    each time round.
           PERFORM UNTIL WS-KEYS-LISTED >= WS-UNK-COUNT
               MOVE 0 TO WS-UNK-BEST
               PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                       UNTIL WS-UNK-IDX > WS-UNK-COUNT
                   IF WS-UNK-LISTED(WS-UNK-IDX) = 'N'
                       IF WS-UNK-BEST = 0
                           MOVE WS-UNK-IDX TO WS-UNK-BEST
                       ELSE
                           IF WS-UNK-ROWS(WS-UNK-IDX) >
                              WS-UNK-ROWS(WS-UNK-BEST)
                               MOVE WS-UNK-IDX TO WS-UNK-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-UNK-LISTED(WS-UNK-BEST)
               ADD 1 TO WS-KEYS-LISTED
               MOVE WS-UNK-ROWS(WS-UNK-BEST) TO WS-RPT-ROWS
               MOVE WS-UNK-AMOUNT(WS-UNK-BEST) TO WS-RPT-AMOUNT
               MOVE WS-UNK-CHANNEL(WS-UNK-BEST) TO WS-RPT-CHANNEL
               MOVE WS-UNK-KEY(WS-UNK-BEST) TO WS-RPT-KEY
               MOVE WS-UNK-SAMPLE(WS-UNK-BEST) TO WS-RPT-SAMPLE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ROWS READ ' WS-ROWS-READ
                  '  RECOGNIZED ' WS-ROWS-RECOGNIZED
                  '  UNRECOGNIZED ' WS-ROWS-UNRECOGNIZED
                  '  NO MERCHANT ' WS-ROWS-NO-MERCHANT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-KEYS-OVERFLOW > 0
               MOVE SPACES TO REPORT-RECORD
               STRING 'ROWS NOT LISTED - KEY TABLE FULL '
                      WS-KEYS-OVERFLOW
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

       WRITE-OUTPUT.
           MOVE SPACES TO WS-JSON-OUTPUT
           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"ERROR",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               IF WS-ACTION = 'REPORT'
                   STRING '{"status":"SUCCESS",'
                       '"action":"REPORT",'
                       '"rows_read":' WS-ROWS-READ ','
                       '"recognized":' WS-ROWS-RECOGNIZED ','
                       '"unrecognized":' WS-ROWS-UNRECOGNIZED ','
                       '"no_merchant":' WS-ROWS-NO-MERCHANT ','
                       '"merchants_listed":' WS-KEYS-LISTED ','
                       '"rows_not_listed":' WS-KEYS-OVERFLOW ','
                       '"report":"unrecognized-merchants-report.txt"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"SUCCESS",'
                       '"action":"BACKFILL",'
                       '"rows_read":' WS-ROWS-READ ','
                       '"rows_updated":' WS-ROWS-UPDATED ','
                       '"recognized":' WS-ROWS-RECOGNIZED ','
                       '"unrecognized":' WS-ROWS-UNRECOGNIZED ','
                       '"no_merchant":' WS-ROWS-NO-MERCHANT ','
                       '"rewrite_errors":' WS-REWRITE-ERRORS '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
