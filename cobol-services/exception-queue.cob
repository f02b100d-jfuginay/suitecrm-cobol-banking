       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-QUEUE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Consolidated operations exception queue. The nightly
      * exception outputs of the posting, payment, card, GL and data
      * programs, and the customer notices NOTICE-RENDER could not
      * deliver, are gathered onto one indexed file,
      * exception-queue.dat, one record per exception with its
      * source, business date, account, amount, severity, owner team,
      * SLA due date and status (OPEN, ASSIGNED, CLOSED). Work notes
      * are kept on exception-queue-notes.dat under the exception id.
      * Driven by exception-queue-input.json; result in
      * exception-queue-output.json.
      *   COLLECT   (default) reads every source in the table below
      *             ("source" limits it to one) and queues each
      *             exception line. A line already queued - same
      *             source, same text - is never queued twice, so a
      *             rerun or an append-only file adds nothing new.
      *             Lines that carry no date of their own take the
      *             run date on the report banner, or failing that
      *             the open business date.
      *   ASSIGN    assigns "exception_id" to "assignee".
      *   COMMENT   records "comment" against "exception_id".
      *   CLOSE     closes "exception_id"; "comment" (the resolution)
      *             is required.
      *   AGING     exception-aging-report.txt - every open item past
      *             its SLA, then open items by owner team and age in
      *             days (0-1, 2-3, 4-7, 8-14, 15+).
      * Each source carries an owner team, a severity and an SLA in
      * days from the exception's business date. An item still open
      * on or after its SLA due date is in breach; EOD-CONTROLLER
      * will not close a business date while any breach is open.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'exception-queue-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'exception-queue-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-QUEUE ASSIGN TO 'exception-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXQ-ID
               ALTERNATE RECORD KEY IS EXQ-FINGERPRINT
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT NOTE-FILE ASSIGN TO 'exception-queue-notes.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXN-KEY
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'exception-aging-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

      * EXQ-FINGERPRINT is the source plus a hash of the exception
      * line as the source wrote it.
       FD  EXCEPTION-QUEUE.
       01  EXCEPTION-RECORD.
           05  EXQ-ID              PIC X(12).
           05  EXQ-FINGERPRINT.
               10  EXQ-SOURCE      PIC X(12).
               10  EXQ-LINE-HASH   PIC 9(10).
           05  EXQ-BUSINESS-DATE   PIC 9(8).
           05  EXQ-ACCOUNT         PIC X(20).
           05  EXQ-AMOUNT          PIC S9(12)V99 COMP-3.
           05  EXQ-SEVERITY        PIC X(4).
           05  EXQ-OWNER-TEAM      PIC X(12).
           05  EXQ-STATUS          PIC X(8).
           05  EXQ-ASSIGNED-TO     PIC X(30).
           05  EXQ-SLA-DUE         PIC 9(8).
           05  EXQ-COLLECTED-DATE  PIC 9(8).
           05  EXQ-CLOSED-DATE     PIC 9(8).
           05  EXQ-CLOSED-BY       PIC X(30).
           05  EXQ-UPDATED-DATE    PIC 9(8).
           05  EXQ-DETAIL          PIC X(100).

       FD  NOTE-FILE.
       01  NOTE-RECORD.
           05  EXN-KEY.
               10  EXN-ID          PIC X(12).
               10  EXN-SEQ         PIC 9(4).
           05  EXN-TYPE            PIC X(8).
           05  EXN-DATE            PIC 9(8).
           05  EXN-USER            PIC X(30).
           05  EXN-TEXT            PIC X(100).

      * Wide enough for the conversion reject file; the fixed-layout
      * wire queues are read through the same record.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD           PIC X(600).

       FD  AGING-REPORT.
       01  AGING-RECORD            PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-NOTE-STATUS          PIC XX.
       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-NOTE-OPEN            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X.
       01  WS-QUEUE-EOF            PIC X.
       01  WS-NOTE-EOF             PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'EXCEPTION-QUEUE'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-SOURCE            PIC X(12).
       01  WS-IN-EXCEPTION-ID      PIC X(12).
       01  WS-IN-ASSIGNEE          PIC X(30).
       01  WS-IN-COMMENT           PIC X(100).

      * Exception sources: file, source code, owner team, severity
      * and SLA in days from the exception's business date.
       01  WS-SOURCE-DATA.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'standing-order-exceptions.txt'.
               10  FILLER PIC X(12) VALUE 'SO-EXCEPTION'.
               10  FILLER PIC X(12) VALUE 'PAYMENTS-OPS'.
               10  FILLER PIC X(4)  VALUE 'MED'.
               10  FILLER PIC 9(2)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'atm-rejects.txt'.
               10  FILLER PIC X(12) VALUE 'ATM-REJECT'.
               10  FILLER PIC X(12) VALUE 'CHANNEL-OPS'.
               10  FILLER PIC X(4)  VALUE 'MED'.
               10  FILLER PIC 9(2)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'teller-rejects.txt'.
               10  FILLER PIC X(12) VALUE 'TELLER-REJ'.
               10  FILLER PIC X(12) VALUE 'BRANCH-OPS'.
               10  FILLER PIC X(4)  VALUE 'MED'.
               10  FILLER PIC 9(2)  VALUE 2.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'wire-repair-queue.dat'.
               10  FILLER PIC X(12) VALUE 'WIRE-REPAIR'.
               10  FILLER PIC X(12) VALUE 'WIRE-OPS'.
               10  FILLER PIC X(4)  VALUE 'HIGH'.
               10  FILLER PIC 9(2)  VALUE 1.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'wire-review-queue.dat'.
               10  FILLER PIC X(12) VALUE 'WIRE-REVIEW'.
               10  FILLER PIC X(12) VALUE 'COMPLIANCE'.
               10  FILLER PIC X(4)  VALUE 'HIGH'.
               10  FILLER PIC 9(2)  VALUE 1.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'hot-card-hits.txt'.
               10  FILLER PIC X(12) VALUE 'HOT-CARD'.
               10  FILLER PIC X(12) VALUE 'CARD-FRAUD'.
               10  FILLER PIC X(4)  VALUE 'HIGH'.
               10  FILLER PIC 9(2)  VALUE 1.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'gl-recap-alerts.dat'.
               10  FILLER PIC X(12) VALUE 'GL-RECAP'.
               10  FILLER PIC X(12) VALUE 'GL-CONTROL'.
               10  FILLER PIC X(4)  VALUE 'HIGH'.
               10  FILLER PIC 9(2)  VALUE 1.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'ref-integrity-report.txt'.
               10  FILLER PIC X(12) VALUE 'REF-INTEG'.
               10  FILLER PIC X(12) VALUE 'DATA-QUALITY'.
               10  FILLER PIC X(4)  VALUE 'LOW'.
               10  FILLER PIC 9(2)  VALUE 5.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'balance-integrity-report.txt'.
               10  FILLER PIC X(12) VALUE 'BAL-INTEG'.
               10  FILLER PIC X(12) VALUE 'DEPOSIT-OPS'.
               10  FILLER PIC X(4)  VALUE 'HIGH'.
               10  FILLER PIC 9(2)  VALUE 1.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'reject-records.txt'.
               10  FILLER PIC X(12) VALUE 'CONVERSION'.
               10  FILLER PIC X(12) VALUE 'DATA-QUALITY'.
               10  FILLER PIC X(4)  VALUE 'LOW'.
               10  FILLER PIC 9(2)  VALUE 5.
           05  FILLER.
               10  FILLER PIC X(32)
                   VALUE 'notice-suppressed.txt'.
               10  FILLER PIC X(12) VALUE 'NOTICE-SUPP'.
               10  FILLER PIC X(12) VALUE 'CUSTOMER-OPS'.
               10  FILLER PIC X(4)  VALUE 'LOW'.
               10  FILLER PIC 9(2)  VALUE 3.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-DATA.
           05  WS-SRC-ENTRY OCCURS 11 TIMES.
               10  WS-SRC-FILE         PIC X(32).
               10  WS-SRC-CODE         PIC X(12).
               10  WS-SRC-TEAM         PIC X(12).
               10  WS-SRC-SEVERITY     PIC X(4).
               10  WS-SRC-SLA-DAYS     PIC 9(2).
       01  WS-SRC-COUNT            PIC 9(2) VALUE 11.
       01  WS-SRC-IDX              PIC 9(2).
       01  WS-SOURCE-NAME          PIC X(32).

      * One source line and what was taken from it.
       01  WS-LINE                 PIC X(600).
       01  WS-LINE-LEN             PIC 9(4).
       01  WS-CHAR-IDX             PIC 9(4).
       01  WS-HASH-WORK            PIC 9(18).
       01  WS-TALLY                PIC 9(4).
       01  WS-FILE-DATE            PIC 9(8).
       01  WS-IS-EXCEPTION         PIC X.
       01  WS-EX-DATE              PIC 9(8).
       01  WS-EX-ACCOUNT           PIC X(20).
       01  WS-EX-AMOUNT            PIC S9(12)V99.
       01  WS-EX-DETAIL            PIC X(100).
       01  WS-PRE                  PIC X(600).
       01  WS-POST                 PIC X(600).
       01  WS-POST-TRIM            PIC X(600).
       01  WS-MARKER               PIC X(20).
       01  WS-MARKER-LEN           PIC 9(2).
       01  WS-AMT-TEXT             PIC X(30).
       01  WS-AMT-VALUE            PIC S9(12)V99.
       01  WS-AMT-VALUE-2          PIC S9(12)V99.
       01  WS-WIRE-AMOUNT-X        PIC X(12).
       01  WS-WIRE-AMOUNT REDEFINES WS-WIRE-AMOUNT-X PIC 9(10)V99.
       01  WS-REJECT-NUM           PIC X(10).
       01  WS-REJECT-PTR           PIC 9(4).
       01  WS-DATE-INT             PIC 9(9).

       01  WS-NEW-EXCEPTION-ID.
           05  WS-NXI-PREFIX       PIC X(3) VALUE 'EXQ'.
           05  WS-NXI-NUMBER       PIC 9(9).
       01  WS-LAST-EXCEPTION-NUMBER PIC 9(9).
       01  WS-NEXT-NOTE-SEQ        PIC 9(4).
       01  WS-NOTE-TYPE            PIC X(8).
       01  WS-NOTE-TEXT            PIC X(100).

       01  WS-COLLECT-STATS.
           05  WS-SOURCES-READ     PIC 9(3) VALUE 0.
           05  WS-SOURCES-ABSENT   PIC 9(3) VALUE 0.
           05  WS-LINES-READ       PIC 9(7) VALUE 0.
           05  WS-ITEMS-QUEUED     PIC 9(7) VALUE 0.
           05  WS-ITEMS-KNOWN      PIC 9(7) VALUE 0.

      * Aging: open items by owner team and age band.
       01  WS-AGING-TEAMS.
           05  WS-AT-COUNT         PIC 9(2) VALUE 0.
           05  WS-AT-ENTRY OCCURS 20 TIMES.
               10  WS-AT-TEAM      PIC X(12).
               10  WS-AT-OPEN      PIC 9(5).
               10  WS-AT-BAND      PIC 9(5) OCCURS 5 TIMES.
               10  WS-AT-BREACHED  PIC 9(5).
       01  WS-AT-IDX               PIC 9(2).
       01  WS-AT-FOUND             PIC X.
       01  WS-BAND-IDX             PIC 9.
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-AGE-DISP             PIC -(4)9.
       01  WS-AGING-TOTALS.
           05  WS-OPEN-TOTAL       PIC 9(7) VALUE 0.
           05  WS-BREACH-TOTAL     PIC 9(7) VALUE 0.
           05  WS-UNASSIGNED-TOTAL PIC 9(7) VALUE 0.
       01  WS-DISPLAY-AMOUNT       PIC -(12)9.99.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM READ-BUSINESS-DATE
           PERFORM OPEN-QUEUE-FILES

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'COLLECT'
                       PERFORM COLLECT-EXCEPTIONS
                   WHEN 'ASSIGN'
                       PERFORM ASSIGN-EXCEPTION
                   WHEN 'COMMENT'
                       PERFORM COMMENT-EXCEPTION
                   WHEN 'CLOSE'
                       PERFORM CLOSE-EXCEPTION
                   WHEN 'AGING'
                       PERFORM PRODUCE-AGING-REPORT
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE EXCEPTION-QUEUE
               IF WS-NOTE-OPEN = 'Y'
                   CLOSE NOTE-FILE
               END-IF
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

           MOVE 'COLLECT' TO WS-ACTION
           MOVE SPACES TO WS-IN-USER
           MOVE SPACES TO WS-IN-SOURCE
           MOVE SPACES TO WS-IN-EXCEPTION-ID
           MOVE SPACES TO WS-IN-ASSIGNEE
           MOVE SPACES TO WS-IN-COMMENT

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"source":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-SOURCE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"exception_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-EXCEPTION-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"assignee":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ASSIGNEE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"comment":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-COMMENT
           END-IF.

      * The open business date dates lines that carry none of their
      * own and is the reference date for aging and SLA breach.
       READ-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-QUEUE-FILES.
           OPEN I-O EXCEPTION-QUEUE
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-QUEUE
               CLOSE EXCEPTION-QUEUE
               OPEN I-O EXCEPTION-QUEUE
           END-IF
           IF WS-QUEUE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Exception queue file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O NOTE-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF
           IF WS-NOTE-STATUS = '00'
               MOVE 'Y' TO WS-NOTE-OPEN
           END-IF.

      *----------------------------------------------------------------
      * COLLECT: every source in the table, or the one named. A
      * source whose file is not there tonight is simply counted.
      *----------------------------------------------------------------
       COLLECT-EXCEPTIONS.
           PERFORM FIND-NEXT-EXCEPTION-NUMBER
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-IN-SOURCE = SPACES OR
                  WS-IN-SOURCE = WS-SRC-CODE(WS-SRC-IDX)
                   PERFORM COLLECT-ONE-SOURCE
               END-IF
           END-PERFORM.

       COLLECT-ONE-SOURCE.
           MOVE WS-SRC-FILE(WS-SRC-IDX) TO WS-SOURCE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               ADD 1 TO WS-SOURCES-ABSENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SOURCES-READ
           MOVE WS-BUSINESS-DATE TO WS-FILE-DATE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SOURCE-RECORD TO WS-LINE
                       PERFORM COLLECT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

      * A banner carrying "RUN DATE" dates the lines under it.
       COLLECT-ONE-LINE.
           IF WS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ

           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL 'RUN DATE '
           IF WS-TALLY > 0
               MOVE SPACES TO WS-PRE WS-POST
               UNSTRING WS-LINE DELIMITED BY 'RUN DATE '
                   INTO WS-PRE WS-POST
               IF WS-POST(1:8) IS NUMERIC
                   MOVE WS-POST(1:8) TO WS-FILE-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-IS-EXCEPTION
           MOVE WS-FILE-DATE TO WS-EX-DATE
           MOVE SPACES TO WS-EX-ACCOUNT
           MOVE 0 TO WS-EX-AMOUNT
           MOVE WS-LINE(1:100) TO WS-EX-DETAIL

           EVALUATE WS-SRC-CODE(WS-SRC-IDX)
               WHEN 'SO-EXCEPTION'
                   PERFORM PARSE-SO-EXCEPTION
               WHEN 'ATM-REJECT'
                   PERFORM PARSE-ATM-REJECT
               WHEN 'TELLER-REJ'
                   PERFORM PARSE-TELLER-REJECT
               WHEN 'WIRE-REPAIR'
                   PERFORM PARSE-WIRE-REPAIR
               WHEN 'WIRE-REVIEW'
                   PERFORM PARSE-WIRE-REVIEW
               WHEN 'HOT-CARD'
                   PERFORM PARSE-HOT-CARD-HIT
               WHEN 'GL-RECAP'
                   PERFORM PARSE-GL-RECAP-ALERT
               WHEN 'REF-INTEG'
                   PERFORM PARSE-REF-INTEGRITY
               WHEN 'BAL-INTEG'
                   PERFORM PARSE-BALANCE-INTEGRITY
               WHEN 'CONVERSION'
                   PERFORM PARSE-CONVERSION-REJECT
               WHEN 'NOTICE-SUPP'
                   PERFORM PARSE-NOTICE-SUPPRESSED
           END-EVALUATE

           IF WS-IS-EXCEPTION = 'Y'
               PERFORM QUEUE-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * One parser per source, each matching the line its producing
      * program writes. Anything else on the file (banners, totals,
      * sample lines) is passed over.
      *----------------------------------------------------------------
      * ORDER nnnnnn <from> TO <to> AMOUNT a SKIPPED: reason
       PARSE-SO-EXCEPTION.
           IF WS-LINE(1:6) NOT = 'ORDER '
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(14:20) TO WS-EX-ACCOUNT
           MOVE ' AMOUNT ' TO WS-MARKER
           MOVE 8 TO WS-MARKER-LEN
           PERFORM EXTRACT-AMOUNT-AFTER
           MOVE WS-AMT-VALUE TO WS-EX-AMOUNT.

      * <terminal> <type> <account> AMOUNT a REASON reason
       PARSE-ATM-REJECT.
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL ' REASON '
           IF WS-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(21:20) TO WS-EX-ACCOUNT
           MOVE ' AMOUNT ' TO WS-MARKER
           MOVE 8 TO WS-MARKER-LEN
           PERFORM EXTRACT-AMOUNT-AFTER
           MOVE WS-AMT-VALUE TO WS-EX-AMOUNT.

      * <branch> <teller> <type> <account> AMOUNT a REASON reason
       PARSE-TELLER-REJECT.
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL ' REASON '
           IF WS-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(26:20) TO WS-EX-ACCOUNT
           MOVE ' AMOUNT ' TO WS-MARKER
           MOVE 8 TO WS-MARKER-LEN
           PERFORM EXTRACT-AMOUNT-AFTER
           MOVE WS-AMT-VALUE TO WS-EX-AMOUNT.

      * Repair queue layout: date, ref, beneficiary account, amount,
      * beneficiary name, reason.
       PARSE-WIRE-REPAIR.
           IF WS-LINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(1:8) TO WS-EX-DATE
           MOVE WS-LINE(29:20) TO WS-EX-ACCOUNT
           MOVE WS-LINE(49:12) TO WS-WIRE-AMOUNT-X
           IF WS-WIRE-AMOUNT-X IS NUMERIC
               MOVE WS-WIRE-AMOUNT TO WS-EX-AMOUNT
           END-IF
           MOVE SPACES TO WS-EX-DETAIL
           STRING 'REF ' FUNCTION TRIM(WS-LINE(9:20)) ' '
                  FUNCTION TRIM(WS-LINE(121:60))
               DELIMITED BY SIZE INTO WS-EX-DETAIL.

      * Review queue layout: date, ref, account, amount, party,
      * reason, disposition.
       PARSE-WIRE-REVIEW.
           IF WS-LINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(1:8) TO WS-EX-DATE
           MOVE WS-LINE(29:20) TO WS-EX-ACCOUNT
           MOVE WS-LINE(49:12) TO WS-WIRE-AMOUNT-X
           IF WS-WIRE-AMOUNT-X IS NUMERIC
               MOVE WS-WIRE-AMOUNT TO WS-EX-AMOUNT
           END-IF
           MOVE SPACES TO WS-EX-DETAIL
           STRING 'REF ' FUNCTION TRIM(WS-LINE(9:20)) ' '
                  FUNCTION TRIM(WS-LINE(221:10)) ' '
                  FUNCTION TRIM(WS-LINE(121:100))
               DELIMITED BY SIZE INTO WS-EX-DETAIL.

      * <date> <card token> LAST4 n LISTED d SOURCE s REASON r
       PARSE-HOT-CARD-HIT.
           IF WS-LINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(1:8) TO WS-EX-DATE
           MOVE WS-LINE(10:19) TO WS-EX-ACCOUNT.

      * <date> ONE-SIDED POSTING: ... = a
      * <date> MOVEMENT BREAK ON <gl> JOURNAL a MASTER b
       PARSE-GL-RECAP-ALERT.
           IF WS-LINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(1:8) TO WS-EX-DATE
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL ' BREAK ON '
           IF WS-TALLY > 0
               MOVE SPACES TO WS-PRE WS-POST
               UNSTRING WS-LINE DELIMITED BY ' BREAK ON '
                   INTO WS-PRE WS-POST
               UNSTRING WS-POST DELIMITED BY SPACE
                   INTO WS-EX-ACCOUNT
               MOVE ' JOURNAL ' TO WS-MARKER
               MOVE 9 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               MOVE WS-AMT-VALUE TO WS-AMT-VALUE-2
               MOVE ' MASTER ' TO WS-MARKER
               MOVE 8 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               COMPUTE WS-EX-AMOUNT = WS-AMT-VALUE-2 - WS-AMT-VALUE
           ELSE
               MOVE '= ' TO WS-MARKER
               MOVE 2 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               MOVE WS-AMT-VALUE TO WS-EX-AMOUNT
           END-IF.

      * <relationship> CHECKED n ORPHANS n - only a relationship with
      * orphans is an exception; its SAMPLE lines are not.
       PARSE-REF-INTEGRITY.
           IF WS-LINE(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL ' ORPHANS '
           IF WS-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ' ORPHANS ' TO WS-MARKER
           MOVE 9 TO WS-MARKER-LEN
           PERFORM EXTRACT-AMOUNT-AFTER
           IF WS-AMT-VALUE > 0
               MOVE 'Y' TO WS-IS-EXCEPTION
           END-IF.

      * <account> ENDPOINT recomputed a master b
      * <account> FIRST BREAK AT KEY k expected a stored b
       PARSE-BALANCE-INTEGRITY.
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL ' ENDPOINT '
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-IS-EXCEPTION
               MOVE WS-LINE(1:20) TO WS-EX-ACCOUNT
               MOVE ' recomputed ' TO WS-MARKER
               MOVE 12 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               MOVE WS-AMT-VALUE TO WS-AMT-VALUE-2
               MOVE ' master ' TO WS-MARKER
               MOVE 8 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               COMPUTE WS-EX-AMOUNT = WS-AMT-VALUE-2 - WS-AMT-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL ' FIRST BREAK '
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-IS-EXCEPTION
               MOVE WS-LINE(1:20) TO WS-EX-ACCOUNT
               MOVE ' expected ' TO WS-MARKER
               MOVE 10 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               MOVE WS-AMT-VALUE TO WS-AMT-VALUE-2
               MOVE ' stored ' TO WS-MARKER
               MOVE 8 TO WS-MARKER-LEN
               PERFORM EXTRACT-AMOUNT-AFTER
               COMPUTE WS-EX-AMOUNT = WS-AMT-VALUE-2 - WS-AMT-VALUE
           END-IF.

      * <record number>|<legacy record, 200 bytes>|<reason>
       PARSE-CONVERSION-REJECT.
           IF WS-LINE(1:8) = 'SUMMARY|'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-LINE TALLYING WS-TALLY FOR ALL '|'
           IF WS-TALLY < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE SPACES TO WS-REJECT-NUM
           UNSTRING WS-LINE DELIMITED BY '|' INTO WS-REJECT-NUM
           COMPUTE WS-REJECT-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REJECT-NUM)) + 203
           MOVE SPACES TO WS-EX-DETAIL
           IF WS-REJECT-PTR < 600
               STRING 'RECORD ' FUNCTION TRIM(WS-REJECT-NUM) ' '
                      FUNCTION TRIM(WS-LINE(WS-REJECT-PTR:))
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
           END-IF.

      * <queued date> <notice id> <type> <customer> <account>
      * REASON <reason>. Dated by the render run on the banner.
       PARSE-NOTICE-SUPPRESSED.
           IF WS-LINE(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-EXCEPTION
           MOVE WS-LINE(55:20) TO WS-EX-ACCOUNT.

      * The edited amount following WS-MARKER on the line.
       EXTRACT-AMOUNT-AFTER.
           MOVE 0 TO WS-AMT-VALUE
           MOVE SPACES TO WS-PRE WS-POST
           UNSTRING WS-LINE DELIMITED BY WS-MARKER(1:WS-MARKER-LEN)
               INTO WS-PRE WS-POST
           IF WS-POST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-POST LEADING) TO WS-POST-TRIM
           MOVE SPACES TO WS-AMT-TEXT
           UNSTRING WS-POST-TRIM DELIMITED BY SPACE INTO WS-AMT-TEXT
           IF WS-AMT-TEXT NOT = SPACES
               COMPUTE WS-AMT-VALUE = FUNCTION NUMVAL(WS-AMT-TEXT)
           END-IF.

      *----------------------------------------------------------------
      * A line already on the queue under its fingerprint is known;
      * anything else becomes a new OPEN item.
      *----------------------------------------------------------------
       QUEUE-EXCEPTION.
           PERFORM HASH-EXCEPTION-LINE
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO EXQ-SOURCE
           COMPUTE EXQ-LINE-HASH = FUNCTION MOD(WS-HASH-WORK,
               10000000000)
           READ EXCEPTION-QUEUE KEY IS EXQ-FINGERPRINT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-KNOWN
                   EXIT PARAGRAPH
           END-READ

           IF WS-EX-DATE < 19000101 OR WS-EX-DATE > 29991231
               MOVE WS-BUSINESS-DATE TO WS-EX-DATE
           END-IF

           ADD 1 TO WS-NXI-NUMBER
           MOVE WS-NEW-EXCEPTION-ID TO EXQ-ID
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO EXQ-SOURCE
           COMPUTE EXQ-LINE-HASH = FUNCTION MOD(WS-HASH-WORK,
               10000000000)
           MOVE WS-EX-DATE TO EXQ-BUSINESS-DATE
           MOVE WS-EX-ACCOUNT TO EXQ-ACCOUNT
           MOVE WS-EX-AMOUNT TO EXQ-AMOUNT
           MOVE WS-SRC-SEVERITY(WS-SRC-IDX) TO EXQ-SEVERITY
           MOVE WS-SRC-TEAM(WS-SRC-IDX) TO EXQ-OWNER-TEAM
           MOVE 'OPEN' TO EXQ-STATUS
           MOVE SPACES TO EXQ-ASSIGNED-TO
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EX-DATE) +
               WS-SRC-SLA-DAYS(WS-SRC-IDX)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO EXQ-SLA-DUE
           MOVE WS-TODAY TO EXQ-COLLECTED-DATE
           MOVE 0 TO EXQ-CLOSED-DATE
           MOVE SPACES TO EXQ-CLOSED-BY
           MOVE WS-TODAY TO EXQ-UPDATED-DATE
           MOVE WS-EX-DETAIL TO EXQ-DETAIL
           WRITE EXCEPTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ITEMS-KNOWN
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-QUEUED
           END-WRITE.

      * Same rolling hash FILE-REGISTER keeps for whole files.
       HASH-EXCEPTION-LINE.
           MOVE 0 TO WS-HASH-WORK
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LEN
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 31 +
                       FUNCTION ORD(WS-LINE(WS-CHAR-IDX:1)),
                       9999999967)
           END-PERFORM.

       FIND-NEXT-EXCEPTION-NUMBER.
           MOVE 0 TO WS-LAST-EXCEPTION-NUMBER
           MOVE 'N' TO WS-QUEUE-EOF
           MOVE LOW-VALUES TO EXQ-ID
           START EXCEPTION-QUEUE KEY >= EXQ-ID
               INVALID KEY MOVE 'Y' TO WS-QUEUE-EOF
           END-START
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ EXCEPTION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF EXQ-ID(1:3) = 'EXQ' AND
                          EXQ-ID(4:9) IS NUMERIC
                           MOVE EXQ-ID(4:9)
                               TO WS-LAST-EXCEPTION-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LAST-EXCEPTION-NUMBER TO WS-NXI-NUMBER.

      *----------------------------------------------------------------
      * Work actions: ASSIGN, COMMENT, CLOSE. Each is noted against
      * the item under the acting user.
      *----------------------------------------------------------------
       READ-INPUT-EXCEPTION.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-EXCEPTION-ID TO EXQ-ID
           READ EXCEPTION-QUEUE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Exception not found' TO WS-ERROR-MESSAGE
           END-READ.

       ASSIGN-EXCEPTION.
           PERFORM READ-INPUT-EXCEPTION
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ASSIGNEE = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'assignee is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF EXQ-STATUS = 'CLOSED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Exception is closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'EXQ-ASSIGN' TO WS-AJ-ACTION
           MOVE EXQ-ID TO WS-AJ-KEY
           MOVE EXQ-ASSIGNED-TO TO WS-AJ-BEFORE
           MOVE WS-IN-ASSIGNEE TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-IN-ASSIGNEE TO EXQ-ASSIGNED-TO
           MOVE 'ASSIGNED' TO EXQ-STATUS
           MOVE WS-TODAY TO EXQ-UPDATED-DATE
           REWRITE EXCEPTION-RECORD

           MOVE 'ASSIGN' TO WS-NOTE-TYPE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'Assigned to ' WS-IN-ASSIGNEE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM WRITE-EXCEPTION-NOTE.

       COMMENT-EXCEPTION.
           PERFORM READ-INPUT-EXCEPTION
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COMMENT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'comment is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'COMMENT' TO WS-NOTE-TYPE
           MOVE WS-IN-COMMENT TO WS-NOTE-TEXT
           PERFORM WRITE-EXCEPTION-NOTE
           MOVE WS-TODAY TO EXQ-UPDATED-DATE
           REWRITE EXCEPTION-RECORD.

       CLOSE-EXCEPTION.
           PERFORM READ-INPUT-EXCEPTION
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF EXQ-STATUS = 'CLOSED'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Exception is already closed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COMMENT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'comment (resolution) is required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'EXQ-CLOSE' TO WS-AJ-ACTION
           MOVE EXQ-ID TO WS-AJ-KEY
           MOVE EXQ-STATUS TO WS-AJ-BEFORE
           MOVE WS-IN-COMMENT TO WS-AJ-AFTER
           PERFORM WRITE-AUDIT-ENTRY

           MOVE 'CLOSED' TO EXQ-STATUS
           MOVE WS-TODAY TO EXQ-CLOSED-DATE
           MOVE WS-IN-USER TO EXQ-CLOSED-BY
           MOVE WS-TODAY TO EXQ-UPDATED-DATE
           REWRITE EXCEPTION-RECORD

           MOVE 'CLOSE' TO WS-NOTE-TYPE
           MOVE WS-IN-COMMENT TO WS-NOTE-TEXT
           PERFORM WRITE-EXCEPTION-NOTE.

       WRITE-EXCEPTION-NOTE.
           IF WS-NOTE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE EXQ-ID TO EXN-ID
           MOVE WS-NEXT-NOTE-SEQ TO EXN-SEQ
           MOVE WS-NOTE-TYPE TO EXN-TYPE
           MOVE WS-TODAY TO EXN-DATE
           MOVE WS-IN-USER TO EXN-USER
           MOVE WS-NOTE-TEXT TO EXN-TEXT
           WRITE NOTE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       FIND-NEXT-NOTE-SEQ.
           MOVE 0 TO WS-NEXT-NOTE-SEQ
           MOVE 'N' TO WS-NOTE-EOF
           MOVE EXQ-ID TO EXN-ID
           MOVE 0 TO EXN-SEQ
           START NOTE-FILE KEY >= EXN-KEY
               INVALID KEY MOVE 'Y' TO WS-NOTE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
                   NOT AT END
                       IF EXN-ID NOT = EXQ-ID
                           MOVE 'Y' TO WS-NOTE-EOF
                       ELSE
                           MOVE EXN-SEQ TO WS-NEXT-NOTE-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-NOTE-SEQ.

      *----------------------------------------------------------------
      * AGING: items past SLA listed as they are met, then the team
      * by age-band table. Age is in days from the exception's
      * business date to the open business date.
      *----------------------------------------------------------------
       PRODUCE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO AGING-RECORD
           STRING 'OPERATIONS EXCEPTION AGING - BUSINESS DATE '
                  WS-BUSINESS-DATE ' RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE 'OPEN PAST SLA' TO AGING-RECORD
           WRITE AGING-RECORD

           MOVE 'N' TO WS-QUEUE-EOF
           MOVE LOW-VALUES TO EXQ-ID
           START EXCEPTION-QUEUE KEY >= EXQ-ID
               INVALID KEY MOVE 'Y' TO WS-QUEUE-EOF
           END-START
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ EXCEPTION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF EXQ-STATUS NOT = 'CLOSED'
                           PERFORM AGE-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING 'OPEN BY OWNER TEAM      OPEN    0-1    2-3'
                  '    4-7   8-14    15+  PAST SLA'
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               MOVE SPACES TO AGING-RECORD
               STRING WS-AT-TEAM(WS-AT-IDX) '      '
                      WS-AT-OPEN(WS-AT-IDX) '  '
                      WS-AT-BAND(WS-AT-IDX, 1) '  '
                      WS-AT-BAND(WS-AT-IDX, 2) '  '
                      WS-AT-BAND(WS-AT-IDX, 3) '  '
                      WS-AT-BAND(WS-AT-IDX, 4) '  '
                      WS-AT-BAND(WS-AT-IDX, 5) '     '
                      WS-AT-BREACHED(WS-AT-IDX)
                   DELIMITED BY SIZE INTO AGING-RECORD
               WRITE AGING-RECORD
           END-PERFORM

           MOVE SPACES TO AGING-RECORD
           STRING 'Open: ' WS-OPEN-TOTAL
                  '  Unassigned: ' WS-UNASSIGNED-TOTAL
                  '  Past SLA: ' WS-BREACH-TOTAL
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           CLOSE AGING-REPORT.

       AGE-ONE-EXCEPTION.
           ADD 1 TO WS-OPEN-TOTAL
           IF EXQ-ASSIGNED-TO = SPACES
               ADD 1 TO WS-UNASSIGNED-TOTAL
           END-IF

           MOVE 'N' TO WS-AT-FOUND
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-FOUND = 'Y'
               IF WS-AT-TEAM(WS-AT-IDX) = EXQ-OWNER-TEAM
                   MOVE 'Y' TO WS-AT-FOUND
               END-IF
           END-PERFORM
           IF WS-AT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-AT-IDX
           ELSE
               IF WS-AT-COUNT >= 20
                   MOVE 20 TO WS-AT-IDX
               ELSE
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-AT-COUNT TO WS-AT-IDX
                   MOVE EXQ-OWNER-TEAM TO WS-AT-TEAM(WS-AT-IDX)
                   MOVE 0 TO WS-AT-OPEN(WS-AT-IDX)
                   MOVE 0 TO WS-AT-BAND(WS-AT-IDX, 1)
                   MOVE 0 TO WS-AT-BAND(WS-AT-IDX, 2)
                   MOVE 0 TO WS-AT-BAND(WS-AT-IDX, 3)
                   MOVE 0 TO WS-AT-BAND(WS-AT-IDX, 4)
                   MOVE 0 TO WS-AT-BAND(WS-AT-IDX, 5)
                   MOVE 0 TO WS-AT-BREACHED(WS-AT-IDX)
               END-IF
           END-IF

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(EXQ-BUSINESS-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 3
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 7
                   MOVE 3 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 14
                   MOVE 4 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-AT-OPEN(WS-AT-IDX)
           ADD 1 TO WS-AT-BAND(WS-AT-IDX, WS-BAND-IDX)

           IF EXQ-SLA-DUE <= WS-BUSINESS-DATE
               ADD 1 TO WS-AT-BREACHED(WS-AT-IDX)
               ADD 1 TO WS-BREACH-TOTAL
               MOVE WS-AGE-DAYS TO WS-AGE-DISP
               MOVE EXQ-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO AGING-RECORD
               STRING EXQ-ID ' ' EXQ-SOURCE ' ' EXQ-SEVERITY ' '
                      EXQ-OWNER-TEAM ' DUE ' EXQ-SLA-DUE
                      ' AGE ' WS-AGE-DISP ' ' EXQ-ACCOUNT
                      WS-DISPLAY-AMOUNT ' '
                      FUNCTION TRIM(EXQ-ASSIGNED-TO)
                   DELIMITED BY SIZE INTO AGING-RECORD
               WRITE AGING-RECORD
           END-IF.

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

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'COLLECT'
                       STRING '{"status":"SUCCESS",'
                           '"action":"COLLECT",'
                           '"sources_read":' WS-SOURCES-READ ','
                           '"sources_absent":' WS-SOURCES-ABSENT ','
                           '"lines_read":' WS-LINES-READ ','
                           '"queued":' WS-ITEMS-QUEUED ','
                           '"already_queued":' WS-ITEMS-KNOWN
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN 'AGING'
                       STRING '{"status":"SUCCESS",'
                           '"action":"AGING",'
                           '"business_date":' WS-BUSINESS-DATE ','
                           '"open":' WS-OPEN-TOTAL ','
                           '"unassigned":' WS-UNASSIGNED-TOTAL ','
                           '"past_sla":' WS-BREACH-TOTAL ','
                           '"report":"exception-aging-report.txt"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN OTHER
                       STRING '{"status":"SUCCESS",'
                           '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                           '"exception_id":"' FUNCTION TRIM(EXQ-ID)
                           '",'
                           '"exception_status":"'
                           FUNCTION TRIM(EXQ-STATUS) '",'
                           '"assigned_to":"'
                           FUNCTION TRIM(EXQ-ASSIGNED-TO) '"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-EVALUATE
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
