      * business date (aborted, cancelled or completed-with-errors
      * runs do not count), the GL recap summary reports zero out-of-balance and
      * zero breaks, and every expected interface file appears on the
      * transmission register for the date. The subledger-to-GL
      * control reconciliation (GL-CONTROL-RECON) must also have run
      * for the business date with no unexplained break - a break is
      * explained only by an override recorded against it. No item
      * on the operations exception queue (EXCEPTION-QUEUE) may still
      * be open on or after its SLA due date.
      * GL-POSTING and GL-POSTING-MULTI reject journals dated after
      * the open business date, so a late-night rerun cannot bleed
      * into the wrong day. JSON summary in eod-output.json.
      *
      * "action" in eod-input.json:
      *   BEGIN-CLOSE - marks the business date CLOSNG at the start
      *                 of the close window. While it is closing,
      *                 TELLER-CAPTURE, ATM-PROCESSOR and CARD-VALIDATOR
      *                 stand in: they judge each item as usual but
      *                 queue it on standin-queue.dat under a STANDIN
      *                 memo hold instead of posting into the day.
      *   CLOSE       - (default) the checks above, then advance.
      *   REOPEN      - abandons a close without advancing.
      * Whenever the date leaves CLOSNG with stand-in items still
      * queued it goes to REPLAY, and the channels keep queuing until
      * STANDIN-REPLAY has posted the queue and reopened the day, so
      * the queued items post ahead of anything that arrives later.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RECAP-SUMMARY ASSIGN TO 'gl-recap-output.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECAP-STATUS.
           SELECT RECON-SUMMARY
               ASSIGN TO 'gl-control-recon-output.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'transmission-register.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT STANDIN-QUEUE ASSIGN TO 'standin-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIQ-KEY
               FILE STATUS IS WS-STANDIN-STATUS.
           SELECT EXCEPTION-QUEUE ASSIGN TO 'exception-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXQ-ID
               ALTERNATE RECORD KEY IS EXQ-FINGERPRINT
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECAP-SUMMARY.
       01  RECAP-SUMMARY-RECORD    PIC X(1000).

       FD  RECON-SUMMARY.
       01  RECON-SUMMARY-RECORD    PIC X(1000).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  TRG-KEY.
           05  TRG-OVERRIDE        PIC X(1).
           05  TRG-OPERATOR        PIC X(30).

       FD  STANDIN-QUEUE.
       01  STANDIN-RECORD.
           05  SIQ-KEY.
               10  SIQ-ARRIVAL-DATE PIC 9(8).
               10  SIQ-ARRIVAL-TIME PIC 9(6).
               10  SIQ-SEQ         PIC 9(6).
           05  SIQ-CHANNEL         PIC X(8).
           05  SIQ-TXN-TYPE        PIC X(10).
           05  SIQ-ACCOUNT         PIC X(20).
           05  SIQ-TO-ACCOUNT      PIC X(20).
           05  SIQ-AMOUNT          PIC S9(10)V99 COMP-3.
           05  SIQ-HOLD-SEQ        PIC 9(4).
           05  SIQ-STATUS          PIC X(10).
           05  SIQ-BUSINESS-DATE   PIC 9(8).
           05  SIQ-REPLAY-DATE     PIC 9(8).
           05  SIQ-REASON          PIC X(30).
           05  SIQ-ORIGIN          PIC X(8).
           05  SIQ-BRANCH          PIC X(4).
           05  SIQ-TENDER          PIC X(5).
           05  SIQ-REFERENCE       PIC X(30).
           05  SIQ-ALT-REF         PIC X(20).
           05  SIQ-CARD-TOKEN      PIC X(19).
           05  SIQ-MCC             PIC X(4).

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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-RUN-HISTORY-STATUS   PIC XX.
       01  WS-RECAP-STATUS         PIC XX.
       01  WS-RECON-STATUS         PIC XX.
       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-STANDIN-STATUS       PIC XX.
       01  WS-EXCEPTION-STATUS     PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-DATE-STATE           PIC X(6).
       01  WS-LAST-CLOSED          PIC 9(8).
       01  WS-NEXT-BUSINESS-DATE   PIC 9(8).
       01  WS-STANDIN-QUEUED       PIC 9(7) VALUE 0.
       01  WS-DATE-INT             PIC 9(9).

      * Required jobs and expected interface files for the day, from
       01  WS-CHECK-RESULTS.
           05  WS-JOBS-MISSING     PIC 9(2) VALUE 0.
           05  WS-FILES-MISSING    PIC 9(2) VALUE 0.
           05  WS-SLA-BREACHES     PIC 9(5) VALUE 0.
           05  WS-RECAP-CLEAN      PIC X VALUE 'N'.
           05  WS-RECON-CLEAN      PIC X VALUE 'N'.
           05  WS-JOB-FOUND        PIC X.
           05  WS-FILE-FOUND       PIC X.

           PERFORM READ-PARAMETERS
           PERFORM READ-BUSINESS-DATE

           EVALUATE WS-ACTION
               WHEN 'BEGIN-CLOSE'
                   PERFORM BEGIN-CLOSE
               WHEN 'REOPEN'
                   PERFORM REOPEN-BUSINESS-DATE
               WHEN OTHER
                   PERFORM CLOSE-BUSINESS-DATE
           END-EVALUATE

           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.
               CLOSE INPUT-FILE
           END-IF

           MOVE 'CLOSE' TO WS-ACTION
           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"required_jobs":['
               INTO WS-JSON-PRE WS-JSON-POST
      * First ever run seeds the control record from the wall clock.
       READ-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE
           MOVE 'OPEN' TO WS-DATE-STATE
           MOVE 0 TO WS-LAST-CLOSED
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                       CONTINUE
                   NOT AT END
                       MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE BDC-STATUS TO WS-DATE-STATE
                       MOVE BDC-LAST-CLOSED TO WS-LAST-CLOSED
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * The channels stand in from here until the date reopens. A
      * queue left in REPLAY from the last close must be posted
      * first, or this night's items would replay ahead of it.
       BEGIN-CLOSE.
           IF WS-DATE-STATE = 'REPLAY'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Stand-in queue not yet replayed - run STANDIN-REPLA
      -            'Y first' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSNG' TO WS-DATE-STATE
           PERFORM WRITE-BUSINESS-DATE.

      * Abandoning a close keeps the date; anything queued while it
      * was closing still has to replay into it.
       REOPEN-BUSINESS-DATE.
           IF WS-DATE-STATE NOT = 'CLOSNG'
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-STATE-AFTER-CLOSE
           PERFORM WRITE-BUSINESS-DATE.

      * Likewise the date cannot advance again over an unreplayed
      * queue - the replay would post under the wrong date.
       CLOSE-BUSINESS-DATE.
           IF WS-DATE-STATE = 'REPLAY'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Stand-in queue not yet replayed - run STANDIN-REPLA
      -            'Y first' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-REQUIRED-JOBS
           PERFORM VERIFY-GL-RECAP
           PERFORM VERIFY-CONTROL-RECON
           PERFORM VERIFY-EXPECTED-FILES
           PERFORM VERIFY-EXCEPTION-SLA

           IF WS-JOBS-MISSING = 0 AND WS-FILES-MISSING = 0 AND
              WS-RECAP-CLEAN = 'Y' AND WS-RECON-CLEAN = 'Y' AND
              WS-SLA-BREACHES = 0
               PERFORM ADVANCE-BUSINESS-DATE
           ELSE
               MOVE 'NOT-CLOSED' TO WS-STATUS
               MOVE 'Day is not complete - date not advanced'
                   TO WS-ERROR-MESSAGE
           END-IF.

       SET-STATE-AFTER-CLOSE.
           PERFORM COUNT-QUEUED-STANDIN
           IF WS-STANDIN-QUEUED > 0
               MOVE 'REPLAY' TO WS-DATE-STATE
           ELSE
               MOVE 'OPEN' TO WS-DATE-STATE
           END-IF.

       COUNT-QUEUED-STANDIN.
           MOVE 0 TO WS-STANDIN-QUEUED
           OPEN INPUT STANDIN-QUEUE
           IF WS-STANDIN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO SIQ-KEY
           START STANDIN-QUEUE KEY >= SIQ-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDIN-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SIQ-STATUS = 'QUEUED'
                           ADD 1 TO WS-STANDIN-QUEUED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDIN-QUEUE.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-BUSINESS-DATE TO BDC-BUSINESS-DATE
           MOVE WS-DATE-STATE TO BDC-STATUS
           MOVE WS-LAST-CLOSED TO BDC-LAST-CLOSED
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE.

       VERIFY-REQUIRED-JOBS.
           IF WS-RJ-COUNT = 0
               EXIT PARAGRAPH
               END-IF
           END-IF.

      * The control reconciliation summary must be for this business
      * date and show no unexplained break.
       VERIFY-CONTROL-RECON.
           MOVE 'N' TO WS-RECON-CLEAN

           OPEN INPUT RECON-SUMMARY
           IF WS-RECON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ RECON-SUMMARY
               AT END
                   CLOSE RECON-SUMMARY
                   EXIT PARAGRAPH
           END-READ
           CLOSE RECON-SUMMARY

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING RECON-SUMMARY-RECORD
               DELIMITED BY '"business_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RECAP-VALUE
           UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
               INTO WS-RECAP-VALUE
           COMPUTE WS-RECAP-NUM = FUNCTION NUMVAL(WS-RECAP-VALUE)
           IF WS-RECAP-NUM NOT = WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING RECON-SUMMARY-RECORD
               DELIMITED BY '"unexplained":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RECAP-VALUE
           UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
               INTO WS-RECAP-VALUE
           COMPUTE WS-RECAP-NUM = FUNCTION NUMVAL(WS-RECAP-VALUE)
           IF WS-RECAP-NUM = 0
               MOVE 'Y' TO WS-RECON-CLEAN
           END-IF.

       VERIFY-EXPECTED-FILES.
           IF WS-XF-COUNT = 0
               EXIT PARAGRAPH
               END-READ
           END-PERFORM.

      * An open exception whose SLA falls due on or before the date
      * being closed holds the close. No queue file, no breaches.
       VERIFY-EXCEPTION-SLA.
           MOVE 0 TO WS-SLA-BREACHES
           OPEN INPUT EXCEPTION-QUEUE
           IF WS-EXCEPTION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EXQ-ID
           START EXCEPTION-QUEUE KEY >= EXQ-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXCEPTION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EXQ-STATUS NOT = 'CLOSED' AND
                          EXQ-SLA-DUE <= WS-BUSINESS-DATE
                           ADD 1 TO WS-SLA-BREACHES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-QUEUE.

       ADVANCE-BUSINESS-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-NEXT-BUSINESS-DATE

           PERFORM SET-STATE-AFTER-CLOSE
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-NEXT-BUSINESS-DATE TO BDC-BUSINESS-DATE
           MOVE WS-DATE-STATE TO BDC-STATUS
           MOVE WS-BUSINESS-DATE TO BDC-LAST-CLOSED
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE.

       WRITE-JSON-SUMMARY.
           IF WS-STATUS = 'SUCCESS' AND
              (WS-ACTION = 'BEGIN-CLOSE' OR WS-ACTION = 'REOPEN')
               STRING '{"status":"' WS-STATUS '",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"business_date":' WS-BUSINESS-DATE ','
                   '"date_status":"' FUNCTION TRIM(WS-DATE-STATE) '",'
                   '"standin_queued":' WS-STANDIN-QUEUED
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               IF WS-STATUS = 'SUCCESS'
                   STRING '{"status":"' WS-STATUS '",'
                       '"closed_date":' WS-BUSINESS-DATE ','
                       '"new_business_date":' WS-NEXT-BUSINESS-DATE ','
                       '"date_status":"'
                       FUNCTION TRIM(WS-DATE-STATE) '",'
                       '"standin_queued":' WS-STANDIN-QUEUED ','
                       '"jobs_missing":' WS-JOBS-MISSING ','
                       '"files_missing":' WS-FILES-MISSING ','
                       '"sla_breaches":' WS-SLA-BREACHES
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"' WS-STATUS '",'
                       '"business_date":' WS-BUSINESS-DATE ','
                       '"jobs_missing":' WS-JOBS-MISSING ','
                       '"files_missing":' WS-FILES-MISSING ','
                       '"recap_clean":"' WS-RECAP-CLEAN '",'
                       '"recon_clean":"' WS-RECON-CLEAN '",'
                       '"sla_breaches":' WS-SLA-BREACHES ','
                       '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                       '}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE
