       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-RENDER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Daily customer correspondence run. Works through every notice
      * queued on notice-queue.dat by NOTICE-QUEUE and delivers it by
      * the customer's correspondence preferences on
      * customer-master.dat (kept by CUSTOMER-MAINTENANCE):
      *   - a notice queued without a customer id goes to the owner
      *     of its account;
      *   - no customer on file, a DECEASED or MERGED customer, a
      *     paper notice to an address flagged for returned mail, or
      *     a paper notice with no address on file is suppressed and
      *     listed on notice-suppressed.txt with the reason;
      *   - delivery preference EMAIL with email consent Y and an
      *     email address on file goes to the email extract;
      *   - everything else goes to the print vendor file (a
      *     preference of EMAIL without consent falls back to paper).
      * Print and email files are dated by the business date
      * (notice-print-YYYYMMDD.txt, notice-email-YYYYMMDD.txt) and
      * only ever appended to, one fixed-layout record per notice:
      * the merge data carried through as queued, the account cut to
      * its last four characters. Every notice delivered or
      * suppressed is kept on the indexed notice-history.dat under
      * its notice id (alternate key customer id) with channel,
      * destination, reason and merge data as proof of what was sent
      * where and when. A notice already on the history is not
      * delivered twice, so a rerun after a failure picks up where
      * the last one stopped; the queue is emptied only at the end of
      * a complete run. EXCEPTION-QUEUE collects the suppressed list.
      * Driven by notice-render-input.json (optional):
      *   RENDER    (default) the daily run above.
      *   HISTORY   lists every notice on the history for
      *             "customer_id" on notice-history-report.txt.
      * Result in notice-render-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'notice-render-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'notice-render-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO 'notice-queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'notice-history.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NTH-NOTICE-ID
               ALTERNATE RECORD KEY IS NTH-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EMAIL-FILE ASSIGN TO WS-EMAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO 'notice-suppressed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-REPORT
               ASSIGN TO 'notice-history-report.txt'
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

       FD  NOTICE-QUEUE-FILE.
       01  NOTICE-QUEUE-RECORD.
           05  NTQ-ID              PIC X(20).
           05  NTQ-QUEUED-DATE     PIC 9(8).
           05  NTQ-PROGRAM         PIC X(20).
           05  NTQ-TYPE            PIC X(12).
           05  NTQ-CUST-ID         PIC X(10).
           05  NTQ-ACCOUNT         PIC X(20).
           05  NTQ-MERGE-DATA      PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  NTH-NOTICE-ID       PIC X(20).
           05  NTH-CUST-ID         PIC X(10).
           05  NTH-TYPE            PIC X(12).
           05  NTH-ACCOUNT         PIC X(20).
           05  NTH-PROGRAM         PIC X(20).
           05  NTH-QUEUED-DATE     PIC 9(8).
           05  NTH-RENDERED-DATE   PIC 9(8).
           05  NTH-CHANNEL         PIC X(8).
           05  NTH-DESTINATION     PIC X(50).
           05  NTH-REASON          PIC X(14).
           05  NTH-MERGE-DATA      PIC X(200).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           05  CUST-ID             PIC X(10).
           05  CUST-NAME           PIC X(40).
           05  CUST-ADDRESS        PIC X(40).
           05  CUST-CITY           PIC X(20).
           05  CUST-STATE          PIC X(2).
           05  CUST-ZIP            PIC X(10).
           05  CUST-PHONE          PIC X(15).
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
           05  ACCT-NUMBER         PIC X(20).
           05  ACCT-TYPE           PIC X(10).
           05  ACCT-CUSTOMER-ID    PIC X(10).
           05  ACCT-BALANCE        PIC S9(12)V99 COMP-3.
           05  ACCT-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  ACCT-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  ACCT-OPEN-DATE      PIC 9(8).
           05  ACCT-LAST-ACTIVITY  PIC 9(8).
           05  ACCT-STATUS         PIC X(10).

      * Print vendor layout, one letter per record.
       FD  PRINT-FILE.
       01  PRINT-RECORD.
           05  PRT-NOTICE-ID       PIC X(20).
           05  PRT-TYPE            PIC X(12).
           05  PRT-CUST-ID         PIC X(10).
           05  PRT-NAME            PIC X(40).
           05  PRT-ADDRESS         PIC X(40).
           05  PRT-CITY            PIC X(20).
           05  PRT-STATE           PIC X(2).
           05  PRT-ZIP             PIC X(10).
           05  PRT-ACCOUNT-LAST4   PIC X(4).
           05  PRT-MERGE-DATA      PIC X(200).

      * Email service layout, one message per record.
       FD  EMAIL-FILE.
       01  EMAIL-RECORD.
           05  EML-NOTICE-ID       PIC X(20).
           05  EML-TYPE            PIC X(12).
           05  EML-CUST-ID         PIC X(10).
           05  EML-ADDRESS         PIC X(50).
           05  EML-NAME            PIC X(40).
           05  EML-ACCOUNT-LAST4   PIC X(4).
           05  EML-MERGE-DATA      PIC X(200).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-RECORD         PIC X(132).

       FD  HISTORY-REPORT.
       01  HISTORY-REPORT-RECORD   PIC X(300).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-ACCOUNT-STATUS       PIC XX.
       01  WS-PRINT-STATUS         PIC XX.
       01  WS-EMAIL-STATUS         PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-CUSTOMER-OPEN        PIC X VALUE 'N'.
       01  WS-ACCOUNT-OPEN         PIC X VALUE 'N'.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10) VALUE 'RENDER'.
       01  WS-IN-CUSTOMER-ID       PIC X(10) VALUE SPACES.

       01  WS-PRINT-NAME           PIC X(40).
       01  WS-EMAIL-NAME           PIC X(40).

      * Routing of the notice in hand.
       01  WS-NOTICE-CUST-ID       PIC X(10).
       01  WS-CHANNEL              PIC X(8).
       01  WS-REASON               PIC X(14).
       01  WS-DESTINATION          PIC X(50).
       01  WS-CUSTOMER-FOUND       PIC X.
       01  WS-ACCOUNT-LAST4        PIC X(4).
       01  WS-ACCOUNT-LEN          PIC 9(2).

       01  WS-RUN-COUNTS.
           05  WS-NOTICES-READ     PIC 9(7) VALUE 0.
           05  WS-NOTICES-PRINTED  PIC 9(7) VALUE 0.
           05  WS-NOTICES-EMAILED  PIC 9(7) VALUE 0.
           05  WS-NOTICES-SUPPRESSED PIC 9(7) VALUE 0.
           05  WS-NOTICES-ALREADY  PIC 9(7) VALUE 0.
           05  WS-HISTORY-LISTED   PIC 9(7) VALUE 0.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           PERFORM READ-BUSINESS-DATE
           PERFORM OPEN-HISTORY-FILE

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'RENDER'
                       PERFORM RENDER-NOTICE-QUEUE
                   WHEN 'HISTORY'
                       PERFORM LIST-CUSTOMER-HISTORY
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE HISTORY-FILE
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

      * No input file is a plain daily RENDER.
       READ-PARAMETERS.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
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
           UNSTRING INPUT-RECORD DELIMITED BY '"customer_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-CUSTOMER-ID
           END-IF.

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

       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Notice history file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * RENDER: the whole queue, then the queue is emptied. Without a
      * queue file there is simply nothing to send today.
      *----------------------------------------------------------------
       RENDER-NOTICE-QUEUE.
           OPEN INPUT NOTICE-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS = '00'
               MOVE 'Y' TO WS-ACCOUNT-OPEN
           END-IF

           MOVE SPACES TO WS-PRINT-NAME WS-EMAIL-NAME
           STRING 'notice-print-' WS-BUSINESS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-PRINT-NAME
           STRING 'notice-email-' WS-BUSINESS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-EMAIL-NAME
           OPEN EXTEND PRINT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               OPEN OUTPUT PRINT-FILE
           END-IF
           OPEN EXTEND EMAIL-FILE
           IF WS-EMAIL-STATUS NOT = '00'
               OPEN OUTPUT EMAIL-FILE
           END-IF

           OPEN OUTPUT SUPPRESS-FILE
           MOVE SPACES TO SUPPRESS-RECORD
           STRING 'SUPPRESSED CUSTOMER NOTICES - RUN DATE '
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO SUPPRESS-RECORD
           WRITE SUPPRESS-RECORD

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTICE-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NTQ-ID NOT = SPACES
                           ADD 1 TO WS-NOTICES-READ
                           PERFORM RENDER-ONE-NOTICE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTICE-QUEUE-FILE
           CLOSE SUPPRESS-FILE
           CLOSE EMAIL-FILE
           CLOSE PRINT-FILE
           IF WS-ACCOUNT-OPEN = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-CUSTOMER-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF

           OPEN OUTPUT NOTICE-QUEUE-FILE
           CLOSE NOTICE-QUEUE-FILE.

      * A notice already on the history went out on an earlier run;
      * a suppressed one is listed again so the exception still
      * shows until the queue is cleared.
       RENDER-ONE-NOTICE.
           MOVE NTQ-ID TO NTH-NOTICE-ID
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NOTICES-ALREADY
                   IF NTH-CHANNEL = 'SUPPRESS'
                       MOVE NTH-CUST-ID TO WS-NOTICE-CUST-ID
                       MOVE NTH-REASON TO WS-REASON
                       PERFORM WRITE-SUPPRESS-LINE
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           PERFORM RESOLVE-NOTICE-CUSTOMER
           PERFORM ROUTE-NOTICE

           EVALUATE WS-CHANNEL
               WHEN 'PRINT'
                   PERFORM WRITE-PRINT-RECORD
               WHEN 'EMAIL'
                   PERFORM WRITE-EMAIL-RECORD
               WHEN OTHER
                   PERFORM WRITE-SUPPRESS-LINE
                   ADD 1 TO WS-NOTICES-SUPPRESSED
           END-EVALUATE
           PERFORM WRITE-HISTORY-RECORD.

       RESOLVE-NOTICE-CUSTOMER.
           MOVE NTQ-CUST-ID TO WS-NOTICE-CUST-ID
           IF WS-NOTICE-CUST-ID = SPACES AND
              NTQ-ACCOUNT NOT = SPACES AND
              WS-ACCOUNT-OPEN = 'Y'
               MOVE NTQ-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CUSTOMER-ID TO WS-NOTICE-CUST-ID
               END-READ
           END-IF

           MOVE 'N' TO WS-CUSTOMER-FOUND
           IF WS-NOTICE-CUST-ID NOT = SPACES AND
              WS-CUSTOMER-OPEN = 'Y'
               MOVE WS-NOTICE-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-READ
           END-IF

           MOVE SPACES TO WS-ACCOUNT-LAST4
           IF NTQ-ACCOUNT NOT = SPACES
               COMPUTE WS-ACCOUNT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(NTQ-ACCOUNT))
               IF WS-ACCOUNT-LEN < 4
                   MOVE 4 TO WS-ACCOUNT-LEN
               END-IF
               MOVE NTQ-ACCOUNT(WS-ACCOUNT-LEN - 3:4)
                   TO WS-ACCOUNT-LAST4
           END-IF.

      * Suppression reasons come first; a blank preference on a
      * record converted before the field existed reads as PAPER.
       ROUTE-NOTICE.
           MOVE SPACES TO WS-CHANNEL WS-REASON WS-DESTINATION
           IF WS-CUSTOMER-FOUND NOT = 'Y'
               MOVE 'SUPPRESS' TO WS-CHANNEL
               MOVE 'NO-CUSTOMER' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CUST-KYC-STATUS = 'DECEASED' OR
              CUST-KYC-STATUS = 'MERGED'
               MOVE 'SUPPRESS' TO WS-CHANNEL
               MOVE CUST-KYC-STATUS TO WS-REASON
               EXIT PARAGRAPH
           END-IF

           IF CUST-DELIVERY-PREF = 'EMAIL' AND
              CUST-EMAIL-CONSENT = 'Y' AND
              CUST-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-CHANNEL
               MOVE CUST-EMAIL TO WS-DESTINATION
               EXIT PARAGRAPH
           END-IF

           IF CUST-RETURNED-MAIL = 'Y'
               MOVE 'SUPPRESS' TO WS-CHANNEL
               MOVE 'RETURNED-MAIL' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF CUST-ADDRESS = SPACES
               MOVE 'SUPPRESS' TO WS-CHANNEL
               MOVE 'NO-ADDRESS' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'PRINT' TO WS-CHANNEL
           STRING FUNCTION TRIM(CUST-ADDRESS) ' '
                  FUNCTION TRIM(CUST-ZIP)
               DELIMITED BY SIZE INTO WS-DESTINATION.

       WRITE-PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD
           MOVE NTQ-ID TO PRT-NOTICE-ID
           MOVE NTQ-TYPE TO PRT-TYPE
           MOVE CUST-ID TO PRT-CUST-ID
           MOVE CUST-NAME TO PRT-NAME
           MOVE CUST-ADDRESS TO PRT-ADDRESS
           MOVE CUST-CITY TO PRT-CITY
           MOVE CUST-STATE TO PRT-STATE
           MOVE CUST-ZIP TO PRT-ZIP
           MOVE WS-ACCOUNT-LAST4 TO PRT-ACCOUNT-LAST4
           MOVE NTQ-MERGE-DATA TO PRT-MERGE-DATA
           WRITE PRINT-RECORD
           ADD 1 TO WS-NOTICES-PRINTED.

       WRITE-EMAIL-RECORD.
           MOVE SPACES TO EMAIL-RECORD
           MOVE NTQ-ID TO EML-NOTICE-ID
           MOVE NTQ-TYPE TO EML-TYPE
           MOVE CUST-ID TO EML-CUST-ID
           MOVE CUST-EMAIL TO EML-ADDRESS
           MOVE CUST-NAME TO EML-NAME
           MOVE WS-ACCOUNT-LAST4 TO EML-ACCOUNT-LAST4
           MOVE NTQ-MERGE-DATA TO EML-MERGE-DATA
           WRITE EMAIL-RECORD
           ADD 1 TO WS-NOTICES-EMAILED.

      * <queued date> <notice id> <type> <customer> <account>
      * REASON <reason> - the layout EXCEPTION-QUEUE reads.
       WRITE-SUPPRESS-LINE.
           MOVE SPACES TO SUPPRESS-RECORD
           STRING NTQ-QUEUED-DATE ' ' NTQ-ID ' ' NTQ-TYPE ' '
                  WS-NOTICE-CUST-ID ' ' NTQ-ACCOUNT
                  ' REASON ' WS-REASON
               DELIMITED BY SIZE INTO SUPPRESS-RECORD
           WRITE SUPPRESS-RECORD.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE NTQ-ID TO NTH-NOTICE-ID
           MOVE WS-NOTICE-CUST-ID TO NTH-CUST-ID
           MOVE NTQ-TYPE TO NTH-TYPE
           MOVE NTQ-ACCOUNT TO NTH-ACCOUNT
           MOVE NTQ-PROGRAM TO NTH-PROGRAM
           MOVE NTQ-QUEUED-DATE TO NTH-QUEUED-DATE
           MOVE WS-BUSINESS-DATE TO NTH-RENDERED-DATE
           MOVE WS-CHANNEL TO NTH-CHANNEL
           MOVE WS-DESTINATION TO NTH-DESTINATION
           MOVE WS-REASON TO NTH-REASON
           MOVE NTQ-MERGE-DATA TO NTH-MERGE-DATA
           WRITE HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      *----------------------------------------------------------------
      * HISTORY: every notice rendered for one customer, oldest
      * notice id first, for a compliance request.
      *----------------------------------------------------------------
       LIST-CUSTOMER-HISTORY.
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'customer_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HISTORY-REPORT
           MOVE SPACES TO HISTORY-REPORT-RECORD
           STRING 'NOTICE HISTORY - CUSTOMER ' WS-IN-CUSTOMER-ID
                  ' - RUN DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           WRITE HISTORY-REPORT-RECORD

           MOVE 'N' TO WS-EOF
           MOVE WS-IN-CUSTOMER-ID TO NTH-CUST-ID
           START HISTORY-FILE KEY = NTH-CUST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NTH-CUST-ID NOT = WS-IN-CUSTOMER-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM WRITE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-REPORT.

       WRITE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-REPORT-RECORD
           STRING NTH-RENDERED-DATE ' ' NTH-NOTICE-ID ' '
                  NTH-TYPE ' ' NTH-CHANNEL ' '
                  NTH-ACCOUNT ' ' NTH-DESTINATION ' '
                  NTH-REASON ' '
                  FUNCTION TRIM(NTH-MERGE-DATA)
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           WRITE HISTORY-REPORT-RECORD
           ADD 1 TO WS-HISTORY-LISTED.

       WRITE-OUTPUT.
           MOVE SPACES TO WS-JSON-OUTPUT
           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"ERROR",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               IF WS-ACTION = 'HISTORY'
                   STRING '{"status":"SUCCESS",'
                       '"action":"HISTORY",'
                       '"customer_id":"'
                       FUNCTION TRIM(WS-IN-CUSTOMER-ID) '",'
                       '"notices":' WS-HISTORY-LISTED ','
                       '"report":"notice-history-report.txt"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"SUCCESS",'
                       '"action":"RENDER",'
                       '"business_date":' WS-BUSINESS-DATE ','
                       '"queued":' WS-NOTICES-READ ','
                       '"printed":' WS-NOTICES-PRINTED ','
                       '"emailed":' WS-NOTICES-EMAILED ','
                       '"suppressed":' WS-NOTICES-SUPPRESSED ','
                       '"already_rendered":' WS-NOTICES-ALREADY ','
                       '"print_file":"'
                       FUNCTION TRIM(WS-PRINT-NAME) '",'
                       '"email_file":"'
                       FUNCTION TRIM(WS-EMAIL-NAME) '",'
                       '"suppressed_file":"notice-suppressed.txt"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
