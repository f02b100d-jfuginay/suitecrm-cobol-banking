       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAI2-REPORTING.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * BAI2 balance and activity reporting for commercial customers'
      * treasury systems. A COMMERCIAL account is enrolled on
      * bai2-enrollment.dat (keyed by account, with the receiver id
      * the customer's system expects - default their customer id):
      *   ENROLL       enroll "account" ("receiver_id" optional)
      *   REMOVE       stop reporting "account"
      * Both are journaled through AUDIT-JOURNAL ("user" required).
      *   PRIOR-DAY    the morning file for the last closed business
      *                date (or "business_date"): opening ledger
      *                (010), closing ledger (015) and closing
      *                available (045). The closing figures come from
      *                that day's balance-snapshots.dat image of the
      *                account; without one they are worked back
      *                from ACCOUNT-MASTER less activity posted since.
      *                Opening ledger is the close less the day's net.
      *   CURRENT-DAY  an intraday update for the open business date:
      *                opening ledger and opening available (040)
      *                from the last closed day's snapshot, current
      *                ledger (030) and current available (060) from
      *                ACCOUNT-MASTER.
      * Both modes add total credits (100) and total debits (400)
      * with item counts, and one detail (16) per transaction of the
      * day, its type code taken from the table below by TRANS-TYPE
      * and TRANS-CHANNEL. ZBA concentration movements (TRANSFER rows
      * referenced ZBA on transactions.dat) report as ZBA credit 275
      * / ZBA debit 575, and every ACTIVE subsidiary on
      * zba-relationships.dat whose master is the enrolled account is
      * reported as a further account in the same group. Each
      * enrolled account ("account" limits the run to one) gets its
      * own file, bai-<account>-P<yyyymmdd>.txt for the prior day or
      * bai-<account>-C<yymmddhhmm>.txt intraday, with file (01/99),
      * group (02/98) and account (03/88/49) records and control
      * totals, registered for delivery on the transmission register
      * through FILE-REGISTER under logical name BAI2, P or C, and the
      * account. An intraday file with nothing new since the last one
      * is refused by the register and not sent. The run is listed
      * on bai2-run-report.txt. Driven by bai2-input.json; result in
      * bai2-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'bai2-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'bai2-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-FILE ASSIGN TO 'bai2-enrollment.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BAE-ACCOUNT
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'balance-snapshots.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT ZBA-FILE ASSIGN TO 'zba-relationships.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ZBA-KEY
               FILE STATUS IS WS-ZBA-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT BAI-FILE ASSIGN TO WS-BAI-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.
           SELECT RUN-REPORT ASSIGN TO 'bai2-run-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  ENROLL-FILE.
       01  ENROLL-RECORD.
           05  BAE-ACCOUNT         PIC X(20).
           05  BAE-CUSTOMER        PIC X(10).
           05  BAE-RECEIVER-ID     PIC X(15).
           05  BAE-STATUS          PIC X(10).
           05  BAE-ENROLLED        PIC 9(8).
           05  BAE-FILE-SEQ        PIC 9(6).
           05  BAE-LAST-PRIOR-DATE PIC 9(8).
           05  BAE-LAST-INTRADAY   PIC 9(8).
           05  BAE-LAST-INTRA-TIME PIC 9(6).

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

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SNAP-KEY.
               10  SNAP-DATE       PIC 9(8).
               10  SNAP-REC-TYPE   PIC X(1).
               10  SNAP-ID         PIC X(20).
           05  SNAP-CLASS          PIC X(10).
           05  SNAP-BALANCE        PIC S9(12)V99 COMP-3.
           05  SNAP-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  SNAP-STATUS         PIC X(10).
           05  SNAP-CUSTOMER-ID    PIC X(10).
           05  SNAP-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  SNAP-OPEN-DATE      PIC 9(8).
           05  SNAP-LAST-ACTIVITY  PIC 9(8).
           05  SNAP-TAKEN-TIME     PIC 9(6).

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

       FD  ZBA-FILE.
       01  ZBA-RECORD.
           05  ZBA-KEY             PIC 9(6).
           05  ZBA-CHILD           PIC X(20).
           05  ZBA-MASTER          PIC X(20).
           05  ZBA-TARGET          PIC S9(10)V99 COMP-3.
           05  ZBA-DIRECTION       PIC X(4).
           05  ZBA-STATUS          PIC X(10).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

       FD  BAI-FILE.
       01  BAI-RECORD              PIC X(200).

       FD  RUN-REPORT.
       01  RUN-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-ENROLL-STATUS        PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-SNAPSHOT-STATUS      PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-ZBA-STATUS           PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-BAI-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TRANS-EOF            PIC X.
       01  WS-ZBA-EOF              PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-NOW-RAW              PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(12).
       01  WS-IN-ACCOUNT           PIC X(20).
       01  WS-IN-RECEIVER-ID       PIC X(15).
       01  WS-IN-BUSINESS-DATE     PIC 9(8).
       01  WS-IN-USER              PIC X(30).

      * The open business date and the last one closed, from the
      * business date control; the report date is the day the file
      * reports on and the prior date the close its opening balances
      * come from.
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-LAST-CLOSED          PIC 9(8).
       01  WS-MODE                 PIC X.
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-PRIOR-DATE           PIC 9(8).
       01  WS-CREATE-STAMP.
           05  WS-CS-DATE          PIC 9(6).
           05  WS-CS-TIME          PIC 9(4).

      * Our identity as the originator of every file.
       01  WS-BANK-ROUTING         PIC X(9) VALUE '071000505'.

      * BAI2 type codes by TRANS-TYPE and TRANS-CHANNEL: the credit
      * and the debit code for each. An exact type and channel match
      * wins, then the type for any channel ('*'), then any type on
      * the channel; everything else is a miscellaneous credit 399 or
      * debit 699.
       01  WS-BAI-CODE-DATA.
           05  FILLER              PIC X(34) VALUE
               'ACH-CREDIT          *       142451'.
           05  FILLER              PIC X(34) VALUE
               'ACH-DEBIT           *       142451'.
           05  FILLER              PIC X(34) VALUE
               'ACH-RETURN          *       169469'.
           05  FILLER              PIC X(34) VALUE
               'ACH-PREFUND         *       169469'.
           05  FILLER              PIC X(34) VALUE
               'CHECK               *       399475'.
           05  FILLER              PIC X(34) VALUE
               'DEPOSIT             *       301699'.
           05  FILLER              PIC X(34) VALUE
               'FEE                 *       399698'.
           05  FILLER              PIC X(34) VALUE
               'INTEREST-CAP        *       354699'.
           05  FILLER              PIC X(34) VALUE
               'RETURNED-ITEM       *       399555'.
           05  FILLER              PIC X(34) VALUE
               'TRANSFER            *       206506'.
           05  FILLER              PIC X(34) VALUE
               'WIRE-IN             *       195495'.
           05  FILLER              PIC X(34) VALUE
               'WIRE-OUT            *       195495'.
           05  FILLER              PIC X(34) VALUE
               'WIRE-REVERSAL       *       195495'.
           05  FILLER              PIC X(34) VALUE
               '*                   ACH     169469'.
           05  FILLER              PIC X(34) VALUE
               '*                   WIRE    195495'.
       01  WS-BAI-CODE-TABLE REDEFINES WS-BAI-CODE-DATA.
           05  WS-BC-ENTRY OCCURS 15 TIMES.
               10  WS-BC-TYPE      PIC X(20).
               10  WS-BC-CHANNEL   PIC X(8).
               10  WS-BC-CREDIT    PIC X(3).
               10  WS-BC-DEBIT     PIC X(3).
       01  WS-BC-IDX               PIC 9(2).
       01  WS-BC-MATCH             PIC 9(2).
       01  WS-BC-SCORE             PIC 9.
       01  WS-BAI-TYPE-CODE        PIC X(3).

       01  WS-BAI-FILE-NAME        PIC X(40).
       01  WS-BAI-LINE             PIC X(200).
       01  WS-BAI-POS              PIC 9(3).
       01  WS-BANK-REF             PIC X(20).
       01  WS-CUST-REF             PIC X(30).
       01  WS-DETAIL-TEXT          PIC X(80).
       01  WS-FILE-SEQ-TEXT        PIC Z(5)9.
       01  WS-COUNT-TEXT           PIC Z(8)9.
       01  WS-ACCOUNTS-TEXT        PIC Z(4)9.

      * One amount at a time turned into BAI2 form: whole cents,
      * no separators, a leading minus for a negative balance.
       01  WS-FMT-AMOUNT           PIC S9(12)V99.
       01  WS-FMT-CENTS            PIC S9(14).
       01  WS-FMT-EDIT             PIC -(14)9.
       01  WS-FMT-TEXT             PIC X(16).
       01  WS-FMT-1                PIC X(16).
       01  WS-FMT-2                PIC X(16).
       01  WS-FMT-3                PIC X(16).
       01  WS-FMT-4                PIC X(16).
       01  WS-FMT-5                PIC X(16).
       01  WS-FMT-6                PIC X(16).

      * The account being reported.
       01  WS-RPT-ACCOUNT          PIC X(20).
       01  WS-SNAP-FOUND           PIC X.
       01  WS-OPEN-LEDGER          PIC S9(12)V99.
       01  WS-OPEN-AVAIL           PIC S9(12)V99.
       01  WS-CLOSE-LEDGER         PIC S9(12)V99.
       01  WS-CLOSE-AVAIL          PIC S9(12)V99.
       01  WS-HOLD-GAP             PIC S9(12)V99.
       01  WS-DAY-NET              PIC S9(12)V99.
       01  WS-AFTER-NET            PIC S9(12)V99.
       01  WS-CREDIT-TOTAL         PIC S9(12)V99.
       01  WS-DEBIT-TOTAL          PIC S9(12)V99.
       01  WS-CREDIT-COUNT         PIC 9(7).
       01  WS-DEBIT-COUNT          PIC 9(7).
       01  WS-CREDIT-COUNT-TEXT    PIC Z(6)9.
       01  WS-DEBIT-COUNT-TEXT     PIC Z(6)9.

      * Control totals and record counts, account / group / file.
       01  WS-ACCOUNT-TOTAL        PIC S9(14)V99.
       01  WS-ACCOUNT-RECORDS      PIC 9(7).
       01  WS-GROUP-TOTAL          PIC S9(14)V99.
       01  WS-GROUP-RECORDS        PIC 9(7).
       01  WS-GROUP-ACCOUNTS       PIC 9(5).
       01  WS-FILE-RECORDS         PIC 9(7).

       01  WS-FR-FIELDS.
           05  WS-FR-LOGICAL       PIC X(20).
           05  WS-FR-PHYSICAL      PIC X(40).
           05  WS-FR-BUSINESS-DATE PIC 9(8).
           05  WS-FR-AMOUNT-TOTAL  PIC S9(12)V99 COMP-3.
           05  WS-FR-RECORD-COUNT  PIC 9(9).
           05  WS-FR-RETURN-CODE   PIC X(2) VALUE SPACES.
       01  WS-FILE-RESULT          PIC X(12).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'BAI2-REPORTING'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-RUN-STATS.
           05  WS-ENROLLMENTS-READ PIC 9(7) VALUE 0.
           05  WS-FILES-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-FILES-REGISTERED PIC 9(7) VALUE 0.
           05  WS-FILES-UNCHANGED  PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-SKIPPED PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-REPORTED PIC 9(7) VALUE 0.
           05  WS-DETAILS-WRITTEN  PIC 9(9) VALUE 0.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-RAW FROM TIME
           MOVE WS-NOW-RAW(1:6) TO WS-NOW
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-PARAMETERS
           PERFORM OPEN-ENROLL-FILE

           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'ENROLL'
                       PERFORM ENROLL-ACCOUNT
                   WHEN 'REMOVE'
                       PERFORM REMOVE-ENROLLMENT
                   WHEN 'PRIOR-DAY'
                       MOVE 'P' TO WS-MODE
                       PERFORM PRODUCE-BAI-FILES
                   WHEN 'CURRENT-DAY'
                       MOVE 'C' TO WS-MODE
                       PERFORM PRODUCE-BAI-FILES
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
               END-EVALUATE
               CLOSE ENROLL-FILE
           END-IF

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           MOVE 0 TO WS-LAST-CLOSED
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
                       IF BDC-LAST-CLOSED > 0
                           MOVE BDC-LAST-CLOSED TO WS-LAST-CLOSED
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-LAST-CLOSED = 0
               COMPUTE WS-LAST-CLOSED = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1)
           END-IF.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-IN-ACCOUNT
           MOVE SPACES TO WS-IN-RECEIVER-ID
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-BUSINESS-DATE

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"account":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-ACCOUNT
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"receiver_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-RECEIVER-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"business_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               IF FUNCTION NUMVAL(WS-JSON-VALUE) > 0
                   COMPUTE WS-IN-BUSINESS-DATE =
                       FUNCTION NUMVAL(WS-JSON-VALUE)
               END-IF
           END-IF.

       OPEN-ENROLL-FILE.
           IF (WS-ACTION = 'ENROLL' OR WS-ACTION = 'REMOVE')
              AND (WS-IN-ACCOUNT = SPACES OR WS-IN-USER = SPACES)
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'account and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ENROLL-FILE
           IF WS-ENROLL-STATUS = '35'
               OPEN OUTPUT ENROLL-FILE
               CLOSE ENROLL-FILE
               OPEN I-O ENROLL-FILE
           END-IF
           IF WS-ENROLL-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'BAI2 enrollment file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * ENROLL: only an active COMMERCIAL account. Re-enrolling a
      * removed account reactivates it and keeps its file sequence.
      *----------------------------------------------------------------
       ENROLL-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account not on master' TO WS-ERROR-MESSAGE
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-MASTER
           IF ACCT-TYPE NOT = 'COMMERCIAL' OR ACCT-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Only an active COMMERCIAL account can enroll'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ACCOUNT TO BAE-ACCOUNT
           READ ENROLL-FILE
               INVALID KEY
                   MOVE SPACES TO ENROLL-RECORD
                   MOVE WS-IN-ACCOUNT TO BAE-ACCOUNT
                   MOVE 0 TO BAE-FILE-SEQ
                   MOVE 0 TO BAE-LAST-PRIOR-DATE
                   MOVE 0 TO BAE-LAST-INTRADAY
                   MOVE 0 TO BAE-LAST-INTRA-TIME
           END-READ
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'STATUS=' BAE-STATUS ' RECEIVER=' BAE-RECEIVER-ID
               DELIMITED BY SIZE INTO WS-AJ-BEFORE

           MOVE ACCT-CUSTOMER-ID TO BAE-CUSTOMER
           IF WS-IN-RECEIVER-ID NOT = SPACES
               MOVE WS-IN-RECEIVER-ID TO BAE-RECEIVER-ID
           END-IF
           IF BAE-RECEIVER-ID = SPACES
               MOVE ACCT-CUSTOMER-ID TO BAE-RECEIVER-ID
           END-IF
           MOVE 'ACTIVE' TO BAE-STATUS
           MOVE WS-TODAY TO BAE-ENROLLED
           WRITE ENROLL-RECORD
               INVALID KEY
                   REWRITE ENROLL-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE

           MOVE 'BAI-ENROLL' TO WS-AJ-ACTION
           PERFORM JOURNAL-ENROLLMENT.

       REMOVE-ENROLLMENT.
           MOVE WS-IN-ACCOUNT TO BAE-ACCOUNT
           READ ENROLL-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Account is not enrolled' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'STATUS=' BAE-STATUS ' RECEIVER=' BAE-RECEIVER-ID
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE 'REMOVED' TO BAE-STATUS
           REWRITE ENROLL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE

           MOVE 'BAI-REMOVE' TO WS-AJ-ACTION
           PERFORM JOURNAL-ENROLLMENT.

       JOURNAL-ENROLLMENT.
           MOVE BAE-ACCOUNT TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'STATUS=' BAE-STATUS ' RECEIVER=' BAE-RECEIVER-ID
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * PRIOR-DAY / CURRENT-DAY: one file per active enrollment.
      *----------------------------------------------------------------
       PRODUCE-BAI-FILES.
           IF WS-MODE = 'P'
               MOVE WS-LAST-CLOSED TO WS-REPORT-DATE
               IF WS-IN-BUSINESS-DATE > 0
                   MOVE WS-IN-BUSINESS-DATE TO WS-REPORT-DATE
               END-IF
               MOVE 0 TO WS-PRIOR-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
               MOVE WS-LAST-CLOSED TO WS-PRIOR-DATE
           END-IF
           MOVE WS-TODAY(3:6) TO WS-CS-DATE
           MOVE WS-NOW(1:4) TO WS-CS-TIME

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT SNAPSHOT-FILE
           OPEN OUTPUT RUN-REPORT
           MOVE SPACES TO RUN-REPORT-RECORD
           STRING 'BAI2 REPORTING - ' WS-ACTION
                  ' REPORT DATE ' WS-REPORT-DATE
                  '  RUN ' WS-TODAY ' ' WS-NOW
               DELIMITED BY SIZE INTO RUN-REPORT-RECORD
           WRITE RUN-REPORT-RECORD

           MOVE 'N' TO WS-EOF
           MOVE SPACES TO BAE-ACCOUNT
           IF WS-IN-ACCOUNT NOT = SPACES
               MOVE WS-IN-ACCOUNT TO BAE-ACCOUNT
           END-IF
           START ENROLL-FILE KEY >= BAE-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-IN-ACCOUNT NOT = SPACES AND
                          BAE-ACCOUNT NOT = WS-IN-ACCOUNT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF BAE-STATUS = 'ACTIVE'
                               ADD 1 TO WS-ENROLLMENTS-READ
                               PERFORM PRODUCE-ONE-BAI-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO RUN-REPORT-RECORD
           STRING 'FILES WRITTEN ' WS-FILES-WRITTEN
                  '  REGISTERED ' WS-FILES-REGISTERED
                  '  UNCHANGED ' WS-FILES-UNCHANGED
                  '  ACCOUNTS SKIPPED ' WS-ACCOUNTS-SKIPPED
               DELIMITED BY SIZE INTO RUN-REPORT-RECORD
           WRITE RUN-REPORT-RECORD

           CLOSE RUN-REPORT
           CLOSE SNAPSHOT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER.

       PRODUCE-ONE-BAI-FILE.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE BAE-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-SKIPPED
                   MOVE 'NOT ON FILE' TO WS-FILE-RESULT
                   MOVE SPACES TO WS-BAI-FILE-NAME
                   PERFORM REPORT-FILE-LINE
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS = 'CLOSED'
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               MOVE 'CLOSED' TO WS-FILE-RESULT
               MOVE SPACES TO WS-BAI-FILE-NAME
               PERFORM REPORT-FILE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BAI-FILE-NAME
           IF WS-MODE = 'P'
               STRING 'bai-' BAE-ACCOUNT DELIMITED BY SPACE
                      '-P' WS-REPORT-DATE '.txt' DELIMITED BY SIZE
                   INTO WS-BAI-FILE-NAME
           ELSE
               STRING 'bai-' BAE-ACCOUNT DELIMITED BY SPACE
                      '-C' WS-CREATE-STAMP '.txt' DELIMITED BY SIZE
                   INTO WS-BAI-FILE-NAME
           END-IF
           OPEN OUTPUT BAI-FILE
           IF WS-BAI-STATUS NOT = '00'
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               MOVE 'OPEN FAILED' TO WS-FILE-RESULT
               PERFORM REPORT-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BAE-FILE-SEQ
           MOVE 0 TO WS-GROUP-RECORDS
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 0 TO WS-GROUP-ACCOUNTS

           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-GROUP-HEADER
           PERFORM REPORT-ONE-ACCOUNT
           PERFORM REPORT-ZBA-SUBSIDIARIES
           PERFORM WRITE-GROUP-TRAILER
           PERFORM WRITE-FILE-TRAILER
           CLOSE BAI-FILE
           ADD 1 TO WS-FILES-WRITTEN

           PERFORM REGISTER-BAI-FILE

           IF WS-MODE = 'P'
               MOVE WS-REPORT-DATE TO BAE-LAST-PRIOR-DATE
           ELSE
               MOVE WS-TODAY TO BAE-LAST-INTRADAY
               MOVE WS-NOW TO BAE-LAST-INTRA-TIME
           END-IF
           REWRITE ENROLL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           PERFORM REPORT-FILE-LINE.

      * The file goes on the transmission register for delivery. A
      * prior-day file already registered, or an intraday file with
      * the same content signature as the last one, is not sent
      * again.
       REGISTER-BAI-FILE.
           MOVE SPACES TO WS-FR-LOGICAL
           STRING 'BAI2' WS-MODE BAE-ACCOUNT(1:15)
               DELIMITED BY SIZE INTO WS-FR-LOGICAL
           MOVE WS-BAI-FILE-NAME TO WS-FR-PHYSICAL
           MOVE WS-REPORT-DATE TO WS-FR-BUSINESS-DATE
           MOVE WS-GROUP-TOTAL TO WS-FR-AMOUNT-TOTAL
           CALL 'FILE-REGISTER' USING WS-FR-LOGICAL
                                       WS-FR-PHYSICAL
                                       WS-FR-BUSINESS-DATE
                                       WS-FR-AMOUNT-TOTAL
                                       WS-FR-RECORD-COUNT
                                       WS-FR-RETURN-CODE
           EVALUATE WS-FR-RETURN-CODE
               WHEN '00'
               WHEN '02'
                   MOVE 'REGISTERED' TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-REGISTERED
               WHEN '01'
                   MOVE 'UNCHANGED' TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-UNCHANGED
               WHEN OTHER
                   MOVE 'NOT REGISTERED' TO WS-FILE-RESULT
           END-EVALUATE.

       REPORT-FILE-LINE.
           MOVE SPACES TO RUN-REPORT-RECORD
           STRING BAE-ACCOUNT ' ' BAE-RECEIVER-ID ' '
                  WS-BAI-FILE-NAME ' ' WS-FILE-RECORDS ' RECORDS '
                  WS-FILE-RESULT
               DELIMITED BY SIZE INTO RUN-REPORT-RECORD
           WRITE RUN-REPORT-RECORD.

      *----------------------------------------------------------------
      * File header (01) and group header (02). Group status 1
      * (update); as-of-date modifier 2 final previous-day, 3
      * interim same-day.
      *----------------------------------------------------------------
       WRITE-FILE-HEADER.
           MOVE BAE-FILE-SEQ TO WS-FILE-SEQ-TEXT
           MOVE SPACES TO WS-BAI-LINE
           STRING '01,' WS-BANK-ROUTING ','
                  FUNCTION TRIM(BAE-RECEIVER-ID) ','
                  WS-CS-DATE ',' WS-CS-TIME ','
                  FUNCTION TRIM(WS-FILE-SEQ-TEXT) ',,,2/'
               DELIMITED BY SIZE INTO WS-BAI-LINE
           PERFORM WRITE-BAI-LINE.

       WRITE-GROUP-HEADER.
           MOVE SPACES TO WS-BAI-LINE
           IF WS-MODE = 'P'
               STRING '02,' FUNCTION TRIM(BAE-RECEIVER-ID) ','
                      WS-BANK-ROUTING ',1,' WS-REPORT-DATE(3:6)
                      ',,USD,2/'
                   DELIMITED BY SIZE INTO WS-BAI-LINE
           ELSE
               STRING '02,' FUNCTION TRIM(BAE-RECEIVER-ID) ','
                      WS-BANK-ROUTING ',1,' WS-REPORT-DATE(3:6)
                      ',' WS-CS-TIME ',USD,3/'
                   DELIMITED BY SIZE INTO WS-BAI-LINE
           END-IF
           PERFORM WRITE-BAI-LINE
           ADD 1 TO WS-GROUP-RECORDS.

      * Every ACTIVE subsidiary concentrating into the enrolled
      * account is reported in the same group.
       REPORT-ZBA-SUBSIDIARIES.
           OPEN INPUT ZBA-FILE
           IF WS-ZBA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ZBA-EOF
           PERFORM UNTIL WS-ZBA-EOF = 'Y'
               READ ZBA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ZBA-EOF
                   NOT AT END
                       IF ZBA-MASTER = BAE-ACCOUNT AND
                          ZBA-STATUS = 'ACTIVE' AND
                          ZBA-CHILD NOT = BAE-ACCOUNT
                           MOVE ZBA-CHILD TO ACCT-NUMBER
                           READ ACCOUNT-MASTER
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   PERFORM REPORT-ONE-ACCOUNT
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZBA-FILE.

      *----------------------------------------------------------------
      * One account (03 / 88 / 16... / 49) for the account on
      * ACCOUNT-RECORD. The day's activity is tallied first so the
      * balances and totals can lead, then listed.
      *----------------------------------------------------------------
       REPORT-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO WS-RPT-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-TOTAL
           MOVE 0 TO WS-ACCOUNT-RECORDS
           PERFORM TALLY-ACCOUNT-ACTIVITY
           PERFORM DERIVE-ACCOUNT-BALANCES
           PERFORM WRITE-ACCOUNT-IDENTIFIER
           PERFORM WRITE-ACCOUNT-DETAILS
           PERFORM WRITE-ACCOUNT-TRAILER
           ADD 1 TO WS-GROUP-ACCOUNTS
           ADD 1 TO WS-ACCOUNTS-REPORTED.

       TALLY-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-DAY-NET
           MOVE 0 TO WS-AFTER-NET
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-COUNT
           MOVE 0 TO WS-DEBIT-COUNT
           MOVE 'N' TO WS-TRANS-EOF
           MOVE WS-RPT-ACCOUNT TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY >= TRANS-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT = WS-RPT-ACCOUNT
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           PERFORM TALLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-TRANSACTION.
           IF TRANS-DATE > WS-REPORT-DATE
               ADD TRANS-AMOUNT TO WS-AFTER-NET
           END-IF
           IF TRANS-DATE = WS-REPORT-DATE AND TRANS-AMOUNT NOT = 0
               ADD TRANS-AMOUNT TO WS-DAY-NET
               IF TRANS-AMOUNT > 0
                   ADD TRANS-AMOUNT TO WS-CREDIT-TOTAL
                   ADD 1 TO WS-CREDIT-COUNT
               ELSE
                   SUBTRACT TRANS-AMOUNT FROM WS-DEBIT-TOTAL
                   ADD 1 TO WS-DEBIT-COUNT
               END-IF
           END-IF.

      * Prior day: the close is the day's snapshot, or the master
      * less what has posted since; the opening is the close less
      * the day's net. Intraday: the opening is the last close's
      * snapshot, or the master less today's net; current figures
      * are the master's.
       DERIVE-ACCOUNT-BALANCES.
           COMPUTE WS-HOLD-GAP = ACCT-BALANCE - ACCT-AVAIL-BALANCE
           IF WS-MODE = 'P'
               MOVE WS-REPORT-DATE TO SNAP-DATE
           ELSE
               MOVE WS-PRIOR-DATE TO SNAP-DATE
           END-IF
           MOVE 'A' TO SNAP-REC-TYPE
           MOVE WS-RPT-ACCOUNT TO SNAP-ID
           MOVE 'Y' TO WS-SNAP-FOUND
           READ SNAPSHOT-FILE
               INVALID KEY MOVE 'N' TO WS-SNAP-FOUND
           END-READ

           IF WS-MODE = 'P'
               IF WS-SNAP-FOUND = 'Y'
                   MOVE SNAP-BALANCE TO WS-CLOSE-LEDGER
                   MOVE SNAP-AVAIL-BALANCE TO WS-CLOSE-AVAIL
               ELSE
                   COMPUTE WS-CLOSE-LEDGER =
                       ACCT-BALANCE - WS-AFTER-NET
                   COMPUTE WS-CLOSE-AVAIL =
                       WS-CLOSE-LEDGER - WS-HOLD-GAP
               END-IF
               COMPUTE WS-OPEN-LEDGER = WS-CLOSE-LEDGER - WS-DAY-NET
           ELSE
               COMPUTE WS-CLOSE-LEDGER = ACCT-BALANCE - WS-AFTER-NET
               COMPUTE WS-CLOSE-AVAIL =
                   ACCT-AVAIL-BALANCE - WS-AFTER-NET
               IF WS-SNAP-FOUND = 'Y'
                   MOVE SNAP-BALANCE TO WS-OPEN-LEDGER
                   MOVE SNAP-AVAIL-BALANCE TO WS-OPEN-AVAIL
               ELSE
                   COMPUTE WS-OPEN-LEDGER =
                       WS-CLOSE-LEDGER - WS-DAY-NET
                   COMPUTE WS-OPEN-AVAIL =
                       WS-OPEN-LEDGER - WS-HOLD-GAP
               END-IF
           END-IF.

      * Account identifier (03) with the balances, continued (88)
      * with the credit and debit totals. The account control total
      * is every amount on the 03, 88 and 16 records.
       WRITE-ACCOUNT-IDENTIFIER.
           MOVE WS-OPEN-LEDGER TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-FMT-TEXT TO WS-FMT-1
           MOVE WS-OPEN-AVAIL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-FMT-TEXT TO WS-FMT-2
           MOVE WS-CLOSE-LEDGER TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-FMT-TEXT TO WS-FMT-3
           MOVE WS-CLOSE-AVAIL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-FMT-TEXT TO WS-FMT-4
           MOVE WS-CREDIT-TOTAL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-FMT-TEXT TO WS-FMT-5
           MOVE WS-DEBIT-TOTAL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-FMT-TEXT TO WS-FMT-6

           MOVE SPACES TO WS-BAI-LINE
           IF WS-MODE = 'P'
               STRING '03,' FUNCTION TRIM(WS-RPT-ACCOUNT) ',USD,'
                      '010,' FUNCTION TRIM(WS-FMT-1) ',,,'
                      '015,' FUNCTION TRIM(WS-FMT-3) ',,,'
                      '045,' FUNCTION TRIM(WS-FMT-4) ',,/'
                   DELIMITED BY SIZE INTO WS-BAI-LINE
               ADD WS-OPEN-LEDGER WS-CLOSE-LEDGER WS-CLOSE-AVAIL
                   TO WS-ACCOUNT-TOTAL
           ELSE
               STRING '03,' FUNCTION TRIM(WS-RPT-ACCOUNT) ',USD,'
                      '010,' FUNCTION TRIM(WS-FMT-1) ',,,'
                      '040,' FUNCTION TRIM(WS-FMT-2) ',,,'
                      '030,' FUNCTION TRIM(WS-FMT-3) ',,,'
                      '060,' FUNCTION TRIM(WS-FMT-4) ',,/'
                   DELIMITED BY SIZE INTO WS-BAI-LINE
               ADD WS-OPEN-LEDGER WS-OPEN-AVAIL WS-CLOSE-LEDGER
                   WS-CLOSE-AVAIL TO WS-ACCOUNT-TOTAL
           END-IF
           PERFORM WRITE-BAI-LINE
           ADD 1 TO WS-ACCOUNT-RECORDS

           MOVE WS-CREDIT-COUNT TO WS-CREDIT-COUNT-TEXT
           MOVE WS-DEBIT-COUNT TO WS-DEBIT-COUNT-TEXT
           MOVE SPACES TO WS-BAI-LINE
           STRING '88,100,' FUNCTION TRIM(WS-FMT-5) ','
                  FUNCTION TRIM(WS-CREDIT-COUNT-TEXT) ',,'
                  '400,' FUNCTION TRIM(WS-FMT-6) ','
                  FUNCTION TRIM(WS-DEBIT-COUNT-TEXT) ',/'
               DELIMITED BY SIZE INTO WS-BAI-LINE
           PERFORM WRITE-BAI-LINE
           ADD 1 TO WS-ACCOUNT-RECORDS
           ADD WS-CREDIT-TOTAL WS-DEBIT-TOTAL TO WS-ACCOUNT-TOTAL.

       WRITE-ACCOUNT-DETAILS.
           MOVE 'N' TO WS-TRANS-EOF
           MOVE WS-RPT-ACCOUNT TO TRANS-ACCOUNT
           START TRANSACTION-FILE KEY >= TRANS-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-ACCOUNT NOT = WS-RPT-ACCOUNT
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           IF TRANS-DATE = WS-REPORT-DATE AND
                              TRANS-AMOUNT NOT = 0
                               PERFORM WRITE-TRANSACTION-DETAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Transaction detail (16): type code, amount in cents, funds
      * type Z, our reference (the posting key), the customer's
      * reference and the description as text.
       WRITE-TRANSACTION-DETAIL.
           PERFORM MAP-BAI-TYPE-CODE
           IF TRANS-AMOUNT < 0
               COMPUTE WS-FMT-AMOUNT = TRANS-AMOUNT * -1
           ELSE
               MOVE TRANS-AMOUNT TO WS-FMT-AMOUNT
           END-IF
           ADD WS-FMT-AMOUNT TO WS-ACCOUNT-TOTAL
           PERFORM FORMAT-BAI-AMOUNT

           MOVE TRANS-KEY TO WS-BANK-REF
           MOVE TRANS-REFERENCE TO WS-CUST-REF
           INSPECT WS-CUST-REF REPLACING ALL ',' BY SPACE
                                         ALL '/' BY SPACE
           MOVE TRANS-DESCRIPTION(1:80) TO WS-DETAIL-TEXT
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-POS
           STRING '16,' WS-BAI-TYPE-CODE ','
                  FUNCTION TRIM(WS-FMT-TEXT) ',Z,'
                  WS-BANK-REF ','
               DELIMITED BY SIZE INTO WS-BAI-LINE
               WITH POINTER WS-BAI-POS
           IF WS-CUST-REF NOT = SPACES
               STRING FUNCTION TRIM(WS-CUST-REF)
                   DELIMITED BY SIZE INTO WS-BAI-LINE
                   WITH POINTER WS-BAI-POS
           END-IF
           STRING ',' FUNCTION TRIM(WS-DETAIL-TEXT)
               DELIMITED BY SIZE INTO WS-BAI-LINE
               WITH POINTER WS-BAI-POS
           PERFORM WRITE-BAI-LINE
           ADD 1 TO WS-ACCOUNT-RECORDS
           ADD 1 TO WS-DETAILS-WRITTEN.

      * ZBA concentration first, then the best table match: type and
      * channel (3), type on any channel (2), any type on the
      * channel (1).
       MAP-BAI-TYPE-CODE.
           IF TRANS-TYPE = 'TRANSFER' AND TRANS-REFERENCE(1:3) = 'ZBA'
               IF TRANS-AMOUNT > 0
                   MOVE '275' TO WS-BAI-TYPE-CODE
               ELSE
                   MOVE '575' TO WS-BAI-TYPE-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BC-MATCH
           MOVE 0 TO WS-BC-SCORE
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1 UNTIL WS-BC-IDX > 15
               IF WS-BC-TYPE(WS-BC-IDX) = TRANS-TYPE AND
                  WS-BC-CHANNEL(WS-BC-IDX) = TRANS-CHANNEL
                   MOVE WS-BC-IDX TO WS-BC-MATCH
                   MOVE 3 TO WS-BC-SCORE
               END-IF
               IF WS-BC-SCORE < 2 AND
                  WS-BC-TYPE(WS-BC-IDX) = TRANS-TYPE AND
                  WS-BC-CHANNEL(WS-BC-IDX) = '*'
                   MOVE WS-BC-IDX TO WS-BC-MATCH
                   MOVE 2 TO WS-BC-SCORE
               END-IF
               IF WS-BC-SCORE < 1 AND
                  WS-BC-TYPE(WS-BC-IDX) = '*' AND
                  WS-BC-CHANNEL(WS-BC-IDX) = TRANS-CHANNEL
                   MOVE WS-BC-IDX TO WS-BC-MATCH
                   MOVE 1 TO WS-BC-SCORE
               END-IF
           END-PERFORM

           IF WS-BC-MATCH = 0
               IF TRANS-AMOUNT > 0
                   MOVE '399' TO WS-BAI-TYPE-CODE
               ELSE
                   MOVE '699' TO WS-BAI-TYPE-CODE
               END-IF
           ELSE
               IF TRANS-AMOUNT > 0
                   MOVE WS-BC-CREDIT(WS-BC-MATCH) TO WS-BAI-TYPE-CODE
               ELSE
                   MOVE WS-BC-DEBIT(WS-BC-MATCH) TO WS-BAI-TYPE-CODE
               END-IF
           END-IF.

      * Account trailer (49): control total and the account's record
      * count, the 03 and 49 included.
       WRITE-ACCOUNT-TRAILER.
           ADD 1 TO WS-ACCOUNT-RECORDS
           MOVE WS-ACCOUNT-TOTAL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-ACCOUNT-RECORDS TO WS-COUNT-TEXT
           MOVE SPACES TO WS-BAI-LINE
           STRING '49,' FUNCTION TRIM(WS-FMT-TEXT) ','
                  FUNCTION TRIM(WS-COUNT-TEXT) '/'
               DELIMITED BY SIZE INTO WS-BAI-LINE
           PERFORM WRITE-BAI-LINE
           ADD WS-ACCOUNT-TOTAL TO WS-GROUP-TOTAL
           ADD WS-ACCOUNT-RECORDS TO WS-GROUP-RECORDS.

      * Group trailer (98): control total, accounts, records from the
      * 02 to the 98.
       WRITE-GROUP-TRAILER.
           ADD 1 TO WS-GROUP-RECORDS
           MOVE WS-GROUP-TOTAL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           MOVE WS-GROUP-RECORDS TO WS-COUNT-TEXT
           MOVE WS-GROUP-ACCOUNTS TO WS-ACCOUNTS-TEXT
           MOVE SPACES TO WS-BAI-LINE
           STRING '98,' FUNCTION TRIM(WS-FMT-TEXT) ','
                  FUNCTION TRIM(WS-ACCOUNTS-TEXT) ','
                  FUNCTION TRIM(WS-COUNT-TEXT) '/'
               DELIMITED BY SIZE INTO WS-BAI-LINE
           PERFORM WRITE-BAI-LINE.

      * File trailer (99): control total, one group, every record.
       WRITE-FILE-TRAILER.
           MOVE WS-GROUP-TOTAL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI-AMOUNT
           COMPUTE WS-COUNT-TEXT = WS-FILE-RECORDS + 1
           MOVE SPACES TO WS-BAI-LINE
           STRING '99,' FUNCTION TRIM(WS-FMT-TEXT) ',1,'
                  FUNCTION TRIM(WS-COUNT-TEXT) '/'
               DELIMITED BY SIZE INTO WS-BAI-LINE
           PERFORM WRITE-BAI-LINE.

       FORMAT-BAI-AMOUNT.
           COMPUTE WS-FMT-CENTS = WS-FMT-AMOUNT * 100
           MOVE WS-FMT-CENTS TO WS-FMT-EDIT
           MOVE FUNCTION TRIM(WS-FMT-EDIT) TO WS-FMT-TEXT.

       WRITE-BAI-LINE.
           WRITE BAI-RECORD FROM WS-BAI-LINE
           ADD 1 TO WS-FILE-RECORDS.

       WRITE-OUTPUT.
           IF WS-STATUS NOT = 'SUCCESS'
               STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               IF WS-ACTION = 'ENROLL' OR WS-ACTION = 'REMOVE'
                   STRING '{"status":"SUCCESS",'
                       '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                       '"account":"' FUNCTION TRIM(BAE-ACCOUNT) '",'
                       '"receiver_id":"'
                       FUNCTION TRIM(BAE-RECEIVER-ID) '",'
                       '"enrollment_status":"'
                       FUNCTION TRIM(BAE-STATUS) '"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               ELSE
                   STRING '{"status":"SUCCESS",'
                       '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                       '"report_date":' WS-REPORT-DATE ','
                       '"enrollments":' WS-ENROLLMENTS-READ ','
                       '"files_written":' WS-FILES-WRITTEN ','
                       '"files_registered":' WS-FILES-REGISTERED ','
                       '"files_unchanged":' WS-FILES-UNCHANGED ','
                       '"accounts_reported":' WS-ACCOUNTS-REPORTED ','
                       '"accounts_skipped":' WS-ACCOUNTS-SKIPPED ','
                       '"details_written":' WS-DETAILS-WRITTEN ','
                       '"report":"bai2-run-report.txt"}'
                       DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
