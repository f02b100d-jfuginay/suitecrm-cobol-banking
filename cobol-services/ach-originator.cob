      * trace number and send date, so a rerun can never transmit the
      * same item twice. A JSON summary goes to
      * ach-origination-output.json.
      *
      * Receivers (routing + account) are registered on
      * ach-receivers.dat. The first item for a new receiver sends a
      * zero-dollar prenote in its place and stays QUEUED; live items
      * for that receiver are held until the prenote has stood
      * WS-PRENOTE-WAIT-DAYS business days (business-calendar.dat
      * holidays excluded) without ACH-PROCESSOR recording a return.
      * Items for a receiver whose prenote came back are set
      * PN-RETURN and never sent.
      *
      * Items carry the originating company (ORQ-COMPANY-ID) and SEC
      * code. A blank company is the bank's own origination and goes
      * out under WS-COMPANY-ID as before. Any other company must be
      * ACTIVE on ach-companies.dat (ACH-COMPANY-MAINT) and allowed
      * the item's SEC code, or the item is set CO-REJECT / SEC-REJECT.
      * The file carries one batch per company and SEC code. Before a
      * company's batches are built its file totals are checked
      * against its per-file limits, and, added to what it already
      * sent today and within its rolling window
      * (ach-company-exposure.dat), against its daily and multi-day
      * limits. An over-limit company is held - its items stay QUEUED
      * - and parked on pending-approvals.dat as ACH-LIMIT for
      * APPROVAL-MANAGER. An approval releases the company on the
      * next run for up to the approved amount; a rejection sets its
      * items LIMIT-REJ. A prefunded company's credit total is
      * debited from its settlement account (to 2470 ACH PREFUNDING
      * HELD) before its batches go; a short account holds the
      * company. ach-exposure-report.txt lists every company's day
      * and rolling exposure against its limits.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS ORQ-KEY
               FILE STATUS IS WS-ORQ-STATUS.
           SELECT RECEIVER-FILE ASSIGN TO 'ach-receivers.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCV-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'business-calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT COMPANY-FILE ASSIGN TO 'ach-companies.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACO-COMPANY-ID
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT EXPOSURE-FILE ASSIGN TO 'ach-company-exposure.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACX-KEY
               FILE STATUS IS WS-EXPOSURE-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pending-approvals.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT EXPOSURE-REPORT ASSIGN TO 'ach-exposure-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NACHA-FILE ASSIGN TO 'ach-origination.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NACHA-STATUS.
           05  ORQ-STATUS          PIC X(10).
           05  ORQ-SENT-DATE       PIC 9(8).
           05  ORQ-TRACE           PIC X(15).
           05  ORQ-COMPANY-ID      PIC X(10).
           05  ORQ-SEC-CODE        PIC X(3).

      * Prenote status: SENT, CLEARED, RETURNED, or CORRECTED when a
      * notification of change moved the receiver to a new key.
       FD  RECEIVER-FILE.
       01  RECEIVER-RECORD.
           05  RCV-KEY.
               10  RCV-ROUTING     PIC X(9).
               10  RCV-ACCOUNT     PIC X(17).
           05  RCV-NAME            PIC X(22).
           05  RCV-PRENOTE-STATUS  PIC X(10).
           05  RCV-PRENOTE-DATE    PIC 9(8).
           05  RCV-PRENOTE-TRACE   PIC X(15).
           05  RCV-CLEARED-DATE    PIC 9(8).
           05  RCV-RETURN-CODE     PIC X(3).
           05  RCV-NOC-CODE        PIC X(3).
           05  RCV-NOC-DATE        PIC 9(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DESC            PIC X(30).

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05  ACO-COMPANY-ID      PIC X(10).
           05  ACO-NAME            PIC X(16).
           05  ACO-CUSTOMER-ID     PIC X(10).
           05  ACO-SETTLE-ACCOUNT  PIC X(20).
           05  ACO-SEC-CODES       PIC X(15).
           05  ACO-FILE-CR-LIMIT   PIC S9(10)V99 COMP-3.
           05  ACO-FILE-DR-LIMIT   PIC S9(10)V99 COMP-3.
           05  ACO-DAILY-CR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-DAILY-DR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-MULTI-DAYS      PIC 9(2).
           05  ACO-MULTI-CR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-MULTI-DR-LIMIT  PIC S9(10)V99 COMP-3.
           05  ACO-PREFUND         PIC X.
           05  ACO-STATUS          PIC X(10).
           05  ACO-PENDING-ID      PIC 9(6).
           05  ACO-SETUP-DATE      PIC 9(8).
           05  ACO-CHANGED-BY      PIC X(30).

      * What each company has had sent, by send date.
       FD  EXPOSURE-FILE.
       01  EXPOSURE-RECORD.
           05  ACX-KEY.
               10  ACX-COMPANY-ID  PIC X(10).
               10  ACX-DATE        PIC 9(8).
           05  ACX-CREDITS         PIC S9(12)V99 COMP-3.
           05  ACX-DEBITS          PIC S9(12)V99 COMP-3.
           05  ACX-FILES           PIC 9(4).
           05  ACX-ITEMS           PIC 9(6).
           05  ACX-PREFUNDED       PIC S9(12)V99 COMP-3.

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PND-ID              PIC 9(6).
           05  PND-ACTION          PIC X(12).
           05  PND-KEY1            PIC X(20).
           05  PND-KEY2            PIC X(30).
           05  PND-AMOUNT          PIC S9(10)V99 COMP-3.
           05  PND-EXPIRY          PIC 9(8).
           05  PND-SEQ             PIC 9(4).
           05  PND-TEXT            PIC X(60).
           05  PND-REQUESTER       PIC X(30).
           05  PND-REQUEST-DATE    PIC 9(8).
           05  PND-APPROVER        PIC X(30).
           05  PND-DECISION-DATE   PIC 9(8).
           05  PND-STATUS          PIC X(10).

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

       FD  EXPOSURE-REPORT.
       01  EXPOSURE-REPORT-RECORD  PIC X(132).

       FD  NACHA-FILE.
       01  NACHA-RECORD            PIC X(94).
       WORKING-STORAGE SECTION.
       01  WS-ORQ-STATUS           PIC XX.
       01  WS-NACHA-STATUS         PIC XX.
       01  WS-RCV-STATUS           PIC XX.
       01  WS-RCV-RELEASE          PIC X.
       01  WS-COMPANY-STATUS       PIC XX.
       01  WS-COMPANY-OPEN         PIC X VALUE 'N'.
       01  WS-EXPOSURE-STATUS      PIC XX.
       01  WS-EXPOSURE-EOF         PIC X.
       01  WS-EXPOSURE-OPEN        PIC X VALUE 'N'.
       01  WS-COMPANY-EOF          PIC X.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-PND-EOF              PIC X.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-ACCT-OPEN            PIC X VALUE 'N'.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).

      * One row per company and SEC code found QUEUED this run - what
      * is ready to go (receiver cleared), how many prenotes are due,
      * and what was decided for the company.
       01  WS-CO-TABLE.
           05  WS-CO-COUNT         PIC 9(3) VALUE 0.
           05  WS-CO-ROW OCCURS 200 TIMES.
               10  WS-CT-COMPANY   PIC X(10).
               10  WS-CT-SEC       PIC X(3).
               10  WS-CT-NAME      PIC X(16).
               10  WS-CT-OWN       PIC X.
               10  WS-CT-CREDITS   PIC 9(10)V99.
               10  WS-CT-DEBITS    PIC 9(10)V99.
               10  WS-CT-ITEMS     PIC 9(6).
               10  WS-CT-PRENOTES  PIC 9(6).
               10  WS-CT-DECISION  PIC X(10).
       01  WS-CO-IDX               PIC 9(3).
       01  WS-CO-IDX2              PIC 9(3).
       01  WS-CO-FOUND             PIC 9(3).
       01  WS-ITEM-COMPANY         PIC X(10).
       01  WS-ITEM-SEC             PIC X(3).
       01  WS-ITEM-OWN             PIC X.
       01  WS-SEC-IDX              PIC 9(2).
       01  WS-SEC-OK               PIC X.

      * Company-level exposure for the limit decision.
       01  WS-CO-DECISION          PIC X(10).
       01  WS-CO-FILE-CREDITS      PIC S9(12)V99.
       01  WS-CO-FILE-DEBITS       PIC S9(12)V99.
       01  WS-CO-FILE-ITEMS        PIC 9(6).
       01  WS-CO-DAY-CREDITS       PIC S9(12)V99.
       01  WS-CO-DAY-DEBITS        PIC S9(12)V99.
       01  WS-CO-MULTI-CREDITS     PIC S9(12)V99.
       01  WS-CO-MULTI-DEBITS      PIC S9(12)V99.
       01  WS-CO-FILE-TOTAL        PIC S9(12)V99.
       01  WS-CO-OVER-LIMIT        PIC X(20).
       01  WS-WINDOW-START         PIC 9(8).
       01  WS-WINDOW-INT           PIC 9(9).
       01  WS-PENDING-ID           PIC 9(6).
       01  WS-PREFUND-GL           PIC X(10) VALUE '2470'.

      * Current batch identity.
       01  WS-BH-COMPANY-ID        PIC X(10).
       01  WS-BH-COMPANY-NAME      PIC X(16).
       01  WS-BH-SEC               PIC X(3).

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'ACH '.

       01  WS-RPT-AMOUNT-1         PIC Z(9)9.99.
       01  WS-RPT-AMOUNT-2         PIC Z(9)9.99.
       01  WS-RPT-AMOUNT-3         PIC Z(9)9.99.
       01  WS-RPT-AMOUNT-4         PIC Z(9)9.99.
       01  WS-RPT-DECISION         PIC X(10).
       01  WS-RPT-COUNT            PIC 9(5) VALUE 0.

      * NACHA: live entries may follow a prenote once three banking
      * days have passed from its settlement without a return.
       01  WS-PRENOTE-WAIT-DAYS    PIC 9(2) VALUE 3.
       01  WS-PRENOTE-ELAPSED      PIC 9(3).
       01  WS-PRENOTE-TRAN-CODE    PIC 9(2).

       01  WS-CALENDAR-STATUS      PIC XX.
       01  WS-CALENDAR-EOF         PIC X.
       01  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-IDX          PIC 9(3).
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
       01  WS-BD-WORK-DATE         PIC 9(8).
       01  WS-BD-IS-BUSINESS       PIC X.
       01  WS-BD-DATE-INT          PIC 9(9).
       01  WS-BD-END-INT           PIC 9(9).
       01  WS-BD-DOW               PIC 9.
       01  WS-ORQ-EOF              PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-CREDIT-CENTS         PIC 9(12).
       01  WS-RECORD-COUNT         PIC 9(6) VALUE 0.
       01  WS-BLOCK-COUNT          PIC 9(6).
       01  WS-BATCH-NUMBER         PIC 9(7) VALUE 0.
       01  WS-FILE-ENTRY-COUNT     PIC 9(8) VALUE 0.
       01  WS-FILE-HASH            PIC 9(10) VALUE 0.
       01  WS-FILE-BATCH-COUNT     PIC 9(6) VALUE 0.
       01  WS-ADDENDA-SEQ          PIC 9(4).

       01  WS-RUN-STATS.
           05  WS-ITEMS-READ       PIC 9(9) VALUE 0.
           05  WS-ITEMS-SENT       PIC 9(9) VALUE 0.
           05  WS-ITEMS-SKIPPED    PIC 9(9) VALUE 0.
           05  WS-PRENOTES-SENT    PIC 9(9) VALUE 0.
           05  WS-ITEMS-HELD       PIC 9(9) VALUE 0.
           05  WS-ITEMS-PN-RETURN  PIC 9(9) VALUE 0.
           05  WS-ITEMS-REJECTED   PIC 9(9) VALUE 0.
           05  WS-ITEMS-HELD-LIMIT PIC 9(9) VALUE 0.
           05  WS-COMPANIES-HELD   PIC 9(5) VALUE 0.
           05  WS-APPROVALS-ASKED  PIC 9(5) VALUE 0.
           05  WS-PREFUND-TOTAL    PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-DEBITS     PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-CREDITS    PIC S9(12)V99 VALUE 0.

           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW

           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM BUILD-ORIGINATION-FILE
           IF WS-STATUS = 'SUCCESS'
               PERFORM WRITE-EXPOSURE-REPORT
           END-IF
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

               EXIT PARAGRAPH
           END-IF

           OPEN I-O RECEIVER-FILE
           IF WS-RCV-STATUS = '35'
               OPEN OUTPUT RECEIVER-FILE
               CLOSE RECEIVER-FILE
               OPEN I-O RECEIVER-FILE
           END-IF
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'FAILED' TO WS-STATUS
               MOVE 'Receiver file not available'
                   TO WS-ERROR-MESSAGE
               CLOSE ORIGINATION-QUEUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NACHA-FILE
           IF WS-NACHA-STATUS NOT = '00'
               MOVE 'FAILED' TO WS-STATUS
               MOVE 'Cannot create NACHA output file'
                   TO WS-ERROR-MESSAGE
               CLOSE RECEIVER-FILE
               CLOSE ORIGINATION-QUEUE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-COMPANY-FILES

           PERFORM TALLY-QUEUE-BY-COMPANY
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CT-DECISION(WS-CO-IDX) = SPACES
                   PERFORM DECIDE-COMPANY-RELEASE
               END-IF
           END-PERFORM

           PERFORM WRITE-FILE-HEADER
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CT-DECISION(WS-CO-IDX) = 'RELEASED' AND
                  (WS-CT-ITEMS(WS-CO-IDX) > 0 OR
                   WS-CT-PRENOTES(WS-CO-IDX) > 0)
                   PERFORM BUILD-COMPANY-BATCH
               END-IF
           END-PERFORM
           PERFORM WRITE-FILE-CONTROL

           CLOSE NACHA-FILE
           PERFORM CLOSE-COMPANY-FILES
           CLOSE RECEIVER-FILE
           CLOSE ORIGINATION-QUEUE

      * The produced file goes on the transmission register like the
                                       WS-FR-RECORD-COUNT
                                       WS-FR-RETURN-CODE.

      * The company master and exposure history are created empty on
      * first use. Prefunding needs the account master; without it a
      * prefunded company is simply held.
       OPEN-COMPANY-FILES.
           OPEN I-O COMPANY-FILE
           IF WS-COMPANY-STATUS = '35'
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF
           IF WS-COMPANY-STATUS = '00'
               MOVE 'Y' TO WS-COMPANY-OPEN
           END-IF
           OPEN I-O EXPOSURE-FILE
           IF WS-EXPOSURE-STATUS = '35'
               OPEN OUTPUT EXPOSURE-FILE
               CLOSE EXPOSURE-FILE
               OPEN I-O EXPOSURE-FILE
           END-IF
           IF WS-EXPOSURE-STATUS = '00'
               MOVE 'Y' TO WS-EXPOSURE-OPEN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-OPEN
               OPEN I-O TRANSACTION-FILE
           END-IF.

       CLOSE-COMPANY-FILES.
           IF WS-COMPANY-OPEN = 'Y'
               CLOSE COMPANY-FILE
           END-IF
           IF WS-EXPOSURE-OPEN = 'Y'
               CLOSE EXPOSURE-FILE
           END-IF
           MOVE 'N' TO WS-EXPOSURE-OPEN
           IF WS-ACCT-OPEN = 'Y'
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-MASTER
           END-IF.

      *----------------------------------------------------------------
      * Pass 1 - total what each company and SEC code has ready to go.
      * Nothing is written to the NACHA file here; items that can
      * never go (unknown company, SEC code not allowed, prenote
      * returned) are closed off on the queue.
      *----------------------------------------------------------------
       TALLY-QUEUE-BY-COMPANY.
           MOVE 'N' TO WS-ORQ-EOF
           PERFORM UNTIL WS-ORQ-EOF = 'Y'
               READ ORIGINATION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORQ-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF ORQ-STATUS = 'QUEUED'
                           PERFORM TALLY-ONE-ITEM
                       ELSE
                           ADD 1 TO WS-ITEMS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ITEM.
           PERFORM RESOLVE-ITEM-COMPANY
           IF WS-ITEM-OWN = 'N'
               IF WS-COMPANY-OPEN = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ITEM-COMPANY TO ACO-COMPANY-ID
               READ COMPANY-FILE
                   INVALID KEY
                       MOVE 'CO-REJECT' TO ORQ-STATUS
                       REWRITE ORIGINATION-QUEUE-RECORD
                       ADD 1 TO WS-ITEMS-REJECTED
                       EXIT PARAGRAPH
               END-READ
               PERFORM CHECK-SEC-ALLOWED
               IF WS-SEC-OK = 'N'
                   MOVE 'SEC-REJECT' TO ORQ-STATUS
                   REWRITE ORIGINATION-QUEUE-RECORD
                   ADD 1 TO WS-ITEMS-REJECTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-COMPANY-ROW
           PERFORM CHECK-RECEIVER-READY
           EVALUATE WS-RCV-RELEASE
               WHEN 'Y'
                   ADD 1 TO WS-CT-ITEMS(WS-CO-FOUND)
                   EVALUATE ORQ-TRAN-CODE
                       WHEN 22
                       WHEN 32
                           ADD ORQ-AMOUNT TO WS-CT-CREDITS(WS-CO-FOUND)
                       WHEN 27
                       WHEN 37
                           ADD ORQ-AMOUNT TO WS-CT-DEBITS(WS-CO-FOUND)
                   END-EVALUATE
               WHEN 'P'
                   ADD 1 TO WS-CT-PRENOTES(WS-CO-FOUND)
               WHEN 'R'
                   MOVE 'PN-RETURN' TO ORQ-STATUS
                   REWRITE ORIGINATION-QUEUE-RECORD
                   ADD 1 TO WS-ITEMS-PN-RETURN
           END-EVALUATE.

      * A blank company is the bank's own origination; a blank SEC
      * code is PPD, which is all the queue carried before.
       RESOLVE-ITEM-COMPANY.
           IF ORQ-COMPANY-ID = SPACES OR ORQ-COMPANY-ID = LOW-VALUES
               MOVE WS-COMPANY-ID TO WS-ITEM-COMPANY
               MOVE 'Y' TO WS-ITEM-OWN
           ELSE
               MOVE ORQ-COMPANY-ID TO WS-ITEM-COMPANY
               MOVE 'N' TO WS-ITEM-OWN
           END-IF
           IF ORQ-SEC-CODE = SPACES OR ORQ-SEC-CODE = LOW-VALUES
               MOVE 'PPD' TO WS-ITEM-SEC
           ELSE
               MOVE ORQ-SEC-CODE TO WS-ITEM-SEC
           END-IF.

       CHECK-SEC-ALLOWED.
           MOVE 'N' TO WS-SEC-OK
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 3
                   UNTIL WS-SEC-IDX > 13
               IF ACO-SEC-CODES(WS-SEC-IDX:3) = WS-ITEM-SEC
                   MOVE 'Y' TO WS-SEC-OK
               END-IF
           END-PERFORM.

       FIND-COMPANY-ROW.
           MOVE 0 TO WS-CO-FOUND
           PERFORM VARYING WS-CO-IDX2 FROM 1 BY 1
                   UNTIL WS-CO-IDX2 > WS-CO-COUNT OR WS-CO-FOUND > 0
               IF WS-CT-COMPANY(WS-CO-IDX2) = WS-ITEM-COMPANY AND
                  WS-CT-SEC(WS-CO-IDX2) = WS-ITEM-SEC
                   MOVE WS-CO-IDX2 TO WS-CO-FOUND
               END-IF
           END-PERFORM
           IF WS-CO-FOUND > 0 OR WS-CO-COUNT >= 200
               IF WS-CO-FOUND = 0
                   MOVE WS-CO-COUNT TO WS-CO-FOUND
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CO-COUNT
           MOVE WS-CO-COUNT TO WS-CO-FOUND
           MOVE WS-ITEM-COMPANY TO WS-CT-COMPANY(WS-CO-FOUND)
           MOVE WS-ITEM-SEC TO WS-CT-SEC(WS-CO-FOUND)
           MOVE WS-ITEM-OWN TO WS-CT-OWN(WS-CO-FOUND)
           IF WS-ITEM-OWN = 'Y'
               MOVE WS-COMPANY-NAME TO WS-CT-NAME(WS-CO-FOUND)
           ELSE
               MOVE ACO-NAME TO WS-CT-NAME(WS-CO-FOUND)
           END-IF
           MOVE 0 TO WS-CT-CREDITS(WS-CO-FOUND)
           MOVE 0 TO WS-CT-DEBITS(WS-CO-FOUND)
           MOVE 0 TO WS-CT-ITEMS(WS-CO-FOUND)
           MOVE 0 TO WS-CT-PRENOTES(WS-CO-FOUND)
           MOVE SPACES TO WS-CT-DECISION(WS-CO-FOUND).

      *----------------------------------------------------------------
      * Limit decision for the company on row WS-CO-IDX, taken once
      * over all of its SEC code rows and applied to each of them:
      *   RELEASED  - within limits (or approved), prefunded if due
      *   SUSPENDED - company not ACTIVE on the master
      *   PENDING   - over limit, approval already asked for
      *   PARKED    - over limit, approval asked for this run
      *   REJECTED  - over limit and the approval was refused
      *   NO-FUNDS  - settlement account cannot cover the prefund
      *----------------------------------------------------------------
       DECIDE-COMPANY-RELEASE.
           MOVE WS-CT-COMPANY(WS-CO-IDX) TO WS-ITEM-COMPANY
           MOVE 0 TO WS-CO-FILE-CREDITS
           MOVE 0 TO WS-CO-FILE-DEBITS
           MOVE 0 TO WS-CO-FILE-ITEMS
           PERFORM VARYING WS-CO-IDX2 FROM WS-CO-IDX BY 1
                   UNTIL WS-CO-IDX2 > WS-CO-COUNT
               IF WS-CT-COMPANY(WS-CO-IDX2) = WS-ITEM-COMPANY
                   ADD WS-CT-CREDITS(WS-CO-IDX2) TO WS-CO-FILE-CREDITS
                   ADD WS-CT-DEBITS(WS-CO-IDX2) TO WS-CO-FILE-DEBITS
                   ADD WS-CT-ITEMS(WS-CO-IDX2) TO WS-CO-FILE-ITEMS
               END-IF
           END-PERFORM

           IF WS-CT-OWN(WS-CO-IDX) = 'Y'
               MOVE 'RELEASED' TO WS-CO-DECISION
           ELSE
               PERFORM DECIDE-ORIGINATOR-LIMITS
           END-IF

           IF WS-CO-DECISION NOT = 'RELEASED'
               ADD WS-CO-FILE-ITEMS TO WS-ITEMS-HELD-LIMIT
               ADD 1 TO WS-COMPANIES-HELD
           END-IF
           PERFORM VARYING WS-CO-IDX2 FROM WS-CO-IDX BY 1
                   UNTIL WS-CO-IDX2 > WS-CO-COUNT
               IF WS-CT-COMPANY(WS-CO-IDX2) = WS-ITEM-COMPANY
                   MOVE WS-CO-DECISION TO WS-CT-DECISION(WS-CO-IDX2)
               END-IF
           END-PERFORM.

       DECIDE-ORIGINATOR-LIMITS.
           MOVE WS-ITEM-COMPANY TO ACO-COMPANY-ID
           READ COMPANY-FILE
               INVALID KEY
                   MOVE 'SUSPENDED' TO WS-CO-DECISION
                   EXIT PARAGRAPH
           END-READ
           IF ACO-STATUS NOT = 'ACTIVE'
               MOVE 'SUSPENDED' TO WS-CO-DECISION
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-COMPANY-EXPOSURE
           COMPUTE WS-CO-FILE-TOTAL =
               WS-CO-FILE-CREDITS + WS-CO-FILE-DEBITS
           MOVE SPACES TO WS-CO-OVER-LIMIT
           EVALUATE TRUE
               WHEN WS-CO-FILE-CREDITS > ACO-FILE-CR-LIMIT
                   MOVE 'FILE CREDIT' TO WS-CO-OVER-LIMIT
               WHEN WS-CO-FILE-DEBITS > ACO-FILE-DR-LIMIT
                   MOVE 'FILE DEBIT' TO WS-CO-OVER-LIMIT
               WHEN WS-CO-DAY-CREDITS + WS-CO-FILE-CREDITS >
                    ACO-DAILY-CR-LIMIT
                   MOVE 'DAILY CREDIT' TO WS-CO-OVER-LIMIT
               WHEN WS-CO-DAY-DEBITS + WS-CO-FILE-DEBITS >
                    ACO-DAILY-DR-LIMIT
                   MOVE 'DAILY DEBIT' TO WS-CO-OVER-LIMIT
               WHEN WS-CO-MULTI-CREDITS + WS-CO-FILE-CREDITS >
                    ACO-MULTI-CR-LIMIT
                   MOVE 'MULTI-DAY CREDIT' TO WS-CO-OVER-LIMIT
               WHEN WS-CO-MULTI-DEBITS + WS-CO-FILE-DEBITS >
                    ACO-MULTI-DR-LIMIT
                   MOVE 'MULTI-DAY DEBIT' TO WS-CO-OVER-LIMIT
           END-EVALUATE

           IF WS-CO-OVER-LIMIT NOT = SPACES
               PERFORM CHECK-LIMIT-APPROVAL
               IF WS-CO-DECISION NOT = 'RELEASED'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ACO-PREFUND = 'Y' AND WS-CO-FILE-CREDITS > 0
               PERFORM PREFUND-COMPANY-CREDITS
               IF WS-CO-DECISION NOT = 'RELEASED'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'RELEASED' TO WS-CO-DECISION
           IF ACO-PENDING-ID NOT = 0
               MOVE 0 TO ACO-PENDING-ID
               REWRITE COMPANY-RECORD
           END-IF
           PERFORM RECORD-COMPANY-EXPOSURE.

      * Today's and the rolling window's sent totals. The window is
      * ACO-MULTI-DAYS calendar days ending today.
       LOAD-COMPANY-EXPOSURE.
           MOVE 0 TO WS-CO-DAY-CREDITS
           MOVE 0 TO WS-CO-DAY-DEBITS
           MOVE 0 TO WS-CO-MULTI-CREDITS
           MOVE 0 TO WS-CO-MULTI-DEBITS
           IF WS-EXPOSURE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - ACO-MULTI-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           MOVE ACO-COMPANY-ID TO ACX-COMPANY-ID
           MOVE WS-WINDOW-START TO ACX-DATE
           MOVE 'N' TO WS-EXPOSURE-EOF
           START EXPOSURE-FILE KEY IS NOT LESS THAN ACX-KEY
               INVALID KEY MOVE 'Y' TO WS-EXPOSURE-EOF
           END-START
           PERFORM UNTIL WS-EXPOSURE-EOF = 'Y'
               READ EXPOSURE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EXPOSURE-EOF
                   NOT AT END
                       IF ACX-COMPANY-ID NOT = ACO-COMPANY-ID OR
                          ACX-DATE > WS-TODAY
                           MOVE 'Y' TO WS-EXPOSURE-EOF
                       ELSE
                           ADD ACX-CREDITS TO WS-CO-MULTI-CREDITS
                           ADD ACX-DEBITS TO WS-CO-MULTI-DEBITS
                           IF ACX-DATE = WS-TODAY
                               ADD ACX-CREDITS TO WS-CO-DAY-CREDITS
                               ADD ACX-DEBITS TO WS-CO-DAY-DEBITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * An approval covers this company's file up to the approved
      * amount; anything bigger, or no approval yet, goes (back) to
      * APPROVAL-MANAGER.
       CHECK-LIMIT-APPROVAL.
           MOVE 'PARKED' TO WS-CO-DECISION
           IF ACO-PENDING-ID NOT = 0
               OPEN INPUT PENDING-FILE
               IF WS-PENDING-STATUS = '00'
                   MOVE ACO-PENDING-ID TO PND-ID
                   READ PENDING-FILE
                       INVALID KEY
                           MOVE SPACES TO PND-STATUS
                   END-READ
                   CLOSE PENDING-FILE
                   EVALUATE PND-STATUS
                       WHEN 'PENDING'
                           MOVE 'PENDING' TO WS-CO-DECISION
                       WHEN 'APPROVED'
                           IF WS-CO-FILE-TOTAL <= PND-AMOUNT
                               MOVE 'RELEASED' TO WS-CO-DECISION
                           END-IF
                       WHEN 'REJECTED'
                           MOVE 'REJECTED' TO WS-CO-DECISION
                   END-EVALUATE
               END-IF
           END-IF

           EVALUATE WS-CO-DECISION
               WHEN 'PARKED'
                   PERFORM PARK-LIMIT-APPROVAL
               WHEN 'REJECTED'
                   PERFORM REJECT-COMPANY-ITEMS
                   MOVE 0 TO ACO-PENDING-ID
                   REWRITE COMPANY-RECORD
           END-EVALUATE.

       PARK-LIMIT-APPROVAL.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'PENDING' TO WS-CO-DECISION
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PENDING-ID
           MOVE 'N' TO WS-PND-EOF
           MOVE 0 TO PND-ID
           START PENDING-FILE KEY >= PND-ID
               INVALID KEY MOVE 'Y' TO WS-PND-EOF
           END-START
           PERFORM UNTIL WS-PND-EOF = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PND-EOF
                   NOT AT END
                       MOVE PND-ID TO WS-PENDING-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-PENDING-ID

           MOVE WS-CO-FILE-CREDITS TO WS-RPT-AMOUNT-1
           MOVE WS-CO-FILE-DEBITS TO WS-RPT-AMOUNT-2
           MOVE WS-PENDING-ID TO PND-ID
           MOVE 'ACH-LIMIT' TO PND-ACTION
           MOVE ACO-COMPANY-ID TO PND-KEY1
           MOVE WS-CO-OVER-LIMIT TO PND-KEY2
           MOVE WS-CO-FILE-TOTAL TO PND-AMOUNT
           MOVE WS-TODAY TO PND-EXPIRY
           MOVE 0 TO PND-SEQ
           MOVE SPACES TO PND-TEXT
           STRING 'CR ' FUNCTION TRIM(WS-RPT-AMOUNT-1)
                  ' DR ' FUNCTION TRIM(WS-RPT-AMOUNT-2)
                  ' OVER ' FUNCTION TRIM(WS-CO-OVER-LIMIT)
                  ' LIMIT'
               DELIMITED BY SIZE INTO PND-TEXT
           MOVE 'ACH-ORIGINATOR' TO PND-REQUESTER
           MOVE WS-TODAY TO PND-REQUEST-DATE
           MOVE SPACES TO PND-APPROVER
           MOVE 0 TO PND-DECISION-DATE
           MOVE 'PENDING' TO PND-STATUS
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'PENDING' TO WS-CO-DECISION
           END-WRITE
           CLOSE PENDING-FILE

           IF WS-CO-DECISION = 'PARKED'
               MOVE WS-PENDING-ID TO ACO-PENDING-ID
               REWRITE COMPANY-RECORD
               ADD 1 TO WS-APPROVALS-ASKED
           END-IF.

      * A refused over-limit file does not go at all; the company
      * must re-queue what it still wants sent.
       REJECT-COMPANY-ITEMS.
           MOVE 0 TO ORQ-KEY
           MOVE 'N' TO WS-ORQ-EOF
           START ORIGINATION-QUEUE KEY IS NOT LESS THAN ORQ-KEY
               INVALID KEY MOVE 'Y' TO WS-ORQ-EOF
           END-START
           PERFORM UNTIL WS-ORQ-EOF = 'Y'
               READ ORIGINATION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORQ-EOF
                   NOT AT END
                       IF ORQ-STATUS = 'QUEUED' AND
                          ORQ-COMPANY-ID = ACO-COMPANY-ID
                           MOVE 'LIMIT-REJ' TO ORQ-STATUS
                           REWRITE ORIGINATION-QUEUE-RECORD
                           ADD 1 TO WS-ITEMS-REJECTED
                       END-IF
               END-READ
           END-PERFORM.

      * Credits leave the bank on the settlement date whether or not
      * the company has the money, so a prefunded company pays for
      * them now: settlement account debited, 2000 -> 2470.
       PREFUND-COMPANY-CREDITS.
           MOVE 'NO-FUNDS' TO WS-CO-DECISION
           IF WS-ACCT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ACO-SETTLE-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS NOT = 'ACTIVE' OR
              ACCT-AVAIL-BALANCE < WS-CO-FILE-CREDITS
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-CO-FILE-CREDITS FROM ACCT-BALANCE
           SUBTRACT WS-CO-FILE-CREDITS FROM ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'ACH-PREFUND' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-CO-FILE-CREDITS * -1
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'ACH credit file prefunding - '
                  FUNCTION TRIM(ACO-NAME)
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE ACO-NAME TO TRANS-MERCHANT
           MOVE 'ACH' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE ACO-COMPANY-ID TO TRANS-REFERENCE
           MOVE 'ACH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-PREFUND-GL TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-CO-FILE-CREDITS TO WS-GL-AMOUNT
           MOVE ACCT-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'ACH prefund - ' ACO-COMPANY-ID
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           ADD WS-CO-FILE-CREDITS TO WS-PREFUND-TOTAL
           MOVE 'RELEASED' TO WS-CO-DECISION.

       WRITE-TRANSACTION-WITH-RETRY.
           MOVE 'N' TO WS-TRANS-WRITE-DONE
           MOVE 0 TO WS-TRANS-WRITE-RETRY
           PERFORM UNTIL WS-TRANS-WRITE-DONE = 'Y'
                   OR WS-TRANS-WRITE-RETRY > 998
               WRITE TRANSACTION-REC
                   INVALID KEY
                       ADD 1 TO WS-TRANS-WRITE-RETRY
                       ADD 1 TO WS-SEQ-COUNTER
                       MOVE WS-SEQ-COUNTER TO TRANS-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRANS-WRITE-DONE
               END-WRITE
           END-PERFORM.

      * The released file counts against today's exposure as soon as
      * it is built.
       RECORD-COMPANY-EXPOSURE.
           IF WS-EXPOSURE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ACO-COMPANY-ID TO ACX-COMPANY-ID
           MOVE WS-TODAY TO ACX-DATE
           READ EXPOSURE-FILE
               INVALID KEY
                   MOVE 0 TO ACX-CREDITS
                   MOVE 0 TO ACX-DEBITS
                   MOVE 0 TO ACX-FILES
                   MOVE 0 TO ACX-ITEMS
                   MOVE 0 TO ACX-PREFUNDED
                   ADD WS-CO-FILE-CREDITS TO ACX-CREDITS
                   ADD WS-CO-FILE-DEBITS TO ACX-DEBITS
                   ADD 1 TO ACX-FILES
                   ADD WS-CO-FILE-ITEMS TO ACX-ITEMS
                   IF ACO-PREFUND = 'Y'
                       ADD WS-CO-FILE-CREDITS TO ACX-PREFUNDED
                   END-IF
                   WRITE EXPOSURE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-CO-FILE-CREDITS TO ACX-CREDITS
           ADD WS-CO-FILE-DEBITS TO ACX-DEBITS
           ADD 1 TO ACX-FILES
           ADD WS-CO-FILE-ITEMS TO ACX-ITEMS
           IF ACO-PREFUND = 'Y'
               ADD WS-CO-FILE-CREDITS TO ACX-PREFUNDED
           END-IF
           REWRITE EXPOSURE-RECORD.

      *----------------------------------------------------------------
      * Pass 2 - one batch per released company and SEC code. The
      * receiver gate runs again item by item: it sends the prenotes
      * pass 1 only counted, and releases exactly the items pass 1
      * totalled for the limit check.
      *----------------------------------------------------------------
       BUILD-COMPANY-BATCH.
           MOVE WS-CT-COMPANY(WS-CO-IDX) TO WS-BH-COMPANY-ID
           MOVE WS-CT-NAME(WS-CO-IDX) TO WS-BH-COMPANY-NAME
           MOVE WS-CT-SEC(WS-CO-IDX) TO WS-BH-SEC
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-DEBITS
           MOVE 0 TO WS-BATCH-CREDITS
           ADD 1 TO WS-BATCH-NUMBER
           PERFORM WRITE-BATCH-HEADER

           MOVE 0 TO ORQ-KEY
           MOVE 'N' TO WS-ORQ-EOF
           START ORIGINATION-QUEUE KEY IS NOT LESS THAN ORQ-KEY
               INVALID KEY MOVE 'Y' TO WS-ORQ-EOF
           END-START
           PERFORM UNTIL WS-ORQ-EOF = 'Y'
               READ ORIGINATION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORQ-EOF
                   NOT AT END
                       IF ORQ-STATUS = 'QUEUED'
                           PERFORM RESOLVE-ITEM-COMPANY
                           IF WS-ITEM-COMPANY = WS-BH-COMPANY-ID AND
                              WS-ITEM-SEC = WS-BH-SEC
                               PERFORM SCREEN-RECEIVER-PRENOTE
                               IF WS-RCV-RELEASE = 'Y'
                                   PERFORM ORIGINATE-ONE-ENTRY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-BATCH-CONTROL
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           COMPUTE WS-HASH-WORK = WS-FILE-HASH + WS-BATCH-HASH
           COMPUTE WS-FILE-HASH =
               FUNCTION MOD(WS-HASH-WORK, 10000000000).

      *----------------------------------------------------------------
      * Daily exposure report - every company on the master, today's
      * and the rolling window's sent totals against its limits, and
      * what this run decided for it.
      *----------------------------------------------------------------
       WRITE-EXPOSURE-REPORT.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXPOSURE-FILE
           IF WS-EXPOSURE-STATUS = '00'
               MOVE 'Y' TO WS-EXPOSURE-OPEN
           END-IF
           OPEN OUTPUT EXPOSURE-REPORT

           MOVE SPACES TO EXPOSURE-REPORT-RECORD
           STRING 'ACH ORIGINATOR EXPOSURE - ' WS-TODAY
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD
           WRITE EXPOSURE-REPORT-RECORD
           MOVE SPACES TO EXPOSURE-REPORT-RECORD
           STRING 'COMPANY    NAME             STATUS     '
                  '   DAY CREDITS    DAY DEBITS  '
                  ' WINDOW CREDITS WINDOW DEBITS  RUN'
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD
           WRITE EXPOSURE-REPORT-RECORD

           MOVE 'N' TO WS-COMPANY-EOF
           MOVE LOW-VALUES TO ACO-COMPANY-ID
           START COMPANY-FILE KEY IS NOT LESS THAN ACO-COMPANY-ID
               INVALID KEY MOVE 'Y' TO WS-COMPANY-EOF
           END-START
           PERFORM UNTIL WS-COMPANY-EOF = 'Y'
               READ COMPANY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COMPANY-EOF
                   NOT AT END
                       PERFORM WRITE-COMPANY-EXPOSURE
               END-READ
           END-PERFORM

           MOVE SPACES TO EXPOSURE-REPORT-RECORD
           STRING 'COMPANIES: ' WS-RPT-COUNT
                  '  HELD THIS RUN: ' WS-COMPANIES-HELD
                  '  APPROVALS REQUESTED: ' WS-APPROVALS-ASKED
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD
           WRITE EXPOSURE-REPORT-RECORD

           CLOSE EXPOSURE-REPORT
           IF WS-EXPOSURE-OPEN = 'Y'
               CLOSE EXPOSURE-FILE
           END-IF
           CLOSE COMPANY-FILE.

       WRITE-COMPANY-EXPOSURE.
           ADD 1 TO WS-RPT-COUNT
           PERFORM LOAD-COMPANY-EXPOSURE
           MOVE 'NO ITEMS' TO WS-RPT-DECISION
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CT-COMPANY(WS-CO-IDX) = ACO-COMPANY-ID
                   MOVE WS-CT-DECISION(WS-CO-IDX) TO WS-RPT-DECISION
               END-IF
           END-PERFORM

           MOVE WS-CO-DAY-CREDITS TO WS-RPT-AMOUNT-1
           MOVE WS-CO-DAY-DEBITS TO WS-RPT-AMOUNT-2
           MOVE WS-CO-MULTI-CREDITS TO WS-RPT-AMOUNT-3
           MOVE WS-CO-MULTI-DEBITS TO WS-RPT-AMOUNT-4
           MOVE SPACES TO EXPOSURE-REPORT-RECORD
           STRING ACO-COMPANY-ID ' ' ACO-NAME ' ' ACO-STATUS ' '
                  WS-RPT-AMOUNT-1 ' ' WS-RPT-AMOUNT-2 ' '
                  WS-RPT-AMOUNT-3 ' ' WS-RPT-AMOUNT-4 ' '
                  WS-RPT-DECISION
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD
           WRITE EXPOSURE-REPORT-RECORD

           MOVE ACO-DAILY-CR-LIMIT TO WS-RPT-AMOUNT-1
           MOVE ACO-DAILY-DR-LIMIT TO WS-RPT-AMOUNT-2
           MOVE ACO-MULTI-CR-LIMIT TO WS-RPT-AMOUNT-3
           MOVE ACO-MULTI-DR-LIMIT TO WS-RPT-AMOUNT-4
           MOVE SPACES TO EXPOSURE-REPORT-RECORD
           STRING '           LIMITS  WINDOW ' ACO-MULTI-DAYS
                  ' DAYS  PREFUND ' ACO-PREFUND '     '
                  WS-RPT-AMOUNT-1 ' ' WS-RPT-AMOUNT-2 ' '
                  WS-RPT-AMOUNT-3 ' ' WS-RPT-AMOUNT-4
               DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD
           WRITE EXPOSURE-REPORT-RECORD

           IF ACO-PENDING-ID NOT = 0
               MOVE SPACES TO EXPOSURE-REPORT-RECORD
               STRING '           AWAITING APPROVAL ' ACO-PENDING-ID
                   DELIMITED BY SIZE INTO EXPOSURE-REPORT-RECORD
               WRITE EXPOSURE-REPORT-RECORD
           END-IF.

       WRITE-FILE-HEADER.
           MOVE SPACES TO WS-NACHA-BUILD
           MOVE '101' TO WS-NACHA-BUILD(1:3)
           MOVE SPACES TO WS-NACHA-BUILD
           MOVE '5' TO WS-NACHA-BUILD(1:1)
           MOVE '200' TO WS-NACHA-BUILD(2:3)
           MOVE WS-BH-COMPANY-NAME TO WS-NACHA-BUILD(5:16)
           MOVE WS-BH-COMPANY-ID TO WS-NACHA-BUILD(41:10)
           MOVE WS-BH-SEC TO WS-NACHA-BUILD(51:3)
           MOVE 'SETTLEMENT' TO WS-NACHA-BUILD(54:10)
           MOVE WS-TODAY(3:6) TO WS-NACHA-BUILD(64:6)
           MOVE WS-TODAY(3:6) TO WS-NACHA-BUILD(70:6)
           REWRITE ORIGINATION-QUEUE-RECORD
           ADD 1 TO WS-ITEMS-SENT.

      *----------------------------------------------------------------
      * Prenote gate for one QUEUED item. A receiver never seen gets a
      * prenote now and the item waits; a prenote still inside its
      * waiting period holds the item; a returned prenote stops it.
      *----------------------------------------------------------------
       SCREEN-RECEIVER-PRENOTE.
           PERFORM CHECK-RECEIVER-READY
           EVALUATE WS-RCV-RELEASE
               WHEN 'P'
                   PERFORM SEND-RECEIVER-PRENOTE
                   ADD 1 TO WS-ITEMS-HELD
                   MOVE 'N' TO WS-RCV-RELEASE
               WHEN 'W'
                   ADD 1 TO WS-ITEMS-HELD
                   MOVE 'N' TO WS-RCV-RELEASE
               WHEN 'R'
                   MOVE 'PN-RETURN' TO ORQ-STATUS
                   REWRITE ORIGINATION-QUEUE-RECORD
                   ADD 1 TO WS-ITEMS-PN-RETURN
                   MOVE 'N' TO WS-RCV-RELEASE
           END-EVALUATE.

      * Where the item's receiver stands: Y ready to send, P needs a
      * prenote, W prenote still inside its waiting period, R prenote
      * returned. A prenote whose wait has run is marked CLEARED here.
       CHECK-RECEIVER-READY.
           MOVE ORQ-ROUTING TO RCV-ROUTING
           MOVE ORQ-ACCOUNT TO RCV-ACCOUNT
           READ RECEIVER-FILE
               INVALID KEY
                   MOVE 'P' TO WS-RCV-RELEASE
                   EXIT PARAGRAPH
           END-READ

           EVALUATE RCV-PRENOTE-STATUS
               WHEN 'SENT'
                   PERFORM COUNT-PRENOTE-WAIT
                   IF WS-PRENOTE-ELAPSED >= WS-PRENOTE-WAIT-DAYS
                       MOVE 'CLEARED' TO RCV-PRENOTE-STATUS
                       MOVE WS-TODAY TO RCV-CLEARED-DATE
                       REWRITE RECEIVER-RECORD
                       MOVE 'Y' TO WS-RCV-RELEASE
                   ELSE
                       MOVE 'W' TO WS-RCV-RELEASE
                   END-IF
               WHEN 'RETURNED'
                   MOVE 'R' TO WS-RCV-RELEASE
               WHEN OTHER
                   MOVE 'Y' TO WS-RCV-RELEASE
           END-EVALUATE.

      * Zero-dollar prenote: the live transaction code plus one
      * (22/27/32/37 -> 23/28/33/38), same receiver details.
       SEND-RECEIVER-PRENOTE.
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-ODFI-ROUTING(1:8) TO WS-TRACE-PREFIX
           MOVE WS-TRACE-SEQ TO WS-TRACE-NUMBER
           COMPUTE WS-PRENOTE-TRAN-CODE = ORQ-TRAN-CODE + 1

           MOVE SPACES TO WS-NACHA-BUILD
           MOVE '6' TO WS-NACHA-BUILD(1:1)
           MOVE WS-PRENOTE-TRAN-CODE TO WS-NACHA-BUILD(2:2)
           MOVE ORQ-ROUTING TO WS-NACHA-BUILD(4:9)
           MOVE ORQ-ACCOUNT TO WS-NACHA-BUILD(13:17)
           MOVE 0 TO WS-AMOUNT-CENTS
           MOVE WS-AMOUNT-CENTS TO WS-NACHA-BUILD(30:10)
           MOVE ORQ-IND-ID TO WS-NACHA-BUILD(40:15)
           MOVE ORQ-NAME TO WS-NACHA-BUILD(55:22)
           MOVE '0' TO WS-NACHA-BUILD(79:1)
           MOVE WS-TRACE-BUILD TO WS-NACHA-BUILD(80:15)
           PERFORM WRITE-NACHA-RECORD

           ADD 1 TO WS-BATCH-ENTRY-COUNT
           COMPUTE WS-HASH-WORK =
               WS-BATCH-HASH + FUNCTION NUMVAL(ORQ-ROUTING(1:8))
           COMPUTE WS-BATCH-HASH =
               FUNCTION MOD(WS-HASH-WORK, 10000000000)

           MOVE SPACES TO RECEIVER-RECORD
           MOVE ORQ-ROUTING TO RCV-ROUTING
           MOVE ORQ-ACCOUNT TO RCV-ACCOUNT
           MOVE ORQ-NAME TO RCV-NAME
           MOVE 'SENT' TO RCV-PRENOTE-STATUS
           MOVE WS-TODAY TO RCV-PRENOTE-DATE
           MOVE WS-TRACE-BUILD TO RCV-PRENOTE-TRACE
           MOVE 0 TO RCV-CLEARED-DATE
           MOVE 0 TO RCV-NOC-DATE
           WRITE RECEIVER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-PRENOTES-SENT.

      * Business days after the prenote date up to and including
      * today.
       COUNT-PRENOTE-WAIT.
           MOVE 0 TO WS-PRENOTE-ELAPSED
           COMPUTE WS-BD-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-BD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RCV-PRENOTE-DATE) + 1
           PERFORM UNTIL WS-BD-DATE-INT > WS-BD-END-INT
                   OR WS-PRENOTE-ELAPSED >= WS-PRENOTE-WAIT-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-BD-DATE-INT)
                   TO WS-BD-WORK-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BD-IS-BUSINESS = 'Y'
                   ADD 1 TO WS-PRENOTE-ELAPSED
               END-IF
               ADD 1 TO WS-BD-DATE-INT
           END-PERFORM.

      * Weekends are always closed; holidays come from
      * business-calendar.dat, as in BATCH-PROCESSOR.
       LOAD-BUSINESS-CALENDAR.
           MOVE 'N' TO WS-CALENDAR-EOF
           MOVE 0 TO WS-HOLIDAY-COUNT

           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-CALENDAR-EOF
               END-READ
               PERFORM UNTIL WS-CALENDAR-EOF = 'Y'
                       OR WS-HOLIDAY-COUNT = 100
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE CAL-DATE
                       TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                   READ CALENDAR-FILE
                       AT END MOVE 'Y' TO WS-CALENDAR-EOF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      * Day-of-week from the integer date: day 1 (1601-01-01) was a
      * Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BD-IS-BUSINESS
           COMPUTE WS-BD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-WORK-DATE)
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-DATE-INT, 7)
           IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
               MOVE 'N' TO WS-BD-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-BD-WORK-DATE
                   MOVE 'N' TO WS-BD-IS-BUSINESS
               END-IF
           END-PERFORM.

      * The batch control entry/addenda count covers type-7 addenda
      * records as well as the entry details, same as the inbound
      * parser counts them.
           MOVE WS-DEBIT-CENTS TO WS-NACHA-BUILD(21:12)
           COMPUTE WS-CREDIT-CENTS = WS-BATCH-CREDITS * 100
           MOVE WS-CREDIT-CENTS TO WS-NACHA-BUILD(33:12)
           MOVE WS-BH-COMPANY-ID TO WS-NACHA-BUILD(45:10)
           MOVE WS-ODFI-ROUTING(1:8) TO WS-NACHA-BUILD(80:8)
           MOVE WS-BATCH-NUMBER TO WS-NACHA-BUILD(88:7)
           PERFORM WRITE-NACHA-RECORD.
       WRITE-FILE-CONTROL.
           MOVE SPACES TO WS-NACHA-BUILD
           MOVE '9' TO WS-NACHA-BUILD(1:1)
           MOVE WS-BATCH-NUMBER TO WS-FILE-BATCH-COUNT
           MOVE WS-FILE-BATCH-COUNT TO WS-NACHA-BUILD(2:6)
           COMPUTE WS-BLOCK-COUNT =
               (WS-RECORD-COUNT + 1 + 9) / 10
           MOVE WS-BLOCK-COUNT TO WS-NACHA-BUILD(8:6)
           MOVE WS-FILE-ENTRY-COUNT TO WS-NACHA-BUILD(14:8)
           MOVE WS-FILE-HASH TO WS-NACHA-BUILD(22:10)
           COMPUTE WS-DEBIT-CENTS = WS-TOTAL-DEBITS * 100
           MOVE WS-DEBIT-CENTS TO WS-NACHA-BUILD(32:12)
           COMPUTE WS-CREDIT-CENTS = WS-TOTAL-CREDITS * 100
           MOVE WS-CREDIT-CENTS TO WS-NACHA-BUILD(44:12)
           PERFORM WRITE-NACHA-RECORD.

                   '"items_read":' WS-ITEMS-READ ','
                   '"items_sent":' WS-ITEMS-SENT ','
                   '"items_skipped":' WS-ITEMS-SKIPPED ','
                   '"prenotes_sent":' WS-PRENOTES-SENT ','
                   '"items_held_prenote":' WS-ITEMS-HELD ','
                   '"items_prenote_returned":' WS-ITEMS-PN-RETURN ','
                   '"items_rejected":' WS-ITEMS-REJECTED ','
                   '"items_held_limit":' WS-ITEMS-HELD-LIMIT ','
                   '"companies_held":' WS-COMPANIES-HELD ','
                   '"approvals_requested":' WS-APPROVALS-ASKED ','
                   '"prefunded":' WS-PREFUND-TOTAL ','
                   '"batches":' WS-BATCH-NUMBER ','
                   '"total_debits":' WS-TOTAL-DEBITS ','
                   '"total_credits":' WS-TOTAL-CREDITS ','
                   '"entry_hash":' WS-FILE-HASH ','
                   '"nacha_file":"ach-origination.dat",'
                   '"exposure_report":"ach-exposure-report.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
