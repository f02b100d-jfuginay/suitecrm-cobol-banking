       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDIN-REPLAY.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Stand-in queue replay. While EOD-CONTROLLER has the business
      * date closing, TELLER-CAPTURE, ATM-PROCESSOR and CARD-VALIDATOR
      * queue the items they accept on standin-queue.dat (a STANDIN
      * memo hold covering each debit) instead of posting into the
      * day being closed. Once the date has advanced - business-date
      * status REPLAY - this step posts every QUEUED item, in arrival
      * order across all three channels, under the new business date:
      *   - the item's STANDIN memo hold is released first;
      *   - the account must still be on the master and ACTIVE;
      *   - TELLER deposits, withdrawals and transfers and ATM
      *     withdrawals and deposits are judged and posted the way
      *     the channel posts them (stop orders and holds for teller
      *     debits, available balance for ATM withdrawals), to
      *     transactions.dat with the channel's TRANS-CHANNEL and to
      *     the GL through GL-POSTING with the channel's accounts and
      *     cost center;
      *   - a CARD authorization gets its AUTH hold, expiring three
      *     days after the new business date.
      * Each item is marked POSTED or FAILED with the reason on the
      * queue; failures are listed on standin-replay-report.txt for
      * operations, since the customer already had the cash or the
      * approval. Available balance is left as ledger balance less
      * active holds. With the queue drained the business date is
      * reopened (OPEN) and the channels post directly again. A run
      * while the date is still CLOSNG is refused. JSON summary in
      * standin-replay-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO 'standin-replay-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'standin-replay-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT STANDIN-QUEUE ASSIGN TO 'standin-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIQ-KEY
               FILE STATUS IS WS-STANDIN-STATUS.
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
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT STOP-FILE ASSIGN TO 'stop-payments.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDC-BUSINESS-DATE   PIC 9(8).
           05  BDC-STATUS          PIC X(6).
           05  BDC-LAST-CLOSED     PIC 9(8).

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
           05  SIQ-MICR REDEFINES SIQ-REFERENCE.
               10  SIQ-MICR-ROUTING PIC X(9).
               10  FILLER          PIC X(21).
           05  SIQ-ALT-REF         PIC X(20).
           05  SIQ-CARD-TOKEN      PIC X(19).
           05  SIQ-MCC             PIC X(4).

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

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT    PIC X(20).
               10  HOLD-SEQ        PIC 9(4).
           05  HOLD-TYPE           PIC X(10).
           05  HOLD-AMOUNT         PIC S9(10)V99 COMP-3.
           05  HOLD-EXPIRY         PIC 9(8).
           05  HOLD-STATUS         PIC X(10).
           05  HOLD-PLACED         PIC 9(8).

       FD  STOP-FILE.
       01  STOP-RECORD.
           05  STOP-KEY.
               10  STOP-ACCOUNT    PIC X(20).
               10  STOP-REFERENCE  PIC X(30).
           05  STOP-AMOUNT-MIN     PIC S9(10)V99 COMP-3.
           05  STOP-AMOUNT-MAX     PIC S9(10)V99 COMP-3.
           05  STOP-EXPIRY         PIC 9(8).
           05  STOP-STATUS         PIC X(10).
           05  STOP-PLACED         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-STANDIN-STATUS       PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-STOP-EOF             PIC X.
       01  WS-HOLDS-OPEN           PIC X VALUE 'N'.
       01  WS-STOP-OPEN            PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01  WS-DATE-STATE           PIC X(6) VALUE 'OPEN'.
       01  WS-LAST-CLOSED          PIC 9(8) VALUE 0.

       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.

       01  WS-FAIL-REASON          PIC X(30).
       01  WS-HOLDS-TOTAL          PIC S9(12)V99.
       01  WS-HOLD-LOOKUP-ACCOUNT  PIC X(20).
       01  WS-STOP-HIT             PIC X.
       01  WS-POST-ACCOUNT         PIC X(20).
       01  WS-AUTH-HOLD-SEQ        PIC 9(4).
       01  WS-AUTH-EXPIRY-INT      PIC 9(9).
       01  WS-AUTH-HOLD-DAYS       PIC 9(2) VALUE 3.

       01  WS-RUN-STATS.
           05  WS-ITEMS-REPLAYED   PIC 9(9) VALUE 0.
           05  WS-ITEMS-POSTED     PIC 9(9) VALUE 0.
           05  WS-ITEMS-FAILED     PIC 9(9) VALUE 0.
           05  WS-TOTAL-POSTED     PIC S9(12)V99 VALUE 0.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4).

       01  WS-DISPLAY-AMOUNT       PIC -(8)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE

           IF WS-DATE-STATE = 'CLOSNG'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Business date is still closing - not replayed'
                   TO WS-ERROR-MESSAGE
               PERFORM WRITE-JSON-SUMMARY
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'STAND-IN QUEUE REPLAY - BUSINESS DATE '
                  WS-BUSINESS-DATE ' RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM REPLAY-STANDIN-QUEUE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-POSTED TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'Replayed: ' WS-ITEMS-REPLAYED
                  '  Posted: ' WS-ITEMS-POSTED
                  '  Failed: ' WS-ITEMS-FAILED
                  '  Amount posted: ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WS-STATUS = 'SUCCESS' AND WS-DATE-STATE = 'REPLAY'
               MOVE 'OPEN' TO WS-DATE-STATE
               PERFORM WRITE-BUSINESS-DATE
           END-IF

           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE BDC-STATUS TO WS-DATE-STATE
                       MOVE BDC-LAST-CLOSED TO WS-LAST-CLOSED
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               MOVE WS-TODAY TO WS-BUSINESS-DATE
           END-IF.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-BUSINESS-DATE TO BDC-BUSINESS-DATE
           MOVE WS-DATE-STATE TO BDC-STATUS
           MOVE WS-LAST-CLOSED TO BDC-LAST-CLOSED
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE.

      * Items the channels queue while this runs carry later keys
      * and are picked up by the same pass.
       REPLAY-STANDIN-QUEUE.
           OPEN I-O STANDIN-QUEUE
           IF WS-STANDIN-STATUS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               MOVE 'No stand-in queue - nothing to replay'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available' TO WS-ERROR-MESSAGE
               CLOSE STANDIN-QUEUE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TRANSACTION-FILE
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-OPEN
           END-IF
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = '00'
               MOVE 'Y' TO WS-STOP-OPEN
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
                           PERFORM REPLAY-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STOP-OPEN = 'Y'
               CLOSE STOP-FILE
           END-IF
           IF WS-HOLDS-OPEN = 'Y'
               CLOSE HOLDS-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE STANDIN-QUEUE.

       REPLAY-ONE-ITEM.
           ADD 1 TO WS-ITEMS-REPLAYED
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM RELEASE-MEMO-HOLD

           EVALUATE SIQ-CHANNEL
               WHEN 'TELLER'
                   PERFORM REPLAY-TELLER-ITEM
               WHEN 'ATM'
                   PERFORM REPLAY-ATM-ITEM
               WHEN 'CARD'
                   PERFORM REPLAY-CARD-AUTH
               WHEN OTHER
                   MOVE 'BAD-CHANNEL' TO WS-FAIL-REASON
           END-EVALUATE

           MOVE WS-BUSINESS-DATE TO SIQ-REPLAY-DATE
           IF WS-FAIL-REASON = SPACES
               MOVE 'POSTED' TO SIQ-STATUS
               MOVE SPACES TO SIQ-REASON
               ADD 1 TO WS-ITEMS-POSTED
               ADD SIQ-AMOUNT TO WS-TOTAL-POSTED
           ELSE
               MOVE 'FAILED' TO SIQ-STATUS
               MOVE WS-FAIL-REASON TO SIQ-REASON
               ADD 1 TO WS-ITEMS-FAILED
               PERFORM REFRESH-FAILED-AVAILABLE
               PERFORM WRITE-FAILURE-LINE
           END-IF
           REWRITE STANDIN-RECORD.

      * The memo hold only stood in for the posting; the posting
      * (or, for a card, the AUTH hold) replaces it.
       RELEASE-MEMO-HOLD.
           IF SIQ-HOLD-SEQ = 0 OR WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SIQ-ACCOUNT TO HOLD-ACCOUNT
           MOVE SIQ-HOLD-SEQ TO HOLD-SEQ
           READ HOLDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-TYPE = 'STANDIN' AND
                      HOLD-STATUS = 'ACTIVE'
                       MOVE 'RELEASED' TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                   END-IF
           END-READ.

       READ-REPLAY-ACCOUNT.
           MOVE SIQ-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCT-UNKNOWN' TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ACCT-STATUS' TO WS-FAIL-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * TELLER - the window checks again, as of the new business
      * date: stop orders and holds for a debit, the receiving
      * account for a transfer.
      *----------------------------------------------------------------
       REPLAY-TELLER-ITEM.
           PERFORM READ-REPLAY-ACCOUNT
           IF WS-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE SIQ-TXN-TYPE
               WHEN 'DEPOSIT'
                   MOVE SIQ-ACCOUNT TO WS-POST-ACCOUNT
                   PERFORM CREDIT-POST-ACCOUNT
                   MOVE 'DEPOSIT' TO TRANS-TYPE
                   MOVE SIQ-AMOUNT TO TRANS-AMOUNT
                   MOVE SIQ-ACCOUNT TO TRANS-ACCOUNT
                   PERFORM APPEND-TELLER-TRANSACTION
                   MOVE '1000' TO WS-GL-DEBIT-ACCOUNT
                   MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
                   PERFORM POST-TELLER-ITEM-TO-GL
               WHEN 'WITHDRAWAL'
                   PERFORM CHECK-TELLER-DEBIT
                   IF WS-FAIL-REASON NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM DEBIT-REPLAY-ACCOUNT
                   MOVE 'WITHDRAWAL' TO TRANS-TYPE
                   COMPUTE TRANS-AMOUNT = SIQ-AMOUNT * -1
                   MOVE SIQ-ACCOUNT TO TRANS-ACCOUNT
                   PERFORM APPEND-TELLER-TRANSACTION
                   MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
                   MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
                   PERFORM POST-TELLER-ITEM-TO-GL
               WHEN 'TRANSFER'
                   PERFORM CHECK-TELLER-DEBIT
                   IF WS-FAIL-REASON NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SIQ-TO-ACCOUNT TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE 'TO-ACCT-UNKNOWN' TO WS-FAIL-REASON
                           EXIT PARAGRAPH
                   END-READ
                   PERFORM DEBIT-REPLAY-ACCOUNT
                   MOVE 'TRANSFER' TO TRANS-TYPE
                   COMPUTE TRANS-AMOUNT = SIQ-AMOUNT * -1
                   MOVE SIQ-ACCOUNT TO TRANS-ACCOUNT
                   PERFORM APPEND-TELLER-TRANSACTION
                   MOVE SIQ-TO-ACCOUNT TO WS-POST-ACCOUNT
                   PERFORM CREDIT-POST-ACCOUNT
                   MOVE 'TRANSFER' TO TRANS-TYPE
                   MOVE SIQ-AMOUNT TO TRANS-AMOUNT
                   MOVE SIQ-TO-ACCOUNT TO TRANS-ACCOUNT
                   PERFORM APPEND-TELLER-TRANSACTION
                   MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
                   MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
                   PERFORM POST-TELLER-ITEM-TO-GL
               WHEN OTHER
                   MOVE 'BAD-TYPE' TO WS-FAIL-REASON
           END-EVALUATE.

      * ACCOUNT-RECORD holds the paying account on entry.
       CHECK-TELLER-DEBIT.
           PERFORM CHECK-STOP-PAYMENT
           IF WS-STOP-HIT = 'Y'
               MOVE 'STOPPED' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SIQ-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           IF ACCT-BALANCE - WS-HOLDS-TOTAL < SIQ-AMOUNT
               MOVE 'NSF-HOLDS' TO WS-FAIL-REASON
           END-IF.

       APPEND-TELLER-TRANSACTION.
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Teller ' FUNCTION TRIM(SIQ-TXN-TYPE)
               ' at branch ' SIQ-BRANCH
               ' teller ' SIQ-ORIGIN
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE SPACES TO TRANS-MERCHANT
           STRING 'BRANCH ' SIQ-BRANCH
               DELIMITED BY SIZE INTO TRANS-MERCHANT
           IF SIQ-TENDER = 'CASH'
               MOVE 'CASH' TO TRANS-CATEGORY
           ELSE
               MOVE 'CHECK' TO TRANS-CATEGORY
           END-IF
           MOVE SIQ-ALT-REF TO TRANS-REFERENCE
           IF SIQ-TXN-TYPE = 'DEPOSIT' AND SIQ-TENDER NOT = 'CASH'
              AND SIQ-MICR-ROUTING NOT = SPACES
               MOVE SIQ-REFERENCE TO TRANS-REFERENCE
               MOVE SPACES TO TRANS-DESCRIPTION
               STRING 'Teller ' FUNCTION TRIM(SIQ-TXN-TYPE)
                   ' at branch ' SIQ-BRANCH
                   ' teller ' SIQ-ORIGIN
                   ' ref ' SIQ-ALT-REF
                   DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           END-IF
           MOVE 'TELLER' TO TRANS-CHANNEL
           PERFORM APPEND-REPLAY-TRANSACTION.

      * The branch is the cost center for window work.
       POST-TELLER-ITEM-TO-GL.
           MOVE SIQ-BRANCH TO WS-GL-COST-CENTER
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Teller ' FUNCTION TRIM(SIQ-TXN-TYPE)
               ' ' SIQ-ORIGIN
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM POST-REPLAY-TO-GL.

      *----------------------------------------------------------------
      * ATM - the withdrawal is judged against available balance once
      * its memo hold is gone; limits were judged when it arrived.
      *----------------------------------------------------------------
       REPLAY-ATM-ITEM.
           PERFORM READ-REPLAY-ACCOUNT
           IF WS-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF SIQ-TXN-TYPE = 'WITHDRAWAL'
               MOVE SIQ-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
               PERFORM COMPUTE-ACTIVE-HOLDS
               IF ACCT-BALANCE - WS-HOLDS-TOTAL < SIQ-AMOUNT
                   MOVE 'NSF' TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM DEBIT-REPLAY-ACCOUNT
               COMPUTE TRANS-AMOUNT = SIQ-AMOUNT * -1
               MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
               MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           ELSE
               MOVE SIQ-ACCOUNT TO WS-POST-ACCOUNT
               PERFORM CREDIT-POST-ACCOUNT
               MOVE SIQ-AMOUNT TO TRANS-AMOUNT
               MOVE '1000' TO WS-GL-DEBIT-ACCOUNT
               MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           END-IF

           MOVE SIQ-ACCOUNT TO TRANS-ACCOUNT
           MOVE SIQ-TXN-TYPE TO TRANS-TYPE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'ATM ' FUNCTION TRIM(SIQ-TXN-TYPE)
               ' at terminal ' SIQ-ORIGIN
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE SPACES TO TRANS-MERCHANT
           STRING 'ATM ' SIQ-ORIGIN
               DELIMITED BY SIZE INTO TRANS-MERCHANT
           MOVE 'CASH' TO TRANS-CATEGORY
           MOVE SIQ-REFERENCE TO TRANS-REFERENCE
           MOVE 'ATM' TO TRANS-CHANNEL
           PERFORM APPEND-REPLAY-TRANSACTION

           MOVE 'ATM ' TO WS-GL-COST-CENTER
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'ATM posting - ' SIQ-ORIGIN
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM POST-REPLAY-TO-GL.

      *----------------------------------------------------------------
      * CARD - the stand-in approval becomes the AUTH hold an
      * ordinary approval places; CARD-SETTLEMENT matches it as
      * usual.
      *----------------------------------------------------------------
       REPLAY-CARD-AUTH.
           PERFORM READ-REPLAY-ACCOUNT
           IF WS-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDS-OPEN NOT = 'Y'
               MOVE 'HOLDS-UNAVAILABLE' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AUTH-HOLD-SEQ
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE SIQ-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START
           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = SIQ-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           MOVE HOLD-SEQ TO WS-AUTH-HOLD-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-AUTH-HOLD-SEQ

           COMPUTE WS-AUTH-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) +
               WS-AUTH-HOLD-DAYS
           MOVE SIQ-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-AUTH-HOLD-SEQ TO HOLD-SEQ
           MOVE 'AUTH' TO HOLD-TYPE
           MOVE SIQ-AMOUNT TO HOLD-AMOUNT
           MOVE FUNCTION DATE-OF-INTEGER(WS-AUTH-EXPIRY-INT)
               TO HOLD-EXPIRY
           MOVE 'ACTIVE' TO HOLD-STATUS
           MOVE WS-BUSINESS-DATE TO HOLD-PLACED
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'AUTH-HOLD-FAILED' TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SIQ-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE SIQ-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           REWRITE ACCOUNT-RECORD.

      *----------------------------------------------------------------
      * Posting helpers shared by the channels.
      *----------------------------------------------------------------
       DEBIT-REPLAY-ACCOUNT.
           MOVE SIQ-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           SUBTRACT SIQ-AMOUNT FROM ACCT-BALANCE
           MOVE SIQ-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD.

       CREDIT-POST-ACCOUNT.
           MOVE WS-POST-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           ADD SIQ-AMOUNT TO ACCT-BALANCE
           MOVE WS-POST-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD.

      * Posted under the business date at the time the item arrived.
       APPEND-REPLAY-TRANSACTION.
           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE SIQ-ARRIVAL-TIME TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE 'POSTED' TO TRANS-STATUS
           PERFORM WRITE-TRANSACTION-WITH-RETRY.

      * A duplicate TRANS-KEY (another program or rerun in the same
      * second) must not silently drop the trail after the balance
      * moved - bump the sequence and retry; exhausted retries are
      * counted and surfaced in the JSON summary.
       WRITE-TRANSACTION-WITH-RETRY.
           CALL 'MERCHANT-NORMALIZE' USING TRANS-MERCHANT
                                           TRANS-CATEGORY
                                           TRANS-CHANNEL
                                           TRANS-TYPE
                                           WS-MN-MATCH-KEY
                                           WS-MN-RETURN-CODE
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
           END-PERFORM

           IF WS-TRANS-WRITE-DONE = 'N'
               ADD 1 TO WS-APPENDS-FAILED
           END-IF.

       POST-REPLAY-TO-GL.
           MOVE SIQ-AMOUNT TO WS-GL-AMOUNT
           MOVE SIQ-ACCOUNT TO WS-GL-SOURCE-REF
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE.

      * Same hold arithmetic the channels use: only ACTIVE holds not
      * expired by the business date count against available.
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL
           IF WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-HOLDS-EOF
           MOVE WS-HOLD-LOOKUP-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-HOLD-LOOKUP-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           IF HOLD-STATUS = 'ACTIVE' AND
                              (HOLD-EXPIRY = 0 OR
                               HOLD-EXPIRY >= WS-BUSINESS-DATE)
                               ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A stopped item matches an active, unexpired stop order on the
      * same account whose amount range covers the item amount.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-HIT
           IF WS-STOP-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-STOP-EOF
           MOVE SIQ-ACCOUNT TO STOP-ACCOUNT
           MOVE SPACES TO STOP-REFERENCE
           START STOP-FILE KEY >= STOP-KEY
               INVALID KEY MOVE 'Y' TO WS-STOP-EOF
           END-START

           PERFORM UNTIL WS-STOP-EOF = 'Y'
               READ STOP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STOP-EOF
                   NOT AT END
                       IF STOP-ACCOUNT NOT = SIQ-ACCOUNT
                           MOVE 'Y' TO WS-STOP-EOF
                       ELSE
                           IF STOP-STATUS = 'ACTIVE' AND
                              (STOP-EXPIRY = 0 OR
                               STOP-EXPIRY >= WS-BUSINESS-DATE) AND
                              SIQ-AMOUNT >= STOP-AMOUNT-MIN AND
                              SIQ-AMOUNT <= STOP-AMOUNT-MAX
                               MOVE 'Y' TO WS-STOP-HIT
                               MOVE 'Y' TO WS-STOP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * With the memo hold released, available goes back to ledger
      * less the holds that remain; a closed or charged-off account
      * is left as it is.
       REFRESH-FAILED-AVAILABLE.
           MOVE SIQ-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS = 'CLOSED' OR ACCT-STATUS = 'CHGOFF'
               EXIT PARAGRAPH
           END-IF
           MOVE SIQ-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           REWRITE ACCOUNT-RECORD.

       WRITE-FAILURE-LINE.
           MOVE SIQ-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'FAILED ' SIQ-ARRIVAL-DATE ' ' SIQ-ARRIVAL-TIME
                  ' ' SIQ-CHANNEL ' ' SIQ-ORIGIN ' ' SIQ-TXN-TYPE
                  ' ' SIQ-ACCOUNT
                  ' AMOUNT ' WS-DISPLAY-AMOUNT
                  ' REASON ' WS-FAIL-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-JSON-SUMMARY.
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"SUCCESS",'
                   '"business_date":' WS-BUSINESS-DATE ','
                   '"date_status":"' FUNCTION TRIM(WS-DATE-STATE) '",'
                   '"items_replayed":' WS-ITEMS-REPLAYED ','
                   '"items_posted":' WS-ITEMS-POSTED ','
                   '"items_failed":' WS-ITEMS-FAILED ','
                   '"total_posted":' WS-TOTAL-POSTED ','
                   '"appends_failed":' WS-APPENDS-FAILED ','
                   '"report":"standin-replay-report.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
                   '"business_date":' WS-BUSINESS-DATE ','
                   '"date_status":"' FUNCTION TRIM(WS-DATE-STATE) '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
