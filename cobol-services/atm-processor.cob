      * same way the batch posting does - account on the master and
      * ACTIVE, withdrawals judged against the per-account (or
      * per-product) limits in trans-limits.dat with the day's usage
      * accumulated on limit-usage.dat, and a HIGH KYC risk owner
      * held to the stricter HIGHRISK profile - then posted to
      * transactions.dat with TRANS-CHANNEL 'ATM' and booked through
      * GL-POSTING. Rejected items go to atm-rejects.txt with the
      * reason, and atm-reconciliation.txt foots each terminal's
      * dispensed cash against what actually posted. JSON summary in
      * atm-output.json.
      *
      * While business-date.dat shows the day closing (CLOSNG) or its
      * stand-in queue replaying (REPLAY), an item that passes the
      * checks above is queued on standin-queue.dat for STANDIN-REPLAY
      * to post under the next business date instead of posting into
      * the day being closed; a withdrawal places a STANDIN memo hold
      * on account-holds.dat and comes off available balance at once.
      * The terminal reconciliation counts queued withdrawals with
      * the posted ones.
      *
      * Every item applied is checkpointed through POSTING-CHECKPOINT
      * with the running control totals. A rerun against the same
      * atm-input.dat after a failed run skips the items already
      * applied - their outcomes are recalled to rebuild the totals
      * and terminal figures, which must agree with the checkpoint -
      * and carries on from the next item, appending to the rejects
      * file. A changed file is refused until an operator releases
      * the checkpoint.
      *
      * Merchant and category pass through MERCHANT-NORMALIZE as
      * each row is written to transactions.dat.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT KYC-FILE ASSIGN TO 'kyc-review.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KYC-CUST-ID
               FILE STATUS IS WS-KYC-STATUS.
           SELECT LIMIT-USAGE-FILE ASSIGN TO 'limit-usage.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS USAGE-KEY
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business-date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.
           SELECT STANDIN-QUEUE ASSIGN TO 'standin-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIQ-KEY
               FILE STATUS IS WS-STANDIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  USAGE-TOTAL         PIC S9(10)V99 COMP-3.
           05  USAGE-COUNT         PIC 9(5).

       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-CUST-ID         PIC X(10).
           05  KYC-RISK-RATING     PIC X(6).
           05  KYC-RISK-SCORE      PIC 9(3).
           05  KYC-LAST-REVIEW     PIC 9(8).
           05  KYC-NEXT-REVIEW     PIC 9(8).

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
           05  SIQ-ALT-REF         PIC X(20).
           05  SIQ-CARD-TOKEN      PIC X(19).
           05  SIQ-MCC             PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-ATM-INPUT-STATUS     PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-LIMITS-STATUS        PIC XX.
       01  WS-USAGE-STATUS         PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-STANDIN-STATUS       PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.

       01  WS-LIMITS-OPEN          PIC X VALUE 'N'.
       01  WS-LIMIT-DAILY-MAX      PIC S9(10)V99.
       01  WS-LIMIT-DAILY-COUNT    PIC 9(5).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-KYC-STATUS           PIC XX.
       01  WS-KYC-OPEN             PIC X VALUE 'N'.

      * Stand-in while the day closes: the item is queued for
      * STANDIN-REPLAY instead of posted, under a memo hold.
       01  WS-STANDIN-MODE         PIC X VALUE 'N'.
       01  WS-HOLDS-OPEN           PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01  WS-SI-ACCOUNT           PIC X(20).
       01  WS-SI-AMOUNT            PIC S9(10)V99.
       01  WS-SI-HOLD-SEQ          PIC 9(4).
       01  WS-SI-HOLDS-EOF         PIC X.
       01  WS-SI-ARRIVAL-TIME      PIC 9(6).
       01  WS-SI-SEQ               PIC 9(6) VALUE 0.
       01  WS-SI-WRITE-DONE        PIC X.
       01  WS-SI-WRITE-RETRY       PIC 9(3).

      * Terminal cash reconciliation: dispensed is what the switch
      * says left the machine, posted is what actually booked.
               10  WS-TERM-ID      PIC X(8).
               10  WS-TERM-DISPENSED PIC S9(12)V99.
               10  WS-TERM-POSTED  PIC S9(12)V99.
               10  WS-TERM-QUEUED  PIC S9(12)V99.
               10  WS-TERM-DEPOSITS PIC S9(12)V99.
       01  WS-TERM-IDX             PIC 9(3).
       01  WS-TERM-SLOT            PIC 9(3).
           05  WS-ITEMS-READ       PIC 9(9) VALUE 0.
           05  WS-ITEMS-POSTED     PIC 9(9) VALUE 0.
           05  WS-ITEMS-REJECTED   PIC 9(9) VALUE 0.
           05  WS-ITEMS-QUEUED     PIC 9(9) VALUE 0.
           05  WS-TOTAL-POSTED     PIC S9(12)V99 VALUE 0.

      * Restart checkpoint: item number, outcome and the control
      * totals as of the last item applied.
       01  WS-PCK-FIELDS.
           05  WS-PCK-ACTION       PIC X(8).
           05  WS-PCK-PROGRAM      PIC X(20) VALUE 'ATM-PROCESSOR'.
           05  WS-PCK-PHYSICAL     PIC X(40) VALUE 'atm-input.dat'.
           05  WS-PCK-ITEM         PIC 9(9) VALUE 0.
           05  WS-PCK-OUTCOME      PIC X(1).
           05  WS-PCK-POSTED-COUNT PIC 9(9) VALUE 0.
           05  WS-PCK-POSTED-AMOUNT PIC S9(12)V99 COMP-3 VALUE 0.
           05  WS-PCK-EXCEPTION-COUNT PIC 9(9) VALUE 0.
           05  WS-PCK-QUEUED-COUNT PIC 9(9) VALUE 0.
           05  WS-PCK-RETURN-CODE  PIC X(2).
       01  WS-RESTART-FROM         PIC 9(9) VALUE 0.
       01  WS-RESTART-REFUSED      PIC X VALUE 'N'.
       01  WS-RESTART-REASON       PIC X(60) VALUE SPACES.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.

       01  WS-DISPLAY-AMOUNT       PIC Z(8)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC Z(8)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC Z(8)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM PROCESS-ATM-FILE
           IF WS-RESTART-REFUSED = 'N'
               PERFORM WRITE-RECONCILIATION
           END-IF
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

           IF WS-ATM-INPUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-POSTING-CHECKPOINT
           IF WS-RESTART-REFUSED = 'Y'
               CLOSE ATM-INPUT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           PERFORM OPEN-LIMITS-FOR-INQUIRY
           PERFORM CHECK-STANDIN-MODE
           IF WS-RESTART-FROM > 0
               OPEN EXTEND REJECTS-FILE
               MOVE SPACES TO REJECTS-RECORD
               STRING 'ATM POSTING RESTARTED AFTER ITEM '
                      WS-RESTART-FROM ' - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO REJECTS-RECORD
           ELSE
               OPEN OUTPUT REJECTS-FILE
               STRING 'ATM POSTING REJECTS - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO REJECTS-RECORD
           END-IF
           WRITE REJECTS-RECORD

           PERFORM UNTIL WS-EOF = 'Y'
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       ADD 1 TO WS-PCK-ITEM
                       IF WS-PCK-ITEM NOT > WS-RESTART-FROM
                           PERFORM RESTORE-APPLIED-ITEM
                       ELSE
                           PERFORM PROCESS-ONE-ATM-ITEM
                           PERFORM CHECKPOINT-APPLIED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESTART-REFUSED = 'N'
               MOVE 'FINISH' TO WS-PCK-ACTION
               PERFORM CALL-POSTING-CHECKPOINT
           END-IF

           CLOSE REJECTS-FILE
           IF WS-STANDIN-MODE = 'Y'
               CLOSE STANDIN-QUEUE
           END-IF
           IF WS-HOLDS-OPEN = 'Y'
               CLOSE HOLDS-FILE
               MOVE 'N' TO WS-HOLDS-OPEN
           END-IF
           PERFORM CLOSE-LIMITS-FOR-INQUIRY
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF WS-STANDIN-MODE = 'Y'
                   PERFORM STANDIN-ATM-ITEM
               ELSE
                   PERFORM POST-ATM-ITEM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Restart checkpoint. START tells a fresh run from a restart of
      * the same file (return code 04, with the last item applied and
      * the totals then) or a changed file (05, refused). Items up to
      * the restart point are not reapplied: their recorded outcome
      * rebuilds the run totals and terminal figures, which must come
      * back to the checkpointed totals before anything new posts.
      *----------------------------------------------------------------
       START-POSTING-CHECKPOINT.
           MOVE 'START' TO WS-PCK-ACTION
           PERFORM CALL-POSTING-CHECKPOINT
           EVALUATE WS-PCK-RETURN-CODE
               WHEN '04'
                   MOVE WS-PCK-ITEM TO WS-RESTART-FROM
               WHEN '05'
                   MOVE 'Y' TO WS-RESTART-REFUSED
                   MOVE 'Input changed since failed run'
                       TO WS-RESTART-REASON
               WHEN '03'
                   MOVE 'Y' TO WS-RESTART-REFUSED
                   MOVE 'Posting checkpoint not available'
                       TO WS-RESTART-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO WS-PCK-ITEM.

       RESTORE-APPLIED-ITEM.
           MOVE 'RECALL' TO WS-PCK-ACTION
           PERFORM CALL-POSTING-CHECKPOINT
           IF WS-PCK-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-RESTART-REFUSED
               MOVE 'Checkpoint incomplete - restart refused'
                   TO WS-RESTART-REASON
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TERMINAL-SLOT
           IF ATM-TXN-TYPE = 'WITHDRAWAL'
               ADD ATM-AMOUNT TO WS-TERM-DISPENSED(WS-TERM-SLOT)
           END-IF
           EVALUATE WS-PCK-OUTCOME
               WHEN 'P'
                   IF ATM-TXN-TYPE = 'WITHDRAWAL'
                       ADD ATM-AMOUNT TO WS-TERM-POSTED(WS-TERM-SLOT)
                   ELSE
                       ADD ATM-AMOUNT
                           TO WS-TERM-DEPOSITS(WS-TERM-SLOT)
                   END-IF
                   ADD 1 TO WS-ITEMS-POSTED
                   ADD ATM-AMOUNT TO WS-TOTAL-POSTED
               WHEN 'Q'
                   IF ATM-TXN-TYPE = 'WITHDRAWAL'
                       ADD ATM-AMOUNT TO WS-TERM-QUEUED(WS-TERM-SLOT)
                   END-IF
                   ADD 1 TO WS-ITEMS-QUEUED
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-REJECTED
           END-EVALUATE

           IF WS-PCK-ITEM = WS-RESTART-FROM
               PERFORM CONFIRM-RESTART-TOTALS
           END-IF.

       CONFIRM-RESTART-TOTALS.
           IF WS-ITEMS-POSTED NOT = WS-PCK-POSTED-COUNT OR
              WS-TOTAL-POSTED NOT = WS-PCK-POSTED-AMOUNT OR
              WS-ITEMS-REJECTED NOT = WS-PCK-EXCEPTION-COUNT OR
              WS-ITEMS-QUEUED NOT = WS-PCK-QUEUED-COUNT
               MOVE 'Y' TO WS-RESTART-REFUSED
               MOVE 'Restart totals disagree with checkpoint'
                   TO WS-RESTART-REASON
               MOVE 'Y' TO WS-EOF
           END-IF.

      * The outcome is read off whichever counter the item moved.
       CHECKPOINT-APPLIED-ITEM.
           EVALUATE TRUE
               WHEN WS-ITEMS-POSTED > WS-PCK-POSTED-COUNT
                   MOVE 'P' TO WS-PCK-OUTCOME
               WHEN WS-ITEMS-QUEUED > WS-PCK-QUEUED-COUNT
                   MOVE 'Q' TO WS-PCK-OUTCOME
               WHEN OTHER
                   MOVE 'R' TO WS-PCK-OUTCOME
           END-EVALUATE
           MOVE WS-ITEMS-POSTED TO WS-PCK-POSTED-COUNT
           MOVE WS-TOTAL-POSTED TO WS-PCK-POSTED-AMOUNT
           MOVE WS-ITEMS-REJECTED TO WS-PCK-EXCEPTION-COUNT
           MOVE WS-ITEMS-QUEUED TO WS-PCK-QUEUED-COUNT
           MOVE 'MARK' TO WS-PCK-ACTION
           PERFORM CALL-POSTING-CHECKPOINT.

       CALL-POSTING-CHECKPOINT.
           CALL 'POSTING-CHECKPOINT' USING WS-PCK-ACTION
                                            WS-PCK-PROGRAM
                                            WS-PCK-PHYSICAL
                                            WS-PCK-ITEM
                                            WS-PCK-OUTCOME
                                            WS-PCK-POSTED-COUNT
                                            WS-PCK-POSTED-AMOUNT
                                            WS-PCK-EXCEPTION-COUNT
                                            WS-PCK-QUEUED-COUNT
                                            WS-PCK-RETURN-CODE.

       FIND-TERMINAL-SLOT.
           MOVE 0 TO WS-TERM-SLOT
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   MOVE ATM-TERMINAL TO WS-TERM-ID(WS-TERM-SLOT)
                   MOVE 0 TO WS-TERM-DISPENSED(WS-TERM-SLOT)
                   MOVE 0 TO WS-TERM-POSTED(WS-TERM-SLOT)
                   MOVE 0 TO WS-TERM-QUEUED(WS-TERM-SLOT)
                   MOVE 0 TO WS-TERM-DEPOSITS(WS-TERM-SLOT)
               ELSE
                   MOVE 1 TO WS-TERM-SLOT
           END-IF
           IF WS-USAGE-STATUS = '00'
               MOVE 'Y' TO WS-USAGE-OPEN
           END-IF

           MOVE 'N' TO WS-KYC-OPEN
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               MOVE 'Y' TO WS-KYC-OPEN
           END-IF.

       CLOSE-LIMITS-FOR-INQUIRY.
               CLOSE LIMITS-FILE
               MOVE 'N' TO WS-LIMITS-OPEN
           END-IF
           IF WS-KYC-OPEN = 'Y'
               CLOSE KYC-FILE
               MOVE 'N' TO WS-KYC-OPEN
           END-IF
           IF WS-USAGE-OPEN = 'Y'
               CLOSE LIMIT-USAGE-FILE
               MOVE 'N' TO WS-USAGE-OPEN
           END-IF

           PERFORM RESOLVE-LIMIT-FOR-ACCOUNT
           PERFORM APPLY-RISK-LIMIT-PROFILE
           IF WS-LIMIT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LIM-DAILY-MAX TO WS-LIMIT-DAILY-MAX
           MOVE LIM-DAILY-COUNT TO WS-LIMIT-DAILY-COUNT.

      * A HIGH KYC risk owner is also held to the HIGHRISK-<ACCT-TYPE>
      * profile (or plain HIGHRISK), whichever limit is stricter.
       APPLY-RISK-LIMIT-PROFILE.
           IF WS-KYC-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-ID TO KYC-CUST-ID
           READ KYC-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KYC-RISK-RATING NOT = 'HIGH'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LIM-KEY
           STRING 'HIGHRISK-' ACCT-TYPE
               DELIMITED BY SPACE INTO LIM-KEY
           READ LIMITS-FILE
               INVALID KEY
                   MOVE 'HIGHRISK' TO LIM-KEY
                   READ LIMITS-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ
           PERFORM MERGE-RISK-LIMIT-VALUES.

      * Zero on either side means no limit of that kind.
       MERGE-RISK-LIMIT-VALUES.
           IF WS-LIMIT-FOUND = 'N'
               PERFORM LOAD-LIMIT-VALUES
               EXIT PARAGRAPH
           END-IF
           IF LIM-SINGLE-MAX > 0 AND
              (WS-LIMIT-SINGLE-MAX = 0 OR
               LIM-SINGLE-MAX < WS-LIMIT-SINGLE-MAX)
               MOVE LIM-SINGLE-MAX TO WS-LIMIT-SINGLE-MAX
           END-IF
           IF LIM-DAILY-MAX > 0 AND
              (WS-LIMIT-DAILY-MAX = 0 OR
               LIM-DAILY-MAX < WS-LIMIT-DAILY-MAX)
               MOVE LIM-DAILY-MAX TO WS-LIMIT-DAILY-MAX
           END-IF
           IF LIM-DAILY-COUNT > 0 AND
              (WS-LIMIT-DAILY-COUNT = 0 OR
               LIM-DAILY-COUNT < WS-LIMIT-DAILY-COUNT)
               MOVE LIM-DAILY-COUNT TO WS-LIMIT-DAILY-COUNT
           END-IF.

       POST-ATM-ITEM.
           IF ATM-TXN-TYPE = 'WITHDRAWAL'
               SUBTRACT ATM-AMOUNT FROM ACCT-BALANCE
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
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE.

      *----------------------------------------------------------------
      * Stand-in: business-date.dat CLOSNG or REPLAY means the day is
      * being closed (or its queue not yet replayed), so accepted
      * items queue rather than post. No control record, or OPEN,
      * posts as normal.
      *----------------------------------------------------------------
       CHECK-STANDIN-MODE.
           MOVE 'N' TO WS-STANDIN-MODE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDC-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF BDC-STATUS = 'CLOSNG' OR
                          BDC-STATUS = 'REPLAY'
                           MOVE 'Y' TO WS-STANDIN-MODE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-STANDIN-MODE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O STANDIN-QUEUE
           IF WS-STANDIN-STATUS = '35'
               OPEN OUTPUT STANDIN-QUEUE
               CLOSE STANDIN-QUEUE
               OPEN I-O STANDIN-QUEUE
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF
           IF WS-HOLDS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-OPEN
           END-IF.

      * The cash has left the machine tonight; the account carries a
      * memo hold and the reduced available until replay posts it.
       STANDIN-ATM-ITEM.
           MOVE 0 TO WS-SI-HOLD-SEQ
           IF ATM-TXN-TYPE = 'WITHDRAWAL'
               MOVE ATM-ACCOUNT TO WS-SI-ACCOUNT
               MOVE ATM-AMOUNT TO WS-SI-AMOUNT
               PERFORM PLACE-STANDIN-HOLD
           END-IF

           INITIALIZE STANDIN-RECORD
           MOVE 'ATM' TO SIQ-CHANNEL
           MOVE ATM-TXN-TYPE TO SIQ-TXN-TYPE
           MOVE ATM-ACCOUNT TO SIQ-ACCOUNT
           MOVE ATM-AMOUNT TO SIQ-AMOUNT
           MOVE ATM-TERMINAL TO SIQ-ORIGIN
           MOVE ATM-REF TO SIQ-REFERENCE
           MOVE ATM-TXN-TIME TO WS-SI-ARRIVAL-TIME
           PERFORM QUEUE-STANDIN-ITEM
           IF WS-SI-WRITE-DONE NOT = 'Y'
               PERFORM DROP-STANDIN-HOLD
               MOVE 'QUEUE-FAILED' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF ATM-TXN-TYPE = 'WITHDRAWAL'
               SUBTRACT ATM-AMOUNT FROM ACCT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               ADD ATM-AMOUNT TO WS-TERM-QUEUED(WS-TERM-SLOT)
           END-IF.

      * Next hold sequence on the account, as PLACE-AUTH-HOLD finds
      * it; an open-ended STANDIN hold that STANDIN-REPLAY releases.
       PLACE-STANDIN-HOLD.
           IF WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SI-HOLD-SEQ
           MOVE 'N' TO WS-SI-HOLDS-EOF
           MOVE WS-SI-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-SI-HOLDS-EOF
           END-START
           PERFORM UNTIL WS-SI-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SI-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-SI-ACCOUNT
                           MOVE 'Y' TO WS-SI-HOLDS-EOF
                       ELSE
                           MOVE HOLD-SEQ TO WS-SI-HOLD-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-SI-HOLD-SEQ

           MOVE WS-SI-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-SI-HOLD-SEQ TO HOLD-SEQ
           MOVE 'STANDIN' TO HOLD-TYPE
           MOVE WS-SI-AMOUNT TO HOLD-AMOUNT
           MOVE 0 TO HOLD-EXPIRY
           MOVE 'ACTIVE' TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-PLACED
           WRITE HOLD-RECORD
               INVALID KEY MOVE 0 TO WS-SI-HOLD-SEQ
           END-WRITE.

      * An item that could not be queued is refused, so its memo
      * hold must not stay behind.
       DROP-STANDIN-HOLD.
           IF WS-SI-HOLD-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SI-ACCOUNT TO HOLD-ACCOUNT
           MOVE WS-SI-HOLD-SEQ TO HOLD-SEQ
           READ HOLDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'RELEASED' TO HOLD-STATUS
                   REWRITE HOLD-RECORD
           END-READ.

      * Arrival order is the queue key; a key already taken in the
      * same second bumps the sequence, as the transaction append
      * does.
       QUEUE-STANDIN-ITEM.
           MOVE WS-TODAY TO SIQ-ARRIVAL-DATE
           MOVE WS-SI-ARRIVAL-TIME TO SIQ-ARRIVAL-TIME
           MOVE WS-SI-HOLD-SEQ TO SIQ-HOLD-SEQ
           MOVE 'QUEUED' TO SIQ-STATUS
           MOVE WS-BUSINESS-DATE TO SIQ-BUSINESS-DATE
           MOVE 0 TO SIQ-REPLAY-DATE
           MOVE SPACES TO SIQ-REASON
           MOVE 'N' TO WS-SI-WRITE-DONE
           MOVE 0 TO WS-SI-WRITE-RETRY
           PERFORM UNTIL WS-SI-WRITE-DONE = 'Y'
                   OR WS-SI-WRITE-RETRY > 998
               ADD 1 TO WS-SI-SEQ
               MOVE WS-SI-SEQ TO SIQ-SEQ
               WRITE STANDIN-RECORD
                   INVALID KEY
                       ADD 1 TO WS-SI-WRITE-RETRY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SI-WRITE-DONE
               END-WRITE
           END-PERFORM

           IF WS-SI-WRITE-DONE = 'Y'
               ADD 1 TO WS-ITEMS-QUEUED
           END-IF.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-ITEMS-REJECTED
           MOVE ATM-AMOUNT TO WS-DISPLAY-AMOUNT

      *----------------------------------------------------------------
      * Terminal-by-terminal cash reconciliation: dispensed versus
      * posted withdrawals (queued stand-in withdrawals count as
      * posted). A difference is cash that left a machine without
      * booking (or vice versa).
      *----------------------------------------------------------------
       WRITE-RECONCILIATION.
           OPEN OUTPUT RECON-REPORT
                   TO WS-DISPLAY-AMOUNT
               MOVE WS-TERM-POSTED(WS-TERM-IDX)
                   TO WS-DISPLAY-AMOUNT-2
               MOVE WS-TERM-QUEUED(WS-TERM-IDX)
                   TO WS-DISPLAY-AMOUNT-3
               MOVE SPACES TO RECON-RECORD
               IF WS-TERM-DISPENSED(WS-TERM-IDX) =
                       WS-TERM-POSTED(WS-TERM-IDX) +
                       WS-TERM-QUEUED(WS-TERM-IDX)
                   STRING WS-TERM-ID(WS-TERM-IDX)
                          ' DISPENSED ' WS-DISPLAY-AMOUNT
                          ' POSTED ' WS-DISPLAY-AMOUNT-2
                          ' QUEUED ' WS-DISPLAY-AMOUNT-3
                          ' IN BALANCE'
                       DELIMITED BY SIZE INTO RECON-RECORD
               ELSE
                   STRING WS-TERM-ID(WS-TERM-IDX)
                          ' DISPENSED ' WS-DISPLAY-AMOUNT
                          ' POSTED ' WS-DISPLAY-AMOUNT-2
                          ' QUEUED ' WS-DISPLAY-AMOUNT-3
                          ' *** OUT OF BALANCE ***'
                       DELIMITED BY SIZE INTO RECON-RECORD
               END-IF
           CLOSE RECON-REPORT.

       WRITE-JSON-SUMMARY.
           IF WS-RESTART-REFUSED = 'Y'
               STRING '{"status":"FAILED",'
                   '"reason":"' FUNCTION TRIM(WS-RESTART-REASON) '",'
                   '"items_read":' WS-ITEMS-READ
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"COMPLETED",'
                   '"items_read":' WS-ITEMS-READ ','
                   '"restarted_after":' WS-RESTART-FROM ','
                   '"items_posted":' WS-ITEMS-POSTED ','
                   '"items_rejected":' WS-ITEMS-REJECTED ','
                   '"items_queued":' WS-ITEMS-QUEUED ','
                   '"total_posted":' WS-TOTAL-POSTED ','
                   '"appends_failed":' WS-APPENDS-FAILED ','
                   '"terminals":' WS-TERM-COUNT ','
                   '"reconciliation":"atm-reconciliation.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
