      * teller-rejects.txt. The end-of-day drawer report
      * (teller-drawer-report.txt) shows per teller the opening cash
      * from teller-drawer.dat, cash in and out from the day's posted
      * items, cash bought from or sold to the branch vault that day
      * through VAULT-MANAGER (vault-transactions.dat), and expected
      * versus declared. JSON summary in teller-output.json.
      *
      * OFFCHECK sells an official check to "payee" (TLR-PAYEE) for
      * the remitter named in TLR-REMITTER. With an account it is
      * funded from that account (same stop and hold checks as a
      * withdrawal); with a blank account and CASH tender it is
      * bought over the counter and the cash goes into the drawer.
      * The check is registered and booked to 2500 through
      * OFFICIAL-CHECK-REGISTER and its number becomes the reference
      * on the funding transaction.
      *
      * A check deposit is keyed one item per line with the item's
      * MICR line (TLR-MICR: drawee routing, account, serial). The
      * MICR becomes the deposit's TRANS-REFERENCE, which is how
      * CASH-LETTER finds the item to send for collection; the teller
      * reference moves to the description.
      *
      * While business-date.dat shows the day closing (CLOSNG) or
      * its stand-in queue replaying (REPLAY), a deposit, withdrawal
      * or transfer that passes the checks above is not posted: it
      * is queued on standin-queue.dat for STANDIN-REPLAY to post
      * under the next business date, and a withdrawal or transfer
      * places a STANDIN memo hold on account-holds.dat so available
      * balance reflects it meanwhile. Cash still counts in the
      * drawer. Official checks are refused until the day reopens.
      *
      * Every item applied is checkpointed through POSTING-CHECKPOINT
      * with the running control totals. A rerun against the same
      * teller-input.dat after a failed run skips the items already
      * applied - their outcomes are recalled to rebuild the totals
      * and drawer cash, which must agree with the checkpoint - and
      * carries on from the next item, appending to the rejects
      * file. A changed file is refused until an operator releases
      * the checkpoint.
      *
      * Merchant and category pass through MERCHANT-NORMALIZE as
      * each row is written to transactions.dat.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT DRAWER-FILE ASSIGN TO 'teller-drawer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT VAULT-TXN-FILE ASSIGN TO 'vault-transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-TXN-STATUS.
           SELECT REJECTS-FILE ASSIGN TO 'teller-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAWER-REPORT ASSIGN TO 'teller-drawer-report.txt'
               ACCESS IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-STATUS.
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
           05  TLR-AMOUNT          PIC 9(8)V99.
           05  TLR-TENDER          PIC X(5).
           05  TLR-REF             PIC X(20).
           05  TLR-PAYEE           PIC X(40).
           05  TLR-REMITTER        PIC X(40).
           05  TLR-MICR.
               10  TLR-MICR-ROUTING PIC X(9).
               10  TLR-MICR-ACCOUNT PIC X(15).
               10  TLR-MICR-SERIAL  PIC X(6).

       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           05  TDR-OPENING-CASH    PIC 9(8)V99.
           05  TDR-DECLARED-CASH   PIC 9(8)V99.

       FD  VAULT-TXN-FILE.
       01  VAULT-TXN-RECORD.
           05  VTX-DATE            PIC 9(8).
           05  VTX-TIME            PIC 9(6).
           05  VTX-BRANCH          PIC X(4).
           05  VTX-TYPE            PIC X(8).
           05  VTX-TELLER-ID       PIC X(8).
           05  VTX-REFERENCE       PIC X(20).
           05  VTX-AMOUNT          PIC 9(10)V99.
           05  VTX-OVER-SHORT      PIC S9(10)V99 SIGN LEADING
                                   SEPARATE.
           05  VTX-NOTE-COUNT      PIC 9(7) OCCURS 7 TIMES.
           05  VTX-COIN            PIC 9(8)V99.
           05  VTX-USER            PIC X(30).

       FD  REJECTS-FILE.
       01  REJECTS-RECORD          PIC X(132).

           05  STOP-STATUS         PIC X(10).
           05  STOP-PLACED         PIC 9(8).

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
       01  WS-TELLER-INPUT-STATUS  PIC XX.
       01  WS-DRAWER-STATUS        PIC XX.
       01  WS-VAULT-TXN-STATUS     PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-BDC-STATUS           PIC XX.
       01  WS-STANDIN-STATUS       PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-STOP-EOF             PIC X.
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.

       01  WS-REJECT-REASON        PIC X(30).
       01  WS-STOP-HIT             PIC X.
       01  WS-HOLD-LOOKUP-ACCOUNT  PIC X(20).

      * Stand-in while the day closes: the item is queued for
      * STANDIN-REPLAY instead of posted, under a memo hold.
       01  WS-STANDIN-MODE         PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01  WS-SI-ACCOUNT           PIC X(20).
       01  WS-SI-AMOUNT            PIC S9(10)V99.
       01  WS-SI-HOLD-SEQ          PIC 9(4).
       01  WS-SI-HOLDS-EOF         PIC X.
       01  WS-SI-ARRIVAL-TIME      PIC 9(6).
       01  WS-SI-SEQ               PIC 9(6) VALUE 0.
       01  WS-SI-WRITE-DONE        PIC X.
       01  WS-SI-WRITE-RETRY       PIC 9(3).
       01  WS-ITEMS-QUEUED         PIC 9(9) VALUE 0.

      * Per-teller drawer math for the day. Cash tenders move the
      * drawer; check tenders do not.
       01  WS-TELLER-TABLE.
       01  WS-TT-VARIANCE          PIC S9(12)V99.
       01  WS-DRAWER-EOF           PIC X.

      * Today's vault buys less sells, per teller.
       01  WS-VAULT-EXCHANGES.
           05  WS-VX-COUNT         PIC 9(3) VALUE 0.
           05  WS-VX-ENTRY OCCURS 100 TIMES.
               10  WS-VX-TELLER    PIC X(8).
               10  WS-VX-BRANCH    PIC X(4).
               10  WS-VX-NET       PIC S9(12)V99.
       01  WS-VX-IDX               PIC 9(3).
       01  WS-VX-SLOT              PIC 9(3).

       01  WS-RUN-STATS.
           05  WS-ITEMS-READ       PIC 9(9) VALUE 0.
           05  WS-ITEMS-POSTED     PIC 9(9) VALUE 0.
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'BRCH'.

       01  WS-OC-PAYEE             PIC X(40).
       01  WS-OC-REMITTER          PIC X(40).
       01  WS-OC-AMOUNT            PIC S9(10)V99 COMP-3.
       01  WS-OC-ACCOUNT           PIC X(20).
       01  WS-OC-ORIGIN            PIC X(10) VALUE 'TELLER'.
       01  WS-OC-USER              PIC X(30).
       01  WS-OC-CHECK-NUMBER      PIC 9(10).
       01  WS-OC-RETURN-CODE       PIC X(2).
       01  WS-OFFICIAL-CHECKS      PIC 9(9) VALUE 0.

      * Restart checkpoint: item number, outcome and the control
      * totals as of the last item applied.
       01  WS-PCK-FIELDS.
           05  WS-PCK-ACTION       PIC X(8).
           05  WS-PCK-PROGRAM      PIC X(20) VALUE 'TELLER-CAPTURE'.
           05  WS-PCK-PHYSICAL     PIC X(40)
                                   VALUE 'teller-input.dat'.
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

       01  WS-DISPLAY-AMOUNT       PIC -(8)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(8)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC -(8)9.99.
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW

           PERFORM PROCESS-TELLER-FILE
           IF WS-RESTART-REFUSED = 'N'
               PERFORM WRITE-DRAWER-REPORT
           END-IF
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

           IF WS-TELLER-INPUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-POSTING-CHECKPOINT
           IF WS-RESTART-REFUSED = 'Y'
               CLOSE TELLER-INPUT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           PERFORM CHECK-STANDIN-MODE
           IF WS-STANDIN-MODE = 'Y'
               OPEN I-O HOLDS-FILE
               IF WS-HOLDS-STATUS = '35'
                   OPEN OUTPUT HOLDS-FILE
                   CLOSE HOLDS-FILE
                   OPEN I-O HOLDS-FILE
               END-IF
           ELSE
               OPEN INPUT HOLDS-FILE
           END-IF
           IF WS-HOLDS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-OPEN
           END-IF
           IF WS-STOP-STATUS = '00'
               MOVE 'Y' TO WS-STOP-OPEN
           END-IF
           IF WS-RESTART-FROM > 0
               OPEN EXTEND REJECTS-FILE
               MOVE SPACES TO REJECTS-RECORD
               STRING 'TELLER CAPTURE RESTARTED AFTER ITEM '
                      WS-RESTART-FROM ' - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO REJECTS-RECORD
           ELSE
               OPEN OUTPUT REJECTS-FILE
               STRING 'TELLER CAPTURE REJECTS - RUN DATE ' WS-TODAY
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
                           PERFORM PROCESS-ONE-TELLER-ITEM
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
           IF WS-STOP-OPEN = 'Y'
               CLOSE STOP-FILE
           END-IF

       PROCESS-ONE-TELLER-ITEM.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-STANDIN-MODE = 'Y' AND
              TLR-TXN-TYPE NOT = 'DEPOSIT' AND
              TLR-TXN-TYPE NOT = 'WITHDRAWAL' AND
              TLR-TXN-TYPE NOT = 'TRANSFER'
               IF TLR-TXN-TYPE = 'OFFCHECK'
                   MOVE 'EOD-CLOSING' TO WS-REJECT-REASON
               ELSE
                   MOVE 'BAD-TYPE' TO WS-REJECT-REASON
               END-IF
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF TLR-TXN-TYPE = 'OFFCHECK' AND TLR-ACCOUNT = SPACES
               IF TLR-TENDER NOT = 'CASH'
                   MOVE 'OFFCHK-TENDER' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   PERFORM POST-TELLER-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE TLR-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY

           IF WS-REJECT-REASON = SPACES AND
              (TLR-TXN-TYPE = 'WITHDRAWAL' OR
               TLR-TXN-TYPE = 'TRANSFER' OR
               TLR-TXN-TYPE = 'OFFCHECK')
               PERFORM CHECK-STOP-PAYMENT
               IF WS-STOP-HIT = 'Y'
                   MOVE 'STOPPED' TO WS-REJECT-REASON
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF WS-STANDIN-MODE = 'Y'
                   PERFORM STANDIN-TELLER-ITEM
               ELSE
                   PERFORM POST-TELLER-ITEM
               END-IF
           END-IF.

      * Same hold arithmetic the overdraft sweep uses: only ACTIVE,
                   PERFORM POST-TELLER-WITHDRAWAL
               WHEN 'TRANSFER'
                   PERFORM POST-TELLER-TRANSFER
               WHEN 'OFFCHECK'
                   PERFORM POST-TELLER-OFFICIAL-CHECK
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM WRITE-REJECT-RECORD
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'BAD-TYPE' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
           MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           PERFORM POST-TELLER-ITEM-TO-GL.

      * The register books the GL (2000 or 1000 to 2500); only the
      * funding side is posted here.
       POST-TELLER-OFFICIAL-CHECK.
           IF TLR-PAYEE = SPACES
               MOVE 'OFFCHK-PAYEE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TLR-PAYEE TO WS-OC-PAYEE
           MOVE TLR-REMITTER TO WS-OC-REMITTER
           MOVE TLR-AMOUNT TO WS-OC-AMOUNT
           MOVE TLR-ACCOUNT TO WS-OC-ACCOUNT
           MOVE SPACES TO WS-OC-USER
           STRING 'TELLER ' TLR-TELLER-ID
               DELIMITED BY SIZE INTO WS-OC-USER
           MOVE TLR-BRANCH TO WS-GL-COST-CENTER
           CALL 'OFFICIAL-CHECK-REGISTER' USING WS-OC-PAYEE
                                                 WS-OC-REMITTER
                                                 WS-OC-AMOUNT
                                                 WS-OC-ACCOUNT
                                                 WS-OC-ORIGIN
                                                 WS-OC-USER
                                                 WS-GL-COST-CENTER
                                                 WS-OC-CHECK-NUMBER
                                                 WS-OC-RETURN-CODE
           IF WS-OC-RETURN-CODE NOT = '00'
               MOVE 'OFFCHK-FAILED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OFFICIAL-CHECKS

           IF TLR-ACCOUNT = SPACES
               ADD TLR-AMOUNT TO WS-TT-CASH-IN(WS-TT-SLOT)
               EXIT PARAGRAPH
           END-IF

           MOVE TLR-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           SUBTRACT TLR-AMOUNT FROM ACCT-BALANCE
           MOVE TLR-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
           PERFORM COMPUTE-ACTIVE-HOLDS
           COMPUTE ACCT-AVAIL-BALANCE = ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           MOVE WS-OC-CHECK-NUMBER TO TLR-REF
           MOVE 'OFFICIAL-CHECK' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = TLR-AMOUNT * -1
           MOVE TLR-ACCOUNT TO TRANS-ACCOUNT
           PERFORM APPEND-TELLER-TRANSACTION.

       APPEND-TELLER-TRANSACTION.
           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           END-IF
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE TLR-REF TO TRANS-REFERENCE
           IF TLR-TXN-TYPE = 'DEPOSIT' AND TLR-TENDER NOT = 'CASH'
              AND TLR-MICR-ROUTING NOT = SPACES
               MOVE TLR-MICR TO TRANS-REFERENCE
               MOVE SPACES TO TRANS-DESCRIPTION
               STRING 'Teller ' FUNCTION TRIM(TLR-TXN-TYPE)
                   ' at branch ' TLR-BRANCH
                   ' teller ' TLR-TELLER-ID
                   ' ref ' TLR-REF
                   DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           END-IF
           MOVE 'TELLER' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY.

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
      * Restart checkpoint. START tells a fresh run from a restart of
      * the same file (return code 04, with the last item applied and
      * the totals then) or a changed file (05, refused). Items up to
      * the restart point are not reapplied: their recorded outcome
      * rebuilds the run totals and drawer cash by the same tender
      * rules the posting uses, and the totals must come back to the
      * checkpointed ones before anything new posts.
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

           EVALUATE WS-PCK-OUTCOME
               WHEN 'P'
                   PERFORM FIND-TELLER-SLOT
                   IF TLR-TXN-TYPE = 'OFFCHECK'
                       ADD 1 TO WS-OFFICIAL-CHECKS
                       IF TLR-ACCOUNT = SPACES
                           ADD TLR-AMOUNT TO WS-TT-CASH-IN(WS-TT-SLOT)
                       END-IF
                   END-IF
                   PERFORM RESTORE-DRAWER-CASH
                   ADD 1 TO WS-ITEMS-POSTED
                   ADD TLR-AMOUNT TO WS-TOTAL-POSTED
               WHEN 'Q'
                   PERFORM FIND-TELLER-SLOT
                   PERFORM RESTORE-DRAWER-CASH
                   ADD 1 TO WS-ITEMS-QUEUED
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-REJECTED
           END-EVALUATE

           IF WS-PCK-ITEM = WS-RESTART-FROM
               PERFORM CONFIRM-RESTART-TOTALS
           END-IF.

       RESTORE-DRAWER-CASH.
           IF TLR-TENDER = 'CASH'
               IF TLR-TXN-TYPE = 'DEPOSIT'
                   ADD TLR-AMOUNT TO WS-TT-CASH-IN(WS-TT-SLOT)
               END-IF
               IF TLR-TXN-TYPE = 'WITHDRAWAL'
                   ADD TLR-AMOUNT TO WS-TT-CASH-OUT(WS-TT-SLOT)
               END-IF
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

       FIND-TELLER-SLOT.
           MOVE 0 TO WS-TT-SLOT
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               END-IF
           END-IF.

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
           END-IF.

      * The drawer moves now - the cash is at the window tonight -
      * but the account only carries a memo hold until replay.
       STANDIN-TELLER-ITEM.
           PERFORM FIND-TELLER-SLOT
           MOVE 0 TO WS-SI-HOLD-SEQ
           IF TLR-TXN-TYPE = 'WITHDRAWAL' OR
              TLR-TXN-TYPE = 'TRANSFER'
               MOVE TLR-ACCOUNT TO WS-SI-ACCOUNT
               MOVE TLR-AMOUNT TO WS-SI-AMOUNT
               PERFORM PLACE-STANDIN-HOLD
           END-IF

           INITIALIZE STANDIN-RECORD
           MOVE 'TELLER' TO SIQ-CHANNEL
           MOVE TLR-TXN-TYPE TO SIQ-TXN-TYPE
           MOVE TLR-ACCOUNT TO SIQ-ACCOUNT
           MOVE TLR-TO-ACCOUNT TO SIQ-TO-ACCOUNT
           MOVE TLR-AMOUNT TO SIQ-AMOUNT
           MOVE TLR-TELLER-ID TO SIQ-ORIGIN
           MOVE TLR-BRANCH TO SIQ-BRANCH
           MOVE TLR-TENDER TO SIQ-TENDER
           MOVE TLR-MICR TO SIQ-REFERENCE
           MOVE TLR-REF TO SIQ-ALT-REF
           MOVE WS-NOW TO WS-SI-ARRIVAL-TIME
           PERFORM QUEUE-STANDIN-ITEM
           IF WS-SI-WRITE-DONE NOT = 'Y'
               PERFORM DROP-STANDIN-HOLD
               MOVE 'QUEUE-FAILED' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-SI-HOLD-SEQ > 0
               MOVE TLR-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TLR-ACCOUNT TO WS-HOLD-LOOKUP-ACCOUNT
                       PERFORM COMPUTE-ACTIVE-HOLDS
                       COMPUTE ACCT-AVAIL-BALANCE =
                           ACCT-BALANCE - WS-HOLDS-TOTAL
                       REWRITE ACCOUNT-RECORD
               END-READ
           END-IF

           IF TLR-TENDER = 'CASH'
               IF TLR-TXN-TYPE = 'DEPOSIT'
                   ADD TLR-AMOUNT TO WS-TT-CASH-IN(WS-TT-SLOT)
               END-IF
               IF TLR-TXN-TYPE = 'WITHDRAWAL'
                   ADD TLR-AMOUNT TO WS-TT-CASH-OUT(WS-TT-SLOT)
               END-IF
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
           MOVE TLR-AMOUNT TO WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO DRAWER-REPORT-RECORD
           WRITE DRAWER-REPORT-RECORD

           PERFORM LOAD-VAULT-EXCHANGES
           MOVE 'N' TO WS-DRAWER-EOF
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = '00'

           CLOSE DRAWER-REPORT.

      * A teller's buy from the vault adds to the drawer, a sale back
      * to the vault takes from it.
       LOAD-VAULT-EXCHANGES.
           MOVE 0 TO WS-VX-COUNT
           MOVE 'N' TO WS-DRAWER-EOF
           OPEN INPUT VAULT-TXN-FILE
           IF WS-VAULT-TXN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DRAWER-EOF = 'Y'
               READ VAULT-TXN-FILE
                   AT END
                       MOVE 'Y' TO WS-DRAWER-EOF
                   NOT AT END
                       IF VTX-DATE = WS-TODAY AND
                          (VTX-TYPE = 'BUY' OR VTX-TYPE = 'SELL')
                           PERFORM ADD-VAULT-EXCHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-TXN-FILE.

       ADD-VAULT-EXCHANGE.
           MOVE 0 TO WS-VX-SLOT
           PERFORM VARYING WS-VX-IDX FROM 1 BY 1
                   UNTIL WS-VX-IDX > WS-VX-COUNT
               IF WS-VX-TELLER(WS-VX-IDX) = VTX-TELLER-ID AND
                  WS-VX-BRANCH(WS-VX-IDX) = VTX-BRANCH
                   MOVE WS-VX-IDX TO WS-VX-SLOT
               END-IF
           END-PERFORM
           IF WS-VX-SLOT = 0
               IF WS-VX-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VX-COUNT
               MOVE WS-VX-COUNT TO WS-VX-SLOT
               MOVE VTX-TELLER-ID TO WS-VX-TELLER(WS-VX-SLOT)
               MOVE VTX-BRANCH TO WS-VX-BRANCH(WS-VX-SLOT)
               MOVE 0 TO WS-VX-NET(WS-VX-SLOT)
           END-IF
           IF VTX-TYPE = 'BUY'
               ADD VTX-AMOUNT TO WS-VX-NET(WS-VX-SLOT)
           ELSE
               SUBTRACT VTX-AMOUNT FROM WS-VX-NET(WS-VX-SLOT)
           END-IF.

       BALANCE-ONE-DRAWER.
           MOVE 0 TO WS-TT-SLOT
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   WS-TT-CASH-IN(WS-TT-SLOT) -
                   WS-TT-CASH-OUT(WS-TT-SLOT)
           END-IF
           PERFORM VARYING WS-VX-IDX FROM 1 BY 1
                   UNTIL WS-VX-IDX > WS-VX-COUNT
               IF WS-VX-TELLER(WS-VX-IDX) = TDR-TELLER-ID AND
                  WS-VX-BRANCH(WS-VX-IDX) = TDR-BRANCH
                   ADD WS-VX-NET(WS-VX-IDX) TO WS-TT-EXPECTED
               END-IF
           END-PERFORM
           COMPUTE WS-TT-VARIANCE =
               TDR-DECLARED-CASH - WS-TT-EXPECTED

           WRITE DRAWER-REPORT-RECORD.

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
                   '"official_checks":' WS-OFFICIAL-CHECKS ','
                   '"appends_failed":' WS-APPENDS-FAILED ','
                   '"tellers":' WS-TT-COUNT ','
                   '"drawer_report":"teller-drawer-report.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
