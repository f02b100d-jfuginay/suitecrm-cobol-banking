      * return reason code (R01 insufficient funds, R02 account
      * closed, R03 no account). A JSON summary goes to
      * ach-output.json.
      *
      * Credits in a batch whose header carries 'XX' in positions 21
      * and 22 (company discretionary data) are federal benefit
      * payments; they post with TRANS-CATEGORY 'FED-BENEFIT' so the
      * garnishment lookback in LEGAL-ORDER-MANAGER can find them.
      * A benefit credit for an account in ESTATE status (account
      * holder deceased) is returned R15. Benefit credits that posted
      * before the death was reported are queued by CUSTOMER-MAINT on
      * ach-return-requests.dat; each PENDING request is debited back
      * out of the account, written to ach-returns.txt as R15 and
      * marked RETURNED.
      *
      * Notifications of change (entries in a COR batch, or carrying
      * a type-98 addenda) and returned prenotes (zero-dollar entries
      * with a type-99 addenda) never post. A change is applied to
      * every QUEUED item for the same receiver on
      * ach-origination-queue.dat and the receiver is moved to its
      * corrected key on ach-receivers.dat; a prenote return marks
      * the receiver RETURNED so ACH-ORIGINATOR holds its items. Both
      * are listed on ach-noc-report.txt for the originating
      * customers.
      *
      * Every entry applied is checkpointed through
      * POSTING-CHECKPOINT with the running control totals. When a
      * run stops part way, the rerun of the same ach-input.dat is
      * not refused by the register (the failed run registered it):
      * entries already applied are skipped - their outcomes are
      * recalled to rebuild the totals, which must agree with the
      * checkpoint - and posting carries on from the next entry,
      * appending to ach-returns.txt. A different file while the
      * checkpoint is still open is refused until an operator
      * releases it.
      *
      * Merchant and category pass through MERCHANT-NORMALIZE as
      * each row is written to transactions.dat.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT RETURN-REQUEST-FILE
               ASSIGN TO 'ach-return-requests.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARQ-KEY
               FILE STATUS IS WS-RETURN-REQ-STATUS.
           SELECT ORIGINATION-QUEUE
               ASSIGN TO 'ach-origination-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ORQ-KEY
               FILE STATUS IS WS-ORQ-STATUS.
           SELECT RECEIVER-FILE ASSIGN TO 'ach-receivers.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCV-STATUS.
           SELECT NOC-REPORT ASSIGN TO 'ach-noc-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  RETURN-REQUEST-FILE.
       01  RETURN-REQUEST-RECORD.
           05  ARQ-KEY.
               10  ARQ-ACCOUNT     PIC X(20).
               10  ARQ-TRANS-KEY   PIC X(20).
           05  ARQ-TRACE           PIC X(30).
           05  ARQ-ENTRY-DATE      PIC 9(8).
           05  ARQ-AMOUNT          PIC S9(10)V99 COMP-3.
           05  ARQ-RETURN-CODE     PIC X(3).
           05  ARQ-REASON          PIC X(30).
           05  ARQ-STATUS          PIC X(10).
           05  ARQ-REQUESTED-DATE  PIC 9(8).
           05  ARQ-RETURNED-DATE   PIC 9(8).

       FD  ORIGINATION-QUEUE.
       01  ORIGINATION-QUEUE-RECORD.
           05  ORQ-KEY             PIC 9(6).
           05  ORQ-TRAN-CODE       PIC 9(2).
           05  ORQ-ROUTING         PIC X(9).
           05  ORQ-ACCOUNT         PIC X(17).
           05  ORQ-AMOUNT          PIC S9(8)V99 COMP-3.
           05  ORQ-NAME            PIC X(22).
           05  ORQ-IND-ID          PIC X(15).
           05  ORQ-ADDENDA         PIC X(80).
           05  ORQ-STATUS          PIC X(10).
           05  ORQ-SENT-DATE       PIC 9(8).
           05  ORQ-TRACE           PIC X(15).
           05  ORQ-COMPANY-ID      PIC X(10).
           05  ORQ-SEC-CODE        PIC X(3).

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

       FD  NOC-REPORT.
       01  NOC-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACH-FILE-STATUS      PIC XX.
       01  WS-ORQ-STATUS           PIC XX.
       01  WS-ORQ-EOF              PIC X.
       01  WS-RCV-STATUS           PIC XX.
       01  WS-RCV-EOF              PIC X.
       01  WS-ORQ-OPEN             PIC X VALUE 'N'.
       01  WS-RCV-OPEN             PIC X VALUE 'N'.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-RETURN-REQ-STATUS    PIC XX.
       01  WS-ARQ-EOF              PIC X.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
               10  WS-AE-AMOUNT    PIC 9(8)V99.
               10  WS-AE-NAME      PIC X(22).
               10  WS-AE-TRACE     PIC X(15).
               10  WS-AE-BENEFIT   PIC X.
      * P = post, N = notification of change, R = prenote return
               10  WS-AE-KIND      PIC X.
               10  WS-AE-ADDENDA   PIC X(94).
       01  WS-ENTRY-IDX            PIC 9(4).
       01  WS-BATCH-BENEFIT        PIC X VALUE 'N'.
       01  WS-BATCH-SEC            PIC X(3) VALUE SPACES.

      * Notification of change work fields. The corrected data sits
      * in addenda positions 36-64; its layout depends on the code.
       01  WS-NOC-FIELDS.
           05  WS-NOC-CODE         PIC X(3).
           05  WS-NOC-ORIG-TRACE   PIC X(15).
           05  WS-NOC-DATA         PIC X(29).
           05  WS-NOC-FOUND        PIC X.
           05  WS-NOC-APPLY        PIC X.
           05  WS-NOC-RESULT       PIC X(12).
           05  WS-NOC-ITEMS        PIC 9(5).
           05  WS-NOC-OLD-ROUTING  PIC X(9).
           05  WS-NOC-OLD-ACCOUNT  PIC X(17).
           05  WS-NOC-NAME         PIC X(22).
           05  WS-NOC-NEW-ROUTING  PIC X(9).
           05  WS-NOC-NEW-ACCOUNT  PIC X(17).
           05  WS-NOC-NEW-NAME     PIC X(22).
           05  WS-NOC-NEW-TRAN     PIC X(2).
           05  WS-NOC-NEW-IND-ID   PIC X(15).
       01  WS-SAVED-RECEIVER       PIC X(123).
       01  WS-NOC-ITEMS-DISPLAY    PIC Z(4)9.

       01  WS-BATCH-ACCUMULATORS.
           05  WS-BATCH-ENTRY-COUNT PIC 9(6).
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.
       01  WS-DISPLAY-AMOUNT       PIC Z(8)9.99.

           05  WS-RECORDS-READ     PIC 9(9) VALUE 0.
           05  WS-ENTRIES-POSTED   PIC 9(9) VALUE 0.
           05  WS-ENTRIES-RETURNED PIC 9(9) VALUE 0.
           05  WS-RECLAIMS-RETURNED PIC 9(9) VALUE 0.
           05  WS-NOCS-RECEIVED    PIC 9(9) VALUE 0.
           05  WS-NOCS-APPLIED     PIC 9(9) VALUE 0.
           05  WS-NOC-ITEMS-UPDATED PIC 9(9) VALUE 0.
           05  WS-PRENOTE-RETURNS  PIC 9(9) VALUE 0.
           05  WS-TOTAL-POSTED     PIC S9(12)V99 VALUE 0.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
           05  WS-FR-AMOUNT-TOTAL  PIC S9(12)V99 COMP-3.
           05  WS-FR-RECORD-COUNT  PIC 9(9).
           05  WS-FR-RETURN-CODE   PIC X(2).

      * Restart checkpoint: item number, outcome and the control
      * totals as of the last item applied.
       01  WS-PCK-FIELDS.
           05  WS-PCK-ACTION       PIC X(8).
           05  WS-PCK-PROGRAM      PIC X(20) VALUE 'ACH-PROCESSOR'.
           05  WS-PCK-PHYSICAL     PIC X(40)
                                   VALUE 'ach-input.dat'.
           05  WS-PCK-ITEM         PIC 9(9) VALUE 0.
           05  WS-PCK-OUTCOME      PIC X(1).
           05  WS-PCK-POSTED-COUNT PIC 9(9) VALUE 0.
           05  WS-PCK-POSTED-AMOUNT PIC S9(12)V99 COMP-3 VALUE 0.
           05  WS-PCK-EXCEPTION-COUNT PIC 9(9) VALUE 0.
           05  WS-PCK-QUEUED-COUNT PIC 9(9) VALUE 0.
           05  WS-PCK-RETURN-CODE  PIC X(2).
       01  WS-RESTART-FROM         PIC 9(9) VALUE 0.
       01  WS-RESTART-RUN          PIC X VALUE 'N'.
       01  WS-JSON-OUTPUT          PIC X(1000).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.


      * A file already on the transmission register must never post
      * a second time; the operator override path is handled inside
      * FILE-REGISTER and is itself registered. The one exception is
      * the restart of a run that stopped part way through this same
      * file, which the posting checkpoint recognises first.
           MOVE 'INQUIRE' TO WS-PCK-ACTION
           PERFORM CALL-POSTING-CHECKPOINT
           EVALUATE WS-PCK-RETURN-CODE
               WHEN '04'
                   MOVE 'Y' TO WS-RESTART-RUN
               WHEN '05'
                   MOVE 'Y' TO WS-VERIFY-FAILED
                   MOVE 'ACH file changed since failed run'
                       TO WS-VERIFY-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 'ACH-INPUT' TO WS-FR-LOGICAL
           MOVE 'ach-input.dat' TO WS-FR-PHYSICAL
           MOVE WS-TODAY TO WS-FR-BUSINESS-DATE
           MOVE 0 TO WS-FR-AMOUNT-TOTAL
           IF WS-RESTART-RUN = 'N'
               PERFORM REGISTER-INTERFACE-FILE
               IF WS-FR-RETURN-CODE = '01'
                   MOVE 'Y' TO WS-VERIFY-FAILED
                   MOVE 'Duplicate ACH file refused by register'
                       TO WS-VERIFY-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT ACH-FILE
                           WHEN '1'
                               CONTINUE
                           WHEN '5'
                               MOVE ACH-RECORD(51:3) TO WS-BATCH-SEC
                               IF ACH-RECORD(21:2) = 'XX'
                                   MOVE 'Y' TO WS-BATCH-BENEFIT
                               ELSE
                                   MOVE 'N' TO WS-BATCH-BENEFIT
                               END-IF
                               PERFORM RESET-BATCH-ACCUMULATORS
                           WHEN '6'
                               PERFORM STAGE-ENTRY-DETAIL
      * The batch control entry/addenda count covers type-7
      * addenda records as well as the entry details.
                               ADD 1 TO WS-BATCH-ENTRY-COUNT
                               PERFORM STAGE-ENTRY-ADDENDA
                           WHEN '8'
                               PERFORM VERIFY-BATCH-CONTROL
                           WHEN '9'
               WS-AMOUNT-CENTS / 100
           MOVE ACH-RECORD(55:22) TO WS-AE-NAME(WS-ENTRY-COUNT)
           MOVE ACH-RECORD(80:15) TO WS-AE-TRACE(WS-ENTRY-COUNT)
           MOVE WS-BATCH-BENEFIT TO WS-AE-BENEFIT(WS-ENTRY-COUNT)
           MOVE SPACES TO WS-AE-ADDENDA(WS-ENTRY-COUNT)
           IF WS-BATCH-SEC = 'COR'
               MOVE 'N' TO WS-AE-KIND(WS-ENTRY-COUNT)
           ELSE
               MOVE 'P' TO WS-AE-KIND(WS-ENTRY-COUNT)
           END-IF

           ADD 1 TO WS-BATCH-ENTRY-COUNT
           COMPUTE WS-HASH-WORK =
                       TO WS-BATCH-DEBITS
           END-EVALUATE.

      * The addenda belongs to the entry detail staged just before
      * it. Type 98 is a notification of change; type 99 on a
      * zero-dollar entry is one of our prenotes coming back.
       STAGE-ENTRY-ADDENDA.
           IF WS-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ACH-RECORD TO WS-AE-ADDENDA(WS-ENTRY-COUNT)
           EVALUATE ACH-RECORD(2:2)
               WHEN '98'
                   MOVE 'N' TO WS-AE-KIND(WS-ENTRY-COUNT)
               WHEN '99'
                   IF WS-AE-AMOUNT(WS-ENTRY-COUNT) = 0
                       MOVE 'R' TO WS-AE-KIND(WS-ENTRY-COUNT)
                   END-IF
           END-EVALUATE.

       VERIFY-BATCH-CONTROL.
           MOVE ACH-RECORD(5:6) TO WS-CTL-ENTRY-COUNT
           MOVE ACH-RECORD(11:10) TO WS-CTL-HASH
               MOVE 'Account master not available' TO WS-VERIFY-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM START-POSTING-CHECKPOINT
           IF WS-VERIFY-FAILED = 'Y'
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-RESTART-FROM > 0
               OPEN EXTEND RETURNS-FILE
           ELSE
               OPEN OUTPUT RETURNS-FILE
           END-IF

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-AE-KIND(WS-ENTRY-IDX) = 'P'
                   MOVE WS-ENTRY-IDX TO WS-PCK-ITEM
                   IF WS-ENTRY-IDX NOT > WS-RESTART-FROM
                       PERFORM RESTORE-APPLIED-ENTRY
                   ELSE
                       PERFORM POST-ONE-ENTRY
                       PERFORM CHECKPOINT-APPLIED-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VERIFY-FAILED = 'N'
               PERFORM PROCESS-RETURN-REQUESTS
               PERFORM PROCESS-CHANGE-NOTICES
               MOVE 'FINISH' TO WS-PCK-ACTION
               PERFORM CALL-POSTING-CHECKPOINT
           END-IF

           CLOSE RETURNS-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER.

      *----------------------------------------------------------------
      * Restart checkpoint. Entries are numbered by their place in
      * the staged table, which the same file always rebuilds the
      * same way. START opens a fresh checkpoint, or on a restart
      * (return code 04) gives back the last entry applied and the
      * totals then. Entries up to that point are not posted again:
      * their recorded outcome - P posted, R returned - rebuilds the
      * totals, which must come back to the checkpointed ones before
      * anything new posts. Reclaims and change notices run after the
      * entries and act only on what is still pending, so they are
      * simply run again.
      *----------------------------------------------------------------
       START-POSTING-CHECKPOINT.
           MOVE 'START' TO WS-PCK-ACTION
           PERFORM CALL-POSTING-CHECKPOINT
           EVALUATE WS-PCK-RETURN-CODE
               WHEN '04'
                   MOVE WS-PCK-ITEM TO WS-RESTART-FROM
               WHEN '05'
                   MOVE 'Y' TO WS-VERIFY-FAILED
                   MOVE 'ACH file changed since failed run'
                       TO WS-VERIFY-REASON
               WHEN '03'
                   MOVE 'Y' TO WS-VERIFY-FAILED
                   MOVE 'Posting checkpoint not available'
                       TO WS-VERIFY-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO WS-PCK-ITEM.

       RESTORE-APPLIED-ENTRY.
           MOVE 'RECALL' TO WS-PCK-ACTION
           PERFORM CALL-POSTING-CHECKPOINT
           IF WS-PCK-RETURN-CODE NOT = '00'
               MOVE 'Y' TO WS-VERIFY-FAILED
               MOVE 'Checkpoint incomplete - restart refused'
                   TO WS-VERIFY-REASON
               MOVE WS-ENTRY-COUNT TO WS-ENTRY-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-PCK-OUTCOME = 'P'
               IF WS-AE-TRAN-CODE(WS-ENTRY-IDX) = 22 OR
                  WS-AE-TRAN-CODE(WS-ENTRY-IDX) = 32
                   MOVE WS-AE-AMOUNT(WS-ENTRY-IDX) TO WS-POST-AMOUNT
               ELSE
                   COMPUTE WS-POST-AMOUNT =
                       WS-AE-AMOUNT(WS-ENTRY-IDX) * -1
               END-IF
               ADD 1 TO WS-ENTRIES-POSTED
               ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED
           ELSE
               ADD 1 TO WS-ENTRIES-RETURNED
           END-IF

           IF WS-ENTRY-IDX = WS-RESTART-FROM
               IF WS-ENTRIES-POSTED NOT = WS-PCK-POSTED-COUNT OR
                  WS-TOTAL-POSTED NOT = WS-PCK-POSTED-AMOUNT OR
                  WS-ENTRIES-RETURNED NOT = WS-PCK-EXCEPTION-COUNT
                   MOVE 'Y' TO WS-VERIFY-FAILED
                   MOVE 'Restart totals disagree with checkpoint'
                       TO WS-VERIFY-REASON
                   MOVE WS-ENTRY-COUNT TO WS-ENTRY-IDX
               END-IF
           END-IF.

       CHECKPOINT-APPLIED-ENTRY.
           IF WS-ENTRIES-POSTED > WS-PCK-POSTED-COUNT
               MOVE 'P' TO WS-PCK-OUTCOME
           ELSE
               MOVE 'R' TO WS-PCK-OUTCOME
           END-IF
           MOVE WS-ENTRIES-POSTED TO WS-PCK-POSTED-COUNT
           MOVE WS-TOTAL-POSTED TO WS-PCK-POSTED-AMOUNT
           MOVE WS-ENTRIES-RETURNED TO WS-PCK-EXCEPTION-COUNT
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

       POST-ONE-ENTRY.
           MOVE SPACES TO WS-RETURN-CODE
           MOVE SPACES TO ACCT-NUMBER
               MOVE 'R02' TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS = 'ESTATE' AND
              WS-AE-BENEFIT(WS-ENTRY-IDX) = 'Y' AND
              (WS-AE-TRAN-CODE(WS-ENTRY-IDX) = 22 OR
               WS-AE-TRAN-CODE(WS-ENTRY-IDX) = 32)
               MOVE 'R15' TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AE-TRAN-CODE(WS-ENTRY-IDX) = 27 OR
              WS-AE-TRAN-CODE(WS-ENTRY-IDX) = 37
               IF ACCT-AVAIL-BALANCE < WS-AE-AMOUNT(WS-ENTRY-IDX)
               FUNCTION TRIM(WS-AE-NAME(WS-ENTRY-IDX))
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE WS-AE-NAME(WS-ENTRY-IDX) TO TRANS-MERCHANT
           IF WS-POST-AMOUNT > 0 AND
              WS-AE-BENEFIT(WS-ENTRY-IDX) = 'Y'
               MOVE 'FED-BENEFIT' TO TRANS-CATEGORY
           ELSE
               MOVE 'ACH' TO TRANS-CATEGORY
           END-IF
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE WS-AE-TRACE(WS-ENTRY-IDX) TO TRANS-REFERENCE
           MOVE 'ACH' TO TRANS-CHANNEL
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
               DELIMITED BY SIZE INTO RETURNS-RECORD
           WRITE RETURNS-RECORD.

      *----------------------------------------------------------------
      * Benefit reclaims - credits that posted after the beneficiary
      * died go back to the agency. The amount comes back out of the
      * account even if that overdraws it (the estate owes it), is
      * booked 2000/1000 like any outgoing ACH debit and is listed on
      * the returns file with R15 and the original trace.
      *----------------------------------------------------------------
       PROCESS-RETURN-REQUESTS.
           OPEN I-O RETURN-REQUEST-FILE
           IF WS-RETURN-REQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ARQ-EOF
           PERFORM UNTIL WS-ARQ-EOF = 'Y'
               READ RETURN-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARQ-EOF
                   NOT AT END
                       IF ARQ-STATUS = 'PENDING'
                           PERFORM RETURN-POSTED-BENEFIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-REQUEST-FILE.

       RETURN-POSTED-BENEFIT.
           MOVE ARQ-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ

           COMPUTE WS-POST-AMOUNT = ARQ-AMOUNT * -1
           ADD WS-POST-AMOUNT TO ACCT-BALANCE
           ADD WS-POST-AMOUNT TO ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE 'ACH-RETURN' TO TRANS-TYPE
           MOVE WS-POST-AMOUNT TO TRANS-AMOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'ACH return R15 - benefit credit of '
               ARQ-ENTRY-DATE
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE SPACES TO TRANS-MERCHANT
           MOVE 'ACH' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE ARQ-TRACE TO TRANS-REFERENCE
           MOVE 'ACH' TO TRANS-CHANNEL
           PERFORM WRITE-TRANSACTION-WITH-RETRY

           MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           MOVE ARQ-AMOUNT TO WS-GL-AMOUNT
           MOVE ACCT-NUMBER TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'ACH return R15 - ' ARQ-TRACE
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           MOVE ARQ-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RETURNS-RECORD
           STRING ARQ-RETURN-CODE ' '
                  '         ' ' '
                  ARQ-ACCOUNT(1:17) ' '
                  WS-DISPLAY-AMOUNT ' '
                  ARQ-REASON(1:22) ' '
                  ARQ-TRACE(1:15)
               DELIMITED BY SIZE INTO RETURNS-RECORD
           WRITE RETURNS-RECORD

           MOVE 'RETURNED' TO ARQ-STATUS
           MOVE WS-TODAY TO ARQ-RETURNED-DATE
           REWRITE RETURN-REQUEST-RECORD
           ADD 1 TO WS-RECLAIMS-RETURNED
           ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED.

      *----------------------------------------------------------------
      * Notifications of change and prenote returns against entries
      * ACH-ORIGINATOR sent. The original item is found by its trace
      * number (the queue item, or failing that the receiver's
      * prenote); every QUEUED item for that receiver takes the
      * corrected details so the next origination run goes out right.
      *----------------------------------------------------------------
       PROCESS-CHANGE-NOTICES.
           OPEN OUTPUT NOC-REPORT
           MOVE SPACES TO NOC-REPORT-RECORD
           STRING 'ACH NOTIFICATIONS OF CHANGE / PRENOTE RETURNS - '
                  WS-TODAY
               DELIMITED BY SIZE INTO NOC-REPORT-RECORD
           WRITE NOC-REPORT-RECORD
           MOVE SPACES TO NOC-REPORT-RECORD
           STRING 'CODE ORIG-TRACE      ROUTING   '
                  'ACCOUNT           RECEIVER               '
                  'CORRECTED DATA                RESULT       ITEMS'
               DELIMITED BY SIZE INTO NOC-REPORT-RECORD
           WRITE NOC-REPORT-RECORD

           OPEN I-O ORIGINATION-QUEUE
           IF WS-ORQ-STATUS = '00'
               MOVE 'Y' TO WS-ORQ-OPEN
           END-IF
           OPEN I-O RECEIVER-FILE
           IF WS-RCV-STATUS = '35'
               OPEN OUTPUT RECEIVER-FILE
               CLOSE RECEIVER-FILE
               OPEN I-O RECEIVER-FILE
           END-IF
           IF WS-RCV-STATUS = '00'
               MOVE 'Y' TO WS-RCV-OPEN
           END-IF

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               EVALUATE WS-AE-KIND(WS-ENTRY-IDX)
                   WHEN 'N'
                       PERFORM APPLY-CHANGE-NOTICE
                   WHEN 'R'
                       PERFORM RECORD-PRENOTE-RETURN
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO NOC-REPORT-RECORD
           STRING 'NOCS RECEIVED: ' WS-NOCS-RECEIVED
                  '  APPLIED: ' WS-NOCS-APPLIED
                  '  QUEUE ITEMS UPDATED: ' WS-NOC-ITEMS-UPDATED
                  '  PRENOTE RETURNS: ' WS-PRENOTE-RETURNS
               DELIMITED BY SIZE INTO NOC-REPORT-RECORD
           WRITE NOC-REPORT-RECORD

           IF WS-RCV-OPEN = 'Y'
               CLOSE RECEIVER-FILE
           END-IF
           IF WS-ORQ-OPEN = 'Y'
               CLOSE ORIGINATION-QUEUE
           END-IF
           CLOSE NOC-REPORT.

       APPLY-CHANGE-NOTICE.
           ADD 1 TO WS-NOCS-RECEIVED
           MOVE WS-AE-ADDENDA(WS-ENTRY-IDX)(4:3) TO WS-NOC-CODE
           MOVE WS-AE-ADDENDA(WS-ENTRY-IDX)(7:15) TO WS-NOC-ORIG-TRACE
           MOVE WS-AE-ADDENDA(WS-ENTRY-IDX)(36:29) TO WS-NOC-DATA
           MOVE 0 TO WS-NOC-ITEMS
           MOVE SPACES TO WS-NOC-NAME

           PERFORM FIND-NOC-ORIGINAL
           IF WS-NOC-FOUND = 'N'
               MOVE WS-AE-ROUTING(WS-ENTRY-IDX) TO WS-NOC-OLD-ROUTING
               MOVE WS-AE-ACCOUNT(WS-ENTRY-IDX) TO WS-NOC-OLD-ACCOUNT
               MOVE WS-AE-NAME(WS-ENTRY-IDX) TO WS-NOC-NAME
               MOVE 'NOT FOUND' TO WS-NOC-RESULT
               PERFORM WRITE-NOC-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOC-OLD-ROUTING TO WS-NOC-NEW-ROUTING
           MOVE WS-NOC-OLD-ACCOUNT TO WS-NOC-NEW-ACCOUNT
           MOVE SPACES TO WS-NOC-NEW-NAME
           MOVE SPACES TO WS-NOC-NEW-TRAN
           MOVE SPACES TO WS-NOC-NEW-IND-ID
           MOVE 'Y' TO WS-NOC-APPLY
           EVALUATE WS-NOC-CODE
               WHEN 'C01'
                   MOVE WS-NOC-DATA(1:17) TO WS-NOC-NEW-ACCOUNT
               WHEN 'C02'
                   MOVE WS-NOC-DATA(1:9) TO WS-NOC-NEW-ROUTING
               WHEN 'C03'
                   MOVE WS-NOC-DATA(1:9) TO WS-NOC-NEW-ROUTING
                   MOVE WS-NOC-DATA(13:17) TO WS-NOC-NEW-ACCOUNT
               WHEN 'C04'
                   MOVE WS-NOC-DATA(1:22) TO WS-NOC-NEW-NAME
               WHEN 'C05'
                   MOVE WS-NOC-DATA(1:2) TO WS-NOC-NEW-TRAN
               WHEN 'C06'
                   MOVE WS-NOC-DATA(1:17) TO WS-NOC-NEW-ACCOUNT
                   MOVE WS-NOC-DATA(21:2) TO WS-NOC-NEW-TRAN
               WHEN 'C07'
                   MOVE WS-NOC-DATA(1:9) TO WS-NOC-NEW-ROUTING
                   MOVE WS-NOC-DATA(10:17) TO WS-NOC-NEW-ACCOUNT
                   MOVE WS-NOC-DATA(27:2) TO WS-NOC-NEW-TRAN
               WHEN 'C09'
                   MOVE WS-NOC-DATA(1:15) TO WS-NOC-NEW-IND-ID
               WHEN OTHER
                   MOVE 'N' TO WS-NOC-APPLY
           END-EVALUATE
           IF WS-NOC-NEW-TRAN NOT = SPACES AND
              WS-NOC-NEW-TRAN IS NOT NUMERIC
               MOVE 'N' TO WS-NOC-APPLY
           END-IF

           IF WS-NOC-APPLY = 'N'
               MOVE 'REPORT ONLY' TO WS-NOC-RESULT
               PERFORM WRITE-NOC-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CORRECT-QUEUED-ITEMS
           PERFORM CORRECT-RECEIVER
           ADD 1 TO WS-NOCS-APPLIED
           MOVE 'APPLIED' TO WS-NOC-RESULT
           PERFORM WRITE-NOC-REPORT-LINE.

      * The trace on the notice is the trace of our original entry:
      * a live item on the queue, or a prenote on the receiver file.
       FIND-NOC-ORIGINAL.
           MOVE 'N' TO WS-NOC-FOUND
           IF WS-ORQ-OPEN = 'Y'
               MOVE 0 TO ORQ-KEY
               START ORIGINATION-QUEUE KEY IS NOT LESS THAN ORQ-KEY
                   INVALID KEY MOVE 'Y' TO WS-ORQ-EOF
                   NOT INVALID KEY MOVE 'N' TO WS-ORQ-EOF
               END-START
               PERFORM UNTIL WS-ORQ-EOF = 'Y' OR WS-NOC-FOUND = 'Y'
                   READ ORIGINATION-QUEUE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ORQ-EOF
                       NOT AT END
                           IF ORQ-TRACE = WS-NOC-ORIG-TRACE
                               MOVE 'Y' TO WS-NOC-FOUND
                               MOVE ORQ-ROUTING TO WS-NOC-OLD-ROUTING
                               MOVE ORQ-ACCOUNT TO WS-NOC-OLD-ACCOUNT
                               MOVE ORQ-NAME TO WS-NOC-NAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-NOC-FOUND = 'N'
               PERFORM FIND-RECEIVER-BY-PRENOTE
               IF WS-NOC-FOUND = 'Y'
                   MOVE RCV-ROUTING TO WS-NOC-OLD-ROUTING
                   MOVE RCV-ACCOUNT TO WS-NOC-OLD-ACCOUNT
                   MOVE RCV-NAME TO WS-NOC-NAME
               END-IF
           END-IF.

       FIND-RECEIVER-BY-PRENOTE.
           MOVE 'N' TO WS-NOC-FOUND
           IF WS-RCV-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RCV-KEY
           START RECEIVER-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY MOVE 'Y' TO WS-RCV-EOF
               NOT INVALID KEY MOVE 'N' TO WS-RCV-EOF
           END-START
           PERFORM UNTIL WS-RCV-EOF = 'Y' OR WS-NOC-FOUND = 'Y'
               READ RECEIVER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RCV-EOF
                   NOT AT END
                       IF RCV-PRENOTE-TRACE = WS-NOC-ORIG-TRACE
                           MOVE 'Y' TO WS-NOC-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       CORRECT-QUEUED-ITEMS.
           IF WS-ORQ-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ORQ-KEY
           START ORIGINATION-QUEUE KEY IS NOT LESS THAN ORQ-KEY
               INVALID KEY MOVE 'Y' TO WS-ORQ-EOF
               NOT INVALID KEY MOVE 'N' TO WS-ORQ-EOF
           END-START
           PERFORM UNTIL WS-ORQ-EOF = 'Y'
               READ ORIGINATION-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORQ-EOF
                   NOT AT END
                       IF ORQ-STATUS = 'QUEUED' AND
                          ORQ-ROUTING = WS-NOC-OLD-ROUTING AND
                          ORQ-ACCOUNT = WS-NOC-OLD-ACCOUNT
                           PERFORM CORRECT-ONE-QUEUED-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       CORRECT-ONE-QUEUED-ITEM.
           MOVE WS-NOC-NEW-ROUTING TO ORQ-ROUTING
           MOVE WS-NOC-NEW-ACCOUNT TO ORQ-ACCOUNT
           IF WS-NOC-NEW-NAME NOT = SPACES
               MOVE WS-NOC-NEW-NAME TO ORQ-NAME
           END-IF
           IF WS-NOC-NEW-TRAN NOT = SPACES
               MOVE WS-NOC-NEW-TRAN TO ORQ-TRAN-CODE
           END-IF
           IF WS-NOC-NEW-IND-ID NOT = SPACES
               MOVE WS-NOC-NEW-IND-ID TO ORQ-IND-ID
           END-IF
           REWRITE ORIGINATION-QUEUE-RECORD
           ADD 1 TO WS-NOC-ITEMS
           ADD 1 TO WS-NOC-ITEMS-UPDATED.

      * A changed routing or account moves the receiver to its new
      * key. The receiving bank has confirmed the corrected account,
      * so the new key needs no fresh prenote; the old key stays as
      * CORRECTED for the trail.
       CORRECT-RECEIVER.
           IF WS-RCV-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOC-OLD-ROUTING TO RCV-ROUTING
           MOVE WS-NOC-OLD-ACCOUNT TO RCV-ACCOUNT
           READ RECEIVER-FILE
               INVALID KEY
                   MOVE SPACES TO RECEIVER-RECORD
                   MOVE WS-NOC-OLD-ROUTING TO RCV-ROUTING
                   MOVE WS-NOC-OLD-ACCOUNT TO RCV-ACCOUNT
                   MOVE WS-NOC-NAME TO RCV-NAME
                   MOVE 0 TO RCV-PRENOTE-DATE
                   MOVE 0 TO RCV-CLEARED-DATE
                   MOVE 0 TO RCV-NOC-DATE
           END-READ

           MOVE WS-NOC-CODE TO RCV-NOC-CODE
           MOVE WS-TODAY TO RCV-NOC-DATE
           IF WS-NOC-NEW-NAME NOT = SPACES
               MOVE WS-NOC-NEW-NAME TO RCV-NAME
           END-IF

           IF WS-NOC-NEW-ROUTING = WS-NOC-OLD-ROUTING AND
              WS-NOC-NEW-ACCOUNT = WS-NOC-OLD-ACCOUNT
               IF WS-RCV-STATUS = '23'
                   WRITE RECEIVER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE RECEIVER-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE RECEIVER-RECORD TO WS-SAVED-RECEIVER
           MOVE 'CORRECTED' TO RCV-PRENOTE-STATUS
           IF WS-RCV-STATUS = '23'
               WRITE RECEIVER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE RECEIVER-RECORD
           END-IF

           MOVE WS-SAVED-RECEIVER TO RECEIVER-RECORD
           MOVE WS-NOC-NEW-ROUTING TO RCV-ROUTING
           MOVE WS-NOC-NEW-ACCOUNT TO RCV-ACCOUNT
           MOVE 'CLEARED' TO RCV-PRENOTE-STATUS
           MOVE WS-TODAY TO RCV-CLEARED-DATE
           MOVE SPACES TO RCV-RETURN-CODE
           WRITE RECEIVER-RECORD
               INVALID KEY
                   REWRITE RECEIVER-RECORD
           END-WRITE.

       RECORD-PRENOTE-RETURN.
           ADD 1 TO WS-PRENOTE-RETURNS
           MOVE WS-AE-ADDENDA(WS-ENTRY-IDX)(4:3) TO WS-NOC-CODE
           MOVE WS-AE-ADDENDA(WS-ENTRY-IDX)(7:15) TO WS-NOC-ORIG-TRACE
           MOVE SPACES TO WS-NOC-DATA
           MOVE 0 TO WS-NOC-ITEMS
           MOVE WS-AE-ROUTING(WS-ENTRY-IDX) TO WS-NOC-OLD-ROUTING
           MOVE WS-AE-ACCOUNT(WS-ENTRY-IDX) TO WS-NOC-OLD-ACCOUNT
           MOVE WS-AE-NAME(WS-ENTRY-IDX) TO WS-NOC-NAME

           PERFORM FIND-RECEIVER-BY-PRENOTE
           IF WS-NOC-FOUND = 'N'
               MOVE 'NOT FOUND' TO WS-NOC-RESULT
               PERFORM WRITE-NOC-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE RCV-ROUTING TO WS-NOC-OLD-ROUTING
           MOVE RCV-ACCOUNT TO WS-NOC-OLD-ACCOUNT
           MOVE RCV-NAME TO WS-NOC-NAME
           MOVE 'RETURNED' TO RCV-PRENOTE-STATUS
           MOVE WS-NOC-CODE TO RCV-RETURN-CODE
           REWRITE RECEIVER-RECORD
           MOVE 'PRENOTE RTN' TO WS-NOC-RESULT
           PERFORM WRITE-NOC-REPORT-LINE.

       WRITE-NOC-REPORT-LINE.
           MOVE WS-NOC-ITEMS TO WS-NOC-ITEMS-DISPLAY
           MOVE SPACES TO NOC-REPORT-RECORD
           STRING WS-NOC-CODE '  '
                  WS-NOC-ORIG-TRACE ' '
                  WS-NOC-OLD-ROUTING ' '
                  WS-NOC-OLD-ACCOUNT ' '
                  WS-NOC-NAME ' '
                  WS-NOC-DATA ' '
                  WS-NOC-RESULT ' '
                  WS-NOC-ITEMS-DISPLAY
               DELIMITED BY SIZE INTO NOC-REPORT-RECORD
           WRITE NOC-REPORT-RECORD.

       REGISTER-INTERFACE-FILE.
           CALL 'FILE-REGISTER' USING WS-FR-LOGICAL
                                       WS-FR-PHYSICAL
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"records_read":' WS-RECORDS-READ ','
                   '"restarted_after":' WS-RESTART-FROM ','
                   '"entries_staged":' WS-ENTRY-COUNT ','
                   '"entries_posted":' WS-ENTRIES-POSTED ','
                   '"entries_returned":' WS-ENTRIES-RETURNED ','
                   '"reclaims_returned":' WS-RECLAIMS-RETURNED ','
                   '"nocs_received":' WS-NOCS-RECEIVED ','
                   '"nocs_applied":' WS-NOCS-APPLIED ','
                   '"queue_items_corrected":' WS-NOC-ITEMS-UPDATED ','
                   '"prenote_returns":' WS-PRENOTE-RETURNS ','
                   '"appends_failed":' WS-APPENDS-FAILED ','
                   '"net_posted":' WS-TOTAL-POSTED ','
                   '"returns_file":"ach-returns.txt",'
                   '"noc_report":"ach-noc-report.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF
