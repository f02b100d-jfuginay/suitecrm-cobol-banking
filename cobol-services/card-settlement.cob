      * settling are both written to card-settlement-report.txt so
      * the true card exposure is visible. JSON summary in
      * card-settlement-output.json.
      *
      * Inbound representments and second presentments (record type
      * REPR / SPRS) quote the presentment reference DISPUTE-MANAGER
      * charged back. They are matched to the SUBMITTED chargeback on
      * card-chargebacks.dat, the representment is recorded there and
      * the DSP-CASE-ID moves to REPRESENTED with the pre-arbitration
      * deadline set. Unmatched or late ones go on the report.
      *
      * Every record applied is checkpointed through
      * POSTING-CHECKPOINT with the running control totals. A rerun
      * against the same card-settlement-input.dat after a failed run
      * skips the records already applied - their outcomes are
      * recalled to rebuild the totals, which must agree with the
      * checkpoint - and carries on from the next record, appending
      * to the report. A changed file is refused until an operator
      * releases the checkpoint.
      *
      * Merchant and category pass through MERCHANT-NORMALIZE as
      * each row is written to transactions.dat.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'dispute-cases.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT CHARGEBACK-FILE ASSIGN TO 'card-chargebacks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CBK-CASE-ID
               ALTERNATE RECORD KEY IS CBK-PRESENT-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-CHARGEBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CST-AMOUNT          PIC 9(8)V99.
           05  CST-MERCHANT        PIC X(50).
           05  CST-REF             PIC X(20).
           05  CST-RECORD-TYPE     PIC X(4).

       FD  SETTLEMENT-REPORT.
       01  SETTLEMENT-REPORT-RECORD PIC X(132).
           05  CRD-ACCOUNT         PIC X(20).
           05  CRD-EXPIRY-MONTH    PIC 99.
           05  CRD-EXPIRY-YEAR    PIC 9999.
           05  CRD-STATUS          PIC X(20).
           05  CRD-LINKED-DATE     PIC 9(8).
           05  CRD-REPLACES-KEY    PIC X(19).
           05  CRD-REPLACED-BY     PIC X(19).
           05  CRD-OVERLAP-END     PIC 9(8).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DSP-CASE-ID         PIC X(12).
           05  DSP-TRANS-KEY       PIC X(20).
           05  DSP-ACCOUNT         PIC X(20).
           05  DSP-AMOUNT          PIC S9(10)V99 COMP-3.
           05  DSP-STATUS          PIC X(12).
           05  DSP-OPENED-DATE     PIC 9(8).
           05  DSP-UPDATED-DATE    PIC 9(8).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05  CBK-CASE-ID         PIC X(12).
           05  CBK-PRESENT-REF     PIC X(30).
           05  CBK-ACCOUNT         PIC X(20).
           05  CBK-REASON-CODE     PIC X(4).
           05  CBK-AMOUNT          PIC S9(10)V99 COMP-3.
           05  CBK-TRANS-DATE      PIC 9(8).
           05  CBK-STAGE           PIC X(12).
           05  CBK-CHARGEBACK-DUE  PIC 9(8).
           05  CBK-SUBMITTED-DATE  PIC 9(8).
           05  CBK-REPRESENT-DUE   PIC 9(8).
           05  CBK-ARB-DAYS        PIC 9(3).
           05  CBK-REPRESENTED-DATE PIC 9(8).
           05  CBK-REPRESENT-TYPE  PIC X(4).
           05  CBK-REPRESENT-AMOUNT PIC S9(10)V99 COMP-3.
           05  CBK-ARB-DUE         PIC 9(8).
           05  CBK-PRIOR-STATUS    PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-SETTLEMENT-STATUS    PIC XX.
       01  WS-CARD-MASTER-STATUS   PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-CHARGEBACK-STATUS    PIC XX.
       01  WS-DISPUTE-OPEN         PIC X VALUE 'N'.
       01  WS-CBK-EOF              PIC X.
       01  WS-CBK-MATCH            PIC X.
       01  WS-CBK-LATE             PIC X.
       01  WS-REPRESENT-REF        PIC X(30).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'CARD-SETTLEMENT'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-USER          PIC X(30) VALUE 'CARD-SETTLEMENT'.
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-MN-MATCH-KEY         PIC X(50).
       01  WS-MN-RETURN-CODE       PIC XX.
       01  WS-APPENDS-FAILED       PIC 9(5) VALUE 0.

      * A restaurant presentment can close above the authorization
           05  WS-TOTAL-SETTLED    PIC S9(12)V99 VALUE 0.
           05  WS-EXPIRED-UNSETTLED PIC 9(9) VALUE 0.
           05  WS-EXPIRED-AMOUNT   PIC S9(12)V99 VALUE 0.
           05  WS-REPRESENTMENTS-READ PIC 9(9) VALUE 0.
           05  WS-REPRESENTMENTS-ATTACHED PIC 9(9) VALUE 0.
           05  WS-REPRESENTMENTS-UNMATCHED PIC 9(9) VALUE 0.

      * Restart checkpoint: item number, outcome and the control
      * totals as of the last item applied.
       01  WS-PCK-FIELDS.
           05  WS-PCK-ACTION       PIC X(8).
           05  WS-PCK-PROGRAM      PIC X(20) VALUE 'CARD-SETTLEMENT'.
           05  WS-PCK-PHYSICAL     PIC X(40)
                                   VALUE 'card-settlement-input.dat'.
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
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW

           PERFORM PROCESS-PRESENTMENTS
           IF WS-RESTART-REFUSED = 'N'
               PERFORM REPORT-EXPIRED-UNSETTLED
           END-IF
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

           IF WS-SETTLEMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM START-POSTING-CHECKPOINT
           IF WS-RESTART-REFUSED = 'Y'
               CLOSE SETTLEMENT-INPUT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CARD-MASTER
           OPEN INPUT CARD-VAULT
           OPEN I-O HOLDS-FILE
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '00'
               OPEN I-O CHARGEBACK-FILE
               IF WS-CHARGEBACK-STATUS = '00'
                   MOVE 'Y' TO WS-DISPUTE-OPEN
               ELSE
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF
           IF WS-RESTART-FROM > 0
               OPEN EXTEND SETTLEMENT-REPORT
               MOVE SPACES TO SETTLEMENT-REPORT-RECORD
               STRING 'CARD SETTLEMENT RESTARTED AFTER RECORD '
                      WS-RESTART-FROM ' - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
           ELSE
               OPEN OUTPUT SETTLEMENT-REPORT
               STRING 'CARD SETTLEMENT EXCEPTIONS - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
           END-IF
           WRITE SETTLEMENT-REPORT-RECORD

           PERFORM UNTIL WS-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CST-RECORD-TYPE = 'REPR' OR
                          CST-RECORD-TYPE = 'SPRS'
                           ADD 1 TO WS-REPRESENTMENTS-READ
                       ELSE
                           ADD 1 TO WS-PRESENTMENTS-READ
                       END-IF
                       ADD 1 TO WS-PCK-ITEM
                       IF WS-PCK-ITEM NOT > WS-RESTART-FROM
                           PERFORM RESTORE-APPLIED-ITEM
                       ELSE
                           PERFORM APPLY-SETTLEMENT-RECORD
                           PERFORM CHECKPOINT-APPLIED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESTART-REFUSED = 'N'
               MOVE 'FINISH' TO WS-PCK-ACTION
               PERFORM CALL-POSTING-CHECKPOINT
           END-IF

           IF WS-DISPUTE-OPEN = 'Y'
               CLOSE CHARGEBACK-FILE
               CLOSE DISPUTE-FILE
               MOVE 'N' TO WS-DISPUTE-OPEN
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLDS-FILE
           CLOSE CARD-MASTER
           CLOSE SETTLEMENT-INPUT.

       APPLY-SETTLEMENT-RECORD.
           IF CST-RECORD-TYPE = 'REPR' OR
              CST-RECORD-TYPE = 'SPRS'
               PERFORM ATTACH-REPRESENTMENT
           ELSE
               PERFORM SETTLE-ONE-PRESENTMENT
           END-IF.

      *----------------------------------------------------------------
      * Restart checkpoint. START tells a fresh run from a restart of
      * the same file (return code 04, with the last record applied
      * and the totals then) or a changed file (05, refused). Records
      * up to the restart point are not reapplied: their recorded
      * outcome - P posted, U unmatched presentment, A representment
      * attached, N unmatched representment - rebuilds the run
      * totals, which must come back to the checkpointed ones before
      * anything new posts. Unmatched items of both kinds are the
      * checkpoint's exceptions; attached representments ride in its
      * queued count.
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
                   ADD 1 TO WS-PRESENTMENTS-POSTED
                   ADD CST-AMOUNT TO WS-TOTAL-SETTLED
               WHEN 'A'
                   ADD 1 TO WS-REPRESENTMENTS-ATTACHED
               WHEN 'N'
                   ADD 1 TO WS-REPRESENTMENTS-UNMATCHED
               WHEN OTHER
                   ADD 1 TO WS-PRESENTMENTS-UNMATCHED
           END-EVALUATE

           IF WS-PCK-ITEM = WS-RESTART-FROM
               PERFORM CONFIRM-RESTART-TOTALS
           END-IF.

       CONFIRM-RESTART-TOTALS.
           IF WS-PRESENTMENTS-POSTED NOT = WS-PCK-POSTED-COUNT OR
              WS-TOTAL-SETTLED NOT = WS-PCK-POSTED-AMOUNT OR
              WS-PRESENTMENTS-UNMATCHED + WS-REPRESENTMENTS-UNMATCHED
                  NOT = WS-PCK-EXCEPTION-COUNT OR
              WS-REPRESENTMENTS-ATTACHED NOT = WS-PCK-QUEUED-COUNT
               MOVE 'Y' TO WS-RESTART-REFUSED
               MOVE 'Restart totals disagree with checkpoint'
                   TO WS-RESTART-REASON
               MOVE 'Y' TO WS-EOF
           END-IF.

      * The outcome is read off whichever counter the record moved.
       CHECKPOINT-APPLIED-ITEM.
           IF CST-RECORD-TYPE = 'REPR' OR
              CST-RECORD-TYPE = 'SPRS'
               IF WS-REPRESENTMENTS-ATTACHED > WS-PCK-QUEUED-COUNT
                   MOVE 'A' TO WS-PCK-OUTCOME
               ELSE
                   MOVE 'N' TO WS-PCK-OUTCOME
               END-IF
           ELSE
               IF WS-PRESENTMENTS-POSTED > WS-PCK-POSTED-COUNT
                   MOVE 'P' TO WS-PCK-OUTCOME
               ELSE
                   MOVE 'U' TO WS-PCK-OUTCOME
               END-IF
           END-IF
           MOVE WS-PRESENTMENTS-POSTED TO WS-PCK-POSTED-COUNT
           MOVE WS-TOTAL-SETTLED TO WS-PCK-POSTED-AMOUNT
           COMPUTE WS-PCK-EXCEPTION-COUNT =
               WS-PRESENTMENTS-UNMATCHED + WS-REPRESENTMENTS-UNMATCHED
           MOVE WS-REPRESENTMENTS-ATTACHED TO WS-PCK-QUEUED-COUNT
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

      * The clearing file may carry the real PAN; the vault
      * translates it to the surrogate token the card master keys
      * on. A value not in the vault is tried as a token directly.
           PERFORM RELEASE-MATCHED-HOLD
           PERFORM POST-PRESENTMENT.

      *----------------------------------------------------------------
      * A representment names the presentment reference our
      * chargeback quoted. The SUBMITTED chargeback under that
      * reference takes it: the case moves to REPRESENTED (its prior
      * status kept so a lost case only reverses credit actually
      * given) and the pre-arbitration clock starts. Arriving after
      * the acquirer's window is still recorded but reported LATE.
      *----------------------------------------------------------------
       ATTACH-REPRESENTMENT.
           IF WS-DISPUTE-OPEN NOT = 'Y'
               MOVE 'Dispute files not available'
                   TO WS-UNMATCH-REASON
               PERFORM WRITE-UNMATCHED-REPRESENTMENT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CBK-MATCH
           MOVE 'N' TO WS-CBK-EOF
           MOVE CST-REF TO WS-REPRESENT-REF
           MOVE WS-REPRESENT-REF TO CBK-PRESENT-REF
           START CHARGEBACK-FILE KEY IS EQUAL TO CBK-PRESENT-REF
               INVALID KEY MOVE 'Y' TO WS-CBK-EOF
           END-START
           PERFORM UNTIL WS-CBK-EOF = 'Y'
               READ CHARGEBACK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CBK-EOF
                   NOT AT END
                       IF CBK-PRESENT-REF NOT = WS-REPRESENT-REF
                           MOVE 'Y' TO WS-CBK-EOF
                       ELSE
                           IF CBK-STAGE = 'SUBMITTED'
                               MOVE 'Y' TO WS-CBK-MATCH
                               MOVE 'Y' TO WS-CBK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CBK-MATCH = 'N'
               MOVE 'No submitted chargeback for reference'
                   TO WS-UNMATCH-REASON
               PERFORM WRITE-UNMATCHED-REPRESENTMENT
               EXIT PARAGRAPH
           END-IF

           MOVE CBK-CASE-ID TO DSP-CASE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'Dispute case not on file'
                       TO WS-UNMATCH-REASON
                   PERFORM WRITE-UNMATCHED-REPRESENTMENT
                   EXIT PARAGRAPH
           END-READ
           IF DSP-STATUS NOT = 'OPENED' AND
              DSP-STATUS NOT = 'PROVCREDIT'
               MOVE 'Dispute case already resolved'
                   TO WS-UNMATCH-REASON
               PERFORM WRITE-UNMATCHED-REPRESENTMENT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CBK-LATE
           IF WS-TODAY > CBK-REPRESENT-DUE
               MOVE 'Y' TO WS-CBK-LATE
           END-IF

           MOVE DSP-STATUS TO CBK-PRIOR-STATUS
           MOVE 'REPRESENTED' TO CBK-STAGE
           MOVE WS-TODAY TO CBK-REPRESENTED-DATE
           MOVE CST-RECORD-TYPE TO CBK-REPRESENT-TYPE
           MOVE CST-AMOUNT TO CBK-REPRESENT-AMOUNT
           COMPUTE CBK-ARB-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + CBK-ARB-DAYS)
           REWRITE CHARGEBACK-RECORD

           MOVE 'REPRESENTED' TO DSP-STATUS
           MOVE WS-TODAY TO DSP-UPDATED-DATE
           REWRITE DISPUTE-RECORD

           MOVE 'DISP-REPRES' TO WS-AJ-ACTION
           MOVE DSP-CASE-ID TO WS-AJ-KEY
           MOVE CBK-PRIOR-STATUS TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'REPRESENTED ' CST-RECORD-TYPE ' '
               FUNCTION TRIM(WS-REPRESENT-REF)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-AJ-USER
                                       WS-AJ-TOKEN

           ADD 1 TO WS-REPRESENTMENTS-ATTACHED
           MOVE CST-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           IF WS-CBK-LATE = 'Y'
               STRING 'REPRESENTMENT LATE ' CST-RECORD-TYPE
                      ' CASE ' DSP-CASE-ID
                      ' AMOUNT ' WS-DISPLAY-AMOUNT
                      ' REF ' CST-REF
                      ' WINDOW CLOSED ' CBK-REPRESENT-DUE
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
           ELSE
               STRING 'REPRESENTMENT ' CST-RECORD-TYPE
                      ' CASE ' DSP-CASE-ID
                      ' AMOUNT ' WS-DISPLAY-AMOUNT
                      ' REF ' CST-REF
                      ' PRE-ARB BY ' CBK-ARB-DUE
                   DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
           END-IF
           WRITE SETTLEMENT-REPORT-RECORD.

       WRITE-UNMATCHED-REPRESENTMENT.
           ADD 1 TO WS-REPRESENTMENTS-UNMATCHED
           MOVE CST-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           STRING 'UNMATCHED ' CST-RECORD-TYPE ' ' CST-CARD-KEY
                  ' AMOUNT ' WS-DISPLAY-AMOUNT
                  ' REF ' CST-REF ' '
                  FUNCTION TRIM(WS-UNMATCH-REASON)
               DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD.

      *----------------------------------------------------------------
      * Oldest ACTIVE AUTH hold on the funding account whose amount
      * is within tolerance of the presentment wins.
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
           CLOSE HOLDS-FILE.

       WRITE-JSON-SUMMARY.
           IF WS-RESTART-REFUSED = 'Y'
               STRING '{"status":"FAILED",'
                   '"reason":"' FUNCTION TRIM(WS-RESTART-REASON) '",'
                   '"presentments_read":' WS-PRESENTMENTS-READ
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"COMPLETED",'
                   '"presentments_read":' WS-PRESENTMENTS-READ ','
                   '"restarted_after":' WS-RESTART-FROM ','
                   '"presentments_posted":' WS-PRESENTMENTS-POSTED ','
                   '"presentments_unmatched":'
                       WS-PRESENTMENTS-UNMATCHED ','
                   '"total_settled":' WS-TOTAL-SETTLED ','
                   '"expired_unsettled":' WS-EXPIRED-UNSETTLED ','
                   '"expired_amount":' WS-EXPIRED-AMOUNT ','
                   '"appends_failed":' WS-APPENDS-FAILED ','
                   '"representments_read":' WS-REPRESENTMENTS-READ ','
                   '"representments_attached":'
                       WS-REPRESENTMENTS-ATTACHED ','
                   '"representments_unmatched":'
                       WS-REPRESENTMENTS-UNMATCHED ','
                   '"report":"card-settlement-report.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
