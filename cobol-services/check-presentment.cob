      * mismatch reason: amount differs, serial unknown, stop in
      * force, stale date, already paid. JSON summary in
      * check-presentment-output.json.
      *
      * Items drawn on the bank itself (CPR-ACCOUNT 'OFFICIAL-CHECKS')
      * are official checks and are verified against the official
      * check register (official-checks.dat) instead: the check number
      * must be on it, the amount must agree, and it must still be
      * ISSUED - a paid, voided or escheated check is NO-PAY. Official
      * checks never go stale and carry no stop. A paid official
      * check is marked PAID and clears the liability, 2500 to 1000.
      *
      * Checks drawn on our own customers that were deposited with us
      * never reach the clearing bank. CASH-LETTER writes them to
      * check-onus-items.dat in the same layout, and they are decided
      * here exactly like a clearing presentment after the clearing
      * file is done.
      *
      * Every item decided is checkpointed through POSTING-CHECKPOINT
      * with the running control totals, the on-us items numbered on
      * from the clearing items. A rerun against the same clearing
      * file (or, with none, the same on-us file) after a failed run
      * skips the items already decided - their outcomes are
      * recalled to rebuild the totals, which must agree with the
      * checkpoint - and carries on from the next item, appending to
      * the decision file. A changed file is refused until an
      * operator releases the checkpoint.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ASSIGN TO 'check-presentment-input.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESENTMENT-STATUS.
           SELECT ONUS-INPUT ASSIGN TO 'check-onus-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONUS-STATUS.
           SELECT DECISION-FILE ASSIGN TO 'check-decision-file.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO 'official-checks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFC-CHECK-NUMBER
               FILE STATUS IS WS-OFC-STATUS.
           SELECT STOP-FILE ASSIGN TO 'stop-payments.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
           05  CPR-AMOUNT          PIC 9(8)V99.
           05  CPR-PRESENT-DATE    PIC 9(8).

       FD  ONUS-INPUT.
       01  ONUS-RECORD             PIC X(48).

       FD  DECISION-FILE.
       01  DECISION-RECORD         PIC X(132).

           05  TRANS-REFERENCE     PIC X(30).
           05  TRANS-CHANNEL       PIC X(20).

       FD  OFFICIAL-CHECK-FILE.
       01  OFFICIAL-CHECK-RECORD.
           05  OFC-CHECK-NUMBER    PIC 9(10).
           05  OFC-PAYEE           PIC X(40).
           05  OFC-REMITTER        PIC X(40).
           05  OFC-AMOUNT          PIC S9(10)V99 COMP-3.
           05  OFC-ISSUE-DATE      PIC 9(8).
           05  OFC-FUNDING         PIC X(4).
           05  OFC-ACCOUNT         PIC X(20).
           05  OFC-ORIGIN          PIC X(10).
           05  OFC-ISSUED-BY       PIC X(30).
           05  OFC-STATUS          PIC X(10).
           05  OFC-STATUS-DATE     PIC 9(8).

       FD  STOP-FILE.
       01  STOP-RECORD.
           05  STOP-KEY.

       WORKING-STORAGE SECTION.
       01  WS-PRESENTMENT-STATUS   PIC XX.
       01  WS-ONUS-STATUS          PIC XX.
       01  WS-ONUS-EOF             PIC X VALUE 'N'.
       01  WS-ONUS-OPEN            PIC X VALUE 'N'.
       01  WS-PRESENTMENT-OPEN     PIC X VALUE 'N'.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TRANS-EOF            PIC X.
       01  WS-STOP-EOF             PIC X.
       01  WS-STOP-OPEN            PIC X VALUE 'N'.
       01  WS-OFC-STATUS           PIC XX.
       01  WS-OFC-OPEN             PIC X VALUE 'N'.
       01  WS-OFFICIAL-DRAWEE      PIC X(20) VALUE 'OFFICIAL-CHECKS'.
       01  WS-TODAY                PIC 9(8).

       01  WS-STALE-DAYS           PIC 9(5) VALUE 180.
           05  WS-ITEMS-PAID       PIC 9(9) VALUE 0.
           05  WS-ITEMS-NO-PAY     PIC 9(9) VALUE 0.
           05  WS-TOTAL-PAID       PIC S9(12)V99 VALUE 0.
           05  WS-OFFICIAL-PAID    PIC 9(9) VALUE 0.
           05  WS-ONUS-READ        PIC 9(9) VALUE 0.

      * Restart checkpoint: item number, outcome and the control
      * totals as of the last item applied.
       01  WS-PCK-FIELDS.
           05  WS-PCK-ACTION       PIC X(8).
           05  WS-PCK-PROGRAM      PIC X(20) VALUE 'CHECK-PRESENTMENT'.
           05  WS-PCK-PHYSICAL     PIC X(40)
                                   VALUE 'check-presentment-input.dat'.
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
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4) VALUE 'OPS '.

       01  WS-DISPLAY-AMOUNT       PIC Z(8)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCESS-PRESENTMENT-FILE.
           OPEN INPUT PRESENTMENT-INPUT
           OPEN INPUT ONUS-INPUT
           IF WS-PRESENTMENT-STATUS NOT = '00' AND
              WS-ONUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF WS-PRESENTMENT-STATUS = '00'
               MOVE 'Y' TO WS-PRESENTMENT-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF
           END-IF
           IF WS-ONUS-STATUS = '00'
               MOVE 'Y' TO WS-ONUS-OPEN
           ELSE
               MOVE 'Y' TO WS-ONUS-EOF
           END-IF
           IF WS-PRESENTMENT-OPEN NOT = 'Y'
               MOVE 'check-onus-items.dat' TO WS-PCK-PHYSICAL
           END-IF
           PERFORM START-POSTING-CHECKPOINT
           IF WS-RESTART-REFUSED = 'Y'
               PERFORM CLOSE-PRESENTMENT-INPUTS
               EXIT PARAGRAPH
           END-IF

           IF WS-STOP-STATUS = '00'
               MOVE 'Y' TO WS-STOP-OPEN
           END-IF
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS = '00'
               MOVE 'Y' TO WS-OFC-OPEN
           END-IF
           IF WS-RESTART-FROM > 0
               OPEN EXTEND DECISION-FILE
               MOVE SPACES TO DECISION-RECORD
               STRING 'CHECK PRESENTMENT RESTARTED AFTER ITEM '
                      WS-RESTART-FROM ' - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO DECISION-RECORD
           ELSE
               OPEN OUTPUT DECISION-FILE
               STRING 'CHECK PRESENTMENT DECISIONS - RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO DECISION-RECORD
           END-IF
           WRITE DECISION-RECORD

           PERFORM UNTIL WS-EOF = 'Y'
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM DECIDE-OR-RESTORE-ITEM
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-ONUS-EOF = 'Y'
               READ ONUS-INPUT INTO PRESENTMENT-RECORD
                   AT END
                       MOVE 'Y' TO WS-ONUS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       ADD 1 TO WS-ONUS-READ
                       PERFORM DECIDE-OR-RESTORE-ITEM
               END-READ
           END-PERFORM
           IF WS-RESTART-REFUSED = 'N'
               MOVE 'FINISH' TO WS-PCK-ACTION
               PERFORM CALL-POSTING-CHECKPOINT
           END-IF

           CLOSE DECISION-FILE
           IF WS-OFC-OPEN = 'Y'
               CLOSE OFFICIAL-CHECK-FILE
           END-IF
           IF WS-STOP-OPEN = 'Y'
               CLOSE STOP-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           PERFORM CLOSE-PRESENTMENT-INPUTS.

       CLOSE-PRESENTMENT-INPUTS.
           IF WS-ONUS-OPEN = 'Y'
               CLOSE ONUS-INPUT
           END-IF
           IF WS-PRESENTMENT-OPEN = 'Y'
               CLOSE PRESENTMENT-INPUT
           END-IF.

       DECIDE-OR-RESTORE-ITEM.
           ADD 1 TO WS-PCK-ITEM
           IF WS-PCK-ITEM NOT > WS-RESTART-FROM
               PERFORM RESTORE-APPLIED-ITEM
           ELSE
               PERFORM DECIDE-ONE-PRESENTMENT
               PERFORM CHECKPOINT-APPLIED-ITEM
           END-IF.

      *----------------------------------------------------------------
      * Restart checkpoint. START tells a fresh run from a restart of
      * the same file (return code 04, with the last item decided and
      * the totals then) or a changed file (05, refused). Items up to
      * the restart point are not decided again: their recorded
      * outcome - P paid, N no-pay - rebuilds the run totals, which
      * must come back to the checkpointed ones before anything new
      * pays.
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
               MOVE 'Y' TO WS-ONUS-EOF
               EXIT PARAGRAPH
           END-IF

           IF WS-PCK-OUTCOME = 'P'
               ADD 1 TO WS-ITEMS-PAID
               ADD CPR-AMOUNT TO WS-TOTAL-PAID
               IF CPR-ACCOUNT = WS-OFFICIAL-DRAWEE
                   ADD 1 TO WS-OFFICIAL-PAID
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-NO-PAY
           END-IF

           IF WS-PCK-ITEM = WS-RESTART-FROM
               PERFORM CONFIRM-RESTART-TOTALS
           END-IF.

       CONFIRM-RESTART-TOTALS.
           IF WS-ITEMS-PAID NOT = WS-PCK-POSTED-COUNT OR
              WS-TOTAL-PAID NOT = WS-PCK-POSTED-AMOUNT OR
              WS-ITEMS-NO-PAY NOT = WS-PCK-EXCEPTION-COUNT
               MOVE 'Y' TO WS-RESTART-REFUSED
               MOVE 'Restart totals disagree with checkpoint'
                   TO WS-RESTART-REASON
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-ONUS-EOF
           END-IF.

       CHECKPOINT-APPLIED-ITEM.
           IF WS-ITEMS-PAID > WS-PCK-POSTED-COUNT
               MOVE 'P' TO WS-PCK-OUTCOME
           ELSE
               MOVE 'N' TO WS-PCK-OUTCOME
           END-IF
           MOVE WS-ITEMS-PAID TO WS-PCK-POSTED-COUNT
           MOVE WS-TOTAL-PAID TO WS-PCK-POSTED-AMOUNT
           MOVE WS-ITEMS-NO-PAY TO WS-PCK-EXCEPTION-COUNT
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

      *----------------------------------------------------------------
      * Decision order mirrors how a return would be argued: find the
       DECIDE-ONE-PRESENTMENT.
           MOVE 'PAY' TO WS-DECISION
           MOVE SPACES TO WS-REASON
           IF CPR-ACCOUNT = WS-OFFICIAL-DRAWEE
               PERFORM DECIDE-OFFICIAL-CHECK
               PERFORM WRITE-DECISION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ISSUED-CHECK
           EVALUATE TRUE

           PERFORM WRITE-DECISION-LINE.

      * Official checks: the register is the only authority.
       DECIDE-OFFICIAL-CHECK.
           EVALUATE TRUE
               WHEN WS-OFC-OPEN NOT = 'Y'
                   MOVE 'NO-PAY' TO WS-DECISION
                   MOVE 'SERIAL UNKNOWN' TO WS-REASON
               WHEN CPR-SERIAL IS NOT NUMERIC
                   MOVE 'NO-PAY' TO WS-DECISION
                   MOVE 'SERIAL UNKNOWN' TO WS-REASON
               WHEN OTHER
                   MOVE CPR-SERIAL TO OFC-CHECK-NUMBER
                   READ OFFICIAL-CHECK-FILE
                       INVALID KEY
                           MOVE 'NO-PAY' TO WS-DECISION
                           MOVE 'SERIAL UNKNOWN' TO WS-REASON
                   END-READ
           END-EVALUATE

           IF WS-DECISION = 'PAY'
               EVALUATE OFC-STATUS
                   WHEN 'ISSUED'
                       CONTINUE
                   WHEN 'PAID'
                       MOVE 'NO-PAY' TO WS-DECISION
                       MOVE 'ALREADY PAID' TO WS-REASON
                   WHEN 'VOID'
                       MOVE 'NO-PAY' TO WS-DECISION
                       MOVE 'CHECK VOIDED' TO WS-REASON
                   WHEN 'ESCHEATED'
                       MOVE 'NO-PAY' TO WS-DECISION
                       MOVE 'ESCHEATED' TO WS-REASON
                   WHEN OTHER
                       MOVE 'NO-PAY' TO WS-DECISION
                       MOVE 'NOT OUTSTANDING' TO WS-REASON
               END-EVALUATE
           END-IF

           IF WS-DECISION = 'PAY'
               IF OFC-AMOUNT NOT = CPR-AMOUNT
                   MOVE 'NO-PAY' TO WS-DECISION
                   MOVE 'AMOUNT DIFFERS' TO WS-REASON
               END-IF
           END-IF

           IF WS-DECISION NOT = 'PAY'
               ADD 1 TO WS-ITEMS-NO-PAY
               EXIT PARAGRAPH
           END-IF

           MOVE '2500' TO WS-GL-DEBIT-ACCOUNT
           MOVE '1000' TO WS-GL-CREDIT-ACCOUNT
           MOVE OFC-AMOUNT TO WS-GL-AMOUNT
           MOVE CPR-SERIAL TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Official check paid ' CPR-SERIAL
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'NO-PAY' TO WS-DECISION
               MOVE 'GL POSTING FAILED' TO WS-REASON
               ADD 1 TO WS-ITEMS-NO-PAY
               EXIT PARAGRAPH
           END-IF

           MOVE 'PAID' TO OFC-STATUS
           MOVE WS-TODAY TO OFC-STATUS-DATE
           REWRITE OFFICIAL-CHECK-RECORD
           ADD 1 TO WS-ITEMS-PAID
           ADD 1 TO WS-OFFICIAL-PAID
           ADD CPR-AMOUNT TO WS-TOTAL-PAID.

      * The issue register is the TRANS-TYPE CHECK row carrying the
      * serial in TRANS-REFERENCE - the same rows the positive-pay
      * export lists for the clearing bank.
           WRITE DECISION-RECORD.

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
                   '"items_paid":' WS-ITEMS-PAID ','
                   '"items_no_pay":' WS-ITEMS-NO-PAY ','
                   '"official_paid":' WS-OFFICIAL-PAID ','
                   '"onus_items":' WS-ONUS-READ ','
                   '"total_paid":' WS-TOTAL-PAID ','
                   '"decision_file":"check-decision-file.txt"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
