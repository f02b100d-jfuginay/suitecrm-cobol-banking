       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-CHECKPOINT.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Restart checkpoint for the interface posting programs
      * (ACH-PROCESSOR, CARD-SETTLEMENT, ATM-PROCESSOR,
      * TELLER-CAPTURE, CHECK-PRESENTMENT). Each keeps one header row
      * on posting-checkpoint.dat (program name, item 0) carrying the
      * input file's content hash and record count - the same rolling
      * hash FILE-REGISTER keeps - whether the run is RUNNING or
      * COMPLETE, the last input item applied and the running control
      * totals, plus one row per applied item with its outcome code.
      *
      * Actions (CP-ACTION):
      *   START   - a RUNNING header for the same file is a restart:
      *             return code 04 with the last item and the totals
      *             to confirm. A RUNNING header for a different file
      *             is refused, return code 05, unless an operator
      *             release (program plus operator id) is waiting on
      *             posting-checkpoint-release.dat - the release is
      *             consumed, recorded on the header and the run
      *             starts fresh, return code 02. Otherwise a fresh
      *             RUNNING header is written over the old rows,
      *             return code 00.
      *   INQUIRE - as START, but a fresh start writes nothing; lets
      *             a caller consult the checkpoint before its own
      *             duplicate checks and START only once cleared.
      *   MARK    - records the item's outcome and moves the header's
      *             last item and totals forward.
      *   RECALL  - returns the outcome recorded for CP-ITEM, return
      *             code 01 if none was.
      *   FINISH  - the run completed; the header goes COMPLETE.
      * Return code 03 is a checkpoint or input file error. The file
      * is closed after every call so an abended run leaves every
      * applied item on disk.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO CP-PHYSICAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'posting-checkpoint.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PCK-KEY
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT RELEASE-FILE
               ASSIGN TO 'posting-checkpoint-release.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE.
       01  SUBJECT-RECORD          PIC X(250).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  PCK-KEY.
               10  PCK-PROGRAM     PIC X(20).
               10  PCK-ITEM        PIC 9(9).
           05  PCK-OUTCOME         PIC X(1).
           05  PCK-PHYSICAL        PIC X(40).
           05  PCK-HASH            PIC 9(10).
           05  PCK-RECORD-COUNT    PIC 9(9).
           05  PCK-STATUS          PIC X(10).
           05  PCK-STARTED-DATE    PIC 9(8).
           05  PCK-STARTED-TIME    PIC 9(6).
           05  PCK-LAST-ITEM       PIC 9(9).
           05  PCK-POSTED-COUNT    PIC 9(9).
           05  PCK-POSTED-AMOUNT   PIC S9(12)V99 COMP-3.
           05  PCK-EXCEPTION-COUNT PIC 9(9).
           05  PCK-QUEUED-COUNT    PIC 9(9).
           05  PCK-RELEASED-BY     PIC X(30).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RLS-PROGRAM         PIC X(20).
           05  RLS-OPERATOR        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SUBJECT-STATUS       PIC XX.
       01  WS-CHECKPOINT-STATUS    PIC XX.
       01  WS-RELEASE-STATUS       PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-HASH-WORK            PIC 9(18) COMP.
       01  WS-FILE-HASH            PIC 9(10).
       01  WS-FILE-COUNT           PIC 9(9).
       01  WS-CHAR-IDX             PIC 9(3).
       01  WS-REC-LEN              PIC 9(3).
       01  WS-HEADER-FOUND         PIC X.
       01  WS-RELEASE-ON           PIC X.
       01  WS-RELEASE-OPERATOR     PIC X(30).
       01  WS-CONSUME-RELEASE      PIC X.
       01  WS-HEADER-SAVE          PIC X(200).

       LINKAGE SECTION.
       01  CP-ACTION               PIC X(8).
       01  CP-PROGRAM              PIC X(20).
       01  CP-PHYSICAL-NAME        PIC X(40).
       01  CP-ITEM                 PIC 9(9).
       01  CP-OUTCOME              PIC X(1).
       01  CP-POSTED-COUNT         PIC 9(9).
       01  CP-POSTED-AMOUNT        PIC S9(12)V99 COMP-3.
       01  CP-EXCEPTION-COUNT      PIC 9(9).
       01  CP-QUEUED-COUNT         PIC 9(9).
       01  CP-RETURN-CODE          PIC X(2).

       PROCEDURE DIVISION USING CP-ACTION
                                 CP-PROGRAM
                                 CP-PHYSICAL-NAME
                                 CP-ITEM
                                 CP-OUTCOME
                                 CP-POSTED-COUNT
                                 CP-POSTED-AMOUNT
                                 CP-EXCEPTION-COUNT
                                 CP-QUEUED-COUNT
                                 CP-RETURN-CODE.
       POSTING-CHECKPOINT-MAIN.
           MOVE '00' TO CP-RETURN-CODE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME

           OPEN I-O CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '35'
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF
           IF WS-CHECKPOINT-STATUS NOT = '00'
               MOVE '03' TO CP-RETURN-CODE
               GOBACK
           END-IF

           EVALUATE CP-ACTION
               WHEN 'START'
                   MOVE 'Y' TO WS-CONSUME-RELEASE
                   PERFORM START-CHECKPOINT
               WHEN 'INQUIRE'
                   MOVE 'N' TO WS-CONSUME-RELEASE
                   PERFORM START-CHECKPOINT
               WHEN 'MARK'
                   PERFORM MARK-ITEM-APPLIED
               WHEN 'RECALL'
                   PERFORM RECALL-ITEM-OUTCOME
               WHEN 'FINISH'
                   PERFORM FINISH-CHECKPOINT
               WHEN OTHER
                   MOVE '03' TO CP-RETURN-CODE
           END-EVALUATE

           CLOSE CHECKPOINT-FILE
           GOBACK.

      *----------------------------------------------------------------
      * Same file means same content hash and record count as the
      * run that stopped; anything else is a changed file and the
      * items already applied can no longer be trusted to line up.
      *----------------------------------------------------------------
       START-CHECKPOINT.
           PERFORM HASH-SUBJECT-FILE
           IF WS-SUBJECT-STATUS NOT = '00' AND
              WS-SUBJECT-STATUS NOT = '10'
               MOVE '03' TO CP-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CHECKPOINT-HEADER
           IF WS-HEADER-FOUND = 'Y' AND PCK-STATUS = 'RUNNING'
               IF PCK-HASH = WS-FILE-HASH AND
                  PCK-RECORD-COUNT = WS-FILE-COUNT
                   MOVE '04' TO CP-RETURN-CODE
                   MOVE PCK-LAST-ITEM TO CP-ITEM
                   MOVE PCK-POSTED-COUNT TO CP-POSTED-COUNT
                   MOVE PCK-POSTED-AMOUNT TO CP-POSTED-AMOUNT
                   MOVE PCK-EXCEPTION-COUNT TO CP-EXCEPTION-COUNT
                   MOVE PCK-QUEUED-COUNT TO CP-QUEUED-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-OPERATOR-RELEASE
               IF WS-RELEASE-ON NOT = 'Y'
                   MOVE '05' TO CP-RETURN-CODE
                   MOVE PCK-LAST-ITEM TO CP-ITEM
                   EXIT PARAGRAPH
               END-IF
               MOVE '02' TO CP-RETURN-CODE
           END-IF

           MOVE 0 TO CP-ITEM
           MOVE 0 TO CP-POSTED-COUNT
           MOVE 0 TO CP-POSTED-AMOUNT
           MOVE 0 TO CP-EXCEPTION-COUNT
           MOVE 0 TO CP-QUEUED-COUNT
           IF CP-ACTION = 'INQUIRE'
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-PROGRAM-ITEMS
           PERFORM WRITE-RUNNING-HEADER.

      * The same rolling hash FILE-REGISTER computes, so a file the
      * register knows and the checkpoint knows agree on identity.
       HASH-SUBJECT-FILE.
           MOVE 0 TO WS-HASH-WORK
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'N' TO WS-EOF

           OPEN INPUT SUBJECT-FILE
           IF WS-SUBJECT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ SUBJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-COUNT
                       PERFORM HASH-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE SUBJECT-FILE
           COMPUTE WS-FILE-HASH =
               FUNCTION MOD(WS-HASH-WORK, 10000000000).

       HASH-ONE-RECORD.
           MOVE 0 TO WS-REC-LEN
           COMPUTE WS-REC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SUBJECT-RECORD
                   TRAILING))
           IF WS-REC-LEN = 0
               MOVE 1 TO WS-REC-LEN
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-REC-LEN
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 31 +
                       FUNCTION ORD(SUBJECT-RECORD(WS-CHAR-IDX:1)),
                       9999999967)
           END-PERFORM.

       READ-CHECKPOINT-HEADER.
           MOVE 'N' TO WS-HEADER-FOUND
           MOVE CP-PROGRAM TO PCK-PROGRAM
           MOVE 0 TO PCK-ITEM
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HEADER-FOUND
           END-READ.

      * The release is single-use, as the register override is;
      * INQUIRE only looks at it.
       CHECK-OPERATOR-RELEASE.
           MOVE 'N' TO WS-RELEASE-ON
           MOVE SPACES TO WS-RELEASE-OPERATOR

           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ RELEASE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RLS-PROGRAM = CP-PROGRAM
                       MOVE 'Y' TO WS-RELEASE-ON
                       MOVE RLS-OPERATOR TO WS-RELEASE-OPERATOR
                   END-IF
           END-READ
           CLOSE RELEASE-FILE

           IF WS-RELEASE-ON = 'Y' AND WS-CONSUME-RELEASE = 'Y'
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
           END-IF.

      * Item rows of the previous run are dropped so a RECALL can
      * never answer from a different file.
       CLEAR-PROGRAM-ITEMS.
           MOVE 'N' TO WS-EOF
           MOVE CP-PROGRAM TO PCK-PROGRAM
           MOVE 1 TO PCK-ITEM
           START CHECKPOINT-FILE KEY >= PCK-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PCK-PROGRAM NOT = CP-PROGRAM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE CHECKPOINT-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-RUNNING-HEADER.
           INITIALIZE CHECKPOINT-RECORD
           MOVE CP-PROGRAM TO PCK-PROGRAM
           MOVE 0 TO PCK-ITEM
           MOVE SPACE TO PCK-OUTCOME
           MOVE CP-PHYSICAL-NAME TO PCK-PHYSICAL
           MOVE WS-FILE-HASH TO PCK-HASH
           MOVE WS-FILE-COUNT TO PCK-RECORD-COUNT
           MOVE 'RUNNING' TO PCK-STATUS
           MOVE WS-TODAY TO PCK-STARTED-DATE
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO PCK-STARTED-TIME
           MOVE 0 TO PCK-LAST-ITEM
           MOVE 0 TO PCK-POSTED-COUNT
           MOVE 0 TO PCK-POSTED-AMOUNT
           MOVE 0 TO PCK-EXCEPTION-COUNT
           MOVE 0 TO PCK-QUEUED-COUNT
           IF CP-RETURN-CODE = '02'
               MOVE WS-RELEASE-OPERATOR TO PCK-RELEASED-BY
           ELSE
               MOVE SPACES TO PCK-RELEASED-BY
           END-IF
           WRITE CHECKPOINT-RECORD
               INVALID KEY
                   REWRITE CHECKPOINT-RECORD
                       INVALID KEY
                           MOVE '03' TO CP-RETURN-CODE
                   END-REWRITE
           END-WRITE.

      * Item row first, header second: a stop between the two leaves
      * the header one item behind, never ahead of what was applied.
       MARK-ITEM-APPLIED.
           PERFORM READ-CHECKPOINT-HEADER
           IF WS-HEADER-FOUND NOT = 'Y'
               MOVE '03' TO CP-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CHECKPOINT-RECORD TO WS-HEADER-SAVE

           INITIALIZE CHECKPOINT-RECORD
           MOVE CP-PROGRAM TO PCK-PROGRAM
           MOVE CP-ITEM TO PCK-ITEM
           MOVE CP-OUTCOME TO PCK-OUTCOME
           MOVE SPACES TO PCK-STATUS
           WRITE CHECKPOINT-RECORD
               INVALID KEY
                   REWRITE CHECKPOINT-RECORD
                       INVALID KEY
                           MOVE '03' TO CP-RETURN-CODE
                   END-REWRITE
           END-WRITE

           MOVE WS-HEADER-SAVE TO CHECKPOINT-RECORD
           MOVE CP-ITEM TO PCK-LAST-ITEM
           MOVE CP-POSTED-COUNT TO PCK-POSTED-COUNT
           MOVE CP-POSTED-AMOUNT TO PCK-POSTED-AMOUNT
           MOVE CP-EXCEPTION-COUNT TO PCK-EXCEPTION-COUNT
           MOVE CP-QUEUED-COUNT TO PCK-QUEUED-COUNT
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   MOVE '03' TO CP-RETURN-CODE
           END-REWRITE.

       RECALL-ITEM-OUTCOME.
           MOVE SPACE TO CP-OUTCOME
           MOVE CP-PROGRAM TO PCK-PROGRAM
           MOVE CP-ITEM TO PCK-ITEM
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE '01' TO CP-RETURN-CODE
               NOT INVALID KEY
                   MOVE PCK-OUTCOME TO CP-OUTCOME
           END-READ.

       FINISH-CHECKPOINT.
           PERFORM READ-CHECKPOINT-HEADER
           IF WS-HEADER-FOUND NOT = 'Y'
               MOVE '03' TO CP-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'COMPLETE' TO PCK-STATUS
           MOVE CP-POSTED-COUNT TO PCK-POSTED-COUNT
           MOVE CP-POSTED-AMOUNT TO PCK-POSTED-AMOUNT
           MOVE CP-EXCEPTION-COUNT TO PCK-EXCEPTION-COUNT
           MOVE CP-QUEUED-COUNT TO PCK-QUEUED-COUNT
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   MOVE '03' TO CP-RETURN-CODE
           END-REWRITE.
