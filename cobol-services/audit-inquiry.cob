      * (key, optionally program); the trail is written to
      * audit-trail-report.txt and a JSON summary to
      * audit-inquiry-output.json.
      * Mode VERIFY walks the hash chains on audit-journal.dat and
      * auth-audit.log instead: every link is recomputed with
      * AUDIT-HASH, and the first broken link, every gap in the
      * sequence numbers, any daily anchor on audit-anchors.dat that
      * does not match, and a chain-state tail beyond the end of the
      * log are written to audit-verify-report.txt. Lines older than
      * the chain are counted as unchained and not judged. Where
      * RECORD-RETENTION has archived the oldest lines, the latest
      * <log>-BASE anchor gives the sequence and hash the remaining
      * chain continues from, and anchors at or before it are not
      * looked for.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TRAIL-REPORT ASSIGN TO 'audit-trail-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-LOG ASSIGN TO 'auth-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO 'audit-anchors.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.
           SELECT JOURNAL-CHAIN-FILE ASSIGN TO 'audit-journal-chain.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT AUTH-CHAIN-FILE ASSIGN TO 'auth-audit-chain.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO 'audit-verify-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  AUD-KEY             PIC X(30).
           05  AUD-BEFORE          PIC X(60).
           05  AUD-AFTER           PIC X(60).
           05  AUD-SEQ             PIC X(10).
           05  AUD-HASH            PIC X(18).

       FD  TRAIL-REPORT.
       01  TRAIL-RECORD            PIC X(250).

       FD  AUTH-LOG.
       01  AUTH-LOG-RECORD.
           05  AUTH-LINE           PIC X(260).
           05  AUTH-SEQ            PIC X(10).
           05  AUTH-HASH           PIC X(18).

       FD  ANCHOR-FILE.
       01  ANCHOR-RECORD.
           05  ANC-LOG             PIC X(12).
           05  ANC-DATE            PIC 9(8).
           05  ANC-SEQ             PIC 9(10).
           05  ANC-HASH            PIC X(18).

       FD  JOURNAL-CHAIN-FILE.
       01  JOURNAL-CHAIN-RECORD.
           05  JCH-LAST-SEQ        PIC 9(10).
           05  JCH-LAST-HASH       PIC X(18).
           05  JCH-LAST-DATE       PIC 9(8).

       FD  AUTH-CHAIN-FILE.
       01  AUTH-CHAIN-RECORD.
           05  ACH-LAST-SEQ        PIC 9(10).
           05  ACH-LAST-HASH       PIC X(18).
           05  ACH-LAST-DATE       PIC 9(8).

       FD  VERIFY-REPORT.
       01  VERIFY-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.

       01  WS-IN-KEY               PIC X(30).
       01  WS-IN-PROGRAM           PIC X(20).
       01  WS-IN-MODE              PIC X(10).

      * Chain verification. WS-V- fields describe the line being
      * judged; WS-VR- holds the result for each log (1 journal,
      * 2 auth log).
       01  WS-AUTH-LOG-STATUS      PIC XX.
       01  WS-ANCHOR-STATUS        PIC XX.
       01  WS-CHAIN-STATUS         PIC XX.
       01  WS-ANC-COUNT            PIC 9(4) VALUE 0.
       01  WS-ANC-IDX              PIC 9(4).
       01  WS-ANC-TABLE.
           05  WS-ANC-ENTRY OCCURS 1000 TIMES.
               10  WS-ANC-LOG      PIC X(12).
               10  WS-ANC-DATE     PIC 9(8).
               10  WS-ANC-SEQ      PIC 9(10).
               10  WS-ANC-HASH     PIC X(18).
               10  WS-ANC-SEEN     PIC X.
       01  WS-V-LOG-IDX            PIC 9.
       01  WS-V-LOG-NAME           PIC X(12).
       01  WS-V-SEQ-TEXT           PIC X(10).
       01  WS-V-SEQ                PIC 9(10).
       01  WS-V-EXPECTED           PIC 9(10).
       01  WS-V-LAST-SEQ           PIC 9(10).
       01  WS-V-GAP-END            PIC 9(10).
       01  WS-V-HASH               PIC X(18).
       01  WS-V-PREV-HASH          PIC X(18).
       01  WS-V-CALC-HASH          PIC X(18).
       01  WS-V-DATA               PIC X(400).
       01  WS-V-DATE               PIC X(8).
       01  WS-V-STARTED            PIC X.
       01  WS-V-STATE-SEQ          PIC 9(10).
       01  WS-V-STATE-HASH         PIC X(18).
       01  WS-V-BASE-NAME          PIC X(12).
       01  WS-V-BASE-SEQ           PIC 9(10).
       01  WS-V-RESULT             PIC X(10).
       01  WS-VR-TABLE.
           05  WS-VR-ENTRY OCCURS 2 TIMES.
               10  WS-VR-RECORDS       PIC 9(9).
               10  WS-VR-UNCHAINED     PIC 9(9).
               10  WS-VR-LINKS-OK      PIC 9(9).
               10  WS-VR-BROKEN        PIC 9(9).
               10  WS-VR-FIRST-BROKEN  PIC 9(10).
               10  WS-VR-GAPS          PIC 9(9).
               10  WS-VR-MISSING       PIC 9(9).
               10  WS-VR-ANCHORS       PIC 9(5).
               10  WS-VR-ANCHOR-BAD    PIC 9(5).
               10  WS-VR-TAIL-BAD      PIC 9(1).

       01  WS-RUN-STATS.
           05  WS-ENTRIES-READ     PIC 9(9) VALUE 0.
       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS
           IF WS-IN-MODE = 'VERIFY'
               PERFORM VERIFY-AUDIT-CHAINS
               PERFORM WRITE-VERIFY-SUMMARY
           ELSE
               PERFORM PULL-AUDIT-TRAIL
               PERFORM WRITE-JSON-SUMMARY
           END-IF
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           MOVE SPACES TO WS-IN-KEY
           MOVE SPACES TO WS-IN-PROGRAM
           MOVE SPACES TO WS-IN-MODE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PROGRAM
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"mode":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-MODE
               MOVE FUNCTION UPPER-CASE(WS-IN-MODE) TO WS-IN-MODE
           END-IF.

       PULL-AUDIT-TRAIL.
           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.

      *----------------------------------------------------------------
      * Hash-chain verification over both audit trails.
      *----------------------------------------------------------------
       VERIFY-AUDIT-CHAINS.
           INITIALIZE WS-VR-TABLE
           PERFORM LOAD-ANCHORS

           OPEN OUTPUT VERIFY-REPORT
           MOVE SPACES TO VERIFY-RECORD
           STRING 'AUDIT TRAIL CHAIN VERIFICATION - RUN DATE ' WS-TODAY
                  ' ANCHORS ' WS-ANC-COUNT
               DELIMITED BY SIZE INTO VERIFY-RECORD
           WRITE VERIFY-RECORD

           MOVE 1 TO WS-V-LOG-IDX
           MOVE 'JOURNAL' TO WS-V-LOG-NAME
           PERFORM START-CHAIN-LOG
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AUD-SEQ TO WS-V-SEQ-TEXT
                           MOVE AUD-HASH TO WS-V-HASH
                           MOVE SPACES TO WS-V-DATA
                           MOVE JOURNAL-RECORD(1:236) TO WS-V-DATA
                           MOVE JOURNAL-RECORD(1:8) TO WS-V-DATE
                           PERFORM CHECK-CHAIN-LINK
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE 0 TO WS-V-STATE-SEQ
           OPEN INPUT JOURNAL-CHAIN-FILE
           IF WS-CHAIN-STATUS = '00'
               READ JOURNAL-CHAIN-FILE
                   NOT AT END
                       MOVE JCH-LAST-SEQ TO WS-V-STATE-SEQ
                       MOVE JCH-LAST-HASH TO WS-V-STATE-HASH
               END-READ
               CLOSE JOURNAL-CHAIN-FILE
           END-IF
           PERFORM FINISH-CHAIN-LOG

           MOVE 2 TO WS-V-LOG-IDX
           MOVE 'AUTHLOG' TO WS-V-LOG-NAME
           PERFORM START-CHAIN-LOG
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUTH-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AUTH-SEQ TO WS-V-SEQ-TEXT
                           MOVE AUTH-HASH TO WS-V-HASH
                           MOVE SPACES TO WS-V-DATA
                           MOVE AUTH-LOG-RECORD(1:270) TO WS-V-DATA
                           MOVE AUTH-LINE(1:8) TO WS-V-DATE
                           PERFORM CHECK-CHAIN-LINK
                   END-READ
               END-PERFORM
               CLOSE AUTH-LOG
           END-IF
           MOVE 0 TO WS-V-STATE-SEQ
           OPEN INPUT AUTH-CHAIN-FILE
           IF WS-CHAIN-STATUS = '00'
               READ AUTH-CHAIN-FILE
                   NOT AT END
                       MOVE ACH-LAST-SEQ TO WS-V-STATE-SEQ
                       MOVE ACH-LAST-HASH TO WS-V-STATE-HASH
               END-READ
               CLOSE AUTH-CHAIN-FILE
           END-IF
           PERFORM FINISH-CHAIN-LOG

           MOVE 'VERIFIED' TO WS-V-RESULT
           PERFORM VARYING WS-V-LOG-IDX FROM 1 BY 1
                   UNTIL WS-V-LOG-IDX > 2
               IF WS-VR-BROKEN(WS-V-LOG-IDX) > 0 OR
                  WS-VR-MISSING(WS-V-LOG-IDX) > 0 OR
                  WS-VR-ANCHOR-BAD(WS-V-LOG-IDX) > 0 OR
                  WS-VR-TAIL-BAD(WS-V-LOG-IDX) > 0
                   MOVE 'TAMPERED' TO WS-V-RESULT
               END-IF
           END-PERFORM

           MOVE SPACES TO VERIFY-RECORD
           STRING 'RESULT: ' WS-V-RESULT
               DELIMITED BY SIZE INTO VERIFY-RECORD
           WRITE VERIFY-RECORD
           CLOSE VERIFY-REPORT.

       LOAD-ANCHORS.
           MOVE 0 TO WS-ANC-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ANCHOR-FILE
           IF WS-ANCHOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ANCHOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ANC-COUNT < 1000
                           ADD 1 TO WS-ANC-COUNT
                           MOVE ANC-LOG TO WS-ANC-LOG(WS-ANC-COUNT)
                           MOVE ANC-DATE TO WS-ANC-DATE(WS-ANC-COUNT)
                           MOVE ANC-SEQ TO WS-ANC-SEQ(WS-ANC-COUNT)
                           MOVE ANC-HASH TO WS-ANC-HASH(WS-ANC-COUNT)
                           MOVE 'N' TO WS-ANC-SEEN(WS-ANC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANCHOR-FILE.

       START-CHAIN-LOG.
           MOVE 'N' TO WS-V-STARTED
           MOVE 0 TO WS-V-LAST-SEQ
           MOVE ALL '0' TO WS-V-PREV-HASH
           MOVE SPACES TO WS-V-STATE-HASH
           MOVE SPACES TO VERIFY-RECORD
           STRING 'LOG ' WS-V-LOG-NAME
               DELIMITED BY SIZE INTO VERIFY-RECORD
           WRITE VERIFY-RECORD

           MOVE 0 TO WS-V-BASE-SEQ
           MOVE SPACES TO WS-V-BASE-NAME
           STRING FUNCTION TRIM(WS-V-LOG-NAME) '-BASE'
               DELIMITED BY SIZE INTO WS-V-BASE-NAME
           PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
                   UNTIL WS-ANC-IDX > WS-ANC-COUNT
               IF WS-ANC-LOG(WS-ANC-IDX) = WS-V-BASE-NAME AND
                  WS-ANC-SEQ(WS-ANC-IDX) > WS-V-BASE-SEQ
                   MOVE WS-ANC-SEQ(WS-ANC-IDX) TO WS-V-BASE-SEQ
                   MOVE WS-ANC-HASH(WS-ANC-IDX) TO WS-V-PREV-HASH
               END-IF
           END-PERFORM
           IF WS-V-BASE-SEQ > 0
               MOVE 'Y' TO WS-V-STARTED
               MOVE WS-V-BASE-SEQ TO WS-V-LAST-SEQ
               MOVE SPACES TO VERIFY-RECORD
               STRING '  CHAIN CONTINUES FROM ARCHIVED SEQUENCE '
                      WS-V-BASE-SEQ
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF.

      * One line of a trail: sequence continuity, the recomputed link
      * against the stored one, and any anchor taken at this line.
       CHECK-CHAIN-LINK.
           ADD 1 TO WS-VR-RECORDS(WS-V-LOG-IDX)
           IF WS-V-SEQ-TEXT IS NOT NUMERIC OR WS-V-SEQ-TEXT = ZERO
               IF WS-V-STARTED = 'N'
                   ADD 1 TO WS-VR-UNCHAINED(WS-V-LOG-IDX)
               ELSE
                   ADD 1 TO WS-VR-BROKEN(WS-V-LOG-IDX)
                   MOVE SPACES TO VERIFY-RECORD
                   STRING '  UNCHAINED LINE AFTER SEQUENCE '
                          WS-V-LAST-SEQ
                       DELIMITED BY SIZE INTO VERIFY-RECORD
                   WRITE VERIFY-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-V-SEQ-TEXT TO WS-V-SEQ
           IF WS-V-STARTED = 'N'
               MOVE 'Y' TO WS-V-STARTED
               MOVE 1 TO WS-V-EXPECTED
           ELSE
               COMPUTE WS-V-EXPECTED = WS-V-LAST-SEQ + 1
           END-IF

           IF WS-V-SEQ > WS-V-EXPECTED
               ADD 1 TO WS-VR-GAPS(WS-V-LOG-IDX)
               COMPUTE WS-VR-MISSING(WS-V-LOG-IDX) =
                   WS-VR-MISSING(WS-V-LOG-IDX) +
                   WS-V-SEQ - WS-V-EXPECTED
               COMPUTE WS-V-GAP-END = WS-V-SEQ - 1
               MOVE SPACES TO VERIFY-RECORD
               STRING '  MISSING SEQUENCE ' WS-V-EXPECTED
                      ' THRU ' WS-V-GAP-END
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF
           IF WS-V-SEQ < WS-V-EXPECTED
               ADD 1 TO WS-VR-BROKEN(WS-V-LOG-IDX)
               MOVE SPACES TO VERIFY-RECORD
               STRING '  SEQUENCE ' WS-V-SEQ ' OUT OF ORDER AFTER '
                      WS-V-LAST-SEQ
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF

           CALL 'AUDIT-HASH' USING WS-V-PREV-HASH
                                   WS-V-DATA
                                   WS-V-CALC-HASH
           IF WS-V-CALC-HASH = WS-V-HASH
               ADD 1 TO WS-VR-LINKS-OK(WS-V-LOG-IDX)
           ELSE
               ADD 1 TO WS-VR-BROKEN(WS-V-LOG-IDX)
               IF WS-VR-FIRST-BROKEN(WS-V-LOG-IDX) = 0
                   MOVE WS-V-SEQ TO WS-VR-FIRST-BROKEN(WS-V-LOG-IDX)
                   MOVE SPACES TO VERIFY-RECORD
                   STRING '  FIRST BROKEN LINK AT SEQUENCE ' WS-V-SEQ
                          ' STORED ' WS-V-HASH
                          ' COMPUTED ' WS-V-CALC-HASH
                       DELIMITED BY SIZE INTO VERIFY-RECORD
                   WRITE VERIFY-RECORD
               END-IF
           END-IF

           PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
                   UNTIL WS-ANC-IDX > WS-ANC-COUNT
               IF WS-ANC-LOG(WS-ANC-IDX) = WS-V-LOG-NAME AND
                  WS-ANC-SEQ(WS-ANC-IDX) = WS-V-SEQ
                   PERFORM CHECK-ONE-ANCHOR
               END-IF
           END-PERFORM

           MOVE WS-V-HASH TO WS-V-PREV-HASH
           MOVE WS-V-SEQ TO WS-V-LAST-SEQ.

       CHECK-ONE-ANCHOR.
           MOVE 'Y' TO WS-ANC-SEEN(WS-ANC-IDX)
           ADD 1 TO WS-VR-ANCHORS(WS-V-LOG-IDX)
           IF WS-ANC-HASH(WS-ANC-IDX) NOT = WS-V-HASH OR
              WS-ANC-DATE(WS-ANC-IDX) NOT = WS-V-DATE
               ADD 1 TO WS-VR-ANCHOR-BAD(WS-V-LOG-IDX)
               MOVE SPACES TO VERIFY-RECORD
               STRING '  ANCHOR ' WS-ANC-DATE(WS-ANC-IDX)
                      ' SEQUENCE ' WS-ANC-SEQ(WS-ANC-IDX)
                      ' DOES NOT MATCH THE LOG'
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF.

      * Anchors never reached and a chain-state tail the log no
      * longer holds both mean lines were removed.
       FINISH-CHAIN-LOG.
           PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
                   UNTIL WS-ANC-IDX > WS-ANC-COUNT
               IF WS-ANC-LOG(WS-ANC-IDX) = WS-V-LOG-NAME AND
                  WS-ANC-SEEN(WS-ANC-IDX) = 'N' AND
                  WS-ANC-SEQ(WS-ANC-IDX) > WS-V-BASE-SEQ
                   ADD 1 TO WS-VR-ANCHORS(WS-V-LOG-IDX)
                   ADD 1 TO WS-VR-ANCHOR-BAD(WS-V-LOG-IDX)
                   MOVE SPACES TO VERIFY-RECORD
                   STRING '  ANCHOR ' WS-ANC-DATE(WS-ANC-IDX)
                          ' SEQUENCE ' WS-ANC-SEQ(WS-ANC-IDX)
                          ' NOT FOUND IN THE LOG'
                       DELIMITED BY SIZE INTO VERIFY-RECORD
                   WRITE VERIFY-RECORD
               END-IF
           END-PERFORM

           IF WS-V-STATE-SEQ > WS-V-LAST-SEQ OR
              (WS-V-STATE-SEQ = WS-V-LAST-SEQ AND
               WS-V-STATE-SEQ > 0 AND
               WS-V-STATE-HASH NOT = WS-V-PREV-HASH)
               MOVE 1 TO WS-VR-TAIL-BAD(WS-V-LOG-IDX)
               MOVE SPACES TO VERIFY-RECORD
               STRING '  CHAIN STATE SEQUENCE ' WS-V-STATE-SEQ
                      ' DOES NOT MATCH LOG END ' WS-V-LAST-SEQ
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF

           MOVE SPACES TO VERIFY-RECORD
           STRING '  Records ' WS-VR-RECORDS(WS-V-LOG-IDX)
                  ' unchained ' WS-VR-UNCHAINED(WS-V-LOG-IDX)
                  ' links ok ' WS-VR-LINKS-OK(WS-V-LOG-IDX)
                  ' broken ' WS-VR-BROKEN(WS-V-LOG-IDX)
                  ' missing ' WS-VR-MISSING(WS-V-LOG-IDX)
                  ' anchors ' WS-VR-ANCHORS(WS-V-LOG-IDX)
                  ' bad ' WS-VR-ANCHOR-BAD(WS-V-LOG-IDX)
               DELIMITED BY SIZE INTO VERIFY-RECORD
           WRITE VERIFY-RECORD.

       WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING '{"status":"COMPLETED",'
               '"mode":"VERIFY",'
               '"result":"' FUNCTION TRIM(WS-V-RESULT) '",'
               '"journal":{"records":' WS-VR-RECORDS(1) ','
               '"unchained":' WS-VR-UNCHAINED(1) ','
               '"broken_links":' WS-VR-BROKEN(1) ','
               '"first_broken_seq":' WS-VR-FIRST-BROKEN(1) ','
               '"sequence_gaps":' WS-VR-GAPS(1) ','
               '"missing_sequences":' WS-VR-MISSING(1) ','
               '"anchors_checked":' WS-VR-ANCHORS(1) ','
               '"anchor_mismatches":' WS-VR-ANCHOR-BAD(1) ','
               '"tail_mismatch":' WS-VR-TAIL-BAD(1) '},'
               '"auth_log":{"records":' WS-VR-RECORDS(2) ','
               '"unchained":' WS-VR-UNCHAINED(2) ','
               '"broken_links":' WS-VR-BROKEN(2) ','
               '"first_broken_seq":' WS-VR-FIRST-BROKEN(2) ','
               '"sequence_gaps":' WS-VR-GAPS(2) ','
               '"missing_sequences":' WS-VR-MISSING(2) ','
               '"anchors_checked":' WS-VR-ANCHORS(2) ','
               '"anchor_mismatches":' WS-VR-ANCHOR-BAD(2) ','
               '"tail_mismatch":' WS-VR-TAIL-BAD(2) '},'
               '"report":"audit-verify-report.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
