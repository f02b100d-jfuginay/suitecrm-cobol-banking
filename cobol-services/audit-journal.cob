      * token-store.dat when only a token is supplied. Companion
      * entry point to GL-POSTING in spirit: call it, do not write
      * the journal directly.
      * Every record carries a sequence number and an AUDIT-HASH link
      * over its own contents and the previous record's hash, so an
      * edited, removed or reordered line breaks the chain. The last
      * sequence and hash are kept on audit-journal-chain.dat (rebuilt
      * from the journal tail if missing). The first write of a new
      * day anchors the previous day's closing sequence and hash on
      * audit-anchors.dat; AUDIT-INQUIRY VERIFY checks them all.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TOKEN-USER
                   WITH DUPLICATES
               FILE STATUS IS WS-TOKEN-STATUS.
           SELECT CHAIN-STATE-FILE ASSIGN TO 'audit-journal-chain.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO 'audit-anchors.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AUD-KEY             PIC X(30).
           05  AUD-BEFORE          PIC X(60).
           05  AUD-AFTER           PIC X(60).
           05  AUD-SEQ             PIC 9(10).
           05  AUD-HASH            PIC X(18).

       FD  TOKEN-STORE.
       01  TOKEN-RECORD.
           05  TOKEN-IP            PIC X(15).
           05  TOKEN-STATUS        PIC X(10).

       FD  CHAIN-STATE-FILE.
       01  CHAIN-STATE-RECORD.
           05  CHN-LAST-SEQ        PIC 9(10).
           05  CHN-LAST-HASH       PIC X(18).
           05  CHN-LAST-DATE       PIC 9(8).

       FD  ANCHOR-FILE.
       01  ANCHOR-RECORD.
           05  ANC-LOG             PIC X(12).
           05  ANC-DATE            PIC 9(8).
           05  ANC-SEQ             PIC 9(10).
           05  ANC-HASH            PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-STAMP-DATE           PIC 9(8).
       01  WS-STAMP-TIME-RAW       PIC 9(8).

      * Hash chain. The hashed portion of a journal record is every
      * field up to and including AUD-SEQ (the first 236 bytes).
       01  WS-CHAIN-STATUS         PIC XX.
       01  WS-ANCHOR-STATUS        PIC XX.
       01  WS-CHAIN-EOF            PIC X.
       01  WS-CHAIN-SEQ            PIC 9(10).
       01  WS-CHAIN-HASH           PIC X(18).
       01  WS-CHAIN-DATE           PIC 9(8).
       01  WS-CHAIN-DATA           PIC X(400).
       01  WS-CHAIN-NEW-HASH       PIC X(18).
       01  WS-CHAIN-LOG-NAME       PIC X(12) VALUE 'JOURNAL'.

       LINKAGE SECTION.
       01  AJ-PROGRAM              PIC X(20).
       01  AJ-ACTION               PIC X(12).
                                 AJ-USER
                                 AJ-TOKEN.
       AUDIT-JOURNAL-MAIN.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CHAIN-STATE
           IF WS-CHAIN-DATE > 0 AND WS-CHAIN-DATE < WS-STAMP-DATE
               PERFORM WRITE-DAILY-ANCHOR
           END-IF

           MOVE AJ-USER TO AUD-USER
           IF AUD-USER = SPACES AND AJ-TOKEN NOT = SPACES
               PERFORM RESOLVE-TOKEN-USER
               MOVE 'UNKNOWN' TO AUD-USER
           END-IF

           ACCEPT WS-STAMP-TIME-RAW FROM TIME
           COMPUTE AUD-TIMESTAMP =
               WS-STAMP-DATE * 1000000 +
           MOVE AJ-BEFORE TO AUD-BEFORE
           MOVE AJ-AFTER TO AUD-AFTER

           ADD 1 TO WS-CHAIN-SEQ
           MOVE WS-CHAIN-SEQ TO AUD-SEQ
           MOVE SPACES TO WS-CHAIN-DATA
           MOVE JOURNAL-RECORD(1:236) TO WS-CHAIN-DATA
           CALL 'AUDIT-HASH' USING WS-CHAIN-HASH
                                   WS-CHAIN-DATA
                                   WS-CHAIN-NEW-HASH
           MOVE WS-CHAIN-NEW-HASH TO AUD-HASH

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE

           MOVE WS-CHAIN-SEQ TO CHN-LAST-SEQ
           MOVE WS-CHAIN-NEW-HASH TO CHN-LAST-HASH
           MOVE WS-STAMP-DATE TO CHN-LAST-DATE
           OPEN OUTPUT CHAIN-STATE-FILE
           WRITE CHAIN-STATE-RECORD
           CLOSE CHAIN-STATE-FILE

           GOBACK.

      * Last link of the chain. Without a state file the journal tail
      * is read instead; a journal written before chaining began
      * starts the chain at sequence 1 from a zero hash.
       LOAD-CHAIN-STATE.
           MOVE 0 TO WS-CHAIN-SEQ
           MOVE ALL '0' TO WS-CHAIN-HASH
           MOVE 0 TO WS-CHAIN-DATE

           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATUS = '00'
               READ CHAIN-STATE-FILE
                   AT END
                       MOVE '10' TO WS-CHAIN-STATUS
                   NOT AT END
                       MOVE CHN-LAST-SEQ TO WS-CHAIN-SEQ
                       MOVE CHN-LAST-HASH TO WS-CHAIN-HASH
                       MOVE CHN-LAST-DATE TO WS-CHAIN-DATE
               END-READ
               CLOSE CHAIN-STATE-FILE
               IF WS-CHAIN-SEQ > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO WS-CHAIN-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHAIN-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       IF AUD-SEQ IS NUMERIC AND AUD-SEQ > 0
                           MOVE AUD-SEQ TO WS-CHAIN-SEQ
                           MOVE AUD-HASH TO WS-CHAIN-HASH
                           MOVE AUD-TIMESTAMP(1:8) TO WS-CHAIN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       WRITE-DAILY-ANCHOR.
           MOVE WS-CHAIN-LOG-NAME TO ANC-LOG
           MOVE WS-CHAIN-DATE TO ANC-DATE
           MOVE WS-CHAIN-SEQ TO ANC-SEQ
           MOVE WS-CHAIN-HASH TO ANC-HASH
           OPEN EXTEND ANCHOR-FILE
           IF WS-ANCHOR-STATUS NOT = '00'
               OPEN OUTPUT ANCHOR-FILE
           END-IF
           WRITE ANCHOR-RECORD
           CLOSE ANCHOR-FILE.

       RESOLVE-TOKEN-USER.
           OPEN INPUT TOKEN-STORE
           IF WS-TOKEN-STATUS NOT = '00'
