       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORD-RETENTION.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Record retention schedule and purge job for the working files
      * that only ever grow (transactions.dat has TRANSACTION-ARCHIVE).
      * retention-schedule.dat holds one entry per file type - the
      * retention period in days and whether expired records are
      * PURGEd (deleted) or ARCHIVEd (moved to the type's archive
      * file). A type with no entry is never touched. File types:
      *   AUTHLOG    auth-audit.log (always ARCHIVE, to
      *              auth-audit-archive.log)
      *   ALERTFEED  alert-feed.dat (ARCHIVE to alert-feed-archive.dat)
      *   CHANGELOG  account-change-log.dat (ARCHIVE to
      *              account-change-log-archive.dat)
      *   SYNCHIST   sync-history.dat
      *   VELOCITY   card-velocity.dat
      *   IPACTIVITY ip-activity.dat
      *   STANDIN    standin-queue.dat (POSTED and FAILED items only)
      * The indexed files are PURGE only. A record is expired when its
      * date is before the run date less the period. legal-holds.dat
      * lists legal holds - by CUSTOMER, by ACCOUNT (either optionally
      * limited to a from/to date range) or by DATES (a date range,
      * every file) - and any record an ACTIVE hold covers is kept and
      * counted as held. Records that carry no account are judged by
      * DATES holds only; a customer is found through the account's
      * ACCT-CUSTOMER-ID. Two safeguards:
      *   - auth-audit.log is hash-chained, so only its oldest lines
      *     up to the first line that must stay are archived, and
      *     never its last line. The last archived link goes on
      *     audit-anchors.dat as AUTHLOG-BASE, where AUDIT-INQUIRY
      *     VERIFY picks the chain up.
      *   - the change log is never cut past the latest balance
      *     snapshot, so ACCOUNT-RECOVERY can still roll forward from
      *     it; with no snapshot the change log is not purged.
      * Run in the batch window, when nothing is appending to the
      * files. Counts per file go to record-retention-report.txt and
      * each file's run is journaled through AUDIT-JOURNAL.
      *   PURGE        - the purge run (default), optional "user".
      *   SET-RETENTION - "file_type", "retention_days",
      *                 "retention_action" (PURGE or ARCHIVE), "user".
      *   ADD-HOLD     - "hold_type", "hold_value" (customer id or
      *                 account), "from_date", "to_date" (0 = open),
      *                 "reason", "user"; returns the hold id.
      *   RELEASE-HOLD - "hold_id", "user".
      * Schedule and hold changes are journaled too. Driven by
      * record-retention-input.json; result in
      * record-retention-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'record-retention-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'record-retention-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'record-retention-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO 'retention-schedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RET-FILE-TYPE
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LGH-ID
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'balance-snapshots.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT SEQ-FILE ASSIGN TO WS-SEQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT WORK-FILE ASSIGN TO 'record-retention-work.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO 'audit-anchors.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.
           SELECT SYNC-HISTORY ASSIGN TO 'sync-history.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SH-SYNC-ID
               FILE STATUS IS WS-SYNC-HISTORY-STATUS.
           SELECT VELOCITY-FILE ASSIGN TO 'card-velocity.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VEL-CARD-KEY
               FILE STATUS IS WS-VELOCITY-STATUS.
           SELECT IP-ACTIVITY ASSIGN TO 'ip-activity.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IPA-KEY
               FILE STATUS IS WS-IPA-STATUS.
           SELECT STANDIN-QUEUE ASSIGN TO 'standin-queue.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIQ-KEY
               FILE STATUS IS WS-STANDIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  RET-FILE-TYPE       PIC X(10).
           05  RET-DAYS            PIC 9(5).
           05  RET-ACTION          PIC X(8).
           05  RET-SET-DATE        PIC 9(8).
           05  RET-SET-BY          PIC X(30).
           05  RET-LAST-RUN        PIC 9(8).
           05  RET-LAST-REMOVED    PIC 9(9).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LGH-ID              PIC 9(8).
           05  LGH-TYPE            PIC X(8).
           05  LGH-VALUE           PIC X(20).
           05  LGH-FROM-DATE       PIC 9(8).
           05  LGH-TO-DATE         PIC 9(8).
           05  LGH-STATUS          PIC X(10).
           05  LGH-REASON          PIC X(40).
           05  LGH-PLACED          PIC 9(8).
           05  LGH-PLACED-BY       PIC X(30).
           05  LGH-RELEASED        PIC 9(8).
           05  LGH-RELEASED-BY     PIC X(30).

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

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SNAP-KEY.
               10  SNAP-DATE       PIC 9(8).
               10  SNAP-REC-TYPE   PIC X(1).
               10  SNAP-ID         PIC X(20).
           05  SNAP-CLASS          PIC X(10).
           05  SNAP-BALANCE        PIC S9(12)V99 COMP-3.
           05  SNAP-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  SNAP-STATUS         PIC X(10).
           05  SNAP-CUSTOMER-ID    PIC X(10).
           05  SNAP-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  SNAP-OPEN-DATE      PIC 9(8).
           05  SNAP-LAST-ACTIVITY  PIC 9(8).
           05  SNAP-TAKEN-TIME     PIC 9(6).

       FD  SEQ-FILE.
       01  SEQ-RECORD              PIC X(500).

       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(500).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(500).

       FD  ANCHOR-FILE.
       01  ANCHOR-RECORD.
           05  ANC-LOG             PIC X(12).
           05  ANC-DATE            PIC 9(8).
           05  ANC-SEQ             PIC 9(10).
           05  ANC-HASH            PIC X(18).

       FD  SYNC-HISTORY.
       01  SYNC-HISTORY-RECORD.
           05  SH-SYNC-ID          PIC X(36).
           05  SH-TYPE             PIC X(20).
           05  SH-PARAMS           PIC X(60).
           05  SH-RECORD-COUNT     PIC 9(6).
           05  SH-STATUS           PIC X(20).
           05  SH-START-TIME       PIC 9(14).
           05  SH-END-TIME         PIC 9(14).
           05  SH-RESPONSE         PIC X(400).

       FD  VELOCITY-FILE.
       01  VELOCITY-RECORD.
           05  VEL-CARD-KEY        PIC X(19).
           05  VEL-ATTEMPT-COUNT   PIC 9(5).
           05  VEL-LAST-DATE       PIC 9(8).

       FD  IP-ACTIVITY.
       01  IP-ACTIVITY-RECORD.
           05  IPA-KEY.
               10  IPA-IP          PIC X(15).
               10  IPA-DATE        PIC 9(8).
           05  IPA-ATTEMPTS        PIC 9(5).
           05  IPA-FAILURES        PIC 9(5).

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
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-SCHEDULE-STATUS      PIC XX.
       01  WS-LEGAL-HOLD-STATUS    PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-SNAPSHOT-STATUS      PIC XX.
       01  WS-SEQ-STATUS           PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-ARCHIVE-STATUS       PIC XX.
       01  WS-ANCHOR-STATUS        PIC XX.
       01  WS-SYNC-HISTORY-STATUS  PIC XX.
       01  WS-VELOCITY-STATUS      PIC XX.
       01  WS-IPA-STATUS           PIC XX.
       01  WS-STANDIN-STATUS       PIC XX.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-SCHED-EOF            PIC X VALUE 'N'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-DATE-INT             PIC 9(9).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(14).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-FILE-TYPE         PIC X(10).
       01  WS-IN-DAYS              PIC 9(5).
       01  WS-IN-RET-ACTION        PIC X(8).
       01  WS-IN-HOLD-TYPE         PIC X(8).
       01  WS-IN-HOLD-VALUE        PIC X(20).
       01  WS-IN-FROM-DATE         PIC 9(8).
       01  WS-IN-TO-DATE           PIC 9(8).
       01  WS-IN-REASON            PIC X(40).
       01  WS-IN-HOLD-ID           PIC 9(8).

      * File type being purged and what the schedule says for it.
       01  WS-F-TYPE               PIC X(10).
       01  WS-F-FILE-NAME          PIC X(30).
       01  WS-F-ACTION             PIC X(8).
       01  WS-F-CUTOFF             PIC 9(8).
       01  WS-F-NOTE               PIC X(40).
       01  WS-F-CHAINED            PIC X.
       01  WS-F-PREFIX-ENDED       PIC X.
       01  WS-F-STATS.
           05  WS-F-READ           PIC 9(9).
           05  WS-F-REMOVED        PIC 9(9).
           05  WS-F-HELD           PIC 9(9).
           05  WS-F-KEPT           PIC 9(9).

       01  WS-SEQ-FILE-NAME        PIC X(40).
       01  WS-ARCHIVE-FILE-NAME    PIC X(40).
       01  WS-LINE                 PIC X(500).
       01  WS-LINE-COUNT           PIC 9(9).
       01  WS-LINE-NUMBER          PIC 9(9).
       01  WS-LATEST-SNAPSHOT      PIC 9(8).

      * The record being judged.
       01  WS-REC-DATE-X           PIC X(8).
       01  WS-REC-DATE             PIC 9(8).
       01  WS-REC-ACCOUNT          PIC X(20).
       01  WS-REC-CUSTOMER         PIC X(10).
       01  WS-REC-HELD             PIC X.
       01  WS-REC-EXPIRED          PIC X.

      * Last chained auth-log line archived - the new chain base.
       01  WS-BASE-SET             PIC X.
       01  WS-BASE-SEQ             PIC 9(10).
       01  WS-BASE-HASH            PIC X(18).
       01  WS-BASE-DATE            PIC 9(8).
       01  WS-AUTH-SEQ-X           PIC X(10).

      * ACTIVE legal holds, loaded once for the purge run.
       01  WS-LH-COUNT             PIC 9(4) VALUE 0.
       01  WS-LH-IDX               PIC 9(4).
       01  WS-LH-TABLE.
           05  WS-LH-ENTRY OCCURS 500 TIMES.
               10  WS-LH-TYPE      PIC X(8).
               10  WS-LH-VALUE     PIC X(20).
               10  WS-LH-FROM      PIC 9(8).
               10  WS-LH-TO        PIC 9(8).
       01  WS-LH-CUSTOMER-HOLDS    PIC 9(4) VALUE 0.
       01  WS-NEXT-HOLD-ID         PIC 9(8).

       01  WS-RUN-STATS.
           05  WS-FILES-PROCESSED  PIC 9(3) VALUE 0.
           05  WS-TOTAL-READ       PIC 9(9) VALUE 0.
           05  WS-TOTAL-REMOVED    PIC 9(9) VALUE 0.
           05  WS-TOTAL-HELD       PIC 9(9) VALUE 0.

       01  WS-OLD-DAYS             PIC 9(5).
       01  WS-OLD-ACTION           PIC X(8).

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'RECORD-RETENTION'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARAMETERS

           EVALUATE WS-ACTION
               WHEN 'PURGE'
                   PERFORM RUN-RETENTION-PURGE
               WHEN 'SET-RETENTION'
                   PERFORM SET-RETENTION
               WHEN 'ADD-HOLD'
                   PERFORM ADD-LEGAL-HOLD
               WHEN 'RELEASE-HOLD'
                   PERFORM RELEASE-LEGAL-HOLD
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE

           PERFORM WRITE-OUTPUT
           STOP RUN.

       READ-PARAMETERS.
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE
           END-IF

           MOVE 'PURGE' TO WS-ACTION
           MOVE SPACES TO WS-IN-USER
           MOVE SPACES TO WS-IN-FILE-TYPE
           MOVE 0 TO WS-IN-DAYS
           MOVE 'PURGE' TO WS-IN-RET-ACTION
           MOVE SPACES TO WS-IN-HOLD-TYPE
           MOVE SPACES TO WS-IN-HOLD-VALUE
           MOVE 0 TO WS-IN-FROM-DATE
           MOVE 0 TO WS-IN-TO-DATE
           MOVE SPACES TO WS-IN-REASON
           MOVE 0 TO WS-IN-HOLD-ID

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"file_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-FILE-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"retention_days":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DAYS = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"retention_action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-RET-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"hold_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-HOLD-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"hold_value":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-HOLD-VALUE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"from_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-FROM-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"to_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-TO-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"reason":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-REASON
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"hold_id":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               INSPECT WS-JSON-VALUE CONVERTING '"' TO SPACE
               COMPUTE WS-IN-HOLD-ID =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

      *----------------------------------------------------------------
      * Schedule and legal-hold maintenance.
      *----------------------------------------------------------------
       SET-RETENTION.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-IN-FILE-TYPE
               WHEN 'AUTHLOG'
                   MOVE 'ARCHIVE' TO WS-IN-RET-ACTION
               WHEN 'ALERTFEED'
               WHEN 'CHANGELOG'
                   CONTINUE
               WHEN 'SYNCHIST'
               WHEN 'VELOCITY'
               WHEN 'IPACTIVITY'
               WHEN 'STANDIN'
                   IF WS-IN-RET-ACTION = 'ARCHIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'This file type can only be purged'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown file type' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-IN-RET-ACTION NOT = 'PURGE' AND
              WS-IN-RET-ACTION NOT = 'ARCHIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'retention_action must be PURGE or ARCHIVE'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DAYS = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'retention_days is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-SCHEDULE-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-FILE-TYPE TO RET-FILE-TYPE
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE 0 TO WS-OLD-DAYS
                   MOVE 'NONE' TO WS-OLD-ACTION
                   MOVE WS-IN-FILE-TYPE TO RET-FILE-TYPE
                   MOVE 0 TO RET-LAST-RUN
                   MOVE 0 TO RET-LAST-REMOVED
                   MOVE WS-IN-DAYS TO RET-DAYS
                   MOVE WS-IN-RET-ACTION TO RET-ACTION
                   MOVE WS-TODAY TO RET-SET-DATE
                   MOVE WS-IN-USER TO RET-SET-BY
                   WRITE SCHEDULE-RECORD
               NOT INVALID KEY
                   MOVE RET-DAYS TO WS-OLD-DAYS
                   MOVE RET-ACTION TO WS-OLD-ACTION
                   MOVE WS-IN-DAYS TO RET-DAYS
                   MOVE WS-IN-RET-ACTION TO RET-ACTION
                   MOVE WS-TODAY TO RET-SET-DATE
                   MOVE WS-IN-USER TO RET-SET-BY
                   REWRITE SCHEDULE-RECORD
           END-READ
           CLOSE SCHEDULE-FILE

           MOVE 'RET-SET' TO WS-AJ-ACTION
           MOVE RET-FILE-TYPE TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'DAYS ' WS-OLD-DAYS ' ' WS-OLD-ACTION
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'DAYS ' RET-DAYS ' ' RET-ACTION
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM CALL-AUDIT-JOURNAL.

       OPEN-SCHEDULE-FILE.
           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '35'
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Retention schedule not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

       OPEN-LEGAL-HOLD-FILE.
           OPEN I-O LEGAL-HOLD-FILE
           IF WS-LEGAL-HOLD-STATUS = '35'
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF
           IF WS-LEGAL-HOLD-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Legal hold file not available'
                   TO WS-ERROR-MESSAGE
           END-IF.

       ADD-LEGAL-HOLD.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-IN-HOLD-TYPE
               WHEN 'CUSTOMER'
               WHEN 'ACCOUNT'
                   IF WS-IN-HOLD-VALUE = SPACES
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'hold_value is required'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'DATES'
                   IF WS-IN-FROM-DATE = 0 OR WS-IN-TO-DATE = 0
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'from_date and to_date are required'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WS-IN-HOLD-VALUE
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'hold_type must be CUSTOMER, ACCOUNT or DATES'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-IN-TO-DATE > 0 AND WS-IN-FROM-DATE > WS-IN-TO-DATE
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'from_date is after to_date' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-LEGAL-HOLD-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NEXT-HOLD-ID
           MOVE 'N' TO WS-EOF
           MOVE 0 TO LGH-ID
           START LEGAL-HOLD-FILE KEY >= LGH-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LGH-ID TO WS-NEXT-HOLD-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-HOLD-ID

           MOVE WS-NEXT-HOLD-ID TO LGH-ID
           MOVE WS-IN-HOLD-TYPE TO LGH-TYPE
           MOVE WS-IN-HOLD-VALUE TO LGH-VALUE
           MOVE WS-IN-FROM-DATE TO LGH-FROM-DATE
           MOVE WS-IN-TO-DATE TO LGH-TO-DATE
           MOVE 'ACTIVE' TO LGH-STATUS
           MOVE WS-IN-REASON TO LGH-REASON
           MOVE WS-TODAY TO LGH-PLACED
           MOVE WS-IN-USER TO LGH-PLACED-BY
           MOVE 0 TO LGH-RELEASED
           MOVE SPACES TO LGH-RELEASED-BY
           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Legal hold could not be written'
                       TO WS-ERROR-MESSAGE
           END-WRITE
           CLOSE LEGAL-HOLD-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 'HOLD-ADD' TO WS-AJ-ACTION
           MOVE SPACES TO WS-AJ-BEFORE
           STRING FUNCTION TRIM(LGH-REASON)
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           PERFORM AUDIT-LEGAL-HOLD.

       RELEASE-LEGAL-HOLD.
           IF WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'user is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LEGAL-HOLD-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-HOLD-ID TO LGH-ID
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Legal hold not found' TO WS-ERROR-MESSAGE
           END-READ
           IF WS-STATUS = 'SUCCESS' AND LGH-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Legal hold is not active' TO WS-ERROR-MESSAGE
           END-IF
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE LEGAL-HOLD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'RELEASED' TO LGH-STATUS
           MOVE WS-TODAY TO LGH-RELEASED
           MOVE WS-IN-USER TO LGH-RELEASED-BY
           REWRITE LEGAL-HOLD-RECORD
           CLOSE LEGAL-HOLD-FILE

           MOVE 'HOLD-RELEASE' TO WS-AJ-ACTION
           MOVE 'ACTIVE' TO WS-AJ-BEFORE
           PERFORM AUDIT-LEGAL-HOLD.

       AUDIT-LEGAL-HOLD.
           MOVE SPACES TO WS-AJ-KEY
           STRING 'LEGAL-HOLD ' LGH-ID
               DELIMITED BY SIZE INTO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING FUNCTION TRIM(LGH-TYPE) ' '
                  FUNCTION TRIM(LGH-VALUE) ' '
                  LGH-FROM-DATE '-' LGH-TO-DATE ' '
                  FUNCTION TRIM(LGH-STATUS)
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM CALL-AUDIT-JOURNAL.

       CALL-AUDIT-JOURNAL.
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * The purge run: every file type on the schedule in turn.
      *----------------------------------------------------------------
       RUN-RETENTION-PURGE.
           IF WS-IN-USER = SPACES
               MOVE 'RECORD-RETENTION' TO WS-IN-USER
           END-IF
           PERFORM LOAD-LEGAL-HOLDS
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCHEDULE-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORD RETENTION PURGE - RUN ' WS-TODAY
                  '  ACTIVE LEGAL HOLDS ' WS-LH-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'N' TO WS-SCHED-EOF
           MOVE LOW-VALUES TO RET-FILE-TYPE
           START SCHEDULE-FILE KEY >= RET-FILE-TYPE
               INVALID KEY MOVE 'Y' TO WS-SCHED-EOF
           END-START
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-FILE-TYPE
                       MOVE WS-TODAY TO RET-LAST-RUN
                       MOVE WS-F-REMOVED TO RET-LAST-REMOVED
                       REWRITE SCHEDULE-RECORD
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'Files: ' WS-FILES-PROCESSED
                  '  Read: ' WS-TOTAL-READ
                  '  Removed: ' WS-TOTAL-REMOVED
                  '  Held: ' WS-TOTAL-HELD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WS-MASTER-OPEN = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE SCHEDULE-FILE.

       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-COUNT
           MOVE 0 TO WS-LH-CUSTOMER-HOLDS
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGAL-HOLD-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEGAL-HOLD-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Legal hold file not available - nothing purged'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LGH-STATUS = 'ACTIVE'
                           PERFORM TABLE-LEGAL-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE.

      * More holds than the table takes would leave some unenforced,
      * so the run stops instead.
       TABLE-LEGAL-HOLD.
           IF WS-LH-COUNT >= 500
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Too many active legal holds - nothing purged'
                   TO WS-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LH-COUNT
           MOVE LGH-TYPE TO WS-LH-TYPE(WS-LH-COUNT)
           MOVE LGH-VALUE TO WS-LH-VALUE(WS-LH-COUNT)
           MOVE LGH-FROM-DATE TO WS-LH-FROM(WS-LH-COUNT)
           MOVE LGH-TO-DATE TO WS-LH-TO(WS-LH-COUNT)
           IF LGH-TYPE = 'CUSTOMER'
               ADD 1 TO WS-LH-CUSTOMER-HOLDS
           END-IF.

       PURGE-ONE-FILE-TYPE.
           MOVE RET-FILE-TYPE TO WS-F-TYPE
           MOVE RET-ACTION TO WS-F-ACTION
           MOVE SPACES TO WS-F-NOTE
           MOVE SPACES TO WS-F-FILE-NAME
           MOVE 0 TO WS-F-READ WS-F-REMOVED WS-F-HELD WS-F-KEPT
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - RET-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-F-CUTOFF

           EVALUATE WS-F-TYPE
               WHEN 'AUTHLOG'
                   MOVE 'auth-audit.log' TO WS-F-FILE-NAME
                   MOVE 'ARCHIVE' TO WS-F-ACTION
                   MOVE 'auth-audit-archive.log'
                       TO WS-ARCHIVE-FILE-NAME
                   MOVE 'Y' TO WS-F-CHAINED
                   PERFORM PURGE-SEQUENTIAL-FILE
               WHEN 'ALERTFEED'
                   MOVE 'alert-feed.dat' TO WS-F-FILE-NAME
                   MOVE 'alert-feed-archive.dat'
                       TO WS-ARCHIVE-FILE-NAME
                   MOVE 'N' TO WS-F-CHAINED
                   PERFORM PURGE-SEQUENTIAL-FILE
               WHEN 'CHANGELOG'
                   MOVE 'account-change-log.dat' TO WS-F-FILE-NAME
                   MOVE 'account-change-log-archive.dat'
                       TO WS-ARCHIVE-FILE-NAME
                   MOVE 'N' TO WS-F-CHAINED
                   PERFORM CAP-AT-LATEST-SNAPSHOT
                   IF WS-F-NOTE = SPACES
                       PERFORM PURGE-SEQUENTIAL-FILE
                   END-IF
               WHEN 'SYNCHIST'
                   MOVE 'sync-history.dat' TO WS-F-FILE-NAME
                   MOVE 'PURGE' TO WS-F-ACTION
                   PERFORM PURGE-SYNC-HISTORY
               WHEN 'VELOCITY'
                   MOVE 'card-velocity.dat' TO WS-F-FILE-NAME
                   MOVE 'PURGE' TO WS-F-ACTION
                   PERFORM PURGE-CARD-VELOCITY
               WHEN 'IPACTIVITY'
                   MOVE 'ip-activity.dat' TO WS-F-FILE-NAME
                   MOVE 'PURGE' TO WS-F-ACTION
                   PERFORM PURGE-IP-ACTIVITY
               WHEN 'STANDIN'
                   MOVE 'standin-queue.dat' TO WS-F-FILE-NAME
                   MOVE 'PURGE' TO WS-F-ACTION
                   PERFORM PURGE-STANDIN-QUEUE
               WHEN OTHER
                   MOVE 'UNKNOWN FILE TYPE - SKIPPED' TO WS-F-NOTE
           END-EVALUATE

           ADD 1 TO WS-FILES-PROCESSED
           ADD WS-F-READ TO WS-TOTAL-READ
           ADD WS-F-REMOVED TO WS-TOTAL-REMOVED
           ADD WS-F-HELD TO WS-TOTAL-HELD
           PERFORM WRITE-FILE-LINES
           PERFORM AUDIT-FILE-PURGE.

      * Forward recovery starts from the latest balance snapshot, so
      * the change log may only lose what is older than that.
       CAP-AT-LATEST-SNAPSHOT.
           MOVE 0 TO WS-LATEST-SNAPSHOT
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '00'
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO SNAP-KEY
               START SNAPSHOT-FILE KEY >= SNAP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SNAPSHOT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SNAP-DATE TO WS-LATEST-SNAPSHOT
                           MOVE HIGH-VALUES TO SNAP-REC-TYPE
                           MOVE HIGH-VALUES TO SNAP-ID
                           START SNAPSHOT-FILE KEY > SNAP-KEY
                               INVALID KEY MOVE 'Y' TO WS-EOF
                           END-START
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF

           IF WS-LATEST-SNAPSHOT = 0
               MOVE 'NO BALANCE SNAPSHOT - NOT PURGED' TO WS-F-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-LATEST-SNAPSHOT < WS-F-CUTOFF
               MOVE WS-LATEST-SNAPSHOT TO WS-F-CUTOFF
               MOVE 'CUTOFF HELD AT LATEST SNAPSHOT' TO WS-F-NOTE
           END-IF.

      *----------------------------------------------------------------
      * Line-sequential files: kept lines go to the work file and are
      * copied back over the original; expired lines go to the
      * archive file (ARCHIVE) or are dropped (PURGE).
      *----------------------------------------------------------------
       PURGE-SEQUENTIAL-FILE.
           MOVE WS-F-FILE-NAME TO WS-SEQ-FILE-NAME
           MOVE 'N' TO WS-F-PREFIX-ENDED
           MOVE 'N' TO WS-BASE-SET
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-LINE-NUMBER

           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-F-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-F-CHAINED = 'Y'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SEQ-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END ADD 1 TO WS-LINE-COUNT
                   END-READ
               END-PERFORM
               CLOSE SEQ-FILE
               OPEN INPUT SEQ-FILE
           END-IF

           OPEN OUTPUT WORK-FILE
           IF WS-F-ACTION = 'ARCHIVE'
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQ-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-F-READ
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM JUDGE-SEQUENTIAL-LINE
               END-READ
           END-PERFORM

           CLOSE SEQ-FILE
           CLOSE WORK-FILE
           IF WS-F-ACTION = 'ARCHIVE'
               CLOSE ARCHIVE-FILE
           END-IF

           IF WS-F-REMOVED > 0
               PERFORM COPY-BACK-KEPT-LINES
           END-IF
           IF WS-BASE-SET = 'Y'
               PERFORM WRITE-CHAIN-BASE
           END-IF.

       JUDGE-SEQUENTIAL-LINE.
           PERFORM ATTRIBUTE-SEQUENTIAL-LINE
           PERFORM JUDGE-RECORD

      * A chained log loses only its oldest run of lines, never the
      * line the chain continues from.
           IF WS-F-CHAINED = 'Y'
               IF WS-F-PREFIX-ENDED = 'Y' OR
                  WS-LINE-NUMBER >= WS-LINE-COUNT
                   MOVE 'N' TO WS-REC-EXPIRED
               END-IF
               IF WS-REC-EXPIRED = 'N'
                   MOVE 'Y' TO WS-F-PREFIX-ENDED
               END-IF
           END-IF

           IF WS-REC-EXPIRED = 'Y'
               ADD 1 TO WS-F-REMOVED
               IF WS-F-ACTION = 'ARCHIVE'
                   WRITE ARCHIVE-RECORD FROM WS-LINE
               END-IF
               IF WS-F-CHAINED = 'Y'
                   PERFORM NOTE-CHAIN-BASE
               END-IF
           ELSE
               IF WS-REC-HELD = 'Y'
                   ADD 1 TO WS-F-HELD
               ELSE
                   ADD 1 TO WS-F-KEPT
               END-IF
               WRITE WORK-RECORD FROM WS-LINE
           END-IF.

      * Record date and account for each line layout.
       ATTRIBUTE-SEQUENTIAL-LINE.
           MOVE SPACES TO WS-REC-DATE-X
           MOVE SPACES TO WS-REC-ACCOUNT
           EVALUATE WS-F-TYPE
               WHEN 'AUTHLOG'
                   MOVE WS-LINE(1:8) TO WS-REC-DATE-X
               WHEN 'ALERTFEED'
                   MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
                   UNSTRING WS-LINE DELIMITED BY '"date":'
                       INTO WS-JSON-PRE WS-JSON-POST
                   IF WS-JSON-POST NOT = SPACES
                       UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                           INTO WS-REC-DATE-X
                   END-IF
               WHEN 'CHANGELOG'
                   MOVE WS-LINE(1:20) TO WS-REC-ACCOUNT
                   MOVE WS-LINE(33:8) TO WS-REC-DATE-X
           END-EVALUATE
           PERFORM SET-RECORD-DATE.

       SET-RECORD-DATE.
           IF WS-REC-DATE-X IS NUMERIC
               MOVE WS-REC-DATE-X TO WS-REC-DATE
           ELSE
               MOVE 0 TO WS-REC-DATE
           END-IF.

       NOTE-CHAIN-BASE.
           MOVE WS-LINE(261:10) TO WS-AUTH-SEQ-X
           IF WS-AUTH-SEQ-X IS NUMERIC AND WS-AUTH-SEQ-X NOT = ZERO
               MOVE 'Y' TO WS-BASE-SET
               MOVE WS-AUTH-SEQ-X TO WS-BASE-SEQ
               MOVE WS-LINE(271:18) TO WS-BASE-HASH
               MOVE WS-REC-DATE TO WS-BASE-DATE
           END-IF.

       WRITE-CHAIN-BASE.
           MOVE 'AUTHLOG-BASE' TO ANC-LOG
           MOVE WS-BASE-DATE TO ANC-DATE
           MOVE WS-BASE-SEQ TO ANC-SEQ
           MOVE WS-BASE-HASH TO ANC-HASH
           OPEN EXTEND ANCHOR-FILE
           IF WS-ANCHOR-STATUS NOT = '00'
               OPEN OUTPUT ANCHOR-FILE
           END-IF
           WRITE ANCHOR-RECORD
           CLOSE ANCHOR-FILE.

       COPY-BACK-KEPT-LINES.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SEQ-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE SEQ-RECORD FROM WS-LINE
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE
           CLOSE WORK-FILE.

      *----------------------------------------------------------------
      * Indexed files: expired records are deleted in place.
      *----------------------------------------------------------------
       PURGE-SYNC-HISTORY.
           OPEN I-O SYNC-HISTORY
           IF WS-SYNC-HISTORY-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-F-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SYNC-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-F-READ
                       MOVE SPACES TO WS-REC-ACCOUNT
                       MOVE SH-START-TIME(1:8) TO WS-REC-DATE-X
                       PERFORM SET-RECORD-DATE
                       PERFORM JUDGE-RECORD
                       IF WS-REC-EXPIRED = 'Y'
                           DELETE SYNC-HISTORY RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM COUNT-INDEXED-RESULT
               END-READ
           END-PERFORM
           CLOSE SYNC-HISTORY.

       PURGE-CARD-VELOCITY.
           OPEN I-O VELOCITY-FILE
           IF WS-VELOCITY-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-F-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VELOCITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-F-READ
                       MOVE SPACES TO WS-REC-ACCOUNT
                       MOVE VEL-LAST-DATE TO WS-REC-DATE
                       PERFORM JUDGE-RECORD
                       IF WS-REC-EXPIRED = 'Y'
                           DELETE VELOCITY-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM COUNT-INDEXED-RESULT
               END-READ
           END-PERFORM
           CLOSE VELOCITY-FILE.

       PURGE-IP-ACTIVITY.
           OPEN I-O IP-ACTIVITY
           IF WS-IPA-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-F-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IP-ACTIVITY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-F-READ
                       MOVE SPACES TO WS-REC-ACCOUNT
                       MOVE IPA-DATE TO WS-REC-DATE
                       PERFORM JUDGE-RECORD
                       IF WS-REC-EXPIRED = 'Y'
                           DELETE IP-ACTIVITY RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM COUNT-INDEXED-RESULT
               END-READ
           END-PERFORM
           CLOSE IP-ACTIVITY.

      * Only items the replay has finished with; a transfer is held
      * by a hold on either account.
       PURGE-STANDIN-QUEUE.
           OPEN I-O STANDIN-QUEUE
           IF WS-STANDIN-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-F-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDIN-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-F-READ
                       MOVE SIQ-ARRIVAL-DATE TO WS-REC-DATE
                       MOVE SIQ-ACCOUNT TO WS-REC-ACCOUNT
                       PERFORM JUDGE-RECORD
                       IF WS-REC-EXPIRED = 'Y' AND
                          SIQ-TO-ACCOUNT NOT = SPACES
                           MOVE SIQ-TO-ACCOUNT TO WS-REC-ACCOUNT
                           PERFORM JUDGE-RECORD
                       END-IF
                       IF SIQ-STATUS NOT = 'POSTED' AND
                          SIQ-STATUS NOT = 'FAILED'
                           MOVE 'N' TO WS-REC-EXPIRED
                           MOVE 'N' TO WS-REC-HELD
                       END-IF
                       IF WS-REC-EXPIRED = 'Y'
                           DELETE STANDIN-QUEUE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
                       PERFORM COUNT-INDEXED-RESULT
               END-READ
           END-PERFORM
           CLOSE STANDIN-QUEUE.

       COUNT-INDEXED-RESULT.
           IF WS-REC-EXPIRED = 'Y'
               ADD 1 TO WS-F-REMOVED
           ELSE
               IF WS-REC-HELD = 'Y'
                   ADD 1 TO WS-F-HELD
               ELSE
                   ADD 1 TO WS-F-KEPT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A record is expired when it is dated before the cutoff and no
      * active legal hold covers it. An undated record is kept.
      *----------------------------------------------------------------
       JUDGE-RECORD.
           MOVE 'N' TO WS-REC-EXPIRED
           MOVE 'N' TO WS-REC-HELD
           IF WS-REC-DATE = 0 OR WS-REC-DATE >= WS-F-CUTOFF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REC-CUSTOMER
           IF WS-REC-ACCOUNT NOT = SPACES AND
              WS-LH-CUSTOMER-HOLDS > 0 AND WS-MASTER-OPEN = 'Y'
               MOVE WS-REC-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CUSTOMER-ID TO WS-REC-CUSTOMER
               END-READ
           END-IF

           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-COUNT OR WS-REC-HELD = 'Y'
               IF (WS-LH-FROM(WS-LH-IDX) = 0 OR
                   WS-REC-DATE >= WS-LH-FROM(WS-LH-IDX)) AND
                  (WS-LH-TO(WS-LH-IDX) = 0 OR
                   WS-REC-DATE <= WS-LH-TO(WS-LH-IDX))
                   EVALUATE WS-LH-TYPE(WS-LH-IDX)
                       WHEN 'DATES'
                           MOVE 'Y' TO WS-REC-HELD
                       WHEN 'ACCOUNT'
                           IF WS-REC-ACCOUNT NOT = SPACES AND
                              WS-REC-ACCOUNT = WS-LH-VALUE(WS-LH-IDX)
                               MOVE 'Y' TO WS-REC-HELD
                           END-IF
                       WHEN 'CUSTOMER'
                           IF WS-REC-CUSTOMER NOT = SPACES AND
                              WS-REC-CUSTOMER = WS-LH-VALUE(WS-LH-IDX)
                               MOVE 'Y' TO WS-REC-HELD
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-REC-HELD = 'N'
               MOVE 'Y' TO WS-REC-EXPIRED
           END-IF.

       WRITE-FILE-LINES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING WS-F-TYPE ' ' WS-F-FILE-NAME ' ' WS-F-ACTION
                  ' DAYS ' RET-DAYS ' CUTOFF ' WS-F-CUTOFF
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '    READ ' WS-F-READ
                  ' REMOVED ' WS-F-REMOVED
                  ' HELD ' WS-F-HELD
                  ' KEPT ' WS-F-KEPT
                  ' ' WS-F-NOTE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       AUDIT-FILE-PURGE.
           MOVE SPACES TO WS-AJ-ACTION
           STRING 'RET-' WS-F-ACTION
               DELIMITED BY SIZE INTO WS-AJ-ACTION
           MOVE WS-F-FILE-NAME TO WS-AJ-KEY
           IF WS-AJ-KEY = SPACES
               MOVE WS-F-TYPE TO WS-AJ-KEY
           END-IF
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'DAYS ' RET-DAYS ' CUTOFF ' WS-F-CUTOFF
                  ' READ ' WS-F-READ
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'REMOVED ' WS-F-REMOVED ' HELD ' WS-F-HELD
                  ' ' WS-F-NOTE
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           PERFORM CALL-AUDIT-JOURNAL.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               EVALUATE WS-ACTION
                   WHEN 'PURGE'
                       STRING '{"status":"SUCCESS",'
                           '"action":"PURGE",'
                           '"run_date":' WS-TODAY ','
                           '"files_processed":' WS-FILES-PROCESSED ','
                           '"records_read":' WS-TOTAL-READ ','
                           '"records_removed":' WS-TOTAL-REMOVED ','
                           '"records_held":' WS-TOTAL-HELD ','
                           '"legal_holds":' WS-LH-COUNT ','
                           '"report":"record-retention-report.txt"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN 'SET-RETENTION'
                       STRING '{"status":"SUCCESS",'
                           '"action":"SET-RETENTION",'
                           '"file_type":"'
                           FUNCTION TRIM(RET-FILE-TYPE) '",'
                           '"retention_days":' RET-DAYS ','
                           '"retention_action":"'
                           FUNCTION TRIM(RET-ACTION) '"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
                   WHEN OTHER
                       STRING '{"status":"SUCCESS",'
                           '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                           '"hold_id":' LGH-ID ','
                           '"hold_type":"' FUNCTION TRIM(LGH-TYPE) '",'
                           '"hold_value":"'
                           FUNCTION TRIM(LGH-VALUE) '",'
                           '"from_date":' LGH-FROM-DATE ','
                           '"to_date":' LGH-TO-DATE ','
                           '"hold_status":"'
                           FUNCTION TRIM(LGH-STATUS) '"'
                           '}'
                           DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               END-EVALUATE
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
