       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-RECOVERY.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Point-in-time forward recovery of ACCOUNT-MASTER. Rebuilds the
      * master as it stood at a target timestamp without restoring
      * last night's backup and re-running the day:
      *   1. Start from an account image on balance-snapshots.dat
      *      (BATCH-PROCESSOR BALANCE_SNAPSHOT) - "snapshot_date", or
      *      the latest snapshot on or before the target date.
      *   2. Roll forward every account-change-log.dat record after
      *      the snapshot and up to the target. Each record carries
      *      the balance and status the account was left with; an
      *      OPEN for an account the snapshot does not hold brings it
      *      in, its fixed details taken from the current master.
      *   3. Roll forward the transactions.dat postings over the same
      *      window, for the postings that never reach the change log
      *      (teller, ACH, card, wire and the like). Every posting
      *      carries the running balance it left, so the latest
      *      event on or before the target gives the balance, and an
      *      event already in the image cannot be counted twice. At
      *      the same second a change record outranks a posting.
      *   4. Available balance is the rebuilt ledger balance less the
      *      account-holds.dat holds active at the target date (zero
      *      for a CLOSED or CHGOFF account), the same rule the
      *      posting programs apply.
      * The rebuilt master goes to account-master-recovered.dat (same
      * layout as account-master.dat) and is then verified against
      * the current master: every account whose balance, available
      * balance or status differs, or that is on only one of the two
      * files, is listed on account-recovery-report.txt. Operations
      * reviews the differences and puts the recovered file in place
      * of account-master.dat to recover to a point just before a bad
      * batch update.
      *   RECOVER - "target" (YYYYMMDDHHMMSS, default now), optional
      *             "snapshot_date", "user". Rebuild, then verify.
      *   VERIFY  - compare an existing account-master-recovered.dat
      *             with the current master again.
      * A RECOVER run is journaled through AUDIT-JOURNAL. Driven by
      * account-recovery-input.json; summary in
      * account-recovery-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'account-recovery-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'account-recovery-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'account-recovery-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-FILE ASSIGN TO 'balance-snapshots.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'account-change-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
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
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT RECOVERED-MASTER
               ASSIGN TO 'account-master-recovered.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCV-NUMBER
               FILE STATUS IS WS-RECOVERED-STATUS.
           SELECT WORK-FILE ASSIGN TO 'account-recovery-work.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCW-NUMBER
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(500).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

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

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  CHG-ACCOUNT         PIC X(20).
           05  CHG-TYPE            PIC X(12).
           05  CHG-TIMESTAMP       PIC 9(14).
           05  CHG-BEFORE-BAL      PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-BAL       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           05  CHG-AFTER-STATUS    PIC X(10).

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

      * Same layout as ACCOUNT-MASTER.
       FD  RECOVERED-MASTER.
       01  RECOVERED-RECORD.
           05  RCV-NUMBER          PIC X(20).
           05  RCV-TYPE            PIC X(10).
           05  RCV-CUSTOMER-ID     PIC X(10).
           05  RCV-BALANCE         PIC S9(12)V99 COMP-3.
           05  RCV-AVAIL-BALANCE   PIC S9(12)V99 COMP-3.
           05  RCV-INTEREST-RATE   PIC 9(2)V9(4) COMP-3.
           05  RCV-OPEN-DATE       PIC 9(8).
           05  RCV-LAST-ACTIVITY   PIC 9(8).
           05  RCV-STATUS          PIC X(10).

      * The account being rebuilt, with the timestamp of the event
      * that last set its balance and its status. Origin S = from the
      * snapshot, O = opened after it.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  RCW-NUMBER          PIC X(20).
           05  RCW-TYPE            PIC X(10).
           05  RCW-CUSTOMER-ID     PIC X(10).
           05  RCW-BALANCE         PIC S9(12)V99 COMP-3.
           05  RCW-INTEREST-RATE   PIC 9(2)V9(4) COMP-3.
           05  RCW-OPEN-DATE       PIC 9(8).
           05  RCW-LAST-ACTIVITY   PIC 9(8).
           05  RCW-STATUS          PIC X(10).
           05  RCW-BALANCE-TS      PIC 9(14).
           05  RCW-STATUS-TS       PIC 9(14).
           05  RCW-ORIGIN          PIC X(1).
           05  RCW-EVENTS          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-SNAPSHOT-STATUS      PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-RECOVERED-STATUS     PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-EOF                  PIC X.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-HOLDS-OPEN           PIC X VALUE 'N'.
       01  WS-MASTER-OPEN          PIC X VALUE 'N'.
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(100) VALUE SPACES.

       01  WS-ACTION               PIC X(10).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-SNAPSHOT-DATE     PIC 9(8).
       01  WS-IN-TARGET            PIC 9(14).

      * Target timestamp split into its date and time of day.
       01  WS-TARGET-TS            PIC 9(14).
       01  WS-TARGET-PARTS REDEFINES WS-TARGET-TS.
           05  WS-TARGET-DATE      PIC 9(8).
           05  WS-TARGET-TIME      PIC 9(6).
       01  WS-SNAPSHOT-DATE        PIC 9(8).
       01  WS-WINDOW-START         PIC 9(14).
       01  WS-EVENT-TS             PIC 9(14).
       01  WS-EVENT-PARTS REDEFINES WS-EVENT-TS.
           05  WS-EVENT-DATE       PIC 9(8).
           05  WS-EVENT-TIME       PIC 9(6).
       01  WS-HOLDS-TOTAL          PIC S9(12)V99.

       01  WS-RECOVERY-COUNTS.
           05  WS-SNAPSHOT-ACCOUNTS PIC 9(7) VALUE 0.
           05  WS-OPENED-ACCOUNTS  PIC 9(7) VALUE 0.
           05  WS-CHANGES-APPLIED  PIC 9(7) VALUE 0.
           05  WS-POSTINGS-APPLIED PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-EVENTS   PIC 9(7) VALUE 0.
           05  WS-STATUS-UNKNOWN   PIC 9(7) VALUE 0.
           05  WS-RECOVERED-COUNT  PIC 9(7) VALUE 0.
           05  WS-VERIFIED-COUNT   PIC 9(7) VALUE 0.
           05  WS-DIFFERENCE-COUNT PIC 9(7) VALUE 0.
           05  WS-RECOVERED-ONLY   PIC 9(7) VALUE 0.
           05  WS-CURRENT-ONLY     PIC 9(7) VALUE 0.

       01  WS-DIFF-FOUND           PIC X.
       01  WS-DIFF-FIELD           PIC X(8).
       01  WS-DIFF-RECOVERED       PIC X(18).
       01  WS-DIFF-CURRENT         PIC X(18).
       01  WS-DISPLAY-AMOUNT       PIC -Z(11)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -Z(11)9.99.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'ACCOUNT-RECOVERY'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

       01  WS-JSON-PRE             PIC X(500).
       01  WS-JSON-POST            PIC X(500).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(500).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-PARAMETERS

           OPEN OUTPUT REPORT-FILE
           EVALUATE WS-ACTION
               WHEN 'RECOVER'
                   PERFORM RECOVER-ACCOUNT-MASTER
                   IF WS-STATUS = 'SUCCESS'
                       PERFORM VERIFY-RECOVERED-MASTER
                       PERFORM AUDIT-RECOVERY
                   END-IF
               WHEN 'VERIFY'
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM VERIFY-RECOVERED-MASTER
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           END-EVALUATE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

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

           MOVE 'RECOVER' TO WS-ACTION
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-SNAPSHOT-DATE
           MOVE 0 TO WS-IN-TARGET

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-ACTION
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"target":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-TARGET = FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"snapshot_date":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-SNAPSHOT-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"' INTO WS-IN-USER
           END-IF

           IF WS-IN-TARGET = 0
               COMPUTE WS-TARGET-TS = WS-TODAY * 1000000 + WS-NOW
           ELSE
               MOVE WS-IN-TARGET TO WS-TARGET-TS
           END-IF.

      *----------------------------------------------------------------
      * RECOVER
      *----------------------------------------------------------------
       RECOVER-ACCOUNT-MASTER.
           IF WS-TARGET-TIME > 235959 OR WS-TARGET-DATE < 19000101
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'target must be YYYYMMDDHHMMSS' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Balance snapshots not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHOOSE-SNAPSHOT
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE SNAPSHOT-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WINDOW-START = WS-SNAPSHOT-DATE * 1000000
           PERFORM WRITE-REPORT-HEADING

           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Recovery work file not available'
                   TO WS-ERROR-MESSAGE
               CLOSE SNAPSHOT-FILE
               EXIT PARAGRAPH
           END-IF

      * The current master is only read, for the fixed details of
      * accounts opened after the snapshot; a master too damaged to
      * open does not stop the recovery.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF

           PERFORM LOAD-SNAPSHOT-IMAGE
           CLOSE SNAPSHOT-FILE
           PERFORM APPLY-CHANGE-LOG
           PERFORM APPLY-TRANSACTIONS
           PERFORM BUILD-RECOVERED-MASTER

           IF WS-MASTER-OPEN = 'Y'
               CLOSE ACCOUNT-MASTER
               MOVE 'N' TO WS-MASTER-OPEN
           END-IF
           CLOSE WORK-FILE.

      * Latest snapshot date on or before the target, unless one was
      * named; either way it must hold account images.
       CHOOSE-SNAPSHOT.
           MOVE 0 TO WS-SNAPSHOT-DATE
           IF WS-IN-SNAPSHOT-DATE > 0
               IF WS-IN-SNAPSHOT-DATE > WS-TARGET-DATE
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'snapshot_date is after the target'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-SNAPSHOT-DATE TO SNAP-DATE
               MOVE 'A' TO SNAP-REC-TYPE
               MOVE LOW-VALUES TO SNAP-ID
               START SNAPSHOT-FILE KEY >= SNAP-KEY
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'No account snapshot for snapshot_date'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
               END-START
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'No account snapshot for snapshot_date'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
               END-READ
               IF SNAP-DATE NOT = WS-IN-SNAPSHOT-DATE OR
                  SNAP-REC-TYPE NOT = 'A'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'No account snapshot for snapshot_date'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
               EXIT PARAGRAPH
           END-IF

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
                       IF SNAP-DATE > WS-TARGET-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF SNAP-REC-TYPE = 'A'
                               MOVE SNAP-DATE TO WS-SNAPSHOT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SNAPSHOT-DATE = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No account snapshot on or before the target'
                   TO WS-ERROR-MESSAGE
           END-IF.

      * A snapshot taken before the image carried its time is treated
      * as taken at the start of its day; replaying that day's events
      * only reinstates balances the image already has.
       LOAD-SNAPSHOT-IMAGE.
           MOVE 'N' TO WS-EOF
           MOVE WS-SNAPSHOT-DATE TO SNAP-DATE
           MOVE 'A' TO SNAP-REC-TYPE
           MOVE LOW-VALUES TO SNAP-ID
           START SNAPSHOT-FILE KEY >= SNAP-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SNAP-DATE NOT = WS-SNAPSHOT-DATE OR
                          SNAP-REC-TYPE NOT = 'A'
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM LOAD-ONE-SNAPSHOT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-SNAPSHOT-ACCOUNT.
           INITIALIZE WORK-RECORD
           MOVE SNAP-ID TO RCW-NUMBER
           MOVE SNAP-CLASS TO RCW-TYPE
           MOVE SNAP-CUSTOMER-ID TO RCW-CUSTOMER-ID
           MOVE SNAP-BALANCE TO RCW-BALANCE
           MOVE SNAP-INTEREST-RATE TO RCW-INTEREST-RATE
           MOVE SNAP-OPEN-DATE TO RCW-OPEN-DATE
           MOVE SNAP-LAST-ACTIVITY TO RCW-LAST-ACTIVITY
           MOVE SNAP-STATUS TO RCW-STATUS
           IF SNAP-STATUS = SPACES
               MOVE 'ACTIVE' TO RCW-STATUS
           END-IF
           IF SNAP-TAKEN-TIME IS NOT NUMERIC
               MOVE 0 TO SNAP-TAKEN-TIME
           END-IF
           COMPUTE RCW-BALANCE-TS =
               SNAP-DATE * 1000000 + SNAP-TAKEN-TIME
           MOVE RCW-BALANCE-TS TO RCW-STATUS-TS
           MOVE 'S' TO RCW-ORIGIN
           MOVE 0 TO RCW-EVENTS
           WRITE WORK-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-SNAPSHOT-ACCOUNTS.

      * The change log is appended in time order by every program
      * that rewrites an account outside normal posting.
       APPLY-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               MOVE 'No account change log - postings only'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHG-TIMESTAMP >= WS-WINDOW-START AND
                          CHG-TIMESTAMP <= WS-TARGET-TS
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE.

       APPLY-ONE-CHANGE.
           MOVE CHG-TIMESTAMP TO WS-EVENT-TS
           MOVE CHG-ACCOUNT TO RCW-NUMBER
           READ WORK-FILE
               INVALID KEY
                   IF CHG-TYPE = 'OPEN'
                       PERFORM ADD-OPENED-ACCOUNT
                   ELSE
                       ADD 1 TO WS-UNKNOWN-EVENTS
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'NO IMAGE  ' CHG-ACCOUNT ' '
                              CHG-TYPE ' AT ' CHG-TIMESTAMP
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           IF WS-EVENT-TS >= RCW-BALANCE-TS
               MOVE CHG-AFTER-BAL TO RCW-BALANCE
               MOVE WS-EVENT-TS TO RCW-BALANCE-TS
               IF WS-EVENT-DATE > RCW-LAST-ACTIVITY
                   MOVE WS-EVENT-DATE TO RCW-LAST-ACTIVITY
               END-IF
           END-IF

      * Change records written before the status was carried on the
      * log leave the status where the image had it.
           IF CHG-AFTER-STATUS NOT = SPACES
               IF WS-EVENT-TS >= RCW-STATUS-TS
                   MOVE CHG-AFTER-STATUS TO RCW-STATUS
                   MOVE WS-EVENT-TS TO RCW-STATUS-TS
               END-IF
           ELSE
               IF CHG-TYPE = 'OPEN' OR CHG-TYPE = 'CLOSE' OR
                  CHG-TYPE = 'STATUS' OR CHG-TYPE = 'DORMANT' OR
                  CHG-TYPE = 'ESCHEAT'
                   ADD 1 TO WS-STATUS-UNKNOWN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'NO STATUS ' CHG-ACCOUNT ' '
                          CHG-TYPE ' AT ' CHG-TIMESTAMP
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF

           ADD 1 TO RCW-EVENTS
           ADD 1 TO WS-CHANGES-APPLIED
           REWRITE WORK-RECORD.

      * An account opened after the snapshot takes its type, owner,
      * rate and open date from the current master; if the current
      * master cannot supply them they are left blank and reported.
       ADD-OPENED-ACCOUNT.
           INITIALIZE WORK-RECORD
           MOVE CHG-ACCOUNT TO RCW-NUMBER
           MOVE WS-EVENT-DATE TO RCW-OPEN-DATE
           MOVE 'ACTIVE' TO RCW-STATUS
           IF WS-MASTER-OPEN = 'Y'
               MOVE CHG-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE SPACES TO ACCT-NUMBER
               END-READ
               IF ACCT-NUMBER = CHG-ACCOUNT AND
                  WS-ACCT-MASTER-STATUS = '00'
                   MOVE ACCT-TYPE TO RCW-TYPE
                   MOVE ACCT-CUSTOMER-ID TO RCW-CUSTOMER-ID
                   MOVE ACCT-INTEREST-RATE TO RCW-INTEREST-RATE
                   MOVE ACCT-OPEN-DATE TO RCW-OPEN-DATE
               END-IF
           END-IF
           IF RCW-TYPE = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING 'OPENED    ' CHG-ACCOUNT
                      ' NOT ON CURRENT MASTER - DETAILS BLANK'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 0 TO RCW-BALANCE-TS
           MOVE 0 TO RCW-STATUS-TS
           MOVE 'O' TO RCW-ORIGIN
           WRITE WORK-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-OPENED-ACCOUNTS.

      * Postings in date order from the snapshot day through the
      * target; a posting only moves the balance when it is later
      * than whatever set it last.
       APPLY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               MOVE 'No transaction file - change log only'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-SNAPSHOT-DATE TO TRANS-DATE
           START TRANSACTION-FILE KEY >= TRANS-DATE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANS-DATE > WS-TARGET-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM APPLY-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       APPLY-ONE-POSTING.
           MOVE TRANS-DATE TO WS-EVENT-DATE
           MOVE TRANS-TIME TO WS-EVENT-TIME
           IF WS-EVENT-TS > WS-TARGET-TS
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCOUNT TO RCW-NUMBER
           READ WORK-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-EVENT-TS > RCW-BALANCE-TS
               MOVE TRANS-BALANCE TO RCW-BALANCE
               MOVE WS-EVENT-TS TO RCW-BALANCE-TS
               IF TRANS-DATE > RCW-LAST-ACTIVITY
                   MOVE TRANS-DATE TO RCW-LAST-ACTIVITY
               END-IF
               ADD 1 TO RCW-EVENTS
               ADD 1 TO WS-POSTINGS-APPLIED
               REWRITE WORK-RECORD
           END-IF.

       BUILD-RECOVERED-MASTER.
           OPEN OUTPUT RECOVERED-MASTER
           IF WS-RECOVERED-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Cannot create account-master-recovered.dat'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-OPEN
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RCW-NUMBER
           START WORK-FILE KEY >= RCW-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WRITE-RECOVERED-ACCOUNT
               END-READ
           END-PERFORM

           IF WS-HOLDS-OPEN = 'Y'
               CLOSE HOLDS-FILE
               MOVE 'N' TO WS-HOLDS-OPEN
           END-IF
           CLOSE RECOVERED-MASTER.

       WRITE-RECOVERED-ACCOUNT.
           MOVE RCW-NUMBER TO RCV-NUMBER
           MOVE RCW-TYPE TO RCV-TYPE
           MOVE RCW-CUSTOMER-ID TO RCV-CUSTOMER-ID
           MOVE RCW-BALANCE TO RCV-BALANCE
           MOVE RCW-INTEREST-RATE TO RCV-INTEREST-RATE
           MOVE RCW-OPEN-DATE TO RCV-OPEN-DATE
           MOVE RCW-LAST-ACTIVITY TO RCV-LAST-ACTIVITY
           MOVE RCW-STATUS TO RCV-STATUS
           IF RCW-STATUS = 'CLOSED' OR RCW-STATUS = 'CHGOFF'
               MOVE 0 TO RCV-AVAIL-BALANCE
           ELSE
               PERFORM TOTAL-HOLDS-AT-TARGET
               COMPUTE RCV-AVAIL-BALANCE =
                   RCW-BALANCE - WS-HOLDS-TOTAL
           END-IF
           WRITE RECOVERED-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-RECOVERED-COUNT.

      * Active holds as COMPUTE-ACTIVE-HOLDS counts them, as of the
      * target date: placed by then and not yet expired.
       TOTAL-HOLDS-AT-TARGET.
           MOVE 0 TO WS-HOLDS-TOTAL
           IF WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLDS-EOF
           MOVE RCW-NUMBER TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START
           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = RCW-NUMBER
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           IF HOLD-STATUS = 'ACTIVE' AND
                              HOLD-PLACED <= WS-TARGET-DATE AND
                              (HOLD-EXPIRY = 0 OR
                               HOLD-EXPIRY >= WS-TARGET-DATE)
                               ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * VERIFY: recovered against current, both ways round.
      *----------------------------------------------------------------
       VERIFY-RECOVERED-MASTER.
           OPEN INPUT RECOVERED-MASTER
           IF WS-RECOVERED-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'No recovered master to verify' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE SPACES TO REPORT-RECORD
               STRING 'CURRENT ACCOUNT MASTER CANNOT BE OPENED, STATUS '
                      WS-ACCT-MASTER-STATUS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE RECOVERED-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'VERIFICATION - RECOVERED AGAINST CURRENT MASTER'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RCV-NUMBER
           START RECOVERED-MASTER KEY >= RCV-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECOVERED-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VERIFIED-COUNT
                       PERFORM COMPARE-ONE-ACCOUNT
               END-READ
           END-PERFORM

      * A read the damaged master cannot complete ends the pass and
      * is reported, rather than being taken for end of file.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY >= ACCT-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ACCT-NUMBER TO RCV-NUMBER
                       READ RECOVERED-MASTER
                           INVALID KEY
                               ADD 1 TO WS-CURRENT-ONLY
                               ADD 1 TO WS-DIFFERENCE-COUNT
                               MOVE SPACES TO REPORT-RECORD
                               STRING 'CURRENT   ' ACCT-NUMBER
                                      ' NOT IN RECOVERED MASTER'
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                               WRITE REPORT-RECORD
                       END-READ
               END-READ
               IF WS-EOF NOT = 'Y' AND
                  WS-ACCT-MASTER-STATUS NOT = '00' AND
                  WS-ACCT-MASTER-STATUS NOT = '02'
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CURRENT ACCOUNT MASTER READ FAILED, STATUS '
                          WS-ACCT-MASTER-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-PERFORM

           CLOSE ACCOUNT-MASTER
           CLOSE RECOVERED-MASTER.

       COMPARE-ONE-ACCOUNT.
           MOVE RCV-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-RECOVERED-ONLY
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'RECOVERED ' RCV-NUMBER
                          ' NOT ON CURRENT MASTER'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO WS-DIFF-FOUND
           IF RCV-BALANCE NOT = ACCT-BALANCE
               MOVE 'BALANCE' TO WS-DIFF-FIELD
               MOVE RCV-BALANCE TO WS-DISPLAY-AMOUNT
               MOVE ACCT-BALANCE TO WS-DISPLAY-AMOUNT-2
               MOVE WS-DISPLAY-AMOUNT TO WS-DIFF-RECOVERED
               MOVE WS-DISPLAY-AMOUNT-2 TO WS-DIFF-CURRENT
               PERFORM WRITE-DIFFERENCE
           END-IF
           IF RCV-AVAIL-BALANCE NOT = ACCT-AVAIL-BALANCE
               MOVE 'AVAIL' TO WS-DIFF-FIELD
               MOVE RCV-AVAIL-BALANCE TO WS-DISPLAY-AMOUNT
               MOVE ACCT-AVAIL-BALANCE TO WS-DISPLAY-AMOUNT-2
               MOVE WS-DISPLAY-AMOUNT TO WS-DIFF-RECOVERED
               MOVE WS-DISPLAY-AMOUNT-2 TO WS-DIFF-CURRENT
               PERFORM WRITE-DIFFERENCE
           END-IF
           IF RCV-STATUS NOT = ACCT-STATUS
               MOVE 'STATUS' TO WS-DIFF-FIELD
               MOVE RCV-STATUS TO WS-DIFF-RECOVERED
               MOVE ACCT-STATUS TO WS-DIFF-CURRENT
               PERFORM WRITE-DIFFERENCE
           END-IF
           IF WS-DIFF-FOUND = 'Y'
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF.

       WRITE-DIFFERENCE.
           MOVE 'Y' TO WS-DIFF-FOUND
           MOVE SPACES TO REPORT-RECORD
           STRING 'DIFF      ' RCV-NUMBER ' ' WS-DIFF-FIELD
                  ' RECOVERED ' WS-DIFF-RECOVERED
                  ' CURRENT ' WS-DIFF-CURRENT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       AUDIT-RECOVERY.
           MOVE 'RECOVER' TO WS-AJ-ACTION
           MOVE 'account-master-recovered.dat' TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'SNAPSHOT ' WS-SNAPSHOT-DATE
                  ' TARGET ' WS-TARGET-TS
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'ACCOUNTS ' WS-RECOVERED-COUNT
                  ' DIFFERENCES ' WS-DIFFERENCE-COUNT
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           IF WS-IN-USER = SPACES
               MOVE 'ACCOUNT-RECOVERY' TO WS-IN-USER
           END-IF
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING 'ACCOUNT MASTER FORWARD RECOVERY - RUN '
                  WS-TODAY ' ' WS-NOW
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SNAPSHOT ' WS-SNAPSHOT-DATE
                  '  TARGET ' WS-TARGET-TS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-STATUS NOT = 'SUCCESS'
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOT COMPLETED: ' WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'Snapshot accounts: ' WS-SNAPSHOT-ACCOUNTS
                  '  Opened since: ' WS-OPENED-ACCOUNTS
                  '  Changes applied: ' WS-CHANGES-APPLIED
                  '  Postings applied: ' WS-POSTINGS-APPLIED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'Changes without an image: ' WS-UNKNOWN-EVENTS
                  '  Status changes without a status: '
                  WS-STATUS-UNKNOWN
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'Recovered: ' WS-RECOVERED-COUNT
                  '  Verified: ' WS-VERIFIED-COUNT
                  '  Differing: ' WS-DIFFERENCE-COUNT
                  '  Recovered only: ' WS-RECOVERED-ONLY
                  '  Current only: ' WS-CURRENT-ONLY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-OUTPUT.
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"SUCCESS",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"snapshot_date":' WS-SNAPSHOT-DATE ','
                   '"target":' WS-TARGET-TS ','
                   '"recovered":' WS-RECOVERED-COUNT ','
                   '"opened_since_snapshot":' WS-OPENED-ACCOUNTS ','
                   '"changes_applied":' WS-CHANGES-APPLIED ','
                   '"postings_applied":' WS-POSTINGS-APPLIED ','
                   '"verified":' WS-VERIFIED-COUNT ','
                   '"differences":' WS-DIFFERENCE-COUNT ','
                   '"recovered_file":"account-master-recovered.dat"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
