      * (charged-off.dat) with a GL posting to the loss account.
      * RECOVERY accepts a later payment against a charged-off
      * balance and posts recovery income. REPORT writes the monthly
      * charge-off and recovery report for the board. A deposit
      * charge-off is recorded on account-change-log.dat like any
      * other account status change. Driven by
      * chargeoff-input.json; JSON summary in chargeoff-output.json.
      *----------------------------------------------------------------

               ACCESS IS DYNAMIC
               RECORD KEY IS LBL-KEY
               FILE STATUS IS WS-LOAN-BILLING-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'account-change-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LBL-STATUS          PIC X(10).
           05  LBL-PAID-DATE       PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-COF-STATUS           PIC XX.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
       01  WS-LOAN-BILLING-STATUS  PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-IN-AMOUNT            PIC 9(10)V99.
       01  WS-AGE-THRESHOLD-DAYS   PIC 9(5) VALUE 90.

       01  WS-CHG-TYPE             PIC X(12).
       01  WS-CHG-BEFORE           PIC S9(12)V99.
       01  WS-CHG-DATE             PIC 9(8).
       01  WS-CHG-TIME             PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).

       01  WS-DAYS-AGED            PIC 9(8).
       01  WS-CHGOFF-AMOUNT        PIC S9(12)V99.
       01  WS-LOAN-QUALIFIES       PIC X.
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO WS-CHG-BEFORE
           MOVE 0 TO ACCT-BALANCE
           MOVE 0 TO ACCT-AVAIL-BALANCE
           MOVE 'CHGOFF' TO ACCT-STATUS
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           MOVE 'CHGOFF' TO WS-CHG-TYPE
           PERFORM WRITE-ACCOUNT-CHANGE

           MOVE ACCT-NUMBER TO COF-ID
           MOVE 'DEPOSIT' TO COF-TYPE
           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.

      * Same change-data-capture record ACCOUNT-MAINTENANCE writes, so
      * the status change reaches MAINFRAME-SYNC's delta sync and
      * ACCOUNT-RECOVERY's roll-forward.
       WRITE-ACCOUNT-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF

           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-CHG-TIME

           MOVE ACCT-NUMBER TO CHG-ACCOUNT
           MOVE WS-CHG-TYPE TO CHG-TYPE
           COMPUTE CHG-TIMESTAMP =
               WS-CHG-DATE * 1000000 + WS-CHG-TIME
           MOVE WS-CHG-BEFORE TO CHG-BEFORE-BAL
           MOVE ACCT-BALANCE TO CHG-AFTER-BAL
           MOVE ACCT-STATUS TO CHG-AFTER-STATUS
           WRITE CHANGE-LOG-RECORD

           CLOSE CHANGE-LOG-FILE.
