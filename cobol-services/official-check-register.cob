       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-REGISTER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Official (cashier's) check issuance subprogram. Every program
      * that cuts an official check - the closing disposition in
      * ACCOUNT-MAINTENANCE, teller sales in TELLER-CAPTURE and the
      * maintenance ISSUE in OFFICIAL-CHECK-MANAGER - calls this so
      * the check exists on the register (official-checks.dat, keyed
      * by check number) before it leaves the bank. The next check
      * number is assigned here, the register row is written ISSUED,
      * and the liability is booked through GL-POSTING: debit 2000
      * when a deposit account funds it, debit 1000 when it is bought
      * with cash, credit 2500 OFFICIAL CHECKS OUTSTANDING. The row
      * stays on 2500 until CHECK-PRESENTMENT pays it, maintenance
      * voids it or the escheatment sweep remits it.
      *
      * The caller moves the customer balance itself; this program
      * only registers and books the check. A blank OC-ACCOUNT means
      * cash. Return codes: 00 issued (OC-CHECK-NUMBER set), 02 GL
      * posting failed (nothing registered), 03 register not
      * available, 04 amount not positive.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO 'official-checks.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFC-CHECK-NUMBER
               FILE STATUS IS WS-OFC-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-OFC-STATUS           PIC XX.
       01  WS-OFC-EOF              PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-LAST-NUMBER          PIC 9(10).
       01  WS-FIRST-NUMBER         PIC 9(10) VALUE 1000000000.

       01  WS-GL-DEBIT-ACCOUNT     PIC X(10).
       01  WS-GL-CREDIT-ACCOUNT    PIC X(10).
       01  WS-GL-AMOUNT            PIC S9(12)V99 COMP-3.
       01  WS-GL-SOURCE-REF        PIC X(20).
       01  WS-GL-DESCRIPTION       PIC X(40).
       01  WS-GL-RETURN-CODE       PIC X(02).
       01  WS-GL-COST-CENTER       PIC X(4).

       LINKAGE SECTION.
       01  OC-PAYEE                PIC X(40).
       01  OC-REMITTER             PIC X(40).
       01  OC-AMOUNT               PIC S9(10)V99 COMP-3.
       01  OC-ACCOUNT              PIC X(20).
       01  OC-ORIGIN               PIC X(10).
       01  OC-USER                 PIC X(30).
       01  OC-COST-CENTER          PIC X(4).
       01  OC-CHECK-NUMBER         PIC 9(10).
       01  OC-RETURN-CODE          PIC X(2).

       PROCEDURE DIVISION USING OC-PAYEE
                                 OC-REMITTER
                                 OC-AMOUNT
                                 OC-ACCOUNT
                                 OC-ORIGIN
                                 OC-USER
                                 OC-COST-CENTER
                                 OC-CHECK-NUMBER
                                 OC-RETURN-CODE.
       OFFICIAL-CHECK-REGISTER-MAIN.
           MOVE '00' TO OC-RETURN-CODE
           MOVE 0 TO OC-CHECK-NUMBER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF OC-AMOUNT NOT > 0
               MOVE '04' TO OC-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-OFC-STATUS = '35'
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF
           IF WS-OFC-STATUS NOT = '00'
               MOVE '03' TO OC-RETURN-CODE
               GOBACK
           END-IF

           PERFORM ASSIGN-NEXT-CHECK-NUMBER
           PERFORM WRITE-ISSUED-CHECK
           IF OC-RETURN-CODE = '00'
               PERFORM BOOK-CHECK-LIABILITY
           END-IF

           CLOSE OFFICIAL-CHECK-FILE
           GOBACK.

      * Check numbers run in sequence from the highest on the
      * register; the stock starts at 1000000001.
       ASSIGN-NEXT-CHECK-NUMBER.
           MOVE WS-FIRST-NUMBER TO WS-LAST-NUMBER
           MOVE 'N' TO WS-OFC-EOF
           MOVE 0 TO OFC-CHECK-NUMBER
           START OFFICIAL-CHECK-FILE KEY >= OFC-CHECK-NUMBER
               INVALID KEY MOVE 'Y' TO WS-OFC-EOF
           END-START
           PERFORM UNTIL WS-OFC-EOF = 'Y'
               READ OFFICIAL-CHECK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OFC-EOF
                   NOT AT END
                       IF OFC-CHECK-NUMBER > WS-LAST-NUMBER
                           MOVE OFC-CHECK-NUMBER TO WS-LAST-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE OC-CHECK-NUMBER = WS-LAST-NUMBER + 1.

       WRITE-ISSUED-CHECK.
           MOVE OC-CHECK-NUMBER TO OFC-CHECK-NUMBER
           MOVE OC-PAYEE TO OFC-PAYEE
           MOVE OC-REMITTER TO OFC-REMITTER
           MOVE OC-AMOUNT TO OFC-AMOUNT
           MOVE WS-TODAY TO OFC-ISSUE-DATE
           IF OC-ACCOUNT = SPACES
               MOVE 'CASH' TO OFC-FUNDING
           ELSE
               MOVE 'ACCT' TO OFC-FUNDING
           END-IF
           MOVE OC-ACCOUNT TO OFC-ACCOUNT
           MOVE OC-ORIGIN TO OFC-ORIGIN
           MOVE OC-USER TO OFC-ISSUED-BY
           MOVE 'ISSUED' TO OFC-STATUS
           MOVE WS-TODAY TO OFC-STATUS-DATE
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE '03' TO OC-RETURN-CODE
                   MOVE 0 TO OC-CHECK-NUMBER
           END-WRITE.

      * The register row only stands if the liability books; a failed
      * posting takes the row back off so the two never disagree.
       BOOK-CHECK-LIABILITY.
           IF OC-ACCOUNT = SPACES
               MOVE '1000' TO WS-GL-DEBIT-ACCOUNT
               MOVE 'CASH' TO WS-GL-SOURCE-REF
           ELSE
               MOVE '2000' TO WS-GL-DEBIT-ACCOUNT
               MOVE OC-ACCOUNT TO WS-GL-SOURCE-REF
           END-IF
           MOVE '2500' TO WS-GL-CREDIT-ACCOUNT
           MOVE OC-AMOUNT TO WS-GL-AMOUNT
           MOVE OC-COST-CENTER TO WS-GL-COST-CENTER
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Official check ' OC-CHECK-NUMBER
               ' ' FUNCTION TRIM(OC-ORIGIN)
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE OC-CHECK-NUMBER TO OFC-CHECK-NUMBER
               DELETE OFFICIAL-CHECK-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE '02' TO OC-RETURN-CODE
               MOVE 0 TO OC-CHECK-NUMBER
           END-IF.
