       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-LETTER.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Outbound check clearing. Collects the business day's deposited
      * check items from transactions.dat - every DEPOSIT in category
      * CHECK, whatever the channel (TELLER, RDC, ...) - and sorts
      * them by the drawee routing number carried in the item's MICR
      * (TRANS-REFERENCE: routing 1-9, account 10-24, serial 25-30).
      *   transit items - drawn on other banks - go out for collection
      *     on cash-letter-x937.dat, an X9.37 style cash letter: file
      *     header (01), cash letter header (10), bundles of at most
      *     WS-BUNDLE-LIMIT items (20 / 25 check detail / 26 BOFD
      *     addendum / 70 control), cash letter control (90) and file
      *     control (99). The file is registered on the transmission
      *     register through FILE-REGISTER; its total is the Fed
      *     settlement credit SETTLEMENT-RECON expects (type ICL).
      *   on-us items - drawn on our own customers - are not sent out;
      *     they are written to check-onus-items.dat in the
      *     presentment layout for CHECK-PRESENTMENT to pay.
      *   items without a usable MICR are listed as exceptions for
      *     operations to repair.
      * Every item and its disposition is listed on
      * cash-letter-report.txt. The business date comes from
      * cash-letter-input.json ("business_date"), default today; JSON
      * summary in cash-letter-output.json.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'cash-letter-input.json'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO 'cash-letter-output.json'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRANS-KEY
               ALTERNATE RECORD KEY IS TRANS-ACCOUNT WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT X937-FILE ASSIGN TO 'cash-letter-x937.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-X937-STATUS.
           SELECT ONUS-FILE ASSIGN TO 'check-onus-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONUS-STATUS.
           SELECT LETTER-REPORT ASSIGN TO 'cash-letter-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(1000).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD           PIC X(1000).

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
           05  TRANS-MICR REDEFINES TRANS-REFERENCE.
               10  TRANS-MICR-ROUTING  PIC X(9).
               10  TRANS-MICR-ACCOUNT  PIC X(15).
               10  TRANS-MICR-SERIAL   PIC X(6).
           05  TRANS-CHANNEL       PIC X(20).

       FD  X937-FILE.
       01  X937-RECORD             PIC X(80).

      * Same layout as CHECK-PRESENTMENT's clearing input.
       FD  ONUS-FILE.
       01  ONUS-RECORD.
           05  ONU-ACCOUNT         PIC X(20).
           05  ONU-SERIAL          PIC X(10).
           05  ONU-AMOUNT          PIC 9(8)V99.
           05  ONU-PRESENT-DATE    PIC 9(8).

       FD  LETTER-REPORT.
       01  LETTER-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS         PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-X937-STATUS          PIC XX.
       01  WS-ONUS-STATUS          PIC XX.
       01  WS-TRANS-EOF            PIC X.
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-STATUS               PIC X(10) VALUE 'SUCCESS'.
       01  WS-ERROR-MESSAGE        PIC X(60) VALUE SPACES.

      * Our identity as bank of first deposit, and the Fed as the
      * collecting bank.
       01  WS-BANK-ROUTING         PIC X(9) VALUE '071000505'.
       01  WS-BANK-NAME            PIC X(18)
               VALUE 'SUITECRM BANKING'.
       01  WS-FED-ROUTING          PIC X(9) VALUE '011000015'.
       01  WS-FED-NAME             PIC X(18)
               VALUE 'FEDERAL RESERVE'.
       01  WS-CONTACT-NAME         PIC X(14) VALUE 'CHECK CLEARING'.
       01  WS-CONTACT-PHONE        PIC X(10) VALUE '8005550100'.
       01  WS-BUNDLE-LIMIT         PIC 9(4) VALUE 300.

       01  WS-X937-BUILD           PIC X(80).
       01  WS-ITEM-KIND            PIC X(10).
       01  WS-ITEM-SEQ             PIC 9(7) VALUE 0.
       01  WS-ITEM-SEQ-BUILD.
           05  WS-ISB-DATE         PIC 9(8).
           05  WS-ISB-SEQ          PIC 9(7).
       01  WS-AMOUNT-CENTS         PIC 9(10).
       01  WS-BUNDLE-CENTS         PIC 9(12).
       01  WS-LETTER-CENTS         PIC 9(14).
       01  WS-FILE-CENTS           PIC 9(16).
       01  WS-ONUS-FIELD           PIC X(20).

       01  WS-LETTER-OPEN          PIC X VALUE 'N'.
       01  WS-BUNDLE-OPEN          PIC X VALUE 'N'.
       01  WS-BUNDLE-SEQ           PIC 9(4) VALUE 0.
       01  WS-BUNDLE-ITEMS         PIC 9(4) VALUE 0.
       01  WS-BUNDLE-TOTAL         PIC 9(10)V99 VALUE 0.
       01  WS-BUNDLE-ID.
           05  WS-BID-DATE         PIC X(6).
           05  WS-BID-SEQ          PIC 9(4).
       01  WS-RECORD-COUNT         PIC 9(8) VALUE 0.
       01  WS-BUNDLE-COUNT         PIC 9(6) VALUE 0.

       01  WS-FR-FIELDS.
           05  WS-FR-LOGICAL       PIC X(20).
           05  WS-FR-PHYSICAL      PIC X(40).
           05  WS-FR-BUSINESS-DATE PIC 9(8).
           05  WS-FR-AMOUNT-TOTAL  PIC S9(12)V99 COMP-3.
           05  WS-FR-RECORD-COUNT  PIC 9(9).
           05  WS-FR-RETURN-CODE   PIC X(2) VALUE SPACES.

       01  WS-RUN-STATS.
           05  WS-ITEMS-READ       PIC 9(9) VALUE 0.
           05  WS-TRANSIT-ITEMS    PIC 9(8) VALUE 0.
           05  WS-TRANSIT-TOTAL    PIC 9(12)V99 VALUE 0.
           05  WS-ONUS-ITEMS       PIC 9(9) VALUE 0.
           05  WS-ONUS-TOTAL       PIC 9(12)V99 VALUE 0.
           05  WS-EXCEPTION-ITEMS  PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-TOTAL  PIC 9(12)V99 VALUE 0.

       01  WS-DISPLAY-AMOUNT       PIC Z(9)9.99.
       01  WS-JSON-PRE             PIC X(1000).
       01  WS-JSON-POST            PIC X(1000).
       01  WS-JSON-VALUE           PIC X(30).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-PARAMETERS
           PERFORM BUILD-CASH-LETTER
           PERFORM WRITE-JSON-SUMMARY
           STOP RUN.

       READ-PARAMETERS.
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           MOVE SPACES TO INPUT-RECORD
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS = '00'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE INPUT-FILE

               MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
               UNSTRING INPUT-RECORD DELIMITED BY '"business_date":'
                   INTO WS-JSON-PRE WS-JSON-POST
               IF WS-JSON-POST NOT = SPACES
                   MOVE SPACES TO WS-JSON-VALUE
                   UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                       INTO WS-JSON-VALUE
                   IF FUNCTION NUMVAL(WS-JSON-VALUE) > 0
                       COMPUTE WS-BUSINESS-DATE =
                           FUNCTION NUMVAL(WS-JSON-VALUE)
                   END-IF
               END-IF
           END-IF.

       BUILD-CASH-LETTER.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'FAILED' TO WS-STATUS
               MOVE 'Transaction file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT X937-FILE
           OPEN OUTPUT ONUS-FILE
           OPEN OUTPUT LETTER-REPORT
           MOVE SPACES TO LETTER-REPORT-RECORD
           STRING 'CASH LETTER - BUSINESS DATE ' WS-BUSINESS-DATE
                  '  RUN ' WS-TODAY ' ' WS-NOW
               DELIMITED BY SIZE INTO LETTER-REPORT-RECORD
           WRITE LETTER-REPORT-RECORD

           MOVE 'N' TO WS-TRANS-EOF
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           START TRANSACTION-FILE KEY >= TRANS-DATE
               INVALID KEY MOVE 'Y' TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       IF TRANS-DATE > WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-TRANS-EOF
                       ELSE
                           IF TRANS-TYPE = 'DEPOSIT' AND
                              TRANS-CATEGORY = 'CHECK' AND
                              TRANS-STATUS = 'POSTED' AND
                              TRANS-AMOUNT > 0
                               ADD 1 TO WS-ITEMS-READ
                               PERFORM ROUTE-DEPOSITED-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LETTER-OPEN = 'Y'
               PERFORM CLOSE-CASH-LETTER
           END-IF

           MOVE WS-TRANSIT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-REPORT-RECORD
           STRING 'TRANSIT ' WS-TRANSIT-ITEMS ' ITEMS '
                  WS-DISPLAY-AMOUNT '  BUNDLES ' WS-BUNDLE-COUNT
               DELIMITED BY SIZE INTO LETTER-REPORT-RECORD
           WRITE LETTER-REPORT-RECORD
           MOVE WS-ONUS-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-REPORT-RECORD
           STRING 'ON-US   ' WS-ONUS-ITEMS ' ITEMS '
                  WS-DISPLAY-AMOUNT ' TO CHECK-PRESENTMENT'
               DELIMITED BY SIZE INTO LETTER-REPORT-RECORD
           WRITE LETTER-REPORT-RECORD
           MOVE WS-EXCEPTION-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-REPORT-RECORD
           STRING 'NO MICR ' WS-EXCEPTION-ITEMS ' ITEMS '
                  WS-DISPLAY-AMOUNT ' FOR REPAIR'
               DELIMITED BY SIZE INTO LETTER-REPORT-RECORD
           WRITE LETTER-REPORT-RECORD

           CLOSE LETTER-REPORT
           CLOSE ONUS-FILE
           CLOSE X937-FILE
           CLOSE TRANSACTION-FILE

      * The cash letter goes on the transmission register like every
      * interface file we produce; a letter with no transit items is
      * not sent.
           IF WS-TRANSIT-ITEMS > 0
               MOVE 'X937-CASH-LETTER' TO WS-FR-LOGICAL
               MOVE 'cash-letter-x937.dat' TO WS-FR-PHYSICAL
               MOVE WS-BUSINESS-DATE TO WS-FR-BUSINESS-DATE
               MOVE WS-TRANSIT-TOTAL TO WS-FR-AMOUNT-TOTAL
               PERFORM REGISTER-INTERFACE-FILE
               IF WS-FR-RETURN-CODE = '01'
                   MOVE 'FAILED' TO WS-STATUS
                   MOVE 'Cash letter already on the register'
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       REGISTER-INTERFACE-FILE.
           CALL 'FILE-REGISTER' USING WS-FR-LOGICAL
                                       WS-FR-PHYSICAL
                                       WS-FR-BUSINESS-DATE
                                       WS-FR-AMOUNT-TOTAL
                                       WS-FR-RECORD-COUNT
                                       WS-FR-RETURN-CODE.

      *----------------------------------------------------------------
      * One deposited item: no usable routing is an exception, our
      * own routing is on-us, anything else is transit.
      *----------------------------------------------------------------
       ROUTE-DEPOSITED-ITEM.
           EVALUATE TRUE
               WHEN TRANS-MICR-ROUTING IS NOT NUMERIC
                   MOVE 'NO-MICR' TO WS-ITEM-KIND
                   ADD 1 TO WS-EXCEPTION-ITEMS
                   ADD TRANS-AMOUNT TO WS-EXCEPTION-TOTAL
               WHEN TRANS-MICR-ROUTING = WS-BANK-ROUTING
                   MOVE 'ON-US' TO WS-ITEM-KIND
                   PERFORM WRITE-ONUS-ITEM
               WHEN OTHER
                   MOVE 'TRANSIT' TO WS-ITEM-KIND
                   PERFORM WRITE-TRANSIT-ITEM
           END-EVALUATE
           PERFORM WRITE-ITEM-REPORT-LINE.

       WRITE-ONUS-ITEM.
           MOVE SPACES TO ONUS-RECORD
           MOVE TRANS-MICR-ACCOUNT TO ONU-ACCOUNT
           MOVE TRANS-MICR-SERIAL TO ONU-SERIAL
           MOVE TRANS-AMOUNT TO ONU-AMOUNT
           MOVE WS-BUSINESS-DATE TO ONU-PRESENT-DATE
           WRITE ONUS-RECORD
           ADD 1 TO WS-ONUS-ITEMS
           ADD TRANS-AMOUNT TO WS-ONUS-TOTAL.

       WRITE-TRANSIT-ITEM.
           IF WS-LETTER-OPEN = 'N'
               PERFORM OPEN-CASH-LETTER
           END-IF
           IF WS-BUNDLE-OPEN = 'Y' AND
              WS-BUNDLE-ITEMS >= WS-BUNDLE-LIMIT
               PERFORM CLOSE-BUNDLE
           END-IF
           IF WS-BUNDLE-OPEN = 'N'
               PERFORM OPEN-BUNDLE
           END-IF

           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-BUSINESS-DATE TO WS-ISB-DATE
           MOVE WS-ITEM-SEQ TO WS-ISB-SEQ
           COMPUTE WS-AMOUNT-CENTS = TRANS-AMOUNT * 100
           MOVE SPACES TO WS-ONUS-FIELD
           STRING FUNCTION TRIM(TRANS-MICR-ACCOUNT) '/'
               DELIMITED BY SIZE INTO WS-ONUS-FIELD

      * 25 - check detail
           MOVE SPACES TO WS-X937-BUILD
           MOVE '25' TO WS-X937-BUILD(1:2)
           MOVE TRANS-MICR-SERIAL TO WS-X937-BUILD(3:15)
           MOVE TRANS-MICR-ROUTING(1:8) TO WS-X937-BUILD(19:8)
           MOVE TRANS-MICR-ROUTING(9:1) TO WS-X937-BUILD(27:1)
           MOVE WS-ONUS-FIELD TO WS-X937-BUILD(28:20)
           MOVE WS-AMOUNT-CENTS TO WS-X937-BUILD(48:10)
           MOVE WS-ITEM-SEQ-BUILD TO WS-X937-BUILD(58:15)
           MOVE 'G' TO WS-X937-BUILD(73:1)
           MOVE '1' TO WS-X937-BUILD(75:1)
           MOVE 'Y' TO WS-X937-BUILD(76:1)
           MOVE '01' TO WS-X937-BUILD(77:2)
           MOVE '0' TO WS-X937-BUILD(79:1)
           PERFORM WRITE-X937-RECORD

      * 26 - addendum A: we are the bank of first deposit
           MOVE SPACES TO WS-X937-BUILD
           MOVE '26' TO WS-X937-BUILD(1:2)
           MOVE '1' TO WS-X937-BUILD(3:1)
           MOVE WS-BANK-ROUTING TO WS-X937-BUILD(4:9)
           MOVE WS-BUSINESS-DATE TO WS-X937-BUILD(13:8)
           MOVE WS-ITEM-SEQ-BUILD TO WS-X937-BUILD(21:15)
           MOVE TRANS-ACCOUNT(1:18) TO WS-X937-BUILD(36:18)
           MOVE TRANS-CHANNEL(1:5) TO WS-X937-BUILD(54:5)
           MOVE 'Y' TO WS-X937-BUILD(74:1)
           PERFORM WRITE-X937-RECORD

           ADD 1 TO WS-BUNDLE-ITEMS
           ADD TRANS-AMOUNT TO WS-BUNDLE-TOTAL
           ADD 1 TO WS-TRANSIT-ITEMS
           ADD TRANS-AMOUNT TO WS-TRANSIT-TOTAL.

      * 01 file header and 10 cash letter header.
       OPEN-CASH-LETTER.
           MOVE SPACES TO WS-X937-BUILD
           MOVE '01' TO WS-X937-BUILD(1:2)
           MOVE '03' TO WS-X937-BUILD(3:2)
           MOVE 'P' TO WS-X937-BUILD(5:1)
           MOVE WS-FED-ROUTING TO WS-X937-BUILD(6:9)
           MOVE WS-BANK-ROUTING TO WS-X937-BUILD(15:9)
           MOVE WS-TODAY TO WS-X937-BUILD(24:8)
           MOVE WS-NOW(1:4) TO WS-X937-BUILD(32:4)
           MOVE 'N' TO WS-X937-BUILD(36:1)
           MOVE WS-FED-NAME TO WS-X937-BUILD(37:18)
           MOVE WS-BANK-NAME TO WS-X937-BUILD(55:18)
           MOVE 'A' TO WS-X937-BUILD(73:1)
           MOVE 'US' TO WS-X937-BUILD(74:2)
           PERFORM WRITE-X937-RECORD

           MOVE SPACES TO WS-X937-BUILD
           MOVE '10' TO WS-X937-BUILD(1:2)
           MOVE '01' TO WS-X937-BUILD(3:2)
           MOVE WS-FED-ROUTING TO WS-X937-BUILD(5:9)
           MOVE WS-BANK-ROUTING TO WS-X937-BUILD(14:9)
           MOVE WS-BUSINESS-DATE TO WS-X937-BUILD(23:8)
           MOVE WS-TODAY TO WS-X937-BUILD(31:8)
           MOVE WS-NOW(1:4) TO WS-X937-BUILD(39:4)
           MOVE 'N' TO WS-X937-BUILD(43:1)
           MOVE 'G' TO WS-X937-BUILD(44:1)
           MOVE WS-BUSINESS-DATE TO WS-X937-BUILD(45:8)
           MOVE WS-CONTACT-NAME TO WS-X937-BUILD(53:14)
           MOVE WS-CONTACT-PHONE TO WS-X937-BUILD(67:10)
           PERFORM WRITE-X937-RECORD
           MOVE 'Y' TO WS-LETTER-OPEN.

       OPEN-BUNDLE.
           ADD 1 TO WS-BUNDLE-SEQ
           ADD 1 TO WS-BUNDLE-COUNT
           MOVE 0 TO WS-BUNDLE-ITEMS
           MOVE 0 TO WS-BUNDLE-TOTAL
           MOVE WS-BUSINESS-DATE(3:6) TO WS-BID-DATE
           MOVE WS-BUNDLE-SEQ TO WS-BID-SEQ

           MOVE SPACES TO WS-X937-BUILD
           MOVE '20' TO WS-X937-BUILD(1:2)
           MOVE '01' TO WS-X937-BUILD(3:2)
           MOVE WS-FED-ROUTING TO WS-X937-BUILD(5:9)
           MOVE WS-BANK-ROUTING TO WS-X937-BUILD(14:9)
           MOVE WS-BUSINESS-DATE TO WS-X937-BUILD(23:8)
           MOVE WS-TODAY TO WS-X937-BUILD(31:8)
           MOVE WS-BUNDLE-ID TO WS-X937-BUILD(39:10)
           MOVE WS-BUNDLE-SEQ TO WS-X937-BUILD(49:4)
           MOVE WS-BANK-ROUTING TO WS-X937-BUILD(55:9)
           PERFORM WRITE-X937-RECORD
           MOVE 'Y' TO WS-BUNDLE-OPEN.

      * 70 - bundle control. No images travel with this letter.
       CLOSE-BUNDLE.
           COMPUTE WS-BUNDLE-CENTS = WS-BUNDLE-TOTAL * 100
           MOVE SPACES TO WS-X937-BUILD
           MOVE '70' TO WS-X937-BUILD(1:2)
           MOVE WS-BUNDLE-ITEMS TO WS-X937-BUILD(3:4)
           MOVE WS-BUNDLE-CENTS TO WS-X937-BUILD(7:12)
           MOVE WS-BUNDLE-CENTS TO WS-X937-BUILD(19:12)
           MOVE '00000' TO WS-X937-BUILD(31:5)
           PERFORM WRITE-X937-RECORD
           MOVE 'N' TO WS-BUNDLE-OPEN.

      * 90 cash letter control and 99 file control. The 99 record
      * counts itself.
       CLOSE-CASH-LETTER.
           IF WS-BUNDLE-OPEN = 'Y'
               PERFORM CLOSE-BUNDLE
           END-IF

           COMPUTE WS-LETTER-CENTS = WS-TRANSIT-TOTAL * 100
           MOVE SPACES TO WS-X937-BUILD
           MOVE '90' TO WS-X937-BUILD(1:2)
           MOVE WS-BUNDLE-COUNT TO WS-X937-BUILD(3:6)
           MOVE WS-TRANSIT-ITEMS TO WS-X937-BUILD(9:8)
           MOVE WS-LETTER-CENTS TO WS-X937-BUILD(17:14)
           MOVE '000000000' TO WS-X937-BUILD(31:9)
           MOVE WS-BANK-NAME TO WS-X937-BUILD(40:18)
           MOVE WS-BUSINESS-DATE TO WS-X937-BUILD(58:8)
           PERFORM WRITE-X937-RECORD

           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-FILE-CENTS = WS-TRANSIT-TOTAL * 100
           MOVE SPACES TO WS-X937-BUILD
           MOVE '99' TO WS-X937-BUILD(1:2)
           MOVE '000001' TO WS-X937-BUILD(3:6)
           MOVE WS-RECORD-COUNT TO WS-X937-BUILD(9:8)
           MOVE WS-TRANSIT-ITEMS TO WS-X937-BUILD(17:8)
           MOVE WS-FILE-CENTS TO WS-X937-BUILD(25:16)
           MOVE WS-CONTACT-NAME TO WS-X937-BUILD(41:14)
           MOVE WS-CONTACT-PHONE TO WS-X937-BUILD(55:10)
           MOVE WS-X937-BUILD TO X937-RECORD
           WRITE X937-RECORD
           MOVE 'N' TO WS-LETTER-OPEN.

       WRITE-X937-RECORD.
           MOVE WS-X937-BUILD TO X937-RECORD
           WRITE X937-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       WRITE-ITEM-REPORT-LINE.
           MOVE TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-REPORT-RECORD
           STRING WS-ITEM-KIND ' ' TRANS-ACCOUNT ' '
                  TRANS-MICR-ROUTING ' ' TRANS-MICR-ACCOUNT ' '
                  TRANS-MICR-SERIAL ' ' WS-DISPLAY-AMOUNT ' '
                  TRANS-CHANNEL(1:10) ' ' TRANS-DATE TRANS-TIME
               DELIMITED BY SIZE INTO LETTER-REPORT-RECORD
           WRITE LETTER-REPORT-RECORD.

       WRITE-JSON-SUMMARY.
           STRING '{"status":"' FUNCTION TRIM(WS-STATUS) '",'
               '"business_date":' WS-BUSINESS-DATE ','
               '"items_read":' WS-ITEMS-READ ','
               '"transit_items":' WS-TRANSIT-ITEMS ','
               '"transit_total":' WS-TRANSIT-TOTAL ','
               '"bundles":' WS-BUNDLE-COUNT ','
               '"onus_items":' WS-ONUS-ITEMS ','
               '"onus_total":' WS-ONUS-TOTAL ','
               '"exception_items":' WS-EXCEPTION-ITEMS ','
               '"exception_total":' WS-EXCEPTION-TOTAL ','
               '"register_rc":"' WS-FR-RETURN-CODE '",'
               '"error":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '",'
               '"cash_letter":"cash-letter-x937.dat",'
               '"onus_file":"check-onus-items.dat",'
               '"report":"cash-letter-report.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.
