      * through the end of the expiry month), joins the owning account
      * and the customer master record, and writes a campaign extract
      * the CRM feeds into its reissue mailing. Summary JSON in
      * card-expiry-output.json. The replacement cards themselves are
      * produced by CARD-REISSUE; a card it has already replaced is no
      * longer ACTIVE and drops out of this extract.
      * Each card in a window is also queued as a CARD-EXPIRY notice
      * through NOTICE-QUEUE (last four digits only), so the
      * customer's delivery preference decides paper or email.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  CRD-ACCOUNT         PIC X(20).
           05  CRD-EXPIRY-MONTH    PIC 99.
           05  CRD-EXPIRY-YEAR     PIC 9999.
           05  CRD-STATUS          PIC X(20).
           05  CRD-LINKED-DATE     PIC 9(8).
           05  CRD-REPLACES-KEY    PIC X(19).
           05  CRD-REPLACED-BY     PIC X(19).
           05  CRD-OVERLAP-END     PIC 9(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  CUST-EMAIL          PIC X(50).
           05  CUST-DATE-OPENED    PIC 9(8).
           05  CUST-KYC-STATUS     PIC X(10).
           05  CUST-TIN-STATUS     PIC X(10).
           05  CUST-TIN-CERT-DATE  PIC 9(8).
           05  CUST-DELIVERY-PREF  PIC X(5).
           05  CUST-EMAIL-CONSENT  PIC X(1).
           05  CUST-RETURNED-MAIL  PIC X(1).
           05  CUST-RETURNED-DATE  PIC 9(8).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD         PIC X(200).
           05  WS-CARDS-60-DAY     PIC 9(9) VALUE 0.
           05  WS-CARDS-30-DAY     PIC 9(9) VALUE 0.

      * Customer notices go out through the NOTICE-QUEUE subprogram.
       01  WS-NQ-FIELDS.
           05  WS-NQ-TYPE          PIC X(12) VALUE 'CARD-EXPIRY'.
           05  WS-NQ-CUST-ID       PIC X(10).
           05  WS-NQ-ACCOUNT       PIC X(20).
           05  WS-NQ-MERGE-DATA    PIC X(200).
           05  WS-NQ-PROGRAM       PIC X(20)
                                   VALUE 'CARD-EXPIRY-EXTRACT'.
           05  WS-NQ-RETURN-CODE   PIC XX.
       01  WS-CARD-LEN             PIC 9(2).
       01  WS-NOTICES-QUEUED       PIC 9(9) VALUE 0.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.
           IF WS-EXPIRY-WINDOW NOT = SPACES
               PERFORM JOIN-ACCOUNT-AND-CUSTOMER
               PERFORM WRITE-CAMPAIGN-RECORD
               PERFORM QUEUE-EXPIRY-NOTICE
           END-IF.

       JOIN-ACCOUNT-AND-CUSTOMER.
               DELIMITED BY SIZE INTO CAMPAIGN-RECORD
           WRITE CAMPAIGN-RECORD.

       QUEUE-EXPIRY-NOTICE.
           MOVE SPACES TO WS-NQ-CUST-ID
           IF WS-OWNER-CUSTOMER NOT = 'UNKNOWN'
               MOVE WS-OWNER-CUSTOMER TO WS-NQ-CUST-ID
           END-IF
           MOVE CRD-ACCOUNT TO WS-NQ-ACCOUNT
           COMPUTE WS-CARD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(CRD-CARD-KEY))
           IF WS-CARD-LEN < 4
               MOVE 4 TO WS-CARD-LEN
           END-IF
           MOVE SPACES TO WS-NQ-MERGE-DATA
           STRING 'WINDOW=' WS-EXPIRY-WINDOW
                  ';CARD-LAST4=' CRD-CARD-KEY(WS-CARD-LEN - 3:4)
                  ';EXPIRES=' CRD-EXPIRY-MONTH '/' CRD-EXPIRY-YEAR
               DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           CALL 'NOTICE-QUEUE' USING WS-NQ-TYPE
                                     WS-NQ-CUST-ID
                                     WS-NQ-ACCOUNT
                                     WS-NQ-MERGE-DATA
                                     WS-NQ-PROGRAM
                                     WS-NQ-RETURN-CODE
           IF WS-NQ-RETURN-CODE = '00'
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

       WRITE-JSON-SUMMARY.
           STRING '{"status":"COMPLETED",'
               '"cards_scanned":' WS-CARDS-SCANNED ','
               '"expiring_60_day":' WS-CARDS-60-DAY ','
               '"expiring_30_day":' WS-CARDS-30-DAY ','
               '"notices_queued":' WS-NOTICES-QUEUED ','
               '"campaign_file":"card-expiry-campaign.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT
