      * balance, fee summary, closing balance) plus an index file of
      * the statements produced. A JSON summary is written to
      * statement-output.json for the CRM.
      * The account number printed on the statement is masked to its
      * last four digits by PII-MASK; the index keeps it in full.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  AOX-ROLE            PIC X(10).

       WORKING-STORAGE SECTION.
      * PII masking: unattended batch output is always masked.
       01  WS-PII-ROLE             PIC X(20) VALUE SPACES.
       01  WS-PII-FIELD-TYPE       PIC X(12) VALUE 'ACCOUNT'.
       01  WS-PII-VALUE            PIC X(60).
       01  WS-PII-RESULT           PIC X(60).
       01  WS-PII-CLEAR            PIC X.
       01  WS-PII-ACCOUNT          PIC X(20).
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-ACCT-MASTER-EOF      PIC X VALUE 'N'.
               DELIMITED BY SIZE INTO INDEX-RECORD
           WRITE INDEX-RECORD.

      * Account number as it may appear on a report, through
      * PII-MASK with no viewer role (masked by default).
       MASK-REPORT-ACCOUNT.
           CALL 'PII-MASK' USING WS-PII-ROLE
                                 WS-PII-FIELD-TYPE
                                 WS-PII-VALUE
                                 WS-PII-RESULT
                                 WS-PII-CLEAR
           MOVE WS-PII-RESULT TO WS-PII-ACCOUNT.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CUSTOMER ACCOUNT STATEMENT'
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE ACCT-NUMBER TO WS-PII-VALUE
           PERFORM MASK-REPORT-ACCOUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'Account:  ' WS-PII-ACCOUNT
                  '  Customer: ' ACCT-CUSTOMER-ID
                  '  Type: ' ACCT-TYPE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
