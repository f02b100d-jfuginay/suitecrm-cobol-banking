               '4210      FX SPREAD INCOME              INCOME C'.
           05  FILLER PIC X(52) VALUE
               '2350      INVESTOR PAYABLE              LIAB   C'.
           05  FILLER PIC X(52) VALUE
               '1150      INTEREST RECEIVABLE           ASSET  D'.
           05  FILLER PIC X(52) VALUE
               '1160      LATE CHARGES RECEIVABLE       ASSET  D'.
           05  FILLER PIC X(52) VALUE
               '1190      ALLOWANCE FOR LOAN LOSSES     ASSET  C'.
           05  FILLER PIC X(52) VALUE
               '5400      PROVISION FOR LOAN LOSSES     EXPENSED'.
           05  FILLER PIC X(52) VALUE
               '2450      LEGAL ORDERS PAYABLE          LIAB   C'.
           05  FILLER PIC X(52) VALUE
               '2500      OFFICIAL CHECKS OUTSTANDING   LIAB   C'.
           05  FILLER PIC X(52) VALUE
               '2460      BACKUP WITHHOLDING PAYABLE    LIAB   C'.
           05  FILLER PIC X(52) VALUE
               '2470      ACH PREFUNDING HELD           LIAB   C'.
           05  FILLER PIC X(52) VALUE
               '1010      CASH IN VAULT                 ASSET  D'.
           05  FILLER PIC X(52) VALUE
               '1050      DUE FROM FEDERAL RESERVE      ASSET  D'.
           05  FILLER PIC X(52) VALUE
               '5500      CASH OVER AND SHORT           EXPENSED'.

       01  WS-DEFAULT-COA-TABLE REDEFINES WS-DEFAULT-COA-DATA.
           05  WS-DEFAULT-COA-ENTRY OCCURS 26 TIMES.
               10  WS-DEFAULT-ACCT-NUM     PIC X(10).
               10  WS-DEFAULT-ACCT-NAME    PIC X(30).
               10  WS-DEFAULT-ACCT-TYPE    PIC X(07).
           IF WS-GL-MASTER-STATUS = '35'
               OPEN OUTPUT GL-MASTER
               PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                       UNTIL WS-COA-IDX > 26
                   MOVE WS-DEFAULT-ACCT-NUM(WS-COA-IDX)
                       TO GL-ACCOUNT-NUMBER
                   MOVE WS-DEFAULT-ACCT-NAME(WS-COA-IDX)
