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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
