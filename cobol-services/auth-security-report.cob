       01  INPUT-RECORD PIC X(1000).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD            PIC X(288).

       FD  SUMMARY-REPORT.
       01  SUMMARY-RECORD          PIC X(132).

      * Fixed audit line layout as appended by WRITE-AUDIT-LOG:
      * 1-14 timestamp, 16-35 auth type, 37-66 user, 68-82 client IP,
      * 84-103 status, 105-204 message; 261-288 carry the hash-chain
      * sequence and link, which this report does not use.
       01  WS-PARSED-LINE.
           05  WS-LINE-DATE        PIC 9(8).
           05  WS-LINE-HOUR        PIC 9(2).
