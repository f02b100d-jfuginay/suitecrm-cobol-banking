           05  LCM-EMAIL           PIC X(50).
           05  LCM-DATE-OPENED     PIC 9(8).
           05  LCM-KYC-STATUS      PIC X(10).
           05  LCM-TIN-STATUS      PIC X(10).
           05  LCM-TIN-CERT-DATE   PIC 9(8).
           05  LCM-DELIVERY-PREF   PIC X(5).
           05  LCM-EMAIL-CONSENT   PIC X(1).
           05  LCM-RETURNED-MAIL   PIC X(1).
           05  LCM-RETURNED-DATE   PIC 9(8).

       FD  ACCOUNT-TARGET.
       01  ACCOUNT-TARGET-RECORD.
           MOVE CM-EMAIL TO LCM-EMAIL
           MOVE WS-LOAD-TODAY TO LCM-DATE-OPENED
           MOVE 'PENDING' TO LCM-KYC-STATUS
           MOVE 'UNCERTIFIED' TO LCM-TIN-STATUS
           MOVE 0 TO LCM-TIN-CERT-DATE
           MOVE 'PAPER' TO LCM-DELIVERY-PREF
           MOVE 'N' TO LCM-EMAIL-CONSENT
           MOVE 'N' TO LCM-RETURNED-MAIL
           MOVE 0 TO LCM-RETURNED-DATE

           MOVE 'N' TO WS-LOAD-PLACED
           IF WS-TRIAL-RUN = 'Y'
