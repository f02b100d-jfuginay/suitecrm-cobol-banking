       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-QUEUE.
       AUTHOR. SUITECRM-COBOL-TEAM.
      *----------------------------------------------------------------
      * Common customer notice queue subprogram. Every program that
      * owes a customer a notice - CD maturity, funds availability,
      * loan rate change, escrow analysis, card expiry, overdraft
      * fee - calls it instead of mailing on its own: notice type,
      * customer id, account, the calling program and up to 200
      * bytes of merge data as NAME=value pairs separated by ';'.
      * Each call appends one record to notice-queue.dat under a
      * notice id of the queueing date, time and a run counter.
      * A caller without the customer id to hand passes spaces and
      * NOTICE-RENDER takes the owner from the account. The daily
      * NOTICE-RENDER run delivers the queue and empties it.
      * Return code '00' queued, '90' the queue file is unavailable.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO 'notice-queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-QUEUE-FILE.
       01  NOTICE-QUEUE-RECORD.
           05  NTQ-ID              PIC X(20).
           05  NTQ-QUEUED-DATE     PIC 9(8).
           05  NTQ-PROGRAM         PIC X(20).
           05  NTQ-TYPE            PIC X(12).
           05  NTQ-CUST-ID         PIC X(10).
           05  NTQ-ACCOUNT         PIC X(20).
           05  NTQ-MERGE-DATA      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-STAMP-TIME-RAW       PIC 9(8).
       01  WS-NOTICE-ID.
           05  WS-NID-DATE         PIC 9(8).
           05  WS-NID-TIME         PIC 9(8).
           05  WS-NID-COUNT        PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  NQ-TYPE                 PIC X(12).
       01  NQ-CUST-ID              PIC X(10).
       01  NQ-ACCOUNT              PIC X(20).
       01  NQ-MERGE-DATA           PIC X(200).
       01  NQ-PROGRAM              PIC X(20).
       01  NQ-RETURN-CODE          PIC XX.

       PROCEDURE DIVISION USING NQ-TYPE
                                 NQ-CUST-ID
                                 NQ-ACCOUNT
                                 NQ-MERGE-DATA
                                 NQ-PROGRAM
                                 NQ-RETURN-CODE.
       NOTICE-QUEUE-MAIN.
           MOVE '00' TO NQ-RETURN-CODE
           ACCEPT WS-NID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME-RAW FROM TIME
           MOVE WS-STAMP-TIME-RAW TO WS-NID-TIME
           ADD 1 TO WS-NID-COUNT
           IF WS-NID-COUNT = 9999
               MOVE 0 TO WS-NID-COUNT
           END-IF

           MOVE WS-NOTICE-ID TO NTQ-ID
           MOVE WS-NID-DATE TO NTQ-QUEUED-DATE
           MOVE NQ-PROGRAM TO NTQ-PROGRAM
           MOVE NQ-TYPE TO NTQ-TYPE
           MOVE NQ-CUST-ID TO NTQ-CUST-ID
           MOVE NQ-ACCOUNT TO NTQ-ACCOUNT
           MOVE NQ-MERGE-DATA TO NTQ-MERGE-DATA

           OPEN EXTEND NOTICE-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT NOTICE-QUEUE-FILE
           END-IF
           IF WS-QUEUE-STATUS NOT = '00'
               MOVE '90' TO NQ-RETURN-CODE
               GOBACK
           END-IF
           WRITE NOTICE-QUEUE-RECORD
           CLOSE NOTICE-QUEUE-FILE

           GOBACK.
