      * insurance disbursement, and ESCROW-ANALYZE reruns the annual
      * analysis - recomputing the monthly payment from the year's
      * disbursements and reporting shortage or surplus per loan.
      *
      * PAYOFF-QUOTE figures what it takes to retire a loan through a
      * good-through date - outstanding principal (schedule position
      * plus unpaid billed principal), billed-but-unpaid interest,
      * interest accrued since the last due date, the per-diem beyond
      * the good-through date, and the escrow shortage or surplus -
      * and writes the payoff letter (loan-payoff-letter.txt).
      * PAYOFF applies received payoff funds: the GL distribution
      * posts in one set, open bills close, the forward schedule is
      * purged, LN-STATUS goes PAIDOFF, any escrow balance and
      * overpayment are refunded to the borrower's deposit account,
      * and the event is logged on loan-payoffs.dat.
      *
      * Interest income is recognized daily. Each loan carries an
      * accrual side record on loan-accrual.dat (accrued-to date,
      * accrued-unpaid balance, accrual status). ACCRUE books the
      * interest earned since the accrued-to date through the
      * cycle_date - interest receivable debit, interest income
      * credit - and a settled bill's interest then clears the
      * receivable rather than hitting income a second time. A loan
      * whose oldest open bill in the collections queue is 90 days
      * past due goes NONACCRUAL: the accrued-unpaid balance is
      * reversed out of income, accrual stops, and payments apply
      * wholly to principal until "cure_payments" consecutive on-time
      * payments (default 6) return it to accrual. Interest applied to
      * principal while on non-accrual is recognized when the loan
      * pays out.
      *
      * AGING also assesses a late charge, once per bill, on a bill
      * still open past its due date plus the grace days of the
      * loan's type (loan-profile.dat, set at BOOK from "loan_type").
      * LATE-POLICY maintains grace days, percentage and min/max cap
      * per type on loan-late-policy.dat; charges live on
      * loan-late-charges.dat keyed like the bill, post to fee income,
      * are collected ahead of principal when payments apply and are
      * included in a payoff. LATE-WAIVE queues a waiver on
      * pending-approvals.dat for APPROVAL-MANAGER.
      *
      * BOOK with "application_id" books an APPROVED application from
      * LOAN-ORIGINATION (loan-applications.dat): amount, term, rate,
      * deposit account and loan type come from the application, and
      * the application goes BOOKED carrying the LN-LOAN-ID, with an
      * audit journal entry tying the two together.
      *
      * A loan that pays off - PAYOFF or its final installment -
      * releases its pledges on loan-collateral-links.dat; collateral
      * no other loan still holds goes RELEASED on loan-collateral.dat
      * (register maintained by COLLATERAL-MANAGER).
      *
      * Revolving lines of credit (HELOC, personal line) are loans
      * with a side record on loan-lines.dat: credit limit, draw
      * period end, repayment term and draw-period payment basis.
      * LINE-OPEN sets one up with nothing drawn; LINE-DRAW advances
      * funds to the borrower's deposit account up to the available
      * credit (limit less outstanding); LINE-INQUIRE reports the
      * position. For a line LN-PRINCIPAL is the unbilled principal
      * and there is no loan-schedule.dat - interest accrues on the
      * daily balance into the line record and BILL bills what has
      * accrued, plus principal at "payment_pct" of the balance when
      * the payment mode is PERCENT. The first bill after the draw
      * period ends converts the line to a level amortizing payment
      * over "repay_term" months. LINE-FREEZE, LINE-RESTORE and
      * LINE-REDUCE queue on pending-approvals.dat for
      * APPROVAL-MANAGER.
      *
      * AUTOPAY-ENROLL names the deposit account a loan's bills are
      * debited from (loan-autopay.dat, with the number of retries
      * allowed after an insufficient-funds attempt); AUTOPAY-CANCEL
      * ends it. AUTOPAY-RUN, scheduled after APPLY-PAYMENTS on each
      * business day, debits every open bill due by the "cycle_date"
      * (due dates were rolled to a business day at BILL) for the
      * bill plus any open late charge, when the account's balance
      * less its active holds covers it, and settles the bill the
      * same way APPLY does. A short attempt counts against the bill
      * on loan-autopay-attempts.dat and is tried again next run;
      * once the retries are used up the bill is left for manual
      * payment, a line goes to loan-autopay-exceptions.txt and a
      * contact note is put on the loan's collections queue entry.
      *
      * Rate change notices (REPRICE) and escrow analysis statements
      * (ESCROW-ANALYZE) are also queued for the borrower through
      * NOTICE-QUEUE (types RATE-CHANGE and ESCROW) against the
      * loan's deposit account; NOTICE-RENDER delivers them.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT WORKLIST-REPORT
               ASSIGN TO 'loan-collector-worklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT PAYOFF-LETTER ASSIGN TO 'loan-payoff-letter.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOFF-HISTORY ASSIGN TO 'loan-payoffs.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOFF-HIST-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'loan-accrual.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LAC-LOAN-ID
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT ACCRUAL-REPORT ASSIGN TO 'loan-accrual-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-PROFILE ASSIGN TO 'loan-profile.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LPF-LOAN-ID
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT LATE-POLICY-FILE ASSIGN TO 'loan-late-policy.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LLP-LOAN-TYPE
               FILE STATUS IS WS-LATE-POLICY-STATUS.
           SELECT LATE-CHARGE-FILE ASSIGN TO 'loan-late-charges.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LLC-KEY
               FILE STATUS IS WS-LATE-CHARGE-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'pending-approvals.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO 'loan-applications.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS APP-ID
               FILE STATUS IS WS-APPLICATION-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO 'loan-collateral.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COL-ID
               FILE STATUS IS WS-COLLATERAL-STATUS.
           SELECT COLLATERAL-LINK ASSIGN TO 'loan-collateral-links.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLK-KEY
               ALTERNATE RECORD KEY IS CLK-COLLATERAL-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LINK-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO 'loan-autopay.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LAP-LOAN-ID
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT AUTOPAY-ATTEMPT-FILE
               ASSIGN TO 'loan-autopay-attempts.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LAA-KEY
               FILE STATUS IS WS-AUTOPAY-ATT-STATUS.
           SELECT AUTOPAY-EXCEPTIONS
               ASSIGN TO 'loan-autopay-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-FILE ASSIGN TO 'account-holds.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT LINE-FILE ASSIGN TO 'loan-lines.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOC-LOAN-ID
               FILE STATUS IS WS-LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-REPORT.
       01  WORKLIST-RECORD         PIC X(132).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER         PIC X(20).
           05  ACCT-TYPE           PIC X(10).
           05  ACCT-CUSTOMER-ID    PIC X(10).
           05  ACCT-BALANCE        PIC S9(12)V99 COMP-3.
           05  ACCT-AVAIL-BALANCE  PIC S9(12)V99 COMP-3.
           05  ACCT-INTEREST-RATE  PIC 9(2)V9(4) COMP-3.
           05  ACCT-OPEN-DATE      PIC 9(8).
           05  ACCT-LAST-ACTIVITY  PIC 9(8).
           05  ACCT-STATUS         PIC X(10).

       FD  PAYOFF-LETTER.
       01  PAYOFF-LETTER-RECORD    PIC X(132).

       FD  PAYOFF-HISTORY.
       01  PAYOFF-HISTORY-RECORD.
           05  POH-DATE            PIC 9(8).
           05  POH-LOAN-ID         PIC X(12).
           05  POH-GOOD-THROUGH    PIC 9(8).
           05  POH-PRINCIPAL       PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           05  POH-INTEREST        PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           05  POH-ESCROW-SHORT    PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           05  POH-TOTAL           PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           05  POH-RECEIVED        PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           05  POH-REFUND          PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           05  POH-FUNDING-ACCOUNT PIC X(20).
           05  POH-LATE-CHARGES    PIC S9(7)V99 SIGN LEADING
                                       SEPARATE.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  LAC-LOAN-ID         PIC X(12).
           05  LAC-STATUS          PIC X(10).
           05  LAC-ACCRUED-TO      PIC 9(8).
           05  LAC-ACCRUED-BAL     PIC S9(10)V99 COMP-3.
           05  LAC-NONACCR-DATE    PIC 9(8).
           05  LAC-NONACCR-PRIN    PIC S9(10)V99 COMP-3.
           05  LAC-ONTIME-COUNT    PIC 9(3).
           05  LAC-REVERSED        PIC S9(10)V99 COMP-3.

       FD  ACCRUAL-REPORT.
       01  ACCRUAL-REPORT-RECORD   PIC X(132).

       FD  LOAN-PROFILE.
       01  LOAN-PROFILE-RECORD.
           05  LPF-LOAN-ID         PIC X(12).
           05  LPF-LOAN-TYPE       PIC X(10).

       FD  LATE-POLICY-FILE.
       01  LATE-POLICY-RECORD.
           05  LLP-LOAN-TYPE       PIC X(10).
           05  LLP-GRACE-DAYS      PIC 9(3).
           05  LLP-PCT             PIC 9(2)V9(4).
           05  LLP-MIN             PIC S9(7)V99 COMP-3.
           05  LLP-MAX             PIC S9(7)V99 COMP-3.

       FD  LATE-CHARGE-FILE.
       01  LATE-CHARGE-RECORD.
           05  LLC-KEY.
               10  LLC-LOAN-ID     PIC X(12).
               10  LLC-PERIOD      PIC 9(4).
           05  LLC-ASSESSED-DATE   PIC 9(8).
           05  LLC-AMOUNT          PIC S9(7)V99 COMP-3.
           05  LLC-STATUS          PIC X(10).
           05  LLC-SETTLED-DATE    PIC 9(8).
           05  LLC-WAIVE-PENDING   PIC 9(6).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PND-ID              PIC 9(6).
           05  PND-ACTION          PIC X(12).
           05  PND-KEY1            PIC X(20).
           05  PND-KEY2            PIC X(30).
           05  PND-AMOUNT          PIC S9(10)V99 COMP-3.
           05  PND-EXPIRY          PIC 9(8).
           05  PND-SEQ             PIC 9(4).
           05  PND-TEXT            PIC X(60).
           05  PND-REQUESTER       PIC X(30).
           05  PND-REQUEST-DATE    PIC 9(8).
           05  PND-APPROVER        PIC X(30).
           05  PND-DECISION-DATE   PIC 9(8).
           05  PND-STATUS          PIC X(10).

       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD.
           05  APP-ID              PIC X(12).
           05  APP-CUST-ID         PIC X(10).
           05  APP-ACCOUNT         PIC X(20).
           05  APP-LOAN-TYPE       PIC X(10).
           05  APP-AMOUNT          PIC S9(10)V99 COMP-3.
           05  APP-TERM            PIC 9(4).
           05  APP-RATE            PIC 9(3)V9(6).
           05  APP-INCOME          PIC S9(10)V99 COMP-3.
           05  APP-MONTHLY-DEBT    PIC S9(10)V99 COMP-3.
           05  APP-ASSETS          PIC S9(12)V99 COMP-3.
           05  APP-LIABILITIES     PIC S9(12)V99 COMP-3.
           05  APP-CREDIT-SCORE    PIC 9(3).
           05  APP-EMPLOY-YEARS    PIC 9(2).
           05  APP-STATUS          PIC X(10).
           05  APP-RECEIVED-DATE   PIC 9(8).
           05  APP-PAYMENT         PIC S9(10)V99 COMP-3.
           05  APP-DTI             PIC 9(3)V99.
           05  APP-RISK-SCORE      PIC 9(3).
           05  APP-RISK-LEVEL      PIC X(10).
           05  APP-POLICY-RESULT   PIC X(10).
           05  APP-REASONS         PIC X(60).
           05  APP-DECISION-DATE   PIC 9(8).
           05  APP-DECIDED-BY      PIC X(30).
           05  APP-APPROVED-BY     PIC X(30).
           05  APP-APPROVED-DATE   PIC 9(8).
           05  APP-PENDING-ID      PIC 9(6).
           05  APP-LOAN-ID         PIC X(12).
           05  APP-BOOKED-DATE     PIC 9(8).
           05  APP-CLOSED-DATE     PIC 9(8).
           05  APP-CLOSE-REASON    PIC X(60).
           05  APP-PREPAID-CHARGE  PIC S9(10)V99 COMP-3.
           05  APP-FIRST-PERIOD-DAYS PIC 9(3).
           05  APP-BALLOON         PIC S9(10)V99 COMP-3.
           05  APP-DISCLOSED-APR   PIC 9(3)V9(4).
           05  APP-APR             PIC 9(3)V9(4).
           05  APP-APR-RESULT      PIC X(10).
           05  APP-SCHED-PAYMENT   PIC S9(10)V99 COMP-3.
           05  APP-FINAL-PAYMENT   PIC S9(10)V99 COMP-3.
           05  APP-AMOUNT-FINANCED PIC S9(10)V99 COMP-3.
           05  APP-FINANCE-CHARGE  PIC S9(10)V99 COMP-3.
           05  APP-TOTAL-PAYMENTS  PIC S9(10)V99 COMP-3.

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD.
           05  COL-ID              PIC X(12).
           05  COL-TYPE            PIC X(10).
           05  COL-DESCRIPTION     PIC X(40).
           05  COL-APPRAISED-VALUE PIC S9(12)V99 COMP-3.
           05  COL-APPRAISAL-DATE  PIC 9(8).
           05  COL-LIEN-POSITION   PIC 9(1).
           05  COL-PRIOR-LIENS     PIC S9(12)V99 COMP-3.
           05  COL-INS-CARRIER     PIC X(30).
           05  COL-INS-POLICY      PIC X(20).
           05  COL-INS-EXPIRY      PIC 9(8).
           05  COL-STATUS          PIC X(10).
           05  COL-ADDED-DATE      PIC 9(8).
           05  COL-RELEASED-DATE   PIC 9(8).
           05  COL-CHANGED-BY      PIC X(30).

       FD  COLLATERAL-LINK.
       01  COLLATERAL-LINK-RECORD.
           05  CLK-KEY.
               10  CLK-LOAN-ID     PIC X(12).
               10  CLK-COLLATERAL-ID PIC X(12).
           05  CLK-STATUS          PIC X(10).
           05  CLK-PLEDGED-DATE    PIC 9(8).
           05  CLK-RELEASED-DATE   PIC 9(8).

       FD  LINE-FILE.
       01  LINE-RECORD.
           05  LOC-LOAN-ID         PIC X(12).
           05  LOC-LIMIT           PIC S9(10)V99 COMP-3.
           05  LOC-DRAW-END        PIC 9(8).
           05  LOC-REPAY-TERM      PIC 9(4).
           05  LOC-PAY-MODE        PIC X(8).
           05  LOC-PAY-PCT         PIC 9(2)V9(4).
           05  LOC-STATUS          PIC X(10).
           05  LOC-BALANCE         PIC S9(10)V99 COMP-3.
           05  LOC-INT-ACCRUED     PIC S9(10)V99 COMP-3.
           05  LOC-INT-THROUGH     PIC 9(8).
           05  LOC-REPAY-PAYMENT   PIC S9(10)V99 COMP-3.
           05  LOC-CONVERTED-DATE  PIC 9(8).
           05  LOC-PENDING-ID      PIC 9(6).
           05  LOC-CHANGED-BY      PIC X(30).

       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           05  LAP-LOAN-ID         PIC X(12).
           05  LAP-ACCOUNT         PIC X(20).
           05  LAP-RETRIES         PIC 9(2).
           05  LAP-STATUS          PIC X(10).
           05  LAP-ENROLLED-DATE   PIC 9(8).
           05  LAP-CHANGED-DATE    PIC 9(8).
           05  LAP-CHANGED-BY      PIC X(30).

       FD  AUTOPAY-ATTEMPT-FILE.
       01  AUTOPAY-ATTEMPT-RECORD.
           05  LAA-KEY.
               10  LAA-LOAN-ID     PIC X(12).
               10  LAA-PERIOD      PIC 9(4).
           05  LAA-ATTEMPTS        PIC 9(2).
           05  LAA-LAST-ATTEMPT    PIC 9(8).
           05  LAA-STATUS          PIC X(10).
           05  LAA-AMOUNT          PIC S9(10)V99 COMP-3.
           05  LAA-REASON          PIC X(30).

       FD  AUTOPAY-EXCEPTIONS.
       01  AUTOPAY-EXCEPTION-RECORD PIC X(132).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT    PIC X(20).
               10  HOLD-SEQ        PIC 9(4).
           05  HOLD-TYPE           PIC X(10).
           05  HOLD-AMOUNT         PIC S9(10)V99 COMP-3.
           05  HOLD-EXPIRY         PIC 9(8).
           05  HOLD-STATUS         PIC X(10).
           05  HOLD-PLACED         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-MASTER-STATUS   PIC XX.
       01  WS-LOAN-SCHEDULE-STATUS PIC XX.
           05  WS-SCHED-PRINCIPAL  PIC 9(10)V99.
           05  WS-J                PIC 9(4).

      * Payoff work. Principal is the schedule position plus any
      * billed principal still unpaid; interest is what was billed
      * and not paid plus the day count since the last due date at
      * the note rate over a 365-day year.
       01  WS-ACCT-MASTER-STATUS   PIC XX.
       01  WS-PAYOFF-HIST-STATUS   PIC XX.
       01  WS-IN-GOOD-THROUGH      PIC 9(8).
       01  WS-NOW                  PIC 9(6).
       01  WS-TIME-ACCEPT-RAW      PIC 9(8).
       01  WS-SEQ-COUNTER          PIC 9(6) VALUE 0.
       01  WS-TRANS-WRITE-DONE     PIC X.
       01  WS-TRANS-WRITE-RETRY    PIC 9(3).
       01  WS-PAYOFF-WORK.
           05  WS-PO-PRINCIPAL     PIC S9(10)V99.
           05  WS-PO-BILLED-INT    PIC S9(10)V99.
           05  WS-PO-ACCRUED-INT   PIC S9(10)V99.
           05  WS-PO-INTEREST      PIC S9(10)V99.
           05  WS-PO-PER-DIEM      PIC S9(7)V99.
           05  WS-PO-DAYS          PIC S9(5).
           05  WS-PO-ACCRUE-FROM   PIC 9(8).
           05  WS-PO-PASTDUE-COUNT PIC 9(3).
           05  WS-PO-PASTDUE-AMT   PIC S9(10)V99.
           05  WS-PO-ESCROW-BAL    PIC S9(10)V99.
           05  WS-PO-ESCROW-SHORT  PIC S9(10)V99.
           05  WS-PO-ESCROW-SURPL  PIC S9(10)V99.
           05  WS-PO-TOTAL         PIC S9(10)V99.
           05  WS-PO-OVERAGE       PIC S9(10)V99.
           05  WS-PO-REFUND        PIC S9(10)V99.
           05  WS-PO-FUND-GL       PIC X(10).
           05  WS-PO-LATE-CHARGES  PIC S9(10)V99.
       01  WS-PO-BILL-EOF          PIC X.
       01  WS-PO-DISPLAY           PIC -(9)9.99.
       01  WS-PO-DISPLAY-2         PIC -(9)9.99.
       01  WS-PO-JSON-AMOUNT       PIC X(14).
       01  WS-PO-JSON-PER-DIEM     PIC X(14).
       01  WS-PO-REFUND-TYPE       PIC X(20).
       01  WS-PO-REFUND-AMOUNT     PIC S9(10)V99.

      * Accrual work. Interest collected is split between clearing
      * the accrued receivable (1150) and income (4100); a negative
      * income share is an over-accrual trued up when the loan closes.
      * Principal adjust moves non-accrual interest onto principal
      * (positive) or back off it when the loan pays out (negative).
       01  WS-ACCRUAL-STATUS       PIC XX.
       01  WS-IN-CURE-PAYMENTS     PIC 9(3).
       01  WS-AC-FOUND             PIC X.
       01  WS-AC-CLOSING           PIC X.
       01  WS-AC-BILL-WAS          PIC X(10).
       01  WS-AC-PRINCIPAL         PIC S9(10)V99.
       01  WS-AC-DAYS              PIC S9(5).
       01  WS-AC-INTEREST          PIC S9(10)V99.
       01  WS-AC-INT-AMOUNT        PIC S9(10)V99.
       01  WS-AC-INT-REC           PIC S9(10)V99.
       01  WS-AC-INT-INC           PIC S9(10)V99.
       01  WS-AC-PRIN-ADJ          PIC S9(10)V99.
       01  WS-AC-PRIN-CREDIT       PIC S9(10)V99.
       01  WS-AC-DAYS-PAST         PIC 9(5).
       01  WS-AC-BILL-EOF          PIC X.
       01  WS-AC-TOTAL-ACCRUED     PIC S9(12)V99 VALUE 0.
       01  WS-AC-TOTAL-REVERSED    PIC S9(12)V99 VALUE 0.
       01  WS-AC-DISPLAY           PIC -(9)9.99.
       01  WS-AC-DISPLAY-2         PIC -(9)9.99.

      * Late charges. Policy is by loan type (loan-profile.dat; a loan
      * without a profile is CONSUMER), falling back to the DEFAULT
      * policy row and then to 15 days grace at 5% uncapped. The
      * percentage applies to the installment's principal and
      * interest, not the escrow portion.
       01  WS-PROFILE-STATUS       PIC XX.
       01  WS-LATE-POLICY-STATUS   PIC XX.
       01  WS-LATE-CHARGE-STATUS   PIC XX.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-IN-LOAN-TYPE         PIC X(10).
       01  WS-IN-PERIOD            PIC 9(4).
       01  WS-IN-USER              PIC X(30).
       01  WS-IN-GRACE-DAYS        PIC 9(3).
       01  WS-IN-LATE-PCT          PIC 9(2)V9(4).
       01  WS-IN-LATE-MIN          PIC 9(7)V99.
       01  WS-IN-LATE-MAX          PIC 9(7)V99.
       01  WS-LC-TYPE              PIC X(10).
       01  WS-LC-GRACE             PIC 9(3).
       01  WS-LC-PCT               PIC 9(2)V9(4).
       01  WS-LC-MIN               PIC S9(7)V99.
       01  WS-LC-MAX               PIC S9(7)V99.
       01  WS-LC-POLICY-FOUND      PIC X.
       01  WS-LC-GRACE-END         PIC 9(8).
       01  WS-LC-AMOUNT            PIC S9(7)V99.
       01  WS-LC-OPEN              PIC S9(7)V99 VALUE 0.
       01  WS-LC-SHORT             PIC S9(10)V99.
       01  WS-LC-COLLECTED         PIC S9(10)V99 VALUE 0.
       01  WS-LC-DISPLAY           PIC Z(6)9.99.
       01  WS-DC-PENDING-ID        PIC 9(6) VALUE 0.
       01  WS-DC-EOF               PIC X.
       01  WS-APPLICATION-STATUS   PIC XX.
       01  WS-IN-APP-ID            PIC X(12).
       01  WS-COLLATERAL-STATUS    PIC XX.
       01  WS-LINK-STATUS          PIC XX.
       01  WS-CR-LINK-EOF          PIC X.
       01  WS-CR-STILL-HELD        PIC X.
       01  WS-CR-REL-COUNT         PIC 9(2).
       01  WS-CR-REL-IDX           PIC 9(2).
       01  WS-CR-REL-TABLE.
           05  WS-CR-REL-ID OCCURS 20 TIMES PIC X(12).

      * Revolving line work. LOC-BALANCE carries the interest-bearing
      * outstanding (unbilled plus billed-unpaid principal) so the
      * daily interest roll needs no walk of the bills.
       01  WS-LINE-STATUS          PIC XX.
       01  WS-IN-CREDIT-LIMIT      PIC 9(10)V99.
       01  WS-IN-DRAW-END          PIC 9(8).
       01  WS-IN-REPAY-TERM        PIC 9(4).
       01  WS-IN-PAY-MODE          PIC X(8).
       01  WS-IN-PAY-PCT           PIC 9(2)V9(4).
       01  WS-LOC-FOUND            PIC X.
       01  WS-LOC-TO-DATE          PIC 9(8).
       01  WS-LOC-DAYS             PIC S9(5).
       01  WS-LOC-INTEREST         PIC S9(10)V99.
       01  WS-LOC-AVAILABLE        PIC S9(10)V99.
       01  WS-LOC-PRIN-DUE         PIC S9(10)V99.
       01  WS-LOC-INT-DUE          PIC S9(10)V99.
       01  WS-LOC-REMAINING        PIC 9(4).
       01  WS-LOC-DISPLAY-1        PIC -(9)9.99.
       01  WS-LOC-DISPLAY-2        PIC -(9)9.99.
       01  WS-LOC-DISPLAY-3        PIC -(9)9.99.

      * Autopay. Funds are the deposit account's ledger balance less
      * its active holds (account-holds.dat), as the batch processor
      * figures available balance.
       01  WS-AUTOPAY-STATUS       PIC XX.
       01  WS-AUTOPAY-ATT-STATUS   PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-HOLDS-OPEN           PIC X VALUE 'N'.
       01  WS-HOLDS-EOF            PIC X.
       01  WS-HOLDS-TOTAL          PIC S9(12)V99.
       01  WS-HOLDS-TODAY          PIC 9(8).
       01  WS-HOLD-LOOKUP-ACCOUNT  PIC X(20).
       01  WS-IN-RETRIES           PIC 9(2).
       01  WS-AP-AMOUNT            PIC S9(10)V99.
       01  WS-AP-AVAILABLE         PIC S9(12)V99.
       01  WS-AP-REASON            PIC X(30).
       01  WS-AP-FINAL             PIC X.
       01  WS-AP-ATT-FOUND         PIC X.
       01  WS-AP-DISPLAY           PIC -(9)9.99.
       01  WS-AP-ATTEMPT-DISP      PIC Z9.

       01  WS-AJ-FIELDS.
           05  WS-AJ-PROGRAM       PIC X(20) VALUE 'LOAN-SERVICING'.
           05  WS-AJ-ACTION        PIC X(12).
           05  WS-AJ-KEY           PIC X(30).
           05  WS-AJ-BEFORE        PIC X(60).
           05  WS-AJ-AFTER         PIC X(60).
           05  WS-AJ-TOKEN         PIC X(64) VALUE SPACES.

      * Customer notices go out through the NOTICE-QUEUE subprogram.
       01  WS-NQ-FIELDS.
           05  WS-NQ-TYPE          PIC X(12).
           05  WS-NQ-CUST-ID       PIC X(10).
           05  WS-NQ-ACCOUNT       PIC X(20).
           05  WS-NQ-MERGE-DATA    PIC X(200).
           05  WS-NQ-PROGRAM       PIC X(20) VALUE 'LOAN-SERVICING'.
           05  WS-NQ-RETURN-CODE   PIC XX.
       01  WS-NQ-DISPLAY-AMOUNT    PIC -(8)9.99.

       01  WS-RUN-STATS.
           05  WS-LOANS-BOOKED     PIC 9(5) VALUE 0.
           05  WS-BILLS-CREATED    PIC 9(5) VALUE 0.
           05  WS-LOANS-MODIFIED   PIC 9(5) VALUE 0.
           05  WS-LOANS-REPRICED   PIC 9(5) VALUE 0.
           05  WS-REMIT-BILLS      PIC 9(5) VALUE 0.
           05  WS-LOANS-PAID-OFF   PIC 9(5) VALUE 0.
           05  WS-LOANS-ACCRUED    PIC 9(5) VALUE 0.
           05  WS-NONACCRUAL-SET   PIC 9(5) VALUE 0.
           05  WS-ACCRUAL-RESTORED PIC 9(5) VALUE 0.
           05  WS-LATE-ASSESSED    PIC 9(5) VALUE 0.
           05  WS-LINE-DRAWS       PIC 9(5) VALUE 0.
           05  WS-LINES-CONVERTED  PIC 9(5) VALUE 0.
           05  WS-AUTOPAY-COLLECTED PIC 9(5) VALUE 0.
           05  WS-AUTOPAY-RETRYING PIC 9(5) VALUE 0.
           05  WS-AUTOPAY-EXCEPTED PIC 9(5) VALUE 0.

       01  WS-MATCH-WORK.
           05  WS-PMT-FOUND        PIC X.

       MAIN-PROCESS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ACCEPT-RAW FROM TIME
           MOVE WS-TIME-ACCEPT-RAW(1:6) TO WS-NOW
           PERFORM READ-PARAMETERS
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM OPEN-LOAN-FILES
                       PERFORM ASSIGN-COLLECTOR
                   WHEN 'COLLECT-CONTACT'
                       PERFORM RECORD-COLLECTION-CONTACT
                   WHEN 'PAYOFF-QUOTE'
                       PERFORM QUOTE-LOAN-PAYOFF
                   WHEN 'PAYOFF'
                       PERFORM APPLY-LOAN-PAYOFF
                   WHEN 'ACCRUE'
                       PERFORM ACCRUE-LOAN-INTEREST
                   WHEN 'LATE-POLICY'
                       PERFORM SETUP-LATE-POLICY
                   WHEN 'LATE-WAIVE'
                       PERFORM REQUEST-LATE-WAIVER
                   WHEN 'LINE-OPEN'
                       PERFORM OPEN-CREDIT-LINE
                   WHEN 'LINE-DRAW'
                       PERFORM DRAW-ON-CREDIT-LINE
                   WHEN 'LINE-INQUIRE'
                       PERFORM INQUIRE-CREDIT-LINE
                   WHEN 'LINE-FREEZE'
                       PERFORM REQUEST-LINE-CHANGE
                   WHEN 'LINE-RESTORE'
                       PERFORM REQUEST-LINE-CHANGE
                   WHEN 'LINE-REDUCE'
                       PERFORM REQUEST-LINE-CHANGE
                   WHEN 'AUTOPAY-ENROLL'
                       PERFORM ENROLL-LOAN-AUTOPAY
                   WHEN 'AUTOPAY-CANCEL'
                       PERFORM CANCEL-LOAN-AUTOPAY
                   WHEN 'AUTOPAY-RUN'
                       PERFORM RUN-LOAN-AUTOPAY
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Unknown action' TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-IN-NOTE
           MOVE 0 TO WS-IN-PROMISE-DATE
           MOVE WS-TODAY TO WS-IN-CYCLE-DATE
           MOVE WS-TODAY TO WS-IN-GOOD-THROUGH
           MOVE 6 TO WS-IN-CURE-PAYMENTS
           MOVE 'CONSUMER' TO WS-IN-LOAN-TYPE
           MOVE SPACES TO WS-IN-APP-ID
           MOVE 0 TO WS-IN-PERIOD
           MOVE SPACES TO WS-IN-USER
           MOVE 0 TO WS-IN-GRACE-DAYS
           MOVE 0 TO WS-IN-LATE-PCT
           MOVE 0 TO WS-IN-LATE-MIN
           MOVE 0 TO WS-IN-LATE-MAX
           MOVE 0 TO WS-IN-CREDIT-LIMIT
           MOVE 0 TO WS-IN-DRAW-END
           MOVE 0 TO WS-IN-REPAY-TERM
           MOVE 'INTEREST' TO WS-IN-PAY-MODE
           MOVE 0 TO WS-IN-PAY-PCT
           MOVE 3 TO WS-IN-RETRIES

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"action":"'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-CYCLE-DATE =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"good_through":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-GOOD-THROUGH =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"cure_payments":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-CURE-PAYMENTS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"loan_type":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-LOAN-TYPE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"period":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-PERIOD =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"application_id":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-APP-ID
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"user":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-USER
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"grace_days":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-GRACE-DAYS =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"late_pct":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-LATE-PCT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"late_min":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-LATE-MIN =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"late_max":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-LATE-MAX =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"credit_limit":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-CREDIT-LIMIT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"draw_end":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-DRAW-END =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"repay_term":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-REPAY-TERM =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"payment_mode":"'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               UNSTRING WS-JSON-POST DELIMITED BY '"'
                   INTO WS-IN-PAY-MODE
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"payment_pct":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-PAY-PCT =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF

           MOVE SPACES TO WS-JSON-PRE WS-JSON-POST
           UNSTRING INPUT-RECORD DELIMITED BY '"retries":'
               INTO WS-JSON-PRE WS-JSON-POST
           IF WS-JSON-POST NOT = SPACES
               MOVE SPACES TO WS-JSON-VALUE
               UNSTRING WS-JSON-POST DELIMITED BY ',' OR '}'
                   INTO WS-JSON-VALUE
               COMPUTE WS-IN-RETRIES =
                   FUNCTION NUMVAL(WS-JSON-VALUE)
           END-IF.

       LOAD-BUSINESS-CALENDAR.
               CLOSE PARTICIPATION-FILE
               OPEN I-O PARTICIPATION-FILE
           END-IF
           OPEN I-O ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           OPEN I-O LOAN-PROFILE
           IF WS-PROFILE-STATUS = '35'
               OPEN OUTPUT LOAN-PROFILE
               CLOSE LOAN-PROFILE
               OPEN I-O LOAN-PROFILE
           END-IF
           OPEN I-O LATE-POLICY-FILE
           IF WS-LATE-POLICY-STATUS = '35'
               OPEN OUTPUT LATE-POLICY-FILE
               CLOSE LATE-POLICY-FILE
               OPEN I-O LATE-POLICY-FILE
           END-IF
           OPEN I-O LATE-CHARGE-FILE
           IF WS-LATE-CHARGE-STATUS = '35'
               OPEN OUTPUT LATE-CHARGE-FILE
               CLOSE LATE-CHARGE-FILE
               OPEN I-O LATE-CHARGE-FILE
           END-IF
           OPEN I-O LINE-FILE
           IF WS-LINE-STATUS = '35'
               OPEN OUTPUT LINE-FILE
               CLOSE LINE-FILE
               OPEN I-O LINE-FILE
           END-IF
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTOPAY-STATUS = '35'
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF

           IF WS-LOAN-MASTER-STATUS NOT = '00' OR
              WS-LOAN-SCHEDULE-STATUS NOT = '00' OR
           END-IF.

       CLOSE-LOAN-FILES.
           CLOSE AUTOPAY-FILE
           CLOSE LINE-FILE
           CLOSE LATE-CHARGE-FILE
           CLOSE LATE-POLICY-FILE
           CLOSE LOAN-PROFILE
           CLOSE ACCRUAL-FILE
           CLOSE PARTICIPATION-FILE
           CLOSE ARM-TERMS-FILE
           CLOSE COLLECTIONS-FILE
      * customer deposits).
      *----------------------------------------------------------------
       BOOK-LOAN.
           IF WS-IN-APP-ID NOT = SPACES
               PERFORM LOAD-APPROVED-APPLICATION
               IF WS-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-IN-LOAN-ID = SPACES OR WS-IN-PRINCIPAL NOT > 0
               OR WS-IN-TERM = 0
               MOVE 'ERROR' TO WS-STATUS

           PERFORM GENERATE-AMORTIZATION-SCHEDULE
           PERFORM POST-LOAN-FUNDING

           MOVE WS-IN-LOAN-ID TO LAC-LOAN-ID
           MOVE 'ACCRUAL' TO LAC-STATUS
           MOVE WS-TODAY TO LAC-ACCRUED-TO
           MOVE 0 TO LAC-ACCRUED-BAL
           MOVE 0 TO LAC-NONACCR-DATE
           MOVE 0 TO LAC-NONACCR-PRIN
           MOVE 0 TO LAC-ONTIME-COUNT
           MOVE 0 TO LAC-REVERSED
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   REWRITE ACCRUAL-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE

           MOVE WS-IN-LOAN-ID TO LPF-LOAN-ID
           MOVE WS-IN-LOAN-TYPE TO LPF-LOAN-TYPE
           WRITE LOAN-PROFILE-RECORD
               INVALID KEY
                   REWRITE LOAN-PROFILE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-LOANS-BOOKED

           IF WS-IN-APP-ID NOT = SPACES
               PERFORM MARK-APPLICATION-BOOKED
           END-IF.

      * An application books only once it is APPROVED, and then on
      * its own terms rather than whatever the input carries.
       LOAD-APPROVED-APPLICATION.
           OPEN INPUT APPLICATION-FILE
           IF WS-APPLICATION-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Application file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-APP-ID TO APP-ID
           READ APPLICATION-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Application not found' TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF APP-STATUS NOT = 'APPROVED'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Application is not approved'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE APPLICATION-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE APP-ACCOUNT TO WS-IN-ACCOUNT
           MOVE APP-AMOUNT TO WS-IN-PRINCIPAL
           MOVE APP-RATE TO WS-IN-RATE
           MOVE APP-TERM TO WS-IN-TERM
           MOVE APP-LOAN-TYPE TO WS-IN-LOAN-TYPE.

       MARK-APPLICATION-BOOKED.
           OPEN I-O APPLICATION-FILE
           IF WS-APPLICATION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-APP-ID TO APP-ID
           READ APPLICATION-FILE
               INVALID KEY
                   CLOSE APPLICATION-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'BOOKED' TO APP-STATUS
           MOVE WS-IN-LOAN-ID TO APP-LOAN-ID
           MOVE WS-TODAY TO APP-BOOKED-DATE
           REWRITE APPLICATION-RECORD
           CLOSE APPLICATION-FILE

           MOVE 'BOOK' TO WS-AJ-ACTION
           MOVE APP-ID TO WS-AJ-KEY
           MOVE 'STATUS APPROVED' TO WS-AJ-BEFORE
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'STATUS BOOKED LOAN ' WS-IN-LOAN-ID
                  ' APPROVED BY ' APP-APPROVED-BY
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       GENERATE-AMORTIZATION-SCHEDULE.
           IF WS-IN-RATE = 0
               MOVE 'Loan is fully billed' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-LOAN-LINE
           IF WS-LOC-FOUND = 'Y'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Line of credit terms change through LINE actions'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-CURRENT-BALANCE

           END-PERFORM.

       BILL-ONE-LOAN.
           PERFORM LOOKUP-LOAN-LINE
           IF WS-LOC-FOUND = 'Y'
               PERFORM BILL-ONE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE LN-LOAN-ID TO LSC-LOAN-ID
           MOVE LN-NEXT-PERIOD TO LSC-PERIOD
           READ LOAN-SCHEDULE
                   EXIT PARAGRAPH
           END-READ

           PERFORM LOOKUP-OPEN-LATE-CHARGE
           MOVE 'N' TO WS-PMT-FOUND
           MOVE 'N' TO WS-TRANS-EOF
           MOVE LN-ACCOUNT TO TRANS-ACCOUNT
               MOVE TRANS-AMOUNT TO WS-PMT-ABS-AMOUNT
           END-IF

      * With a late charge open the payment may cover installment
      * and charge together, or the installment alone - the charge
      * then comes out first and principal is left short.
           IF TRANS-DATE >= LBL-DUE-DATE AND
              (WS-PMT-ABS-AMOUNT = LBL-AMOUNT-DUE + WS-LC-OPEN OR
               (WS-LC-OPEN > 0 AND
                WS-PMT-ABS-AMOUNT = LBL-AMOUNT-DUE AND
                WS-LC-OPEN < LBL-PRINCIPAL-DUE))
               MOVE 'Y' TO WS-PMT-FOUND
               MOVE 'Y' TO WS-TRANS-EOF
               PERFORM CONSUME-PAYMENT-KEY
           END-IF.

       LOOKUP-OPEN-LATE-CHARGE.
           MOVE 0 TO WS-LC-OPEN
           MOVE LBL-LOAN-ID TO LLC-LOAN-ID
           MOVE LBL-PERIOD TO LLC-PERIOD
           READ LATE-CHARGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LLC-STATUS = 'OPEN'
                       MOVE LLC-AMOUNT TO WS-LC-OPEN
                   END-IF
           END-READ.

       CHECK-PAYMENT-CONSUMED.
           MOVE 'N' TO WS-ALREADY-CONSUMED
           PERFORM VARYING WS-CONSUMED-IDX FROM 1 BY 1
      * escrow balance.
           COMPUTE WS-ESCROW-PORTION =
               LBL-AMOUNT-DUE - LBL-PRINCIPAL-DUE - LBL-INTEREST-DUE
      * An open late charge is collected ahead of principal: a
      * payment of just the installment leaves the charge's worth of
      * principal open on the bill.
           COMPUTE WS-LC-SHORT =
               LBL-AMOUNT-DUE + WS-LC-OPEN - WS-PMT-ABS-AMOUNT
      * The interest portion clears what the daily accrual already
      * booked; on non-accrual it goes to principal instead.
           MOVE LBL-STATUS TO WS-AC-BILL-WAS
           MOVE LBL-LOAN-ID TO LAC-LOAN-ID
           PERFORM LOOKUP-LOAN-ACCRUAL
           MOVE LBL-INTEREST-DUE TO WS-AC-INT-AMOUNT
           IF LBL-PERIOD = LN-TERM AND WS-LC-SHORT = 0
               MOVE 'Y' TO WS-AC-CLOSING
           ELSE
               MOVE 'N' TO WS-AC-CLOSING
           END-IF
           PERFORM SPLIT-ACCRUED-INTEREST
           COMPUTE WS-AC-PRIN-CREDIT =
               LBL-PRINCIPAL-DUE - WS-LC-SHORT + WS-AC-PRIN-ADJ

           MOVE 1 TO WS-GLM-LEG-COUNT
           MOVE '2000' TO WS-GLM-ACCOUNT(1)
           MOVE 'D' TO WS-GLM-DRCR(1)
           MOVE WS-PMT-ABS-AMOUNT TO WS-GLM-AMOUNT(1)
           IF WS-LC-OPEN > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '1160' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-LC-OPEN TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           IF WS-AC-PRIN-CREDIT > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '1100' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-AC-PRIN-CREDIT
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           PERFORM ADD-INTEREST-LEGS
           IF WS-ESCROW-PORTION > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '2300' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-ESCROW-PORTION
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           MOVE LBL-LOAN-ID TO WS-GLM-SOURCE-REF
           MOVE SPACES TO WS-GLM-DESCRIPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-LC-OPEN > 0
               MOVE 'PAID' TO LLC-STATUS
               MOVE WS-TODAY TO LLC-SETTLED-DATE
               REWRITE LATE-CHARGE-RECORD
               ADD WS-LC-OPEN TO WS-LC-COLLECTED
           END-IF

           IF WS-LC-SHORT > 0
               MOVE WS-LC-SHORT TO LBL-AMOUNT-DUE
               MOVE WS-LC-SHORT TO LBL-PRINCIPAL-DUE
               MOVE 0 TO LBL-INTEREST-DUE
           ELSE
               MOVE 'PAID' TO LBL-STATUS
               MOVE WS-TODAY TO LBL-PAID-DATE
           END-IF
           REWRITE LOAN-BILLING-RECORD
           ADD 1 TO WS-PAYMENTS-APPLIED
           PERFORM UPDATE-ACCRUAL-AFTER-SETTLE
           PERFORM LOOKUP-LOAN-LINE
           IF WS-LOC-FOUND = 'Y'
               PERFORM SETTLE-LINE-PRINCIPAL
           END-IF

           IF WS-ESCROW-PORTION > 0
               MOVE LBL-LOAN-ID TO ESC-LOAN-ID
               END-READ
           END-IF

           IF LBL-PERIOD = LN-TERM AND WS-LC-SHORT = 0
               MOVE 'PAIDOFF' TO LN-STATUS
               REWRITE LOAN-MASTER-RECORD
               PERFORM RELEASE-LOAN-COLLATERAL
           END-IF.

      *----------------------------------------------------------------
                  ' AMOUNT ' WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO PASTDUE-RECORD
           WRITE PASTDUE-RECORD
           PERFORM TRACK-COLLECTION-ITEM
           PERFORM ASSESS-LATE-CHARGE.

       TRACK-COLLECTION-ITEM.
           MOVE 0 TO WS-CR-SLOT
           END-IF.

      *----------------------------------------------------------------
      * Late charge, once per bill, when the bill is still open past
      * its due date plus the loan type's grace days: the policy
      * percentage of the installment's principal and interest, held
      * to the policy minimum and maximum (zero maximum is uncapped).
      * The charge is booked to fee income against late charges
      * receivable, and the payment application collects it ahead of
      * principal.
      *----------------------------------------------------------------
       ASSESS-LATE-CHARGE.
           MOVE LBL-LOAN-ID TO LLC-LOAN-ID
           MOVE LBL-PERIOD TO LLC-PERIOD
           READ LATE-CHARGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM RESOLVE-LATE-POLICY
           COMPUTE WS-BD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LBL-DUE-DATE) + WS-LC-GRACE
           MOVE FUNCTION DATE-OF-INTEGER(WS-BD-DATE-INT)
               TO WS-LC-GRACE-END
           IF WS-TODAY NOT > WS-LC-GRACE-END
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LC-AMOUNT ROUNDED =
               (LBL-PRINCIPAL-DUE + LBL-INTEREST-DUE) * WS-LC-PCT
               / 100
           IF WS-LC-AMOUNT < WS-LC-MIN
               MOVE WS-LC-MIN TO WS-LC-AMOUNT
           END-IF
           IF WS-LC-MAX > 0 AND WS-LC-AMOUNT > WS-LC-MAX
               MOVE WS-LC-MAX TO WS-LC-AMOUNT
           END-IF
           IF WS-LC-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE '1160' TO WS-GL-DEBIT-ACCOUNT
           MOVE '4000' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-LC-AMOUNT TO WS-GL-AMOUNT
           MOVE LBL-LOAN-ID TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Late charge ' LBL-LOAN-ID ' period ' LBL-PERIOD
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'Late charge GL failed, code '
                   WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE LBL-LOAN-ID TO LLC-LOAN-ID
           MOVE LBL-PERIOD TO LLC-PERIOD
           MOVE WS-TODAY TO LLC-ASSESSED-DATE
           MOVE WS-LC-AMOUNT TO LLC-AMOUNT
           MOVE 'OPEN' TO LLC-STATUS
           MOVE 0 TO LLC-SETTLED-DATE
           MOVE 0 TO LLC-WAIVE-PENDING
           WRITE LATE-CHARGE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-LATE-ASSESSED

           MOVE WS-LC-AMOUNT TO WS-LC-DISPLAY
           MOVE SPACES TO PASTDUE-RECORD
           STRING '    LATE CHARGE ASSESSED ' WS-LC-DISPLAY
                  ' (' FUNCTION TRIM(WS-LC-TYPE) ')'
               DELIMITED BY SIZE INTO PASTDUE-RECORD
           WRITE PASTDUE-RECORD.

       RESOLVE-LATE-POLICY.
           MOVE 'CONSUMER' TO WS-LC-TYPE
           MOVE LBL-LOAN-ID TO LPF-LOAN-ID
           READ LOAN-PROFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LPF-LOAN-TYPE TO WS-LC-TYPE
           END-READ

           MOVE 15 TO WS-LC-GRACE
           MOVE 5 TO WS-LC-PCT
           MOVE 0 TO WS-LC-MIN
           MOVE 0 TO WS-LC-MAX
           MOVE 'Y' TO WS-LC-POLICY-FOUND
           MOVE WS-LC-TYPE TO LLP-LOAN-TYPE
           READ LATE-POLICY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LC-POLICY-FOUND
           END-READ
           IF WS-LC-POLICY-FOUND = 'N'
               MOVE 'Y' TO WS-LC-POLICY-FOUND
               MOVE 'DEFAULT' TO LLP-LOAN-TYPE
               READ LATE-POLICY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LC-POLICY-FOUND
               END-READ
           END-IF
           IF WS-LC-POLICY-FOUND = 'Y'
               MOVE LLP-GRACE-DAYS TO WS-LC-GRACE
               MOVE LLP-PCT TO WS-LC-PCT
               MOVE LLP-MIN TO WS-LC-MIN
               MOVE LLP-MAX TO WS-LC-MAX
           END-IF.

      *----------------------------------------------------------------
      * LATE-POLICY: establish or change the late charge terms for a
      * loan type ("DEFAULT" covers types with no row of their own).
      *----------------------------------------------------------------
       SETUP-LATE-POLICY.
           IF WS-IN-LOAN-TYPE = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_type is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-LATE-MAX > 0 AND WS-IN-LATE-MAX < WS-IN-LATE-MIN
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'late_max may not be below late_min'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-TYPE TO LLP-LOAN-TYPE
           MOVE WS-IN-GRACE-DAYS TO LLP-GRACE-DAYS
           MOVE WS-IN-LATE-PCT TO LLP-PCT
           MOVE WS-IN-LATE-MIN TO LLP-MIN
           MOVE WS-IN-LATE-MAX TO LLP-MAX
           WRITE LATE-POLICY-RECORD
               INVALID KEY
                   REWRITE LATE-POLICY-RECORD
                       INVALID KEY
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Could not store late policy'
                               TO WS-ERROR-MESSAGE
                   END-REWRITE
           END-WRITE.

      *----------------------------------------------------------------
      * LATE-WAIVE: a collector's waiver never applies here. It parks
      * on pending-approvals.dat for a second operator; APPROVAL-
      * MANAGER reverses the charge out of fee income and writes the
      * audit entry when it is approved.
      *----------------------------------------------------------------
       REQUEST-LATE-WAIVER.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-PERIOD = 0
              OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id, period and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LLC-LOAN-ID
           MOVE WS-IN-PERIOD TO LLC-PERIOD
           READ LATE-CHARGE-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'No late charge on that bill'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF LLC-STATUS NOT = 'OPEN'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Late charge is not open' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Pending approvals file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF LLC-WAIVE-PENDING NOT = 0
               MOVE LLC-WAIVE-PENDING TO PND-ID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PND-STATUS = 'PENDING'
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Waiver already awaiting approval'
                               TO WS-ERROR-MESSAGE
                       END-IF
               END-READ
               IF WS-STATUS NOT = 'SUCCESS'
                   CLOSE PENDING-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-NEXT-DC-PENDING-ID

           MOVE WS-DC-PENDING-ID TO PND-ID
           MOVE 'LATE-WAIVE' TO PND-ACTION
           MOVE LLC-LOAN-ID TO PND-KEY1
           MOVE SPACES TO PND-KEY2
           MOVE LLC-AMOUNT TO PND-AMOUNT
           MOVE 0 TO PND-EXPIRY
           MOVE LLC-PERIOD TO PND-SEQ
           MOVE WS-IN-NOTE TO PND-TEXT
           MOVE WS-IN-USER TO PND-REQUESTER
           MOVE WS-TODAY TO PND-REQUEST-DATE
           MOVE SPACES TO PND-APPROVER
           MOVE 0 TO PND-DECISION-DATE
           MOVE 'PENDING' TO PND-STATUS
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not queue waiver' TO WS-ERROR-MESSAGE
           END-WRITE
           CLOSE PENDING-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DC-PENDING-ID TO LLC-WAIVE-PENDING
           REWRITE LATE-CHARGE-RECORD
           MOVE 'PENDING' TO WS-STATUS.

      * Next pending id is one past the highest on file.
       FIND-NEXT-DC-PENDING-ID.
           MOVE 0 TO WS-DC-PENDING-ID
           MOVE 'N' TO WS-DC-EOF
           MOVE 0 TO PND-ID
           START PENDING-FILE KEY >= PND-ID
               INVALID KEY MOVE 'Y' TO WS-DC-EOF
           END-START
           PERFORM UNTIL WS-DC-EOF = 'Y'
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DC-EOF
                   NOT AT END
                       MOVE PND-ID TO WS-DC-PENDING-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-DC-PENDING-ID.

      *----------------------------------------------------------------
      * Queue refresh after the aging walk: delinquency bucket and
      * balance move to what the bills say, collector assignment and
      * contact history survive, a promise whose date has passed with
      * the loan still delinquent goes BROKEN so it re-surfaces, and a
      * queued loan with no remaining past-due bills is CURED.
      *----------------------------------------------------------------
       REFRESH-COLLECTIONS-QUEUE.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               PERFORM REFRESH-ONE-QUEUE-ENTRY
           END-PERFORM

                   ARM-ORIG-RATE + ARM-LIFE-CAP
           END-IF

           PERFORM LOOKUP-LOAN-LINE
           IF WS-ARM-NEW-RATE NOT = LN-RATE AND WS-LOC-FOUND = 'Y'
               PERFORM REPRICE-CREDIT-LINE
           END-IF
           IF WS-ARM-NEW-RATE NOT = LN-RATE
               PERFORM RESOLVE-CURRENT-BALANCE
               COMPUTE WS-MOD-REMAINING =
                  ' EFFECTIVE PERIOD ' LN-NEXT-PERIOD
                  ' NEW PAYMENT ' WS-ARM-PAY-DISP
               DELIMITED BY SIZE INTO RATE-NOTICE-RECORD
           WRITE RATE-NOTICE-RECORD

           MOVE SPACES TO WS-NQ-MERGE-DATA
           STRING 'LOAN=' FUNCTION TRIM(LN-LOAN-ID)
                  ';OLD-RATE=' WS-ARM-OLD-DISP
                  ';NEW-RATE=' WS-ARM-NEW-DISP
                  ';EFFECTIVE-PERIOD=' LN-NEXT-PERIOD
                  ';NEW-PAYMENT=' FUNCTION TRIM(WS-ARM-PAY-DISP)
               DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           MOVE 'RATE-CHANGE' TO WS-NQ-TYPE
           PERFORM QUEUE-LOAN-NOTICE.

      * The borrower is the owner of the loan's deposit account,
      * resolved when the notice is rendered.
       QUEUE-LOAN-NOTICE.
           MOVE SPACES TO WS-NQ-CUST-ID
           MOVE LN-ACCOUNT TO WS-NQ-ACCOUNT
           CALL 'NOTICE-QUEUE' USING WS-NQ-TYPE
                                     WS-NQ-CUST-ID
                                     WS-NQ-ACCOUNT
                                     WS-NQ-MERGE-DATA
                                     WS-NQ-PROGRAM
                                     WS-NQ-RETURN-CODE.

      *----------------------------------------------------------------
      * ESCROW-SETUP: establish (or change) the monthly escrow
           END-IF
           WRITE ESCROW-ANALYSIS-RECORD

           MOVE ESC-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM QUEUE-ESCROW-NOTICE
           END-READ

           IF WS-ESCROW-NEW-MONTHLY > 0
               MOVE WS-ESCROW-NEW-MONTHLY TO ESC-MONTHLY
           END-IF
           REWRITE ESCROW-RECORD
           ADD 1 TO WS-ESCROW-ANALYZED.

       QUEUE-ESCROW-NOTICE.
           MOVE WS-ESCROW-NEW-MONTHLY TO WS-NQ-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NQ-MERGE-DATA
           IF WS-ESCROW-VARIANCE < 0
               STRING 'LOAN=' FUNCTION TRIM(ESC-LOAN-ID)
                      ';BALANCE=' FUNCTION TRIM(WS-ESC-DISPLAY-AMOUNT)
                      ';NEW-MONTHLY='
                      FUNCTION TRIM(WS-NQ-DISPLAY-AMOUNT)
                      ';SHORTAGE='
                      FUNCTION TRIM(WS-ESC-DISPLAY-AMOUNT-2)
                   DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           ELSE
               STRING 'LOAN=' FUNCTION TRIM(ESC-LOAN-ID)
                      ';BALANCE=' FUNCTION TRIM(WS-ESC-DISPLAY-AMOUNT)
                      ';NEW-MONTHLY='
                      FUNCTION TRIM(WS-NQ-DISPLAY-AMOUNT)
                      ';SURPLUS='
                      FUNCTION TRIM(WS-ESC-DISPLAY-AMOUNT-2)
                   DELIMITED BY SIZE INTO WS-NQ-MERGE-DATA
           END-IF
           MOVE 'ESCROW' TO WS-NQ-TYPE
           PERFORM QUEUE-LOAN-NOTICE.

       WRITE-ESCROW-ACTIVITY.
           OPEN EXTEND ESCROW-ACTIVITY
           IF WS-ESCROW-ACT-STATUS NOT = '00'
           WRITE ESCROW-ACTIVITY-RECORD
           CLOSE ESCROW-ACTIVITY.

      *----------------------------------------------------------------
      * ACCRUE: daily interest accrual through the cycle date. Each
      * active loan on accrual earns outstanding principal (schedule
      * position plus unpaid billed principal) at the note rate over
      * a 365-day year for the days since its accrued-to date, posted
      * interest receivable against interest income. A loan 90 days
      * past due goes NONACCRUAL first and has its accrued-unpaid
      * interest reversed; non-accrual loans only move the date.
      *----------------------------------------------------------------
       ACCRUE-LOAN-INTEREST.
           MOVE 'N' TO WS-EOF

           OPEN OUTPUT ACCRUAL-REPORT
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING 'LOAN INTEREST ACCRUAL - ACCRUED THROUGH '
                  WS-IN-CYCLE-DATE '  RUN DATE ' WS-TODAY
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD

           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = 'ACTIVE'
                           PERFORM ACCRUE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-AC-TOTAL-ACCRUED TO WS-AC-DISPLAY
           MOVE WS-AC-TOTAL-REVERSED TO WS-AC-DISPLAY-2
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING 'Loans accrued: ' WS-LOANS-ACCRUED
                  '  Interest accrued ' WS-AC-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING 'Placed on non-accrual: ' WS-NONACCRUAL-SET
                  '  Interest reversed ' WS-AC-DISPLAY-2
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD
           CLOSE ACCRUAL-REPORT.

       ACCRUE-ONE-LOAN.
           MOVE LN-LOAN-ID TO LAC-LOAN-ID
           PERFORM LOOKUP-LOAN-ACCRUAL
           IF WS-AC-FOUND = 'N'
               PERFORM START-LOAN-ACCRUAL
           END-IF

           IF LAC-STATUS = 'ACCRUAL'
               PERFORM CHECK-NONACCRUAL-TRIGGER
           END-IF
           IF WS-IN-CYCLE-DATE NOT > LAC-ACCRUED-TO
               EXIT PARAGRAPH
           END-IF

           IF LAC-STATUS = 'NONACCRUAL'
               MOVE WS-IN-CYCLE-DATE TO LAC-ACCRUED-TO
               REWRITE ACCRUAL-RECORD
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               STRING LN-LOAN-ID ' NONACCRUAL SINCE '
                      LAC-NONACCR-DATE ' - NO INTEREST ACCRUED'
                   DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
               WRITE ACCRUAL-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-CURRENT-BALANCE
           MOVE WS-MOD-BALANCE TO WS-AC-PRINCIPAL
           PERFORM ADD-UNPAID-BILLED-PRINCIPAL
           COMPUTE WS-AC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IN-CYCLE-DATE) -
               FUNCTION INTEGER-OF-DATE(LAC-ACCRUED-TO)
           COMPUTE WS-AC-INTEREST ROUNDED =
               WS-AC-PRINCIPAL * LN-RATE * WS-AC-DAYS / 365

           IF WS-AC-INTEREST > 0
               MOVE '1150' TO WS-GL-DEBIT-ACCOUNT
               MOVE '4100' TO WS-GL-CREDIT-ACCOUNT
               MOVE WS-AC-INTEREST TO WS-GL-AMOUNT
               MOVE LN-LOAN-ID TO WS-GL-SOURCE-REF
               MOVE SPACES TO WS-GL-DESCRIPTION
               STRING 'Interest accrual ' LN-LOAN-ID
                   DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

               CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                        WS-GL-CREDIT-ACCOUNT
                                        WS-GL-AMOUNT
                                        WS-GL-SOURCE-REF
                                        WS-GL-DESCRIPTION
                                        WS-GL-COST-CENTER
                                        WS-GL-RETURN-CODE

               IF WS-GL-RETURN-CODE NOT = '00'
                   MOVE 'ERROR' TO WS-STATUS
                   STRING 'Accrual GL failed, code '
                       WS-GL-RETURN-CODE
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD WS-AC-INTEREST TO LAC-ACCRUED-BAL
               ADD WS-AC-INTEREST TO WS-AC-TOTAL-ACCRUED
           END-IF

           MOVE WS-IN-CYCLE-DATE TO LAC-ACCRUED-TO
           REWRITE ACCRUAL-RECORD
           ADD 1 TO WS-LOANS-ACCRUED

           MOVE WS-AC-INTEREST TO WS-AC-DISPLAY
           MOVE LAC-ACCRUED-BAL TO WS-AC-DISPLAY-2
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING LN-LOAN-ID ' DAYS ' WS-AC-DAYS
                  ' ACCRUED ' WS-AC-DISPLAY
                  ' ACCRUED-UNPAID ' WS-AC-DISPLAY-2
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD.

       LOOKUP-LOAN-ACCRUAL.
           MOVE 'Y' TO WS-AC-FOUND
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AC-FOUND
           END-READ.

      * A loan booked before daily accrual starts from its last billed
      * due date - interest up to there was billed and goes through
      * income when the bill settles - or from origination if it has
      * never been billed.
       START-LOAN-ACCRUAL.
           MOVE LN-LOAN-ID TO LAC-LOAN-ID
           MOVE 'ACCRUAL' TO LAC-STATUS
           MOVE LN-ORIG-DATE TO LAC-ACCRUED-TO
           MOVE 0 TO LAC-ACCRUED-BAL
           MOVE 0 TO LAC-NONACCR-DATE
           MOVE 0 TO LAC-NONACCR-PRIN
           MOVE 0 TO LAC-ONTIME-COUNT
           MOVE 0 TO LAC-REVERSED
           IF LN-NEXT-PERIOD > 1
               MOVE LN-LOAN-ID TO LBL-LOAN-ID
               COMPUTE LBL-PERIOD = LN-NEXT-PERIOD - 1
               READ LOAN-BILLING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LBL-DUE-DATE TO LAC-ACCRUED-TO
               END-READ
           END-IF
           WRITE ACCRUAL-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE 'Y' TO WS-AC-FOUND.

       ADD-UNPAID-BILLED-PRINCIPAL.
           MOVE 'N' TO WS-AC-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-AC-BILL-EOF
           END-START
           PERFORM UNTIL WS-AC-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AC-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-AC-BILL-EOF
                       ELSE
                           IF LBL-STATUS = 'DUE' OR
                              LBL-STATUS = 'PASTDUE'
                               ADD LBL-PRINCIPAL-DUE
                                   TO WS-AC-PRINCIPAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The collections queue carries the oldest unpaid due date as
      * of the last aging run; 90 days past it the loan stops
      * accruing and what it had accrued comes back out of income.
       CHECK-NONACCRUAL-TRIGGER.
           MOVE LN-LOAN-ID TO CLQ-LOAN-ID
           READ COLLECTIONS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CLQ-STATUS = 'CURED' OR CLQ-OLDEST-DUE = 0
               EXIT PARAGRAPH
           END-IF
           IF CLQ-OLDEST-DUE NOT < WS-IN-CYCLE-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AC-DAYS-PAST =
               FUNCTION INTEGER-OF-DATE(WS-IN-CYCLE-DATE) -
               FUNCTION INTEGER-OF-DATE(CLQ-OLDEST-DUE)
           IF WS-AC-DAYS-PAST < 90
               EXIT PARAGRAPH
           END-IF

           IF LAC-ACCRUED-BAL > 0
               MOVE '4100' TO WS-GL-DEBIT-ACCOUNT
               MOVE '1150' TO WS-GL-CREDIT-ACCOUNT
               MOVE LAC-ACCRUED-BAL TO WS-GL-AMOUNT
               MOVE LN-LOAN-ID TO WS-GL-SOURCE-REF
               MOVE SPACES TO WS-GL-DESCRIPTION
               STRING 'Non-accrual reversal ' LN-LOAN-ID
                   DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

               CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                        WS-GL-CREDIT-ACCOUNT
                                        WS-GL-AMOUNT
                                        WS-GL-SOURCE-REF
                                        WS-GL-DESCRIPTION
                                        WS-GL-COST-CENTER
                                        WS-GL-RETURN-CODE

               IF WS-GL-RETURN-CODE NOT = '00'
                   MOVE 'ERROR' TO WS-STATUS
                   STRING 'Non-accrual reversal GL failed, code '
                       WS-GL-RETURN-CODE
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LAC-ACCRUED-BAL TO LAC-REVERSED
           ADD LAC-ACCRUED-BAL TO WS-AC-TOTAL-REVERSED
           MOVE 0 TO LAC-ACCRUED-BAL
           MOVE 'NONACCRUAL' TO LAC-STATUS
           MOVE WS-IN-CYCLE-DATE TO LAC-NONACCR-DATE
           MOVE 0 TO LAC-ONTIME-COUNT
           REWRITE ACCRUAL-RECORD
           ADD 1 TO WS-NONACCRUAL-SET

           MOVE LAC-REVERSED TO WS-AC-DISPLAY
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING LN-LOAN-ID ' PLACED ON NONACCRUAL - '
                  WS-AC-DAYS-PAST ' DAYS PAST DUE, REVERSED '
                  WS-AC-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD.

      * Interest collected (WS-AC-INT-AMOUNT) split for the GL. On
      * accrual it clears the accrued receivable first and the rest
      * is income; when the loan closes the whole receivable clears
      * and income takes the difference either way, plus whatever
      * non-accrual interest was carried on principal. On non-accrual
      * the interest portion is applied to principal.
       SPLIT-ACCRUED-INTEREST.
           MOVE 0 TO WS-AC-INT-REC
           MOVE 0 TO WS-AC-PRIN-ADJ
           MOVE WS-AC-INT-AMOUNT TO WS-AC-INT-INC
           IF WS-AC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-AC-CLOSING = 'Y'
               MOVE LAC-ACCRUED-BAL TO WS-AC-INT-REC
               COMPUTE WS-AC-INT-INC =
                   WS-AC-INT-AMOUNT - LAC-ACCRUED-BAL +
                   LAC-NONACCR-PRIN
               COMPUTE WS-AC-PRIN-ADJ = LAC-NONACCR-PRIN * -1
               EXIT PARAGRAPH
           END-IF

           IF LAC-STATUS = 'NONACCRUAL'
               MOVE WS-AC-INT-AMOUNT TO WS-AC-PRIN-ADJ
               MOVE 0 TO WS-AC-INT-INC
               EXIT PARAGRAPH
           END-IF

           IF LAC-ACCRUED-BAL > 0
               IF LAC-ACCRUED-BAL < WS-AC-INT-AMOUNT
                   MOVE LAC-ACCRUED-BAL TO WS-AC-INT-REC
               ELSE
                   MOVE WS-AC-INT-AMOUNT TO WS-AC-INT-REC
               END-IF
           END-IF
           COMPUTE WS-AC-INT-INC = WS-AC-INT-AMOUNT - WS-AC-INT-REC.

       ADD-INTEREST-LEGS.
           IF WS-AC-INT-REC > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '1150' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-AC-INT-REC TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           IF WS-AC-INT-INC > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '4100' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-AC-INT-INC TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           IF WS-AC-INT-INC < 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '4100' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'D' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               COMPUTE WS-GLM-AMOUNT(WS-GLM-LEG-COUNT) =
                   WS-AC-INT-INC * -1
           END-IF.

      * After a bill or payoff settles: the receivable cleared comes
      * off the accrued balance, non-accrual interest builds the
      * principal carry, and the on-time streak moves - a bill paid
      * before it went past due extends it, a past-due one resets it.
      * Enough on-time payments in a row put the loan back on accrual
      * from today.
       UPDATE-ACCRUAL-AFTER-SETTLE.
           IF WS-AC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-AC-CLOSING = 'Y'
               MOVE 'CLOSED' TO LAC-STATUS
               MOVE 0 TO LAC-ACCRUED-BAL
               MOVE 0 TO LAC-NONACCR-PRIN
               MOVE WS-TODAY TO LAC-ACCRUED-TO
               REWRITE ACCRUAL-RECORD
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AC-INT-REC FROM LAC-ACCRUED-BAL
           ADD WS-AC-PRIN-ADJ TO LAC-NONACCR-PRIN
           IF WS-AC-BILL-WAS = 'PASTDUE'
               MOVE 0 TO LAC-ONTIME-COUNT
           ELSE
               ADD 1 TO LAC-ONTIME-COUNT
           END-IF
           IF LAC-STATUS = 'NONACCRUAL' AND
              LAC-ONTIME-COUNT NOT < WS-IN-CURE-PAYMENTS
               MOVE 'ACCRUAL' TO LAC-STATUS
               MOVE WS-TODAY TO LAC-ACCRUED-TO
               MOVE 0 TO LAC-ONTIME-COUNT
               ADD 1 TO WS-ACCRUAL-RESTORED
           END-IF
           REWRITE ACCRUAL-RECORD.

      *----------------------------------------------------------------
      * PAYOFF-QUOTE: the figures a borrower or title company needs
      * to retire the loan through the good-through date, with the
      * per-diem to add for each day beyond it, written as the payoff
      * letter. Nothing on file moves.
      *----------------------------------------------------------------
       QUOTE-LOAN-PAYOFF.
           PERFORM LOAD-PAYOFF-LOAN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-PAYOFF-FIGURES
           PERFORM WRITE-PAYOFF-LETTER.

       LOAD-PAYOFF-LOAN.
           IF WS-IN-LOAN-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan not on master' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF LN-STATUS = 'PAIDOFF' OR LN-STATUS = 'CHARGEDOFF'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan is no longer active' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-GOOD-THROUGH < WS-TODAY
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'good_through may not be before today'
                   TO WS-ERROR-MESSAGE
           END-IF.

       COMPUTE-PAYOFF-FIGURES.
           INITIALIZE WS-PAYOFF-WORK
           PERFORM RESOLVE-CURRENT-BALANCE
           MOVE WS-MOD-BALANCE TO WS-PO-PRINCIPAL
           MOVE LN-ORIG-DATE TO WS-PO-ACCRUE-FROM

      * Open bills still owe their principal and interest; the
      * newest billed due date is where unbilled interest starts.
           MOVE 'N' TO WS-PO-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-BILL-EOF
           END-START
           PERFORM UNTIL WS-PO-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-PO-BILL-EOF
                       ELSE
                           PERFORM ADD-BILL-TO-PAYOFF
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-PO-PER-DIEM ROUNDED =
               WS-PO-PRINCIPAL * LN-RATE / 365
           COMPUTE WS-PO-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IN-GOOD-THROUGH) -
               FUNCTION INTEGER-OF-DATE(WS-PO-ACCRUE-FROM)
           IF WS-PO-DAYS > 0
               COMPUTE WS-PO-ACCRUED-INT ROUNDED =
                   WS-PO-PRINCIPAL * LN-RATE * WS-PO-DAYS / 365
           ELSE
               MOVE 0 TO WS-PO-DAYS
           END-IF
           COMPUTE WS-PO-INTEREST =
               WS-PO-BILLED-INT + WS-PO-ACCRUED-INT
           PERFORM LOOKUP-LOAN-LINE
           IF WS-LOC-FOUND = 'Y'
               PERFORM FIGURE-LINE-PAYOFF-INTEREST
           END-IF

      * A negative escrow balance is a shortage the payoff must
      * cover; a positive one is refunded after the loan closes.
           MOVE LN-LOAN-ID TO ESC-LOAN-ID
           READ ESCROW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESC-BALANCE TO WS-PO-ESCROW-BAL
           END-READ
           IF WS-PO-ESCROW-BAL < 0
               COMPUTE WS-PO-ESCROW-SHORT = WS-PO-ESCROW-BAL * -1
           ELSE
               MOVE WS-PO-ESCROW-BAL TO WS-PO-ESCROW-SURPL
           END-IF

           COMPUTE WS-PO-TOTAL =
               WS-PO-PRINCIPAL + WS-PO-INTEREST + WS-PO-ESCROW-SHORT
               + WS-PO-LATE-CHARGES.

       ADD-BILL-TO-PAYOFF.
           IF LBL-DUE-DATE > WS-PO-ACCRUE-FROM
               MOVE LBL-DUE-DATE TO WS-PO-ACCRUE-FROM
           END-IF
           IF LBL-STATUS = 'DUE' OR LBL-STATUS = 'PASTDUE'
               ADD LBL-PRINCIPAL-DUE TO WS-PO-PRINCIPAL
               ADD LBL-INTEREST-DUE TO WS-PO-BILLED-INT
               IF LBL-STATUS = 'PASTDUE'
                   ADD 1 TO WS-PO-PASTDUE-COUNT
                   ADD LBL-AMOUNT-DUE TO WS-PO-PASTDUE-AMT
               END-IF
               PERFORM LOOKUP-OPEN-LATE-CHARGE
               ADD WS-LC-OPEN TO WS-PO-LATE-CHARGES
           END-IF.

       WRITE-PAYOFF-LETTER.
           OPEN OUTPUT PAYOFF-LETTER
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING 'LOAN PAYOFF STATEMENT - ISSUED ' WS-TODAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING 'Loan ' LN-LOAN-ID
                  '  Borrower account ' LN-ACCOUNT
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING 'Figures good through ' WS-IN-GOOD-THROUGH
                  '  Interest accrued from ' WS-PO-ACCRUE-FROM
                  ' (' WS-PO-DAYS ' days)'
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD

           MOVE WS-PO-PRINCIPAL TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING '  Principal balance           ' WS-PO-DISPLAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE WS-PO-BILLED-INT TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING '  Billed interest unpaid      ' WS-PO-DISPLAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE WS-PO-ACCRUED-INT TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING '  Interest to good-through    ' WS-PO-DISPLAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE WS-PO-LATE-CHARGES TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING '  Late charges unpaid         ' WS-PO-DISPLAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE WS-PO-ESCROW-SHORT TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING '  Escrow shortage             ' WS-PO-DISPLAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE WS-PO-TOTAL TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING '  TOTAL TO PAY OFF            ' WS-PO-DISPLAY
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD

           MOVE WS-PO-PER-DIEM TO WS-PO-DISPLAY
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING 'Add per-diem interest of ' WS-PO-DISPLAY
                  ' for each day after ' WS-IN-GOOD-THROUGH
               DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           IF WS-PO-PASTDUE-COUNT > 0
               MOVE WS-PO-PASTDUE-AMT TO WS-PO-DISPLAY
               MOVE SPACES TO PAYOFF-LETTER-RECORD
               STRING 'Includes ' WS-PO-PASTDUE-COUNT
                      ' past-due installment(s) totaling '
                      WS-PO-DISPLAY
                   DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
               WRITE PAYOFF-LETTER-RECORD
           END-IF
           IF WS-PO-ESCROW-SURPL > 0
               MOVE WS-PO-ESCROW-SURPL TO WS-PO-DISPLAY
               MOVE SPACES TO PAYOFF-LETTER-RECORD
               STRING 'Escrow balance of ' WS-PO-DISPLAY
                      ' will be refunded to the borrower after payoff'
                   DELIMITED BY SIZE INTO PAYOFF-LETTER-RECORD
               WRITE PAYOFF-LETTER-RECORD
           END-IF
           CLOSE PAYOFF-LETTER.

      *----------------------------------------------------------------
      * PAYOFF: payoff funds received, either from the borrower's own
      * deposit account ("account") or remitted from outside (title
      * company, teller) through cash. The funds must cover the
      * figures through the good-through date; the distribution posts
      * as one set, then the loan closes and the escrow balance plus
      * any overpayment goes back to the loan's deposit account.
      *----------------------------------------------------------------
       APPLY-LOAN-PAYOFF.
           PERFORM LOAD-PAYOFF-LOAN
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-PAYOFF-FIGURES
           IF WS-IN-AMOUNT < WS-PO-TOTAL
               MOVE 'ERROR' TO WS-STATUS
               MOVE WS-PO-TOTAL TO WS-PO-DISPLAY
               STRING 'Funds short of payoff amount '
                      FUNCTION TRIM(WS-PO-DISPLAY)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PO-OVERAGE = WS-IN-AMOUNT - WS-PO-TOTAL
           COMPUTE WS-PO-REFUND = WS-PO-OVERAGE + WS-PO-ESCROW-SURPL

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-PAYOFF-ACCOUNTS
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-PAYOFF-DISTRIBUTION
           IF WS-STATUS NOT = 'SUCCESS'
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-IN-ACCOUNT NOT = SPACES
               PERFORM DEBIT-PAYOFF-FUNDING-ACCOUNT
           END-IF
           IF WS-PO-ESCROW-SURPL > 0
               PERFORM REFUND-PAYOFF-ESCROW
           END-IF
           IF WS-PO-OVERAGE > 0
               MOVE 'PAYOFF-REFUND' TO WS-PO-REFUND-TYPE
               MOVE WS-PO-OVERAGE TO WS-PO-REFUND-AMOUNT
               PERFORM CREDIT-BORROWER-REFUND
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           PERFORM CLOSE-PAID-OFF-LOAN
           PERFORM WRITE-PAYOFF-HISTORY
           ADD 1 TO WS-LOANS-PAID-OFF.

      * Everything that can refuse the payoff is checked before the
      * first GL leg moves: the funding account must hold the funds,
      * and a refund needs somewhere to land.
       VERIFY-PAYOFF-ACCOUNTS.
           IF WS-IN-ACCOUNT NOT = SPACES
               MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Funding account not on master'
                           TO WS-ERROR-MESSAGE
                       EXIT PARAGRAPH
               END-READ
               IF ACCT-STATUS NOT = 'ACTIVE'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Funding account is not active'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF ACCT-AVAIL-BALANCE < WS-IN-AMOUNT
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Insufficient available funds for payoff'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE '2000' TO WS-PO-FUND-GL
           ELSE
               MOVE '1000' TO WS-PO-FUND-GL
           END-IF

           IF WS-PO-REFUND > 0
               MOVE LN-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Borrower account for refund not on master'
                           TO WS-ERROR-MESSAGE
               END-READ
           END-IF.

      * Funds in, principal off the receivable, interest clearing the
      * accrued receivable with the rest to income,
      * any escrow shortage made good on escrow payable, any escrow
      * surplus released from escrow payable to deposits, and the
      * overpayment held on deposits for the refund credit - one
      * balanced entry, so all of it posts or none does.
       POST-PAYOFF-DISTRIBUTION.
           MOVE LN-LOAN-ID TO LAC-LOAN-ID
           PERFORM LOOKUP-LOAN-ACCRUAL
           MOVE WS-PO-INTEREST TO WS-AC-INT-AMOUNT
           MOVE 'Y' TO WS-AC-CLOSING
           PERFORM SPLIT-ACCRUED-INTEREST
           COMPUTE WS-AC-PRIN-CREDIT =
               WS-PO-PRINCIPAL + WS-AC-PRIN-ADJ

           MOVE 1 TO WS-GLM-LEG-COUNT
           MOVE WS-PO-FUND-GL TO WS-GLM-ACCOUNT(1)
           MOVE 'D' TO WS-GLM-DRCR(1)
           MOVE WS-IN-AMOUNT TO WS-GLM-AMOUNT(1)
           IF WS-AC-PRIN-CREDIT > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '1100' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-AC-PRIN-CREDIT
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           PERFORM ADD-INTEREST-LEGS
           IF WS-PO-LATE-CHARGES > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '1160' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-PO-LATE-CHARGES
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           IF WS-PO-ESCROW-SHORT > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '2300' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-PO-ESCROW-SHORT
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           IF WS-PO-OVERAGE > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '2000' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-PO-OVERAGE TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           IF WS-PO-ESCROW-SURPL > 0
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '2300' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'D' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-PO-ESCROW-SURPL
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
               ADD 1 TO WS-GLM-LEG-COUNT
               MOVE '2000' TO WS-GLM-ACCOUNT(WS-GLM-LEG-COUNT)
               MOVE 'C' TO WS-GLM-DRCR(WS-GLM-LEG-COUNT)
               MOVE WS-PO-ESCROW-SURPL
                   TO WS-GLM-AMOUNT(WS-GLM-LEG-COUNT)
           END-IF
           MOVE LN-LOAN-ID TO WS-GLM-SOURCE-REF
           MOVE SPACES TO WS-GLM-DESCRIPTION
           STRING 'Loan payoff ' LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-GLM-DESCRIPTION

           CALL 'GL-POSTING-MULTI' USING WS-GLM-LEG-COUNT
                                          WS-GLM-DISTRIBUTION
                                          WS-GLM-SOURCE-REF
                                          WS-GLM-DESCRIPTION
                                          WS-GLM-COST-CENTER
                                          WS-GLM-RETURN-CODE

           IF WS-GLM-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'GL distribution failed, code '
                   WS-GLM-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
           END-IF.

       DEBIT-PAYOFF-FUNDING-ACCOUNT.
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-IN-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-IN-AMOUNT FROM ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not update payoff funding account'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE 'LOAN-PAYOFF' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-IN-AMOUNT * -1
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Loan payoff ' LN-LOAN-ID
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           PERFORM APPEND-LOAN-TRANSACTION.

      * The escrow payable held for this loan is released to the
      * borrower's deposit account. The GL side (escrow payable
      * debit, deposits credit) went with the payoff distribution.
       REFUND-PAYOFF-ESCROW.
           MOVE 'ESCROW-REFUND' TO WS-PO-REFUND-TYPE
           MOVE WS-PO-ESCROW-SURPL TO WS-PO-REFUND-AMOUNT
           PERFORM CREDIT-BORROWER-REFUND.

       CREDIT-BORROWER-REFUND.
           MOVE LN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           ADD WS-PO-REFUND-AMOUNT TO ACCT-BALANCE
           ADD WS-PO-REFUND-AMOUNT TO ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not credit borrower refund'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-PO-REFUND-TYPE TO TRANS-TYPE
           MOVE WS-PO-REFUND-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING FUNCTION TRIM(WS-PO-REFUND-TYPE) ' loan '
                  LN-LOAN-ID
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           PERFORM APPEND-LOAN-TRANSACTION.

       APPEND-LOAN-TRANSACTION.
           ADD 1 TO WS-SEQ-COUNTER
           MOVE WS-TODAY TO TRANS-DATE
           MOVE WS-NOW TO TRANS-TIME
           MOVE WS-SEQ-COUNTER TO TRANS-SEQ
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT
           MOVE ACCT-BALANCE TO TRANS-BALANCE
           MOVE SPACES TO TRANS-MERCHANT
           MOVE 'LOAN' TO TRANS-CATEGORY
           MOVE 'POSTED' TO TRANS-STATUS
           MOVE LN-LOAN-ID TO TRANS-REFERENCE
           MOVE 'LOAN' TO TRANS-CHANNEL
           MOVE 'N' TO WS-TRANS-WRITE-DONE
           MOVE 0 TO WS-TRANS-WRITE-RETRY
           PERFORM UNTIL WS-TRANS-WRITE-DONE = 'Y'
                   OR WS-TRANS-WRITE-RETRY > 998
               WRITE TRANSACTION-REC
                   INVALID KEY
                       ADD 1 TO WS-TRANS-WRITE-RETRY
                       ADD 1 TO WS-SEQ-COUNTER
                       MOVE WS-SEQ-COUNTER TO TRANS-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRANS-WRITE-DONE
               END-WRITE
           END-PERFORM.

      * Open bills settle as part of the payoff, the unbilled
      * forward schedule goes, the escrow record empties and any
      * collections entry is cured.
       CLOSE-PAID-OFF-LOAN.
           MOVE 'N' TO WS-PO-BILL-EOF
           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE 0 TO LBL-PERIOD
           START LOAN-BILLING KEY >= LBL-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-BILL-EOF
           END-START
           PERFORM UNTIL WS-PO-BILL-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-BILL-EOF
                   NOT AT END
                       IF LBL-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-PO-BILL-EOF
                       ELSE
                           IF LBL-STATUS = 'DUE' OR
                              LBL-STATUS = 'PASTDUE'
                               MOVE 'PAID' TO LBL-STATUS
                               MOVE WS-TODAY TO LBL-PAID-DATE
                               REWRITE LOAN-BILLING-RECORD
                               PERFORM LOOKUP-OPEN-LATE-CHARGE
                               IF WS-LC-OPEN > 0
                                   MOVE 'PAID' TO LLC-STATUS
                                   MOVE WS-TODAY TO LLC-SETTLED-DATE
                                   REWRITE LATE-CHARGE-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PURGE-FORWARD-SCHEDULE
           MOVE 'PAIDOFF' TO LN-STATUS
           MOVE 0 TO LN-PAST-DUE-COUNT
           REWRITE LOAN-MASTER-RECORD
           PERFORM UPDATE-ACCRUAL-AFTER-SETTLE

           MOVE LN-LOAN-ID TO ESC-LOAN-ID
           READ ESCROW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESC-BALANCE NOT = 0
                       COMPUTE ESA-AMOUNT = ESC-BALANCE * -1
                       MOVE 'PAYOFF' TO ESA-TYPE
                       MOVE SPACES TO ESA-PAYEE
                       MOVE 0 TO ESC-BALANCE
                       MOVE 0 TO ESC-MONTHLY
                       REWRITE ESCROW-RECORD
                       PERFORM WRITE-ESCROW-ACTIVITY
                   ELSE
                       MOVE 0 TO ESC-MONTHLY
                       REWRITE ESCROW-RECORD
                   END-IF
           END-READ

           MOVE LN-LOAN-ID TO CLQ-LOAN-ID
           READ COLLECTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CURED' TO CLQ-STATUS
                   MOVE 0 TO CLQ-BALANCE-DUE
                   REWRITE COLLECTIONS-RECORD
           END-READ

           PERFORM LOOKUP-LOAN-LINE
           IF WS-LOC-FOUND = 'Y'
               PERFORM CLOSE-CREDIT-LINE
           END-IF
           PERFORM RELEASE-LOAN-COLLATERAL.

      *----------------------------------------------------------------
      * Paid-off loan: release each of its ACTIVE pledges, then any
      * item that no other loan still holds is itself RELEASED. No
      * collateral files simply means nothing was ever pledged.
      *----------------------------------------------------------------
       RELEASE-LOAN-COLLATERAL.
           OPEN I-O COLLATERAL-LINK
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CR-REL-COUNT
           MOVE 'N' TO WS-CR-LINK-EOF
           MOVE LN-LOAN-ID TO CLK-LOAN-ID
           MOVE LOW-VALUES TO CLK-COLLATERAL-ID
           START COLLATERAL-LINK KEY >= CLK-KEY
               INVALID KEY MOVE 'Y' TO WS-CR-LINK-EOF
           END-START
           PERFORM UNTIL WS-CR-LINK-EOF = 'Y'
               READ COLLATERAL-LINK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CR-LINK-EOF
                   NOT AT END
                       IF CLK-LOAN-ID NOT = LN-LOAN-ID
                           MOVE 'Y' TO WS-CR-LINK-EOF
                       ELSE
                           IF CLK-STATUS = 'ACTIVE'
                               MOVE 'RELEASED' TO CLK-STATUS
                               MOVE WS-TODAY TO CLK-RELEASED-DATE
                               REWRITE COLLATERAL-LINK-RECORD
                               IF WS-CR-REL-COUNT < 20
                                   ADD 1 TO WS-CR-REL-COUNT
                                   MOVE CLK-COLLATERAL-ID
                                       TO WS-CR-REL-ID(WS-CR-REL-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CR-REL-COUNT > 0
               OPEN I-O COLLATERAL-FILE
               IF WS-COLLATERAL-STATUS = '00'
                   PERFORM VARYING WS-CR-REL-IDX FROM 1 BY 1
                           UNTIL WS-CR-REL-IDX > WS-CR-REL-COUNT
                       PERFORM RELEASE-UNHELD-COLLATERAL
                   END-PERFORM
                   CLOSE COLLATERAL-FILE
               END-IF
           END-IF
           CLOSE COLLATERAL-LINK.

       RELEASE-UNHELD-COLLATERAL.
           MOVE 'N' TO WS-CR-STILL-HELD
           MOVE 'N' TO WS-CR-LINK-EOF
           MOVE WS-CR-REL-ID(WS-CR-REL-IDX) TO CLK-COLLATERAL-ID
           START COLLATERAL-LINK KEY >= CLK-COLLATERAL-ID
               INVALID KEY MOVE 'Y' TO WS-CR-LINK-EOF
           END-START
           PERFORM UNTIL WS-CR-LINK-EOF = 'Y'
               READ COLLATERAL-LINK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CR-LINK-EOF
                   NOT AT END
                       IF CLK-COLLATERAL-ID NOT =
                          WS-CR-REL-ID(WS-CR-REL-IDX)
                           MOVE 'Y' TO WS-CR-LINK-EOF
                       ELSE
                           IF CLK-STATUS = 'ACTIVE'
                               MOVE 'Y' TO WS-CR-STILL-HELD
                               MOVE 'Y' TO WS-CR-LINK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CR-REL-ID(WS-CR-REL-IDX) TO COL-ID
           READ COLLATERAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-AJ-AFTER
           IF WS-CR-STILL-HELD = 'Y'
               STRING 'PLEDGE RELEASED AT PAYOFF OF ' LN-LOAN-ID
                   DELIMITED BY SIZE INTO WS-AJ-AFTER
           ELSE
               IF COL-STATUS = 'ACTIVE'
                   MOVE 'RELEASED' TO COL-STATUS
                   MOVE WS-TODAY TO COL-RELEASED-DATE
                   MOVE 'LOAN-SERVICING' TO COL-CHANGED-BY
                   REWRITE COLLATERAL-RECORD
               END-IF
               STRING 'RELEASED AT PAYOFF OF ' LN-LOAN-ID
                   DELIMITED BY SIZE INTO WS-AJ-AFTER
           END-IF

           MOVE 'COLL-RELEASE' TO WS-AJ-ACTION
           MOVE COL-ID TO WS-AJ-KEY
           MOVE 'ACTIVE' TO WS-AJ-BEFORE
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

       WRITE-PAYOFF-HISTORY.
           OPEN EXTEND PAYOFF-HISTORY
           IF WS-PAYOFF-HIST-STATUS NOT = '00'
               OPEN OUTPUT PAYOFF-HISTORY
           END-IF
           MOVE WS-TODAY TO POH-DATE
           MOVE LN-LOAN-ID TO POH-LOAN-ID
           MOVE WS-IN-GOOD-THROUGH TO POH-GOOD-THROUGH
           MOVE WS-PO-PRINCIPAL TO POH-PRINCIPAL
           MOVE WS-PO-INTEREST TO POH-INTEREST
           MOVE WS-PO-ESCROW-SHORT TO POH-ESCROW-SHORT
           MOVE WS-PO-TOTAL TO POH-TOTAL
           MOVE WS-IN-AMOUNT TO POH-RECEIVED
           MOVE WS-PO-REFUND TO POH-REFUND
           MOVE WS-IN-ACCOUNT TO POH-FUNDING-ACCOUNT
           MOVE WS-PO-LATE-CHARGES TO POH-LATE-CHARGES
           WRITE PAYOFF-HISTORY-RECORD
           CLOSE PAYOFF-HISTORY.

      *----------------------------------------------------------------
      * LINE-OPEN: set up a revolving line with nothing drawn. The
      * loan carries an open-ended term until the draw period ends;
      * the line record holds the limit, the draw period end, the
      * repayment term and the draw-period payment basis.
      *----------------------------------------------------------------
       OPEN-CREDIT-LINE.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-ACCOUNT = SPACES
              OR WS-IN-CREDIT-LIMIT NOT > 0 OR WS-IN-REPAY-TERM = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id, account, credit_limit, repay_term needed'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DRAW-END NOT > WS-TODAY
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'draw_end must be after today' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PAY-MODE NOT = 'INTEREST' AND
              WS-IN-PAY-MODE NOT = 'PERCENT'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'payment_mode must be INTEREST or PERCENT'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PAY-MODE = 'PERCENT' AND WS-IN-PAY-PCT = 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'payment_pct is required for PERCENT payments'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan already booked' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Draw account not on master'
                       TO WS-ERROR-MESSAGE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LN-LOAN-ID
           MOVE WS-IN-ACCOUNT TO LN-ACCOUNT
           MOVE 0 TO LN-PRINCIPAL
           MOVE WS-IN-RATE TO LN-RATE
           MOVE 9999 TO LN-TERM
           MOVE WS-TODAY TO LN-ORIG-DATE
           MOVE 'ACTIVE' TO LN-STATUS
           MOVE 1 TO LN-NEXT-PERIOD
           MOVE 0 TO LN-PAST-DUE-COUNT
           WRITE LOAN-MASTER-RECORD

           MOVE WS-IN-LOAN-ID TO LOC-LOAN-ID
           MOVE WS-IN-CREDIT-LIMIT TO LOC-LIMIT
           MOVE WS-IN-DRAW-END TO LOC-DRAW-END
           MOVE WS-IN-REPAY-TERM TO LOC-REPAY-TERM
           MOVE WS-IN-PAY-MODE TO LOC-PAY-MODE
           MOVE WS-IN-PAY-PCT TO LOC-PAY-PCT
           MOVE 'OPEN' TO LOC-STATUS
           MOVE 0 TO LOC-BALANCE
           MOVE 0 TO LOC-INT-ACCRUED
           MOVE WS-TODAY TO LOC-INT-THROUGH
           MOVE 0 TO LOC-REPAY-PAYMENT
           MOVE 0 TO LOC-CONVERTED-DATE
           MOVE 0 TO LOC-PENDING-ID
           MOVE WS-IN-USER TO LOC-CHANGED-BY
           WRITE LINE-RECORD
               INVALID KEY
                   REWRITE LINE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE

           MOVE WS-IN-LOAN-ID TO LAC-LOAN-ID
           MOVE 'ACCRUAL' TO LAC-STATUS
           MOVE WS-TODAY TO LAC-ACCRUED-TO
           MOVE 0 TO LAC-ACCRUED-BAL
           MOVE 0 TO LAC-NONACCR-DATE
           MOVE 0 TO LAC-NONACCR-PRIN
           MOVE 0 TO LAC-ONTIME-COUNT
           MOVE 0 TO LAC-REVERSED
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   REWRITE ACCRUAL-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE

           MOVE WS-IN-LOAN-ID TO LPF-LOAN-ID
           MOVE WS-IN-LOAN-TYPE TO LPF-LOAN-TYPE
           WRITE LOAN-PROFILE-RECORD
               INVALID KEY
                   REWRITE LOAN-PROFILE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-LOANS-BOOKED.

      *----------------------------------------------------------------
      * LINE-DRAW: advance funds to the borrower's deposit account,
      * up to the available credit, while the line is open and in its
      * draw period. Interest rolls at the old balance up to today
      * before the draw lands.
      *----------------------------------------------------------------
       DRAW-ON-CREDIT-LINE.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-AMOUNT NOT > 0
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id and amount are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CREDIT-LINE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           IF LOC-STATUS = 'FROZEN'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Line is frozen' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LOC-STATUS NOT = 'OPEN' OR WS-TODAY > LOC-DRAW-END
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Draw period has ended' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOC-AVAILABLE = LOC-LIMIT - LOC-BALANCE
           IF WS-IN-AMOUNT > WS-LOC-AVAILABLE
               MOVE 'ERROR' TO WS-STATUS
               IF WS-LOC-AVAILABLE < 0
                   MOVE 0 TO WS-LOC-AVAILABLE
               END-IF
               MOVE WS-LOC-AVAILABLE TO WS-LOC-DISPLAY-1
               STRING 'Draw exceeds available credit '
                      FUNCTION TRIM(WS-LOC-DISPLAY-1)
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Draw account not on master'
                       TO WS-ERROR-MESSAGE
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Draw account is not active' TO WS-ERROR-MESSAGE
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE '1100' TO WS-GL-DEBIT-ACCOUNT
           MOVE '2000' TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-IN-AMOUNT TO WS-GL-AMOUNT
           MOVE LN-LOAN-ID TO WS-GL-SOURCE-REF
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'Line draw ' LN-LOAN-ID
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION

           CALL 'GL-POSTING' USING WS-GL-DEBIT-ACCOUNT
                                    WS-GL-CREDIT-ACCOUNT
                                    WS-GL-AMOUNT
                                    WS-GL-SOURCE-REF
                                    WS-GL-DESCRIPTION
                                    WS-GL-COST-CENTER
                                    WS-GL-RETURN-CODE

           IF WS-GL-RETURN-CODE NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               STRING 'Draw GL failed, code ' WS-GL-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF

           ADD WS-IN-AMOUNT TO ACCT-BALANCE
           ADD WS-IN-AMOUNT TO ACCT-AVAIL-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           OPEN I-O TRANSACTION-FILE
           MOVE 'LOC-DRAW' TO TRANS-TYPE
           MOVE WS-IN-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Line of credit draw loan ' LN-LOAN-ID
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           PERFORM APPEND-LOAN-TRANSACTION
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER

           MOVE WS-TODAY TO WS-LOC-TO-DATE
           PERFORM ROLL-LINE-INTEREST
           ADD WS-IN-AMOUNT TO LN-PRINCIPAL
           REWRITE LOAN-MASTER-RECORD
           ADD WS-IN-AMOUNT TO LOC-BALANCE
           REWRITE LINE-RECORD
           ADD 1 TO WS-LINE-DRAWS.

      * LINE-INQUIRE: limit, outstanding, available credit and the
      * interest accrued to today. Nothing on file moves.
       INQUIRE-CREDIT-LINE.
           IF WS-IN-LOAN-ID = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id is required' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CREDIT-LINE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-LOC-TO-DATE
           PERFORM ROLL-LINE-INTEREST.

       LOAD-CREDIT-LINE.
           MOVE WS-IN-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan not on master' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           PERFORM LOOKUP-LOAN-LINE
           IF WS-LOC-FOUND = 'N'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan is not a line of credit' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan is no longer active' TO WS-ERROR-MESSAGE
           END-IF.

       LOOKUP-LOAN-LINE.
           MOVE 'Y' TO WS-LOC-FOUND
           MOVE LN-LOAN-ID TO LOC-LOAN-ID
           READ LINE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOC-FOUND
           END-READ.

      * Simple daily interest on the line's outstanding balance from
      * the interest-through date to WS-LOC-TO-DATE, at the note rate
      * over a 365-day year. Every balance change rolls first, so each
      * stretch is charged at the balance that stood through it.
       ROLL-LINE-INTEREST.
           IF WS-LOC-TO-DATE NOT > LOC-INT-THROUGH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-LOC-TO-DATE) -
               FUNCTION INTEGER-OF-DATE(LOC-INT-THROUGH)
           COMPUTE WS-LOC-INTEREST ROUNDED =
               LOC-BALANCE * LN-RATE * WS-LOC-DAYS / 365
           ADD WS-LOC-INTEREST TO LOC-INT-ACCRUED
           MOVE WS-LOC-TO-DATE TO LOC-INT-THROUGH.

      *----------------------------------------------------------------
      * BILL for a line: the interest rolled through the cycle date,
      * plus principal - none (INTEREST) or payment_pct of the
      * outstanding (PERCENT) during the draw period, the level
      * payment less interest once repaying. The billed principal
      * leaves LN-PRINCIPAL for the bill, as a schedule line would.
      *----------------------------------------------------------------
       BILL-ONE-LINE.
           IF LOC-STATUS = 'CLOSED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CYCLE-DATE TO WS-LOC-TO-DATE
           PERFORM ROLL-LINE-INTEREST
           IF LOC-STATUS NOT = 'REPAYING' AND
              WS-IN-CYCLE-DATE > LOC-DRAW-END
               PERFORM CONVERT-LINE-TO-REPAYMENT
               IF LOC-STATUS = 'CLOSED'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LOC-INT-ACCRUED TO WS-LOC-INT-DUE
           IF LOC-STATUS = 'REPAYING'
               COMPUTE WS-LOC-PRIN-DUE =
                   LOC-REPAY-PAYMENT - WS-LOC-INT-DUE
               IF WS-LOC-PRIN-DUE < 0
                   MOVE 0 TO WS-LOC-PRIN-DUE
               END-IF
      * The final installment - or one that reaches the last of the
      * principal early - takes whatever principal is left and ends
      * the term there.
               IF LN-NEXT-PERIOD NOT < LN-TERM OR
                  WS-LOC-PRIN-DUE NOT < LN-PRINCIPAL
                   MOVE LN-PRINCIPAL TO WS-LOC-PRIN-DUE
                   MOVE LN-NEXT-PERIOD TO LN-TERM
               END-IF
           ELSE
               IF LOC-PAY-MODE = 'PERCENT'
                   COMPUTE WS-LOC-PRIN-DUE ROUNDED =
                       LOC-BALANCE * LOC-PAY-PCT / 100
               ELSE
                   MOVE 0 TO WS-LOC-PRIN-DUE
               END-IF
               IF WS-LOC-PRIN-DUE > LN-PRINCIPAL
                   MOVE LN-PRINCIPAL TO WS-LOC-PRIN-DUE
               END-IF
      * Nothing drawn and nothing accrued - no bill this cycle.
               IF WS-LOC-PRIN-DUE = 0 AND WS-LOC-INT-DUE = 0
                   REWRITE LINE-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LN-LOAN-ID TO LBL-LOAN-ID
           MOVE LN-NEXT-PERIOD TO LBL-PERIOD
           MOVE WS-IN-CYCLE-DATE TO WS-BD-WORK-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-BD-WORK-DATE TO LBL-DUE-DATE
           PERFORM LOOKUP-ESCROW-PORTION
           COMPUTE LBL-AMOUNT-DUE =
               WS-LOC-PRIN-DUE + WS-LOC-INT-DUE + WS-ESCROW-PORTION
           MOVE WS-LOC-PRIN-DUE TO LBL-PRINCIPAL-DUE
           MOVE WS-LOC-INT-DUE TO LBL-INTEREST-DUE
           MOVE 'DUE' TO LBL-STATUS
           MOVE 0 TO LBL-PAID-DATE
           WRITE LOAN-BILLING-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           SUBTRACT WS-LOC-PRIN-DUE FROM LN-PRINCIPAL
           ADD 1 TO LN-NEXT-PERIOD
           REWRITE LOAN-MASTER-RECORD
           MOVE 0 TO LOC-INT-ACCRUED
           REWRITE LINE-RECORD
           ADD 1 TO WS-BILLS-CREATED
           IF WS-ESCROW-PORTION > 0
               ADD 1 TO WS-ESCROW-BILLED
           END-IF.

      * End of the draw period: the unbilled principal amortizes over
      * the repayment term at the note rate, and the loan's term now
      * ends with the last repayment period. A line that owes nothing
      * by then simply closes.
       CONVERT-LINE-TO-REPAYMENT.
           MOVE WS-IN-CYCLE-DATE TO LOC-CONVERTED-DATE
           IF LOC-BALANCE = 0 AND LOC-INT-ACCRUED = 0
               MOVE 'CLOSED' TO LOC-STATUS
               REWRITE LINE-RECORD
               MOVE 'PAIDOFF' TO LN-STATUS
               REWRITE LOAN-MASTER-RECORD
               MOVE LN-LOAN-ID TO LAC-LOAN-ID
               PERFORM LOOKUP-LOAN-ACCRUAL
               IF WS-AC-FOUND = 'Y'
                   MOVE 'CLOSED' TO LAC-STATUS
                   MOVE WS-TODAY TO LAC-ACCRUED-TO
                   REWRITE ACCRUAL-RECORD
               END-IF
               PERFORM RELEASE-LOAN-COLLATERAL
               EXIT PARAGRAPH
           END-IF

           MOVE LN-PRINCIPAL TO WS-MOD-BALANCE
           MOVE LOC-REPAY-TERM TO WS-MOD-REMAINING
           PERFORM FIGURE-LEVEL-PAYMENT
           MOVE WS-PAYMENT TO LOC-REPAY-PAYMENT
           COMPUTE LN-TERM = LN-NEXT-PERIOD - 1 + LOC-REPAY-TERM
           MOVE 'REPAYING' TO LOC-STATUS
           ADD 1 TO WS-LINES-CONVERTED.

      * The level payment that retires WS-MOD-BALANCE over
      * WS-MOD-REMAINING months at LN-RATE - the BOOK and MODIFY
      * amortization math without the schedule.
       FIGURE-LEVEL-PAYMENT.
           IF LN-RATE = 0
               COMPUTE WS-PAYMENT =
                   WS-MOD-BALANCE / WS-MOD-REMAINING
           ELSE
               COMPUTE WS-MONTHLY-RATE = LN-RATE / 12
               COMPUTE WS-COMPOUND-FACTOR = 1 + WS-MONTHLY-RATE
               MOVE 1 TO WS-POWER-TERM
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MOD-REMAINING
                   COMPUTE WS-POWER-TERM =
                       WS-POWER-TERM * WS-COMPOUND-FACTOR
               END-PERFORM
               COMPUTE WS-PAYMENT =
                   WS-MOD-BALANCE * WS-MONTHLY-RATE *
                   WS-POWER-TERM / (WS-POWER-TERM - 1)
           END-IF.

      * Principal a payment settles comes off the interest-bearing
      * balance from today; the final installment closes the line.
       SETTLE-LINE-PRINCIPAL.
           MOVE WS-TODAY TO WS-LOC-TO-DATE
           PERFORM ROLL-LINE-INTEREST
           COMPUTE LOC-BALANCE =
               LOC-BALANCE - WS-AC-PRIN-CREDIT + WS-AC-PRIN-ADJ
           IF LOC-BALANCE < 0
               MOVE 0 TO LOC-BALANCE
           END-IF
           IF LBL-PERIOD = LN-TERM AND WS-LC-SHORT = 0
               MOVE 'CLOSED' TO LOC-STATUS
               MOVE 0 TO LOC-BALANCE
               MOVE 0 TO LOC-INT-ACCRUED
           END-IF
           REWRITE LINE-RECORD.

      * A repriced line rolls its interest at the old rate through the
      * cycle date; once repaying, the level payment is refigured on
      * the unbilled principal over the periods left.
       REPRICE-CREDIT-LINE.
           MOVE WS-IN-CYCLE-DATE TO WS-LOC-TO-DATE
           PERFORM ROLL-LINE-INTEREST
           MOVE WS-ARM-NEW-RATE TO LN-RATE
           REWRITE LOAN-MASTER-RECORD
           MOVE 0 TO WS-PAYMENT
           IF LOC-STATUS = 'REPAYING'
               MOVE LN-PRINCIPAL TO WS-MOD-BALANCE
               COMPUTE WS-MOD-REMAINING =
                   LN-TERM - LN-NEXT-PERIOD + 1
               PERFORM FIGURE-LEVEL-PAYMENT
               MOVE WS-PAYMENT TO LOC-REPAY-PAYMENT
           END-IF
           REWRITE LINE-RECORD
           ADD 1 TO WS-LOANS-REPRICED
           PERFORM WRITE-RATE-CHANGE-NOTICE.

      * A line has no schedule to date its unbilled interest from:
      * what has rolled onto the line record, plus the daily balance
      * carried on to the good-through date.
       FIGURE-LINE-PAYOFF-INTEREST.
           MOVE LOC-INT-THROUGH TO WS-PO-ACCRUE-FROM
           COMPUTE WS-PO-PER-DIEM ROUNDED =
               LOC-BALANCE * LN-RATE / 365
           COMPUTE WS-PO-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-IN-GOOD-THROUGH) -
               FUNCTION INTEGER-OF-DATE(LOC-INT-THROUGH)
           IF WS-PO-DAYS > 0
               COMPUTE WS-PO-ACCRUED-INT ROUNDED =
                   LOC-INT-ACCRUED +
                   LOC-BALANCE * LN-RATE * WS-PO-DAYS / 365
           ELSE
               MOVE 0 TO WS-PO-DAYS
               MOVE LOC-INT-ACCRUED TO WS-PO-ACCRUED-INT
           END-IF
           COMPUTE WS-PO-INTEREST =
               WS-PO-BILLED-INT + WS-PO-ACCRUED-INT.

       CLOSE-CREDIT-LINE.
           MOVE 'CLOSED' TO LOC-STATUS
           MOVE 0 TO LOC-BALANCE
           MOVE 0 TO LOC-INT-ACCRUED
           MOVE WS-TODAY TO LOC-INT-THROUGH
           REWRITE LINE-RECORD.

      *----------------------------------------------------------------
      * LINE-FREEZE / LINE-RESTORE / LINE-REDUCE: queued on
      * pending-approvals.dat for APPROVAL-MANAGER, which applies the
      * change to loan-lines.dat once a second operator approves. A
      * reduction carries the new limit as the pending amount.
      *----------------------------------------------------------------
       REQUEST-LINE-CHANGE.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CREDIT-LINE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACTION
               WHEN 'LINE-FREEZE'
                   IF LOC-STATUS NOT = 'OPEN'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Only an open line can be frozen'
                           TO WS-ERROR-MESSAGE
                   END-IF
               WHEN 'LINE-RESTORE'
                   IF LOC-STATUS NOT = 'FROZEN'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Line is not frozen' TO WS-ERROR-MESSAGE
                   END-IF
               WHEN 'LINE-REDUCE'
                   IF LOC-STATUS NOT = 'OPEN' AND
                      LOC-STATUS NOT = 'FROZEN'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Line is past its draw period'
                           TO WS-ERROR-MESSAGE
                   END-IF
                   IF WS-IN-CREDIT-LIMIT = 0 OR
                      WS-IN-CREDIT-LIMIT NOT < LOC-LIMIT
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'credit_limit must be below current limit'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-EVALUATE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Pending approvals file not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF LOC-PENDING-ID NOT = 0
               MOVE LOC-PENDING-ID TO PND-ID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PND-STATUS = 'PENDING'
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Line change already awaiting approval'
                               TO WS-ERROR-MESSAGE
                       END-IF
               END-READ
               IF WS-STATUS NOT = 'SUCCESS'
                   CLOSE PENDING-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-NEXT-DC-PENDING-ID

           MOVE WS-DC-PENDING-ID TO PND-ID
           MOVE WS-ACTION TO PND-ACTION
           MOVE LOC-LOAN-ID TO PND-KEY1
           MOVE SPACES TO PND-KEY2
           IF WS-ACTION = 'LINE-REDUCE'
               MOVE WS-IN-CREDIT-LIMIT TO PND-AMOUNT
           ELSE
               MOVE LOC-LIMIT TO PND-AMOUNT
           END-IF
           MOVE 0 TO PND-EXPIRY
           MOVE 0 TO PND-SEQ
           MOVE WS-IN-NOTE TO PND-TEXT
           MOVE WS-IN-USER TO PND-REQUESTER
           MOVE WS-TODAY TO PND-REQUEST-DATE
           MOVE SPACES TO PND-APPROVER
           MOVE 0 TO PND-DECISION-DATE
           MOVE 'PENDING' TO PND-STATUS
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Could not queue line change'
                       TO WS-ERROR-MESSAGE
           END-WRITE
           CLOSE PENDING-FILE
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DC-PENDING-ID TO LOC-PENDING-ID
           REWRITE LINE-RECORD
           MOVE 'PENDING' TO WS-STATUS.

      *----------------------------------------------------------------
      * AUTOPAY-ENROLL: debit the loan's bills from a named deposit
      * account on their due date. Re-enrolling changes the account
      * or the retry count and reactivates a cancelled enrollment.
      *----------------------------------------------------------------
       ENROLL-LOAN-AUTOPAY.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-ACCOUNT = SPACES OR
              WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id, account and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-RETRIES > 10
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'retries must be 10 or fewer' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan not found' TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF LN-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Loan is not active' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Account master not available'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Funding account not on master'
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE 'Funding account is not active'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           CLOSE ACCOUNT-MASTER
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LAP-LOAN-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO WS-AJ-BEFORE
                   MOVE WS-IN-LOAN-ID TO LAP-LOAN-ID
                   MOVE WS-IN-ACCOUNT TO LAP-ACCOUNT
                   MOVE WS-IN-RETRIES TO LAP-RETRIES
                   MOVE 'ACTIVE' TO LAP-STATUS
                   MOVE WS-TODAY TO LAP-ENROLLED-DATE
                   MOVE WS-TODAY TO LAP-CHANGED-DATE
                   MOVE WS-IN-USER TO LAP-CHANGED-BY
                   WRITE AUTOPAY-RECORD
                       INVALID KEY
                           MOVE 'ERROR' TO WS-STATUS
                           MOVE 'Could not record autopay enrollment'
                               TO WS-ERROR-MESSAGE
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES TO WS-AJ-BEFORE
                   STRING 'ACCOUNT ' LAP-ACCOUNT
                          ' RETRIES ' LAP-RETRIES
                          ' ' LAP-STATUS
                       DELIMITED BY SIZE INTO WS-AJ-BEFORE
                   MOVE WS-IN-ACCOUNT TO LAP-ACCOUNT
                   MOVE WS-IN-RETRIES TO LAP-RETRIES
                   MOVE 'ACTIVE' TO LAP-STATUS
                   MOVE WS-TODAY TO LAP-CHANGED-DATE
                   MOVE WS-IN-USER TO LAP-CHANGED-BY
                   REWRITE AUTOPAY-RECORD
           END-READ
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           MOVE 'AUTOPAY-ON' TO WS-AJ-ACTION
           PERFORM AUDIT-AUTOPAY-CHANGE.

       CANCEL-LOAN-AUTOPAY.
           IF WS-IN-LOAN-ID = SPACES OR WS-IN-USER = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'loan_id and user are required'
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LOAN-ID TO LAP-LOAN-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Loan is not enrolled in autopay'
                       TO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF LAP-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Autopay is already cancelled' TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AJ-BEFORE
           STRING 'ACCOUNT ' LAP-ACCOUNT
                  ' RETRIES ' LAP-RETRIES
                  ' ' LAP-STATUS
               DELIMITED BY SIZE INTO WS-AJ-BEFORE
           MOVE 'CANCELLED' TO LAP-STATUS
           MOVE WS-TODAY TO LAP-CHANGED-DATE
           MOVE WS-IN-USER TO LAP-CHANGED-BY
           REWRITE AUTOPAY-RECORD

           MOVE 'AUTOPAY-OFF' TO WS-AJ-ACTION
           PERFORM AUDIT-AUTOPAY-CHANGE.

       AUDIT-AUTOPAY-CHANGE.
           MOVE LAP-LOAN-ID TO WS-AJ-KEY
           MOVE SPACES TO WS-AJ-AFTER
           STRING 'ACCOUNT ' LAP-ACCOUNT
                  ' RETRIES ' LAP-RETRIES
                  ' ' LAP-STATUS
               DELIMITED BY SIZE INTO WS-AJ-AFTER
           CALL 'AUDIT-JOURNAL' USING WS-AJ-PROGRAM
                                       WS-AJ-ACTION
                                       WS-AJ-KEY
                                       WS-AJ-BEFORE
                                       WS-AJ-AFTER
                                       WS-IN-USER
                                       WS-AJ-TOKEN.

      *----------------------------------------------------------------
      * AUTOPAY-RUN: every open bill due by the run date on a loan
      * with active autopay is debited once per run from the funding
      * account and settled as APPLY would settle a matched LOAN-PMT.
      * The debit posts as LOAN-AUTOPAY so APPLY never matches it a
      * second time. Nothing is debited on a weekend or holiday.
      *----------------------------------------------------------------
       RUN-LOAN-AUTOPAY.
           OPEN OUTPUT AUTOPAY-EXCEPTIONS
           MOVE SPACES TO AUTOPAY-EXCEPTION-RECORD
           STRING 'LOAN AUTOPAY EXCEPTIONS - RUN DATE '
                  WS-IN-CYCLE-DATE
               DELIMITED BY SIZE INTO AUTOPAY-EXCEPTION-RECORD
           WRITE AUTOPAY-EXCEPTION-RECORD

           MOVE WS-IN-CYCLE-DATE TO WS-BD-WORK-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BD-IS-BUSINESS NOT = 'Y'
               MOVE 'Not a business day - no debits taken'
                   TO AUTOPAY-EXCEPTION-RECORD
               WRITE AUTOPAY-EXCEPTION-RECORD
               CLOSE AUTOPAY-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           OPEN I-O AUTOPAY-ATTEMPT-FILE
           IF WS-AUTOPAY-ATT-STATUS = '35'
               OPEN OUTPUT AUTOPAY-ATTEMPT-FILE
               CLOSE AUTOPAY-ATTEMPT-FILE
               OPEN I-O AUTOPAY-ATTEMPT-FILE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-AUTOPAY-ATT-STATUS NOT = '00' OR
              WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Autopay files not available' TO WS-ERROR-MESSAGE
               CLOSE AUTOPAY-ATTEMPT-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE AUTOPAY-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           PERFORM OPEN-HOLDS-FOR-INQUIRY

           MOVE 'N' TO WS-BILLING-EOF
           PERFORM UNTIL WS-BILLING-EOF = 'Y'
               READ LOAN-BILLING NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILLING-EOF
                   NOT AT END
                       IF (LBL-STATUS = 'DUE' OR
                           LBL-STATUS = 'PASTDUE') AND
                          LBL-DUE-DATE NOT > WS-IN-CYCLE-DATE
                           PERFORM AUTOPAY-ONE-BILL
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CLOSE-HOLDS-FOR-INQUIRY
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE AUTOPAY-ATTEMPT-FILE

           MOVE SPACES TO AUTOPAY-EXCEPTION-RECORD
           STRING 'Collected: ' WS-AUTOPAY-COLLECTED
                  '  Retrying: ' WS-AUTOPAY-RETRYING
                  '  Exceptions: ' WS-AUTOPAY-EXCEPTED
               DELIMITED BY SIZE INTO AUTOPAY-EXCEPTION-RECORD
           WRITE AUTOPAY-EXCEPTION-RECORD
           CLOSE AUTOPAY-EXCEPTIONS.

       AUTOPAY-ONE-BILL.
           MOVE LBL-LOAN-ID TO LAP-LOAN-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LAP-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF
           MOVE LBL-LOAN-ID TO LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LN-STATUS NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF

      * One attempt per bill per run date; a bill that has used up
      * its retries waits for a manual payment.
           MOVE LBL-LOAN-ID TO LAA-LOAN-ID
           MOVE LBL-PERIOD TO LAA-PERIOD
           MOVE 'Y' TO WS-AP-ATT-FOUND
           READ AUTOPAY-ATTEMPT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AP-ATT-FOUND
                   MOVE LBL-LOAN-ID TO LAA-LOAN-ID
                   MOVE LBL-PERIOD TO LAA-PERIOD
                   MOVE 0 TO LAA-ATTEMPTS
                   MOVE 0 TO LAA-LAST-ATTEMPT
                   MOVE 'NEW' TO LAA-STATUS
                   MOVE 0 TO LAA-AMOUNT
                   MOVE SPACES TO LAA-REASON
           END-READ
           IF LAA-STATUS = 'EXCEPTION' OR
              LAA-LAST-ATTEMPT = WS-IN-CYCLE-DATE
               EXIT PARAGRAPH
           END-IF

      * The exact amount due: the installment plus any open late
      * charge, which SETTLE-MATCHED-BILL collects ahead of it.
           PERFORM LOOKUP-OPEN-LATE-CHARGE
           COMPUTE WS-AP-AMOUNT = LBL-AMOUNT-DUE + WS-LC-OPEN
           MOVE SPACES TO WS-AP-REASON
           MOVE 'N' TO WS-AP-FINAL

           MOVE LAP-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'Funding account not on master'
                       TO WS-AP-REASON
                   MOVE 'Y' TO WS-AP-FINAL
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'ACTIVE'
                       MOVE 'Funding account not active'
                           TO WS-AP-REASON
                       MOVE 'Y' TO WS-AP-FINAL
                   END-IF
           END-READ
           IF WS-AP-REASON = SPACES
               MOVE ACCT-NUMBER TO WS-HOLD-LOOKUP-ACCOUNT
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-AP-AVAILABLE =
                   ACCT-BALANCE - WS-HOLDS-TOTAL
               IF WS-AP-AVAILABLE < WS-AP-AMOUNT
                   MOVE 'Insufficient available funds'
                       TO WS-AP-REASON
               END-IF
           END-IF

           IF WS-AP-REASON = SPACES
               PERFORM COLLECT-AUTOPAY-BILL
               IF WS-STATUS NOT = 'SUCCESS'
                   MOVE 'Y' TO WS-BILLING-EOF
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM FAIL-AUTOPAY-ATTEMPT
           END-IF

           IF WS-AP-ATT-FOUND = 'Y'
               REWRITE AUTOPAY-ATTEMPT-RECORD
           ELSE
               WRITE AUTOPAY-ATTEMPT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       COLLECT-AUTOPAY-BILL.
           MOVE WS-AP-AMOUNT TO WS-PMT-ABS-AMOUNT
           PERFORM SETTLE-MATCHED-BILL
           IF WS-STATUS NOT = 'SUCCESS'
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AP-AMOUNT FROM ACCT-BALANCE
           COMPUTE ACCT-AVAIL-BALANCE =
               ACCT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD

           MOVE 'LOAN-AUTOPAY' TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = WS-AP-AMOUNT * -1
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'Loan autopay ' LBL-LOAN-ID ' period ' LBL-PERIOD
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           PERFORM APPEND-LOAN-TRANSACTION

           ADD 1 TO LAA-ATTEMPTS
           MOVE WS-IN-CYCLE-DATE TO LAA-LAST-ATTEMPT
           MOVE WS-AP-AMOUNT TO LAA-AMOUNT
           MOVE 'PAID' TO LAA-STATUS
           MOVE SPACES TO LAA-REASON
           ADD 1 TO WS-AUTOPAY-COLLECTED.

      * Insufficient funds is retried on later runs up to the
      * enrollment's retry count; a missing or inactive funding
      * account goes straight to exception.
       FAIL-AUTOPAY-ATTEMPT.
           ADD 1 TO LAA-ATTEMPTS
           MOVE WS-IN-CYCLE-DATE TO LAA-LAST-ATTEMPT
           MOVE WS-AP-AMOUNT TO LAA-AMOUNT
           MOVE WS-AP-REASON TO LAA-REASON
           IF WS-AP-FINAL = 'N' AND LAA-ATTEMPTS NOT > LAP-RETRIES
               MOVE 'RETRY' TO LAA-STATUS
               ADD 1 TO WS-AUTOPAY-RETRYING
               EXIT PARAGRAPH
           END-IF

           MOVE 'EXCEPTION' TO LAA-STATUS
           ADD 1 TO WS-AUTOPAY-EXCEPTED
           MOVE WS-AP-AMOUNT TO WS-AP-DISPLAY
           MOVE LAA-ATTEMPTS TO WS-AP-ATTEMPT-DISP
           MOVE SPACES TO AUTOPAY-EXCEPTION-RECORD
           STRING LBL-LOAN-ID ' PERIOD ' LBL-PERIOD
                  ' DUE ' LBL-DUE-DATE
                  ' AMOUNT ' WS-AP-DISPLAY
                  ' ACCOUNT ' LAP-ACCOUNT
                  ' ATTEMPTS ' WS-AP-ATTEMPT-DISP
                  ' ' WS-AP-REASON
               DELIMITED BY SIZE INTO AUTOPAY-EXCEPTION-RECORD
           WRITE AUTOPAY-EXCEPTION-RECORD
           PERFORM NOTE-AUTOPAY-EXCEPTION.

      * The collector sees the failed debit on the loan's queue entry;
      * a loan not yet on the queue gets an entry for the bill.
       NOTE-AUTOPAY-EXCEPTION.
           MOVE LBL-LOAN-ID TO CLQ-LOAN-ID
           MOVE 'Y' TO WS-CLQ-FOUND
           READ COLLECTIONS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLQ-FOUND
                   MOVE LBL-LOAN-ID TO CLQ-LOAN-ID
                   MOVE 'B030' TO CLQ-BUCKET
                   MOVE SPACES TO CLQ-COLLECTOR
                   MOVE WS-AP-AMOUNT TO CLQ-BALANCE-DUE
                   MOVE LBL-DUE-DATE TO CLQ-OLDEST-DUE
                   MOVE 0 TO CLQ-CONTACT-COUNT
                   MOVE 0 TO CLQ-LAST-CONTACT
                   MOVE 0 TO CLQ-PROMISE-DATE
                   MOVE 0 TO CLQ-PROMISE-AMOUNT
                   MOVE 'OPEN' TO CLQ-STATUS
           END-READ

           MOVE SPACES TO CLQ-CONTACT-NOTE
           STRING 'AUTOPAY FAILED PERIOD ' LBL-PERIOD ' - '
                  WS-AP-REASON
               DELIMITED BY SIZE INTO CLQ-CONTACT-NOTE
           IF WS-CLQ-FOUND = 'Y'
               REWRITE COLLECTIONS-RECORD
           ELSE
               WRITE COLLECTIONS-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       OPEN-HOLDS-FOR-INQUIRY.
           ACCEPT WS-HOLDS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-HOLDS-OPEN
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               MOVE 'Y' TO WS-HOLDS-OPEN
           END-IF.

       CLOSE-HOLDS-FOR-INQUIRY.
           IF WS-HOLDS-OPEN = 'Y'
               CLOSE HOLDS-FILE
               MOVE 'N' TO WS-HOLDS-OPEN
           END-IF.

      * Available balance is ledger balance minus active holds.
      * Expired and released holds do not count.
       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL
           IF WS-HOLDS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-HOLDS-EOF
           MOVE WS-HOLD-LOOKUP-ACCOUNT TO HOLD-ACCOUNT
           MOVE 0 TO HOLD-SEQ
           START HOLDS-FILE KEY >= HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDS-EOF
           END-START

           PERFORM UNTIL WS-HOLDS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT NOT = WS-HOLD-LOOKUP-ACCOUNT
                           MOVE 'Y' TO WS-HOLDS-EOF
                       ELSE
                           IF HOLD-STATUS = 'ACTIVE' AND
                              (HOLD-EXPIRY = 0 OR
                               HOLD-EXPIRY >= WS-HOLDS-TODAY)
                               ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-OUTPUT.
           IF WS-STATUS = 'PENDING'
               STRING '{"status":"PENDING",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"pending_id":' WS-DC-PENDING-ID ','
                   '"message":"Queued for dual-control approval"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
               OPEN OUTPUT OUTPUT-FILE
               WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
               CLOSE OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS = 'SUCCESS'
               STRING '{"status":"' WS-STATUS '",'
                   '"action":"' FUNCTION TRIM(WS-ACTION) '",'
                   '"loans_booked":' WS-LOANS-BOOKED ','
                   '"bills_created":' WS-BILLS-CREATED ','
                   '"payments_applied":' WS-PAYMENTS-APPLIED ','
                   '"bills_past_due":' WS-BILLS-PAST-DUE ','
                   '"escrow_billed":' WS-ESCROW-BILLED ','
                   '"escrow_analyzed":' WS-ESCROW-ANALYZED ','
                   '"queue_refreshed":' WS-QUEUE-REFRESHED ','
                   '"promises_broken":' WS-PROMISES-BROKEN ','
                   '"loans_modified":' WS-LOANS-MODIFIED ','
                   '"loans_repriced":' WS-LOANS-REPRICED ','
                   '"remit_shares":' WS-REMIT-BILLS ','
                   '"loans_accrued":' WS-LOANS-ACCRUED ','
                   '"nonaccrual_placed":' WS-NONACCRUAL-SET ','
                   '"accrual_restored":' WS-ACCRUAL-RESTORED ','
                   '"late_charges_assessed":' WS-LATE-ASSESSED ','
                   '"line_draws":' WS-LINE-DRAWS ','
                   '"lines_converted":' WS-LINES-CONVERTED ','
                   '"autopay_collected":' WS-AUTOPAY-COLLECTED ','
                   '"autopay_retrying":' WS-AUTOPAY-RETRYING ','
                   '"autopay_exceptions":' WS-AUTOPAY-EXCEPTED
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           ELSE
               STRING '{"status":"' WS-STATUS '",'
                   '"message":"' FUNCTION TRIM(WS-ERROR-MESSAGE) '"'
                   '}'
                   DELIMITED BY SIZE INTO WS-JSON-OUTPUT
           END-IF
           IF WS-STATUS = 'SUCCESS' AND
              (WS-ACTION = 'PAYOFF-QUOTE' OR WS-ACTION = 'PAYOFF')
               PERFORM BUILD-PAYOFF-JSON
           END-IF
           IF WS-STATUS = 'SUCCESS' AND
              (WS-ACTION = 'LINE-OPEN' OR WS-ACTION = 'LINE-DRAW' OR
               WS-ACTION = 'LINE-INQUIRE')
               PERFORM BUILD-LINE-JSON
           END-IF

           OPEN OUTPUT OUTPUT-FILE
           WRITE OUTPUT-RECORD FROM WS-JSON-OUTPUT
           CLOSE OUTPUT-FILE.

       BUILD-PAYOFF-JSON.
           MOVE WS-PO-TOTAL TO WS-PO-DISPLAY
           MOVE FUNCTION TRIM(WS-PO-DISPLAY) TO WS-PO-JSON-AMOUNT
           MOVE WS-PO-PER-DIEM TO WS-PO-DISPLAY-2
           MOVE FUNCTION TRIM(WS-PO-DISPLAY-2) TO WS-PO-JSON-PER-DIEM
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING '{"status":"' WS-STATUS '",'
               '"action":"' FUNCTION TRIM(WS-ACTION) '",'
               '"loan_id":"' FUNCTION TRIM(LN-LOAN-ID) '",'
               '"good_through":' WS-IN-GOOD-THROUGH ','
               '"payoff_amount":' FUNCTION TRIM(WS-PO-JSON-AMOUNT) ','
               '"per_diem":' FUNCTION TRIM(WS-PO-JSON-PER-DIEM) ','
               '"loans_paid_off":' WS-LOANS-PAID-OFF ','
               '"letter":"loan-payoff-letter.txt"'
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT.

       BUILD-LINE-JSON.
           COMPUTE WS-LOC-AVAILABLE = LOC-LIMIT - LOC-BALANCE
           IF WS-LOC-AVAILABLE < 0 OR LOC-STATUS NOT = 'OPEN'
               MOVE 0 TO WS-LOC-AVAILABLE
           END-IF
           MOVE LOC-LIMIT TO WS-LOC-DISPLAY-1
           MOVE LOC-BALANCE TO WS-LOC-DISPLAY-2
           MOVE WS-LOC-AVAILABLE TO WS-LOC-DISPLAY-3
           MOVE LOC-INT-ACCRUED TO WS-PO-DISPLAY
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING '{"status":"' WS-STATUS '",'
               '"action":"' FUNCTION TRIM(WS-ACTION) '",'
               '"loan_id":"' FUNCTION TRIM(LOC-LOAN-ID) '",'
               '"line_status":"' FUNCTION TRIM(LOC-STATUS) '",'
               '"credit_limit":' FUNCTION TRIM(WS-LOC-DISPLAY-1) ','
               '"outstanding":' FUNCTION TRIM(WS-LOC-DISPLAY-2) ','
               '"available":' FUNCTION TRIM(WS-LOC-DISPLAY-3) ','
               '"interest_accrued":' FUNCTION TRIM(WS-PO-DISPLAY) ','
               '"draw_end":' LOC-DRAW-END
               '}'
               DELIMITED BY SIZE INTO WS-JSON-OUTPUT.
