      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. LOAN-ORIGINATION.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Company loans, originated inside the system instead of typed
      * into data/company_loans.txt by hand. One application per
      * line -- "LOAN ID PRINCIPAL ANNUAL-RATE TERM-PERIODS" -- is
      * priced on the same weekly schedule the payslip run will
      * collect (principal times ANNUITY(rate/52, term), interest on
      * the running balance, the last installment trimmed to
      * payoff), then checked for affordability: the new installment
      * plus everything the payslip run already takes from the
      * employee's pay -- open loan installments, garnishment
      * orders, outstanding advances and carried deduction arrears
      * -- may not exceed LOAN_MAX_PCT (default 30) percent of the
      * employee's average weekly net. An approved loan is booked
      * on the loan master, paid out through its own disbursement
      * extract, opened on the loan ledger and written to the audit
      * trail. Defaults to data/loan_applications.txt, overridable
      * via LOAN_APPLICATION_FILE like every other input path here.
           SELECT APPLICATION-FILE
               ASSIGN TO DYNAMIC APPLICATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-FILE-STATUS.
      *
      * Name and status for each applicant, read by key the way
      * every program reads the master.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * "ID MM/DD/YYYY AMOUNT RUN-ID [KIND]" per paid week -- the
      * gross the average net is worked from. OFFCYCLE payments are
      * not weeks and stay out of the average.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
      * The payslip run's declaration detail ("ID|YYYYMMDD|gross|
      * renta5ta|afp|essalud|asig.familiar|onp|eps|residence"):
      * what the employee's gross actually loses to tax and pension
      * on the way to the net.
           SELECT PLAME-DETAIL-FILE
               ASSIGN TO "data/plame_details.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAME-DETAIL-FILE-STATUS.
      *
      * The loan master -- "LOAN-ID EMP-ID PRINCIPAL ANNUAL-RATE
      * TERM-PERIODS BALANCE". Read for the open loans already
      * being collected, appended with each loan approved here.
           SELECT COMPANY-LOAN-FILE
               ASSIGN TO "data/company_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-LOAN-FILE-STATUS.
      *
      * "ORDER-ID EMP-ID TOTAL PER-PERIOD PRIORITY COLLECTED" -- a
      * PER-PERIOD ending in % takes that share of the net.
           SELECT GARNISHMENT-FILE
               ASSIGN TO "data/garnishment_orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARNISHMENT-FILE-STATUS.
      *
      * "ADV-ID EMP-ID AMOUNT BALANCE RUN-ID" -- recovered out of
      * the next nets.
           SELECT ADVANCES-FILE
               ASSIGN TO "data/advances_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVANCES-FILE-STATUS.
      *
      * "ID AMOUNT" -- deductions a past period could not bear,
      * collected out of the next period that can.
           SELECT ARREARS-FILE
               ASSIGN TO "data/deduction_arrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARREARS-FILE-STATUS.
      *
      * The opening entry of every loan booked here -- "LOAN-ID
      * YYYYMMDD OPEN:PRINCIPAL RUN-ID" -- ahead of the installment
      * and shortfall lines the payslip run appends.
           SELECT LOAN-LEDGER-FILE
               ASSIGN TO "data/loan_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-LEDGER-FILE-STATUS.
      *
      * The payment extract -- same RUN-ID-headed detail shape as
      * report/advance_deposit.txt, its own file so a loan
      * disbursement is never mistaken for a wage deposit.
           SELECT BANK-FILE
               ASSIGN TO "report/loan_disbursement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Every application with its pricing and the affordability
      * figures behind the decision.
           SELECT ORIGINATION-REPORT-FILE
               ASSIGN TO "output/loan_origination.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Applications that were not booked, with the raw line and
      * the reason.
           SELECT REJECT-FILE
               ASSIGN TO "output/loan_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD APPLICATION-FILE.
       01 APPLICATION-RECORD      PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(100).
      *
       FD PLAME-DETAIL-FILE.
       01 PLAME-DETAIL-RECORD     PIC X(120).
      *
       FD COMPANY-LOAN-FILE.
       01 COMPANY-LOAN-RECORD     PIC X(80).
      *
       FD GARNISHMENT-FILE.
       01 GARNISHMENT-RECORD      PIC X(80).
      *
       FD ADVANCES-FILE.
       01 ADVANCES-RECORD         PIC X(60).
      *
       FD ARREARS-FILE.
       01 ARREARS-RECORD          PIC X(40).
      *
       FD LOAN-LEDGER-FILE.
       01 LOAN-LEDGER-RECORD      PIC X(80).
      *
       FD BANK-FILE.
       01 BANK-RECORD.
           05 BANK-EMP-ID         PIC X(5).
           05 FILLER              PIC X(1).
           05 BANK-ACCOUNT-REF    PIC X(14).
           05 FILLER              PIC X(1).
           05 BANK-NET-PAY        PIC 9(7)V99.
      *
       FD ORIGINATION-REPORT-FILE.
       01 ORIGINATION-REPORT-RECORD PIC X(100).
      *
       FD REJECT-FILE.
       01 REJECT-RECORD           PIC X(110).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 APPLICATION-FILE-NAME   PIC X(100).
       01 APPLICATION-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 PLAME-DETAIL-FILE-STATUS PIC XX.
       01 COMPANY-LOAN-FILE-STATUS PIC XX.
       01 GARNISHMENT-FILE-STATUS PIC XX.
       01 ADVANCES-FILE-STATUS    PIC XX.
       01 ARREARS-FILE-STATUS     PIC XX.
       01 LOAN-LEDGER-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 MASTER-FOUND-FLAG       PIC X VALUE "N".
           88 MASTER-FOUND        VALUE "Y".
      *
      * Suite-wide run lock, same scheme as payroll's -- the payslip
      * run rewrites the loan master this program appends to.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
       01 RUN-YYYYMMDD            PIC 9(8).
      *
      * Policy: the share of the average weekly net that loan
      * installments, garnishments and recoveries together may take
      * (LOAN_MAX_PCT, default 30), and how many of the employee's
      * most recent paid weeks the average is taken over
      * (LOAN_NET_WEEKS, default 8, at most 13).
       01 MAX-PCT-PARM            PIC X(3).
       01 NET-WEEKS-PARM          PIC X(2).
       01 LOAN-MAX-PCT            PIC 9V99 VALUE .30.
       01 NET-WEEKS               PIC 99 VALUE 8.
      *
      * One application as parsed.
       01 APP-ACTION-TOKEN        PIC X(8).
       01 APP-ID-TOKEN            PIC X(5).
       01 APP-PRIN-TOKEN          PIC X(14).
       01 APP-RATE-TOKEN          PIC X(10).
       01 APP-TERM-TOKEN          PIC X(6).
       01 APP-EMP-ID              PIC 9(5).
       01 APP-PRINCIPAL           PIC 9(7)V99.
       01 APP-RATE                PIC 9V9999.
       01 APP-TERM                PIC 9(3).
      *
       01 APPLICATION-VALID-FLAG  PIC X VALUE "Y".
           88 APPLICATION-IS-VALID   VALUE "Y".
           88 APPLICATION-IS-INVALID VALUE "N".
       01 REJECT-REASON           PIC X(40) VALUE SPACES.
      *
      * The generated loan identifier -- "L", four digits of the run
      * time, and the application's sequence in this run, stepped
      * past any identifier already on the loan master.
       01 NEW-LOAN-ID             PIC X(8).
       01 LOAN-SEQ                PIC 9(3) VALUE 0.
       01 LOAN-ID-TAKEN-FLAG      PIC X.
           88 LOAN-ID-TAKEN       VALUE "Y".
      *
      * The schedule as the payslip run will collect it.
       01 SCHED-INSTALLMENT       PIC 9(7)V99.
       01 SCHED-PAYMENT           PIC 9(7)V99.
       01 SCHED-BALANCE           PIC 9(7)V99.
       01 SCHED-INTEREST          PIC 9(7)V99.
       01 SCHED-PRINCIPAL         PIC S9(7)V99.
       01 SCHED-TOTAL-INTEREST    PIC 9(9)V99.
       01 SCHED-LAST-PAYMENT      PIC 9(7)V99.
       01 SCHED-PERIODS           PIC 9(4).
       01 SCHED-PERIOD-LIMIT      PIC 9(4).
      *
      * The applicant's paid weeks: the most recent period ends and
      * the gross paid in each, AJUSTE and REVERSAL lines included
      * so a corrected week counts at what it finally paid.
       01 WK-COUNT                PIC 99 VALUE 0.
       01 WK-TABLE.
           05 WK-ENTRY OCCURS 13 TIMES.
               10 WK-DATE         PIC 9(8).
               10 WK-GROSS        PIC S9(7)V99.
       01 WK-IDX                  PIC 99.
       01 WK-OLDEST-IDX           PIC 99.
       01 WK-FOUND-FLAG           PIC X.
           88 WK-FOUND            VALUE "Y".
      *
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 HIST-AMOUNT-TOKEN       PIC X(14).
       01 HIST-RUN-ID-TOKEN       PIC X(16).
       01 HIST-KIND-TOKEN         PIC X(10).
       01 HIST-DATE               PIC 9(8).
       01 HIST-LINE-OK-FLAG       PIC X.
           88 HIST-LINE-OK        VALUE "Y".
      *
       01 DET-ID-TOKEN            PIC X(5).
       01 DET-PERIOD-TOKEN        PIC X(8).
       01 DET-GROSS-TOKEN         PIC X(14).
       01 DET-TAX-TOKEN           PIC X(14).
       01 DET-AFP-TOKEN           PIC X(14).
       01 DET-ESSALUD-TOKEN       PIC X(14).
       01 DET-FAMILY-TOKEN        PIC X(14).
       01 DET-ONP-TOKEN           PIC X(14).
       01 DET-DEDUCTED            PIC 9(9)V99.
      *
      * What the applicant's gross lost to tax and pension: over
      * the averaged weeks, and over every declared week as the
      * fallback when the detail does not cover them.
       01 PL-WEEK-GROSS           PIC 9(9)V99.
       01 PL-WEEK-DEDUCTED        PIC 9(9)V99.
       01 PL-ALL-GROSS            PIC 9(9)V99.
       01 PL-ALL-DEDUCTED         PIC 9(9)V99.
      *
      * The affordability figures.
       01 AVG-GROSS               PIC 9(7)V99.
       01 AVG-STATUTORY           PIC 9(7)V99.
       01 AVG-NET                 PIC 9(7)V99.
       01 EXIST-LOANS             PIC 9(7)V99.
       01 EXIST-GARNISH           PIC 9(7)V99.
       01 EXIST-ADVANCES          PIC 9(7)V99.
       01 EXIST-ARREARS           PIC 9(7)V99.
       01 EXIST-TOTAL             PIC 9(7)V99.
       01 PROPOSED-TOTAL          PIC 9(7)V99.
       01 CEILING-AMOUNT          PIC 9(7)V99.
       01 COMMITTED-PCT           PIC 9(3)V99.
       01 NET-BASIS-TEXT          PIC X(30).
       01 LINE-AMOUNT             PIC 9(7)V99.
      *
      * Open loans -- what is on the master plus what this run has
      * booked, so a second application from the same employee sees
      * the first.
       01 LOAN-MAX                PIC 9(3) VALUE 500.
       01 LOAN-COUNT              PIC 9(3) VALUE 0.
       01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 500 TIMES.
               10 LOAN-TBL-ID     PIC X(8).
               10 LOAN-TBL-EMP    PIC X(5).
               10 LOAN-TBL-PRINCIPAL PIC 9(7)V99.
               10 LOAN-TBL-RATE   PIC 9V9999.
               10 LOAN-TBL-TERM   PIC 9(3).
               10 LOAN-TBL-BALANCE PIC 9(7)V99.
       01 LOAN-IDX                PIC 9(3).
       01 LOAN-ID-TOKEN           PIC X(10).
       01 LOAN-EMP-TOKEN          PIC X(5).
       01 LOAN-PRIN-TOKEN         PIC X(14).
       01 LOAN-RATE-TOKEN         PIC X(10).
       01 LOAN-TERM-TOKEN         PIC X(6).
       01 LOAN-BAL-TOKEN          PIC X(14).
       01 LOAN-PRIN-EDIT          PIC 9(7).99.
       01 LOAN-BAL-EDIT           PIC 9(7).99.
       01 LOAN-RATE-EDIT          PIC 9.9999.
      *
       01 GARN-ID-TOKEN           PIC X(10).
       01 GARN-EMP-TOKEN          PIC X(5).
       01 GARN-TOTAL-TOKEN        PIC X(14).
       01 GARN-PER-TOKEN          PIC X(10).
       01 GARN-PRI-TOKEN          PIC X(4).
       01 GARN-COLL-TOKEN         PIC X(14).
       01 GARN-PCT-WORK           PIC X(10).
       01 GARN-REMAINING          PIC S9(9)V99.
      *
       01 ADV-ID-TOKEN            PIC X(8).
       01 ADV-EMP-TOKEN           PIC X(5).
       01 ADV-AMOUNT-TOKEN        PIC X(14).
       01 ADV-BALANCE-TOKEN       PIC X(14).
       01 ARREARS-ID-TOKEN        PIC X(5).
       01 ARREARS-AMT-TOKEN       PIC X(14).
      *
       01 APPLICATION-COUNT       PIC 9(5) VALUE 0.
       01 APPROVED-COUNT          PIC 9(5) VALUE 0.
       01 REJECT-COUNT            PIC 9(5) VALUE 0.
       01 TOTAL-DISBURSED         PIC 9(9)V99 VALUE 0.
       01 DISP-APPLICATION-COUNT  PIC ZZZZ9.
       01 DISP-APPROVED-COUNT     PIC ZZZZ9.
       01 DISP-REJECT-COUNT       PIC ZZZZ9.
       01 DISP-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-AMOUNT             PIC ZZZ,ZZ9.99.
       01 DISP-AMOUNT-2           PIC ZZZ,ZZ9.99.
       01 DISP-PCT                PIC ZZ9.99.
       01 DISP-RATE               PIC 9.9999.
       01 DISP-TERM               PIC ZZZ9.
       01 DISP-WEEKS              PIC Z9.
       01 REPORT-LINE             PIC X(100).
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           ACCEPT RUN-YYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID

           MOVE SPACES TO APPLICATION-FILE-NAME
           ACCEPT APPLICATION-FILE-NAME
               FROM ENVIRONMENT "LOAN_APPLICATION_FILE"
           IF APPLICATION-FILE-NAME = SPACES
               MOVE "data/loan_applications.txt"
                   TO APPLICATION-FILE-NAME
           END-IF
           PERFORM LOAD-POLICY-PARMS

           PERFORM ACQUIRE-RUN-LOCK

           OPEN INPUT APPLICATION-FILE
           IF APPLICATION-FILE-STATUS NOT = "00"
               DISPLAY "LOAN ORIGINATION ABORTED -- APPLICATION FILE "
                   FUNCTION TRIM (APPLICATION-FILE-NAME)
                   " NOT FOUND (STATUS " APPLICATION-FILE-STATUS ")"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-COMPANY-LOANS

           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO REJECT-RECORD
           STRING "RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD

           OPEN OUTPUT BANK-FILE
           MOVE SPACES TO BANK-RECORD
           STRING "RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO BANK-RECORD
           WRITE BANK-RECORD

           OPEN OUTPUT ORIGINATION-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           OPEN EXTEND COMPANY-LOAN-FILE
           IF COMPANY-LOAN-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPANY-LOAN-FILE
           END-IF
           OPEN EXTEND LOAN-LEDGER-FILE
           IF LOAN-LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-LEDGER-FILE
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ APPLICATION-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF APPLICATION-RECORD NOT = SPACES
                           ADD 1 TO APPLICATION-COUNT
                           PERFORM APPLY-LOAN-APPLICATION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPLICATION-FILE
           CLOSE REJECT-FILE
           CLOSE BANK-FILE
           CLOSE COMPANY-LOAN-FILE
           CLOSE LOAN-LEDGER-FILE
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ORIGINATION-REPORT-FILE

           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

           MOVE APPLICATION-COUNT TO DISP-APPLICATION-COUNT
           MOVE APPROVED-COUNT TO DISP-APPROVED-COUNT
           MOVE REJECT-COUNT TO DISP-REJECT-COUNT
           DISPLAY "LOAN ORIGINATION COMPLETE -- APPLICATIONS: "
               DISP-APPLICATION-COUNT "  BOOKED: " DISP-APPROVED-COUNT
               "  REJECTED: " DISP-REJECT-COUNT
           DISPLAY "  REPORT output/loan_origination.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   COMPANY LOAN ORIGINATION           "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-POLICY-PARMS.
           MOVE SPACES TO MAX-PCT-PARM
           ACCEPT MAX-PCT-PARM FROM ENVIRONMENT "LOAN_MAX_PCT"
           IF MAX-PCT-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (MAX-PCT-PARM) = 0
               IF FUNCTION NUMVAL (MAX-PCT-PARM) > 0
                       AND FUNCTION NUMVAL (MAX-PCT-PARM) <= 100
                   COMPUTE LOAN-MAX-PCT =
                       FUNCTION NUMVAL (MAX-PCT-PARM) / 100
               END-IF
           END-IF
           MOVE SPACES TO NET-WEEKS-PARM
           ACCEPT NET-WEEKS-PARM FROM ENVIRONMENT "LOAN_NET_WEEKS"
           IF NET-WEEKS-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (NET-WEEKS-PARM) = 0
               IF FUNCTION NUMVAL (NET-WEEKS-PARM) >= 1
                       AND FUNCTION NUMVAL (NET-WEEKS-PARM) <= 13
                   COMPUTE NET-WEEKS =
                       FUNCTION NUMVAL (NET-WEEKS-PARM)
               END-IF
           END-IF.
      *
      * Parses, validates, prices and checks one application, then
      * books it -- or writes the reject line with the reason. Every
      * application gets its block on the origination report.
       APPLY-LOAN-APPLICATION.
           MOVE SPACES TO APP-ACTION-TOKEN APP-ID-TOKEN
               APP-PRIN-TOKEN APP-RATE-TOKEN APP-TERM-TOKEN
           UNSTRING APPLICATION-RECORD DELIMITED BY ALL SPACE
               INTO APP-ACTION-TOKEN APP-ID-TOKEN APP-PRIN-TOKEN
                    APP-RATE-TOKEN APP-TERM-TOKEN

           PERFORM VALIDATE-APPLICATION
           IF APPLICATION-IS-VALID
               PERFORM PRICE-LOAN-SCHEDULE
               PERFORM MEASURE-AVERAGE-NET
               IF WK-COUNT = 0
                   SET APPLICATION-IS-INVALID TO TRUE
                   MOVE "NO PAID WEEKS IN PAY HISTORY"
                       TO REJECT-REASON
               ELSE
                   PERFORM MEASURE-EXISTING-DEDUCTIONS
                   PERFORM CHECK-AFFORDABILITY
               END-IF
           END-IF

           IF APPLICATION-IS-VALID
               ADD 1 TO APPROVED-COUNT
               ADD APP-PRINCIPAL TO TOTAL-DISBURSED
               PERFORM ASSIGN-LOAN-ID
               PERFORM BOOK-LOAN
               PERFORM WRITE-BANK-RECORD
               PERFORM APPEND-LEDGER-OPENING
               PERFORM WRITE-APPROVAL-AUDIT
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO REJECT-RECORD
               STRING FUNCTION TRIM (APPLICATION-RECORD)
                          DELIMITED BY SIZE
                      " -- " DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF
           PERFORM WRITE-APPLICATION-BLOCK.
      *
      * Rejects anything but "LOAN id principal rate term": wrong
      * action word, non-numeric fields, a zero principal, a rate
      * of 100% or more, a term outside 1-999 weekly periods, an
      * unknown, retired or terminated employee.
       VALIDATE-APPLICATION.
           SET APPLICATION-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO APP-PRINCIPAL APP-RATE APP-TERM WK-COUNT
               SCHED-INSTALLMENT
           MOVE "N" TO MASTER-FOUND-FLAG
           IF FUNCTION TRIM (APP-ACTION-TOKEN) NOT = "LOAN"
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "UNKNOWN ACTION" TO REJECT-REASON
           ELSE
           IF APP-ID-TOKEN IS NOT NUMERIC
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC EMPLOYEE ID" TO REJECT-REASON
           ELSE
           IF APP-PRIN-TOKEN = SPACES OR APP-RATE-TOKEN = SPACES
                   OR APP-TERM-TOKEN = SPACES
                   OR FUNCTION TEST-NUMVAL (APP-PRIN-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (APP-RATE-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (APP-TERM-TOKEN) NOT = 0
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC PRINCIPAL, RATE OR TERM"
                   TO REJECT-REASON
           ELSE
           IF FUNCTION NUMVAL (APP-PRIN-TOKEN) <= 0
                   OR FUNCTION NUMVAL (APP-PRIN-TOKEN) > 9999999.99
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "PRINCIPAL OUT OF RANGE" TO REJECT-REASON
           ELSE
           IF FUNCTION NUMVAL (APP-RATE-TOKEN) < 0
                   OR FUNCTION NUMVAL (APP-RATE-TOKEN) >= 1
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "ANNUAL RATE OUT OF RANGE" TO REJECT-REASON
           ELSE
           IF FUNCTION NUMVAL (APP-TERM-TOKEN) < 1
                   OR FUNCTION NUMVAL (APP-TERM-TOKEN) > 999
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "TERM OUT OF RANGE" TO REJECT-REASON
           ELSE
               COMPUTE APP-PRINCIPAL = FUNCTION NUMVAL (APP-PRIN-TOKEN)
               COMPUTE APP-RATE = FUNCTION NUMVAL (APP-RATE-TOKEN)
               COMPUTE APP-TERM = FUNCTION NUMVAL (APP-TERM-TOKEN)
               MOVE APP-ID-TOKEN TO APP-EMP-ID
               PERFORM LOOKUP-EMPLOYEE-MASTER
               IF NOT MASTER-FOUND
                   SET APPLICATION-IS-INVALID TO TRUE
                   MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
               ELSE
                   IF EMPMAST-STATUS = "RETIRED"
                       SET APPLICATION-IS-INVALID TO TRUE
                       MOVE "EMPLOYEE RETIRED" TO REJECT-REASON
                   ELSE
                       IF EMPMAST-TERM-DATE IS NUMERIC
                               AND EMPMAST-TERM-DATE > 0
                               AND EMPMAST-TERM-DATE <= RUN-YYYYMMDD
                           SET APPLICATION-IS-INVALID TO TRUE
                           MOVE "EMPLOYEE TERMINATED"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       OPEN-EMPLOYEE-MASTER.
           MOVE "N" TO MASTER-OPEN-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
      *
       LOOKUP-EMPLOYEE-MASTER.
           MOVE "N" TO MASTER-FOUND-FLAG
           IF MASTER-IS-OPEN
               MOVE APP-EMP-ID TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.
      *
      * The weekly schedule, walked installment by installment the
      * way the payslip run's APPLY-LOAN-DEDUCTIONS collects it:
      * the level payment from FUNCTION ANNUITY over the principal
      * and term, interest on the running balance, and the last
      * installment trimmed so the loan stops itself at payoff.
      * Rounding can leave a few centimos past the term, collected
      * by one more short installment exactly as the payslip run
      * would take it.
       PRICE-LOAN-SCHEDULE.
           COMPUTE SCHED-INSTALLMENT ROUNDED =
               APP-PRINCIPAL
               * FUNCTION ANNUITY ((APP-RATE / 52) APP-TERM)
           MOVE APP-PRINCIPAL TO SCHED-BALANCE
           MOVE 0 TO SCHED-TOTAL-INTEREST SCHED-LAST-PAYMENT
               SCHED-PERIODS
           COMPUTE SCHED-PERIOD-LIMIT = APP-TERM + 52
           PERFORM UNTIL SCHED-BALANCE = 0
                   OR SCHED-PERIODS >= SCHED-PERIOD-LIMIT
               ADD 1 TO SCHED-PERIODS
               MOVE SCHED-INSTALLMENT TO SCHED-PAYMENT
               COMPUTE SCHED-INTEREST ROUNDED =
                   SCHED-BALANCE * APP-RATE / 52
               COMPUTE SCHED-PRINCIPAL =
                   SCHED-PAYMENT - SCHED-INTEREST
               IF SCHED-PRINCIPAL > SCHED-BALANCE
                   MOVE SCHED-BALANCE TO SCHED-PRINCIPAL
                   COMPUTE SCHED-PAYMENT =
                       SCHED-PRINCIPAL + SCHED-INTEREST
               END-IF
               SUBTRACT SCHED-PRINCIPAL FROM SCHED-BALANCE
               ADD SCHED-INTEREST TO SCHED-TOTAL-INTEREST
               MOVE SCHED-PAYMENT TO SCHED-LAST-PAYMENT
           END-PERFORM.
      *
      * The applicant's average weekly net: gross over their last
      * NET-WEEKS paid weeks, less tax and pension at the
      * proportion the declaration detail shows for those weeks --
      * or for every week declared for the employee, when the
      * detail does not reach the averaged ones. With no detail at
      * all the net is taken at gross.
       MEASURE-AVERAGE-NET.
           MOVE 0 TO WK-COUNT AVG-GROSS AVG-STATUTORY AVG-NET
           MOVE ZEROS TO WK-TABLE
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-HISTORY-LINE
                           IF HIST-LINE-OK
                               PERFORM KEEP-PAID-WEEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF WK-COUNT > 0
               PERFORM VARYING WK-IDX FROM 1 BY 1
                       UNTIL WK-IDX > WK-COUNT
                   IF WK-GROSS (WK-IDX) > 0
                       ADD WK-GROSS (WK-IDX) TO AVG-GROSS
                   END-IF
               END-PERFORM
               COMPUTE AVG-GROSS ROUNDED = AVG-GROSS / WK-COUNT
               PERFORM LOAD-STATUTORY-PROPORTION
               EVALUATE TRUE
                   WHEN PL-WEEK-GROSS > 0
                       COMPUTE AVG-STATUTORY ROUNDED =
                           AVG-GROSS * PL-WEEK-DEDUCTED
                           / PL-WEEK-GROSS
                       MOVE "DECLARED WEEKS" TO NET-BASIS-TEXT
                   WHEN PL-ALL-GROSS > 0
                       COMPUTE AVG-STATUTORY ROUNDED =
                           AVG-GROSS * PL-ALL-DEDUCTED
                           / PL-ALL-GROSS
                       MOVE "EARLIER DECLARED WEEKS"
                           TO NET-BASIS-TEXT
                   WHEN OTHER
                       MOVE 0 TO AVG-STATUTORY
                       MOVE "NO DECLARATION -- AT GROSS"
                           TO NET-BASIS-TEXT
               END-EVALUATE
               IF AVG-STATUTORY < AVG-GROSS
                   COMPUTE AVG-NET = AVG-GROSS - AVG-STATUTORY
               ELSE
                   MOVE 0 TO AVG-NET
               END-IF
           END-IF.
      *
       PARSE-HISTORY-LINE.
           MOVE "N" TO HIST-LINE-OK-FLAG
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN HIST-RUN-ID-TOKEN HIST-KIND-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN HIST-AMOUNT-TOKEN
                    HIST-RUN-ID-TOKEN HIST-KIND-TOKEN
           IF HIST-ID-TOKEN = APP-ID-TOKEN
                   AND HIST-PERIOD-TOKEN (1:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (4:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-KIND-TOKEN NOT = "OFFCYCLE"
               MOVE HIST-PERIOD-TOKEN (7:4) TO HIST-DATE (1:4)
               MOVE HIST-PERIOD-TOKEN (1:2) TO HIST-DATE (5:2)
               MOVE HIST-PERIOD-TOKEN (4:2) TO HIST-DATE (7:2)
               MOVE "Y" TO HIST-LINE-OK-FLAG
           END-IF.
      *
      * A line for a week already kept adds to it; a new week goes
      * in while there is room, or in place of the oldest kept when
      * it is newer.
       KEEP-PAID-WEEK.
           PERFORM FIND-PAID-WEEK
           IF WK-FOUND
               COMPUTE WK-GROSS (WK-IDX) = WK-GROSS (WK-IDX)
                   + FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
           ELSE
               IF WK-COUNT < NET-WEEKS
                   ADD 1 TO WK-COUNT
                   MOVE HIST-DATE TO WK-DATE (WK-COUNT)
                   COMPUTE WK-GROSS (WK-COUNT) =
                       FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               ELSE
                   MOVE 1 TO WK-OLDEST-IDX
                   PERFORM VARYING WK-IDX FROM 2 BY 1
                           UNTIL WK-IDX > WK-COUNT
                       IF WK-DATE (WK-IDX) < WK-DATE (WK-OLDEST-IDX)
                           MOVE WK-IDX TO WK-OLDEST-IDX
                       END-IF
                   END-PERFORM
                   IF HIST-DATE > WK-DATE (WK-OLDEST-IDX)
                       MOVE HIST-DATE TO WK-DATE (WK-OLDEST-IDX)
                       COMPUTE WK-GROSS (WK-OLDEST-IDX) =
                           FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
                   END-IF
               END-IF
           END-IF.
      *
       FIND-PAID-WEEK.
           MOVE "N" TO WK-FOUND-FLAG
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WK-COUNT OR WK-FOUND
               IF WK-DATE (WK-IDX) = HIST-DATE
                   MOVE "Y" TO WK-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WK-FOUND
               SUBTRACT 1 FROM WK-IDX
           END-IF.
      *
      * The applicant's declared gross and its tax and pension
      * (renta de quinta, AFP, ONP), for the averaged weeks and for
      * every week on the detail.
       LOAD-STATUTORY-PROPORTION.
           MOVE 0 TO PL-WEEK-GROSS PL-WEEK-DEDUCTED PL-ALL-GROSS
               PL-ALL-DEDUCTED
           OPEN INPUT PLAME-DETAIL-FILE
           IF PLAME-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL PLAME-DETAIL-FILE-STATUS NOT = "00"
                   READ PLAME-DETAIL-FILE
                       AT END
                           MOVE "10" TO PLAME-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-PLAME-LINE
                   END-READ
               END-PERFORM
               CLOSE PLAME-DETAIL-FILE
           END-IF.
      *
       FOLD-PLAME-LINE.
           MOVE SPACES TO DET-ID-TOKEN DET-PERIOD-TOKEN DET-GROSS-TOKEN
               DET-TAX-TOKEN DET-AFP-TOKEN DET-ESSALUD-TOKEN
               DET-FAMILY-TOKEN DET-ONP-TOKEN
           UNSTRING PLAME-DETAIL-RECORD DELIMITED BY "|"
               INTO DET-ID-TOKEN DET-PERIOD-TOKEN DET-GROSS-TOKEN
                    DET-TAX-TOKEN DET-AFP-TOKEN DET-ESSALUD-TOKEN
                    DET-FAMILY-TOKEN DET-ONP-TOKEN
           IF DET-ID-TOKEN = APP-ID-TOKEN
                   AND DET-PERIOD-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (DET-GROSS-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (DET-TAX-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (DET-AFP-TOKEN) = 0
               COMPUTE DET-DEDUCTED =
                   FUNCTION NUMVAL (DET-TAX-TOKEN)
                   + FUNCTION NUMVAL (DET-AFP-TOKEN)
               IF FUNCTION TEST-NUMVAL (DET-ONP-TOKEN) = 0
                       AND DET-ONP-TOKEN NOT = SPACES
                   COMPUTE DET-DEDUCTED = DET-DEDUCTED
                       + FUNCTION NUMVAL (DET-ONP-TOKEN)
               END-IF
               COMPUTE PL-ALL-GROSS = PL-ALL-GROSS
                   + FUNCTION NUMVAL (DET-GROSS-TOKEN)
               ADD DET-DEDUCTED TO PL-ALL-DEDUCTED
               MOVE DET-PERIOD-TOKEN TO HIST-DATE
               PERFORM FIND-PAID-WEEK
               IF WK-FOUND
                   COMPUTE PL-WEEK-GROSS = PL-WEEK-GROSS
                       + FUNCTION NUMVAL (DET-GROSS-TOKEN)
                   ADD DET-DEDUCTED TO PL-WEEK-DEDUCTED
               END-IF
           END-IF.
      *
      * Everything the payslip run already takes from this
      * employee's weekly pay ahead of a new loan: the installment
      * of every open loan (never more than its balance), each open
      * garnishment order's per-period take (a percentage order at
      * that share of the average net, never more than what is
      * left on the order), and the outstanding advances and
      * carried arrears, which the run recovers out of the very
      * next pay.
       MEASURE-EXISTING-DEDUCTIONS.
           MOVE 0 TO EXIST-LOANS EXIST-GARNISH EXIST-ADVANCES
               EXIST-ARREARS
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-TBL-EMP (LOAN-IDX) = APP-ID-TOKEN
                       AND LOAN-TBL-BALANCE (LOAN-IDX) > 0
                       AND LOAN-TBL-TERM (LOAN-IDX) > 0
                   COMPUTE LINE-AMOUNT ROUNDED =
                       LOAN-TBL-PRINCIPAL (LOAN-IDX)
                       * FUNCTION ANNUITY
                           ((LOAN-TBL-RATE (LOAN-IDX) / 52)
                            LOAN-TBL-TERM (LOAN-IDX))
                   IF LINE-AMOUNT > LOAN-TBL-BALANCE (LOAN-IDX)
                       MOVE LOAN-TBL-BALANCE (LOAN-IDX)
                           TO LINE-AMOUNT
                   END-IF
                   ADD LINE-AMOUNT TO EXIST-LOANS
               END-IF
           END-PERFORM
           PERFORM LOAD-GARNISHMENT-TAKE
           PERFORM LOAD-ADVANCE-BALANCES
           PERFORM LOAD-ARREARS-BALANCE
           COMPUTE EXIST-TOTAL = EXIST-LOANS + EXIST-GARNISH
               + EXIST-ADVANCES + EXIST-ARREARS.
      *
       LOAD-GARNISHMENT-TAKE.
           OPEN INPUT GARNISHMENT-FILE
           IF GARNISHMENT-FILE-STATUS = "00"
               PERFORM UNTIL GARNISHMENT-FILE-STATUS NOT = "00"
                   READ GARNISHMENT-FILE
                       AT END
                           MOVE "10" TO GARNISHMENT-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-GARNISHMENT-ORDER
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF.
      *
       FOLD-GARNISHMENT-ORDER.
           MOVE SPACES TO GARN-ID-TOKEN GARN-EMP-TOKEN
               GARN-TOTAL-TOKEN GARN-PER-TOKEN GARN-PRI-TOKEN
               GARN-COLL-TOKEN
           UNSTRING GARNISHMENT-RECORD DELIMITED BY SPACE
               INTO GARN-ID-TOKEN GARN-EMP-TOKEN GARN-TOTAL-TOKEN
                    GARN-PER-TOKEN GARN-PRI-TOKEN GARN-COLL-TOKEN
           IF GARN-EMP-TOKEN = APP-ID-TOKEN
                   AND FUNCTION TEST-NUMVAL (GARN-TOTAL-TOKEN) = 0
               COMPUTE GARN-REMAINING =
                   FUNCTION NUMVAL (GARN-TOTAL-TOKEN)
               IF FUNCTION TEST-NUMVAL (GARN-COLL-TOKEN) = 0
                       AND GARN-COLL-TOKEN NOT = SPACES
                   COMPUTE GARN-REMAINING = GARN-REMAINING
                       - FUNCTION NUMVAL (GARN-COLL-TOKEN)
               END-IF
               MOVE 0 TO LINE-AMOUNT
               IF GARN-REMAINING > 0
                   MOVE SPACES TO GARN-PCT-WORK
                   UNSTRING GARN-PER-TOKEN DELIMITED BY "%"
                       INTO GARN-PCT-WORK
                   IF GARN-PCT-WORK NOT = GARN-PER-TOKEN
                           AND FUNCTION TEST-NUMVAL (GARN-PCT-WORK)
                               = 0
                       COMPUTE LINE-AMOUNT ROUNDED = AVG-NET
                           * FUNCTION NUMVAL (GARN-PCT-WORK) / 100
                   ELSE
                       IF FUNCTION TEST-NUMVAL (GARN-PER-TOKEN) = 0
                           COMPUTE LINE-AMOUNT =
                               FUNCTION NUMVAL (GARN-PER-TOKEN)
                       END-IF
                   END-IF
                   IF LINE-AMOUNT > GARN-REMAINING
                       MOVE GARN-REMAINING TO LINE-AMOUNT
                   END-IF
               END-IF
               ADD LINE-AMOUNT TO EXIST-GARNISH
           END-IF.
      *
       LOAD-ADVANCE-BALANCES.
           OPEN INPUT ADVANCES-FILE
           IF ADVANCES-FILE-STATUS = "00"
               PERFORM UNTIL ADVANCES-FILE-STATUS NOT = "00"
                   READ ADVANCES-FILE
                       AT END
                           MOVE "10" TO ADVANCES-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO ADV-ID-TOKEN ADV-EMP-TOKEN
                               ADV-AMOUNT-TOKEN ADV-BALANCE-TOKEN
                           UNSTRING ADVANCES-RECORD DELIMITED BY SPACE
                               INTO ADV-ID-TOKEN ADV-EMP-TOKEN
                                    ADV-AMOUNT-TOKEN ADV-BALANCE-TOKEN
                           IF ADV-EMP-TOKEN = APP-ID-TOKEN
                               AND FUNCTION TEST-NUMVAL
                                   (ADV-BALANCE-TOKEN) = 0
                               COMPUTE EXIST-ADVANCES = EXIST-ADVANCES
                                   + FUNCTION NUMVAL
                                       (ADV-BALANCE-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADVANCES-FILE
           END-IF.
      *
       LOAD-ARREARS-BALANCE.
           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS = "00"
               PERFORM UNTIL ARREARS-FILE-STATUS NOT = "00"
                   READ ARREARS-FILE
                       AT END
                           MOVE "10" TO ARREARS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO ARREARS-ID-TOKEN
                               ARREARS-AMT-TOKEN
                           UNSTRING ARREARS-RECORD DELIMITED BY SPACE
                               INTO ARREARS-ID-TOKEN ARREARS-AMT-TOKEN
                           IF ARREARS-ID-TOKEN = APP-ID-TOKEN
                               AND FUNCTION TEST-NUMVAL
                                   (ARREARS-AMT-TOKEN) = 0
                               COMPUTE EXIST-ARREARS = EXIST-ARREARS
                                   + FUNCTION NUMVAL
                                       (ARREARS-AMT-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
           END-IF.
      *
      * The new installment on top of the existing deductions must
      * fit under the policy share of the average net.
       CHECK-AFFORDABILITY.
           COMPUTE CEILING-AMOUNT ROUNDED = AVG-NET * LOAN-MAX-PCT
           COMPUTE PROPOSED-TOTAL = EXIST-TOTAL + SCHED-INSTALLMENT
           IF AVG-NET > 0
               COMPUTE COMMITTED-PCT ROUNDED =
                   PROPOSED-TOTAL * 100 / AVG-NET
                   ON SIZE ERROR
                       MOVE 999.99 TO COMMITTED-PCT
               END-COMPUTE
           ELSE
               MOVE 999.99 TO COMMITTED-PCT
           END-IF
           IF PROPOSED-TOTAL > CEILING-AMOUNT
               SET APPLICATION-IS-INVALID TO TRUE
               MOVE "OVER POLICY CEILING OF AVERAGE NET"
                   TO REJECT-REASON
           END-IF.
      *
      * Reads data/company_loans.txt into LOAN-TABLE for the open
      * installments and the identifiers already in use.
       LOAD-COMPANY-LOANS.
           MOVE 0 TO LOAN-COUNT
           OPEN INPUT COMPANY-LOAN-FILE
           IF COMPANY-LOAN-FILE-STATUS = "00"
               PERFORM UNTIL COMPANY-LOAN-FILE-STATUS NOT = "00"
                   READ COMPANY-LOAN-FILE
                       AT END
                           MOVE "10" TO COMPANY-LOAN-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-LOAN-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPANY-LOAN-FILE
           END-IF.
      *
       PARSE-LOAN-LINE.
           MOVE SPACES TO LOAN-ID-TOKEN LOAN-EMP-TOKEN
               LOAN-PRIN-TOKEN LOAN-RATE-TOKEN LOAN-TERM-TOKEN
               LOAN-BAL-TOKEN
           UNSTRING COMPANY-LOAN-RECORD DELIMITED BY SPACE
               INTO LOAN-ID-TOKEN LOAN-EMP-TOKEN LOAN-PRIN-TOKEN
                    LOAN-RATE-TOKEN LOAN-TERM-TOKEN LOAN-BAL-TOKEN
           IF LOAN-EMP-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (LOAN-PRIN-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (LOAN-RATE-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (LOAN-TERM-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (LOAN-BAL-TOKEN) = 0
               IF LOAN-COUNT < LOAN-MAX
                   PERFORM TAKE-LOAN-LINE
               ELSE
                   DISPLAY "WARNING: LOAN TABLE FULL, LOAN "
                       LOAN-ID-TOKEN " NOT LOADED"
               END-IF
           END-IF.
      *
       TAKE-LOAN-LINE.
           ADD 1 TO LOAN-COUNT
           MOVE LOAN-ID-TOKEN TO LOAN-TBL-ID (LOAN-COUNT)
           MOVE LOAN-EMP-TOKEN TO LOAN-TBL-EMP (LOAN-COUNT)
           COMPUTE LOAN-TBL-PRINCIPAL (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-PRIN-TOKEN)
           COMPUTE LOAN-TBL-RATE (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-RATE-TOKEN)
           COMPUTE LOAN-TBL-TERM (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-TERM-TOKEN)
           COMPUTE LOAN-TBL-BALANCE (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-BAL-TOKEN).
      *
       ASSIGN-LOAN-ID.
           SET LOAN-ID-TAKEN TO TRUE
           PERFORM UNTIL NOT LOAN-ID-TAKEN
               ADD 1 TO LOAN-SEQ
               MOVE SPACES TO NEW-LOAN-ID
               STRING "L" RUN-TIME (1:4) LOAN-SEQ
                   DELIMITED BY SIZE INTO NEW-LOAN-ID
               MOVE "N" TO LOAN-ID-TAKEN-FLAG
               PERFORM VARYING LOAN-IDX FROM 1 BY 1
                       UNTIL LOAN-IDX > LOAN-COUNT OR LOAN-ID-TAKEN
                   IF LOAN-TBL-ID (LOAN-IDX) = NEW-LOAN-ID
                       SET LOAN-ID-TAKEN TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      * Appends the loan in the master's own layout -- the same
      * STRING the payslip run's SAVE-COMPANY-LOANS writes -- with
      * the balance at the full principal, and keeps it in the
      * table for any later application from the same employee.
       BOOK-LOAN.
           MOVE APP-PRINCIPAL TO LOAN-PRIN-EDIT LOAN-BAL-EDIT
           MOVE APP-RATE TO LOAN-RATE-EDIT
           MOVE SPACES TO COMPANY-LOAN-RECORD
           STRING NEW-LOAN-ID DELIMITED BY SPACE
                  " " APP-ID-TOKEN
                  " " LOAN-PRIN-EDIT
                  " " LOAN-RATE-EDIT
                  " " APP-TERM
                  " " LOAN-BAL-EDIT
               DELIMITED BY SIZE INTO COMPANY-LOAN-RECORD
           WRITE COMPANY-LOAN-RECORD
           IF LOAN-COUNT < LOAN-MAX
               ADD 1 TO LOAN-COUNT
               MOVE NEW-LOAN-ID TO LOAN-TBL-ID (LOAN-COUNT)
               MOVE APP-ID-TOKEN TO LOAN-TBL-EMP (LOAN-COUNT)
               MOVE APP-PRINCIPAL TO LOAN-TBL-PRINCIPAL (LOAN-COUNT)
                   LOAN-TBL-BALANCE (LOAN-COUNT)
               MOVE APP-RATE TO LOAN-TBL-RATE (LOAN-COUNT)
               MOVE APP-TERM TO LOAN-TBL-TERM (LOAN-COUNT)
           END-IF.
      *
       WRITE-BANK-RECORD.
           MOVE SPACES TO BANK-RECORD
           MOVE APP-ID-TOKEN TO BANK-EMP-ID
           STRING "ACCT" DELIMITED BY SIZE
                  APP-ID-TOKEN DELIMITED BY SIZE
               INTO BANK-ACCOUNT-REF
           MOVE APP-PRINCIPAL TO BANK-NET-PAY
           WRITE BANK-RECORD.
      *
      * "LOAN-ID YYYYMMDD OPEN:PRINCIPAL RUN-ID" -- where the
      * loan's movements start.
       APPEND-LEDGER-OPENING.
           MOVE APP-PRINCIPAL TO LOAN-PRIN-EDIT
           MOVE SPACES TO LOAN-LEDGER-RECORD
           STRING NEW-LOAN-ID DELIMITED BY SPACE
                  " " RUN-YYYYMMDD
                  " OPEN:" LOAN-PRIN-EDIT
                  " " RUN-ID
               DELIMITED BY SIZE INTO LOAN-LEDGER-RECORD
           WRITE LOAN-LEDGER-RECORD.
      *
       WRITE-APPROVAL-AUDIT.
           MOVE APP-PRINCIPAL TO DISP-AMOUNT
           MOVE SCHED-INSTALLMENT TO DISP-AMOUNT-2
           MOVE COMMITTED-PCT TO DISP-PCT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "LOAN " NEW-LOAN-ID
                  " APPROVED EMP=" APP-ID-TOKEN
                  " PRINCIPAL=" FUNCTION TRIM (DISP-AMOUNT)
                  " INSTALLMENT=" FUNCTION TRIM (DISP-AMOUNT-2)
                  " NET-COMMITTED=" FUNCTION TRIM (DISP-PCT) "%"
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
       WRITE-REPORT-HEADING.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           STRING "COMPANY LOAN ORIGINATION   RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           WRITE ORIGINATION-REPORT-RECORD
           COMPUTE DISP-PCT = LOAN-MAX-PCT * 100
           MOVE NET-WEEKS TO DISP-WEEKS
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           STRING "POLICY CEILING " FUNCTION TRIM (DISP-PCT)
                  "% OF AVERAGE WEEKLY NET OVER THE LAST "
                  DISP-WEEKS " PAID WEEKS"
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           WRITE ORIGINATION-REPORT-RECORD
           MOVE ALL "=" TO ORIGINATION-REPORT-RECORD (1:78)
           WRITE ORIGINATION-REPORT-RECORD.
      *
      * One block per application: the request, the schedule it
      * prices to, the affordability figures, and the decision.
       WRITE-APPLICATION-BLOCK.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           WRITE ORIGINATION-REPORT-RECORD
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           STRING "APPLICATION: " FUNCTION TRIM (APPLICATION-RECORD)
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           WRITE ORIGINATION-REPORT-RECORD
           IF MASTER-FOUND
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  EMPLOYEE " APP-ID-TOKEN " " EMPMAST-NAME
                      " " EMPMAST-DEPT
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
           END-IF
           IF SCHED-INSTALLMENT > 0
               MOVE APP-PRINCIPAL TO DISP-AMOUNT
               MOVE APP-RATE TO DISP-RATE
               MOVE APP-TERM TO DISP-TERM
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  PRINCIPAL      " DISP-AMOUNT
                      "   ANNUAL RATE " DISP-RATE
                      "   TERM " DISP-TERM " WEEKS"
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
               MOVE SCHED-INSTALLMENT TO DISP-AMOUNT
               MOVE SCHED-LAST-PAYMENT TO DISP-AMOUNT-2
               MOVE SCHED-PERIODS TO DISP-TERM
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  INSTALLMENT    " DISP-AMOUNT
                      "   LAST " DISP-AMOUNT-2
                      "   INSTALLMENTS " DISP-TERM
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
               MOVE SCHED-TOTAL-INTEREST TO DISP-AMOUNT
               COMPUTE DISP-AMOUNT-2 =
                   APP-PRINCIPAL + SCHED-TOTAL-INTEREST
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  TOTAL INTEREST " DISP-AMOUNT
                      "   TOTAL REPAYABLE " DISP-AMOUNT-2
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
           END-IF
           IF WK-COUNT > 0
               MOVE AVG-GROSS TO DISP-AMOUNT
               MOVE AVG-NET TO DISP-AMOUNT-2
               MOVE WK-COUNT TO DISP-WEEKS
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  AVERAGE GROSS  " DISP-AMOUNT
                      "   AVERAGE NET " DISP-AMOUNT-2
                      "   (" DISP-WEEKS " WEEKS, "
                      FUNCTION TRIM (NET-BASIS-TEXT) ")"
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
               MOVE EXIST-LOANS TO DISP-AMOUNT
               MOVE EXIST-GARNISH TO DISP-AMOUNT-2
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  OPEN LOANS     " DISP-AMOUNT
                      "   GARNISHMENTS " DISP-AMOUNT-2
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
               MOVE EXIST-ADVANCES TO DISP-AMOUNT
               MOVE EXIST-ARREARS TO DISP-AMOUNT-2
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  ADVANCES       " DISP-AMOUNT
                      "   ARREARS      " DISP-AMOUNT-2
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
               MOVE PROPOSED-TOTAL TO DISP-AMOUNT
               MOVE CEILING-AMOUNT TO DISP-AMOUNT-2
               MOVE COMMITTED-PCT TO DISP-PCT
               MOVE SPACES TO ORIGINATION-REPORT-RECORD
               STRING "  WITH THIS LOAN " DISP-AMOUNT
                      "   CEILING      " DISP-AMOUNT-2
                      "   " DISP-PCT "% OF NET"
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
               WRITE ORIGINATION-REPORT-RECORD
           END-IF
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           IF APPLICATION-IS-VALID
               STRING "  APPROVED -- BOOKED AS LOAN " NEW-LOAN-ID
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           ELSE
               STRING "  REJECTED -- " REJECT-REASON
                   DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-IF
           WRITE ORIGINATION-REPORT-RECORD.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           WRITE ORIGINATION-REPORT-RECORD
           MOVE ALL "=" TO ORIGINATION-REPORT-RECORD (1:78)
           WRITE ORIGINATION-REPORT-RECORD
           MOVE APPLICATION-COUNT TO DISP-APPLICATION-COUNT
           MOVE APPROVED-COUNT TO DISP-APPROVED-COUNT
           MOVE REJECT-COUNT TO DISP-REJECT-COUNT
           MOVE TOTAL-DISBURSED TO DISP-TOTAL
           MOVE SPACES TO ORIGINATION-REPORT-RECORD
           STRING "APPLICATIONS " DISP-APPLICATION-COUNT
                  "   BOOKED " DISP-APPROVED-COUNT
                  "   REJECTED " DISP-REJECT-COUNT
                  "   DISBURSED " DISP-TOTAL
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           WRITE ORIGINATION-REPORT-RECORD.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-DISBURSED TO DISP-TOTAL
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=PRESTAMO BOOKED=" APPROVED-COUNT
                  " REJECTED=" REJECT-COUNT
                  " TOTAL=" FUNCTION TRIM (DISP-TOTAL)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Takes the suite-wide run lock, or stops with a clear message
      * when another program already holds it -- same scheme as the
      * payroll engine's ACQUIRE-RUN-LOCK.
       ACQUIRE-RUN-LOCK.
           MOVE SPACES TO LOCK-OVERRIDE-PARM
           ACCEPT LOCK-OVERRIDE-PARM FROM ENVIRONMENT "LOCK_OVERRIDE"
           IF LOCK-OVERRIDE-PARM = "Y" OR LOCK-OVERRIDE-PARM = "y"
               SET LOCK-OVERRIDE-ALLOWED TO TRUE
           END-IF
      *
           MOVE SPACES TO RUN-LOCK-HOLDER
           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-RECORD TO RUN-LOCK-HOLDER
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
      *
           IF RUN-LOCK-HOLDER NOT = SPACES
                   AND NOT LOCK-OVERRIDE-ALLOWED
               DISPLAY "*** PAYROLL IN PROGRESS -- LOCK HELD BY "
                   FUNCTION TRIM (RUN-LOCK-HOLDER)
                   " -- RUN REFUSED (SET LOCK_OVERRIDE=Y ONLY IF "
                   "THAT RUN IS KNOWN TO HAVE CRASHED) ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE SPACES TO RUN-LOCK-RECORD
           STRING "loan-origination " RUN-ID
               DELIMITED BY SIZE INTO RUN-LOCK-RECORD
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.
      *
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE.
      *
      * Every audit line goes out through auditchain, which numbers
      * it and chains it to the line before, so the trail can be
      * checked end to end by the integrity verifier.
       APPEND-AUDIT-LOG-RECORD.
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-TRAIL TO TRUE
           MOVE AUDIT-LOG-RECORD TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
      *
       END PROGRAM LOAN-ORIGINATION.
      *
