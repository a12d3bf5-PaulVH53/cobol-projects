      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CASH-FORECAST.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Treasury's weekly question -- how much cash payroll will need
      * and when -- answered day by day over the coming window
      * (FORECAST_START, default today, for FORECAST_DAYS, default
      * 60) by payment category and by the bank the money goes out
      * through:
      *   NET-PAY  each weekly pay date on the pay calendar, at the
      *            run rate of the last RUN_RATE_WEEKS (default 4)
      *            paid weeks in the pay history, less the advance
      *            recoveries and loan installments the payslip run
      *            will take, split over each employee's accounts
      *   AFP      the fifth business day of the month after
      *   ESSALUD, RET-5TA, ONP
      *            the cronograma date for the RUC's last digit
      *   CTS      the fifteenth of May and November, to the
      *            employee's CTS depositary
      *   GRATI    the fifteenth of July and December, gratificacion
      *            plus the 9% bonificacion extraordinaria
      *   REMIT    garnishment and third-party remittances already
      *            on the remittance ledger, on their due dates
      * Every due date is stepped off weekends and the holiday
      * calendar the same way the obligations calendar steps them.
           SELECT HOLIDAYS-FILE ASSIGN TO "data/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-FILE-STATUS.
      *
      * The weekly periods ("SEQ START END PAYDATE", MM/DD/YYYY);
      * the monthly periods (54 onward) are not weekly pay dates.
      * A window running past the calendar's year carries on with
      * the same Friday period ends and stepped Monday pay dates.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "data/pay_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CALENDAR-FILE-STATUS.
      *
      * "ID MM/DD/YYYY AMOUNT RUN-ID [KIND]" per paid week; OFFCYCLE
      * payments are not weeks and stay out of the run rate.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
      * The payslip run's declaration detail ("ID|YYYYMMDD|gross|
      * renta5ta|afp|essalud|asig.familiar|onp|eps|residence"):
      * what each employee's gross actually loses to tax and
      * pension, and what each month already owes the tax
      * authority and the funds.
           SELECT PLAME-DETAIL-FILE
               ASSIGN TO "data/plame_details.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAME-DETAIL-FILE-STATUS.
      *
      * Termination dates, so nobody is forecast past their last
      * day.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * "ID BANK ACCOUNT STATUS PRIORITY KIND VALUE", split over the
      * accounts the way the payslip run splits the net.
           SELECT BANK-ACCOUNTS-FILE
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-ACCOUNTS-FILE-STATUS.
      *
      * "ID CASH" and "ID CHEQUE" payees never reach a bank file.
           SELECT PAYMENT-METHOD-FILE
               ASSIGN TO "data/payment_methods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-METHOD-FILE-STATUS.
      *
      * "ID BANK ACCOUNT" -- the CTS depositary.
           SELECT CTS-ACCOUNTS-FILE
               ASSIGN TO "data/cts_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-ACCOUNTS-FILE-STATUS.
      *
      * "ADV-ID EMP-ID AMOUNT BALANCE RUN-ID" -- recovered from the
      * next nets.
           SELECT ADVANCES-FILE
               ASSIGN TO "data/advances_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVANCES-FILE-STATUS.
      *
      * "LOAN-ID EMP-ID PRINCIPAL ANNUAL-RATE TERM-PERIODS BALANCE"
      * -- one installment a week until payoff.
           SELECT COMPANY-LOAN-FILE
               ASSIGN TO "data/company_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-LOAN-FILE-STATUS.
      *
      * "PAYEE code bank account freq" -- the bank each remittance
      * goes to.
           SELECT PAYEE-FILE ASSIGN TO "data/payees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYEE-FILE-STATUS.
      *
      * "PAYEE YYYYMM AMOUNT DUE-DATE RUN-ID" per remittance file
      * produced.
           SELECT REMIT-LEDGER-FILE
               ASSIGN TO "data/remittance_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMIT-LEDGER-FILE-STATUS.
      *
      * "PERIOD DIGIT DUE-DATE" (YYYYMM, 0-9, YYYYMMDD).
           SELECT CRONOGRAMA-FILE ASSIGN TO "data/tax_cronograma.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRONOGRAMA-FILE-STATUS.
      *
      * "CODE|NAME|RUC|CCY" -- only the RUC's last digit matters.
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      *
           SELECT FORECAST-REPORT-FILE
               ASSIGN TO "output/cash_forecast.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD HOLIDAYS-FILE.
       01 HOLIDAY-RECORD          PIC X(8).
      *
       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD     PIC X(50).
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(100).
      *
       FD PLAME-DETAIL-FILE.
       01 PLAME-DETAIL-RECORD     PIC X(120).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD    PIC X(80).
      *
       FD PAYMENT-METHOD-FILE.
       01 PAYMENT-METHOD-RECORD   PIC X(40).
      *
       FD CTS-ACCOUNTS-FILE.
       01 CTS-ACCOUNTS-RECORD     PIC X(60).
      *
       FD ADVANCES-FILE.
       01 ADVANCES-RECORD         PIC X(60).
      *
       FD COMPANY-LOAN-FILE.
       01 COMPANY-LOAN-RECORD     PIC X(80).
      *
       FD PAYEE-FILE.
       01 PAYEE-RECORD            PIC X(80).
      *
       FD REMIT-LEDGER-FILE.
       01 REMIT-LEDGER-RECORD     PIC X(80).
      *
       FD CRONOGRAMA-FILE.
       01 CRONOGRAMA-RECORD       PIC X(40).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
      *
       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 HOLIDAYS-FILE-STATUS    PIC XX.
       01 PAY-CALENDAR-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 PLAME-DETAIL-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 BANK-ACCOUNTS-FILE-STATUS PIC XX.
       01 PAYMENT-METHOD-FILE-STATUS PIC XX.
       01 CTS-ACCOUNTS-FILE-STATUS PIC XX.
       01 ADVANCES-FILE-STATUS    PIC XX.
       01 COMPANY-LOAN-FILE-STATUS PIC XX.
       01 PAYEE-FILE-STATUS       PIC XX.
       01 REMIT-LEDGER-FILE-STATUS PIC XX.
       01 CRONOGRAMA-FILE-STATUS  PIC XX.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The window. Day 1 is the start date; the day table holds
      * up to FORECAST-DAYS-MAX days.
       01 FORECAST-START-PARM     PIC X(8).
       01 FORECAST-DAYS-PARM      PIC X(3).
       01 RUN-RATE-WEEKS-PARM     PIC X(2).
       01 FORECAST-START-DATE     PIC 9(8).
       01 FORECAST-END-DATE       PIC 9(8).
       01 FORECAST-DAYS           PIC 9(3) VALUE 60.
       01 FORECAST-DAYS-MAX       PIC 9(3) VALUE 120.
       01 START-SERIAL            PIC 9(7).
       01 END-SERIAL              PIC 9(7).
       01 START-MONTH-SERIAL      PIC 9(6).
       01 END-MONTH-SERIAL        PIC 9(6).
      *
      * Date work, with the mod-7 day of week (0 = Sunday).
       01 DATE-WORK               PIC 9(8).
       01 DATE-SERIAL             PIC 9(7).
       01 DAY-OF-WEEK-WORK        PIC 9.
       01 BUS-DAYS-REMAINING      PIC 9.
       01 DATE-OK-FLAG            PIC X.
           88 DATE-IS-OK          VALUE "Y".
       01 MONTH-SERIAL-WORK       PIC 9(6).
       01 MONTH-DATE-WORK.
           05 MD-YEAR             PIC 9(4).
           05 MD-MONTH            PIC 99.
           05 MD-DAY              PIC 99.
       01 MONTH-YYYYMM            PIC 9(6).
       01 MONTH-MM                PIC 99.
      *
      * Holiday calendar.
       01 HOLIDAY-MAX             PIC 999 VALUE 200.
       01 HOLIDAY-COUNT           PIC 999 VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 200 TIMES PIC 9(8).
       01 HOLIDAY-IDX             PIC 999.
       01 HOLIDAY-CHECK-DATE      PIC 9(8).
       01 HOLIDAY-MATCH-FLAG      PIC X.
           88 HOLIDAY-MATCH-FOUND VALUE "Y".
      *
      * The weekly periods on the calendar, and any carried past
      * its year: period end and pay date, in date order.
       01 CAL-MAX                 PIC 9(3) VALUE 120.
       01 CAL-COUNT               PIC 9(3) VALUE 0.
       01 CAL-TABLE.
           05 CAL-ENTRY OCCURS 120 TIMES.
               10 CAL-END-DATE    PIC 9(8).
               10 CAL-PAY-DATE    PIC 9(8).
       01 CAL-IDX                 PIC 9(3).
       01 CAL-SEQ-TOKEN           PIC X(4).
       01 CAL-START-TOKEN         PIC X(10).
       01 CAL-END-TOKEN           PIC X(10).
       01 CAL-PAY-TOKEN           PIC X(10).
       01 CAL-END-SERIAL          PIC 9(7).
       01 CAL-PAY-SERIAL          PIC 9(7).
      *
      * The run-rate weeks: the most recent paid period ends.
       01 RR-WEEKS                PIC 99 VALUE 4.
       01 RR-COUNT                PIC 99 VALUE 0.
       01 RR-TABLE.
           05 RR-PERIOD-DATE OCCURS 13 TIMES PIC 9(8).
       01 RR-IDX                  PIC 99.
       01 RR-OLDEST-IDX           PIC 99.
       01 RR-FOUND-FLAG           PIC X.
           88 RR-FOUND            VALUE "Y".
       01 LAST-HISTORY-DATE       PIC 9(8) VALUE 0.
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
       01 DET-PERIOD-DATE         PIC 9(8).
       01 DET-GROSS               PIC 9(9)V99.
       01 DET-TAX                 PIC 9(9)V99.
       01 DET-AFP                 PIC 9(9)V99.
       01 DET-ESSALUD             PIC 9(9)V99.
       01 DET-ONP                 PIC 9(9)V99.
      *
      * One line per employee paid in the run-rate weeks: the gross
      * over those weeks, the declared gross and what it lost to
      * tax and pension, the weekly figures worked from them, and
      * what the payslip run will keep back.
       01 EMP-MAX                 PIC 9(4) VALUE 1000.
       01 EMP-COUNT               PIC 9(4) VALUE 0.
       01 EMP-TABLE.
           05 EMP-ENTRY OCCURS 1000 TIMES.
               10 EMP-ID          PIC X(5).
               10 EMP-RR-GROSS    PIC S9(9)V99.
               10 EMP-PL-GROSS    PIC 9(9)V99.
               10 EMP-PL-TAX      PIC 9(9)V99.
               10 EMP-PL-AFP      PIC 9(9)V99.
               10 EMP-PL-ONP      PIC 9(9)V99.
               10 EMP-PL-ESSALUD  PIC 9(9)V99.
               10 EMP-WK-GROSS    PIC 9(7)V99.
               10 EMP-WK-TAX      PIC 9(7)V99.
               10 EMP-WK-AFP      PIC 9(7)V99.
               10 EMP-WK-ONP      PIC 9(7)V99.
               10 EMP-WK-ESSALUD  PIC 9(7)V99.
               10 EMP-WK-NET      PIC 9(7)V99.
               10 EMP-TERM-DATE   PIC 9(8).
               10 EMP-PAY-METHOD  PIC X(6).
               10 EMP-CTS-BANK    PIC X(6).
               10 EMP-ADVANCE-BAL PIC 9(7)V99.
       01 EMP-IDX                 PIC 9(4).
       01 EMP-FOUND-FLAG          PIC X.
           88 EMP-FOUND           VALUE "Y".
       01 SEARCH-EMP-ID           PIC X(5).
       01 EMP-TABLE-FULL-COUNT    PIC 9(5) VALUE 0.
      *
      * Company-wide declared figures over the run-rate weeks, for
      * an employee the declaration detail does not cover.
       01 CO-PL-GROSS             PIC 9(11)V99 VALUE 0.
       01 CO-PL-TAX               PIC 9(11)V99 VALUE 0.
       01 CO-PL-AFP               PIC 9(11)V99 VALUE 0.
       01 CO-PL-ONP               PIC 9(11)V99 VALUE 0.
       01 CO-PL-ESSALUD           PIC 9(11)V99 VALUE 0.
       01 CO-WK-GROSS             PIC 9(9)V99 VALUE 0.
       01 CO-WK-NET               PIC 9(9)V99 VALUE 0.
       01 WEEKLY-DEDUCTIONS       PIC 9(9)V99.
      *
      * Each tax month the window's obligations are for: what the
      * declaration detail already holds for its weeks, plus the
      * run rate for its weeks still to be paid.
       01 TAXM-COUNT              PIC 9 VALUE 0.
       01 TAXM-BASE-SERIAL        PIC 9(6).
       01 TAXM-TABLE.
           05 TAXM-ENTRY OCCURS 8 TIMES.
               10 TAXM-YYYYMM     PIC 9(6).
               10 TAXM-TAX        PIC 9(9)V99.
               10 TAXM-AFP        PIC 9(9)V99.
               10 TAXM-ONP        PIC 9(9)V99.
               10 TAXM-ESSALUD    PIC 9(9)V99.
       01 TAXM-IDX                PIC 9(3).
      *
      * The bank-account lines, and the split of one payment.
       01 BANK-LINE-MAX           PIC 9(4) VALUE 2000.
       01 BANK-LINE-COUNT         PIC 9(4) VALUE 0.
       01 BANK-LINE-TABLE.
           05 BANK-LINE-ENTRY OCCURS 2000 TIMES.
               10 BL-EMP-ID       PIC X(5).
               10 BL-BANK         PIC X(6).
               10 BL-PRIORITY     PIC 9.
               10 BL-KIND         PIC X(5).
               10 BL-VALUE        PIC 9(7)V99.
       01 BL-IDX                  PIC 9(4).
       01 BL-PRIORITY-IDX         PIC 9.
       01 BA-ID-TOKEN             PIC X(5).
       01 BA-BANK-TOKEN           PIC X(6).
       01 BA-NUMBER-TOKEN         PIC X(20).
       01 BA-STATUS-TOKEN         PIC X(10).
       01 BA-PRIORITY-TOKEN       PIC X(2).
       01 BA-KIND-TOKEN           PIC X(5).
       01 BA-VALUE-TOKEN          PIC X(12).
       01 SPLIT-AMOUNT            PIC 9(9)V99.
       01 SPLIT-REMAINING         PIC 9(9)V99.
       01 SPLIT-PART              PIC 9(9)V99.
       01 SPLIT-REST-BANK         PIC X(6).
       01 SPLIT-FIRST-BANK        PIC X(6).
      *
       01 PM-ID-TOKEN             PIC X(5).
       01 PM-METHOD-TOKEN         PIC X(10).
       01 CTS-ID-TOKEN            PIC X(5).
       01 CTS-BANK-TOKEN          PIC X(6).
       01 ADV-ID-TOKEN            PIC X(8).
       01 ADV-EMP-TOKEN           PIC X(5).
       01 ADV-AMOUNT-TOKEN        PIC X(14).
       01 ADV-BALANCE-TOKEN       PIC X(14).
      *
      * Open loans, worked forward one installment per pay date.
       01 LOAN-MAX                PIC 9(3) VALUE 500.
       01 LOAN-COUNT              PIC 9(3) VALUE 0.
       01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 500 TIMES.
               10 LOAN-EMP-ID     PIC X(5).
               10 LOAN-PRINCIPAL  PIC 9(7)V99.
               10 LOAN-RATE       PIC 9V9999.
               10 LOAN-TERM       PIC 9(4).
               10 LOAN-BALANCE    PIC 9(7)V99.
       01 LOAN-IDX                PIC 9(3).
       01 LOAN-ID-TOKEN           PIC X(10).
       01 LOAN-EMP-TOKEN          PIC X(5).
       01 LOAN-PRIN-TOKEN         PIC X(14).
       01 LOAN-RATE-TOKEN         PIC X(10).
       01 LOAN-TERM-TOKEN         PIC X(6).
       01 LOAN-BAL-TOKEN          PIC X(14).
       01 LOAN-PAYMENT            PIC 9(7)V99.
       01 LOAN-INTEREST-PORTION   PIC 9(7)V99.
       01 LOAN-PRINCIPAL-PORTION  PIC 9(7)V99.
      *
      * One employee's net for one pay date.
       01 PAY-NET                 PIC 9(7)V99.
       01 PAY-RECOVERED           PIC 9(7)V99.
       01 RECOVERIES-TOTAL        PIC 9(11)V99 VALUE 0.
       01 MONTHLY-REMUNERATION    PIC 9(7)V99.
       01 BENEFIT-AMOUNT          PIC 9(9)V99.
       01 GRATI-BONUS-RATE        PIC V99 VALUE .09.
      *
      * Remittance payees.
       01 PAYEE-MAX               PIC 99 VALUE 50.
       01 PAYEE-COUNT             PIC 99 VALUE 0.
       01 PAYEE-TABLE.
           05 PAYEE-ENTRY OCCURS 50 TIMES.
               10 PAYEE-CODE      PIC X(10).
               10 PAYEE-BANK      PIC X(6).
       01 PAYEE-IDX               PIC 99.
       01 PY-KEY-TOKEN            PIC X(8).
       01 PY-CODE-TOKEN           PIC X(10).
       01 PY-BANK-TOKEN           PIC X(6).
       01 RL-PAYEE-TOKEN          PIC X(10).
       01 RL-MONTH-TOKEN          PIC X(6).
       01 RL-AMOUNT-TOKEN         PIC X(14).
       01 RL-DUE-TOKEN            PIC X(8).
       01 RL-DUE-DATE             PIC 9(8).
      *
      * The cronograma for the company's RUC digit.
       01 PROFILE-CODE-TOKEN      PIC X(4).
       01 PROFILE-NAME-TEXT       PIC X(30).
       01 PROFILE-RUC-TEXT        PIC X(11).
       01 RUC-LAST-DIGIT          PIC X VALUE SPACE.
       01 RUC-DIGIT-IDX           PIC 99.
       01 CRON-MAX                PIC 99 VALUE 36.
       01 CRON-COUNT              PIC 99 VALUE 0.
       01 CRON-TABLE.
           05 CRON-ENTRY OCCURS 36 TIMES.
               10 CRON-PERIOD     PIC 9(6).
               10 CRON-DUE-DATE   PIC 9(8).
       01 CRON-IDX                PIC 99.
       01 CRON-PERIOD-TOKEN       PIC X(6).
       01 CRON-DIGIT-TOKEN        PIC X(1).
       01 CRON-DATE-TOKEN         PIC X(8).
       01 CRON-FOUND-DATE         PIC 9(8).
       01 TAX-PERIOD              PIC 9(6).
       01 UNSCHEDULED-TOTAL       PIC 9(11)V99 VALUE 0.
      *
      * The forecast itself: per day, one line per category and
      * bank.
       01 FC-LINE-MAX             PIC 99 VALUE 40.
       01 FC-DAY-TABLE.
           05 FC-DAY OCCURS 120 TIMES.
               10 FC-LINE-COUNT   PIC 99.
               10 FC-LINE OCCURS 40 TIMES.
                   15 FC-CATEGORY PIC X(8).
                   15 FC-BANK     PIC X(6).
                   15 FC-AMOUNT   PIC 9(9)V99.
       01 FC-DAY-IDX              PIC 9(3).
       01 FC-LINE-IDX             PIC 99.
       01 FC-DROPPED-COUNT        PIC 9(5) VALUE 0.
       01 POST-DATE               PIC 9(8).
       01 POST-CATEGORY           PIC X(8).
       01 POST-BANK               PIC X(6).
       01 POST-AMOUNT             PIC 9(9)V99.
       01 POST-FOUND-FLAG         PIC X.
           88 POST-FOUND          VALUE "Y".
      *
      * Totals for the summary.
       01 CATEGORY-TOTAL-TABLE.
           05 CATEGORY-TOTAL-ENTRY OCCURS 10 TIMES.
               10 CT-CATEGORY     PIC X(8).
               10 CT-AMOUNT       PIC 9(11)V99.
       01 CT-COUNT                PIC 99 VALUE 0.
       01 CT-IDX                  PIC 99.
       01 BANK-TOTAL-TABLE.
           05 BANK-TOTAL-ENTRY OCCURS 60 TIMES.
               10 BT-BANK         PIC X(6).
               10 BT-AMOUNT       PIC 9(11)V99.
       01 BT-COUNT                PIC 99 VALUE 0.
       01 BT-IDX                  PIC 99.
       01 TOTAL-FOUND-FLAG        PIC X.
           88 TOTAL-FOUND         VALUE "Y".
       01 DAY-TOTAL               PIC 9(11)V99.
       01 CUMULATIVE-TOTAL        PIC 9(11)V99 VALUE 0.
       01 PEAK-DAY-TOTAL          PIC 9(11)V99 VALUE 0.
       01 PEAK-DAY-DATE           PIC 9(8) VALUE 0.
       01 ACTIVE-DAY-COUNT        PIC 9(3) VALUE 0.
      *
       01 REPORT-LINE             PIC X(132).
       01 DISP-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
       01 DISP-GRAND              PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-COUNT              PIC ZZZZ9.
       01 DISP-WEEKS              PIC Z9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID

           PERFORM RESOLVE-WINDOW
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-PAY-CALENDAR
           PERFORM COLLECT-RUN-RATE-WEEKS
           PERFORM LOAD-RUN-RATE-PAY
           PERFORM LOAD-PLAME-DETAILS
           PERFORM LOAD-PAYMENT-METHODS
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-CTS-ACCOUNTS
           PERFORM LOAD-ADVANCES
           PERFORM LOAD-COMPANY-LOANS
           PERFORM LOAD-TERMINATION-DATES
           PERFORM WORK-WEEKLY-FIGURES

           IF RR-COUNT = 0
               DISPLAY "WARNING: NO PAID WEEKS IN data/pay_history.txt"
                   " -- NET PAY, CTS AND GRATI NOT FORECAST"
           END-IF

           PERFORM FORECAST-PAY-DATES
           PERFORM LOAD-COMPANY-RUC
           PERFORM LOAD-CRONOGRAMA
           PERFORM FORECAST-STATUTORY-MONTHS
           PERFORM LOAD-PAYEES
           PERFORM FORECAST-REMITTANCES

           PERFORM WRITE-FORECAST-REPORT
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE CUMULATIVE-TOTAL TO DISP-GRAND
           DISPLAY "CASH FORECAST " FORECAST-START-DATE " THROUGH "
               FORECAST-END-DATE " -- TOTAL REQUIRED " DISP-GRAND
           IF PEAK-DAY-DATE > 0
               MOVE PEAK-DAY-TOTAL TO DISP-GRAND
               DISPLAY "  PEAK DAY " PEAK-DAY-DATE "  " DISP-GRAND
           END-IF
           DISPLAY "  REPORT output/cash_forecast.txt"
           IF UNSCHEDULED-TOTAL > 0
               MOVE UNSCHEDULED-TOTAL TO DISP-GRAND
               DISPLAY "WARNING: " FUNCTION TRIM (DISP-GRAND)
                   " OF TAX AND PENSION WITHOUT A CRONOGRAMA DATE"
                   " -- NOT IN THE DAILY FIGURES"
           END-IF
           IF EMP-TABLE-FULL-COUNT > 0
               MOVE EMP-TABLE-FULL-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " DISP-COUNT " HISTORY LINE(S) NOT "
                   "IN THE RUN RATE -- EMPLOYEE TABLE FULL"
           END-IF
           IF FC-DROPPED-COUNT > 0
               MOVE FC-DROPPED-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " DISP-COUNT " FORECAST AMOUNT(S) "
                   "DROPPED -- TOO MANY BANKS ON ONE DAY"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   PAYROLL CASH REQUIREMENTS FORECAST "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       RESOLVE-WINDOW.
           MOVE SPACES TO FORECAST-START-PARM
           ACCEPT FORECAST-START-PARM FROM ENVIRONMENT "FORECAST_START"
           IF FORECAST-START-PARM IS NUMERIC
               MOVE FORECAST-START-PARM TO FORECAST-START-DATE
           ELSE
               ACCEPT FORECAST-START-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO FORECAST-DAYS-PARM
           ACCEPT FORECAST-DAYS-PARM FROM ENVIRONMENT "FORECAST_DAYS"
           IF FUNCTION TEST-NUMVAL (FORECAST-DAYS-PARM) = 0
                   AND FORECAST-DAYS-PARM NOT = SPACES
               COMPUTE FORECAST-DAYS =
                   FUNCTION NUMVAL (FORECAST-DAYS-PARM)
           END-IF
           IF FORECAST-DAYS < 1
               MOVE 60 TO FORECAST-DAYS
           END-IF
           IF FORECAST-DAYS > FORECAST-DAYS-MAX
               MOVE FORECAST-DAYS-MAX TO FORECAST-DAYS
           END-IF
           MOVE SPACES TO RUN-RATE-WEEKS-PARM
           ACCEPT RUN-RATE-WEEKS-PARM FROM ENVIRONMENT "RUN_RATE_WEEKS"
           IF FUNCTION TEST-NUMVAL (RUN-RATE-WEEKS-PARM) = 0
                   AND RUN-RATE-WEEKS-PARM NOT = SPACES
               COMPUTE RR-WEEKS = FUNCTION NUMVAL (RUN-RATE-WEEKS-PARM)
           END-IF
           IF RR-WEEKS < 1 OR RR-WEEKS > 13
               MOVE 4 TO RR-WEEKS
           END-IF
           COMPUTE START-SERIAL =
               FUNCTION INTEGER-OF-DATE (FORECAST-START-DATE)
           COMPUTE END-SERIAL = START-SERIAL + FORECAST-DAYS - 1
           COMPUTE FORECAST-END-DATE =
               FUNCTION DATE-OF-INTEGER (END-SERIAL)
           MOVE FORECAST-START-DATE TO MONTH-DATE-WORK
           PERFORM DATE-TO-MONTH-SERIAL
           MOVE MONTH-SERIAL-WORK TO START-MONTH-SERIAL
           MOVE FORECAST-END-DATE TO MONTH-DATE-WORK
           PERFORM DATE-TO-MONTH-SERIAL
           MOVE MONTH-SERIAL-WORK TO END-MONTH-SERIAL
      * The tax months run from the one before the window, whose
      * obligations fall due inside it, through the window's last.
           COMPUTE TAXM-BASE-SERIAL = START-MONTH-SERIAL - 1
           COMPUTE TAXM-COUNT =
               END-MONTH-SERIAL - TAXM-BASE-SERIAL + 1
           INITIALIZE TAXM-TABLE
           PERFORM VARYING TAXM-IDX FROM 1 BY 1
                   UNTIL TAXM-IDX > TAXM-COUNT
               COMPUTE MONTH-SERIAL-WORK =
                   TAXM-BASE-SERIAL + TAXM-IDX - 1
               PERFORM MONTH-SERIAL-TO-YYYYMM
               MOVE MONTH-YYYYMM TO TAXM-YYYYMM (TAXM-IDX)
           END-PERFORM
           INITIALIZE FC-DAY-TABLE.
      *
      * A month's serial position is year * 12 + month - 1, so
      * month arithmetic runs across year ends.
       DATE-TO-MONTH-SERIAL.
           COMPUTE MONTH-SERIAL-WORK =
               MD-YEAR * 12 + MD-MONTH - 1.
      *
       MONTH-SERIAL-TO-YYYYMM.
           COMPUTE MONTH-YYYYMM =
               FUNCTION INTEGER (MONTH-SERIAL-WORK / 12) * 100
               + FUNCTION MOD (MONTH-SERIAL-WORK, 12) + 1.
      *
      * Missing file means no holidays are known, so dates only
      * shift for weekends.
       LOAD-HOLIDAYS.
           MOVE 0 TO HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF HOLIDAYS-FILE-STATUS = "00"
               PERFORM UNTIL HOLIDAYS-FILE-STATUS NOT = "00"
                   READ HOLIDAYS-FILE
                       AT END
                           MOVE "10" TO HOLIDAYS-FILE-STATUS
                       NOT AT END
                           IF HOLIDAY-RECORD IS NUMERIC
                                   AND HOLIDAY-COUNT < HOLIDAY-MAX
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE HOLIDAY-RECORD
                                   TO HOLIDAY-ENTRY (HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF.
      *
      * DATE-SERIAL moves forward to the first day that is neither
      * a weekend nor a holiday.
       SKIP-HOLIDAYS-AND-WEEKENDS.
           MOVE "N" TO DATE-OK-FLAG
           PERFORM UNTIL DATE-IS-OK
               COMPUTE DAY-OF-WEEK-WORK =
                   FUNCTION MOD (DATE-SERIAL, 7)
               PERFORM CHECK-HOLIDAY-MATCH
               IF DAY-OF-WEEK-WORK = 0 OR DAY-OF-WEEK-WORK = 6
                       OR HOLIDAY-MATCH-FOUND
                   ADD 1 TO DATE-SERIAL
               ELSE
                   MOVE "Y" TO DATE-OK-FLAG
               END-IF
           END-PERFORM.
      *
       CHECK-HOLIDAY-MATCH.
           MOVE "N" TO HOLIDAY-MATCH-FLAG
           COMPUTE HOLIDAY-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (DATE-SERIAL)
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF HOLIDAY-ENTRY (HOLIDAY-IDX) = HOLIDAY-CHECK-DATE
                   MOVE "Y" TO HOLIDAY-MATCH-FLAG
               END-IF
           END-PERFORM.
      *
      * The weekly lines of the calendar, then -- when the window
      * runs past the last of them -- the following Fridays, paid
      * the Monday after as the calendar pays them.
       LOAD-PAY-CALENDAR.
           MOVE 0 TO CAL-COUNT
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-FILE-STATUS = "00"
               PERFORM UNTIL PAY-CALENDAR-FILE-STATUS NOT = "00"
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE "10" TO PAY-CALENDAR-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-CALENDAR-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           ELSE
               DISPLAY "WARNING: data/pay_calendar.txt NOT FOUND -- "
                   "PAY DATES PROJECTED FROM THE FORECAST START"
           END-IF
           IF CAL-COUNT = 0
      * No calendar: the Friday on or before the start closes the
      * first period.
               MOVE START-SERIAL TO CAL-END-SERIAL
               PERFORM UNTIL FUNCTION MOD (CAL-END-SERIAL, 7) = 5
                   SUBTRACT 1 FROM CAL-END-SERIAL
               END-PERFORM
           ELSE
               COMPUTE CAL-END-SERIAL = FUNCTION INTEGER-OF-DATE
                   (CAL-END-DATE (CAL-COUNT)) + 7
           END-IF
           PERFORM UNTIL CAL-END-SERIAL > END-SERIAL
                   OR CAL-COUNT >= CAL-MAX
               ADD 1 TO CAL-COUNT
               COMPUTE CAL-END-DATE (CAL-COUNT) =
                   FUNCTION DATE-OF-INTEGER (CAL-END-SERIAL)
               COMPUTE DATE-SERIAL = CAL-END-SERIAL + 3
               PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
               COMPUTE CAL-PAY-DATE (CAL-COUNT) =
                   FUNCTION DATE-OF-INTEGER (DATE-SERIAL)
               ADD 7 TO CAL-END-SERIAL
           END-PERFORM.
      *
       PARSE-CALENDAR-LINE.
           MOVE SPACES TO CAL-SEQ-TOKEN CAL-START-TOKEN CAL-END-TOKEN
               CAL-PAY-TOKEN
           UNSTRING PAY-CALENDAR-RECORD DELIMITED BY ALL SPACE
               INTO CAL-SEQ-TOKEN CAL-START-TOKEN CAL-END-TOKEN
                    CAL-PAY-TOKEN
           IF FUNCTION TEST-NUMVAL (CAL-SEQ-TOKEN) = 0
                   AND CAL-SEQ-TOKEN NOT = SPACES
                   AND CAL-END-TOKEN (1:2) IS NUMERIC
                   AND CAL-END-TOKEN (4:2) IS NUMERIC
                   AND CAL-END-TOKEN (7:4) IS NUMERIC
                   AND CAL-PAY-TOKEN (1:2) IS NUMERIC
                   AND CAL-PAY-TOKEN (4:2) IS NUMERIC
                   AND CAL-PAY-TOKEN (7:4) IS NUMERIC
                   AND CAL-COUNT < CAL-MAX
               IF FUNCTION NUMVAL (CAL-SEQ-TOKEN) < 54
                   ADD 1 TO CAL-COUNT
                   MOVE CAL-END-TOKEN (7:4)
                       TO CAL-END-DATE (CAL-COUNT) (1:4)
                   MOVE CAL-END-TOKEN (1:2)
                       TO CAL-END-DATE (CAL-COUNT) (5:2)
                   MOVE CAL-END-TOKEN (4:2)
                       TO CAL-END-DATE (CAL-COUNT) (7:2)
                   MOVE CAL-PAY-TOKEN (7:4)
                       TO CAL-PAY-DATE (CAL-COUNT) (1:4)
                   MOVE CAL-PAY-TOKEN (1:2)
                       TO CAL-PAY-DATE (CAL-COUNT) (5:2)
                   MOVE CAL-PAY-TOKEN (4:2)
                       TO CAL-PAY-DATE (CAL-COUNT) (7:2)
               END-IF
           END-IF.
      *
      * First pass over the history: the RR-WEEKS most recent
      * period ends paid on or before the forecast start.
       COLLECT-RUN-RATE-WEEKS.
           MOVE 0 TO RR-COUNT
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-HISTORY-LINE
                           IF HIST-LINE-OK
                               PERFORM KEEP-RUN-RATE-WEEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           MOVE 0 TO LAST-HISTORY-DATE
           PERFORM VARYING RR-IDX FROM 1 BY 1 UNTIL RR-IDX > RR-COUNT
               IF RR-PERIOD-DATE (RR-IDX) > LAST-HISTORY-DATE
                   MOVE RR-PERIOD-DATE (RR-IDX) TO LAST-HISTORY-DATE
               END-IF
           END-PERFORM.
      *
       PARSE-HISTORY-LINE.
           MOVE "N" TO HIST-LINE-OK-FLAG
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN HIST-RUN-ID-TOKEN HIST-KIND-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN HIST-AMOUNT-TOKEN
                    HIST-RUN-ID-TOKEN HIST-KIND-TOKEN
           IF HIST-ID-TOKEN IS NUMERIC
                   AND HIST-PERIOD-TOKEN (1:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (4:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-KIND-TOKEN NOT = "OFFCYCLE"
               MOVE HIST-PERIOD-TOKEN (7:4) TO HIST-DATE (1:4)
               MOVE HIST-PERIOD-TOKEN (1:2) TO HIST-DATE (5:2)
               MOVE HIST-PERIOD-TOKEN (4:2) TO HIST-DATE (7:2)
               IF HIST-DATE <= FORECAST-START-DATE
                   MOVE "Y" TO HIST-LINE-OK-FLAG
               END-IF
           END-IF.
      *
      * A period end not yet kept goes in while there is room, or
      * in place of the oldest kept when it is newer.
       KEEP-RUN-RATE-WEEK.
           PERFORM FIND-RUN-RATE-WEEK
           IF NOT RR-FOUND
               IF RR-COUNT < RR-WEEKS
                   ADD 1 TO RR-COUNT
                   MOVE HIST-DATE TO RR-PERIOD-DATE (RR-COUNT)
               ELSE
                   MOVE 1 TO RR-OLDEST-IDX
                   PERFORM VARYING RR-IDX FROM 2 BY 1
                           UNTIL RR-IDX > RR-COUNT
                       IF RR-PERIOD-DATE (RR-IDX)
                               < RR-PERIOD-DATE (RR-OLDEST-IDX)
                           MOVE RR-IDX TO RR-OLDEST-IDX
                       END-IF
                   END-PERFORM
                   IF HIST-DATE > RR-PERIOD-DATE (RR-OLDEST-IDX)
                       MOVE HIST-DATE
                           TO RR-PERIOD-DATE (RR-OLDEST-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       FIND-RUN-RATE-WEEK.
           MOVE "N" TO RR-FOUND-FLAG
           PERFORM VARYING RR-IDX FROM 1 BY 1
                   UNTIL RR-IDX > RR-COUNT OR RR-FOUND
               IF RR-PERIOD-DATE (RR-IDX) = HIST-DATE
                   MOVE "Y" TO RR-FOUND-FLAG
               END-IF
           END-PERFORM.
      *
      * Second pass: each employee's gross over the kept weeks,
      * AJUSTE and REVERSAL lines included so a corrected week
      * counts at what it finally paid.
       LOAD-RUN-RATE-PAY.
           MOVE 0 TO EMP-COUNT
           IF RR-COUNT > 0
               OPEN INPUT PAY-HISTORY-FILE
               IF PAY-HISTORY-FILE-STATUS = "00"
                   PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                       READ PAY-HISTORY-FILE
                           AT END
                               MOVE "10" TO PAY-HISTORY-FILE-STATUS
                           NOT AT END
                               PERFORM PARSE-HISTORY-LINE
                               IF HIST-LINE-OK
                                   PERFORM FOLD-RUN-RATE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAY-HISTORY-FILE
               END-IF
           END-IF.
      *
       FOLD-RUN-RATE-LINE.
           PERFORM FIND-RUN-RATE-WEEK
           IF RR-FOUND
               MOVE HIST-ID-TOKEN TO SEARCH-EMP-ID
               PERFORM FIND-OR-ADD-EMPLOYEE
               IF EMP-FOUND
                   COMPUTE EMP-RR-GROSS (EMP-IDX) =
                       EMP-RR-GROSS (EMP-IDX)
                       + FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               ELSE
                   ADD 1 TO EMP-TABLE-FULL-COUNT
               END-IF
           END-IF.
      *
       FIND-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-FLAG
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND
               IF EMP-ID (EMP-IDX) = SEARCH-EMP-ID
                   MOVE "Y" TO EMP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF EMP-FOUND
               SUBTRACT 1 FROM EMP-IDX
           END-IF.
      *
       FIND-OR-ADD-EMPLOYEE.
           PERFORM FIND-EMPLOYEE
           IF NOT EMP-FOUND AND EMP-COUNT < EMP-MAX
               ADD 1 TO EMP-COUNT
               MOVE EMP-COUNT TO EMP-IDX
               INITIALIZE EMP-ENTRY (EMP-IDX)
               MOVE SEARCH-EMP-ID TO EMP-ID (EMP-IDX)
               MOVE SPACES TO EMP-PAY-METHOD (EMP-IDX)
                   EMP-CTS-BANK (EMP-IDX)
               MOVE "Y" TO EMP-FOUND-FLAG
           END-IF.
      *
      * The declaration detail, twice over: for the run-rate weeks,
      * what each employee's gross lost to tax and pension and what
      * it cost in EsSalud; for the tax months, what is already
      * owed on the weeks paid so far.
       LOAD-PLAME-DETAILS.
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
           ELSE
               DISPLAY "WARNING: data/plame_details.txt NOT FOUND -- "
                   "NET PAY FORECAST AT GROSS, NO TAX OR PENSION"
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
           IF DET-PERIOD-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (DET-GROSS-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (DET-TAX-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (DET-AFP-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (DET-ESSALUD-TOKEN) = 0
               MOVE DET-PERIOD-TOKEN TO DET-PERIOD-DATE
               COMPUTE DET-GROSS = FUNCTION NUMVAL (DET-GROSS-TOKEN)
               COMPUTE DET-TAX = FUNCTION NUMVAL (DET-TAX-TOKEN)
               COMPUTE DET-AFP = FUNCTION NUMVAL (DET-AFP-TOKEN)
               COMPUTE DET-ESSALUD =
                   FUNCTION NUMVAL (DET-ESSALUD-TOKEN)
               MOVE 0 TO DET-ONP
               IF FUNCTION TEST-NUMVAL (DET-ONP-TOKEN) = 0
                       AND DET-ONP-TOKEN NOT = SPACES
                   COMPUTE DET-ONP = FUNCTION NUMVAL (DET-ONP-TOKEN)
               END-IF
               MOVE DET-PERIOD-DATE TO HIST-DATE
               PERFORM FIND-RUN-RATE-WEEK
               IF RR-FOUND
                   ADD DET-GROSS TO CO-PL-GROSS
                   ADD DET-TAX TO CO-PL-TAX
                   ADD DET-AFP TO CO-PL-AFP
                   ADD DET-ONP TO CO-PL-ONP
                   ADD DET-ESSALUD TO CO-PL-ESSALUD
                   MOVE DET-ID-TOKEN TO SEARCH-EMP-ID
                   PERFORM FIND-EMPLOYEE
                   IF EMP-FOUND
                       ADD DET-GROSS TO EMP-PL-GROSS (EMP-IDX)
                       ADD DET-TAX TO EMP-PL-TAX (EMP-IDX)
                       ADD DET-AFP TO EMP-PL-AFP (EMP-IDX)
                       ADD DET-ONP TO EMP-PL-ONP (EMP-IDX)
                       ADD DET-ESSALUD TO EMP-PL-ESSALUD (EMP-IDX)
                   END-IF
               END-IF
               MOVE DET-PERIOD-DATE TO MONTH-DATE-WORK
               PERFORM DATE-TO-MONTH-SERIAL
               IF MONTH-SERIAL-WORK >= TAXM-BASE-SERIAL
                   COMPUTE TAXM-IDX =
                       MONTH-SERIAL-WORK - TAXM-BASE-SERIAL + 1
                   IF TAXM-IDX <= TAXM-COUNT
                       ADD DET-TAX TO TAXM-TAX (TAXM-IDX)
                       ADD DET-AFP TO TAXM-AFP (TAXM-IDX)
                       ADD DET-ONP TO TAXM-ONP (TAXM-IDX)
                       ADD DET-ESSALUD TO TAXM-ESSALUD (TAXM-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       LOAD-PAYMENT-METHODS.
           OPEN INPUT PAYMENT-METHOD-FILE
           IF PAYMENT-METHOD-FILE-STATUS = "00"
               PERFORM UNTIL PAYMENT-METHOD-FILE-STATUS NOT = "00"
                   READ PAYMENT-METHOD-FILE
                       AT END
                           MOVE "10" TO PAYMENT-METHOD-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO PM-ID-TOKEN PM-METHOD-TOKEN
                           UNSTRING PAYMENT-METHOD-RECORD
                               DELIMITED BY SPACE
                               INTO PM-ID-TOKEN PM-METHOD-TOKEN
                           MOVE PM-ID-TOKEN TO SEARCH-EMP-ID
                           PERFORM FIND-EMPLOYEE
                           IF EMP-FOUND
                               AND (PM-METHOD-TOKEN = "CASH"
                                   OR PM-METHOD-TOKEN = "CHEQUE")
                               MOVE PM-METHOD-TOKEN
                                   TO EMP-PAY-METHOD (EMP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-METHOD-FILE
           END-IF.
      *
      * Only VERIFIED accounts receive pay (a line from before the
      * status column is VERIFIED); a line from before the split
      * columns is the whole net at priority 1.
       LOAD-BANK-ACCOUNTS.
           MOVE 0 TO BANK-LINE-COUNT
           OPEN INPUT BANK-ACCOUNTS-FILE
           IF BANK-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL BANK-ACCOUNTS-FILE-STATUS NOT = "00"
                   READ BANK-ACCOUNTS-FILE
                       AT END
                           MOVE "10" TO BANK-ACCOUNTS-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-BANK-ACCOUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNTS-FILE
           END-IF.
      *
       PARSE-BANK-ACCOUNT-LINE.
           MOVE SPACES TO BA-ID-TOKEN BA-BANK-TOKEN BA-NUMBER-TOKEN
               BA-STATUS-TOKEN BA-PRIORITY-TOKEN BA-KIND-TOKEN
               BA-VALUE-TOKEN
           UNSTRING BANK-ACCOUNTS-RECORD DELIMITED BY SPACE
               INTO BA-ID-TOKEN BA-BANK-TOKEN BA-NUMBER-TOKEN
                    BA-STATUS-TOKEN BA-PRIORITY-TOKEN BA-KIND-TOKEN
                    BA-VALUE-TOKEN
           IF BA-ID-TOKEN IS NUMERIC
                   AND (BA-STATUS-TOKEN = SPACES
                       OR BA-STATUS-TOKEN = "VERIFIED")
                   AND BANK-LINE-COUNT < BANK-LINE-MAX
               ADD 1 TO BANK-LINE-COUNT
               MOVE BA-ID-TOKEN TO BL-EMP-ID (BANK-LINE-COUNT)
               MOVE BA-BANK-TOKEN TO BL-BANK (BANK-LINE-COUNT)
               IF BA-PRIORITY-TOKEN (1:1) IS NUMERIC
                       AND BA-PRIORITY-TOKEN (1:1) NOT = "0"
                   MOVE BA-PRIORITY-TOKEN (1:1)
                       TO BL-PRIORITY (BANK-LINE-COUNT)
               ELSE
                   MOVE 1 TO BL-PRIORITY (BANK-LINE-COUNT)
               END-IF
               IF BA-KIND-TOKEN = "FIXED" OR BA-KIND-TOKEN = "PCT"
                   MOVE BA-KIND-TOKEN TO BL-KIND (BANK-LINE-COUNT)
               ELSE
                   MOVE "REST" TO BL-KIND (BANK-LINE-COUNT)
               END-IF
               MOVE 0 TO BL-VALUE (BANK-LINE-COUNT)
               IF FUNCTION TEST-NUMVAL (BA-VALUE-TOKEN) = 0
                       AND BA-VALUE-TOKEN NOT = SPACES
                   COMPUTE BL-VALUE (BANK-LINE-COUNT) =
                       FUNCTION NUMVAL (BA-VALUE-TOKEN)
               END-IF
           END-IF.
      *
       LOAD-CTS-ACCOUNTS.
           OPEN INPUT CTS-ACCOUNTS-FILE
           IF CTS-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL CTS-ACCOUNTS-FILE-STATUS NOT = "00"
                   READ CTS-ACCOUNTS-FILE
                       AT END
                           MOVE "10" TO CTS-ACCOUNTS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO CTS-ID-TOKEN CTS-BANK-TOKEN
                           UNSTRING CTS-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO CTS-ID-TOKEN CTS-BANK-TOKEN
                           MOVE CTS-ID-TOKEN TO SEARCH-EMP-ID
                           PERFORM FIND-EMPLOYEE
                           IF EMP-FOUND
                               MOVE CTS-BANK-TOKEN
                                   TO EMP-CTS-BANK (EMP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTS-ACCOUNTS-FILE
           END-IF.
      *
       LOAD-ADVANCES.
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
                           MOVE ADV-EMP-TOKEN TO SEARCH-EMP-ID
                           PERFORM FIND-EMPLOYEE
                           IF EMP-FOUND
                               AND FUNCTION TEST-NUMVAL
                                   (ADV-BALANCE-TOKEN) = 0
                               COMPUTE EMP-ADVANCE-BAL (EMP-IDX) =
                                   EMP-ADVANCE-BAL (EMP-IDX)
                                   + FUNCTION NUMVAL
                                       (ADV-BALANCE-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADVANCES-FILE
           END-IF.
      *
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
                   AND LOAN-COUNT < LOAN-MAX
               ADD 1 TO LOAN-COUNT
               MOVE LOAN-EMP-TOKEN TO LOAN-EMP-ID (LOAN-COUNT)
               COMPUTE LOAN-PRINCIPAL (LOAN-COUNT) =
                   FUNCTION NUMVAL (LOAN-PRIN-TOKEN)
               COMPUTE LOAN-RATE (LOAN-COUNT) =
                   FUNCTION NUMVAL (LOAN-RATE-TOKEN)
               COMPUTE LOAN-TERM (LOAN-COUNT) =
                   FUNCTION NUMVAL (LOAN-TERM-TOKEN)
               COMPUTE LOAN-BALANCE (LOAN-COUNT) =
                   FUNCTION NUMVAL (LOAN-BAL-TOKEN)
           END-IF.
      *
      * A missing master forecasts everyone in the run rate.
       LOAD-TERMINATION-DATES.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT
                   MOVE EMP-ID (EMP-IDX) TO EMPMAST-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMPMAST-TERM-DATE
                               TO EMP-TERM-DATE (EMP-IDX)
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY "WARNING: data/employee_master.idx NOT "
                   "AVAILABLE -- TERMINATIONS NOT APPLIED"
           END-IF.
      *
      * The weekly run rate: gross averaged over the kept weeks,
      * tax, pension and EsSalud at the employee's own declared
      * proportions (the company's when the detail does not cover
      * the employee).
       WORK-WEEKLY-FIGURES.
           PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL EMP-IDX > EMP-COUNT
               IF EMP-RR-GROSS (EMP-IDX) > 0
                   COMPUTE EMP-WK-GROSS (EMP-IDX) ROUNDED =
                       EMP-RR-GROSS (EMP-IDX) / RR-COUNT
               ELSE
                   MOVE 0 TO EMP-WK-GROSS (EMP-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN EMP-PL-GROSS (EMP-IDX) > 0
                       COMPUTE EMP-WK-TAX (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * EMP-PL-TAX (EMP-IDX)
                           / EMP-PL-GROSS (EMP-IDX)
                       COMPUTE EMP-WK-AFP (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * EMP-PL-AFP (EMP-IDX)
                           / EMP-PL-GROSS (EMP-IDX)
                       COMPUTE EMP-WK-ONP (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * EMP-PL-ONP (EMP-IDX)
                           / EMP-PL-GROSS (EMP-IDX)
                       COMPUTE EMP-WK-ESSALUD (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX)
                           * EMP-PL-ESSALUD (EMP-IDX)
                           / EMP-PL-GROSS (EMP-IDX)
                   WHEN CO-PL-GROSS > 0
                       COMPUTE EMP-WK-TAX (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * CO-PL-TAX
                           / CO-PL-GROSS
                       COMPUTE EMP-WK-AFP (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * CO-PL-AFP
                           / CO-PL-GROSS
                       COMPUTE EMP-WK-ONP (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * CO-PL-ONP
                           / CO-PL-GROSS
                       COMPUTE EMP-WK-ESSALUD (EMP-IDX) ROUNDED =
                           EMP-WK-GROSS (EMP-IDX) * CO-PL-ESSALUD
                           / CO-PL-GROSS
                   WHEN OTHER
                       MOVE 0 TO EMP-WK-TAX (EMP-IDX)
                           EMP-WK-AFP (EMP-IDX) EMP-WK-ONP (EMP-IDX)
                           EMP-WK-ESSALUD (EMP-IDX)
               END-EVALUATE
               COMPUTE WEEKLY-DEDUCTIONS = EMP-WK-TAX (EMP-IDX)
                   + EMP-WK-AFP (EMP-IDX) + EMP-WK-ONP (EMP-IDX)
               IF WEEKLY-DEDUCTIONS < EMP-WK-GROSS (EMP-IDX)
                   COMPUTE EMP-WK-NET (EMP-IDX) =
                       EMP-WK-GROSS (EMP-IDX) - WEEKLY-DEDUCTIONS
               ELSE
                   MOVE 0 TO EMP-WK-NET (EMP-IDX)
               END-IF
               ADD EMP-WK-GROSS (EMP-IDX) TO CO-WK-GROSS
               ADD EMP-WK-NET (EMP-IDX) TO CO-WK-NET
           END-PERFORM.
      *
      * Every weekly period after the last one paid: its net on the
      * pay date when that falls in the window, and its tax and
      * pension into the month the period ends in.
       FORECAST-PAY-DATES.
           PERFORM VARYING CAL-IDX FROM 1 BY 1 UNTIL CAL-IDX > CAL-COUNT
               IF CAL-END-DATE (CAL-IDX) > LAST-HISTORY-DATE
                       AND CAL-END-DATE (CAL-IDX) <= FORECAST-END-DATE
                   PERFORM FORECAST-ONE-PERIOD
               END-IF
           END-PERFORM.
      *
       FORECAST-ONE-PERIOD.
           MOVE CAL-END-DATE (CAL-IDX) TO MONTH-DATE-WORK
           PERFORM DATE-TO-MONTH-SERIAL
           MOVE 0 TO TAXM-IDX
           IF MONTH-SERIAL-WORK >= TAXM-BASE-SERIAL
               COMPUTE TAXM-IDX =
                   MONTH-SERIAL-WORK - TAXM-BASE-SERIAL + 1
               IF TAXM-IDX > TAXM-COUNT
                   MOVE 0 TO TAXM-IDX
               END-IF
           END-IF
           PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL EMP-IDX > EMP-COUNT
               IF EMP-WK-GROSS (EMP-IDX) > 0
                       AND (EMP-TERM-DATE (EMP-IDX) = 0
                           OR EMP-TERM-DATE (EMP-IDX)
                               >= CAL-END-DATE (CAL-IDX))
                   IF TAXM-IDX > 0
                       ADD EMP-WK-TAX (EMP-IDX) TO TAXM-TAX (TAXM-IDX)
                       ADD EMP-WK-AFP (EMP-IDX) TO TAXM-AFP (TAXM-IDX)
                       ADD EMP-WK-ONP (EMP-IDX) TO TAXM-ONP (TAXM-IDX)
                       ADD EMP-WK-ESSALUD (EMP-IDX)
                           TO TAXM-ESSALUD (TAXM-IDX)
                   END-IF
                   IF CAL-PAY-DATE (CAL-IDX) >= FORECAST-START-DATE
                           AND CAL-PAY-DATE (CAL-IDX)
                               <= FORECAST-END-DATE
                       PERFORM FORECAST-EMPLOYEE-NET
                   END-IF
               END-IF
           END-PERFORM.
      *
      * The net less what the payslip run will keep back: the
      * outstanding advances first, as far as the net bears them,
      * then one installment of each open loan, worked against the
      * balance the way the run works it.
       FORECAST-EMPLOYEE-NET.
           MOVE EMP-WK-NET (EMP-IDX) TO PAY-NET
           IF EMP-ADVANCE-BAL (EMP-IDX) > 0
               IF EMP-ADVANCE-BAL (EMP-IDX) > PAY-NET
                   MOVE PAY-NET TO PAY-RECOVERED
               ELSE
                   MOVE EMP-ADVANCE-BAL (EMP-IDX) TO PAY-RECOVERED
               END-IF
               SUBTRACT PAY-RECOVERED FROM EMP-ADVANCE-BAL (EMP-IDX)
               SUBTRACT PAY-RECOVERED FROM PAY-NET
               ADD PAY-RECOVERED TO RECOVERIES-TOTAL
           END-IF
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-EMP-ID (LOAN-IDX) = EMP-ID (EMP-IDX)
                       AND LOAN-BALANCE (LOAN-IDX) > 0
                   PERFORM FORECAST-LOAN-INSTALLMENT
               END-IF
           END-PERFORM
           IF PAY-NET > 0
               MOVE CAL-PAY-DATE (CAL-IDX) TO POST-DATE
               MOVE "NET-PAY" TO POST-CATEGORY
               MOVE PAY-NET TO SPLIT-AMOUNT
               PERFORM POST-EMPLOYEE-PAYMENT
           END-IF.
      *
       FORECAST-LOAN-INSTALLMENT.
           COMPUTE LOAN-PAYMENT ROUNDED =
               LOAN-PRINCIPAL (LOAN-IDX)
               * FUNCTION ANNUITY
                   ((LOAN-RATE (LOAN-IDX) / 52) LOAN-TERM (LOAN-IDX))
           COMPUTE LOAN-INTEREST-PORTION ROUNDED =
               LOAN-BALANCE (LOAN-IDX) * LOAN-RATE (LOAN-IDX) / 52
           IF LOAN-PAYMENT > LOAN-INTEREST-PORTION
               COMPUTE LOAN-PRINCIPAL-PORTION =
                   LOAN-PAYMENT - LOAN-INTEREST-PORTION
           ELSE
               MOVE 0 TO LOAN-PRINCIPAL-PORTION
           END-IF
           IF LOAN-PRINCIPAL-PORTION > LOAN-BALANCE (LOAN-IDX)
               MOVE LOAN-BALANCE (LOAN-IDX) TO LOAN-PRINCIPAL-PORTION
               COMPUTE LOAN-PAYMENT =
                   LOAN-PRINCIPAL-PORTION + LOAN-INTEREST-PORTION
           END-IF
           IF LOAN-PAYMENT > PAY-NET
               MOVE PAY-NET TO LOAN-PAYMENT
           END-IF
           SUBTRACT LOAN-PRINCIPAL-PORTION FROM LOAN-BALANCE (LOAN-IDX)
           SUBTRACT LOAN-PAYMENT FROM PAY-NET
           ADD LOAN-PAYMENT TO RECOVERIES-TOTAL.
      *
      * One payment to an employee, SPLIT-AMOUNT on POST-DATE under
      * POST-CATEGORY: cash and cheque payees under their method,
      * everyone else over the verified accounts in priority order
      * -- FIXED and PCT lines take their share, the REST line (or
      * the first account when there is none) what is left -- and
      * anyone with no account under SINB, as the payslip run files
      * them.
       POST-EMPLOYEE-PAYMENT.
           IF EMP-PAY-METHOD (EMP-IDX) NOT = SPACES
               MOVE EMP-PAY-METHOD (EMP-IDX) TO POST-BANK
               MOVE SPLIT-AMOUNT TO POST-AMOUNT
               PERFORM POST-FORECAST-AMOUNT
           ELSE
               MOVE SPLIT-AMOUNT TO SPLIT-REMAINING
               MOVE SPACES TO SPLIT-REST-BANK SPLIT-FIRST-BANK
               PERFORM VARYING BL-PRIORITY-IDX FROM 1 BY 1
                       UNTIL BL-PRIORITY-IDX > 8
                   PERFORM VARYING BL-IDX FROM 1 BY 1
                           UNTIL BL-IDX > BANK-LINE-COUNT
                       IF BL-EMP-ID (BL-IDX) = EMP-ID (EMP-IDX)
                               AND BL-PRIORITY (BL-IDX)
                                   = BL-PRIORITY-IDX
                           PERFORM SPLIT-TO-BANK-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF SPLIT-REMAINING > 0
                   EVALUATE TRUE
                       WHEN SPLIT-REST-BANK NOT = SPACES
                           MOVE SPLIT-REST-BANK TO POST-BANK
                       WHEN SPLIT-FIRST-BANK NOT = SPACES
                           MOVE SPLIT-FIRST-BANK TO POST-BANK
                       WHEN OTHER
                           MOVE "SINB" TO POST-BANK
                   END-EVALUATE
                   MOVE SPLIT-REMAINING TO POST-AMOUNT
                   PERFORM POST-FORECAST-AMOUNT
               END-IF
           END-IF.
      *
       SPLIT-TO-BANK-LINE.
           IF SPLIT-FIRST-BANK = SPACES
               MOVE BL-BANK (BL-IDX) TO SPLIT-FIRST-BANK
           END-IF
           EVALUATE BL-KIND (BL-IDX)
               WHEN "FIXED"
                   MOVE BL-VALUE (BL-IDX) TO SPLIT-PART
               WHEN "PCT"
                   COMPUTE SPLIT-PART ROUNDED =
                       SPLIT-AMOUNT * BL-VALUE (BL-IDX) / 100
               WHEN OTHER
                   IF SPLIT-REST-BANK = SPACES
                       MOVE BL-BANK (BL-IDX) TO SPLIT-REST-BANK
                   END-IF
                   MOVE 0 TO SPLIT-PART
           END-EVALUATE
           IF SPLIT-PART > SPLIT-REMAINING
               MOVE SPLIT-REMAINING TO SPLIT-PART
           END-IF
           IF SPLIT-PART > 0
               MOVE BL-BANK (BL-IDX) TO POST-BANK
               MOVE SPLIT-PART TO POST-AMOUNT
               PERFORM POST-FORECAST-AMOUNT
               SUBTRACT SPLIT-PART FROM SPLIT-REMAINING
           END-IF.
      *
      * POST-AMOUNT onto POST-DATE's line for POST-CATEGORY and
      * POST-BANK, opening the line when the day has none yet.
       POST-FORECAST-AMOUNT.
           COMPUTE DATE-SERIAL = FUNCTION INTEGER-OF-DATE (POST-DATE)
           IF DATE-SERIAL >= START-SERIAL AND DATE-SERIAL <= END-SERIAL
                   AND POST-AMOUNT > 0
               COMPUTE FC-DAY-IDX = DATE-SERIAL - START-SERIAL + 1
               MOVE "N" TO POST-FOUND-FLAG
               PERFORM VARYING FC-LINE-IDX FROM 1 BY 1
                       UNTIL FC-LINE-IDX > FC-LINE-COUNT (FC-DAY-IDX)
                           OR POST-FOUND
                   IF FC-CATEGORY (FC-DAY-IDX, FC-LINE-IDX)
                           = POST-CATEGORY
                           AND FC-BANK (FC-DAY-IDX, FC-LINE-IDX)
                               = POST-BANK
                       MOVE "Y" TO POST-FOUND-FLAG
                       ADD POST-AMOUNT
                           TO FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX)
                   END-IF
               END-PERFORM
               IF NOT POST-FOUND
                   IF FC-LINE-COUNT (FC-DAY-IDX) < FC-LINE-MAX
                       ADD 1 TO FC-LINE-COUNT (FC-DAY-IDX)
                       MOVE FC-LINE-COUNT (FC-DAY-IDX) TO FC-LINE-IDX
                       MOVE POST-CATEGORY
                           TO FC-CATEGORY (FC-DAY-IDX, FC-LINE-IDX)
                       MOVE POST-BANK
                           TO FC-BANK (FC-DAY-IDX, FC-LINE-IDX)
                       MOVE POST-AMOUNT
                           TO FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX)
                   ELSE
                       ADD 1 TO FC-DROPPED-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      * The RUC is the third field of the profile; its last digit
      * picks the cronograma column.
       LOAD-COMPANY-RUC.
           MOVE SPACE TO RUC-LAST-DIGIT
           MOVE SPACES TO PROFILE-RUC-TEXT
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO PROFILE-CODE-TOKEN
                       MOVE SPACES TO PROFILE-NAME-TEXT
                       UNSTRING COMPANY-PROFILE-RECORD
                           DELIMITED BY "|"
                           INTO PROFILE-CODE-TOKEN
                                PROFILE-NAME-TEXT
                                PROFILE-RUC-TEXT
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           PERFORM VARYING RUC-DIGIT-IDX FROM 11 BY -1
                   UNTIL RUC-DIGIT-IDX < 1
                       OR RUC-LAST-DIGIT NOT = SPACE
               IF PROFILE-RUC-TEXT (RUC-DIGIT-IDX:1) NOT = SPACE
                   MOVE PROFILE-RUC-TEXT (RUC-DIGIT-IDX:1)
                       TO RUC-LAST-DIGIT
               END-IF
           END-PERFORM
           IF RUC-LAST-DIGIT IS NOT NUMERIC
               DISPLAY "WARNING: NO COMPANY RUC ON "
                   "data/company_profile.txt"
               MOVE SPACE TO RUC-LAST-DIGIT
           END-IF.
      *
       LOAD-CRONOGRAMA.
           MOVE 0 TO CRON-COUNT
           OPEN INPUT CRONOGRAMA-FILE
           IF CRONOGRAMA-FILE-STATUS = "00"
               PERFORM UNTIL CRONOGRAMA-FILE-STATUS NOT = "00"
                   READ CRONOGRAMA-FILE
                       AT END
                           MOVE "10" TO CRONOGRAMA-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO CRON-PERIOD-TOKEN
                               CRON-DIGIT-TOKEN CRON-DATE-TOKEN
                           UNSTRING CRONOGRAMA-RECORD
                               DELIMITED BY ALL SPACE
                               INTO CRON-PERIOD-TOKEN
                                    CRON-DIGIT-TOKEN
                                    CRON-DATE-TOKEN
                           IF CRON-PERIOD-TOKEN IS NUMERIC
                                   AND CRON-DIGIT-TOKEN
                                       = RUC-LAST-DIGIT
                                   AND CRON-DATE-TOKEN IS NUMERIC
                                   AND CRON-COUNT < CRON-MAX
                               ADD 1 TO CRON-COUNT
                               MOVE CRON-PERIOD-TOKEN
                                   TO CRON-PERIOD (CRON-COUNT)
                               MOVE CRON-DATE-TOKEN
                                   TO CRON-DUE-DATE (CRON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRONOGRAMA-FILE
           END-IF.
      *
      * Each month of the window settles the tax month before it --
      * AFP on the fifth business day, EsSalud, the fifth-category
      * withholding and ONP on the cronograma date -- and May and
      * November deposit CTS, July and December pay gratificacion,
      * by the fifteenth.
       FORECAST-STATUTORY-MONTHS.
           PERFORM VARYING MONTH-SERIAL-WORK FROM START-MONTH-SERIAL
                   BY 1 UNTIL MONTH-SERIAL-WORK > END-MONTH-SERIAL
               COMPUTE TAXM-IDX =
                   MONTH-SERIAL-WORK - TAXM-BASE-SERIAL
               PERFORM FORECAST-TAX-MONTH
               PERFORM MONTH-SERIAL-TO-YYYYMM
               MOVE MONTH-YYYYMM (5:2) TO MONTH-MM
               IF MONTH-MM = 5 OR MONTH-MM = 11
                   PERFORM FORECAST-CTS-DEPOSITS
               END-IF
               IF MONTH-MM = 7 OR MONTH-MM = 12
                   PERFORM FORECAST-GRATIFICACIONES
               END-IF
           END-PERFORM.
      *
       FORECAST-TAX-MONTH.
           PERFORM MONTH-SERIAL-TO-YYYYMM
           COMPUTE DATE-WORK = MONTH-YYYYMM * 100 + 1
           COMPUTE DATE-SERIAL = FUNCTION INTEGER-OF-DATE (DATE-WORK)
           PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           PERFORM 4 TIMES
               ADD 1 TO DATE-SERIAL
               PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           END-PERFORM
           COMPUTE POST-DATE = FUNCTION DATE-OF-INTEGER (DATE-SERIAL)
           MOVE "AFP" TO POST-CATEGORY
           MOVE "AFPNET" TO POST-BANK
           MOVE TAXM-AFP (TAXM-IDX) TO POST-AMOUNT
           PERFORM POST-FORECAST-AMOUNT

           MOVE TAXM-YYYYMM (TAXM-IDX) TO TAX-PERIOD
           MOVE 0 TO CRON-FOUND-DATE
           PERFORM VARYING CRON-IDX FROM 1 BY 1
                   UNTIL CRON-IDX > CRON-COUNT
               IF CRON-PERIOD (CRON-IDX) = TAX-PERIOD
                   MOVE CRON-DUE-DATE (CRON-IDX) TO CRON-FOUND-DATE
               END-IF
           END-PERFORM
           IF CRON-FOUND-DATE = 0
               DISPLAY "WARNING: NO CRONOGRAMA DATE FOR PERIOD "
                   TAX-PERIOD " RUC DIGIT " RUC-LAST-DIGIT
                   " -- ESSALUD, RET-5TA AND ONP NOT SCHEDULED"
               ADD TAXM-ESSALUD (TAXM-IDX) TAXM-TAX (TAXM-IDX)
                   TAXM-ONP (TAXM-IDX) TO UNSCHEDULED-TOTAL
           ELSE
               COMPUTE DATE-SERIAL =
                   FUNCTION INTEGER-OF-DATE (CRON-FOUND-DATE)
               PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
               COMPUTE POST-DATE =
                   FUNCTION DATE-OF-INTEGER (DATE-SERIAL)
               MOVE "SUNAT" TO POST-BANK
               MOVE "ESSALUD" TO POST-CATEGORY
               MOVE TAXM-ESSALUD (TAXM-IDX) TO POST-AMOUNT
               PERFORM POST-FORECAST-AMOUNT
               MOVE "RET-5TA" TO POST-CATEGORY
               MOVE TAXM-TAX (TAXM-IDX) TO POST-AMOUNT
               PERFORM POST-FORECAST-AMOUNT
               MOVE "ONP" TO POST-CATEGORY
               MOVE TAXM-ONP (TAXM-IDX) TO POST-AMOUNT
               PERFORM POST-FORECAST-AMOUNT
           END-IF.
      *
      * The fifteenth of MONTH-YYYYMM, stepped forward.
       RESOLVE-FIFTEENTH.
           COMPUTE DATE-WORK = MONTH-YYYYMM * 100 + 15
           COMPUTE DATE-SERIAL = FUNCTION INTEGER-OF-DATE (DATE-WORK)
           PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           COMPUTE POST-DATE = FUNCTION DATE-OF-INTEGER (DATE-SERIAL).
      *
      * A half-year's CTS is half of the monthly remuneration plus
      * a sixth of the gratificacion -- seven twelfths of a month --
      * deposited with the employee's depositary, or held under
      * SINCTS while no account is on file.
       FORECAST-CTS-DEPOSITS.
           PERFORM RESOLVE-FIFTEENTH
           MOVE "CTS" TO POST-CATEGORY
           PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL EMP-IDX > EMP-COUNT
               IF EMP-WK-GROSS (EMP-IDX) > 0
                       AND (EMP-TERM-DATE (EMP-IDX) = 0
                           OR EMP-TERM-DATE (EMP-IDX) >= POST-DATE)
                   COMPUTE MONTHLY-REMUNERATION ROUNDED =
                       EMP-WK-GROSS (EMP-IDX) * 52 / 12
                   COMPUTE POST-AMOUNT ROUNDED =
                       MONTHLY-REMUNERATION * 7 / 12
                   IF EMP-CTS-BANK (EMP-IDX) = SPACES
                       MOVE "SINCTS" TO POST-BANK
                   ELSE
                       MOVE EMP-CTS-BANK (EMP-IDX) TO POST-BANK
                   END-IF
                   PERFORM POST-FORECAST-AMOUNT
               END-IF
           END-PERFORM.
      *
      * A month's remuneration plus the 9% bonificacion
      * extraordinaria, paid where the employee's net is paid.
       FORECAST-GRATIFICACIONES.
           PERFORM RESOLVE-FIFTEENTH
           MOVE "GRATI" TO POST-CATEGORY
           PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL EMP-IDX > EMP-COUNT
               IF EMP-WK-GROSS (EMP-IDX) > 0
                       AND (EMP-TERM-DATE (EMP-IDX) = 0
                           OR EMP-TERM-DATE (EMP-IDX) >= POST-DATE)
                   COMPUTE MONTHLY-REMUNERATION ROUNDED =
                       EMP-WK-GROSS (EMP-IDX) * 52 / 12
                   COMPUTE SPLIT-AMOUNT ROUNDED =
                       MONTHLY-REMUNERATION * (1 + GRATI-BONUS-RATE)
                   PERFORM POST-EMPLOYEE-PAYMENT
               END-IF
           END-PERFORM.
      *
       LOAD-PAYEES.
           MOVE 0 TO PAYEE-COUNT
           OPEN INPUT PAYEE-FILE
           IF PAYEE-FILE-STATUS = "00"
               PERFORM UNTIL PAYEE-FILE-STATUS NOT = "00"
                   READ PAYEE-FILE
                       AT END
                           MOVE "10" TO PAYEE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO PY-KEY-TOKEN PY-CODE-TOKEN
                               PY-BANK-TOKEN
                           UNSTRING PAYEE-RECORD DELIMITED BY SPACE
                               INTO PY-KEY-TOKEN PY-CODE-TOKEN
                                    PY-BANK-TOKEN
                           IF PY-KEY-TOKEN = "PAYEE"
                                   AND PY-CODE-TOKEN NOT = SPACES
                                   AND PAYEE-COUNT < PAYEE-MAX
                               ADD 1 TO PAYEE-COUNT
                               MOVE PY-CODE-TOKEN
                                   TO PAYEE-CODE (PAYEE-COUNT)
                               MOVE PY-BANK-TOKEN
                                   TO PAYEE-BANK (PAYEE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.
      *
      * Every remittance already produced and falling due inside
      * the window, through the payee's bank.
       FORECAST-REMITTANCES.
           MOVE "REMIT" TO POST-CATEGORY
           OPEN INPUT REMIT-LEDGER-FILE
           IF REMIT-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL REMIT-LEDGER-FILE-STATUS NOT = "00"
                   READ REMIT-LEDGER-FILE
                       AT END
                           MOVE "10" TO REMIT-LEDGER-FILE-STATUS
                       NOT AT END
                           PERFORM FORECAST-ONE-REMITTANCE
                   END-READ
               END-PERFORM
               CLOSE REMIT-LEDGER-FILE
           END-IF.
      *
       FORECAST-ONE-REMITTANCE.
           MOVE SPACES TO RL-PAYEE-TOKEN RL-MONTH-TOKEN
               RL-AMOUNT-TOKEN RL-DUE-TOKEN
           UNSTRING REMIT-LEDGER-RECORD DELIMITED BY SPACE
               INTO RL-PAYEE-TOKEN RL-MONTH-TOKEN RL-AMOUNT-TOKEN
                    RL-DUE-TOKEN
           IF RL-DUE-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (RL-AMOUNT-TOKEN) = 0
               MOVE RL-DUE-TOKEN TO RL-DUE-DATE
               IF RL-DUE-DATE >= FORECAST-START-DATE
                       AND RL-DUE-DATE <= FORECAST-END-DATE
                   MOVE RL-DUE-DATE TO POST-DATE
                   MOVE "SINB" TO POST-BANK
                   PERFORM VARYING PAYEE-IDX FROM 1 BY 1
                           UNTIL PAYEE-IDX > PAYEE-COUNT
                       IF PAYEE-CODE (PAYEE-IDX) = RL-PAYEE-TOKEN
                           MOVE PAYEE-BANK (PAYEE-IDX) TO POST-BANK
                       END-IF
                   END-PERFORM
                   COMPUTE POST-AMOUNT =
                       FUNCTION NUMVAL (RL-AMOUNT-TOKEN)
                   PERFORM POST-FORECAST-AMOUNT
               END-IF
           END-IF.
      *
      * Day by day, each category and bank with the day's total and
      * the running total, then the window by category and by bank.
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "PAYROLL CASH REQUIREMENTS " FORECAST-START-DATE
                  " THROUGH " FORECAST-END-DATE
                  "   RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE RR-COUNT TO DISP-WEEKS
           MOVE CO-WK-NET TO DISP-AMOUNT
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "NET PAY RUN RATE " DISP-AMOUNT
                  " A WEEK FROM THE LAST " DISP-WEEKS
                  " PAID WEEK(S) THROUGH " LAST-HISTORY-DATE
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE RECOVERIES-TOTAL TO DISP-AMOUNT
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "ADVANCE AND LOAN RECOVERIES NETTED OFF "
                  DISP-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "DATE      CATEGORY  BANK           AMOUNT"
                  "      DAY TOTAL     CUMULATIVE"
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING FC-DAY-IDX FROM 1 BY 1
                   UNTIL FC-DAY-IDX > FORECAST-DAYS
               IF FC-LINE-COUNT (FC-DAY-IDX) > 0
                   PERFORM WRITE-FORECAST-DAY
               END-IF
           END-PERFORM

           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "BY CATEGORY" DELIMITED BY SIZE
               INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
               MOVE CT-AMOUNT (CT-IDX) TO DISP-GRAND
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING "  " CT-CATEGORY (CT-IDX) "  " DISP-GRAND
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "BY BANK" DELIMITED BY SIZE
               INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT
               MOVE BT-AMOUNT (BT-IDX) TO DISP-GRAND
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING "  " BT-BANK (BT-IDX) "    " DISP-GRAND
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE CUMULATIVE-TOTAL TO DISP-GRAND
           MOVE ACTIVE-DAY-COUNT TO DISP-COUNT
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "TOTAL REQUIRED " DISP-GRAND
                  "   ON " DISP-COUNT " DAY(S)"
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           IF PEAK-DAY-DATE > 0
               MOVE PEAK-DAY-TOTAL TO DISP-GRAND
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING "PEAK DAY " PEAK-DAY-DATE "  " DISP-GRAND
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-IF
           IF UNSCHEDULED-TOTAL > 0
               MOVE UNSCHEDULED-TOTAL TO DISP-GRAND
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING "TAX AND PENSION WITH NO CRONOGRAMA DATE "
                      "(NOT ABOVE) " DISP-GRAND
                   DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-IF
           CLOSE FORECAST-REPORT-FILE.
      *
       WRITE-FORECAST-DAY.
           ADD 1 TO ACTIVE-DAY-COUNT
           COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER
               (START-SERIAL + FC-DAY-IDX - 1)
           MOVE 0 TO DAY-TOTAL
           PERFORM VARYING FC-LINE-IDX FROM 1 BY 1
                   UNTIL FC-LINE-IDX > FC-LINE-COUNT (FC-DAY-IDX)
               ADD FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX) TO DAY-TOTAL
               PERFORM ADD-TO-SUMMARY-TOTALS
               MOVE SPACES TO REPORT-LINE
               MOVE DATE-WORK TO REPORT-LINE (1:8)
               MOVE FC-CATEGORY (FC-DAY-IDX, FC-LINE-IDX)
                   TO REPORT-LINE (11:8)
               MOVE FC-BANK (FC-DAY-IDX, FC-LINE-IDX)
                   TO REPORT-LINE (21:6)
               MOVE FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX) TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (29:13)
               MOVE REPORT-LINE TO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM
           ADD DAY-TOTAL TO CUMULATIVE-TOTAL
           IF DAY-TOTAL > PEAK-DAY-TOTAL
               MOVE DAY-TOTAL TO PEAK-DAY-TOTAL
               MOVE DATE-WORK TO PEAK-DAY-DATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE DATE-WORK TO REPORT-LINE (1:8)
           MOVE "DAY" TO REPORT-LINE (11:3)
           MOVE DAY-TOTAL TO DISP-GRAND
           MOVE DISP-GRAND TO REPORT-LINE (42:14)
           MOVE CUMULATIVE-TOTAL TO DISP-GRAND
           MOVE DISP-GRAND TO REPORT-LINE (57:14)
           MOVE REPORT-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.
      *
       ADD-TO-SUMMARY-TOTALS.
           MOVE "N" TO TOTAL-FOUND-FLAG
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT OR TOTAL-FOUND
               IF CT-CATEGORY (CT-IDX)
                       = FC-CATEGORY (FC-DAY-IDX, FC-LINE-IDX)
                   MOVE "Y" TO TOTAL-FOUND-FLAG
                   ADD FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX)
                       TO CT-AMOUNT (CT-IDX)
               END-IF
           END-PERFORM
           IF NOT TOTAL-FOUND AND CT-COUNT < 10
               ADD 1 TO CT-COUNT
               MOVE FC-CATEGORY (FC-DAY-IDX, FC-LINE-IDX)
                   TO CT-CATEGORY (CT-COUNT)
               MOVE FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX)
                   TO CT-AMOUNT (CT-COUNT)
           END-IF
           MOVE "N" TO TOTAL-FOUND-FLAG
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-COUNT OR TOTAL-FOUND
               IF BT-BANK (BT-IDX) = FC-BANK (FC-DAY-IDX, FC-LINE-IDX)
                   MOVE "Y" TO TOTAL-FOUND-FLAG
                   ADD FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX)
                       TO BT-AMOUNT (BT-IDX)
               END-IF
           END-PERFORM
           IF NOT TOTAL-FOUND AND BT-COUNT < 60
               ADD 1 TO BT-COUNT
               MOVE FC-BANK (FC-DAY-IDX, FC-LINE-IDX)
                   TO BT-BANK (BT-COUNT)
               MOVE FC-AMOUNT (FC-DAY-IDX, FC-LINE-IDX)
                   TO BT-AMOUNT (BT-COUNT)
           END-IF.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE CUMULATIVE-TOTAL TO DISP-GRAND
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=CASH-FORECAST FROM=" FORECAST-START-DATE
                  " TO=" FORECAST-END-DATE
                  " TOTAL=" FUNCTION TRIM (DISP-GRAND)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
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
       END PROGRAM CASH-FORECAST.
      *
