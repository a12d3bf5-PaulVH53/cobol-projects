      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. LOAN-PORTFOLIO.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * What the employees owe the company, and who is behind. The
      * loan master the payslip run draws down ("LOAN-ID EMP-ID
      * PRINCIPAL ANNUAL-RATE TERM-PERIODS BALANCE") carries the
      * principal outstanding; the loan ledger it appends to carries
      * every installment's split ("LOAN-ID PERIOD I:INTEREST
      * P:PRINCIPAL SALDO:BALANCE RUN-ID") and every installment the
      * insufficient-net guard cut ("LOAN-ID PERIOD SHORT:AMOUNT
      * RUN-ID"). An installment is missed when it was cut, or when
      * a weekly run went by with no installment at all -- an
      * absence week the borrower was not paid. Missed installments
      * are aged as of LOAN_AS_OF=YYYYMMDD (default today) into
      * 30/60/90-day buckets.
           SELECT COMPANY-LOAN-FILE
               ASSIGN TO "data/company_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-LOAN-FILE-STATUS.
      *
           SELECT LOAN-LEDGER-FILE
               ASSIGN TO "data/loan_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-LEDGER-FILE-STATUS.
      *
      * Borrower names and status -- a RETIRED borrower still
      * carrying a balance is flagged for settlement. A missing
      * master just means names print blank.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
           SELECT PORTFOLIO-REPORT-FILE
               ASSIGN TO "output/loan_portfolio.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * One statement per borrower, for signing off the balance --
      * report/loan_statement_<ID>.txt, in the same one-file-per-
      * employee style as the withholding certificates.
           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD COMPANY-LOAN-FILE.
       01 COMPANY-LOAN-RECORD     PIC X(70).
      *
       FD LOAN-LEDGER-FILE.
       01 LOAN-LEDGER-RECORD      PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PORTFOLIO-REPORT-FILE.
       01 PORTFOLIO-REPORT-RECORD PIC X(140).
      *
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD        PIC X(80).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 COMPANY-LOAN-FILE-STATUS PIC XX.
       01 LOAN-LEDGER-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 STATEMENT-FILE-NAME     PIC X(100).
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * Company header, same values the certificates print.
       01 COMPANY-NAME            PIC X(30) VALUE
           "ACME PERU S.A.C.".
       01 COMPANY-TAX-ID          PIC X(11) VALUE "20123456789".
       01 PROFILE-CODE-TOKEN      PIC X(4).
       01 PROFILE-NAME-TEXT       PIC X(30).
       01 PROFILE-RUC-TEXT        PIC X(11).
      *
       01 AS-OF-PARM              PIC X(8).
       01 AS-OF-DATE              PIC 9(8).
       01 AS-OF-SERIAL            PIC 9(7).
      *
      * The loans, loaded whole, with everything the ledger says
      * about each gathered alongside.
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
               10 LOAN-TBL-INSTALLMENT PIC 9(7)V99.
               10 LOAN-TBL-INTEREST PIC 9(7)V99.
               10 LOAN-TBL-PRIN-PAID PIC 9(7)V99.
               10 LOAN-TBL-PAID-COUNT PIC 9(3).
               10 LOAN-TBL-FIRST-SERIAL PIC 9(7).
               10 LOAN-TBL-LAST-SERIAL PIC 9(7).
               10 LOAN-TBL-MISSED-COUNT PIC 9(3).
               10 LOAN-TBL-MISSED-AMOUNT PIC 9(7)V99.
               10 LOAN-TBL-BUCKET OCCURS 4 TIMES PIC 9(7)V99.
               10 LOAN-TBL-NAME   PIC X(10).
               10 LOAN-TBL-DOC    PIC X(19).
               10 LOAN-TBL-RETIRED PIC X.
                   88 LOAN-BORROWER-RETIRED VALUE "Y".
       01 LOAN-IDX                PIC 9(3).
       01 LOAN-FOUND-FLAG         PIC X.
           88 LOAN-FOUND          VALUE "Y".
       01 LOAN-ID-TOKEN           PIC X(8).
       01 LOAN-EMP-TOKEN          PIC X(5).
       01 LOAN-PRIN-TOKEN         PIC X(12).
       01 LOAN-RATE-TOKEN         PIC X(8).
       01 LOAN-TERM-TOKEN         PIC X(4).
       01 LOAN-BAL-TOKEN          PIC X(12).
      *
      * The ledger movements, one per installment or cut.
       01 MOVE-MAX                PIC 9(4) VALUE 5000.
       01 MOVE-COUNT              PIC 9(4) VALUE 0.
       01 MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 5000 TIMES.
               10 MV-LOAN-IDX     PIC 9(3).
               10 MV-DATE         PIC 9(8).
               10 MV-SERIAL       PIC 9(7).
               10 MV-TYPE         PIC X.
                   88 MV-INSTALLMENT VALUE "I".
                   88 MV-SHORT    VALUE "S".
               10 MV-INTEREST     PIC 9(7)V99.
               10 MV-PRINCIPAL    PIC 9(7)V99.
               10 MV-BALANCE      PIC 9(7)V99.
               10 MV-SHORT-AMOUNT PIC 9(7)V99.
       01 MOVE-IDX                PIC 9(4).
       01 LG-LOAN-TOKEN           PIC X(8).
       01 LG-PERIOD-TOKEN         PIC X(8).
       01 LG-FIELD-3              PIC X(20).
       01 LG-FIELD-4              PIC X(20).
       01 LG-FIELD-5              PIC X(20).
       01 LATEST-RUN-SERIAL       PIC 9(7) VALUE 0.
      *
      * The missed installments found, aged.
       01 MISSED-MAX              PIC 9(4) VALUE 3000.
       01 MISSED-COUNT            PIC 9(4) VALUE 0.
       01 MISSED-TABLE.
           05 MISSED-ENTRY OCCURS 3000 TIMES.
               10 MS-LOAN-IDX     PIC 9(3).
               10 MS-DATE         PIC 9(8).
               10 MS-KIND         PIC X(7).
               10 MS-AMOUNT       PIC 9(7)V99.
               10 MS-AGE-DAYS     PIC 9(5).
       01 MISSED-IDX              PIC 9(4).
       01 EXPECT-SERIAL           PIC 9(7).
       01 EXPECT-LIMIT-SERIAL     PIC 9(7).
       01 COVERED-FLAG            PIC X.
           88 WEEK-COVERED        VALUE "Y".
       01 BOOK-SERIAL             PIC 9(7).
       01 BOOK-AMOUNT             PIC 9(7)V99.
       01 BOOK-KIND               PIC X(7).
       01 BOOK-AGE-DAYS           PIC 9(5).
       01 BUCKET-IDX              PIC 9.
      *
      * Portfolio totals.
       01 TOTAL-PRINCIPAL         PIC 9(9)V99 VALUE 0.
       01 TOTAL-OUTSTANDING       PIC 9(9)V99 VALUE 0.
       01 TOTAL-INTEREST          PIC 9(9)V99 VALUE 0.
       01 TOTAL-MISSED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 TOTAL-BUCKET-TABLE.
           05 TOTAL-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
       01 OPEN-LOAN-COUNT         PIC 9(4) VALUE 0.
       01 DELINQUENT-COUNT        PIC 9(4) VALUE 0.
       01 RETIRED-FLAG-COUNT      PIC 9(4) VALUE 0.
       01 STATEMENT-COUNT         PIC 9(4) VALUE 0.
      *
       01 STMT-EMP-ID             PIC X(5).
       01 STMT-DONE-FLAG          PIC X.
           88 STMT-ALREADY-DONE   VALUE "Y".
       01 STMT-IDX                PIC 9(3).
       01 STMT-LINE               PIC X(80).
       01 STMT-BALANCE-TOTAL      PIC 9(9)V99.
      *
       01 AMOUNT-EDIT             PIC ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-2           PIC ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-3           PIC ZZZ,ZZ9.99.
       01 BUCKET-EDIT-1           PIC ZZZ,ZZ9.99.
       01 BUCKET-EDIT-2           PIC ZZZ,ZZ9.99.
       01 BUCKET-EDIT-3           PIC ZZZ,ZZ9.99.
       01 BUCKET-EDIT-4           PIC ZZZ,ZZ9.99.
       01 TOTAL-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 RATE-EDIT               PIC 9.9999.
       01 COUNT-EDIT              PIC ZZ9.
       01 COUNT-EDIT-2            PIC ZZ9.
       01 AGE-EDIT                PIC ZZZZ9.
       01 DISP-COUNT              PIC ZZZZ9.
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

           MOVE SPACES TO AS-OF-PARM
           ACCEPT AS-OF-PARM FROM ENVIRONMENT "LOAN_AS_OF"
           IF AS-OF-PARM IS NUMERIC
                   AND AS-OF-PARM NOT = SPACES
               MOVE AS-OF-PARM TO AS-OF-DATE
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE AS-OF-SERIAL =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE)

           PERFORM LOAD-COMPANY-PROFILE
           PERFORM LOAD-COMPANY-LOANS
           IF LOAN-COUNT = 0
               DISPLAY "NO COMPANY LOANS ON FILE "
                   "(data/company_loans.txt) -- NOTHING TO REPORT"
               STOP RUN
           END-IF
           PERFORM LOAD-LOAN-LEDGER
           PERFORM LOOKUP-BORROWERS

           MOVE ZEROS TO TOTAL-BUCKET-TABLE
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               PERFORM MEASURE-MISSED-INSTALLMENTS
           END-PERFORM

           PERFORM WRITE-PORTFOLIO-REPORT
           PERFORM WRITE-LOAN-STATEMENTS
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE DELINQUENT-COUNT TO DISP-COUNT
           DISPLAY "LOAN PORTFOLIO COMPLETE -- " DISP-COUNT
               " LOAN(S) BEHIND, SEE output/loan_portfolio.txt"
           MOVE STATEMENT-COUNT TO DISP-COUNT
           DISPLAY "BORROWER STATEMENTS WRITTEN: " DISP-COUNT
               " (report/loan_statement_*.txt)"
           IF RETIRED-FLAG-COUNT > 0
               MOVE RETIRED-FLAG-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " DISP-COUNT " LOAN(S) STILL OWED BY "
                   "RETIRED BORROWERS"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   COMPANY LOAN PORTFOLIO             "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * Reads data/company_loans.txt into LOAN-TABLE, with the
      * scheduled installment worked out the same way the payslip
      * run works it: principal times ANNUITY(rate/52, term).
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
           INITIALIZE LOAN-ENTRY (LOAN-COUNT)
           MOVE LOAN-ID-TOKEN TO LOAN-TBL-ID (LOAN-COUNT)
           MOVE LOAN-EMP-TOKEN TO LOAN-TBL-EMP (LOAN-COUNT)
           COMPUTE LOAN-TBL-PRINCIPAL (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-PRIN-TOKEN)
           COMPUTE LOAN-TBL-RATE (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-RATE-TOKEN)
           COMPUTE LOAN-TBL-TERM (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-TERM-TOKEN)
           COMPUTE LOAN-TBL-BALANCE (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-BAL-TOKEN)
           IF LOAN-TBL-TERM (LOAN-COUNT) > 0
               COMPUTE LOAN-TBL-INSTALLMENT (LOAN-COUNT) ROUNDED =
                   LOAN-TBL-PRINCIPAL (LOAN-COUNT)
                   * FUNCTION ANNUITY
                       ((LOAN-TBL-RATE (LOAN-COUNT) / 52)
                        LOAN-TBL-TERM (LOAN-COUNT))
           END-IF
           MOVE "N" TO LOAN-TBL-RETIRED (LOAN-COUNT).
      *
      * Every ledger line for a loan on the master, kept as a
      * movement and summed into the loan: interest earned,
      * principal repaid, installments collected, and the first and
      * last period an installment was taken. The latest period on
      * the whole ledger is the last payroll run -- the week every
      * open loan should have been collected through.
       LOAD-LOAN-LEDGER.
           MOVE 0 TO MOVE-COUNT
           OPEN INPUT LOAN-LEDGER-FILE
           IF LOAN-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL LOAN-LEDGER-FILE-STATUS NOT = "00"
                   READ LOAN-LEDGER-FILE
                       AT END
                           MOVE "10" TO LOAN-LEDGER-FILE-STATUS
                       NOT AT END
                           IF LOAN-LEDGER-RECORD NOT = SPACES
                               PERFORM LOAD-ONE-LEDGER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-LEDGER-FILE
           END-IF.
      *
       LOAD-ONE-LEDGER-LINE.
           MOVE SPACES TO LG-LOAN-TOKEN LG-PERIOD-TOKEN
               LG-FIELD-3 LG-FIELD-4 LG-FIELD-5
           UNSTRING LOAN-LEDGER-RECORD DELIMITED BY ALL SPACE
               INTO LG-LOAN-TOKEN LG-PERIOD-TOKEN
                    LG-FIELD-3 LG-FIELD-4 LG-FIELD-5
           MOVE "N" TO LOAN-FOUND-FLAG
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
                       OR LOAN-FOUND
               IF LOAN-TBL-ID (LOAN-IDX) = LG-LOAN-TOKEN
                   SET LOAN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LOAN-FOUND
               SUBTRACT 1 FROM LOAN-IDX
           END-IF
           IF LOAN-FOUND
                   AND LG-PERIOD-TOKEN IS NUMERIC
                   AND MOVE-COUNT < MOVE-MAX
               IF LG-FIELD-3 (1:2) = "I:"
                       AND LG-FIELD-4 (1:2) = "P:"
                       AND LG-FIELD-5 (1:6) = "SALDO:"
                   ADD 1 TO MOVE-COUNT
                   PERFORM SET-MOVEMENT-PERIOD
                   SET MV-INSTALLMENT (MOVE-COUNT) TO TRUE
                   COMPUTE MV-INTEREST (MOVE-COUNT) =
                       FUNCTION NUMVAL (LG-FIELD-3 (3:))
                   COMPUTE MV-PRINCIPAL (MOVE-COUNT) =
                       FUNCTION NUMVAL (LG-FIELD-4 (3:))
                   COMPUTE MV-BALANCE (MOVE-COUNT) =
                       FUNCTION NUMVAL (LG-FIELD-5 (7:))
                   MOVE 0 TO MV-SHORT-AMOUNT (MOVE-COUNT)
                   ADD MV-INTEREST (MOVE-COUNT)
                       TO LOAN-TBL-INTEREST (LOAN-IDX)
                   ADD MV-PRINCIPAL (MOVE-COUNT)
                       TO LOAN-TBL-PRIN-PAID (LOAN-IDX)
                   ADD 1 TO LOAN-TBL-PAID-COUNT (LOAN-IDX)
                   IF LOAN-TBL-FIRST-SERIAL (LOAN-IDX) = 0
                           OR MV-SERIAL (MOVE-COUNT)
                               < LOAN-TBL-FIRST-SERIAL (LOAN-IDX)
                       MOVE MV-SERIAL (MOVE-COUNT)
                           TO LOAN-TBL-FIRST-SERIAL (LOAN-IDX)
                   END-IF
                   IF MV-SERIAL (MOVE-COUNT)
                           > LOAN-TBL-LAST-SERIAL (LOAN-IDX)
                       MOVE MV-SERIAL (MOVE-COUNT)
                           TO LOAN-TBL-LAST-SERIAL (LOAN-IDX)
                   END-IF
                   IF MV-SERIAL (MOVE-COUNT) > LATEST-RUN-SERIAL
                       MOVE MV-SERIAL (MOVE-COUNT)
                           TO LATEST-RUN-SERIAL
                   END-IF
               ELSE
                   IF LG-FIELD-3 (1:6) = "SHORT:"
                       ADD 1 TO MOVE-COUNT
                       PERFORM SET-MOVEMENT-PERIOD
                       SET MV-SHORT (MOVE-COUNT) TO TRUE
                       MOVE 0 TO MV-INTEREST (MOVE-COUNT)
                           MV-PRINCIPAL (MOVE-COUNT)
                           MV-BALANCE (MOVE-COUNT)
                       COMPUTE MV-SHORT-AMOUNT (MOVE-COUNT) =
                           FUNCTION NUMVAL (LG-FIELD-3 (7:))
                   END-IF
               END-IF
           END-IF.
      *
       SET-MOVEMENT-PERIOD.
           MOVE LOAN-IDX TO MV-LOAN-IDX (MOVE-COUNT)
           MOVE LG-PERIOD-TOKEN TO MV-DATE (MOVE-COUNT)
           COMPUTE MV-SERIAL (MOVE-COUNT) =
               FUNCTION INTEGER-OF-DATE (MV-DATE (MOVE-COUNT)).
      *
      * Name, document and status off the master, one random read
      * per loan.
       LOOKUP-BORROWERS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               PERFORM VARYING LOAN-IDX FROM 1 BY 1
                       UNTIL LOAN-IDX > LOAN-COUNT
                   MOVE LOAN-TBL-EMP (LOAN-IDX) TO EMPMAST-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMPMAST-NAME TO LOAN-TBL-NAME (LOAN-IDX)
                           MOVE SPACES TO LOAN-TBL-DOC (LOAN-IDX)
                           STRING EMPMAST-DOC-TYPE " "
                                  EMPMAST-DOC-NUMBER
                               DELIMITED BY SIZE
                               INTO LOAN-TBL-DOC (LOAN-IDX)
                           IF EMPMAST-STATUS = "RETIRED"
                               MOVE "Y" TO LOAN-TBL-RETIRED (LOAN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY "WARNING: data/employee_master.idx NOT "
                   "AVAILABLE (STATUS " EMPLOYEE-MASTER-FILE-STATUS
                   ") -- BORROWER NAMES AND STATUS NOT CHECKED"
           END-IF.
      *
      * Walks the loan's weeks from its first installment through
      * the last payroll run (or through its own last installment,
      * once it is paid off). A week with no installment taken
      * within three days of it was skipped -- the borrower was not
      * paid -- and misses the full scheduled installment. Every
      * SHORT line is an installment the guard cut, missing the
      * part not collected.
       MEASURE-MISSED-INSTALLMENTS.
           IF LOAN-TBL-FIRST-SERIAL (LOAN-IDX) > 0
               IF LOAN-TBL-BALANCE (LOAN-IDX) > 0
                   MOVE LATEST-RUN-SERIAL TO EXPECT-LIMIT-SERIAL
               ELSE
                   MOVE LOAN-TBL-LAST-SERIAL (LOAN-IDX)
                       TO EXPECT-LIMIT-SERIAL
               END-IF
               COMPUTE EXPECT-SERIAL =
                   LOAN-TBL-FIRST-SERIAL (LOAN-IDX) + 7
               PERFORM UNTIL EXPECT-SERIAL > EXPECT-LIMIT-SERIAL + 3
                   PERFORM CHECK-WEEK-COVERED
                   IF NOT WEEK-COVERED
                       MOVE EXPECT-SERIAL TO BOOK-SERIAL
                       MOVE LOAN-TBL-INSTALLMENT (LOAN-IDX)
                           TO BOOK-AMOUNT
                       MOVE "SKIPPED" TO BOOK-KIND
                       PERFORM BOOK-MISSED-INSTALLMENT
                   END-IF
                   ADD 7 TO EXPECT-SERIAL
               END-PERFORM
           END-IF
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               IF MV-LOAN-IDX (MOVE-IDX) = LOAN-IDX
                       AND MV-SHORT (MOVE-IDX)
                       AND MV-SHORT-AMOUNT (MOVE-IDX) > 0
                   MOVE MV-SERIAL (MOVE-IDX) TO BOOK-SERIAL
                   MOVE MV-SHORT-AMOUNT (MOVE-IDX) TO BOOK-AMOUNT
                   MOVE "SHORT" TO BOOK-KIND
                   PERFORM BOOK-MISSED-INSTALLMENT
               END-IF
           END-PERFORM
           IF LOAN-TBL-MISSED-COUNT (LOAN-IDX) > 0
               ADD 1 TO DELINQUENT-COUNT
           END-IF.
      *
       CHECK-WEEK-COVERED.
           MOVE "N" TO COVERED-FLAG
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
                       OR WEEK-COVERED
               IF MV-LOAN-IDX (MOVE-IDX) = LOAN-IDX
                       AND MV-INSTALLMENT (MOVE-IDX)
                       AND MV-SERIAL (MOVE-IDX) + 3 >= EXPECT-SERIAL
                       AND MV-SERIAL (MOVE-IDX) <= EXPECT-SERIAL + 3
                   SET WEEK-COVERED TO TRUE
               END-IF
           END-PERFORM.
      *
      * Ages one missed installment as of AS-OF-DATE: bucket 1 up
      * to 30 days, 2 to 60, 3 to 90, 4 beyond.
       BOOK-MISSED-INSTALLMENT.
           IF BOOK-SERIAL < AS-OF-SERIAL
               COMPUTE BOOK-AGE-DAYS = AS-OF-SERIAL - BOOK-SERIAL
           ELSE
               MOVE 0 TO BOOK-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN BOOK-AGE-DAYS <= 30
                   MOVE 1 TO BUCKET-IDX
               WHEN BOOK-AGE-DAYS <= 60
                   MOVE 2 TO BUCKET-IDX
               WHEN BOOK-AGE-DAYS <= 90
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           ADD 1 TO LOAN-TBL-MISSED-COUNT (LOAN-IDX)
           ADD BOOK-AMOUNT TO LOAN-TBL-MISSED-AMOUNT (LOAN-IDX)
           ADD BOOK-AMOUNT TO LOAN-TBL-BUCKET (LOAN-IDX, BUCKET-IDX)
           ADD BOOK-AMOUNT TO TOTAL-BUCKET (BUCKET-IDX)
           ADD BOOK-AMOUNT TO TOTAL-MISSED-AMOUNT
           IF MISSED-COUNT < MISSED-MAX
               ADD 1 TO MISSED-COUNT
               MOVE LOAN-IDX TO MS-LOAN-IDX (MISSED-COUNT)
               COMPUTE MS-DATE (MISSED-COUNT) =
                   FUNCTION DATE-OF-INTEGER (BOOK-SERIAL)
               MOVE BOOK-KIND TO MS-KIND (MISSED-COUNT)
               MOVE BOOK-AMOUNT TO MS-AMOUNT (MISSED-COUNT)
               MOVE BOOK-AGE-DAYS TO MS-AGE-DAYS (MISSED-COUNT)
           END-IF.
      *
      * One line per loan, the aging totals, and the retired
      * borrowers still carrying a balance.
       WRITE-PORTFOLIO-REPORT.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "RUN-ID " RUN-ID " COMPANY LOAN PORTFOLIO AS OF "
                  AS-OF-DATE
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "LOAN     EMP   NAME        PRINCIPAL OUTSTANDING"
                  "   INTEREST PAID MISS MISSED AMT"
                  "  1-30 DAYS 31-60 DAYS 61-90 DAYS   OVER 90"
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD

           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               PERFORM WRITE-PORTFOLIO-LINE
           END-PERFORM

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-PRINCIPAL TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "TOTAL PRINCIPAL LENT      : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-OUTSTANDING TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "TOTAL PRINCIPAL OUTSTANDING: " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-INTEREST TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "TOTAL INTEREST EARNED      : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-MISSED-AMOUNT TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "TOTAL MISSED INSTALLMENTS  : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-BUCKET (1) TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "  AGED  1-30 DAYS          : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-BUCKET (2) TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "  AGED 31-60 DAYS          : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-BUCKET (3) TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "  AGED 61-90 DAYS          : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE TOTAL-BUCKET (4) TO TOTAL-EDIT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING "  AGED OVER 90 DAYS        : " TOTAL-EDIT
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE "MISSED INSTALLMENTS:" TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           IF MISSED-COUNT = 0
               MOVE "  NONE -- EVERY INSTALLMENT COLLECTED IN FULL"
                   TO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF
           PERFORM VARYING MISSED-IDX FROM 1 BY 1
                   UNTIL MISSED-IDX > MISSED-COUNT
               MOVE MS-LOAN-IDX (MISSED-IDX) TO LOAN-IDX
               MOVE MS-AMOUNT (MISSED-IDX) TO AMOUNT-EDIT
               MOVE MS-AGE-DAYS (MISSED-IDX) TO AGE-EDIT
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING "  " LOAN-TBL-ID (LOAN-IDX)
                      " EMP " LOAN-TBL-EMP (LOAN-IDX)
                      " WEEK OF " MS-DATE (MISSED-IDX)
                      " " MS-KIND (MISSED-IDX)
                      " " AMOUNT-EDIT
                      " AGE " AGE-EDIT " DAYS"
                   DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           MOVE "RETIRED BORROWERS STILL CARRYING A BALANCE:"
               TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD
           IF RETIRED-FLAG-COUNT = 0
               MOVE "  NONE" TO PORTFOLIO-REPORT-RECORD
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-BORROWER-RETIRED (LOAN-IDX)
                       AND LOAN-TBL-BALANCE (LOAN-IDX) > 0
                   MOVE LOAN-TBL-BALANCE (LOAN-IDX) TO AMOUNT-EDIT
                   MOVE SPACES TO PORTFOLIO-REPORT-RECORD
                   STRING "  *** " LOAN-TBL-ID (LOAN-IDX)
                          " EMP " LOAN-TBL-EMP (LOAN-IDX)
                          " " LOAN-TBL-NAME (LOAN-IDX)
                          " OWES " AMOUNT-EDIT
                          " -- SETTLE AGAINST THE LIQUIDACION ***"
                       DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
                   WRITE PORTFOLIO-REPORT-RECORD
               END-IF
           END-PERFORM
           CLOSE PORTFOLIO-REPORT-FILE.
      *
       WRITE-PORTFOLIO-LINE.
           ADD LOAN-TBL-PRINCIPAL (LOAN-IDX) TO TOTAL-PRINCIPAL
           ADD LOAN-TBL-BALANCE (LOAN-IDX) TO TOTAL-OUTSTANDING
           ADD LOAN-TBL-INTEREST (LOAN-IDX) TO TOTAL-INTEREST
           IF LOAN-TBL-BALANCE (LOAN-IDX) > 0
               ADD 1 TO OPEN-LOAN-COUNT
           END-IF
           MOVE LOAN-TBL-PRINCIPAL (LOAN-IDX) TO AMOUNT-EDIT
           MOVE LOAN-TBL-BALANCE (LOAN-IDX) TO AMOUNT-EDIT-2
           MOVE LOAN-TBL-INTEREST (LOAN-IDX) TO AMOUNT-EDIT-3
           MOVE LOAN-TBL-PAID-COUNT (LOAN-IDX) TO COUNT-EDIT
           MOVE LOAN-TBL-MISSED-COUNT (LOAN-IDX) TO COUNT-EDIT-2
           MOVE LOAN-TBL-MISSED-AMOUNT (LOAN-IDX) TO TOTAL-EDIT
           MOVE LOAN-TBL-BUCKET (LOAN-IDX, 1) TO BUCKET-EDIT-1
           MOVE LOAN-TBL-BUCKET (LOAN-IDX, 2) TO BUCKET-EDIT-2
           MOVE LOAN-TBL-BUCKET (LOAN-IDX, 3) TO BUCKET-EDIT-3
           MOVE LOAN-TBL-BUCKET (LOAN-IDX, 4) TO BUCKET-EDIT-4
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING LOAN-TBL-ID (LOAN-IDX) " "
                  LOAN-TBL-EMP (LOAN-IDX) " "
                  LOAN-TBL-NAME (LOAN-IDX) " "
                  AMOUNT-EDIT "  " AMOUNT-EDIT-2 " "
                  AMOUNT-EDIT-3 "  " COUNT-EDIT "  " COUNT-EDIT-2
                  TOTAL-EDIT (5:10) " " BUCKET-EDIT-1 " "
                  BUCKET-EDIT-2 " " BUCKET-EDIT-3 " " BUCKET-EDIT-4
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           IF LOAN-BORROWER-RETIRED (LOAN-IDX)
                   AND LOAN-TBL-BALANCE (LOAN-IDX) > 0
               ADD 1 TO RETIRED-FLAG-COUNT
               MOVE "RETIRED" TO PORTFOLIO-REPORT-RECORD (132:7)
           END-IF
           WRITE PORTFOLIO-REPORT-RECORD.
      *
      * One statement per borrower, covering all of the borrower's
      * loans: the terms, every installment taken, every one missed,
      * and the balance the borrower signs off as owed.
       WRITE-LOAN-STATEMENTS.
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               MOVE "N" TO STMT-DONE-FLAG
               PERFORM VARYING STMT-IDX FROM 1 BY 1
                       UNTIL STMT-IDX >= LOAN-IDX
                           OR STMT-ALREADY-DONE
                   IF LOAN-TBL-EMP (STMT-IDX) = LOAN-TBL-EMP (LOAN-IDX)
                       SET STMT-ALREADY-DONE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT STMT-ALREADY-DONE
                   MOVE LOAN-TBL-EMP (LOAN-IDX) TO STMT-EMP-ID
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.
      *
       WRITE-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-FILE-NAME
           STRING "report/loan_statement_" STMT-EMP-ID ".txt"
               DELIMITED BY SIZE INTO STATEMENT-FILE-NAME
           OPEN OUTPUT STATEMENT-FILE
           MOVE 0 TO STMT-BALANCE-TOTAL

           MOVE ALL "=" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE COMPANY-NAME TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           STRING "RUC: " COMPANY-TAX-ID
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "   ESTADO DE CUENTA DE PRESTAMOS AL PERSONAL"
               TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           STRING "   AL " AS-OF-DATE (7:2) "/" AS-OF-DATE (5:2) "/"
                  AS-OF-DATE (1:4)
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ALL "=" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           STRING "Trabajador   : " STMT-EMP-ID " "
                  FUNCTION TRIM (LOAN-TBL-NAME (LOAN-IDX))
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           IF LOAN-TBL-DOC (LOAN-IDX) NOT = SPACES
               STRING "Documento    : "
                      FUNCTION TRIM (LOAN-TBL-DOC (LOAN-IDX))
                   DELIMITED BY SIZE INTO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF

           PERFORM VARYING STMT-IDX FROM LOAN-IDX BY 1
                   UNTIL STMT-IDX > LOAN-COUNT
               IF LOAN-TBL-EMP (STMT-IDX) = STMT-EMP-ID
                   PERFORM WRITE-STATEMENT-LOAN
               END-IF
           END-PERFORM

           PERFORM WRITE-STMT-LINE
           MOVE STMT-BALANCE-TOTAL TO TOTAL-EDIT
           STRING "SALDO TOTAL ADEUDADO       : " TOTAL-EDIT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "Declaro conforme el saldo y los movimientos que"
               TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "anteceden." TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "______________________________   Fecha: __/__/____"
               TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "       Firma del trabajador" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ALL "=" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           CLOSE STATEMENT-FILE
           ADD 1 TO STATEMENT-COUNT.
      *
      * STMT-IDX is the loan. Terms, then every ledger movement in
      * file order, then the installments missed.
       WRITE-STATEMENT-LOAN.
           ADD LOAN-TBL-BALANCE (STMT-IDX) TO STMT-BALANCE-TOTAL
           PERFORM WRITE-STMT-LINE
           MOVE LOAN-TBL-PRINCIPAL (STMT-IDX) TO AMOUNT-EDIT
           MOVE LOAN-TBL-RATE (STMT-IDX) TO RATE-EDIT
           MOVE LOAN-TBL-TERM (STMT-IDX) TO COUNT-EDIT
           STRING "Prestamo " LOAN-TBL-ID (STMT-IDX)
                  "  capital " AMOUNT-EDIT
                  "  tasa anual " RATE-EDIT
                  "  cuotas " COUNT-EDIT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "  PERIODO       INTERES    CAPITAL      SALDO"
               TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               IF MV-LOAN-IDX (MOVE-IDX) = STMT-IDX
                       AND MV-INSTALLMENT (MOVE-IDX)
                   MOVE MV-INTEREST (MOVE-IDX) TO AMOUNT-EDIT
                   MOVE MV-PRINCIPAL (MOVE-IDX) TO AMOUNT-EDIT-2
                   MOVE MV-BALANCE (MOVE-IDX) TO AMOUNT-EDIT-3
                   STRING "  " MV-DATE (MOVE-IDX) " "
                          AMOUNT-EDIT " " AMOUNT-EDIT-2 " "
                          AMOUNT-EDIT-3
                       DELIMITED BY SIZE INTO STMT-LINE
                   PERFORM WRITE-STMT-LINE
               END-IF
           END-PERFORM
           MOVE LOAN-TBL-INTEREST (STMT-IDX) TO AMOUNT-EDIT
           MOVE LOAN-TBL-PRIN-PAID (STMT-IDX) TO AMOUNT-EDIT-2
           MOVE LOAN-TBL-BALANCE (STMT-IDX) TO AMOUNT-EDIT-3
           STRING "  PAGADO         " AMOUNT-EDIT " " AMOUNT-EDIT-2
                  " " AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM VARYING MISSED-IDX FROM 1 BY 1
                   UNTIL MISSED-IDX > MISSED-COUNT
               IF MS-LOAN-IDX (MISSED-IDX) = STMT-IDX
                   MOVE MS-AMOUNT (MISSED-IDX) TO AMOUNT-EDIT
                   IF MS-KIND (MISSED-IDX) = "SHORT"
                       STRING "  CUOTA INCOMPLETA " MS-DATE (MISSED-IDX)
                              " " AMOUNT-EDIT
                           DELIMITED BY SIZE INTO STMT-LINE
                   ELSE
                       STRING "  CUOTA NO COBRADA " MS-DATE (MISSED-IDX)
                              " " AMOUNT-EDIT
                           DELIMITED BY SIZE INTO STMT-LINE
                   END-IF
                   PERFORM WRITE-STMT-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-STMT-LINE.
           MOVE STMT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STMT-LINE.
      *
      * Company name and RUC for the statement header.
       LOAD-COMPANY-PROFILE.
           MOVE SPACES TO STMT-LINE
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO PROFILE-CODE-TOKEN
                       MOVE SPACES TO PROFILE-NAME-TEXT
                       MOVE SPACES TO PROFILE-RUC-TEXT
                       UNSTRING COMPANY-PROFILE-RECORD
                           DELIMITED BY "|"
                           INTO PROFILE-CODE-TOKEN
                                PROFILE-NAME-TEXT
                                PROFILE-RUC-TEXT
                       IF PROFILE-NAME-TEXT NOT = SPACES
                           MOVE PROFILE-NAME-TEXT TO COMPANY-NAME
                       END-IF
                       IF PROFILE-RUC-TEXT NOT = SPACES
                           MOVE PROFILE-RUC-TEXT TO COMPANY-TAX-ID
                       END-IF
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-OUTSTANDING TO TOTAL-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=LOANPORT LOANS=" LOAN-COUNT
                  " BEHIND=" DELINQUENT-COUNT
                  " RETIRED=" RETIRED-FLAG-COUNT
                  " OUTSTANDING=" FUNCTION TRIM (TOTAL-EDIT)
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
       END PROGRAM LOAN-PORTFOLIO.
      *
