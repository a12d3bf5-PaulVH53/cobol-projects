               ASSIGN TO "data/comp_time_bank.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMP-BANK-FILE-STATUS.
      *
      * The official document sequences and the issued-number
      * register, shared suite-wide.
               ASSIGN TO "data/document_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-REGISTER-FILE-STATUS.
      *
      * What the employee still owes the company -- open company
      * loans ("LOAN-ID EMP-ID PRINCIPAL ANNUAL-RATE TERM-PERIODS
      * BALANCE"), payroll advances ("ADV-ID EMP-ID AMOUNT BALANCE
      * RUN-ID") and carried-over deduction arrears ("ID AMOUNT").
      * The settlement is the last pay the company will ever make,
      * so these are recovered out of it as far as the law lets the
      * liquidacion bear them: the truncated CTS is intangible and
      * never touched, and the take from the rest is capped at
      * SETTLE_RECOVERY_PCT (default 50) percent. Each file is
      * rewritten with the balances drawn down -- a loan stays on
      * file at its new balance the way the payslip run leaves a
      * paid-off loan, an advance or arrears line recovered in full
      * drops off -- and every recovery goes on the document as its
      * own line.
           SELECT COMPANY-LOAN-FILE
               ASSIGN TO "data/company_loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-LOAN-FILE-STATUS.
      *
           SELECT ADVANCES-FILE
               ASSIGN TO "data/advances_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVANCES-FILE-STATUS.
      *
           SELECT ARREARS-FILE
               ASSIGN TO "data/deduction_arrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARREARS-FILE-STATUS.
      *
      * A loan recovery is an installment like any other on the loan
      * ledger (no interest, the principal taken, the balance left),
      * so the loan portfolio sees the settlement pay it down.
           SELECT LOAN-LEDGER-FILE
               ASSIGN TO "data/loan_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-LEDGER-FILE-STATUS.
      *
      * Every recovery of every kind, one line each: "RUN-ID EMP-ID
      * KIND REFERENCE RECOVERED BALANCE-LEFT DOC-NUMBER" with KIND
      * LOAN, ADVANCE or ARREARS -- the ledger entry behind each
      * balance the settlement closed or reduced.
           SELECT RECOVERY-LEDGER-FILE
               ASSIGN TO "data/settlement_recoveries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-LEDGER-FILE-STATUS.
      *
      * What the settlement could not recover, left open on its
      * file and listed here for finance to chase or write off --
      * appended, one block per settlement under its RUN-ID.
           SELECT WRITE-OFF-FILE
               ASSIGN TO "output/settlement_writeoffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
      *
      * CTS carried in from a previous employer by the import and
      * held for the next half-year deposit. What is still
      * undeposited when the employee leaves is paid in the
      * settlement, and an offsetting line is appended so the
      * deposit run does not pay it again.
           SELECT CTS-CARRYOVER-FILE
               ASSIGN TO "data/cts_carryover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-CARRYOVER-FILE-STATUS.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

      *-------------
       DATA DIVISION.
       01 PAY-HISTORY-RECORD      PIC X(80).
      *
       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD PIC X(160).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
           05 BANK-ACCOUNT-REF    PIC X(14).
           05 FILLER              PIC X(1).
           05 BANK-NET-PAY        PIC 9(7)V99.
      *
       FD DOCUMENT-SEQ-FILE.
       01 DOCUMENT-SEQ-RECORD     PIC X(30).
      *
       FD DOCUMENT-REGISTER-FILE.
       01 DOCUMENT-REGISTER-RECORD PIC X(60).
      *
       FD COMPANY-LOAN-FILE.
       01 COMPANY-LOAN-RECORD     PIC X(80).
      *
       FD ADVANCES-FILE.
       01 ADVANCES-RECORD         PIC X(80).
      *
       FD ARREARS-FILE.
       01 ARREARS-RECORD          PIC X(30).
      *
       FD LOAN-LEDGER-FILE.
       01 LOAN-LEDGER-RECORD      PIC X(80).
      *
       FD RECOVERY-LEDGER-FILE.
       01 RECOVERY-LEDGER-RECORD  PIC X(100).
      *
       FD WRITE-OFF-FILE.
       01 WRITE-OFF-RECORD        PIC X(100).
      *
       FD CTS-CARRYOVER-FILE.
       01 CTS-CARRYOVER-RECORD    PIC X(60).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).

      *
       WORKING-STORAGE SECTION.
       01 HISTORY-SCAN-YEAR       PIC 9(4).
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 SETTLEMENT-DOC-FILE-NAME PIC X(100).
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 MASTER-FOUND-FLAG       PIC X VALUE "N".
           88 MASTER-FOUND        VALUE "Y".
      *
      * Suite-wide run lock, same scheme as payroll's.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 GRATI-PAY               PIC 9(7)V99 VALUE 0.
       01 CTS-MONTHS              PIC 99 VALUE 0.
       01 CTS-PAY                 PIC 9(7)V99 VALUE 0.
      * Carried CTS not yet deposited, and the latest month it was
      * carried in -- the offsetting line is dated to that month so
      * it lands in the same deposit half-year.
       01 CTS-CARRIED-PAY         PIC S9(7)V99 VALUE 0.
       01 CTS-CARRIED-YYYYMM      PIC 9(6) VALUE 0.
       01 CTS-CARRYOVER-FILE-STATUS PIC XX.
       01 CARRY-ID-TOKEN          PIC X(5).
       01 CARRY-MONTH-TOKEN       PIC X(6).
       01 CARRY-AMOUNT-TOKEN      PIC X(12).
       01 CARRY-YYYYMM            PIC 9(6).
       01 CARRY-AMOUNT-EDIT       PIC -(7)9.99.
      * Unused comp-time bank liquidated to money at the overtime
      * premium.
       01 COMP-BANK-FILE-STATUS   PIC XX.
       01 SETTLE-REGIME           PIC X(10) VALUE SPACES.
       01 REGIME-EXEMPT-FLAG      PIC X VALUE "N".
           88 REGIME-EXEMPT       VALUE "Y".
      * CIVIL-regime staff were paid their gratificacion, CTS, and
      * vacation every week as percentages of the daily wage, so
      * none of the three is owed again at the end.
       01 PAID-WEEKLY-FLAG        PIC X VALUE "N".
           88 REGIME-PAID-WEEKLY  VALUE "Y".
      *
       01 HALF-START-MONTH        PIC 99.
       01 CTS-START-YYYYMM        PIC 9(6).
       01 SLIP-FX-TEXT            PIC X(40) VALUE SPACES.
       01 SLIP-FAMILY-PAY         PIC 9(5)V99 VALUE 0.
       01 SLIP-TOPUP-PAY          PIC 9(5)V99 VALUE 0.
       01 SLIP-VIATICO-PAY        PIC 9(5)V99 VALUE 0.
       01 SLIP-VIATICO-EXCESS     PIC 9(5)V99 VALUE 0.
      * The payslip's six construction-agreement amounts, all zero
      * on a settlement slip.
       01 SLIP-CIVIL-PAY          PIC X(42) VALUE ALL "0".
      * The employee's payslip language off the master.
       01 SLIP-LANGUAGE           PIC X(2) VALUE "ES".
      * The payslip's two seniority-bonus amounts, zero on a
      * settlement slip.
       01 SLIP-SENIORITY-PAY      PIC X(14) VALUE ALL "0".
      * The net-guarantee gross-up and employer-borne tax, zero on a
      * settlement slip.
       01 SLIP-GROSSUP-PAY        PIC X(14) VALUE ALL "0".
      * The meal-benefit card amounts, zero on a settlement slip.
       01 SLIP-MEAL-PAY           PIC X(14) VALUE ALL "0".
       01 SLIP-DOC-NUMBER         PIC X(16) VALUE SPACES.
       01 SLIP-AFP-PROVIDER       PIC X(10) VALUE SPACES.
       01 SLIP-DEDUCTION-COUNT    PIC 9 VALUE 0.
           05 SLIP-DEDUCTION-ENTRY OCCURS 5 TIMES.
               10 SLIP-DED-CODE   PIC X(4).
               10 SLIP-DED-DESC   PIC X(20).
               10 SLIP-DED-AMOUNT PIC 9(5)V99 VALUE 0.
       01 SLIP-FILE-NAME          PIC X(100).
       01 SLIP-YTD-GROSS          PIC 9(7)V99 VALUE 0.
       01 SLIP-YTD-DED            PIC 9(7)V99 VALUE 0.
       01 DOC-SEQ-FOUND-FLAG      PIC X.
           88 DOC-SEQ-FOUND       VALUE "Y".
      *
      * Recovery of what the employee owes. The room is the part of
      * the settlement the law lets a set-off reach -- everything but
      * the CTS -- times the recovery cap.
       01 RECOVERY-PCT-PARM       PIC X(3).
       01 RECOVERY-PCT            PIC 9V99 VALUE 0.50.
       01 RECOVERY-PCT-DISP       PIC ZZ9.
       01 RECOVERY-BASE           PIC 9(7)V99 VALUE 0.
       01 RECOVERY-LIMIT          PIC 9(7)V99 VALUE 0.
       01 RECOVERY-ROOM           PIC 9(7)V99 VALUE 0.
       01 RECOVERY-TOTAL          PIC 9(7)V99 VALUE 0.
       01 UNRECOVERED-TOTAL       PIC 9(7)V99 VALUE 0.
       01 SETTLEMENT-NET          PIC 9(7)V99 VALUE 0.
       01 RECOVERY-TAKE           PIC 9(7)V99.
      * One entry per balance of this employee's found on file, in
      * the order recovered.
       01 RECOVERY-MAX            PIC 99 VALUE 30.
       01 RECOVERY-COUNT          PIC 99 VALUE 0.
       01 RECOVERY-TABLE.
           05 RECOVERY-ENTRY OCCURS 30 TIMES.
               10 REC-KIND        PIC X(7).
               10 REC-REF         PIC X(8).
               10 REC-OWED        PIC 9(7)V99.
               10 REC-TAKEN       PIC 9(7)V99.
               10 REC-LEFT        PIC 9(7)V99.
       01 RECOVERY-IDX            PIC 99.
       01 REC-OWED-EDIT           PIC 9(7).99.
       01 REC-TAKEN-EDIT          PIC 9(7).99.
       01 REC-LEFT-EDIT           PIC 9(7).99.
       01 REC-LABEL               PIC X(16).
      *
       01 COMPANY-LOAN-FILE-STATUS PIC XX.
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
       01 LOAN-ID-TOKEN           PIC X(8).
       01 LOAN-EMP-TOKEN          PIC X(5).
       01 LOAN-PRIN-TOKEN         PIC X(12).
       01 LOAN-RATE-TOKEN         PIC X(10).
       01 LOAN-TERM-TOKEN         PIC X(5).
       01 LOAN-BAL-TOKEN          PIC X(12).
       01 LOAN-PRIN-EDIT          PIC 9(7).99.
       01 LOAN-BAL-EDIT           PIC 9(7).99.
       01 LOAN-RATE-EDIT          PIC 9.9999.
       01 LOAN-CHANGED-FLAG       PIC X VALUE "N".
           88 LOANS-CHANGED       VALUE "Y".
      * Set when a line would not load -- the table was full or the
      * line did not parse. The file is then left as it is rather
      * than rewritten without the lines the run never saw; the
      * same goes for the advances and arrears files below.
       01 LOAN-INCOMPLETE-FLAG    PIC X VALUE "N".
           88 LOANS-INCOMPLETE    VALUE "Y".
       01 LOAN-LEDGER-FILE-STATUS PIC XX.
      *
       01 ADVANCES-FILE-STATUS    PIC XX.
       01 ADVANCE-MAX             PIC 9(3) VALUE 200.
       01 ADVANCE-COUNT           PIC 9(3) VALUE 0.
       01 ADVANCE-TABLE.
           05 ADVANCE-ENTRY OCCURS 200 TIMES.
               10 ADV-TBL-ID      PIC X(8).
               10 ADV-TBL-EMP     PIC X(5).
               10 ADV-TBL-AMOUNT  PIC 9(7)V99.
               10 ADV-TBL-BALANCE PIC 9(7)V99.
               10 ADV-TBL-RUN     PIC X(16).
       01 ADVANCE-IDX             PIC 9(3).
       01 ADV-ID-TOKEN            PIC X(8).
       01 ADV-EMP-TOKEN           PIC X(5).
       01 ADV-AMT-TOKEN           PIC X(12).
       01 ADV-BAL-TOKEN           PIC X(12).
       01 ADV-RUN-TOKEN           PIC X(16).
       01 ADV-AMT-EDIT            PIC 9(7).99.
       01 ADV-BAL-EDIT            PIC 9(7).99.
       01 ADVANCE-CHANGED-FLAG    PIC X VALUE "N".
           88 ADVANCES-CHANGED    VALUE "Y".
       01 ADVANCE-INCOMPLETE-FLAG PIC X VALUE "N".
           88 ADVANCES-INCOMPLETE VALUE "Y".
      *
       01 ARREARS-FILE-STATUS     PIC XX.
       01 ARREARS-MAX             PIC 9(4) VALUE 1000.
       01 ARREARS-COUNT           PIC 9(4) VALUE 0.
       01 ARREARS-TABLE.
           05 ARREARS-ENTRY OCCURS 1000 TIMES.
               10 ARREARS-ID      PIC X(5).
               10 ARREARS-AMOUNT  PIC 9(7)V99.
       01 ARREARS-IDX             PIC 9(4).
       01 ARREARS-ID-TOKEN        PIC X(5).
       01 ARREARS-AMT-TOKEN       PIC X(12).
       01 ARREARS-BAL-EDIT        PIC 9(7).99.
       01 ARREARS-CHANGED-FLAG    PIC X VALUE "N".
           88 ARREARS-CHANGED     VALUE "Y".
       01 ARREARS-INCOMPLETE-FLAG PIC X VALUE "N".
           88 ARREARS-INCOMPLETE  VALUE "Y".
      *
       01 RECOVERY-LEDGER-FILE-STATUS PIC XX.
       01 WRITE-OFF-FILE-STATUS   PIC XX.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
               MOVE "S/" TO CURRENCY-SYMBOL
           END-IF

      * The loan, advance and arrears files and the document
      * sequences are read here and rewritten at the end; the lock
      * keeps a payroll or advance run off them in between.
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-DOCUMENT-SEQUENCES
           MOVE "LIQUIDACION" TO DOC-TYPE-WANTED
           MOVE "L" TO DOC-PREFIX-WANTED
           PERFORM COMPUTE-MONTHLY-REMUNERATION
           PERFORM LIQUIDATE-COMP-BANK
           PERFORM COMPUTE-COMPONENTS
           PERFORM RECOVER-OUTSTANDING-BALANCES
           PERFORM WRITE-SETTLEMENT-DOCUMENT
           PERFORM WRITE-BANK-RECORD
           PERFORM WRITE-SETTLEMENT-PAYSLIP
           PERFORM SAVE-RECOVERED-BALANCES
           IF CTS-CARRIED-PAY > 0
               PERFORM SETTLE-CTS-CARRYOVER
           END-IF
           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM SAVE-DOCUMENT-SEQUENCES
           PERFORM APPEND-DOCUMENT-REGISTER
           PERFORM RELEASE-RUN-LOCK

           MOVE SETTLEMENT-TOTAL TO DISP-TOTAL
           DISPLAY "SETTLEMENT COMPLETE -- TOTAL "
               FUNCTION TRIM (DISP-TOTAL) "  SEE "
               FUNCTION TRIM (SETTLEMENT-DOC-FILE-NAME)
           IF RECOVERY-COUNT > 0
               MOVE RECOVERY-TOTAL TO DISP-AMOUNT
               MOVE SETTLEMENT-NET TO DISP-TOTAL
               DISPLAY "RECOVERED " FUNCTION TRIM (DISP-AMOUNT)
                   " OWED TO THE COMPANY -- NET PAID "
                   FUNCTION TRIM (DISP-TOTAL)
           END-IF
           IF UNRECOVERED-TOTAL > 0
               MOVE UNRECOVERED-TOTAL TO DISP-AMOUNT
               DISPLAY "UNRECOVERED " FUNCTION TRIM (DISP-AMOUNT)
                   " LEFT OPEN -- SEE output/settlement_writeoffs.txt"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
                   "(SETTLE_HIRE_DATE/SETTLE_TERM_DATE ONLY TO "
                   "OVERRIDE THE MASTER'S DATES; SETTLE_FINAL_HOURS "
                   "FOR THE LAST PARTIAL WEEK)"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                   "THE MASTER FOR " SETTLE-EMP-ID-PARM
                   " (RETIRE THE EMPLOYEE FIRST, OR SET "
                   "SETTLE_HIRE_DATE/SETTLE_TERM_DATE)"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
                       MOVE EMPMAST-REGIME TO SETTLE-REGIME
                       IF EMPMAST-LANGUAGE = "EN"
                           MOVE EMPMAST-LANGUAGE TO SLIP-LANGUAGE
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
               DISPLAY "NOTE: REGIME " FUNCTION TRIM (SETTLE-REGIME)
                   " -- NO GRATIFICACION OR CTS IN THIS SETTLEMENT"
           END-IF
           IF FUNCTION TRIM (SETTLE-REGIME) = "CIVIL"
               SET REGIME-EXEMPT TO TRUE
               SET REGIME-PAID-WEEKLY TO TRUE
               DISPLAY "NOTE: REGIME CIVIL -- GRATIFICACION, "
                   "CTS AND VACATION ALREADY PAID WEEKLY"
           END-IF
           IF NOT MASTER-FOUND
               DISPLAY "SETTLEMENT ABORTED -- EMPLOYEE "
                   SETTLE-EMP-ID-PARM " NOT IN THE MASTER"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPUTE-MONTHS-BETWEEN-ANNIV
           COMPUTE VACATION-PAY ROUNDED =
               MONTHLY-REMUNERATION * VACATION-MONTHS / 12
           IF REGIME-PAID-WEEKLY
               MOVE 0 TO VACATION-MONTHS
               MOVE 0 TO VACATION-PAY
           END-IF

      * Truncated gratificacion: sixths of a month's pay for the
      * complete months served in the half-year the termination
               MOVE 0 TO CTS-MONTHS
               MOVE 0 TO CTS-PAY
           END-IF
           PERFORM LOAD-CTS-CARRYOVER

           COMPUTE SETTLEMENT-TOTAL = FINAL-WEEK-PAY + VACATION-PAY
               + GRATI-PAY + CTS-PAY + CTS-CARRIED-PAY + COMP-PAY.
      *
      * Sums the employee's carried CTS dated inside the current
      * deposit window -- a line dated earlier went out with an
      * earlier deposit. Offsetting lines from a previous
      * settlement net out here as they do in the deposit run.
       LOAD-CTS-CARRYOVER.
           MOVE 0 TO CTS-CARRIED-PAY
           MOVE 0 TO CTS-CARRIED-YYYYMM
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CTS-CARRYOVER-FILE
           IF CTS-CARRYOVER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CTS-CARRYOVER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-CARRYOVER-LINE
                   END-READ
               END-PERFORM
               CLOSE CTS-CARRYOVER-FILE
           END-IF
           MOVE "N" TO EOF-FLAG
           IF CTS-CARRIED-PAY < 0
               MOVE 0 TO CTS-CARRIED-PAY
           END-IF.
      *
       FOLD-ONE-CARRYOVER-LINE.
           MOVE SPACES TO CARRY-ID-TOKEN CARRY-MONTH-TOKEN
           MOVE SPACES TO CARRY-AMOUNT-TOKEN
           UNSTRING CTS-CARRYOVER-RECORD DELIMITED BY ALL SPACE
               INTO CARRY-ID-TOKEN CARRY-MONTH-TOKEN
                    CARRY-AMOUNT-TOKEN
           IF CARRY-ID-TOKEN IS NUMERIC
                   AND CARRY-MONTH-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (CARRY-AMOUNT-TOKEN) = 0
               MOVE CARRY-MONTH-TOKEN TO CARRY-YYYYMM
               IF CARRY-ID-TOKEN = SETTLE-EMP-ID
                       AND CARRY-YYYYMM >= CTS-START-YYYYMM
                       AND CARRY-YYYYMM <= TERM-YYYYMM
                   COMPUTE CTS-CARRIED-PAY = CTS-CARRIED-PAY
                       + FUNCTION NUMVAL (CARRY-AMOUNT-TOKEN)
                   IF CARRY-YYYYMM > CTS-CARRIED-YYYYMM
                       MOVE CARRY-YYYYMM TO CTS-CARRIED-YYYYMM
                   END-IF
               END-IF
           END-IF.
      *
      * Appends the offsetting line for the carried CTS the
      * settlement paid, so the half-year deposit nets it to nil.
       SETTLE-CTS-CARRYOVER.
           MOVE CTS-CARRIED-PAY TO CARRY-AMOUNT-EDIT
           OPEN EXTEND CTS-CARRYOVER-FILE
           IF CTS-CARRYOVER-FILE-STATUS NOT = "00"
               OPEN OUTPUT CTS-CARRYOVER-FILE
           END-IF
           MOVE SPACES TO CTS-CARRYOVER-RECORD
           STRING SETTLE-EMP-ID " " CTS-CARRIED-YYYYMM " -"
                  FUNCTION TRIM (CARRY-AMOUNT-EDIT) " " RUN-ID
               DELIMITED BY SIZE INTO CTS-CARRYOVER-RECORD
           WRITE CTS-CARRYOVER-RECORD
           CLOSE CTS-CARRYOVER-FILE.
      *
      * Complete months between the vacation anniversary and the
      * termination, across a possible year boundary.
                  FUNCTION TRIM (CURRENT-DOC-NUMBER)
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           IF REGIME-PAID-WEEKLY
               MOVE SPACES TO DOC-LINE
               STRING "Regimen    : " FUNCTION TRIM (SETTLE-REGIME)
                      " (grati, CTS y vacaciones pagadas por semana)"
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           ELSE
           IF REGIME-EXEMPT
               MOVE SPACES TO DOC-LINE
               STRING "Regimen    : " FUNCTION TRIM (SETTLE-REGIME)
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF
           END-IF
           MOVE SPACES TO DOC-LINE
           PERFORM WRITE-DOC-LINE

               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE

           IF CTS-CARRIED-PAY > 0
               MOVE CTS-CARRIED-PAY TO DISP-AMOUNT
               MOVE SPACES TO DOC-LINE
               STRING "CTS trasladada no depositada : "
                      CURRENCY-SYMBOL " " DISP-AMOUNT
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           IF COMP-PAY > 0
               MOVE COMP-HOURS-OWED TO COMP-HOURS-EDIT
               MOVE COMP-PAY TO DISP-AMOUNT
                  CURRENCY-SYMBOL " " DISP-TOTAL
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           IF RECOVERY-COUNT > 0
               PERFORM WRITE-RECOVERY-DOC-LINES
           END-IF
           MOVE ALL "=" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           CLOSE SETTLEMENT-DOC-FILE.
      *
      * The recoveries under the total, one line per loan, advance
      * or arrears balance, each with whatever of it the settlement
      * could not reach, and the net actually paid.
       WRITE-RECOVERY-DOC-LINES.
           MOVE SPACES TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           COMPUTE RECOVERY-PCT-DISP = RECOVERY-PCT * 100
           MOVE RECOVERY-LIMIT TO DISP-AMOUNT
           MOVE SPACES TO DOC-LINE
           STRING "Dsctos. (tope " RECOVERY-PCT-DISP
                  "% sin CTS)  : "
                  CURRENCY-SYMBOL " " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           PERFORM VARYING RECOVERY-IDX FROM 1 BY 1
                   UNTIL RECOVERY-IDX > RECOVERY-COUNT
               EVALUATE REC-KIND (RECOVERY-IDX)
                   WHEN "LOAN"
                       MOVE "Dscto. prestamo " TO REC-LABEL
                   WHEN "ADVANCE"
                       MOVE "Dscto. adelanto " TO REC-LABEL
                   WHEN OTHER
                       MOVE "Dscto. atrasos  " TO REC-LABEL
               END-EVALUATE
               MOVE REC-TAKEN (RECOVERY-IDX) TO DISP-AMOUNT
               MOVE SPACES TO DOC-LINE
               STRING REC-LABEL REC-REF (RECOVERY-IDX) "     : "
                      CURRENCY-SYMBOL " " DISP-AMOUNT " (-)"
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               IF REC-LEFT (RECOVERY-IDX) > 0
                   MOVE REC-LEFT (RECOVERY-IDX) TO DISP-AMOUNT
                   MOVE SPACES TO DOC-LINE
                   STRING "  saldo no recuperado        : "
                          CURRENCY-SYMBOL " " DISP-AMOUNT
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE SETTLEMENT-NET TO DISP-TOTAL
           MOVE SPACES TO DOC-LINE
           STRING "NETO A PAGAR                 : "
                  CURRENCY-SYMBOL " " DISP-TOTAL
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE.
      *
       WRITE-DOC-LINE.
           MOVE DOC-LINE TO SETTLEMENT-DOC-RECORD
           MOVE SETTLE-EMP-ID-PARM TO BANK-EMP-ID
           STRING "ACCT" SETTLE-EMP-ID-PARM
               DELIMITED BY SIZE INTO BANK-ACCOUNT-REF
           MOVE SETTLEMENT-NET TO BANK-NET-PAY
           WRITE BANK-RECORD
           CLOSE BANK-FILE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SETTLEMENT-TOTAL TO DISP-TOTAL
           MOVE RECOVERY-TOTAL TO REC-TAKEN-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=LIQUIDACION EMP=" SETTLE-EMP-ID-PARM
                  " TOTAL=" FUNCTION TRIM (DISP-TOTAL)
                  " RECOVERED=" REC-TAKEN-EDIT
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * The settlement total rides through the same payslip
      * subprogram every other payment uses. A total beyond the
               MOVE EMPMAST-NAME TO SLIP-EMP-NAME
               MOVE SETTLEMENT-TOTAL TO SLIP-BASE-PAY
               MOVE SETTLEMENT-TOTAL TO SLIP-GROSS-PAY
               MOVE SETTLEMENT-NET TO SLIP-NET-PAY
               PERFORM BUILD-SLIP-RECOVERY-DEDUCTIONS
               MOVE "Liquidacion beneficios" TO SLIP-PAY-BASIS
      * The resolved date -- the master's EMPMAST-TERM-DATE on the
      * normal path -- not the override parameter, which is blank
                   SLIP-FAMILY-PAY
                   SLIP-TOPUP-PAY
                   SLIP-DOC-NUMBER
                   SLIP-VIATICO-PAY
                   SLIP-VIATICO-EXCESS
                   SLIP-CIVIL-PAY
                   SLIP-LANGUAGE
                   SLIP-SENIORITY-PAY
                   SLIP-GROSSUP-PAY
                   SLIP-MEAL-PAY
           END-IF.
      *
      * The recoveries ride the slip as deductions, one per kind --
      * LOAN, ADEL and ATRA, the codes the payslip run uses for the
      * same three balances.
       BUILD-SLIP-RECOVERY-DEDUCTIONS.
           MOVE 0 TO SLIP-DEDUCTION-COUNT
           PERFORM VARYING RECOVERY-IDX FROM 1 BY 1
                   UNTIL RECOVERY-IDX > RECOVERY-COUNT
               IF REC-TAKEN (RECOVERY-IDX) > 0
                   EVALUATE REC-KIND (RECOVERY-IDX)
                       WHEN "LOAN"
                           MOVE "LOAN" TO SLIP-DED-CODE (1)
                           MOVE "Prestamo empresa"
                               TO SLIP-DED-DESC (1)
                           ADD REC-TAKEN (RECOVERY-IDX)
                               TO SLIP-DED-AMOUNT (1)
                       WHEN "ADVANCE"
                           MOVE "ADEL" TO SLIP-DED-CODE (2)
                           MOVE "Adelanto de sueldo"
                               TO SLIP-DED-DESC (2)
                           ADD REC-TAKEN (RECOVERY-IDX)
                               TO SLIP-DED-AMOUNT (2)
                       WHEN OTHER
                           MOVE "ATRA" TO SLIP-DED-CODE (3)
                           MOVE "Atrasos descuentos"
                               TO SLIP-DED-DESC (3)
                           ADD REC-TAKEN (RECOVERY-IDX)
                               TO SLIP-DED-AMOUNT (3)
                   END-EVALUATE
               END-IF
           END-PERFORM
      * Packed down so the slip sees only the kinds actually taken.
           PERFORM VARYING RECOVERY-IDX FROM 1 BY 1
                   UNTIL RECOVERY-IDX > 3
               IF SLIP-DED-AMOUNT (RECOVERY-IDX) > 0
                   ADD 1 TO SLIP-DEDUCTION-COUNT
                   MOVE SLIP-DEDUCTION-ENTRY (RECOVERY-IDX)
                       TO SLIP-DEDUCTION-ENTRY (SLIP-DEDUCTION-COUNT)
               END-IF
           END-PERFORM.
      *
      * Whatever rest the banked overtime never bought reverts to
      * money: the hours at the rate in force plus the 25-percent
      * overtime premium. The bank file is rewritten with this
               CLOSE COMP-BANK-FILE
           END-IF.
      *
      * Recovers what the employee still owes out of the settlement:
      * deduction arrears first (deductions already overdue), then
      * company loans, then payroll advances, each taken in full
      * while the room lasts and cut to the room left after that.
      * The room is the settlement less its CTS, times the recovery
      * cap. Nothing is written here -- the balances are drawn down
      * in the tables and saved once the documents are out.
       RECOVER-OUTSTANDING-BALANCES.
           MOVE SPACES TO RECOVERY-PCT-PARM
           ACCEPT RECOVERY-PCT-PARM
               FROM ENVIRONMENT "SETTLE_RECOVERY_PCT"
           IF FUNCTION TRIM (RECOVERY-PCT-PARM) IS NUMERIC
                   AND RECOVERY-PCT-PARM NOT = SPACES
               COMPUTE RECOVERY-PCT =
                   FUNCTION NUMVAL (RECOVERY-PCT-PARM) / 100
               IF RECOVERY-PCT > 1
                   MOVE 1 TO RECOVERY-PCT
               END-IF
           END-IF
           COMPUTE RECOVERY-BASE = SETTLEMENT-TOTAL - CTS-PAY
               - CTS-CARRIED-PAY
           COMPUTE RECOVERY-LIMIT = RECOVERY-BASE * RECOVERY-PCT
           MOVE RECOVERY-LIMIT TO RECOVERY-ROOM
           MOVE 0 TO RECOVERY-COUNT
           MOVE 0 TO RECOVERY-TOTAL
           MOVE 0 TO UNRECOVERED-TOTAL

           PERFORM LOAD-DEDUCTION-ARREARS
           PERFORM LOAD-COMPANY-LOANS
           PERFORM LOAD-OUTSTANDING-ADVANCES

           PERFORM VARYING ARREARS-IDX FROM 1 BY 1
                   UNTIL ARREARS-IDX > ARREARS-COUNT
               IF ARREARS-ID (ARREARS-IDX) = SETTLE-EMP-ID-PARM
                       AND ARREARS-AMOUNT (ARREARS-IDX) > 0
                   IF RECOVERY-COUNT < RECOVERY-MAX
                       ADD 1 TO RECOVERY-COUNT
                       MOVE "ARREARS" TO REC-KIND (RECOVERY-COUNT)
                       MOVE SETTLE-EMP-ID-PARM
                           TO REC-REF (RECOVERY-COUNT)
                       MOVE ARREARS-AMOUNT (ARREARS-IDX)
                           TO REC-OWED (RECOVERY-COUNT)
                       PERFORM TAKE-RECOVERY
                       IF RECOVERY-TAKE > 0
                           SUBTRACT RECOVERY-TAKE
                               FROM ARREARS-AMOUNT (ARREARS-IDX)
                           SET ARREARS-CHANGED TO TRUE
                       END-IF
                   ELSE
                       PERFORM WARN-RECOVERY-TABLE-FULL
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-TBL-EMP (LOAN-IDX) = SETTLE-EMP-ID-PARM
                       AND LOAN-TBL-BALANCE (LOAN-IDX) > 0
                   IF RECOVERY-COUNT < RECOVERY-MAX
                       ADD 1 TO RECOVERY-COUNT
                       MOVE "LOAN" TO REC-KIND (RECOVERY-COUNT)
                       MOVE LOAN-TBL-ID (LOAN-IDX)
                           TO REC-REF (RECOVERY-COUNT)
                       MOVE LOAN-TBL-BALANCE (LOAN-IDX)
                           TO REC-OWED (RECOVERY-COUNT)
                       PERFORM TAKE-RECOVERY
                       IF RECOVERY-TAKE > 0
                           SUBTRACT RECOVERY-TAKE
                               FROM LOAN-TBL-BALANCE (LOAN-IDX)
                           SET LOANS-CHANGED TO TRUE
                       END-IF
                   ELSE
                       PERFORM WARN-RECOVERY-TABLE-FULL
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING ADVANCE-IDX FROM 1 BY 1
                   UNTIL ADVANCE-IDX > ADVANCE-COUNT
               IF ADV-TBL-EMP (ADVANCE-IDX) = SETTLE-EMP-ID-PARM
                       AND ADV-TBL-BALANCE (ADVANCE-IDX) > 0
                   IF RECOVERY-COUNT < RECOVERY-MAX
                       ADD 1 TO RECOVERY-COUNT
                       MOVE "ADVANCE" TO REC-KIND (RECOVERY-COUNT)
                       MOVE ADV-TBL-ID (ADVANCE-IDX)
                           TO REC-REF (RECOVERY-COUNT)
                       MOVE ADV-TBL-BALANCE (ADVANCE-IDX)
                           TO REC-OWED (RECOVERY-COUNT)
                       PERFORM TAKE-RECOVERY
                       IF RECOVERY-TAKE > 0
                           SUBTRACT RECOVERY-TAKE
                               FROM ADV-TBL-BALANCE (ADVANCE-IDX)
                           SET ADVANCES-CHANGED TO TRUE
                       END-IF
                   ELSE
                       PERFORM WARN-RECOVERY-TABLE-FULL
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE SETTLEMENT-NET = SETTLEMENT-TOTAL - RECOVERY-TOTAL.
      *
      * Takes the newest recovery entry's balance, or as much of it
      * as the room still allows, and books what is left over.
       TAKE-RECOVERY.
           IF REC-OWED (RECOVERY-COUNT) > RECOVERY-ROOM
               MOVE RECOVERY-ROOM TO RECOVERY-TAKE
           ELSE
               MOVE REC-OWED (RECOVERY-COUNT) TO RECOVERY-TAKE
           END-IF
           SUBTRACT RECOVERY-TAKE FROM RECOVERY-ROOM
           MOVE RECOVERY-TAKE TO REC-TAKEN (RECOVERY-COUNT)
           COMPUTE REC-LEFT (RECOVERY-COUNT) =
               REC-OWED (RECOVERY-COUNT) - RECOVERY-TAKE
           ADD RECOVERY-TAKE TO RECOVERY-TOTAL
           ADD REC-LEFT (RECOVERY-COUNT) TO UNRECOVERED-TOTAL.
      *
       WARN-RECOVERY-TABLE-FULL.
           DISPLAY "WARNING: MORE THAN " RECOVERY-MAX
               " BALANCES OWED BY " SETTLE-EMP-ID-PARM
               " -- THE REST ARE LEFT FOR THE EXIT CLEARANCE".
      *
      * Reads data/deduction_arrears.txt into ARREARS-TABLE. A
      * missing file means nobody owes a carried-over deduction.
       LOAD-DEDUCTION-ARREARS.
           MOVE 0 TO ARREARS-COUNT
           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS = "00"
               PERFORM UNTIL ARREARS-FILE-STATUS NOT = "00"
                   READ ARREARS-FILE
                       AT END
                           MOVE "10" TO ARREARS-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ARREARS-LINE
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
           END-IF.
      *
       PARSE-ARREARS-LINE.
           MOVE SPACES TO ARREARS-ID-TOKEN
           MOVE SPACES TO ARREARS-AMT-TOKEN
           UNSTRING ARREARS-RECORD DELIMITED BY ALL SPACE
               INTO ARREARS-ID-TOKEN ARREARS-AMT-TOKEN
           IF ARREARS-RECORD NOT = SPACES
               IF ARREARS-ID-TOKEN IS NUMERIC
                       AND FUNCTION TEST-NUMVAL (ARREARS-AMT-TOKEN) = 0
                   IF ARREARS-COUNT < ARREARS-MAX
                       ADD 1 TO ARREARS-COUNT
                       MOVE ARREARS-ID-TOKEN
                           TO ARREARS-ID (ARREARS-COUNT)
                       COMPUTE ARREARS-AMOUNT (ARREARS-COUNT) =
                           FUNCTION NUMVAL (ARREARS-AMT-TOKEN)
                   ELSE
                       SET ARREARS-INCOMPLETE TO TRUE
                       DISPLAY "WARNING: ARREARS TABLE FULL, BALANCE "
                           "NOT LOADED FOR EMPLOYEE " ARREARS-ID-TOKEN
                   END-IF
               ELSE
                   SET ARREARS-INCOMPLETE TO TRUE
                   DISPLAY "WARNING: UNREADABLE ARREARS LINE: "
                       FUNCTION TRIM (ARREARS-RECORD)
               END-IF
           END-IF.
      *
      * Reads data/company_loans.txt into LOAN-TABLE. A missing file
      * means no loans outstanding.
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
           UNSTRING COMPANY-LOAN-RECORD DELIMITED BY ALL SPACE
               INTO LOAN-ID-TOKEN LOAN-EMP-TOKEN LOAN-PRIN-TOKEN
                    LOAN-RATE-TOKEN LOAN-TERM-TOKEN LOAN-BAL-TOKEN
           IF COMPANY-LOAN-RECORD NOT = SPACES
               IF LOAN-EMP-TOKEN IS NUMERIC
                       AND FUNCTION TEST-NUMVAL (LOAN-PRIN-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (LOAN-RATE-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (LOAN-TERM-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (LOAN-BAL-TOKEN) = 0
                   IF LOAN-COUNT < LOAN-MAX
                       PERFORM TAKE-LOAN-LINE
                   ELSE
                       SET LOANS-INCOMPLETE TO TRUE
                       DISPLAY "WARNING: LOAN TABLE FULL, LOAN "
                           LOAN-ID-TOKEN " NOT LOADED"
                   END-IF
               ELSE
                   SET LOANS-INCOMPLETE TO TRUE
                   DISPLAY "WARNING: UNREADABLE LOAN LINE: "
                       FUNCTION TRIM (COMPANY-LOAN-RECORD)
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
      * Reads data/advances_outstanding.txt into ADVANCE-TABLE. A
      * missing file means no advances outstanding.
       LOAD-OUTSTANDING-ADVANCES.
           MOVE 0 TO ADVANCE-COUNT
           OPEN INPUT ADVANCES-FILE
           IF ADVANCES-FILE-STATUS = "00"
               PERFORM UNTIL ADVANCES-FILE-STATUS NOT = "00"
                   READ ADVANCES-FILE
                       AT END
                           MOVE "10" TO ADVANCES-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ADVANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADVANCES-FILE
           END-IF.
      *
       PARSE-ADVANCE-LINE.
           MOVE SPACES TO ADV-ID-TOKEN ADV-EMP-TOKEN ADV-AMT-TOKEN
               ADV-BAL-TOKEN ADV-RUN-TOKEN
           UNSTRING ADVANCES-RECORD DELIMITED BY ALL SPACE
               INTO ADV-ID-TOKEN ADV-EMP-TOKEN ADV-AMT-TOKEN
                    ADV-BAL-TOKEN ADV-RUN-TOKEN
           IF ADVANCES-RECORD NOT = SPACES
               IF ADV-EMP-TOKEN IS NUMERIC
                       AND FUNCTION TEST-NUMVAL (ADV-AMT-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (ADV-BAL-TOKEN) = 0
                   IF ADVANCE-COUNT < ADVANCE-MAX
                       PERFORM TAKE-ADVANCE-LINE
                   ELSE
                       SET ADVANCES-INCOMPLETE TO TRUE
                       DISPLAY "WARNING: ADVANCE TABLE FULL, ADVANCE "
                           ADV-ID-TOKEN " NOT LOADED"
                   END-IF
               ELSE
                   SET ADVANCES-INCOMPLETE TO TRUE
                   DISPLAY "WARNING: UNREADABLE ADVANCE LINE: "
                       FUNCTION TRIM (ADVANCES-RECORD)
               END-IF
           END-IF.
      *
       TAKE-ADVANCE-LINE.
           ADD 1 TO ADVANCE-COUNT
           MOVE ADV-ID-TOKEN TO ADV-TBL-ID (ADVANCE-COUNT)
           MOVE ADV-EMP-TOKEN TO ADV-TBL-EMP (ADVANCE-COUNT)
           COMPUTE ADV-TBL-AMOUNT (ADVANCE-COUNT) =
               FUNCTION NUMVAL (ADV-AMT-TOKEN)
           COMPUTE ADV-TBL-BALANCE (ADVANCE-COUNT) =
               FUNCTION NUMVAL (ADV-BAL-TOKEN)
           MOVE ADV-RUN-TOKEN TO ADV-TBL-RUN (ADVANCE-COUNT).
      *
      * Once the document, the deposit and the slip are out: the
      * drawn-down balance files rewritten, the ledger entries for
      * every amount taken, and the write-off block for whatever
      * was left. A balance file that did not load whole is not
      * rewritten -- the recovery ledger still records what was
      * taken, and it is posted to that file by hand.
       SAVE-RECOVERED-BALANCES.
           IF ARREARS-CHANGED
               IF ARREARS-INCOMPLETE
                   DISPLAY "WARNING: data/deduction_arrears.txt NOT "
                       "REWRITTEN -- IT DID NOT LOAD WHOLE; POST THE "
                       "RECOVERY BY HAND"
               ELSE
                   PERFORM SAVE-DEDUCTION-ARREARS
               END-IF
           END-IF
           IF LOANS-CHANGED
               IF LOANS-INCOMPLETE
                   DISPLAY "WARNING: data/company_loans.txt NOT "
                       "REWRITTEN -- IT DID NOT LOAD WHOLE; POST THE "
                       "RECOVERY BY HAND"
               ELSE
                   PERFORM SAVE-COMPANY-LOANS
               END-IF
           END-IF
           IF ADVANCES-CHANGED
               IF ADVANCES-INCOMPLETE
                   DISPLAY "WARNING: data/advances_outstanding.txt "
                       "NOT REWRITTEN -- IT DID NOT LOAD WHOLE; POST "
                       "THE RECOVERY BY HAND"
               ELSE
                   PERFORM SAVE-OUTSTANDING-ADVANCES
               END-IF
           END-IF
           IF RECOVERY-TOTAL > 0
               PERFORM APPEND-RECOVERY-LEDGERS
           END-IF
           IF UNRECOVERED-TOTAL > 0
               PERFORM APPEND-WRITE-OFF-REPORT
           END-IF.
      *
      * Rewrites the arrears file with only the balances still owed.
       SAVE-DEDUCTION-ARREARS.
           OPEN OUTPUT ARREARS-FILE
           PERFORM VARYING ARREARS-IDX FROM 1 BY 1
                   UNTIL ARREARS-IDX > ARREARS-COUNT
               IF ARREARS-AMOUNT (ARREARS-IDX) > 0
                   MOVE ARREARS-AMOUNT (ARREARS-IDX)
                       TO ARREARS-BAL-EDIT
                   MOVE SPACES TO ARREARS-RECORD
                   STRING ARREARS-ID (ARREARS-IDX) " "
                          ARREARS-BAL-EDIT
                       DELIMITED BY SIZE INTO ARREARS-RECORD
                   WRITE ARREARS-RECORD
               END-IF
           END-PERFORM
           CLOSE ARREARS-FILE.
      *
      * Rewrites the loan master with the drawn-down balances.
       SAVE-COMPANY-LOANS.
           OPEN OUTPUT COMPANY-LOAN-FILE
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               MOVE LOAN-TBL-PRINCIPAL (LOAN-IDX) TO LOAN-PRIN-EDIT
               MOVE LOAN-TBL-BALANCE (LOAN-IDX) TO LOAN-BAL-EDIT
               MOVE LOAN-TBL-RATE (LOAN-IDX) TO LOAN-RATE-EDIT
               MOVE SPACES TO COMPANY-LOAN-RECORD
               STRING LOAN-TBL-ID (LOAN-IDX) DELIMITED BY SPACE
                      " " LOAN-TBL-EMP (LOAN-IDX)
                      " " LOAN-PRIN-EDIT
                      " " LOAN-RATE-EDIT
                      " " LOAN-TBL-TERM (LOAN-IDX)
                      " " LOAN-BAL-EDIT
                   DELIMITED BY SIZE INTO COMPANY-LOAN-RECORD
               WRITE COMPANY-LOAN-RECORD
           END-PERFORM
           CLOSE COMPANY-LOAN-FILE.
      *
      * Rewrites the advances ledger; an advance recovered in full
      * drops off the file.
       SAVE-OUTSTANDING-ADVANCES.
           OPEN OUTPUT ADVANCES-FILE
           PERFORM VARYING ADVANCE-IDX FROM 1 BY 1
                   UNTIL ADVANCE-IDX > ADVANCE-COUNT
               IF ADV-TBL-BALANCE (ADVANCE-IDX) > 0
                   MOVE ADV-TBL-AMOUNT (ADVANCE-IDX) TO ADV-AMT-EDIT
                   MOVE ADV-TBL-BALANCE (ADVANCE-IDX) TO ADV-BAL-EDIT
                   MOVE SPACES TO ADVANCES-RECORD
                   STRING ADV-TBL-ID (ADVANCE-IDX) DELIMITED BY SPACE
                          " " ADV-TBL-EMP (ADVANCE-IDX)
                          " " ADV-AMT-EDIT
                          " " ADV-BAL-EDIT
                          " " ADV-TBL-RUN (ADVANCE-IDX)
                       DELIMITED BY SIZE INTO ADVANCES-RECORD
                   WRITE ADVANCES-RECORD
               END-IF
           END-PERFORM
           CLOSE ADVANCES-FILE.
      *
      * One recovery-ledger line per amount taken, and for a loan
      * the installment line on the loan ledger too -- "LOAN-ID
      * YYYYMMDD I:0 P:TAKEN SALDO:BALANCE RUN-ID", dated the
      * termination.
       APPEND-RECOVERY-LEDGERS.
           OPEN EXTEND RECOVERY-LEDGER-FILE
           IF RECOVERY-LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECOVERY-LEDGER-FILE
           END-IF
           IF LOANS-CHANGED
               OPEN EXTEND LOAN-LEDGER-FILE
               IF LOAN-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LOAN-LEDGER-FILE
               END-IF
           END-IF
           PERFORM VARYING RECOVERY-IDX FROM 1 BY 1
                   UNTIL RECOVERY-IDX > RECOVERY-COUNT
               IF REC-TAKEN (RECOVERY-IDX) > 0
                   MOVE REC-TAKEN (RECOVERY-IDX) TO REC-TAKEN-EDIT
                   MOVE REC-LEFT (RECOVERY-IDX) TO REC-LEFT-EDIT
                   MOVE SPACES TO RECOVERY-LEDGER-RECORD
                   STRING RUN-ID " " SETTLE-EMP-ID-PARM
                          " " REC-KIND (RECOVERY-IDX)
                          " " REC-REF (RECOVERY-IDX)
                          " " REC-TAKEN-EDIT
                          " " REC-LEFT-EDIT
                          " " FUNCTION TRIM (CURRENT-DOC-NUMBER)
                       DELIMITED BY SIZE INTO RECOVERY-LEDGER-RECORD
                   WRITE RECOVERY-LEDGER-RECORD
                   IF REC-KIND (RECOVERY-IDX) = "LOAN"
                       MOVE SPACES TO LOAN-LEDGER-RECORD
                       STRING REC-REF (RECOVERY-IDX)
                                  DELIMITED BY SPACE
                              " " TERM-DATE
                              " I:0.00"
                              " P:" REC-TAKEN-EDIT
                              " SALDO:" REC-LEFT-EDIT
                              " " RUN-ID
                           DELIMITED BY SIZE INTO LOAN-LEDGER-RECORD
                       WRITE LOAN-LEDGER-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF LOANS-CHANGED
               CLOSE LOAN-LEDGER-FILE
           END-IF
           CLOSE RECOVERY-LEDGER-FILE.
      *
      * The balances the settlement could not reach, still open on
      * their files: one block per settlement, a line per balance
      * with what was owed, what was taken and what is left.
       APPEND-WRITE-OFF-REPORT.
           OPEN EXTEND WRITE-OFF-FILE
           IF WRITE-OFF-FILE-STATUS NOT = "00"
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF
           MOVE SPACES TO WRITE-OFF-RECORD
           STRING "RUN-ID " RUN-ID " EMP " SETTLE-EMP-ID-PARM
                  " " EMPMAST-NAME
                  " CESE " TERM-DATE
                  " DOC " FUNCTION TRIM (CURRENT-DOC-NUMBER)
               DELIMITED BY SIZE INTO WRITE-OFF-RECORD
           WRITE WRITE-OFF-RECORD
           PERFORM VARYING RECOVERY-IDX FROM 1 BY 1
                   UNTIL RECOVERY-IDX > RECOVERY-COUNT
               IF REC-LEFT (RECOVERY-IDX) > 0
                   MOVE REC-OWED (RECOVERY-IDX) TO REC-OWED-EDIT
                   MOVE REC-TAKEN (RECOVERY-IDX) TO REC-TAKEN-EDIT
                   MOVE REC-LEFT (RECOVERY-IDX) TO REC-LEFT-EDIT
                   MOVE SPACES TO WRITE-OFF-RECORD
                   STRING "  " REC-KIND (RECOVERY-IDX)
                          " " REC-REF (RECOVERY-IDX)
                          " OWED " REC-OWED-EDIT
                          " RECOVERED " REC-TAKEN-EDIT
                          " UNRECOVERED " REC-LEFT-EDIT
                       DELIMITED BY SIZE INTO WRITE-OFF-RECORD
                   WRITE WRITE-OFF-RECORD
               END-IF
           END-PERFORM
           MOVE UNRECOVERED-TOTAL TO REC-LEFT-EDIT
           MOVE SPACES TO WRITE-OFF-RECORD
           STRING "  TOTAL UNRECOVERED " REC-LEFT-EDIT
               DELIMITED BY SIZE INTO WRITE-OFF-RECORD
           WRITE WRITE-OFF-RECORD
           CLOSE WRITE-OFF-FILE.
      *
      * Picks the rate actually in force on the termination date --
      * the pending rate once its effective date has passed, the
      * current rate otherwise.
               DELIMITED BY SIZE INTO DOCUMENT-REGISTER-RECORD
           WRITE DOCUMENT-REGISTER-RECORD
           CLOSE DOCUMENT-REGISTER-FILE.
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
           STRING "termination-settlement " RUN-ID
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
       END PROGRAM TERMINATION-SETTLEMENT.
      *
