      * reversal, and payslip programs refuse to write into it
      * without an explicit MONTH_REOPEN=Y. CLOSE_REOPEN=Y strikes
      * a month back off the register deliberately.
      *
      * A month that closes also books its accrued wages: the days
      * between the last weekly period paid in the calendar and the
      * month end have been worked but not paid, so each employee's
      * last weekly pay is spread over those days, booked by
      * department with the employer contribution and payroll tax
      * on top, and written as an accrual journal dated the month
      * end plus the matching reversing journal dated the first of
      * the next month -- both in the payroll engine's journal
      * layout, each under its own RUN-ID, so GL-POSTING-ACK tracks
      * them like any other export.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "data/pay_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CALENDAR-FILE-STATUS.
               ASSIGN TO "data/closed_months.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-MONTHS-FILE-STATUS.
      *
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
           SELECT GL-ACCOUNTS-FILE ASSIGN TO "data/gl_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNTS-FILE-STATUS.
      *
           SELECT ACCRUAL-JOURNAL-FILE
               ASSIGN TO "output/gl_journal_accrual.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REVERSAL-JOURNAL-FILE
               ASSIGN TO "output/gl_journal_accrual_reversal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "output/month_close_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD CLOSED-MONTHS-FILE.
       01 CLOSED-MONTH-RECORD     PIC X(6).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(80).
      *
       FD GL-ACCOUNTS-FILE.
       01 GL-ACCOUNTS-RECORD      PIC X(60).
      *
       FD ACCRUAL-JOURNAL-FILE.
       01 ACCRUAL-JOURNAL-RECORD  PIC X(80).
      *
       FD REVERSAL-JOURNAL-FILE.
       01 REVERSAL-JOURNAL-RECORD PIC X(80).
      *
       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-RECORD     PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 PLAME-CONTROL-FILE-STATUS PIC XX.
       01 INTEGRITY-REPORT-FILE-STATUS PIC XX.
       01 CLOSED-MONTHS-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 GL-ACCOUNTS-FILE-STATUS PIC XX.
       01 PLAME-EXPORT-FILE-NAME  PIC X(100).
      *
       01 RUN-DATE                PIC 9(6).
       01 CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH-ENTRY OCCURS 200 TIMES PIC 9(6).
       01 CLOSED-MONTH-IDX        PIC 9(3).
      *
      * The month-end accrual. The last weekly calendar period
      * (sequences below 54) ending on or before the month end is
      * the last one paid; the days after it are accrued.
       01 CAL-SEQ-NUMBER          PIC 99.
       01 CAL-END-YYYYMMDD        PIC 9(8).
       01 MONTH-END-YYYYMMDD      PIC 9(8).
       01 MONTH-END-SERIAL        PIC 9(7).
       01 NEXT-MONTH-YYYYMMDD     PIC 9(8).
       01 LAST-PAID-YYYYMMDD      PIC 9(8) VALUE 0.
       01 LAST-PAID-END-TEXT      PIC X(10) VALUE SPACES.
       01 ACCRUAL-DAYS            PIC 99 VALUE 0.
       01 ACCRUAL-DATE-TEXT       PIC X(10).
       01 REVERSAL-DATE-TEXT      PIC X(10).
       01 REVERSAL-RUN-ID         PIC X(16).
      *
      * The payroll engine's employer rates: the social-security
      * contribution and the payroll tax on top of gross.
       01 ACCR-CONTRIB-RATE       PIC V99 VALUE .09.
       01 ACCR-PAYROLL-TAX-RATE   PIC V999 VALUE .015.
      *
      * Last period's weekly pay per employee, off the history.
       01 ACCR-EMP-MAX            PIC 9(4) VALUE 2000.
       01 ACCR-EMP-COUNT          PIC 9(4) VALUE 0.
       01 ACCR-EMP-TABLE.
           05 ACCR-EMP-ENTRY OCCURS 2000 TIMES.
               10 ACCR-EMP-ID     PIC X(5).
               10 ACCR-EMP-PAY    PIC 9(7)V99.
       01 ACCR-EMP-IDX            PIC 9(4).
       01 ACCR-EMP-FOUND-FLAG     PIC X.
           88 ACCR-EMP-FOUND      VALUE "Y".
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 HIST-AMOUNT-TOKEN       PIC X(12).
       01 ACCR-EMP-WAGES          PIC 9(7)V99.
      *
      * The accrual by department.
       01 ACCR-DEPT-MAX           PIC 99 VALUE 50.
       01 ACCR-DEPT-COUNT         PIC 99 VALUE 0.
       01 ACCR-DEPT-TABLE.
           05 ACCR-DEPT-ENTRY OCCURS 50 TIMES.
               10 ACCR-DEPT-CODE  PIC X(10).
               10 ACCR-DEPT-WAGES PIC 9(9)V99.
               10 ACCR-DEPT-CONTRIB PIC 9(9)V99.
               10 ACCR-DEPT-TAX   PIC 9(9)V99.
       01 ACCR-DEPT-IDX           PIC 99.
       01 ACCR-DEPT-FOUND-FLAG    PIC X.
           88 ACCR-DEPT-FOUND     VALUE "Y".
       01 ACCR-LOOKUP-DEPT        PIC X(10).
       01 ACCR-TOTAL-WAGES        PIC 9(9)V99 VALUE 0.
       01 ACCR-TOTAL-CONTRIB      PIC 9(9)V99 VALUE 0.
       01 ACCR-TOTAL-TAX          PIC 9(9)V99 VALUE 0.
       01 ACCR-TOTAL-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISP-ACCRUAL-DAYS       PIC Z9.
      *
      * The GL account map, same "KEY ACCOUNT" / "DEPT code acct"
      * lines the payroll engine books through; accrued wages
      * credit ACCR-WAGES.
       01 GL-MAP-MAX              PIC 99 VALUE 50.
       01 GL-MAP-COUNT            PIC 99 VALUE 0.
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 50 TIMES.
               10 GL-MAP-KEY      PIC X(14).
               10 GL-MAP-ACCOUNT  PIC X(8).
       01 GL-MAP-IDX              PIC 99.
       01 GL-MAP-FOUND-FLAG       PIC X.
           88 GL-MAP-FOUND        VALUE "Y".
       01 GL-MAP-KEY-TOKEN        PIC X(12).
       01 GL-MAP-KEY-TOKEN-2      PIC X(12).
       01 GL-MAP-ACCT-TOKEN       PIC X(8).
       01 GL-MAP-LOOKUP-KEY       PIC X(14).
       01 GL-MAPPED-ACCOUNT       PIC X(8).
       01 JOURNAL-SIDE            PIC X.
       01 REVERSAL-SIDE           PIC X.
       01 JOURNAL-DEPT            PIC X(10).
       01 JOURNAL-AMOUNT          PIC 9(9)V99.
       01 JOURNAL-AMOUNT-EDIT     PIC 9(9).99.
       01 JOURNAL-DEBIT-TOTAL     PIC 9(11)V99.
       01 JOURNAL-CREDIT-TOTAL    PIC 9(11)V99.
       01 JOURNAL-DEBIT-EDIT      PIC 9(9).99.
       01 JOURNAL-CREDIT-EDIT     PIC 9(9).99.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
           PERFORM CHECK-INTEGRITY

           IF CHECKS-FAILED-COUNT = 0
               PERFORM BOOK-MONTH-END-ACCRUAL
               PERFORM RECORD-MONTH-CLOSED
               MOVE "MONTH CLOSED -- LOCKED AGAINST FURTHER WRITES"
                   TO CLOSE-REPORT-RECORD
                   MOVE CAL-END-TOKEN TO
                       MONTH-PERIOD-ENTRY (MONTH-PERIOD-COUNT)
               END-IF
               IF CAL-SEQ-TOKEN IS NUMERIC
                   MOVE CAL-SEQ-TOKEN TO CAL-SEQ-NUMBER
                   COMPUTE CAL-END-YYYYMMDD = CAL-END-YYYYMM * 100
                       + FUNCTION NUMVAL (CAL-END-TOKEN (4:2))
                   IF CAL-SEQ-NUMBER < 54
                           AND CAL-END-YYYYMM NOT > CLOSE-YYYYMM
                           AND CAL-END-YYYYMMDD > LAST-PAID-YYYYMMDD
                       MOVE CAL-END-YYYYMMDD TO LAST-PAID-YYYYMMDD
                       MOVE CAL-END-TOKEN TO LAST-PAID-END-TEXT
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-ONE-MONTH-PERIOD.
                   TO CLOSE-REPORT-RECORD
           END-IF
           WRITE CLOSE-REPORT-RECORD.
      *
      * The month's accrued wages, booked once every check has
      * passed. Nothing is accrued when the last weekly period ends
      * on the month end itself, or when no weekly period is on the
      * calendar at all.
       BOOK-MONTH-END-ACCRUAL.
           COMPUTE MONTH-END-YYYYMMDD = CLOSE-YYYYMM * 100 + 1
           IF CLOSE-YYYYMM - (CLOSE-YYYYMM / 100) * 100 = 12
               COMPUTE NEXT-MONTH-YYYYMMDD =
                   ((CLOSE-YYYYMM / 100) + 1) * 10000 + 0101
           ELSE
               COMPUTE NEXT-MONTH-YYYYMMDD =
                   (CLOSE-YYYYMM + 1) * 100 + 1
           END-IF
           COMPUTE MONTH-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-YYYYMMDD) - 1
           COMPUTE MONTH-END-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (MONTH-END-SERIAL)
           MOVE 0 TO ACCRUAL-DAYS
           IF LAST-PAID-YYYYMMDD > 0
               COMPUTE ACCRUAL-DAYS = MONTH-END-SERIAL
                   - FUNCTION INTEGER-OF-DATE (LAST-PAID-YYYYMMDD)
           END-IF
           MOVE SPACES TO CLOSE-REPORT-RECORD
           IF LAST-PAID-YYYYMMDD = 0
               MOVE "NOTE: NO WEEKLY PERIOD ON THE CALENDAR -- NO WAGE "
                   TO CLOSE-REPORT-RECORD
               MOVE "ACCRUAL BOOKED" TO CLOSE-REPORT-RECORD (51:14)
               WRITE CLOSE-REPORT-RECORD
           ELSE
           IF ACCRUAL-DAYS = 0
               STRING "NOTE: LAST WEEKLY PERIOD ENDS "
                      LAST-PAID-END-TEXT
                      " -- NO WAGE ACCRUAL NEEDED"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           ELSE
               PERFORM COLLECT-LAST-PERIOD-PAY
               PERFORM SPREAD-ACCRUAL-BY-DEPARTMENT
               PERFORM WRITE-ACCRUAL-JOURNALS
               MOVE ACCRUAL-DAYS TO DISP-ACCRUAL-DAYS
               MOVE ACCR-TOTAL-WAGES TO ACCR-TOTAL-EDIT
               STRING "OK  : WAGES ACCRUED FOR " DISP-ACCRUAL-DAYS
                      " DAY(S) AFTER " LAST-PAID-END-TEXT ": "
                      FUNCTION TRIM (ACCR-TOTAL-EDIT)
                   DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING "      ACCRUAL output/gl_journal_accrual.txt, "
                      "REVERSAL " REVERSAL-DATE-TEXT " "
                      REVERSAL-RUN-ID
                   DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF
           END-IF.
      *
      * Every history line for the last paid period, summed per
      * employee -- an adjustment or reversal line for the period
      * nets into the same figure.
       COLLECT-LAST-PERIOD-PAY.
           MOVE 0 TO ACCR-EMP-COUNT
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM COLLECT-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *
       COLLECT-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN HIST-AMOUNT-TOKEN
           IF HIST-PERIOD-TOKEN = LAST-PAID-END-TEXT
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
               MOVE "N" TO ACCR-EMP-FOUND-FLAG
               PERFORM VARYING ACCR-EMP-IDX FROM 1 BY 1
                       UNTIL ACCR-EMP-IDX > ACCR-EMP-COUNT
                           OR ACCR-EMP-FOUND
                   IF ACCR-EMP-ID (ACCR-EMP-IDX) = HIST-ID-TOKEN
                       SET ACCR-EMP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF ACCR-EMP-FOUND
                   SUBTRACT 1 FROM ACCR-EMP-IDX
               ELSE
                   IF ACCR-EMP-COUNT < ACCR-EMP-MAX
                       ADD 1 TO ACCR-EMP-COUNT
                       MOVE ACCR-EMP-COUNT TO ACCR-EMP-IDX
                       MOVE HIST-ID-TOKEN
                           TO ACCR-EMP-ID (ACCR-EMP-IDX)
                       MOVE 0 TO ACCR-EMP-PAY (ACCR-EMP-IDX)
                   ELSE
                       MOVE 0 TO ACCR-EMP-IDX
                   END-IF
               END-IF
               IF ACCR-EMP-IDX > 0
                   COMPUTE ACCR-EMP-PAY (ACCR-EMP-IDX) =
                       ACCR-EMP-PAY (ACCR-EMP-IDX)
                       + FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               END-IF
           END-IF.
      *
      * Each employee's week spread over the unpaid days, booked to
      * the department the master carries now; a RETIRED employee
      * is not accruing anything.
       SPREAD-ACCRUAL-BY-DEPARTMENT.
           MOVE 0 TO ACCR-DEPT-COUNT
           MOVE 0 TO ACCR-TOTAL-WAGES ACCR-TOTAL-CONTRIB
               ACCR-TOTAL-TAX
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM VARYING ACCR-EMP-IDX FROM 1 BY 1
                   UNTIL ACCR-EMP-IDX > ACCR-EMP-COUNT
               MOVE SPACES TO ACCR-LOOKUP-DEPT
               MOVE "ACTIVE" TO EMPMAST-STATUS
               IF EMPLOYEE-MASTER-FILE-STATUS = "00"
                       AND ACCR-EMP-ID (ACCR-EMP-IDX) IS NUMERIC
                   MOVE ACCR-EMP-ID (ACCR-EMP-IDX) TO EMPMAST-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "ACTIVE" TO EMPMAST-STATUS
                       NOT INVALID KEY
                           MOVE EMPMAST-DEPT TO ACCR-LOOKUP-DEPT
                   END-READ
               END-IF
               IF EMPMAST-STATUS NOT = "RETIRED"
                       AND ACCR-EMP-PAY (ACCR-EMP-IDX) > 0
                   COMPUTE ACCR-EMP-WAGES ROUNDED =
                       ACCR-EMP-PAY (ACCR-EMP-IDX) * ACCRUAL-DAYS / 7
                   PERFORM ADD-TO-ACCRUAL-DEPT
               END-IF
           END-PERFORM
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM VARYING ACCR-DEPT-IDX FROM 1 BY 1
                   UNTIL ACCR-DEPT-IDX > ACCR-DEPT-COUNT
               COMPUTE ACCR-DEPT-CONTRIB (ACCR-DEPT-IDX) ROUNDED =
                   ACCR-DEPT-WAGES (ACCR-DEPT-IDX) * ACCR-CONTRIB-RATE
               COMPUTE ACCR-DEPT-TAX (ACCR-DEPT-IDX) ROUNDED =
                   ACCR-DEPT-WAGES (ACCR-DEPT-IDX)
                   * ACCR-PAYROLL-TAX-RATE
               ADD ACCR-DEPT-WAGES (ACCR-DEPT-IDX) TO ACCR-TOTAL-WAGES
               ADD ACCR-DEPT-CONTRIB (ACCR-DEPT-IDX)
                   TO ACCR-TOTAL-CONTRIB
               ADD ACCR-DEPT-TAX (ACCR-DEPT-IDX) TO ACCR-TOTAL-TAX
           END-PERFORM.
      *
       ADD-TO-ACCRUAL-DEPT.
           MOVE "N" TO ACCR-DEPT-FOUND-FLAG
           PERFORM VARYING ACCR-DEPT-IDX FROM 1 BY 1
                   UNTIL ACCR-DEPT-IDX > ACCR-DEPT-COUNT
                       OR ACCR-DEPT-FOUND
               IF ACCR-DEPT-CODE (ACCR-DEPT-IDX) = ACCR-LOOKUP-DEPT
                   SET ACCR-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ACCR-DEPT-FOUND
               SUBTRACT 1 FROM ACCR-DEPT-IDX
           ELSE
               IF ACCR-DEPT-COUNT < ACCR-DEPT-MAX
                   ADD 1 TO ACCR-DEPT-COUNT
                   MOVE ACCR-DEPT-COUNT TO ACCR-DEPT-IDX
                   MOVE ACCR-LOOKUP-DEPT
                       TO ACCR-DEPT-CODE (ACCR-DEPT-IDX)
                   MOVE 0 TO ACCR-DEPT-WAGES (ACCR-DEPT-IDX)
               ELSE
                   MOVE 0 TO ACCR-DEPT-IDX
               END-IF
           END-IF
           IF ACCR-DEPT-IDX > 0
               ADD ACCR-EMP-WAGES TO ACCR-DEPT-WAGES (ACCR-DEPT-IDX)
           END-IF.
      *
      * The accrual and its reversal are written line for line
      * together: the reversal is the accrual with every side
      * flipped, under its own RUN-ID (the close's with a V in
      * front) and dated the first of the next month.
       WRITE-ACCRUAL-JOURNALS.
           PERFORM LOAD-GL-ACCOUNT-MAP
           MOVE SPACES TO ACCRUAL-DATE-TEXT REVERSAL-DATE-TEXT
           STRING MONTH-END-YYYYMMDD (5:2) "/"
                  MONTH-END-YYYYMMDD (7:2) "/"
                  MONTH-END-YYYYMMDD (1:4)
               DELIMITED BY SIZE INTO ACCRUAL-DATE-TEXT
           STRING NEXT-MONTH-YYYYMMDD (5:2) "/"
                  NEXT-MONTH-YYYYMMDD (7:2) "/"
                  NEXT-MONTH-YYYYMMDD (1:4)
               DELIMITED BY SIZE INTO REVERSAL-DATE-TEXT
           MOVE RUN-ID TO REVERSAL-RUN-ID
           MOVE "V" TO REVERSAL-RUN-ID (1:1)
           MOVE 0 TO JOURNAL-DEBIT-TOTAL
           MOVE 0 TO JOURNAL-CREDIT-TOTAL
           OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           OPEN OUTPUT REVERSAL-JOURNAL-FILE
           MOVE SPACES TO ACCRUAL-JOURNAL-RECORD
           STRING "RUN-ID " RUN-ID " JOURNAL " ACCRUAL-DATE-TEXT
               DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-RECORD
           WRITE ACCRUAL-JOURNAL-RECORD
           MOVE SPACES TO REVERSAL-JOURNAL-RECORD
           STRING "RUN-ID " REVERSAL-RUN-ID " JOURNAL "
                  REVERSAL-DATE-TEXT
               DELIMITED BY SIZE INTO REVERSAL-JOURNAL-RECORD
           WRITE REVERSAL-JOURNAL-RECORD

           MOVE "D" TO JOURNAL-SIDE
           PERFORM VARYING ACCR-DEPT-IDX FROM 1 BY 1
                   UNTIL ACCR-DEPT-IDX > ACCR-DEPT-COUNT
               MOVE ACCR-DEPT-CODE (ACCR-DEPT-IDX) TO JOURNAL-DEPT
               MOVE ACCR-DEPT-CODE (ACCR-DEPT-IDX)
                   TO GL-MAP-LOOKUP-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE ACCR-DEPT-WAGES (ACCR-DEPT-IDX) TO JOURNAL-AMOUNT
               PERFORM WRITE-ACCRUAL-LINE
               MOVE "CONTRIB-EXP" TO GL-MAP-LOOKUP-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE ACCR-DEPT-CONTRIB (ACCR-DEPT-IDX)
                   TO JOURNAL-AMOUNT
               PERFORM WRITE-ACCRUAL-LINE
               MOVE "TAX-EXP" TO GL-MAP-LOOKUP-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE ACCR-DEPT-TAX (ACCR-DEPT-IDX) TO JOURNAL-AMOUNT
               PERFORM WRITE-ACCRUAL-LINE
           END-PERFORM

           MOVE "C" TO JOURNAL-SIDE
           MOVE SPACES TO JOURNAL-DEPT
           MOVE "CONTRIB-PAY" TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE ACCR-TOTAL-CONTRIB TO JOURNAL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE
           MOVE "TAX-PAY" TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE ACCR-TOTAL-TAX TO JOURNAL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE
           MOVE "ACCR-WAGES" TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE ACCR-TOTAL-WAGES TO JOURNAL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE

           MOVE JOURNAL-DEBIT-TOTAL TO JOURNAL-DEBIT-EDIT
           MOVE JOURNAL-CREDIT-TOTAL TO JOURNAL-CREDIT-EDIT
           MOVE SPACES TO ACCRUAL-JOURNAL-RECORD
           MOVE SPACES TO REVERSAL-JOURNAL-RECORD
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
               STRING "T " JOURNAL-DEBIT-EDIT " "
                      JOURNAL-CREDIT-EDIT " BALANCED"
                   DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-RECORD
               STRING "T " JOURNAL-CREDIT-EDIT " "
                      JOURNAL-DEBIT-EDIT " BALANCED"
                   DELIMITED BY SIZE INTO REVERSAL-JOURNAL-RECORD
           ELSE
               STRING "T " JOURNAL-DEBIT-EDIT " "
                      JOURNAL-CREDIT-EDIT " *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-RECORD
               STRING "T " JOURNAL-CREDIT-EDIT " "
                      JOURNAL-DEBIT-EDIT " *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REVERSAL-JOURNAL-RECORD
               DISPLAY "*** ACCRUAL JOURNAL OUT OF BALANCE -- DEBITS "
                   JOURNAL-DEBIT-EDIT " CREDITS "
                   JOURNAL-CREDIT-EDIT " ***"
           END-IF
           WRITE ACCRUAL-JOURNAL-RECORD
           WRITE REVERSAL-JOURNAL-RECORD
           CLOSE ACCRUAL-JOURNAL-FILE
           CLOSE REVERSAL-JOURNAL-FILE.
      *
       WRITE-ACCRUAL-LINE.
           IF JOURNAL-SIDE = "D"
               ADD JOURNAL-AMOUNT TO JOURNAL-DEBIT-TOTAL
               MOVE "C" TO REVERSAL-SIDE
           ELSE
               ADD JOURNAL-AMOUNT TO JOURNAL-CREDIT-TOTAL
               MOVE "D" TO REVERSAL-SIDE
           END-IF
           MOVE JOURNAL-AMOUNT TO JOURNAL-AMOUNT-EDIT
           MOVE SPACES TO ACCRUAL-JOURNAL-RECORD
           STRING JOURNAL-SIDE " "
                  GL-MAPPED-ACCOUNT " "
                  JOURNAL-AMOUNT-EDIT " "
                  JOURNAL-DEPT " "
                  RUN-ID
               DELIMITED BY SIZE INTO ACCRUAL-JOURNAL-RECORD
           WRITE ACCRUAL-JOURNAL-RECORD
           MOVE SPACES TO REVERSAL-JOURNAL-RECORD
           STRING REVERSAL-SIDE " "
                  GL-MAPPED-ACCOUNT " "
                  JOURNAL-AMOUNT-EDIT " "
                  JOURNAL-DEPT " "
                  REVERSAL-RUN-ID
               DELIMITED BY SIZE INTO REVERSAL-JOURNAL-RECORD
           WRITE REVERSAL-JOURNAL-RECORD.
      *
      * "KEY ACCOUNT" lines; for departments the key is
      * "DEPT <dept-code>". Project mappings are the engine's.
       LOAD-GL-ACCOUNT-MAP.
           MOVE 0 TO GL-MAP-COUNT
           OPEN INPUT GL-ACCOUNTS-FILE
           IF GL-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL GL-ACCOUNTS-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNTS-FILE
                       AT END
                           MOVE "10" TO GL-ACCOUNTS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO GL-MAP-KEY-TOKEN
                           MOVE SPACES TO GL-MAP-KEY-TOKEN-2
                           MOVE SPACES TO GL-MAP-ACCT-TOKEN
                           UNSTRING GL-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO GL-MAP-KEY-TOKEN
                                    GL-MAP-KEY-TOKEN-2
                                    GL-MAP-ACCT-TOKEN
                           IF GL-MAP-KEY-TOKEN NOT = "PROJ"
                                   AND GL-MAP-COUNT < GL-MAP-MAX
                               ADD 1 TO GL-MAP-COUNT
                               IF GL-MAP-KEY-TOKEN = "DEPT"
                                   MOVE GL-MAP-KEY-TOKEN-2 TO
                                       GL-MAP-KEY (GL-MAP-COUNT)
                                   MOVE GL-MAP-ACCT-TOKEN TO
                                       GL-MAP-ACCOUNT (GL-MAP-COUNT)
                               ELSE
                                   MOVE GL-MAP-KEY-TOKEN TO
                                       GL-MAP-KEY (GL-MAP-COUNT)
                                   MOVE GL-MAP-KEY-TOKEN-2 TO
                                       GL-MAP-ACCOUNT (GL-MAP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNTS-FILE
           END-IF.
      *
       FIND-GL-ACCOUNT.
           MOVE "999999" TO GL-MAPPED-ACCOUNT
           MOVE "N" TO GL-MAP-FOUND-FLAG
           PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
                   UNTIL GL-MAP-IDX > GL-MAP-COUNT
                       OR GL-MAP-FOUND
               IF GL-MAP-KEY (GL-MAP-IDX) = GL-MAP-LOOKUP-KEY
                   SET GL-MAP-FOUND TO TRUE
                   MOVE GL-MAP-ACCOUNT (GL-MAP-IDX)
                       TO GL-MAPPED-ACCOUNT
               END-IF
           END-PERFORM
           IF NOT GL-MAP-FOUND
               DISPLAY "WARNING: NO GL ACCOUNT MAPPED FOR "
                   FUNCTION TRIM (GL-MAP-LOOKUP-KEY)
                   " -- BOOKED TO SUSPENSE 999999"
           END-IF.
      *
       LOAD-CLOSED-MONTHS.
           MOVE 0 TO CLOSED-MONTH-COUNT
           END-IF.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE ACCR-TOTAL-WAGES TO JOURNAL-AMOUNT-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=MONTH-CLOSE MONTH=" CLOSE-YYYYMM
                  " ACCRUED=" JOURNAL-AMOUNT-EDIT
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
       WRITE-REOPEN-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=MONTH-REOPEN MONTH=" CLOSE-YYYYMM
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
       END PROGRAM MONTH-END-CLOSE.
      *
