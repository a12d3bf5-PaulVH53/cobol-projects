      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAY-EQUITY.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The equal-pay report. Every active employee classified
      * through maintenance's CATEGORY action is grouped under the
      * job category of data/job_categories.txt, and within each
      * category pay is compared by sex: headcount, lowest and
      * highest rate, average rate, and the average monthly pay
      * actually received off data/pay_history.txt, with the gap
      * between the men's and women's averages as a percentage of
      * the men's. Anyone whose rate falls outside the category's
      * range is flagged -- marked justified when the master carries
      * a documented code from data/pay_justifications.txt, and
      * UNJUSTIFIED otherwise. SALARIED staff are compared on the
      * 240-hour hourly equivalent of their monthly amount, the
      * same equivalence maintenance checks the minimum wage with.
      *
      * "CODE|MIN-RATE|MAX-RATE|TITLE|FUNCTIONS" per line.
           SELECT JOB-CATEGORY-FILE
               ASSIGN TO "data/job_categories.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CATEGORY-FILE-STATUS.
      *
      * "CODE DESCRIPTION" per line.
           SELECT JUSTIFICATION-FILE
               ASSIGN TO "data/pay_justifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JUSTIFICATION-FILE-STATUS.
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
           SELECT EQUITY-REPORT-FILE
               ASSIGN TO "output/pay_equity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD JOB-CATEGORY-FILE.
       01 JOB-CATEGORY-RECORD     PIC X(200).
      *
       FD JUSTIFICATION-FILE.
       01 JUSTIFICATION-RECORD    PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(80).
      *
       FD EQUITY-REPORT-FILE.
       01 EQUITY-REPORT-RECORD    PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01 JOB-CATEGORY-FILE-STATUS PIC XX.
       01 JUSTIFICATION-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The job categories and the rate range each one pays in.
       01 CAT-MAX                 PIC 9(3) VALUE 200.
       01 CAT-COUNT               PIC 9(3) VALUE 0.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 200 TIMES.
               10 CAT-CODE        PIC X(6).
               10 CAT-MIN-RATE    PIC 9(5)V99.
               10 CAT-MAX-RATE    PIC 9(5)V99.
               10 CAT-TITLE       PIC X(30).
               10 CAT-FUNCTIONS   PIC X(100).
       01 CAT-IDX                 PIC 9(3).
       01 CAT-FOUND-FLAG          PIC X VALUE "N".
           88 CAT-FOUND           VALUE "Y".
       01 CAT-CODE-TOKEN          PIC X(6).
       01 CAT-MIN-TOKEN           PIC X(10).
       01 CAT-MAX-TOKEN           PIC X(10).
       01 CAT-TITLE-TOKEN         PIC X(30).
       01 CAT-FUNCTIONS-TOKEN     PIC X(100).
      *
      * The documented justification codes.
       01 JUSTIFY-MAX             PIC 99 VALUE 50.
       01 JUSTIFY-COUNT           PIC 99 VALUE 0.
       01 JUSTIFY-TABLE.
           05 JUSTIFY-ENTRY OCCURS 50 TIMES.
               10 JUSTIFY-CODE    PIC X(4).
               10 JUSTIFY-TEXT    PIC X(40).
       01 JUSTIFY-IDX             PIC 99.
       01 JUSTIFY-FOUND-FLAG      PIC X VALUE "N".
           88 JUSTIFY-FOUND       VALUE "Y".
       01 JUSTIFY-CODE-TOKEN      PIC X(4).
       01 JUSTIFY-POINTER         PIC 99.
      *
      * Every active employee with the comparison rate and the
      * average monthly pay received.
       01 EQ-MAX                  PIC 9(4) VALUE 2000.
       01 EQ-COUNT                PIC 9(4) VALUE 0.
       01 EQ-TABLE.
           05 EQ-ENTRY OCCURS 2000 TIMES.
               10 EQ-EMP-ID       PIC X(5).
               10 EQ-NAME         PIC X(10).
               10 EQ-DEPT         PIC X(10).
               10 EQ-SEX          PIC X(1).
               10 EQ-CATEGORY     PIC X(6).
               10 EQ-JUSTIFY      PIC X(4).
               10 EQ-RATE         PIC 9(5)V99.
               10 EQ-AVG-PAY      PIC 9(7)V99.
       01 EQ-IDX                  PIC 9(4).
      *
      * Pay history folded per employee into the latest twelve
      * months paid, each with its month's total; an older month
      * drops out when a newer one arrives.
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 HIST-AMOUNT-TOKEN       PIC X(12).
       01 HIST-YYYYMM             PIC 9(6).
       01 BASE-MAX                PIC 9(4) VALUE 2000.
       01 BASE-COUNT              PIC 9(4) VALUE 0.
       01 BASE-TABLE.
           05 BASE-ENTRY OCCURS 2000 TIMES.
               10 BASE-ID         PIC X(5).
               10 BASE-TOTAL      PIC S9(9)V99.
               10 BASE-MONTH-COUNT PIC 9(3).
               10 BASE-MONTH-ENTRY OCCURS 12 TIMES.
                   15 BASE-MONTH  PIC 9(6).
                   15 BASE-MONTH-AMT PIC S9(9)V99.
       01 BASE-IDX                PIC 9(4).
       01 BASE-MONTH-IDX          PIC 99.
       01 OLDEST-MONTH-IDX        PIC 99.
       01 HIST-AMOUNT             PIC S9(9)V99.
       01 BASE-FOUND-FLAG         PIC X VALUE "N".
           88 BASE-FOUND          VALUE "Y".
       01 MONTH-SEEN-FLAG         PIC X VALUE "N".
           88 MONTH-SEEN          VALUE "Y".
      *
      * One category's figures by sex -- subscript 1 women, 2 men.
       01 SEX-STATS.
           05 SEX-STAT OCCURS 2 TIMES.
               10 SEX-HEADS       PIC 9(5).
               10 SEX-MIN-RATE    PIC 9(5)V99.
               10 SEX-MAX-RATE    PIC 9(5)V99.
               10 SEX-RATE-TOTAL  PIC 9(9)V99.
               10 SEX-PAY-TOTAL   PIC 9(11)V99.
               10 SEX-AVG-RATE    PIC 9(5)V99.
               10 SEX-AVG-PAY     PIC 9(7)V99.
       01 SEX-IDX                 PIC 9.
       01 SEX-LABEL               PIC X(6).
       01 RATE-GAP-PCT            PIC S9(3)V99.
       01 PAY-GAP-PCT             PIC S9(3)V99.
       01 SALARIED-HOURS          PIC 9(3) VALUE 240.
      *
       01 CLASSIFIED-COUNT        PIC 9(5) VALUE 0.
       01 UNCLASSIFIED-COUNT      PIC 9(5) VALUE 0.
       01 OUT-OF-RANGE-COUNT      PIC 9(5) VALUE 0.
       01 UNJUSTIFIED-COUNT       PIC 9(5) VALUE 0.
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
      *
       01 REPORT-LINE             PIC X(120).
       01 DISP-RATE               PIC ZZ,ZZ9.99.
       01 DISP-RATE-2             PIC ZZ,ZZ9.99.
       01 DISP-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01 DISP-PCT                PIC -ZZ9.99.
       01 DISP-PCT-2              PIC -ZZ9.99.
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

           PERFORM LOAD-JOB-CATEGORIES
           IF CAT-COUNT = 0
               DISPLAY "PAY EQUITY REPORT ABORTED -- NO JOB "
                   "CATEGORIES ON data/job_categories.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-JUSTIFICATIONS
           PERFORM LOAD-PAY-HISTORY

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "PAY EQUITY REPORT ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-EMPLOYEES
           CLOSE EMPLOYEE-MASTER-FILE

           PERFORM WRITE-EQUITY-REPORT
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE CLASSIFIED-COUNT TO DISP-COUNT
           DISPLAY "PAY EQUITY REPORT COMPLETE -- " DISP-COUNT
               " EMPLOYEE(S) CLASSIFIED"
           MOVE UNJUSTIFIED-COUNT TO DISP-COUNT
           DISPLAY "  OUT OF RANGE WITHOUT JUSTIFICATION: " DISP-COUNT
               "  SEE output/pay_equity_report.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   PAY EQUITY REPORT                  "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-JOB-CATEGORIES.
           OPEN INPUT JOB-CATEGORY-FILE
           IF JOB-CATEGORY-FILE-STATUS = "00"
               PERFORM UNTIL JOB-CATEGORY-FILE-STATUS NOT = "00"
                   READ JOB-CATEGORY-FILE
                       AT END
                           MOVE "10" TO JOB-CATEGORY-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-CATEGORY-LINE
                   END-READ
               END-PERFORM
               CLOSE JOB-CATEGORY-FILE
           END-IF.
      *
       PARSE-CATEGORY-LINE.
           MOVE SPACES TO CAT-CODE-TOKEN CAT-MIN-TOKEN CAT-MAX-TOKEN
               CAT-TITLE-TOKEN CAT-FUNCTIONS-TOKEN
           UNSTRING JOB-CATEGORY-RECORD DELIMITED BY "|"
               INTO CAT-CODE-TOKEN CAT-MIN-TOKEN CAT-MAX-TOKEN
                    CAT-TITLE-TOKEN CAT-FUNCTIONS-TOKEN
           IF CAT-CODE-TOKEN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (CAT-MIN-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (CAT-MAX-TOKEN) = 0
                   AND CAT-COUNT < CAT-MAX
               ADD 1 TO CAT-COUNT
               MOVE CAT-CODE-TOKEN TO CAT-CODE (CAT-COUNT)
               COMPUTE CAT-MIN-RATE (CAT-COUNT) =
                   FUNCTION NUMVAL (CAT-MIN-TOKEN)
               COMPUTE CAT-MAX-RATE (CAT-COUNT) =
                   FUNCTION NUMVAL (CAT-MAX-TOKEN)
               MOVE CAT-TITLE-TOKEN TO CAT-TITLE (CAT-COUNT)
               MOVE CAT-FUNCTIONS-TOKEN TO CAT-FUNCTIONS (CAT-COUNT)
           END-IF.
      *
       LOAD-JUSTIFICATIONS.
           OPEN INPUT JUSTIFICATION-FILE
           IF JUSTIFICATION-FILE-STATUS = "00"
               PERFORM UNTIL JUSTIFICATION-FILE-STATUS NOT = "00"
                   READ JUSTIFICATION-FILE
                       AT END
                           MOVE "10" TO JUSTIFICATION-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO JUSTIFY-CODE-TOKEN
                           MOVE 1 TO JUSTIFY-POINTER
                           UNSTRING JUSTIFICATION-RECORD
                               DELIMITED BY ALL SPACE
                               INTO JUSTIFY-CODE-TOKEN
                               WITH POINTER JUSTIFY-POINTER
                           IF JUSTIFY-CODE-TOKEN NOT = SPACES
                                   AND JUSTIFY-COUNT < JUSTIFY-MAX
                               ADD 1 TO JUSTIFY-COUNT
                               MOVE JUSTIFY-CODE-TOKEN
                                   TO JUSTIFY-CODE (JUSTIFY-COUNT)
                               MOVE SPACES
                                   TO JUSTIFY-TEXT (JUSTIFY-COUNT)
                               IF JUSTIFY-POINTER < 80
                                   MOVE JUSTIFICATION-RECORD
                                       (JUSTIFY-POINTER:)
                                       TO JUSTIFY-TEXT (JUSTIFY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JUSTIFICATION-FILE
           END-IF.
      *
       LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *
       FOLD-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN
                    HIST-AMOUNT-TOKEN
      * The zero-amount 00/00/0000 payment-failure markers and
      * negative reversal lines are not months of pay, the same
      * exclusions the pay-review average makes.
           IF HIST-ID-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-AMOUNT-TOKEN (1:1) NOT = "-"
                   AND HIST-PERIOD-TOKEN NOT = "00/00/0000"
                   AND HIST-PERIOD-TOKEN (1:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
               COMPUTE HIST-AMOUNT =
                   FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               IF HIST-AMOUNT > 0
                   COMPUTE HIST-YYYYMM =
                       FUNCTION NUMVAL (HIST-PERIOD-TOKEN (7:4)) * 100
                       + FUNCTION NUMVAL (HIST-PERIOD-TOKEN (1:2))
                   PERFORM FIND-OR-ADD-BASE
                   IF BASE-IDX > 0
                       PERFORM MARK-BASE-MONTH
                   END-IF
               END-IF
           END-IF.
      *
       FIND-OR-ADD-BASE.
           MOVE "N" TO BASE-FOUND-FLAG
           PERFORM VARYING BASE-IDX FROM 1 BY 1
                   UNTIL BASE-IDX > BASE-COUNT OR BASE-FOUND
               IF BASE-ID (BASE-IDX) = HIST-ID-TOKEN
                   SET BASE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BASE-FOUND
               SUBTRACT 1 FROM BASE-IDX
           ELSE
               IF BASE-COUNT < BASE-MAX
                   ADD 1 TO BASE-COUNT
                   MOVE BASE-COUNT TO BASE-IDX
                   MOVE HIST-ID-TOKEN TO BASE-ID (BASE-IDX)
                   MOVE 0 TO BASE-TOTAL (BASE-IDX)
                   MOVE 0 TO BASE-MONTH-COUNT (BASE-IDX)
               ELSE
                   MOVE 0 TO BASE-IDX
               END-IF
           END-IF.
      *
       MARK-BASE-MONTH.
           MOVE "N" TO MONTH-SEEN-FLAG
           PERFORM VARYING BASE-MONTH-IDX FROM 1 BY 1
                   UNTIL BASE-MONTH-IDX >
                       BASE-MONTH-COUNT (BASE-IDX)
                       OR MONTH-SEEN
               IF BASE-MONTH (BASE-IDX BASE-MONTH-IDX) = HIST-YYYYMM
                   SET MONTH-SEEN TO TRUE
               END-IF
           END-PERFORM
           IF MONTH-SEEN
               SUBTRACT 1 FROM BASE-MONTH-IDX
               ADD HIST-AMOUNT
                   TO BASE-MONTH-AMT (BASE-IDX BASE-MONTH-IDX)
           ELSE
               IF BASE-MONTH-COUNT (BASE-IDX) < 12
                   ADD 1 TO BASE-MONTH-COUNT (BASE-IDX)
                   MOVE BASE-MONTH-COUNT (BASE-IDX) TO BASE-MONTH-IDX
                   MOVE HIST-YYYYMM
                       TO BASE-MONTH (BASE-IDX BASE-MONTH-IDX)
                   MOVE HIST-AMOUNT
                       TO BASE-MONTH-AMT (BASE-IDX BASE-MONTH-IDX)
               ELSE
                   MOVE 1 TO OLDEST-MONTH-IDX
                   PERFORM VARYING BASE-MONTH-IDX FROM 2 BY 1
                           UNTIL BASE-MONTH-IDX > 12
                       IF BASE-MONTH (BASE-IDX BASE-MONTH-IDX)
                               < BASE-MONTH (BASE-IDX OLDEST-MONTH-IDX)
                           MOVE BASE-MONTH-IDX TO OLDEST-MONTH-IDX
                       END-IF
                   END-PERFORM
                   IF HIST-YYYYMM >
                           BASE-MONTH (BASE-IDX OLDEST-MONTH-IDX)
                       MOVE HIST-YYYYMM
                           TO BASE-MONTH (BASE-IDX OLDEST-MONTH-IDX)
                       MOVE HIST-AMOUNT TO BASE-MONTH-AMT
                           (BASE-IDX OLDEST-MONTH-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       LOAD-EMPLOYEES.
           MOVE 0 TO EMPMAST-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EMPMAST-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF EMPMAST-STATUS NOT = "RETIRED"
                               AND EQ-COUNT < EQ-MAX
                           PERFORM LOAD-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
      *
       LOAD-ONE-EMPLOYEE.
           ADD 1 TO EQ-COUNT
           MOVE EMPMAST-ID TO EQ-EMP-ID (EQ-COUNT)
           MOVE EMPMAST-NAME TO EQ-NAME (EQ-COUNT)
           MOVE EMPMAST-DEPT TO EQ-DEPT (EQ-COUNT)
           MOVE EMPMAST-SEX TO EQ-SEX (EQ-COUNT)
           MOVE EMPMAST-JOB-CATEGORY TO EQ-CATEGORY (EQ-COUNT)
           MOVE EMPMAST-PAY-JUSTIFY TO EQ-JUSTIFY (EQ-COUNT)
           MOVE 0 TO EQ-RATE (EQ-COUNT)
           IF FUNCTION TRIM (EMPMAST-PAY-TYPE) = "SALARIED"
               IF EMPMAST-MONTHLY-AMOUNT IS NUMERIC
                   COMPUTE EQ-RATE (EQ-COUNT) ROUNDED =
                       EMPMAST-MONTHLY-AMOUNT / SALARIED-HOURS
               END-IF
           ELSE
               IF EMPMAST-RATE IS NUMERIC
                   MOVE EMPMAST-RATE TO EQ-RATE (EQ-COUNT)
               END-IF
           END-IF
           MOVE 0 TO EQ-AVG-PAY (EQ-COUNT)
           MOVE EMPMAST-ID TO HIST-ID-TOKEN
           PERFORM VARYING BASE-IDX FROM 1 BY 1
                   UNTIL BASE-IDX > BASE-COUNT
               IF BASE-ID (BASE-IDX) = HIST-ID-TOKEN
                   MOVE 0 TO BASE-TOTAL (BASE-IDX)
                   PERFORM VARYING BASE-MONTH-IDX FROM 1 BY 1
                           UNTIL BASE-MONTH-IDX >
                               BASE-MONTH-COUNT (BASE-IDX)
                       ADD BASE-MONTH-AMT (BASE-IDX BASE-MONTH-IDX)
                           TO BASE-TOTAL (BASE-IDX)
                   END-PERFORM
               END-IF
               IF BASE-ID (BASE-IDX) = HIST-ID-TOKEN
                       AND BASE-MONTH-COUNT (BASE-IDX) > 0
                       AND BASE-TOTAL (BASE-IDX) > 0
                   COMPUTE EQ-AVG-PAY (EQ-COUNT) ROUNDED =
                       BASE-TOTAL (BASE-IDX)
                       / BASE-MONTH-COUNT (BASE-IDX)
               END-IF
           END-PERFORM.
      *
       WRITE-EQUITY-REPORT.
           OPEN OUTPUT EQUITY-REPORT-FILE
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "PAY EQUITY BY JOB CATEGORY AND SEX   RUN-ID "
                  RUN-ID
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "GAP = (MEN'S AVERAGE - WOMEN'S AVERAGE) / MEN'S "
                  "AVERAGE"
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               PERFORM WRITE-CATEGORY-SECTION
           END-PERFORM
           PERFORM WRITE-UNCLASSIFIED-SECTION
           MOVE SPACES TO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE CLASSIFIED-COUNT TO DISP-COUNT
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "EMPLOYEES CLASSIFIED        " DISP-COUNT
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE UNCLASSIFIED-COUNT TO DISP-COUNT
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "EMPLOYEES NOT CLASSIFIED    " DISP-COUNT
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE OUT-OF-RANGE-COUNT TO DISP-COUNT
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "RATES OUTSIDE CATEGORY RANGE" DISP-COUNT
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE UNJUSTIFIED-COUNT TO DISP-COUNT
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "  OF WHICH UNJUSTIFIED      " DISP-COUNT
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           CLOSE EQUITY-REPORT-FILE.
      *
      * One category: its range and functions, the figures by sex,
      * the gap, and the out-of-range employees.
       WRITE-CATEGORY-SECTION.
           INITIALIZE SEX-STATS
           PERFORM VARYING EQ-IDX FROM 1 BY 1
                   UNTIL EQ-IDX > EQ-COUNT
               IF EQ-CATEGORY (EQ-IDX) = CAT-CODE (CAT-IDX)
                   EVALUATE EQ-SEX (EQ-IDX)
                       WHEN "F"
                           MOVE 1 TO SEX-IDX
                           PERFORM ADD-TO-SEX-STATS
                       WHEN "M"
                           MOVE 2 TO SEX-IDX
                           PERFORM ADD-TO-SEX-STATS
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE SPACES TO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE CAT-MIN-RATE (CAT-IDX) TO DISP-RATE
           MOVE CAT-MAX-RATE (CAT-IDX) TO DISP-RATE-2
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "CATEGORY " CAT-CODE (CAT-IDX) " "
                  CAT-TITLE (CAT-IDX)
                  " RANGE " DISP-RATE " - " DISP-RATE-2
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           IF CAT-FUNCTIONS (CAT-IDX) NOT = SPACES
               MOVE SPACES TO EQUITY-REPORT-RECORD
               STRING "  FUNCTIONS: "
                      FUNCTION TRIM (CAT-FUNCTIONS (CAT-IDX))
                   DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
               WRITE EQUITY-REPORT-RECORD
           END-IF
           MOVE SPACES TO EQUITY-REPORT-RECORD
           STRING "  SEX    HEADS   LOWEST RATE  HIGHEST RATE"
                  "  AVERAGE RATE   AVG MONTHLY PAY"
               DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           PERFORM VARYING SEX-IDX FROM 1 BY 1 UNTIL SEX-IDX > 2
               PERFORM WRITE-SEX-LINE
           END-PERFORM

           MOVE SPACES TO EQUITY-REPORT-RECORD
           IF SEX-HEADS (1) > 0 AND SEX-HEADS (2) > 0
                   AND SEX-AVG-RATE (2) > 0
               COMPUTE RATE-GAP-PCT ROUNDED =
                   (SEX-AVG-RATE (2) - SEX-AVG-RATE (1)) * 100
                   / SEX-AVG-RATE (2)
               IF SEX-AVG-PAY (2) > 0
                   COMPUTE PAY-GAP-PCT ROUNDED =
                       (SEX-AVG-PAY (2) - SEX-AVG-PAY (1)) * 100
                       / SEX-AVG-PAY (2)
               ELSE
                   MOVE 0 TO PAY-GAP-PCT
               END-IF
               MOVE RATE-GAP-PCT TO DISP-PCT
               MOVE PAY-GAP-PCT TO DISP-PCT-2
               STRING "  GAP  RATE " DISP-PCT "%   MONTHLY PAY "
                      DISP-PCT-2 "%"
                   DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           ELSE
               MOVE "  GAP  NOT MEASURABLE -- BOTH SEXES NOT PRESENT"
                   TO EQUITY-REPORT-RECORD
           END-IF
           WRITE EQUITY-REPORT-RECORD

           PERFORM VARYING EQ-IDX FROM 1 BY 1
                   UNTIL EQ-IDX > EQ-COUNT
               IF EQ-CATEGORY (EQ-IDX) = CAT-CODE (CAT-IDX)
                       AND (EQ-RATE (EQ-IDX) < CAT-MIN-RATE (CAT-IDX)
                         OR EQ-RATE (EQ-IDX) > CAT-MAX-RATE (CAT-IDX))
                   PERFORM WRITE-OUT-OF-RANGE-LINE
               END-IF
           END-PERFORM.
      *
       ADD-TO-SEX-STATS.
           ADD 1 TO CLASSIFIED-COUNT
           ADD 1 TO SEX-HEADS (SEX-IDX)
           IF SEX-HEADS (SEX-IDX) = 1
                   OR EQ-RATE (EQ-IDX) < SEX-MIN-RATE (SEX-IDX)
               MOVE EQ-RATE (EQ-IDX) TO SEX-MIN-RATE (SEX-IDX)
           END-IF
           IF EQ-RATE (EQ-IDX) > SEX-MAX-RATE (SEX-IDX)
               MOVE EQ-RATE (EQ-IDX) TO SEX-MAX-RATE (SEX-IDX)
           END-IF
           ADD EQ-RATE (EQ-IDX) TO SEX-RATE-TOTAL (SEX-IDX)
           ADD EQ-AVG-PAY (EQ-IDX) TO SEX-PAY-TOTAL (SEX-IDX).
      *
       WRITE-SEX-LINE.
           IF SEX-IDX = 1
               MOVE "WOMEN" TO SEX-LABEL
           ELSE
               MOVE "MEN" TO SEX-LABEL
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE SEX-LABEL TO REPORT-LINE (3:6)
           MOVE SEX-HEADS (SEX-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO REPORT-LINE (10:5)
           IF SEX-HEADS (SEX-IDX) > 0
               COMPUTE SEX-AVG-RATE (SEX-IDX) ROUNDED =
                   SEX-RATE-TOTAL (SEX-IDX) / SEX-HEADS (SEX-IDX)
               COMPUTE SEX-AVG-PAY (SEX-IDX) ROUNDED =
                   SEX-PAY-TOTAL (SEX-IDX) / SEX-HEADS (SEX-IDX)
               MOVE SEX-MIN-RATE (SEX-IDX) TO DISP-RATE
               MOVE DISP-RATE TO REPORT-LINE (20:9)
               MOVE SEX-MAX-RATE (SEX-IDX) TO DISP-RATE
               MOVE DISP-RATE TO REPORT-LINE (34:9)
               MOVE SEX-AVG-RATE (SEX-IDX) TO DISP-RATE
               MOVE DISP-RATE TO REPORT-LINE (48:9)
               MOVE SEX-AVG-PAY (SEX-IDX) TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (63:12)
           END-IF
           MOVE REPORT-LINE TO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD.
      *
      * An out-of-range rate is justified only by a code that is on
      * the documented list.
       WRITE-OUT-OF-RANGE-LINE.
           ADD 1 TO OUT-OF-RANGE-COUNT
           MOVE "N" TO JUSTIFY-FOUND-FLAG
           IF EQ-JUSTIFY (EQ-IDX) NOT = SPACES
               PERFORM VARYING JUSTIFY-IDX FROM 1 BY 1
                       UNTIL JUSTIFY-IDX > JUSTIFY-COUNT
                           OR JUSTIFY-FOUND
                   IF JUSTIFY-CODE (JUSTIFY-IDX) = EQ-JUSTIFY (EQ-IDX)
                       SET JUSTIFY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           MOVE EQ-RATE (EQ-IDX) TO DISP-RATE
           MOVE SPACES TO EQUITY-REPORT-RECORD
           IF JUSTIFY-FOUND
               SUBTRACT 1 FROM JUSTIFY-IDX
               STRING "  OUT OF RANGE " EQ-EMP-ID (EQ-IDX) " "
                      EQ-NAME (EQ-IDX) " " EQ-SEX (EQ-IDX)
                      " RATE " DISP-RATE
                      " JUSTIFIED " EQ-JUSTIFY (EQ-IDX) " "
                      FUNCTION TRIM (JUSTIFY-TEXT (JUSTIFY-IDX))
                   DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           ELSE
               ADD 1 TO UNJUSTIFIED-COUNT
               STRING "  OUT OF RANGE " EQ-EMP-ID (EQ-IDX) " "
                      EQ-NAME (EQ-IDX) " " EQ-SEX (EQ-IDX)
                      " RATE " DISP-RATE
                      " ** UNJUSTIFIED **"
                   DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
           END-IF
           WRITE EQUITY-REPORT-RECORD.
      *
      * Active employees the report cannot place: no category, a
      * category not on file, or no sex captured.
       WRITE-UNCLASSIFIED-SECTION.
           MOVE SPACES TO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           MOVE "NOT CLASSIFIED (CAPTURE THROUGH THE CATEGORY ACTION)"
               TO EQUITY-REPORT-RECORD
           WRITE EQUITY-REPORT-RECORD
           PERFORM VARYING EQ-IDX FROM 1 BY 1
                   UNTIL EQ-IDX > EQ-COUNT
               MOVE "N" TO CAT-FOUND-FLAG
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                       UNTIL CAT-IDX > CAT-COUNT OR CAT-FOUND
                   IF CAT-CODE (CAT-IDX) = EQ-CATEGORY (EQ-IDX)
                       SET CAT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF EQ-CATEGORY (EQ-IDX) = SPACES OR NOT CAT-FOUND
                       OR (EQ-SEX (EQ-IDX) NOT = "F"
                           AND EQ-SEX (EQ-IDX) NOT = "M")
                   ADD 1 TO UNCLASSIFIED-COUNT
                   MOVE SPACES TO EQUITY-REPORT-RECORD
                   STRING "  " EQ-EMP-ID (EQ-IDX) " "
                          EQ-NAME (EQ-IDX) " "
                          EQ-DEPT (EQ-IDX)
                          " CATEGORY '" EQ-CATEGORY (EQ-IDX)
                          "' SEX '" EQ-SEX (EQ-IDX) "'"
                       DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
                   WRITE EQUITY-REPORT-RECORD
               END-IF
           END-PERFORM.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=PAY-EQUITY CLASSIFIED=" CLASSIFIED-COUNT
                  " UNJUSTIFIED=" UNJUSTIFIED-COUNT
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
       END PROGRAM PAY-EQUITY.
      *
