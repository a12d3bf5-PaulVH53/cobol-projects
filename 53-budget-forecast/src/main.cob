      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. BUDGET-FORECAST.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Next year's labor cost budget, built from the employee master
      * instead of by hand. Every employee still on payroll is
      * carried month by month through the forecast year
      * (FORECAST_YEAR, default the year after the run date): the
      * monthly remuneration off the master, the pending rate from
      * the month EMPMAST-RATE-EFF-DATE lands, the planned increases
      * from the month their rule takes effect, and nothing after the
      * month of a known termination or before the month of a known
      * hire. The statutory loadings -- EsSalud, gratificacion with
      * its 9% bonificacion extraordinaria, CTS, vacation, Vida Ley
      * -- are accrued on top, so the budget is the full cost the
      * payroll engine will book against it.
      *
      * The planned increases, in exactly the rule format
      * MASS-RATE-UPDATE reads ("DEPT <dept> PCT|AMOUNT <value> EFF
      * <yyyymmdd>", "TYPE <pay-type> ...", "ALL - ..."; the first
      * matching rule wins) -- FORECAST_RULE_FILE, default the same
      * data/rate_change_rules.txt, so the settlement HR will run
      * through maintenance is the one finance budgets.
           SELECT RULE-FILE ASSIGN TO DYNAMIC RULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
      *
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The Vida Ley premium rates the insurance run uses.
           SELECT RATE-TABLE-FILE ASSIGN TO "data/vida_ley_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-TABLE-FILE-STATUS.
      *
      * The budget in the payroll engine's "DEPT-CODE ANNUAL-BUDGET"
      * format, written under the year's name
      * (data/department_budgets.YYYY.txt) so the budget the engine
      * is measuring this year against is never replaced mid-year;
      * FORECAST_INSTALL=Y writes data/department_budgets.txt itself
      * once finance signs the forecast off.
           SELECT BUDGET-FILE ASSIGN TO DYNAMIC BUDGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The same budget phased by month -- "DEPT-CODE YYYYMM AMOUNT"
      * -- for month-by-month tracking.
           SELECT MONTHLY-BUDGET-FILE
               ASSIGN TO DYNAMIC MONTHLY-BUDGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FORECAST-REPORT-FILE
               ASSIGN TO DYNAMIC FORECAST-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD RULE-FILE.
       01 RULE-RECORD             PIC X(60).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD       PIC X(40).
      *
       FD BUDGET-FILE.
       01 BUDGET-RECORD           PIC X(40).
      *
       FD MONTHLY-BUDGET-FILE.
       01 MONTHLY-BUDGET-RECORD   PIC X(40).
      *
       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 RULE-FILE-NAME          PIC X(100).
       01 RULE-FILE-STATUS        PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 RATE-TABLE-FILE-STATUS  PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 BUDGET-FILE-NAME        PIC X(100).
       01 MONTHLY-BUDGET-FILE-NAME PIC X(100).
       01 FORECAST-REPORT-FILE-NAME PIC X(100).
       01 INSTALL-PARM            PIC X(1).
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The forecast year.
       01 FORECAST-YEAR-PARM      PIC X(4).
       01 FORECAST-YEAR           PIC 9(4).
       01 CURRENT-DATE-FIELD      PIC 9(8).
      *
      * The statutory loadings. Gratificacion accrues a sixth of the
      * monthly remuneration (two salaries a year) plus the 9%
      * bonificacion extraordinaria paid with it; CTS a twelfth of
      * the monthly plus a sixth of the gratificacion; vacation a
      * twelfth; EsSalud 9% and Vida Ley its class rate on the
      * monthly. Hourly staff are priced over a 2080-hour year, as
      * MASS-RATE-UPDATE annualizes them.
       01 ESSALUD-RATE            PIC V99 VALUE .09.
       01 GRATI-BONUS-RATE        PIC V99 VALUE .09.
       01 EMPLEADO-RATE           PIC 9V9999 VALUE 0.0053.
       01 OBRERO-RATE             PIC 9V9999 VALUE 0.0071.
       01 HOURS-PER-YEAR          PIC 9(4) VALUE 2080.
       01 RATE-CLASS-TOKEN        PIC X(10).
       01 RATE-VALUE-TOKEN        PIC X(10).
      *
      * The loaded rules. SCOPE is DEPT, TYPE, or ALL; KIND is PCT
      * or AMOUNT. The first rule matching an employee wins.
       01 RULE-MAX                PIC 99 VALUE 50.
       01 RULE-COUNT              PIC 99 VALUE 0.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 RULE-SCOPE      PIC X(4).
               10 RULE-SCOPE-VALUE PIC X(10).
               10 RULE-KIND       PIC X(6).
               10 RULE-VALUE      PIC S9(5)V99.
               10 RULE-EFF-DATE   PIC 9(8).
       01 RULE-IDX                PIC 99.
       01 RULE-SCOPE-TOKEN        PIC X(4).
       01 RULE-SCOPE-VALUE-TOKEN  PIC X(10).
       01 RULE-KIND-TOKEN         PIC X(6).
       01 RULE-VALUE-TOKEN        PIC X(10).
       01 RULE-EFF-KEYWORD        PIC X(3).
       01 RULE-EFF-TOKEN          PIC X(8).
       01 RULE-MATCHED-FLAG       PIC X.
           88 RULE-MATCHED        VALUE "Y".
       01 MATCHED-RULE-IDX        PIC 99.
      *
      * One employee's forecast window and monthly pricing.
       01 EMP-FIRST-MONTH         PIC 99.
       01 EMP-LAST-MONTH          PIC 99.
       01 EMP-DATE-YEAR           PIC 9(4).
       01 EMP-INCLUDED-FLAG       PIC X.
           88 EMP-INCLUDED        VALUE "Y".
       01 EMP-LOADED-FLAG         PIC X.
           88 EMP-GETS-BENEFITS   VALUE "Y".
       01 EMP-VIDA-RATE           PIC 9V9999.
       01 MONTH-NUM               PIC 99.
       01 MONTH-YYYYMM            PIC 9(6).
       01 MONTH-RATE              PIC 9(3)V99.
       01 MONTH-BASE              PIC 9(7)V99.
       01 MONTH-ESSALUD           PIC 9(7)V99.
       01 MONTH-GRATI             PIC 9(7)V99.
       01 MONTH-CTS               PIC 9(7)V99.
       01 MONTH-VACATION          PIC 9(7)V99.
       01 MONTH-VIDA              PIC 9(7)V99.
      *
      * The forecast by department and month. The payroll engine
      * holds 50 department budgets; so does the forecast.
       01 FC-DEPT-MAX             PIC 99 VALUE 50.
       01 FC-DEPT-COUNT           PIC 99 VALUE 0.
       01 FC-DEPT-TABLE.
           05 FC-DEPT-ENTRY OCCURS 50 TIMES.
               10 FC-DEPT-CODE    PIC X(10).
               10 FC-DEPT-HEADS   PIC 9(5).
               10 FC-MONTH OCCURS 12 TIMES.
                   15 FC-BASE     PIC 9(9)V99.
                   15 FC-ESSALUD  PIC 9(9)V99.
                   15 FC-GRATI    PIC 9(9)V99.
                   15 FC-CTS      PIC 9(9)V99.
                   15 FC-VACATION PIC 9(9)V99.
                   15 FC-VIDA     PIC 9(9)V99.
                   15 FC-TOTAL    PIC 9(9)V99.
       01 FC-DEPT-IDX             PIC 99.
       01 FC-DEPT-FOUND-FLAG      PIC X.
           88 FC-DEPT-FOUND       VALUE "Y".
       01 FC-MONTH-IDX            PIC 99.
       01 FC-DEPT-ANNUAL          PIC 9(11)V99.
       01 FC-GRAND-TOTAL          PIC 9(13)V99 VALUE 0.
       01 FC-COLUMN-TOTALS.
           05 FC-COL-BASE         PIC 9(11)V99.
           05 FC-COL-ESSALUD      PIC 9(11)V99.
           05 FC-COL-GRATI        PIC 9(11)V99.
           05 FC-COL-CTS          PIC 9(11)V99.
           05 FC-COL-VACATION     PIC 9(11)V99.
           05 FC-COL-VIDA         PIC 9(11)V99.
           05 FC-COL-TOTAL        PIC 9(11)V99.
      *
       01 EMPLOYEE-COUNT          PIC 9(5) VALUE 0.
       01 SKIPPED-DEPT-COUNT      PIC 9(5) VALUE 0.
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
      *
       01 BUDGET-AMOUNT-EDIT      PIC 9(9).99.
       01 REPORT-LINE             PIC X(132).
       01 DISP-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
       01 DISP-GRAND              PIC ZZZ,ZZZ,ZZ9.99.
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

           PERFORM RESOLVE-FORECAST-YEAR
           MOVE SPACES TO RULE-FILE-NAME
           ACCEPT RULE-FILE-NAME FROM ENVIRONMENT "FORECAST_RULE_FILE"
           IF RULE-FILE-NAME = SPACES
               MOVE "data/rate_change_rules.txt" TO RULE-FILE-NAME
           END-IF
           PERFORM LOAD-RULES
           PERFORM LOAD-RATE-TABLE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "BUDGET FORECAST ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WALK-EMPLOYEE-MASTER
           CLOSE EMPLOYEE-MASTER-FILE

           IF FC-DEPT-COUNT = 0
               DISPLAY "BUDGET FORECAST -- NOBODY ON PAYROLL IN "
                   FORECAST-YEAR " (NO BUDGET WRITTEN)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-BUDGET-FILES
           PERFORM WRITE-FORECAST-REPORT
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE FC-GRAND-TOTAL TO DISP-GRAND
           DISPLAY "BUDGET FORECAST " FORECAST-YEAR " COMPLETE -- "
               "TOTAL LABOR COST " DISP-GRAND
           DISPLAY "  BUDGET " FUNCTION TRIM (BUDGET-FILE-NAME)
               "  REPORT " FUNCTION TRIM (FORECAST-REPORT-FILE-NAME)
           IF SKIPPED-DEPT-COUNT > 0
               MOVE SKIPPED-DEPT-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " DISP-COUNT " EMPLOYEE(S) NOT "
                   "FORECAST -- DEPARTMENT TABLE FULL"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   LABOR COST BUDGET FORECAST         "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       RESOLVE-FORECAST-YEAR.
           ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD
           MOVE SPACES TO FORECAST-YEAR-PARM
           ACCEPT FORECAST-YEAR-PARM FROM ENVIRONMENT "FORECAST_YEAR"
           IF FORECAST-YEAR-PARM IS NUMERIC
               MOVE FORECAST-YEAR-PARM TO FORECAST-YEAR
           ELSE
               COMPUTE FORECAST-YEAR = CURRENT-DATE-FIELD / 10000 + 1
           END-IF
           MOVE SPACES TO INSTALL-PARM
           ACCEPT INSTALL-PARM FROM ENVIRONMENT "FORECAST_INSTALL"
           MOVE SPACES TO BUDGET-FILE-NAME
           IF INSTALL-PARM = "Y"
               MOVE "data/department_budgets.txt" TO BUDGET-FILE-NAME
           ELSE
               STRING "data/department_budgets." FORECAST-YEAR ".txt"
                   DELIMITED BY SIZE INTO BUDGET-FILE-NAME
           END-IF
           MOVE SPACES TO MONTHLY-BUDGET-FILE-NAME
           STRING "data/department_budgets_monthly." FORECAST-YEAR
                  ".txt"
               DELIMITED BY SIZE INTO MONTHLY-BUDGET-FILE-NAME
           MOVE SPACES TO FORECAST-REPORT-FILE-NAME
           STRING "output/budget_forecast_" FORECAST-YEAR ".txt"
               DELIMITED BY SIZE INTO FORECAST-REPORT-FILE-NAME.
      *
       LOAD-RULES.
           MOVE 0 TO RULE-COUNT
           OPEN INPUT RULE-FILE
           IF RULE-FILE-STATUS = "00"
               PERFORM UNTIL RULE-FILE-STATUS NOT = "00"
                   READ RULE-FILE
                       AT END
                           MOVE "10" TO RULE-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-RULE-LINE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.
      *
       PARSE-RULE-LINE.
           MOVE SPACES TO RULE-SCOPE-TOKEN RULE-SCOPE-VALUE-TOKEN
               RULE-KIND-TOKEN RULE-VALUE-TOKEN RULE-EFF-KEYWORD
               RULE-EFF-TOKEN
           UNSTRING RULE-RECORD DELIMITED BY SPACE
               INTO RULE-SCOPE-TOKEN RULE-SCOPE-VALUE-TOKEN
                    RULE-KIND-TOKEN RULE-VALUE-TOKEN
                    RULE-EFF-KEYWORD RULE-EFF-TOKEN
           IF (FUNCTION TRIM (RULE-SCOPE-TOKEN) = "DEPT"
                   OR FUNCTION TRIM (RULE-SCOPE-TOKEN) = "TYPE"
                   OR FUNCTION TRIM (RULE-SCOPE-TOKEN) = "ALL")
                   AND (FUNCTION TRIM (RULE-KIND-TOKEN) = "PCT"
                       OR FUNCTION TRIM (RULE-KIND-TOKEN) = "AMOUNT")
                   AND FUNCTION TEST-NUMVAL (RULE-VALUE-TOKEN) = 0
                   AND RULE-EFF-TOKEN IS NUMERIC
                   AND RULE-COUNT < RULE-MAX
               ADD 1 TO RULE-COUNT
               MOVE RULE-SCOPE-TOKEN TO RULE-SCOPE (RULE-COUNT)
               MOVE RULE-SCOPE-VALUE-TOKEN
                   TO RULE-SCOPE-VALUE (RULE-COUNT)
               MOVE RULE-KIND-TOKEN TO RULE-KIND (RULE-COUNT)
               COMPUTE RULE-VALUE (RULE-COUNT) =
                   FUNCTION NUMVAL (RULE-VALUE-TOKEN)
               MOVE RULE-EFF-TOKEN TO RULE-EFF-DATE (RULE-COUNT)
           END-IF.
      *
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-FILE-STATUS = "00"
               PERFORM UNTIL RATE-TABLE-FILE-STATUS NOT = "00"
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE "10" TO RATE-TABLE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO RATE-CLASS-TOKEN
                           MOVE SPACES TO RATE-VALUE-TOKEN
                           UNSTRING RATE-TABLE-RECORD
                               DELIMITED BY SPACE
                               INTO RATE-CLASS-TOKEN
                                    RATE-VALUE-TOKEN
                           IF FUNCTION TEST-NUMVAL
                                   (RATE-VALUE-TOKEN) = 0
                                   AND RATE-VALUE-TOKEN NOT = SPACES
                               EVALUATE FUNCTION TRIM
                                       (RATE-CLASS-TOKEN)
                                   WHEN "EMPLEADO"
                                       COMPUTE EMPLEADO-RATE =
                                           FUNCTION NUMVAL
                                               (RATE-VALUE-TOKEN)
                                   WHEN "OBRERO"
                                       COMPUTE OBRERO-RATE =
                                           FUNCTION NUMVAL
                                               (RATE-VALUE-TOKEN)
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.
      *
       WALK-EMPLOYEE-MASTER.
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
                       PERFORM FORECAST-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
      *
      * The months of the forecast year the employee is on payroll:
      * from the hire month when the hire falls in the year, through
      * the termination month when RETIRE has stamped one in the
      * year. A RETIRED record with no termination date, or one
      * that ended before the year, is not forecast at all.
       FORECAST-ONE-EMPLOYEE.
           SET EMP-INCLUDED TO TRUE
           MOVE 1 TO EMP-FIRST-MONTH
           MOVE 12 TO EMP-LAST-MONTH
           IF EMPMAST-HIRE-DATE IS NUMERIC
                   AND EMPMAST-HIRE-DATE > 0
               COMPUTE EMP-DATE-YEAR = EMPMAST-HIRE-DATE / 10000
               IF EMP-DATE-YEAR > FORECAST-YEAR
                   MOVE "N" TO EMP-INCLUDED-FLAG
               END-IF
               IF EMP-DATE-YEAR = FORECAST-YEAR
                   MOVE EMPMAST-HIRE-DATE (5:2) TO EMP-FIRST-MONTH
               END-IF
           END-IF
           IF EMPMAST-TERM-DATE IS NUMERIC
                   AND EMPMAST-TERM-DATE > 0
               COMPUTE EMP-DATE-YEAR = EMPMAST-TERM-DATE / 10000
               IF EMP-DATE-YEAR < FORECAST-YEAR
                   MOVE "N" TO EMP-INCLUDED-FLAG
               END-IF
               IF EMP-DATE-YEAR = FORECAST-YEAR
                   MOVE EMPMAST-TERM-DATE (5:2) TO EMP-LAST-MONTH
               END-IF
           ELSE
               IF EMPMAST-STATUS = "RETIRED"
                   MOVE "N" TO EMP-INCLUDED-FLAG
               END-IF
           END-IF
           IF EMP-FIRST-MONTH > EMP-LAST-MONTH
               MOVE "N" TO EMP-INCLUDED-FLAG
           END-IF
           IF EMP-INCLUDED
               PERFORM FIND-OR-ADD-FC-DEPT
               IF FC-DEPT-FOUND
                   ADD 1 TO EMPLOYEE-COUNT
                   ADD 1 TO FC-DEPT-HEADS (FC-DEPT-IDX)
                   PERFORM MATCH-RULE
                   PERFORM SET-EMPLOYEE-LOADINGS
                   PERFORM VARYING MONTH-NUM FROM EMP-FIRST-MONTH
                           BY 1 UNTIL MONTH-NUM > EMP-LAST-MONTH
                       PERFORM FORECAST-ONE-MONTH
                   END-PERFORM
               ELSE
                   ADD 1 TO SKIPPED-DEPT-COUNT
               END-IF
           END-IF.
      *
       MATCH-RULE.
           MOVE "N" TO RULE-MATCHED-FLAG
           MOVE 0 TO MATCHED-RULE-IDX
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT OR RULE-MATCHED
               EVALUATE FUNCTION TRIM (RULE-SCOPE (RULE-IDX))
                   WHEN "ALL"
                       SET RULE-MATCHED TO TRUE
                   WHEN "DEPT"
                       IF RULE-SCOPE-VALUE (RULE-IDX) = EMPMAST-DEPT
                           SET RULE-MATCHED TO TRUE
                       END-IF
                   WHEN "TYPE"
                       IF RULE-SCOPE-VALUE (RULE-IDX)
                               = EMPMAST-PAY-TYPE
                           SET RULE-MATCHED TO TRUE
                       END-IF
               END-EVALUATE
               IF RULE-MATCHED
                   MOVE RULE-IDX TO MATCHED-RULE-IDX
               END-IF
           END-PERFORM.
      *
      * PART-TIME and TRAINEE staff earn no CTS and no
      * gratificacion; the Vida Ley class follows the insurance
      * run -- empleados are the SALARIED staff.
       SET-EMPLOYEE-LOADINGS.
           IF EMPMAST-REGIME = "PART-TIME" OR EMPMAST-REGIME = "TRAINEE"
               MOVE "N" TO EMP-LOADED-FLAG
           ELSE
               SET EMP-GETS-BENEFITS TO TRUE
           END-IF
           IF FUNCTION TRIM (EMPMAST-PAY-TYPE) = "SALARIED"
               MOVE EMPLEADO-RATE TO EMP-VIDA-RATE
           ELSE
               MOVE OBRERO-RATE TO EMP-VIDA-RATE
           END-IF.
      *
      * One month's remuneration and loadings. The pending rate
      * replaces the current one from the month of its effective
      * date; the planned increase is applied on top from the month
      * of its rule's effective date (to the rate for hourly staff,
      * to the monthly amount for salaried, as MASS-RATE-UPDATE
      * generates them).
       FORECAST-ONE-MONTH.
           COMPUTE MONTH-YYYYMM = FORECAST-YEAR * 100 + MONTH-NUM
           IF FUNCTION TRIM (EMPMAST-PAY-TYPE) = "SALARIED"
               IF EMPMAST-MONTHLY-AMOUNT IS NUMERIC
                   MOVE EMPMAST-MONTHLY-AMOUNT TO MONTH-BASE
               ELSE
                   MOVE 0 TO MONTH-BASE
               END-IF
               IF MATCHED-RULE-IDX > 0
                   IF RULE-EFF-DATE (MATCHED-RULE-IDX) / 100
                           <= MONTH-YYYYMM
                       IF RULE-KIND (MATCHED-RULE-IDX) = "PCT"
                           COMPUTE MONTH-BASE ROUNDED = MONTH-BASE
                             * (1 + RULE-VALUE (MATCHED-RULE-IDX)
                                 / 100)
                       ELSE
                           COMPUTE MONTH-BASE = MONTH-BASE
                               + RULE-VALUE (MATCHED-RULE-IDX)
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF EMPMAST-RATE IS NUMERIC
                   MOVE EMPMAST-RATE TO MONTH-RATE
               ELSE
                   MOVE 0 TO MONTH-RATE
               END-IF
               IF EMPMAST-PENDING-RATE IS NUMERIC
                       AND EMPMAST-PENDING-RATE > 0
                       AND EMPMAST-RATE-EFF-DATE IS NUMERIC
                   IF EMPMAST-RATE-EFF-DATE / 100 <= MONTH-YYYYMM
                       MOVE EMPMAST-PENDING-RATE TO MONTH-RATE
                   END-IF
               END-IF
               IF MATCHED-RULE-IDX > 0
                   IF RULE-EFF-DATE (MATCHED-RULE-IDX) / 100
                           <= MONTH-YYYYMM
                       IF RULE-KIND (MATCHED-RULE-IDX) = "PCT"
                           COMPUTE MONTH-RATE ROUNDED = MONTH-RATE
                             * (1 + RULE-VALUE (MATCHED-RULE-IDX)
                                 / 100)
                       ELSE
                           COMPUTE MONTH-RATE = MONTH-RATE
                               + RULE-VALUE (MATCHED-RULE-IDX)
                       END-IF
                   END-IF
               END-IF
               COMPUTE MONTH-BASE ROUNDED =
                   MONTH-RATE * HOURS-PER-YEAR / 12
           END-IF

           COMPUTE MONTH-ESSALUD ROUNDED = MONTH-BASE * ESSALUD-RATE
           COMPUTE MONTH-VACATION ROUNDED = MONTH-BASE / 12
           COMPUTE MONTH-VIDA ROUNDED = MONTH-BASE * EMP-VIDA-RATE
           IF EMP-GETS-BENEFITS
               COMPUTE MONTH-GRATI ROUNDED =
                   MONTH-BASE / 6 * (1 + GRATI-BONUS-RATE)
               COMPUTE MONTH-CTS ROUNDED =
                   (MONTH-BASE + MONTH-BASE / 6) / 12
           ELSE
               MOVE 0 TO MONTH-GRATI
               MOVE 0 TO MONTH-CTS
           END-IF

           ADD MONTH-BASE TO FC-BASE (FC-DEPT-IDX, MONTH-NUM)
           ADD MONTH-ESSALUD TO FC-ESSALUD (FC-DEPT-IDX, MONTH-NUM)
           ADD MONTH-GRATI TO FC-GRATI (FC-DEPT-IDX, MONTH-NUM)
           ADD MONTH-CTS TO FC-CTS (FC-DEPT-IDX, MONTH-NUM)
           ADD MONTH-VACATION TO FC-VACATION (FC-DEPT-IDX, MONTH-NUM)
           ADD MONTH-VIDA TO FC-VIDA (FC-DEPT-IDX, MONTH-NUM)
           COMPUTE FC-TOTAL (FC-DEPT-IDX, MONTH-NUM) =
               FC-TOTAL (FC-DEPT-IDX, MONTH-NUM) + MONTH-BASE
               + MONTH-ESSALUD + MONTH-GRATI + MONTH-CTS
               + MONTH-VACATION + MONTH-VIDA.
      *
       FIND-OR-ADD-FC-DEPT.
           MOVE "N" TO FC-DEPT-FOUND-FLAG
           PERFORM VARYING FC-DEPT-IDX FROM 1 BY 1
                   UNTIL FC-DEPT-IDX > FC-DEPT-COUNT OR FC-DEPT-FOUND
               IF FC-DEPT-CODE (FC-DEPT-IDX) = EMPMAST-DEPT
                   SET FC-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FC-DEPT-FOUND
               SUBTRACT 1 FROM FC-DEPT-IDX
           ELSE
               IF FC-DEPT-COUNT < FC-DEPT-MAX
                   ADD 1 TO FC-DEPT-COUNT
                   MOVE FC-DEPT-COUNT TO FC-DEPT-IDX
                   INITIALIZE FC-DEPT-ENTRY (FC-DEPT-IDX)
                   MOVE EMPMAST-DEPT TO FC-DEPT-CODE (FC-DEPT-IDX)
                   SET FC-DEPT-FOUND TO TRUE
               END-IF
           END-IF.
      *
       WRITE-BUDGET-FILES.
           OPEN OUTPUT BUDGET-FILE
           OPEN OUTPUT MONTHLY-BUDGET-FILE
           PERFORM VARYING FC-DEPT-IDX FROM 1 BY 1
                   UNTIL FC-DEPT-IDX > FC-DEPT-COUNT
               MOVE 0 TO FC-DEPT-ANNUAL
               PERFORM VARYING FC-MONTH-IDX FROM 1 BY 1
                       UNTIL FC-MONTH-IDX > 12
                   ADD FC-TOTAL (FC-DEPT-IDX, FC-MONTH-IDX)
                       TO FC-DEPT-ANNUAL
                   MOVE FC-TOTAL (FC-DEPT-IDX, FC-MONTH-IDX)
                       TO BUDGET-AMOUNT-EDIT
                   COMPUTE MONTH-YYYYMM =
                       FORECAST-YEAR * 100 + FC-MONTH-IDX
                   MOVE SPACES TO MONTHLY-BUDGET-RECORD
                   STRING FC-DEPT-CODE (FC-DEPT-IDX)
                              DELIMITED BY SPACE
                          " " MONTH-YYYYMM " " BUDGET-AMOUNT-EDIT
                              DELIMITED BY SIZE
                       INTO MONTHLY-BUDGET-RECORD
                   WRITE MONTHLY-BUDGET-RECORD
               END-PERFORM
               ADD FC-DEPT-ANNUAL TO FC-GRAND-TOTAL
               MOVE FC-DEPT-ANNUAL TO BUDGET-AMOUNT-EDIT
               MOVE SPACES TO BUDGET-RECORD
               STRING FC-DEPT-CODE (FC-DEPT-IDX) DELIMITED BY SPACE
                      " " BUDGET-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO BUDGET-RECORD
               WRITE BUDGET-RECORD
           END-PERFORM
           CLOSE MONTHLY-BUDGET-FILE
           CLOSE BUDGET-FILE.
      *
      * Per department, one line per month with each cost component,
      * a department total, and the company total at the end.
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "LABOR COST BUDGET FORECAST " FORECAST-YEAR
                  "   RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "PLANNED INCREASES FROM "
                  FUNCTION TRIM (RULE-FILE-NAME)
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING FC-DEPT-IDX FROM 1 BY 1
                   UNTIL FC-DEPT-IDX > FC-DEPT-COUNT
               PERFORM WRITE-DEPT-FORECAST
           END-PERFORM
           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE EMPLOYEE-COUNT TO DISP-COUNT
           MOVE FC-GRAND-TOTAL TO DISP-GRAND
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "EMPLOYEES FORECAST " DISP-COUNT
                  "   TOTAL LABOR COST " DISP-GRAND
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           CLOSE FORECAST-REPORT-FILE.
      *
       WRITE-DEPT-FORECAST.
           INITIALIZE FC-COLUMN-TOTALS
           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE FC-DEPT-HEADS (FC-DEPT-IDX) TO DISP-COUNT
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "DEPARTMENT " FC-DEPT-CODE (FC-DEPT-IDX)
                  "  HEADCOUNT " DISP-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "MONTH    REMUNERATION       ESSALUD"
                  "   GRATI+BONUS           CTS      VACATION"
                  "      VIDA LEY         TOTAL"
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           PERFORM VARYING FC-MONTH-IDX FROM 1 BY 1
                   UNTIL FC-MONTH-IDX > 12
               ADD FC-BASE (FC-DEPT-IDX, FC-MONTH-IDX) TO FC-COL-BASE
               ADD FC-ESSALUD (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO FC-COL-ESSALUD
               ADD FC-GRATI (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO FC-COL-GRATI
               ADD FC-CTS (FC-DEPT-IDX, FC-MONTH-IDX) TO FC-COL-CTS
               ADD FC-VACATION (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO FC-COL-VACATION
               ADD FC-VIDA (FC-DEPT-IDX, FC-MONTH-IDX) TO FC-COL-VIDA
               ADD FC-TOTAL (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO FC-COL-TOTAL
               COMPUTE MONTH-YYYYMM =
                   FORECAST-YEAR * 100 + FC-MONTH-IDX
               MOVE SPACES TO REPORT-LINE
               MOVE MONTH-YYYYMM TO REPORT-LINE (1:6)
               MOVE FC-BASE (FC-DEPT-IDX, FC-MONTH-IDX) TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (8:13)
               MOVE FC-ESSALUD (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (22:13)
               MOVE FC-GRATI (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (36:13)
               MOVE FC-CTS (FC-DEPT-IDX, FC-MONTH-IDX) TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (50:13)
               MOVE FC-VACATION (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (64:13)
               MOVE FC-VIDA (FC-DEPT-IDX, FC-MONTH-IDX) TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (78:13)
               MOVE FC-TOTAL (FC-DEPT-IDX, FC-MONTH-IDX)
                   TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO REPORT-LINE (92:13)
               MOVE REPORT-LINE TO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE (1:6)
           MOVE FC-COL-BASE TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (8:13)
           MOVE FC-COL-ESSALUD TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (22:13)
           MOVE FC-COL-GRATI TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (36:13)
           MOVE FC-COL-CTS TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (50:13)
           MOVE FC-COL-VACATION TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (64:13)
           MOVE FC-COL-VIDA TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (78:13)
           MOVE FC-COL-TOTAL TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO REPORT-LINE (92:13)
           MOVE REPORT-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE FC-GRAND-TOTAL TO DISP-GRAND
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=BUDGET-FORECAST YEAR=" FORECAST-YEAR
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
       END PROGRAM BUDGET-FORECAST.
      *
