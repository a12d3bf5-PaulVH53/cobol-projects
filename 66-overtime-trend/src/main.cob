      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. OVERTIME-TREND.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Whether overtime is structural in a department, answered
      * off the trailing twelve months instead of one run at a time:
      * overtime hours and cost -- both tiers, plus the night and
      * holiday premiums -- by department, month over month and
      * week over week, each month's overtime as a percentage of
      * base pay, and the employees who worked overtime in more than
      * OT_STREAK_WEEKS (default 4) consecutive weeks.
      * TREND_AS_OF_DATE (YYYYMMDD) ends the window; default today.
      * Departments are the master's, as of now -- a transfer moves
      * the employee's whole year with them.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The overtime itself -- "ID YYYYMMDD FIXED VARIABLE RUN-ID
      * OT-HRS DT-HRS OT-PAY DT-PAY NIGHT-PAY HOLIDAY-PAY BASE-PAY"
      * per employee per period. Lines from before the payslip run
      * carried the breakdown are counted and left out.
           SELECT COMPONENT-DETAIL-FILE
               ASSIGN TO "data/pay_components.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPONENT-DETAIL-FILE-STATUS.
      *
      * The weeks each employee was paid at all ("ID MM/DD/YYYY
      * AMOUNT RUN-ID" per week; OFFCYCLE payments and the GROSSUP
      * lines of net-guaranteed salaries are not weeks) -- the
      * denominator of how many paid weeks carried overtime.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
           SELECT TREND-REPORT-FILE
               ASSIGN TO "output/overtime_trend.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD PIC X(160).
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(100).
      *
       FD TREND-REPORT-FILE.
       01 TREND-REPORT-RECORD     PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 COMPONENT-DETAIL-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
      *
       01 AS-OF-DATE-PARM         PIC X(8).
       01 AS-OF-DATE              PIC 9(8).
       01 STREAK-WEEKS-PARM       PIC X(2).
       01 STREAK-THRESHOLD        PIC 99 VALUE 4.
      *
      * The window: twelve calendar months ending with the as-of
      * month, in year*12+month serials, and its days as integer
      * dates -- weeks run seven days from the window's first day.
       01 AS-OF-SERIAL            PIC 9(6).
       01 FIRST-SERIAL            PIC 9(6).
       01 FIRST-YEAR              PIC 9(4).
       01 FIRST-MONTH             PIC 99.
       01 WINDOW-START-DATE       PIC 9(8).
       01 WINDOW-START-DAY        PIC 9(7).
       01 AS-OF-DAY               PIC 9(7).
       01 WEEK-COUNT              PIC 99.
      *
      * Every employee on the master, with the weeks they worked
      * overtime (one "Y" per week of the window) and their twelve-
      * month overtime.
       01 EMP-MAX                 PIC 9(4) VALUE 2000.
       01 EMP-COUNT               PIC 9(4) VALUE 0.
       01 EMP-TABLE.
           05 EMP-ENTRY OCCURS 2000 TIMES.
               10 OT-EMP-ID       PIC 9(5).
               10 OT-EMP-DEPT     PIC X(10).
               10 OT-EMP-NAME     PIC X(10).
               10 OT-EMP-WEEKS    PIC X(53).
               10 OT-EMP-HOURS    PIC 9(5)V99.
               10 OT-EMP-COST     PIC 9(7)V99.
       01 EMP-IDX                 PIC 9(4).
       01 EMP-FOUND-FLAG          PIC X.
           88 EMP-FOUND           VALUE "Y".
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
      *
      * Each department's twelve months and up to fifty-three weeks.
      * A month's OT-WEEKS counts the employee-periods that carried
      * overtime; PAID-WEEKS the employee-weeks paid at all.
       01 DEPT-MAX                PIC 99 VALUE 50.
       01 DEPT-COUNT              PIC 99 VALUE 0.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
               10 OT-DEPT-CODE    PIC X(10).
               10 OT-DEPT-MONTH OCCURS 12 TIMES.
                   15 OT-M-OT-HOURS   PIC 9(5)V99.
                   15 OT-M-DT-HOURS   PIC 9(5)V99.
                   15 OT-M-OT-PAY     PIC 9(7)V99.
                   15 OT-M-DT-PAY     PIC 9(7)V99.
                   15 OT-M-NIGHT-PAY  PIC 9(7)V99.
                   15 OT-M-HOLIDAY-PAY PIC 9(7)V99.
                   15 OT-M-BASE-PAY   PIC 9(9)V99.
                   15 OT-M-OT-WEEKS   PIC 9(5).
                   15 OT-M-PAID-WEEKS PIC 9(5).
               10 OT-DEPT-WEEK OCCURS 53 TIMES.
                   15 OT-W-HOURS      PIC 9(5)V99.
                   15 OT-W-COST       PIC 9(7)V99.
       01 DEPT-IDX                PIC 99.
       01 DEPT-FOUND-FLAG         PIC X.
           88 DEPT-FOUND          VALUE "Y".
       01 SEARCH-DEPT             PIC X(10).
       01 MONTH-IDX               PIC 99.
       01 WEEK-IDX                PIC 99.
      *
      * One component line as parsed.
       01 CD-ID-TOKEN             PIC X(5).
       01 CD-DATE-TOKEN           PIC X(8).
       01 CD-FIXED-TOKEN          PIC X(12).
       01 CD-VAR-TOKEN            PIC X(12).
       01 CD-RUN-ID-TOKEN         PIC X(16).
       01 CD-OT-HOURS-TOKEN       PIC X(8).
       01 CD-DT-HOURS-TOKEN       PIC X(8).
       01 CD-OT-PAY-TOKEN         PIC X(12).
       01 CD-DT-PAY-TOKEN         PIC X(12).
       01 CD-NIGHT-TOKEN          PIC X(12).
       01 CD-HOLIDAY-TOKEN        PIC X(12).
       01 CD-BASE-TOKEN           PIC X(12).
       01 CD-EMP-ID               PIC 9(5).
       01 CD-DATE                 PIC 9(8).
       01 CD-SERIAL               PIC 9(6).
       01 CD-DAY                  PIC 9(7).
       01 CD-OT-HOURS             PIC 9(3)V99.
       01 CD-DT-HOURS             PIC 9(3)V99.
       01 CD-OT-PAY               PIC 9(7)V99.
       01 CD-DT-PAY               PIC 9(7)V99.
       01 CD-NIGHT-PAY            PIC 9(7)V99.
       01 CD-HOLIDAY-PAY          PIC 9(7)V99.
       01 CD-BASE-PAY             PIC 9(7)V99.
       01 CD-OT-COST              PIC 9(7)V99.
       01 UNDETAILED-COUNT        PIC 9(5) VALUE 0.
       01 DETAIL-COUNT            PIC 9(5) VALUE 0.
      *
      * One history line as parsed.
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 HIST-AMOUNT-TOKEN       PIC X(12).
       01 HIST-RUN-ID-TOKEN       PIC X(16).
       01 HIST-KIND-TOKEN         PIC X(10).
       01 HIST-DATE               PIC 9(8).
      *
      * A month's or week's figures as printed.
       01 LINE-HOURS              PIC 9(5)V99.
       01 LINE-COST               PIC 9(7)V99.
       01 LINE-PRIOR-COST         PIC 9(7)V99.
       01 LINE-CHANGE             PIC S9(7)V99.
       01 LINE-PCT                PIC 9(3)V99.
       01 LINE-YEAR               PIC 9(4).
       01 LINE-MONTH              PIC 99.
       01 LINE-SERIAL             PIC 9(6).
       01 WEEK-END-DATE           PIC 9(8).
       01 DEPT-TOTAL-HOURS        PIC 9(7)V99.
       01 DEPT-TOTAL-OT-PAY       PIC 9(9)V99.
       01 DEPT-TOTAL-DT-PAY       PIC 9(9)V99.
       01 DEPT-TOTAL-NIGHT        PIC 9(9)V99.
       01 DEPT-TOTAL-HOLIDAY      PIC 9(9)V99.
       01 DEPT-TOTAL-COST         PIC 9(9)V99.
       01 DEPT-TOTAL-BASE         PIC 9(9)V99.
       01 DEPT-TOTAL-OT-WEEKS     PIC 9(5).
       01 DEPT-TOTAL-PAID-WEEKS   PIC 9(5).
       01 DISP-HOURS              PIC ZZZZ9.99.
       01 DISP-OT-PAY             PIC ZZZZZZ9.99.
       01 DISP-DT-PAY             PIC ZZZZZZ9.99.
       01 DISP-NIGHT              PIC ZZZZZZ9.99.
       01 DISP-HOLIDAY            PIC ZZZZZZ9.99.
       01 DISP-COST               PIC ZZZZZZZ9.99.
       01 DISP-BASE               PIC ZZZZZZZZ9.99.
       01 DISP-PCT                PIC ZZ9.99.
       01 DISP-CHANGE             PIC -------9.99.
       01 DISP-OT-WEEKS           PIC ZZZZ9.
       01 DISP-PAID-WEEKS         PIC ZZZZ9.
      *
      * The consecutive-week search, per employee.
       01 RUN-LENGTH              PIC 99.
       01 LONGEST-RUN             PIC 99.
       01 LONGEST-RUN-END         PIC 99.
       01 STREAK-COUNT            PIC 9(4) VALUE 0.
       01 DISP-RUN                PIC Z9.
       01 DISP-STREAK-COUNT       PIC ZZZ9.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           MOVE SPACES TO AS-OF-DATE-PARM
           ACCEPT AS-OF-DATE-PARM FROM ENVIRONMENT "TREND_AS_OF_DATE"
           IF AS-OF-DATE-PARM IS NUMERIC
               MOVE AS-OF-DATE-PARM TO AS-OF-DATE
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (AS-OF-DATE) NOT = 0
               DISPLAY "OVERTIME TREND ABORTED -- TREND_AS_OF_DATE "
                   AS-OF-DATE " IS NOT A DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STREAK-WEEKS-PARM
           ACCEPT STREAK-WEEKS-PARM FROM ENVIRONMENT "OT_STREAK_WEEKS"
           IF STREAK-WEEKS-PARM (2:1) = SPACE
               MOVE STREAK-WEEKS-PARM (1:1) TO STREAK-WEEKS-PARM (2:1)
               MOVE "0" TO STREAK-WEEKS-PARM (1:1)
           END-IF
           IF STREAK-WEEKS-PARM IS NUMERIC
               MOVE STREAK-WEEKS-PARM TO STREAK-THRESHOLD
           END-IF

           PERFORM SET-TREND-WINDOW
           PERFORM LOAD-EMPLOYEE-DEPARTMENTS
           IF EMP-COUNT = 0
               DISPLAY "OVERTIME TREND -- NO EMPLOYEES ON THE "
                   "MASTER (NOTHING TO REPORT)"
               STOP RUN
           END-IF
           PERFORM LOAD-COMPONENT-DETAIL
           PERFORM LOAD-PAID-WEEKS

           OPEN OUTPUT TREND-REPORT-FILE
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "OVERTIME COST TREND -- TWELVE MONTHS "
                  WINDOW-START-DATE " TO " AS-OF-DATE
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           IF UNDETAILED-COUNT > 0
               MOVE UNDETAILED-COUNT TO DISP-PAID-WEEKS
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "NOTE: " DISP-PAID-WEEKS " COMPONENT LINE(S) "
                      "IN THE WINDOW CARRY NO OVERTIME BREAKDOWN "
                      "AND ARE LEFT OUT"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM WRITE-DEPARTMENT-MONTHS
           END-PERFORM
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM WRITE-DEPARTMENT-WEEKS
           END-PERFORM
           PERFORM WRITE-OVERTIME-STREAKS
           CLOSE TREND-REPORT-FILE

           MOVE STREAK-COUNT TO DISP-STREAK-COUNT
           DISPLAY "OVERTIME TREND WRITTEN TO "
               "output/overtime_trend.txt -- " DISP-STREAK-COUNT
               " EMPLOYEE(S) OVER THE CONSECUTIVE-WEEK LIMIT"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   OVERTIME COST TREND                "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * First day of the month eleven months before the as-of
      * month; the window's weeks are counted from it.
       SET-TREND-WINDOW.
           COMPUTE AS-OF-SERIAL =
               FUNCTION INTEGER (AS-OF-DATE / 10000) * 12
               + FUNCTION MOD (FUNCTION INTEGER (AS-OF-DATE / 100),
                   100)
           COMPUTE FIRST-SERIAL = AS-OF-SERIAL - 11
           COMPUTE FIRST-YEAR = FUNCTION INTEGER
               ((FIRST-SERIAL - 1) / 12)
           COMPUTE FIRST-MONTH = FIRST-SERIAL - FIRST-YEAR * 12
           COMPUTE WINDOW-START-DATE =
               FIRST-YEAR * 10000 + FIRST-MONTH * 100 + 1
           COMPUTE WINDOW-START-DAY =
               FUNCTION INTEGER-OF-DATE (WINDOW-START-DATE)
           COMPUTE AS-OF-DAY = FUNCTION INTEGER-OF-DATE (AS-OF-DATE)
           COMPUTE WEEK-COUNT =
               FUNCTION INTEGER ((AS-OF-DAY - WINDOW-START-DAY) / 7)
               + 1.
      *
       LOAD-EMPLOYEE-DEPARTMENTS.
           MOVE 0 TO EMP-COUNT
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "OVERTIME TREND ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
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
                       IF EMP-COUNT < EMP-MAX
                           ADD 1 TO EMP-COUNT
                           MOVE EMPMAST-ID TO OT-EMP-ID (EMP-COUNT)
                           MOVE EMPMAST-DEPT TO OT-EMP-DEPT (EMP-COUNT)
                           IF EMPMAST-DEPT = SPACES
                               MOVE "SINDEPT"
                                   TO OT-EMP-DEPT (EMP-COUNT)
                           END-IF
                           MOVE EMPMAST-NAME TO OT-EMP-NAME (EMP-COUNT)
                           MOVE ALL "N" TO OT-EMP-WEEKS (EMP-COUNT)
                           MOVE 0 TO OT-EMP-HOURS (EMP-COUNT)
                           MOVE 0 TO OT-EMP-COST (EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
      *
       LOAD-COMPONENT-DETAIL.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT COMPONENT-DETAIL-FILE
           IF COMPONENT-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ COMPONENT-DETAIL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM FOLD-COMPONENT-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-DETAIL-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
      * One period's overtime into its department's month and week,
      * and into the employee's weeks when there was any.
       FOLD-COMPONENT-LINE.
           MOVE SPACES TO CD-ID-TOKEN CD-DATE-TOKEN CD-FIXED-TOKEN
               CD-VAR-TOKEN CD-RUN-ID-TOKEN CD-OT-HOURS-TOKEN
               CD-DT-HOURS-TOKEN CD-OT-PAY-TOKEN CD-DT-PAY-TOKEN
               CD-NIGHT-TOKEN CD-HOLIDAY-TOKEN CD-BASE-TOKEN
           UNSTRING COMPONENT-DETAIL-RECORD DELIMITED BY SPACE
               INTO CD-ID-TOKEN CD-DATE-TOKEN CD-FIXED-TOKEN
                    CD-VAR-TOKEN CD-RUN-ID-TOKEN CD-OT-HOURS-TOKEN
                    CD-DT-HOURS-TOKEN CD-OT-PAY-TOKEN CD-DT-PAY-TOKEN
                    CD-NIGHT-TOKEN CD-HOLIDAY-TOKEN CD-BASE-TOKEN
           IF CD-ID-TOKEN IS NUMERIC
                   AND CD-DATE-TOKEN IS NUMERIC
               MOVE CD-DATE-TOKEN TO CD-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (CD-DATE) = 0
                       AND CD-DATE >= WINDOW-START-DATE
                       AND CD-DATE <= AS-OF-DATE
                   PERFORM FOLD-WINDOW-COMPONENT
               END-IF
           END-IF.
      *
       FOLD-WINDOW-COMPONENT.
           IF CD-BASE-TOKEN = SPACES
                   OR FUNCTION TEST-NUMVAL (CD-OT-HOURS-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (CD-DT-HOURS-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (CD-OT-PAY-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (CD-DT-PAY-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (CD-NIGHT-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (CD-HOLIDAY-TOKEN) NOT = 0
                   OR FUNCTION TEST-NUMVAL (CD-BASE-TOKEN) NOT = 0
               ADD 1 TO UNDETAILED-COUNT
           ELSE
               PERFORM FOLD-COMPONENT-OVERTIME
           END-IF.
      *
       FOLD-COMPONENT-OVERTIME.
           ADD 1 TO DETAIL-COUNT
           COMPUTE CD-OT-HOURS = FUNCTION NUMVAL (CD-OT-HOURS-TOKEN)
           COMPUTE CD-DT-HOURS = FUNCTION NUMVAL (CD-DT-HOURS-TOKEN)
           COMPUTE CD-OT-PAY = FUNCTION NUMVAL (CD-OT-PAY-TOKEN)
           COMPUTE CD-DT-PAY = FUNCTION NUMVAL (CD-DT-PAY-TOKEN)
           COMPUTE CD-NIGHT-PAY = FUNCTION NUMVAL (CD-NIGHT-TOKEN)
           COMPUTE CD-HOLIDAY-PAY = FUNCTION NUMVAL (CD-HOLIDAY-TOKEN)
           COMPUTE CD-BASE-PAY = FUNCTION NUMVAL (CD-BASE-TOKEN)
           COMPUTE CD-OT-COST = CD-OT-PAY + CD-DT-PAY
               + CD-NIGHT-PAY + CD-HOLIDAY-PAY

           MOVE CD-ID-TOKEN TO CD-EMP-ID
           PERFORM FIND-EMPLOYEE
           IF EMP-FOUND
               MOVE OT-EMP-DEPT (EMP-IDX) TO SEARCH-DEPT
           ELSE
               MOVE "SINDEPT" TO SEARCH-DEPT
           END-IF
           PERFORM FIND-OR-ADD-DEPARTMENT
           IF DEPT-FOUND
               PERFORM ADD-COMPONENT-TO-DEPARTMENT
           END-IF.
      *
       ADD-COMPONENT-TO-DEPARTMENT.
           COMPUTE CD-SERIAL =
               FUNCTION INTEGER (CD-DATE / 10000) * 12
               + FUNCTION MOD (FUNCTION INTEGER (CD-DATE / 100), 100)
           COMPUTE MONTH-IDX = CD-SERIAL - FIRST-SERIAL + 1
           COMPUTE CD-DAY = FUNCTION INTEGER-OF-DATE (CD-DATE)
           COMPUTE WEEK-IDX = FUNCTION INTEGER
               ((CD-DAY - WINDOW-START-DAY) / 7) + 1

           ADD CD-OT-HOURS TO OT-M-OT-HOURS (DEPT-IDX, MONTH-IDX)
           ADD CD-DT-HOURS TO OT-M-DT-HOURS (DEPT-IDX, MONTH-IDX)
           ADD CD-OT-PAY TO OT-M-OT-PAY (DEPT-IDX, MONTH-IDX)
           ADD CD-DT-PAY TO OT-M-DT-PAY (DEPT-IDX, MONTH-IDX)
           ADD CD-NIGHT-PAY TO OT-M-NIGHT-PAY (DEPT-IDX, MONTH-IDX)
           ADD CD-HOLIDAY-PAY
               TO OT-M-HOLIDAY-PAY (DEPT-IDX, MONTH-IDX)
           ADD CD-BASE-PAY TO OT-M-BASE-PAY (DEPT-IDX, MONTH-IDX)
           ADD CD-OT-HOURS CD-DT-HOURS
               TO OT-W-HOURS (DEPT-IDX, WEEK-IDX)
           ADD CD-OT-COST TO OT-W-COST (DEPT-IDX, WEEK-IDX)

      * Overtime is the two tiers; a night or holiday premium alone
      * does not make an overtime week.
           IF CD-OT-HOURS + CD-DT-HOURS > 0
               ADD 1 TO OT-M-OT-WEEKS (DEPT-IDX, MONTH-IDX)
               IF EMP-FOUND
                   MOVE "Y" TO OT-EMP-WEEKS (EMP-IDX) (WEEK-IDX:1)
                   ADD CD-OT-HOURS CD-DT-HOURS
                       TO OT-EMP-HOURS (EMP-IDX)
                   ADD CD-OT-PAY CD-DT-PAY TO OT-EMP-COST (EMP-IDX)
               END-IF
           END-IF.
      *
       LOAD-PAID-WEEKS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PAY-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM FOLD-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       FOLD-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN HIST-RUN-ID-TOKEN HIST-KIND-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN HIST-AMOUNT-TOKEN
                    HIST-RUN-ID-TOKEN HIST-KIND-TOKEN
           IF HIST-ID-TOKEN IS NUMERIC
                   AND HIST-PERIOD-TOKEN (1:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (4:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
                   AND HIST-KIND-TOKEN NOT = "OFFCYCLE"
                   AND HIST-KIND-TOKEN NOT = "GROSSUP"
               COMPUTE HIST-DATE =
                   FUNCTION NUMVAL (HIST-PERIOD-TOKEN (7:4)) * 10000
                   + FUNCTION NUMVAL (HIST-PERIOD-TOKEN (1:2)) * 100
                   + FUNCTION NUMVAL (HIST-PERIOD-TOKEN (4:2))
               IF HIST-DATE >= WINDOW-START-DATE
                       AND HIST-DATE <= AS-OF-DATE
                   MOVE HIST-ID-TOKEN TO CD-EMP-ID
                   PERFORM FIND-EMPLOYEE
                   IF EMP-FOUND
                       MOVE OT-EMP-DEPT (EMP-IDX) TO SEARCH-DEPT
                   ELSE
                       MOVE "SINDEPT" TO SEARCH-DEPT
                   END-IF
                   PERFORM FIND-OR-ADD-DEPARTMENT
                   IF DEPT-FOUND
                       COMPUTE MONTH-IDX =
                           FUNCTION INTEGER (HIST-DATE / 10000) * 12
                           + FUNCTION MOD
                               (FUNCTION INTEGER (HIST-DATE / 100), 100)
                           - FIRST-SERIAL + 1
                       ADD 1 TO OT-M-PAID-WEEKS (DEPT-IDX, MONTH-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       FIND-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-FLAG
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND
               IF OT-EMP-ID (EMP-IDX) = CD-EMP-ID
                   SET EMP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF EMP-FOUND
               SUBTRACT 1 FROM EMP-IDX
           END-IF.
      *
      * A department not yet seen gets the next row, zeroed; past
      * the table's end its lines are dropped with a warning.
       FIND-OR-ADD-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-FLAG
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-FOUND
               IF OT-DEPT-CODE (DEPT-IDX) = SEARCH-DEPT
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DEPT-FOUND
               SUBTRACT 1 FROM DEPT-IDX
           ELSE
               IF DEPT-COUNT < DEPT-MAX
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-IDX
                   INITIALIZE DEPT-ENTRY (DEPT-IDX)
                   MOVE SEARCH-DEPT TO OT-DEPT-CODE (DEPT-IDX)
                   SET DEPT-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL, "
                       FUNCTION TRIM (SEARCH-DEPT) " LEFT OUT"
               END-IF
           END-IF.
      *
      * One department's twelve months: hours over both tiers, the
      * cost by kind, the month's overtime against its base pay,
      * the change from the month before, and how many of the paid
      * weeks carried overtime.
       WRITE-DEPARTMENT-MONTHS.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "DEPARTMENT " OT-DEPT-CODE (DEPT-IDX)
                  " -- MONTH OVER MONTH"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "MONTH     OT HRS  TIER-1 PAY  TIER-2 PAY"
                  "       NIGHT     HOLIDAY     OT COST"
                  "     BASE PAY    OT%      CHANGE  OT/PAID WKS"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE 0 TO DEPT-TOTAL-HOURS DEPT-TOTAL-OT-PAY
               DEPT-TOTAL-DT-PAY DEPT-TOTAL-NIGHT DEPT-TOTAL-HOLIDAY
               DEPT-TOTAL-COST DEPT-TOTAL-BASE DEPT-TOTAL-OT-WEEKS
               DEPT-TOTAL-PAID-WEEKS
           MOVE 0 TO LINE-PRIOR-COST
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               COMPUTE LINE-HOURS =
                   OT-M-OT-HOURS (DEPT-IDX, MONTH-IDX)
                   + OT-M-DT-HOURS (DEPT-IDX, MONTH-IDX)
               COMPUTE LINE-COST =
                   OT-M-OT-PAY (DEPT-IDX, MONTH-IDX)
                   + OT-M-DT-PAY (DEPT-IDX, MONTH-IDX)
                   + OT-M-NIGHT-PAY (DEPT-IDX, MONTH-IDX)
                   + OT-M-HOLIDAY-PAY (DEPT-IDX, MONTH-IDX)
               IF OT-M-BASE-PAY (DEPT-IDX, MONTH-IDX) > 0
                   COMPUTE LINE-PCT ROUNDED = LINE-COST * 100
                       / OT-M-BASE-PAY (DEPT-IDX, MONTH-IDX)
               ELSE
                   MOVE 0 TO LINE-PCT
               END-IF
               COMPUTE LINE-CHANGE = LINE-COST - LINE-PRIOR-COST
               MOVE LINE-COST TO LINE-PRIOR-COST
               COMPUTE LINE-SERIAL = FIRST-SERIAL + MONTH-IDX - 1
               COMPUTE LINE-YEAR = FUNCTION INTEGER
                   ((LINE-SERIAL - 1) / 12)
               COMPUTE LINE-MONTH = LINE-SERIAL - LINE-YEAR * 12
               MOVE LINE-HOURS TO DISP-HOURS
               MOVE OT-M-OT-PAY (DEPT-IDX, MONTH-IDX) TO DISP-OT-PAY
               MOVE OT-M-DT-PAY (DEPT-IDX, MONTH-IDX) TO DISP-DT-PAY
               MOVE OT-M-NIGHT-PAY (DEPT-IDX, MONTH-IDX) TO DISP-NIGHT
               MOVE OT-M-HOLIDAY-PAY (DEPT-IDX, MONTH-IDX)
                   TO DISP-HOLIDAY
               MOVE LINE-COST TO DISP-COST
               MOVE OT-M-BASE-PAY (DEPT-IDX, MONTH-IDX) TO DISP-BASE
               MOVE LINE-PCT TO DISP-PCT
               MOVE LINE-CHANGE TO DISP-CHANGE
               MOVE OT-M-OT-WEEKS (DEPT-IDX, MONTH-IDX)
                   TO DISP-OT-WEEKS
               MOVE OT-M-PAID-WEEKS (DEPT-IDX, MONTH-IDX)
                   TO DISP-PAID-WEEKS
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING LINE-YEAR "-" LINE-MONTH " " DISP-HOURS
                      "  " DISP-OT-PAY "  " DISP-DT-PAY
                      "  " DISP-NIGHT "  " DISP-HOLIDAY
                      " " DISP-COST " " DISP-BASE " " DISP-PCT
                      " " DISP-CHANGE "  " DISP-OT-WEEKS "/"
                      FUNCTION TRIM (DISP-PAID-WEEKS)
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
               ADD LINE-HOURS TO DEPT-TOTAL-HOURS
               ADD OT-M-OT-PAY (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-OT-PAY
               ADD OT-M-DT-PAY (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-DT-PAY
               ADD OT-M-NIGHT-PAY (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-NIGHT
               ADD OT-M-HOLIDAY-PAY (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-HOLIDAY
               ADD LINE-COST TO DEPT-TOTAL-COST
               ADD OT-M-BASE-PAY (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-BASE
               ADD OT-M-OT-WEEKS (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-OT-WEEKS
               ADD OT-M-PAID-WEEKS (DEPT-IDX, MONTH-IDX)
                   TO DEPT-TOTAL-PAID-WEEKS
           END-PERFORM
           IF DEPT-TOTAL-BASE > 0
               COMPUTE LINE-PCT ROUNDED =
                   DEPT-TOTAL-COST * 100 / DEPT-TOTAL-BASE
           ELSE
               MOVE 0 TO LINE-PCT
           END-IF
           MOVE DEPT-TOTAL-HOURS TO DISP-HOURS
           MOVE DEPT-TOTAL-OT-PAY TO DISP-OT-PAY
           MOVE DEPT-TOTAL-DT-PAY TO DISP-DT-PAY
           MOVE DEPT-TOTAL-NIGHT TO DISP-NIGHT
           MOVE DEPT-TOTAL-HOLIDAY TO DISP-HOLIDAY
           MOVE DEPT-TOTAL-COST TO DISP-COST
           MOVE DEPT-TOTAL-BASE TO DISP-BASE
           MOVE LINE-PCT TO DISP-PCT
           MOVE DEPT-TOTAL-OT-WEEKS TO DISP-OT-WEEKS
           MOVE DEPT-TOTAL-PAID-WEEKS TO DISP-PAID-WEEKS
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "12 MOS  " DISP-HOURS
                  "  " DISP-OT-PAY "  " DISP-DT-PAY
                  "  " DISP-NIGHT "  " DISP-HOLIDAY
                  " " DISP-COST " " DISP-BASE " " DISP-PCT
                  "             " DISP-OT-WEEKS "/"
                  FUNCTION TRIM (DISP-PAID-WEEKS)
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD.
      *
      * The same department week by week, seven days at a time from
      * the window's first day -- the week is named by its last day.
       WRITE-DEPARTMENT-WEEKS.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "DEPARTMENT " OT-DEPT-CODE (DEPT-IDX)
                  " -- WEEK OVER WEEK"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "WEEK ENDING   OT HRS      OT COST      CHANGE"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE 0 TO LINE-PRIOR-COST
           PERFORM VARYING WEEK-IDX FROM 1 BY 1
                   UNTIL WEEK-IDX > WEEK-COUNT
               COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
                   (WINDOW-START-DAY + WEEK-IDX * 7 - 1)
               MOVE OT-W-COST (DEPT-IDX, WEEK-IDX) TO LINE-COST
               COMPUTE LINE-CHANGE = LINE-COST - LINE-PRIOR-COST
               MOVE LINE-COST TO LINE-PRIOR-COST
               MOVE OT-W-HOURS (DEPT-IDX, WEEK-IDX) TO DISP-HOURS
               MOVE LINE-COST TO DISP-COST
               MOVE LINE-CHANGE TO DISP-CHANGE
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING WEEK-END-DATE "   " DISP-HOURS " " DISP-COST
                      " " DISP-CHANGE
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-PERFORM.
      *
      * Everyone whose longest unbroken run of overtime weeks is
      * over the limit, with where the run ended and their year's
      * overtime.
       WRITE-OVERTIME-STREAKS.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE STREAK-THRESHOLD TO DISP-RUN
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "EMPLOYEES WITH OVERTIME IN MORE THAN "
                  FUNCTION TRIM (DISP-RUN) " CONSECUTIVE WEEKS"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "ID    NAME       DEPARTMENT  WEEKS  RUN ENDED"
                  "    OT HRS      OT COST"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE 0 TO STREAK-COUNT
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE 0 TO RUN-LENGTH
               MOVE 0 TO LONGEST-RUN
               MOVE 0 TO LONGEST-RUN-END
               PERFORM VARYING WEEK-IDX FROM 1 BY 1
                       UNTIL WEEK-IDX > WEEK-COUNT
                   IF OT-EMP-WEEKS (EMP-IDX) (WEEK-IDX:1) = "Y"
                       ADD 1 TO RUN-LENGTH
                       IF RUN-LENGTH > LONGEST-RUN
                           MOVE RUN-LENGTH TO LONGEST-RUN
                           MOVE WEEK-IDX TO LONGEST-RUN-END
                       END-IF
                   ELSE
                       MOVE 0 TO RUN-LENGTH
                   END-IF
               END-PERFORM
               IF LONGEST-RUN > STREAK-THRESHOLD
                   ADD 1 TO STREAK-COUNT
                   COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
                       (WINDOW-START-DAY + LONGEST-RUN-END * 7 - 1)
                   MOVE LONGEST-RUN TO DISP-RUN
                   MOVE OT-EMP-HOURS (EMP-IDX) TO DISP-HOURS
                   MOVE OT-EMP-COST (EMP-IDX) TO DISP-COST
                   MOVE SPACES TO TREND-REPORT-RECORD
                   STRING OT-EMP-ID (EMP-IDX) " "
                          OT-EMP-NAME (EMP-IDX) " "
                          OT-EMP-DEPT (EMP-IDX) "     " DISP-RUN
                          "  " WEEK-END-DATE " " DISP-HOURS
                          " " DISP-COST
                       DELIMITED BY SIZE INTO TREND-REPORT-RECORD
                   WRITE TREND-REPORT-RECORD
               END-IF
           END-PERFORM
           IF STREAK-COUNT = 0
               MOVE "  (NONE)" TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF.
      *
       END PROGRAM OVERTIME-TREND.
      *
