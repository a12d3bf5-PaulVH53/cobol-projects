      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ANALYTICS-EXTRACT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The delimited extract the BI warehouse loads, so dashboards
      * stop scraping the print reports and the payslip spools.
      * Every file is "|"-delimited with one header row naming the
      * columns; amounts carry an explicit decimal point and a
      * leading "-" when negative, dates are YYYYMMDD, and a "|" in
      * free text goes out as "/". Columns are only ever added at
      * the end of a row, never moved.
      *
      *   output/extract_employees.txt -- the master, one row each:
      *     EMP_ID|NAME|DEPT|STATUS|PAY_TYPE|HOURLY_RATE|
      *     MONTHLY_AMOUNT|REGIME|DOC_TYPE|DOC_NUMBER|HIRE_DATE|
      *     TERM_DATE|GRADE|JOB_CATEGORY|LANGUAGE
      *   output/extract_pay_history.txt -- every pay-history line:
      *     EMP_ID|PERIOD_END|AMOUNT|RUN_ID|LINE_TYPE|REFERENCE
      *     LINE_TYPE is PAY for a run's own line, AJUSTE for a pay
      *     adjustment (REFERENCE is its reason) and REVERSAL for a
      *     run reversal (REFERENCE is the run reversed).
      *   output/extract_pay_components.txt -- the split behind
      *     each payslip-run line:
      *     EMP_ID|PERIOD_END|RUN_ID|FIXED|VARIABLE|OT_HOURS|
      *     DT_HOURS|OT_PAY|DT_PAY|NIGHT_PAY|HOLIDAY_PAY|BASE_PAY
      *     (the overtime columns are empty on lines written before
      *     the run recorded them).
      *   output/extract_absences.txt -- approved paid leave:
      *     EMP_ID|TYPE|START_DATE|END_DATE|CALENDAR_DAYS
      *   output/extract_employer_cost.txt -- the payroll run's
      *     employer cost:
      *     RUN_ID|EMP_ID|NAME|LINE_TYPE|GROSS|CONTRIBUTION|
      *     PAYROLL_TAX|TOTAL_COST
      *     LINE_TYPE is REGULAR, or GROSSUP / GROSSUP-TAX for the
      *     net-guarantee restatement. A GROSSUP row carries the
      *     gross-up with its contribution, payroll tax and total
      *     cost at the payroll's on-cost rates, as the restated
      *     trailer counts it; a GROSSUP-TAX row is the employer-
      *     borne tax inside that gross-up (PAYROLL_TAX only, no
      *     cost of its own).
      *   output/extract_control.txt -- what was sent, to reconcile
      *     the load against:
      *     EXTRACT_ID|RECORD_TYPE|DATASET|RUN_ID|MODE|ROWS|
      *     AMOUNT_TOTAL|SOURCE_TOTAL
      *     a DATASET row per file (AMOUNT_TOTAL is the AMOUNT,
      *     FIXED+VARIABLE, TOTAL_COST or CALENDAR_DAYS column
      *     summed; SOURCE_TOTAL the employer-cost file's own
      *     trailer), a RUN row per payroll run in the pay history
      *     sent -- its rows and amount, which tie to that run's
      *     register -- and SINCE/THROUGH rows giving the run-ID
      *     window.
      *
      * EXTRACT_MODE=INCREMENTAL sends only the pay-history,
      * component and employer-cost rows of runs after the last run
      * ID the previous extract sent (kept in the state file below;
      * lines too old to carry a run ID go only in a full extract).
      * The master and the absences are small and change in place,
      * so they always go whole (MODE FULL on their control rows).
      * Unset, or with no earlier extract on file, everything goes.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      * "ID YYYYMMDD FIXED VARIABLE RUN-ID OT-HRS DT-HRS OT-PAY
      * DT-PAY NIGHT-PAY HOLIDAY-PAY BASE-PAY".
           SELECT COMPONENT-DETAIL-FILE
               ASSIGN TO "data/pay_components.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPONENT-DETAIL-FILE-STATUS.
      * "ID TYPE START END".
           SELECT APPROVED-LEAVE-FILE
               ASSIGN TO "data/approved_leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-LEAVE-FILE-STATUS.
      *
           SELECT EMPLOYER-COST-FILE
               ASSIGN TO "output/employer_cost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-COST-FILE-STATUS.
      * "LAST-RUN-ID EXTRACT-ID YYYYMMDD" -- the newest payroll run
      * the last extract sent, rewritten at the end of each extract.
           SELECT EXTRACT-STATE-FILE
               ASSIGN TO "data/analytics_extract_state.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATE-FILE-STATUS.
      *
           SELECT EMPLOYEE-EXTRACT-FILE
               ASSIGN TO "output/extract_employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PAY-EXTRACT-FILE
               ASSIGN TO "output/extract_pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COMPONENT-EXTRACT-FILE
               ASSIGN TO "output/extract_pay_components.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ABSENCE-EXTRACT-FILE
               ASSIGN TO "output/extract_absences.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COST-EXTRACT-FILE
               ASSIGN TO "output/extract_employer_cost.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CONTROL-EXTRACT-FILE
               ASSIGN TO "output/extract_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD        PIC X(120).
      *
       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD   PIC X(160).
      *
       FD APPROVED-LEAVE-FILE.
       01 APPROVED-LEAVE-RECORD     PIC X(80).
      *
       FD EMPLOYER-COST-FILE.
       01 EMPLOYER-COST-RECORD      PIC X(80).
      *
       FD EXTRACT-STATE-FILE.
       01 EXTRACT-STATE-RECORD      PIC X(80).
      *
       FD EMPLOYEE-EXTRACT-FILE.
       01 EMPLOYEE-EXTRACT-RECORD   PIC X(200).
      *
       FD PAY-EXTRACT-FILE.
       01 PAY-EXTRACT-RECORD        PIC X(200).
      *
       FD COMPONENT-EXTRACT-FILE.
       01 COMPONENT-EXTRACT-RECORD  PIC X(200).
      *
       FD ABSENCE-EXTRACT-FILE.
       01 ABSENCE-EXTRACT-RECORD    PIC X(200).
      *
       FD COST-EXTRACT-FILE.
       01 COST-EXTRACT-RECORD       PIC X(200).
      *
       FD CONTROL-EXTRACT-FILE.
       01 CONTROL-EXTRACT-RECORD    PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS   PIC XX.
       01 COMPONENT-DETAIL-FILE-STATUS PIC XX.
       01 APPROVED-LEAVE-FILE-STATUS PIC XX.
       01 EMPLOYER-COST-FILE-STATUS PIC XX.
       01 EXTRACT-STATE-FILE-STATUS PIC XX.
       01 MASTER-EOF-FLAG           PIC X VALUE "N".
           88 MASTER-EOF            VALUE "Y".
      *
       01 RUN-DATE                  PIC 9(6).
       01 RUN-TIME                  PIC 9(8).
       01 RUN-ID                    PIC X(16).
       01 TODAY-DATE                PIC 9(8).
      *
      * FULL or INCREMENTAL, and the run-ID window: rows of runs
      * after SINCE-RUN-ID go; THROUGH-RUN-ID is the newest run seen,
      * saved for the next extract.
       01 EXTRACT-MODE-PARM         PIC X(12).
       01 EXTRACT-MODE              PIC X(11) VALUE "FULL".
           88 INCREMENTAL-EXTRACT   VALUE "INCREMENTAL".
       01 DATASET-MODE              PIC X(5).
       01 SINCE-RUN-ID              PIC X(16) VALUE SPACES.
       01 THROUGH-RUN-ID            PIC X(16) VALUE SPACES.
       01 STATE-RUN-TOKEN           PIC X(16).
       01 ROW-RUN-ID                PIC X(16).
       01 ROW-WANTED-FLAG           PIC X.
           88 ROW-WANTED            VALUE "Y".
      *
      * What went into each file.
       01 EMPLOYEE-ROWS             PIC 9(7) VALUE 0.
       01 PAY-ROWS                  PIC 9(7) VALUE 0.
       01 PAY-AMOUNT-TOTAL          PIC S9(11)V99 VALUE 0.
       01 COMPONENT-ROWS            PIC 9(7) VALUE 0.
       01 COMPONENT-AMOUNT-TOTAL    PIC S9(11)V99 VALUE 0.
       01 ABSENCE-ROWS              PIC 9(7) VALUE 0.
       01 ABSENCE-DAYS-TOTAL        PIC S9(11)V99 VALUE 0.
       01 COST-ROWS                 PIC 9(7) VALUE 0.
       01 COST-AMOUNT-TOTAL         PIC S9(11)V99 VALUE 0.
       01 COST-SOURCE-TOTAL         PIC S9(11)V99 VALUE 0.
       01 COST-SOURCE-FLAG          PIC X VALUE "N".
           88 COST-SOURCE-FOUND     VALUE "Y".
      *
      * The on-cost rates the payroll prices a net guarantee's gross-
      * up at, and that gross-up's cost as the restated trailer
      * counts it.
       01 GROSSUP-CONTRIB-RATE      PIC V99 VALUE .09.
       01 GROSSUP-PAYROLL-TAX-RATE  PIC V999 VALUE .015.
       01 GROSSUP-AMOUNT            PIC S9(11)V99.
       01 GROSSUP-CONTRIB           PIC S9(11)V99.
       01 GROSSUP-TOTAL-COST        PIC S9(11)V99.
      *
      * The payroll runs in the pay history sent, with their rows
      * and amount.
       01 RUNTOT-MAX                PIC 9(4) VALUE 1000.
       01 RUNTOT-COUNT              PIC 9(4) VALUE 0.
       01 RUNTOT-TABLE.
           05 RUNTOT-ENTRY OCCURS 1000 TIMES.
               10 RUNTOT-RUN-ID     PIC X(16).
               10 RUNTOT-ROWS       PIC 9(7).
               10 RUNTOT-AMOUNT     PIC S9(11)V99.
       01 RUNTOT-IDX                PIC 9(4).
       01 RUNTOT-FOUND-FLAG         PIC X.
           88 RUNTOT-FOUND          VALUE "Y".
      *
      * Line parsing.
       01 TOKEN-POINTER             PIC 9(3).
       01 ID-TOKEN                  PIC X(10).
       01 DATE-TOKEN                PIC X(10).
       01 AMOUNT-TOKEN              PIC X(15).
       01 RUN-TOKEN                 PIC X(20).
       01 TYPE-TOKEN                PIC X(10).
       01 END-TOKEN                 PIC X(10).
       01 REFERENCE-TEXT            PIC X(80).
       01 COMPONENT-TOKENS.
           05 COMPONENT-TOKEN       PIC X(15) OCCURS 9 TIMES.
       01 COMPONENT-IDX             PIC 99.
       01 COMPONENT-FIXED           PIC S9(9)V99.
       01 COMPONENT-VARIABLE        PIC S9(9)V99.
       01 COST-RUN-ID               PIC X(16) VALUE SPACES.
       01 COST-DIGITS-TEXT          PIC X(7).
       01 COST-DIGITS REDEFINES COST-DIGITS-TEXT PIC 9(5)V99.
       01 COST-NAME                 PIC X(10).
       01 COST-LINE-TYPE            PIC X(11).
       01 COST-GROSS-TEXT           PIC X(15).
       01 COST-CONTRIB-TEXT         PIC X(15).
       01 COST-TAX-TEXT             PIC X(15).
       01 COST-TOTAL-TEXT           PIC X(15).
       01 LEAVE-START-DATE          PIC 9(8).
       01 LEAVE-END-DATE            PIC 9(8).
       01 LEAVE-DAYS                PIC 9(5).
       01 PERIOD-END-TEXT           PIC X(8).
       01 LINE-AMOUNT               PIC S9(9)V99.
      *
      * Output editing -- amounts and counts go out trimmed.
       01 AMOUNT-EDIT               PIC -(10)9.99.
       01 COUNT-EDIT                PIC Z(6)9.
       01 AMOUNT-TEXT               PIC X(16).
       01 AMOUNT-TEXT-2             PIC X(16).
       01 AMOUNT-TEXT-3             PIC X(16).
       01 AMOUNT-TEXT-4             PIC X(16).
       01 EDIT-AMOUNT               PIC S9(11)V99.
       01 EXTRACT-ROW               PIC X(200).
       01 CONTROL-RECORD-TYPE       PIC X(7).
       01 CONTROL-DATASET           PIC X(16).
       01 CONTROL-RUN-ID            PIC X(16).
       01 CONTROL-ROWS              PIC 9(7).
       01 CONTROL-AMOUNT            PIC S9(11)V99.
       01 CONTROL-SOURCE-TEXT       PIC X(16).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID
           PERFORM READ-EXTRACT-MODE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ANALYTICS EXTRACT ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXTRACT-EMPLOYEES
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM EXTRACT-PAY-HISTORY
           PERFORM EXTRACT-COMPONENTS
           PERFORM EXTRACT-ABSENCES
           PERFORM EXTRACT-EMPLOYER-COST
           IF THROUGH-RUN-ID = SPACES
               MOVE SINCE-RUN-ID TO THROUGH-RUN-ID
           END-IF
           PERFORM WRITE-CONTROL-FILE
           PERFORM SAVE-EXTRACT-STATE

           DISPLAY "EXTRACT " RUN-ID " " EXTRACT-MODE
               " RUNS AFTER [" SINCE-RUN-ID "] THROUGH ["
               THROUGH-RUN-ID "]"
           DISPLAY "EMPLOYEES " EMPLOYEE-ROWS "  PAY LINES " PAY-ROWS
               "  COMPONENT LINES " COMPONENT-ROWS
           DISPLAY "ABSENCES " ABSENCE-ROWS "  EMPLOYER COST LINES "
               COST-ROWS
           DISPLAY "CONTROL TOTALS WRITTEN TO "
               "output/extract_control.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   ANALYTICS EXTRACT                  "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * An incremental extract with no earlier one on file has
      * nothing to be incremental from, and goes out whole.
       READ-EXTRACT-MODE.
           MOVE SPACES TO EXTRACT-MODE-PARM
           ACCEPT EXTRACT-MODE-PARM FROM ENVIRONMENT "EXTRACT_MODE"
           EVALUATE EXTRACT-MODE-PARM
               WHEN SPACES
               WHEN "FULL"
                   MOVE "FULL" TO EXTRACT-MODE
               WHEN "INCREMENTAL"
                   MOVE "INCREMENTAL" TO EXTRACT-MODE
               WHEN OTHER
                   DISPLAY "ANALYTICS EXTRACT ABORTED -- EXTRACT_MODE "
                       FUNCTION TRIM (EXTRACT-MODE-PARM)
                       " IS NOT FULL OR INCREMENTAL"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF INCREMENTAL-EXTRACT
               OPEN INPUT EXTRACT-STATE-FILE
               IF EXTRACT-STATE-FILE-STATUS = "00"
                   READ EXTRACT-STATE-FILE
                       NOT AT END
                           MOVE SPACES TO STATE-RUN-TOKEN
                           UNSTRING EXTRACT-STATE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO STATE-RUN-TOKEN
                           MOVE STATE-RUN-TOKEN TO SINCE-RUN-ID
                   END-READ
                   CLOSE EXTRACT-STATE-FILE
               END-IF
               IF SINCE-RUN-ID = SPACES
                   DISPLAY "NO EARLIER EXTRACT ON FILE -- SENDING "
                       "EVERYTHING"
                   MOVE "FULL" TO EXTRACT-MODE
               END-IF
           END-IF
           MOVE EXTRACT-MODE TO DATASET-MODE
           IF INCREMENTAL-EXTRACT
               MOVE "DELTA" TO DATASET-MODE
           END-IF.
      *
      * Whether the row of ROW-RUN-ID goes in this extract; the
      * newest run seen is kept either way.
       CHECK-ROW-RUN-ID.
           MOVE "N" TO ROW-WANTED-FLAG
           IF ROW-RUN-ID > THROUGH-RUN-ID
               MOVE ROW-RUN-ID TO THROUGH-RUN-ID
           END-IF
           IF INCREMENTAL-EXTRACT
               IF ROW-RUN-ID NOT = SPACES
                       AND ROW-RUN-ID > SINCE-RUN-ID
                   SET ROW-WANTED TO TRUE
               END-IF
           ELSE
               SET ROW-WANTED TO TRUE
           END-IF.
      *
       EXTRACT-EMPLOYEES.
           OPEN OUTPUT EMPLOYEE-EXTRACT-FILE
           MOVE SPACES TO EMPLOYEE-EXTRACT-RECORD
           STRING "EMP_ID|NAME|DEPT|STATUS|PAY_TYPE|HOURLY_RATE|"
                  "MONTHLY_AMOUNT|REGIME|DOC_TYPE|DOC_NUMBER|"
                  "HIRE_DATE|TERM_DATE|GRADE|JOB_CATEGORY|LANGUAGE"
               DELIMITED BY SIZE INTO EMPLOYEE-EXTRACT-RECORD
           WRITE EMPLOYEE-EXTRACT-RECORD
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
                       PERFORM WRITE-EMPLOYEE-ROW
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-EXTRACT-FILE.
      *
      * Fields added to the master after a record was written read
      * spaces; they go out empty, or zero for the amounts and dates.
       WRITE-EMPLOYEE-ROW.
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           IF EMPMAST-HIRE-DATE IS NOT NUMERIC
               MOVE 0 TO EMPMAST-HIRE-DATE
           END-IF
           IF EMPMAST-TERM-DATE IS NOT NUMERIC
               MOVE 0 TO EMPMAST-TERM-DATE
           END-IF
           INSPECT EMPMAST-NAME REPLACING ALL "|" BY "/"
           MOVE EMPMAST-RATE TO EDIT-AMOUNT
           PERFORM EDIT-ONE-AMOUNT
           MOVE AMOUNT-TEXT TO AMOUNT-TEXT-2
           MOVE EMPMAST-MONTHLY-AMOUNT TO EDIT-AMOUNT
           PERFORM EDIT-ONE-AMOUNT
           MOVE SPACES TO EXTRACT-ROW
           STRING EMPMAST-ID "|"
                  FUNCTION TRIM (EMPMAST-NAME) "|"
                  FUNCTION TRIM (EMPMAST-DEPT) "|"
                  FUNCTION TRIM (EMPMAST-STATUS) "|"
                  FUNCTION TRIM (EMPMAST-PAY-TYPE) "|"
                  FUNCTION TRIM (AMOUNT-TEXT-2) "|"
                  FUNCTION TRIM (AMOUNT-TEXT) "|"
                  FUNCTION TRIM (EMPMAST-REGIME) "|"
                  FUNCTION TRIM (EMPMAST-DOC-TYPE) "|"
                  FUNCTION TRIM (EMPMAST-DOC-NUMBER) "|"
                  EMPMAST-HIRE-DATE "|"
                  EMPMAST-TERM-DATE "|"
                  FUNCTION TRIM (EMPMAST-GRADE) "|"
                  FUNCTION TRIM (EMPMAST-JOB-CATEGORY) "|"
                  FUNCTION TRIM (EMPMAST-LANGUAGE)
               DELIMITED BY SIZE INTO EXTRACT-ROW
           MOVE EXTRACT-ROW TO EMPLOYEE-EXTRACT-RECORD
           WRITE EMPLOYEE-EXTRACT-RECORD
           ADD 1 TO EMPLOYEE-ROWS.
      *
      * EDIT-AMOUNT as "-1234.56" in AMOUNT-TEXT.
       EDIT-ONE-AMOUNT.
           MOVE EDIT-AMOUNT TO AMOUNT-EDIT
           MOVE FUNCTION TRIM (AMOUNT-EDIT) TO AMOUNT-TEXT.
      *
       EXTRACT-PAY-HISTORY.
           OPEN OUTPUT PAY-EXTRACT-FILE
           MOVE "EMP_ID|PERIOD_END|AMOUNT|RUN_ID|LINE_TYPE|REFERENCE"
               TO PAY-EXTRACT-RECORD
           WRITE PAY-EXTRACT-RECORD
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-PAY-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE PAY-EXTRACT-FILE.
      *
      * "ID MM/DD/YYYY AMOUNT RUN-ID [AJUSTE reason|REVERSAL run]".
       TAKE-PAY-HISTORY-LINE.
           MOVE SPACES TO ID-TOKEN DATE-TOKEN AMOUNT-TOKEN RUN-TOKEN
               TYPE-TOKEN REFERENCE-TEXT
           MOVE 1 TO TOKEN-POINTER
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO ID-TOKEN DATE-TOKEN AMOUNT-TOKEN RUN-TOKEN
                    TYPE-TOKEN
               WITH POINTER TOKEN-POINTER
           IF TOKEN-POINTER <= 120
               MOVE PAY-HISTORY-RECORD (TOKEN-POINTER:)
                   TO REFERENCE-TEXT
           END-IF
           IF ID-TOKEN (1:5) IS NUMERIC
                   AND DATE-TOKEN (1:2) IS NUMERIC
                   AND DATE-TOKEN (4:2) IS NUMERIC
                   AND DATE-TOKEN (7:4) IS NUMERIC
                   AND AMOUNT-TOKEN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (AMOUNT-TOKEN) = 0
               MOVE RUN-TOKEN TO ROW-RUN-ID
               PERFORM CHECK-ROW-RUN-ID
               IF ROW-WANTED
                   PERFORM WRITE-PAY-ROW
               END-IF
           END-IF.
      *
       WRITE-PAY-ROW.
           COMPUTE LINE-AMOUNT = FUNCTION NUMVAL (AMOUNT-TOKEN)
           IF TYPE-TOKEN = SPACES
               MOVE "PAY" TO TYPE-TOKEN
           END-IF
           INSPECT REFERENCE-TEXT REPLACING ALL "|" BY "/"
           MOVE SPACES TO PERIOD-END-TEXT
           STRING DATE-TOKEN (7:4) DATE-TOKEN (1:2) DATE-TOKEN (4:2)
               DELIMITED BY SIZE INTO PERIOD-END-TEXT
           MOVE LINE-AMOUNT TO EDIT-AMOUNT
           PERFORM EDIT-ONE-AMOUNT
           MOVE SPACES TO EXTRACT-ROW
           STRING ID-TOKEN (1:5) "|"
                  PERIOD-END-TEXT "|"
                  FUNCTION TRIM (AMOUNT-TEXT) "|"
                  FUNCTION TRIM (RUN-TOKEN) "|"
                  FUNCTION TRIM (TYPE-TOKEN) "|"
                  FUNCTION TRIM (REFERENCE-TEXT)
               DELIMITED BY SIZE INTO EXTRACT-ROW
           MOVE EXTRACT-ROW TO PAY-EXTRACT-RECORD
           WRITE PAY-EXTRACT-RECORD
           ADD 1 TO PAY-ROWS
           ADD LINE-AMOUNT TO PAY-AMOUNT-TOTAL
           PERFORM NOTE-RUN-TOTAL.
      *
      * Adds the line to its run's RUN row in the control file.
       NOTE-RUN-TOTAL.
           MOVE "N" TO RUNTOT-FOUND-FLAG
           PERFORM VARYING RUNTOT-IDX FROM 1 BY 1
                   UNTIL RUNTOT-IDX > RUNTOT-COUNT OR RUNTOT-FOUND
               IF RUNTOT-RUN-ID (RUNTOT-IDX) = RUN-TOKEN
                   SET RUNTOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RUNTOT-FOUND
               SUBTRACT 1 FROM RUNTOT-IDX
           ELSE
               IF RUNTOT-COUNT < RUNTOT-MAX
                   ADD 1 TO RUNTOT-COUNT
                   MOVE RUNTOT-COUNT TO RUNTOT-IDX
                   MOVE RUN-TOKEN TO RUNTOT-RUN-ID (RUNTOT-IDX)
                   MOVE 0 TO RUNTOT-ROWS (RUNTOT-IDX)
                   MOVE 0 TO RUNTOT-AMOUNT (RUNTOT-IDX)
                   SET RUNTOT-FOUND TO TRUE
               END-IF
           END-IF
           IF RUNTOT-FOUND
               ADD 1 TO RUNTOT-ROWS (RUNTOT-IDX)
               ADD LINE-AMOUNT TO RUNTOT-AMOUNT (RUNTOT-IDX)
           END-IF.
      *
       EXTRACT-COMPONENTS.
           OPEN OUTPUT COMPONENT-EXTRACT-FILE
           MOVE SPACES TO COMPONENT-EXTRACT-RECORD
           STRING "EMP_ID|PERIOD_END|RUN_ID|FIXED|VARIABLE|OT_HOURS|"
                  "DT_HOURS|OT_PAY|DT_PAY|NIGHT_PAY|HOLIDAY_PAY|"
                  "BASE_PAY"
               DELIMITED BY SIZE INTO COMPONENT-EXTRACT-RECORD
           WRITE COMPONENT-EXTRACT-RECORD
           OPEN INPUT COMPONENT-DETAIL-FILE
           IF COMPONENT-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL COMPONENT-DETAIL-FILE-STATUS NOT = "00"
                   READ COMPONENT-DETAIL-FILE
                       AT END
                           MOVE "10" TO COMPONENT-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-COMPONENT-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-DETAIL-FILE
           END-IF
           CLOSE COMPONENT-EXTRACT-FILE.
      *
       TAKE-COMPONENT-LINE.
           MOVE SPACES TO ID-TOKEN DATE-TOKEN RUN-TOKEN
               COMPONENT-TOKENS
           UNSTRING COMPONENT-DETAIL-RECORD DELIMITED BY ALL SPACE
               INTO ID-TOKEN DATE-TOKEN
                    COMPONENT-TOKEN (1) COMPONENT-TOKEN (2)
                    RUN-TOKEN
                    COMPONENT-TOKEN (3) COMPONENT-TOKEN (4)
                    COMPONENT-TOKEN (5) COMPONENT-TOKEN (6)
                    COMPONENT-TOKEN (7) COMPONENT-TOKEN (8)
                    COMPONENT-TOKEN (9)
           IF ID-TOKEN (1:5) IS NUMERIC
                   AND DATE-TOKEN (1:8) IS NUMERIC
                   AND COMPONENT-TOKEN (1) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (COMPONENT-TOKEN (1)) = 0
                   AND COMPONENT-TOKEN (2) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (COMPONENT-TOKEN (2)) = 0
               MOVE RUN-TOKEN TO ROW-RUN-ID
               PERFORM CHECK-ROW-RUN-ID
               IF ROW-WANTED
                   PERFORM WRITE-COMPONENT-ROW
               END-IF
           END-IF.
      *
      * The amounts go out re-edited, without the file's leading
      * zeros; a column the line does not carry goes out empty.
       WRITE-COMPONENT-ROW.
           COMPUTE COMPONENT-FIXED =
               FUNCTION NUMVAL (COMPONENT-TOKEN (1))
           COMPUTE COMPONENT-VARIABLE =
               FUNCTION NUMVAL (COMPONENT-TOKEN (2))
           PERFORM VARYING COMPONENT-IDX FROM 1 BY 1
                   UNTIL COMPONENT-IDX > 9
               IF COMPONENT-TOKEN (COMPONENT-IDX) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL
                       (COMPONENT-TOKEN (COMPONENT-IDX)) = 0
                   COMPUTE EDIT-AMOUNT = FUNCTION NUMVAL
                       (COMPONENT-TOKEN (COMPONENT-IDX))
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE AMOUNT-TEXT TO COMPONENT-TOKEN (COMPONENT-IDX)
               ELSE
                   MOVE SPACES TO COMPONENT-TOKEN (COMPONENT-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO EXTRACT-ROW
           STRING ID-TOKEN (1:5) "|"
                  DATE-TOKEN (1:8) "|"
                  FUNCTION TRIM (RUN-TOKEN) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (1)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (2)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (3)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (4)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (5)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (6)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (7)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (8)) "|"
                  FUNCTION TRIM (COMPONENT-TOKEN (9))
               DELIMITED BY SIZE INTO EXTRACT-ROW
           MOVE EXTRACT-ROW TO COMPONENT-EXTRACT-RECORD
           WRITE COMPONENT-EXTRACT-RECORD
           ADD 1 TO COMPONENT-ROWS
           ADD COMPONENT-FIXED COMPONENT-VARIABLE
               TO COMPONENT-AMOUNT-TOTAL.
      *
       EXTRACT-ABSENCES.
           OPEN OUTPUT ABSENCE-EXTRACT-FILE
           MOVE "EMP_ID|TYPE|START_DATE|END_DATE|CALENDAR_DAYS"
               TO ABSENCE-EXTRACT-RECORD
           WRITE ABSENCE-EXTRACT-RECORD
           OPEN INPUT APPROVED-LEAVE-FILE
           IF APPROVED-LEAVE-FILE-STATUS = "00"
               PERFORM UNTIL APPROVED-LEAVE-FILE-STATUS NOT = "00"
                   READ APPROVED-LEAVE-FILE
                       AT END
                           MOVE "10" TO APPROVED-LEAVE-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ABSENCE-LINE
                   END-READ
               END-PERFORM
               CLOSE APPROVED-LEAVE-FILE
           END-IF
           CLOSE ABSENCE-EXTRACT-FILE.
      *
       TAKE-ABSENCE-LINE.
           MOVE SPACES TO ID-TOKEN TYPE-TOKEN DATE-TOKEN END-TOKEN
           UNSTRING APPROVED-LEAVE-RECORD DELIMITED BY ALL SPACE
               INTO ID-TOKEN TYPE-TOKEN DATE-TOKEN END-TOKEN
           IF ID-TOKEN (1:5) IS NUMERIC
                   AND DATE-TOKEN (1:8) IS NUMERIC
                   AND END-TOKEN (1:8) IS NUMERIC
               MOVE DATE-TOKEN (1:8) TO LEAVE-START-DATE
               MOVE END-TOKEN (1:8) TO LEAVE-END-DATE
               MOVE 0 TO LEAVE-DAYS
               IF FUNCTION TEST-DATE-YYYYMMDD (LEAVE-START-DATE) = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (LEAVE-END-DATE) = 0
                       AND LEAVE-END-DATE >= LEAVE-START-DATE
                   COMPUTE LEAVE-DAYS =
                       FUNCTION INTEGER-OF-DATE (LEAVE-END-DATE)
                       - FUNCTION INTEGER-OF-DATE (LEAVE-START-DATE)
                       + 1
               END-IF
               MOVE LEAVE-DAYS TO COUNT-EDIT
               MOVE SPACES TO EXTRACT-ROW
               STRING ID-TOKEN (1:5) "|"
                      FUNCTION TRIM (TYPE-TOKEN) "|"
                      LEAVE-START-DATE "|"
                      LEAVE-END-DATE "|"
                      FUNCTION TRIM (COUNT-EDIT)
                   DELIMITED BY SIZE INTO EXTRACT-ROW
               MOVE EXTRACT-ROW TO ABSENCE-EXTRACT-RECORD
               WRITE ABSENCE-EXTRACT-RECORD
               ADD 1 TO ABSENCE-ROWS
               ADD LEAVE-DAYS TO ABSENCE-DAYS-TOTAL
           END-IF.
      *
      * The file as the payroll engine writes it -- "RUN-ID run",
      * "ID NAME GROSS CONTRIB TAX TOTAL" in unedited 9(5)V99
      * columns, a TOTAL EMPLOYER COST trailer -- and any
      * net-guarantee block the monthly run restated it with, under
      * its own run ID ("ID NAME GROSS-UP amount", "ID NAME
      * EMPLOYER TAX amount", comma-edited).
       EXTRACT-EMPLOYER-COST.
           OPEN OUTPUT COST-EXTRACT-FILE
           MOVE SPACES TO COST-EXTRACT-RECORD
           STRING "RUN_ID|EMP_ID|NAME|LINE_TYPE|GROSS|CONTRIBUTION|"
                  "PAYROLL_TAX|TOTAL_COST"
               DELIMITED BY SIZE INTO COST-EXTRACT-RECORD
           WRITE COST-EXTRACT-RECORD
           OPEN INPUT EMPLOYER-COST-FILE
           IF EMPLOYER-COST-FILE-STATUS = "00"
               PERFORM UNTIL EMPLOYER-COST-FILE-STATUS NOT = "00"
                   READ EMPLOYER-COST-FILE
                       AT END
                           MOVE "10" TO EMPLOYER-COST-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-COST-LINE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-COST-FILE
           END-IF
           CLOSE COST-EXTRACT-FILE.
      *
       TAKE-COST-LINE.
           EVALUATE TRUE
               WHEN EMPLOYER-COST-RECORD (1:7) = "RUN-ID "
                   MOVE EMPLOYER-COST-RECORD (8:16) TO COST-RUN-ID
               WHEN EMPLOYER-COST-RECORD (1:33)
                       = "NET GUARANTEE GROSS-UP -- RUN-ID "
                   MOVE EMPLOYER-COST-RECORD (34:16) TO COST-RUN-ID
               WHEN EMPLOYER-COST-RECORD (1:19)
                       = "TOTAL EMPLOYER COST"
                   IF FUNCTION TEST-NUMVAL-C
                           (EMPLOYER-COST-RECORD (40:41)) = 0
                       COMPUTE COST-SOURCE-TOTAL = FUNCTION NUMVAL-C
                           (EMPLOYER-COST-RECORD (40:41))
                       SET COST-SOURCE-FOUND TO TRUE
                   END-IF
               WHEN EMPLOYER-COST-RECORD (1:5) IS NUMERIC
                   MOVE COST-RUN-ID TO ROW-RUN-ID
                   PERFORM CHECK-ROW-RUN-ID
                   IF ROW-WANTED
                       PERFORM WRITE-COST-ROW
                   END-IF
           END-EVALUATE.
      *
       WRITE-COST-ROW.
           MOVE EMPLOYER-COST-RECORD (7:10) TO COST-NAME
           INSPECT COST-NAME REPLACING ALL "|" BY "/"
           MOVE SPACES TO COST-GROSS-TEXT COST-CONTRIB-TEXT
               COST-TAX-TEXT COST-TOTAL-TEXT COST-LINE-TYPE
           EVALUATE TRUE
               WHEN EMPLOYER-COST-RECORD (18:8) = "GROSS-UP"
                   MOVE "GROSSUP" TO COST-LINE-TYPE
                   PERFORM EDIT-COST-RESTATED
                   MOVE AMOUNT-TEXT TO COST-GROSS-TEXT
                   PERFORM PRICE-GROSSUP-COST
               WHEN EMPLOYER-COST-RECORD (18:12) = "EMPLOYER TAX"
                   MOVE "GROSSUP-TAX" TO COST-LINE-TYPE
                   PERFORM EDIT-COST-RESTATED
                   MOVE AMOUNT-TEXT TO COST-TAX-TEXT
               WHEN EMPLOYER-COST-RECORD (18:7) IS NUMERIC
                       AND EMPLOYER-COST-RECORD (26:7) IS NUMERIC
                       AND EMPLOYER-COST-RECORD (34:7) IS NUMERIC
                       AND EMPLOYER-COST-RECORD (42:7) IS NUMERIC
                   MOVE "REGULAR" TO COST-LINE-TYPE
                   MOVE EMPLOYER-COST-RECORD (18:7) TO COST-DIGITS-TEXT
                   MOVE COST-DIGITS TO EDIT-AMOUNT
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE AMOUNT-TEXT TO COST-GROSS-TEXT
                   MOVE EMPLOYER-COST-RECORD (26:7) TO COST-DIGITS-TEXT
                   MOVE COST-DIGITS TO EDIT-AMOUNT
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE AMOUNT-TEXT TO COST-CONTRIB-TEXT
                   MOVE EMPLOYER-COST-RECORD (34:7) TO COST-DIGITS-TEXT
                   MOVE COST-DIGITS TO EDIT-AMOUNT
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE AMOUNT-TEXT TO COST-TAX-TEXT
                   MOVE EMPLOYER-COST-RECORD (42:7) TO COST-DIGITS-TEXT
                   MOVE COST-DIGITS TO EDIT-AMOUNT
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE AMOUNT-TEXT TO COST-TOTAL-TEXT
                   ADD COST-DIGITS TO COST-AMOUNT-TOTAL
           END-EVALUATE
           IF COST-LINE-TYPE NOT = SPACES
               MOVE SPACES TO EXTRACT-ROW
               STRING FUNCTION TRIM (COST-RUN-ID) "|"
                      EMPLOYER-COST-RECORD (1:5) "|"
                      FUNCTION TRIM (COST-NAME) "|"
                      FUNCTION TRIM (COST-LINE-TYPE) "|"
                      FUNCTION TRIM (COST-GROSS-TEXT) "|"
                      FUNCTION TRIM (COST-CONTRIB-TEXT) "|"
                      FUNCTION TRIM (COST-TAX-TEXT) "|"
                      FUNCTION TRIM (COST-TOTAL-TEXT)
                   DELIMITED BY SIZE INTO EXTRACT-ROW
               MOVE EXTRACT-ROW TO COST-EXTRACT-RECORD
               WRITE COST-EXTRACT-RECORD
               ADD 1 TO COST-ROWS
           END-IF.
      *
      * The gross-up's contribution and total cost the way the
      * payroll adds it to the restated trailer -- the total rounded
      * once on the combined rate, the payroll tax the remainder, so
      * the row's columns add to its total and the totals tie.
       PRICE-GROSSUP-COST.
           MOVE EDIT-AMOUNT TO GROSSUP-AMOUNT
           COMPUTE GROSSUP-TOTAL-COST ROUNDED = GROSSUP-AMOUNT
               * (1 + GROSSUP-CONTRIB-RATE + GROSSUP-PAYROLL-TAX-RATE)
           COMPUTE GROSSUP-CONTRIB ROUNDED = GROSSUP-AMOUNT
               * GROSSUP-CONTRIB-RATE
           MOVE GROSSUP-CONTRIB TO EDIT-AMOUNT
           PERFORM EDIT-ONE-AMOUNT
           MOVE AMOUNT-TEXT TO COST-CONTRIB-TEXT
           COMPUTE EDIT-AMOUNT = GROSSUP-TOTAL-COST - GROSSUP-AMOUNT
               - GROSSUP-CONTRIB
           PERFORM EDIT-ONE-AMOUNT
           MOVE AMOUNT-TEXT TO COST-TAX-TEXT
           MOVE GROSSUP-TOTAL-COST TO EDIT-AMOUNT
           PERFORM EDIT-ONE-AMOUNT
           MOVE AMOUNT-TEXT TO COST-TOTAL-TEXT
           ADD GROSSUP-TOTAL-COST TO COST-AMOUNT-TOTAL.
      *
      * The comma-edited amount of a restated line, from column 31.
       EDIT-COST-RESTATED.
           MOVE 0 TO EDIT-AMOUNT
           IF FUNCTION TEST-NUMVAL-C (EMPLOYER-COST-RECORD (31:20))
                   = 0
               COMPUTE EDIT-AMOUNT =
                   FUNCTION NUMVAL-C (EMPLOYER-COST-RECORD (31:20))
           END-IF
           PERFORM EDIT-ONE-AMOUNT.
      *
       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-EXTRACT-FILE
           MOVE SPACES TO CONTROL-EXTRACT-RECORD
           STRING "EXTRACT_ID|RECORD_TYPE|DATASET|RUN_ID|MODE|ROWS|"
                  "AMOUNT_TOTAL|SOURCE_TOTAL"
               DELIMITED BY SIZE INTO CONTROL-EXTRACT-RECORD
           WRITE CONTROL-EXTRACT-RECORD
           MOVE SPACES TO CONTROL-SOURCE-TEXT
           MOVE "DATASET" TO CONTROL-RECORD-TYPE
           MOVE SPACES TO CONTROL-RUN-ID
           MOVE "FULL" TO DATASET-MODE
           MOVE "EMPLOYEES" TO CONTROL-DATASET
           MOVE EMPLOYEE-ROWS TO CONTROL-ROWS
           MOVE 0 TO CONTROL-AMOUNT
           PERFORM WRITE-CONTROL-ROW
           MOVE "ABSENCES" TO CONTROL-DATASET
           MOVE ABSENCE-ROWS TO CONTROL-ROWS
           MOVE ABSENCE-DAYS-TOTAL TO CONTROL-AMOUNT
           PERFORM WRITE-CONTROL-ROW
           IF INCREMENTAL-EXTRACT
               MOVE "DELTA" TO DATASET-MODE
           END-IF
           MOVE "PAY_HISTORY" TO CONTROL-DATASET
           MOVE PAY-ROWS TO CONTROL-ROWS
           MOVE PAY-AMOUNT-TOTAL TO CONTROL-AMOUNT
           PERFORM WRITE-CONTROL-ROW
           MOVE "PAY_COMPONENTS" TO CONTROL-DATASET
           MOVE COMPONENT-ROWS TO CONTROL-ROWS
           MOVE COMPONENT-AMOUNT-TOTAL TO CONTROL-AMOUNT
           PERFORM WRITE-CONTROL-ROW
           MOVE "EMPLOYER_COST" TO CONTROL-DATASET
           MOVE COST-ROWS TO CONTROL-ROWS
           MOVE COST-AMOUNT-TOTAL TO CONTROL-AMOUNT
           IF COST-SOURCE-FOUND
               MOVE COST-SOURCE-TOTAL TO EDIT-AMOUNT
               PERFORM EDIT-ONE-AMOUNT
               MOVE AMOUNT-TEXT TO CONTROL-SOURCE-TEXT
           END-IF
           PERFORM WRITE-CONTROL-ROW
           MOVE SPACES TO CONTROL-SOURCE-TEXT
           MOVE "RUN" TO CONTROL-RECORD-TYPE
           MOVE "PAY_HISTORY" TO CONTROL-DATASET
           PERFORM VARYING RUNTOT-IDX FROM 1 BY 1
                   UNTIL RUNTOT-IDX > RUNTOT-COUNT
               MOVE RUNTOT-RUN-ID (RUNTOT-IDX) TO CONTROL-RUN-ID
               MOVE RUNTOT-ROWS (RUNTOT-IDX) TO CONTROL-ROWS
               MOVE RUNTOT-AMOUNT (RUNTOT-IDX) TO CONTROL-AMOUNT
               PERFORM WRITE-CONTROL-ROW
           END-PERFORM
           MOVE "SINCE" TO CONTROL-RECORD-TYPE
           MOVE SINCE-RUN-ID TO CONTROL-RUN-ID
           PERFORM WRITE-CONTROL-WINDOW-ROW
           MOVE "THROUGH" TO CONTROL-RECORD-TYPE
           MOVE THROUGH-RUN-ID TO CONTROL-RUN-ID
           PERFORM WRITE-CONTROL-WINDOW-ROW
           CLOSE CONTROL-EXTRACT-FILE.
      *
       WRITE-CONTROL-ROW.
           MOVE CONTROL-ROWS TO COUNT-EDIT
           MOVE CONTROL-AMOUNT TO EDIT-AMOUNT
           PERFORM EDIT-ONE-AMOUNT
           MOVE SPACES TO CONTROL-EXTRACT-RECORD
           STRING RUN-ID "|"
                  FUNCTION TRIM (CONTROL-RECORD-TYPE) "|"
                  FUNCTION TRIM (CONTROL-DATASET) "|"
                  FUNCTION TRIM (CONTROL-RUN-ID) "|"
                  FUNCTION TRIM (DATASET-MODE) "|"
                  FUNCTION TRIM (COUNT-EDIT) "|"
                  FUNCTION TRIM (AMOUNT-TEXT) "|"
                  FUNCTION TRIM (CONTROL-SOURCE-TEXT)
               DELIMITED BY SIZE INTO CONTROL-EXTRACT-RECORD
           WRITE CONTROL-EXTRACT-RECORD.
      *
      * A SINCE or THROUGH row -- the run ID alone.
       WRITE-CONTROL-WINDOW-ROW.
           MOVE SPACES TO CONTROL-EXTRACT-RECORD
           STRING RUN-ID "|"
                  FUNCTION TRIM (CONTROL-RECORD-TYPE) "||"
                  FUNCTION TRIM (CONTROL-RUN-ID) "|"
                  FUNCTION TRIM (DATASET-MODE) "|||"
               DELIMITED BY SIZE INTO CONTROL-EXTRACT-RECORD
           WRITE CONTROL-EXTRACT-RECORD.
      *
      * The next incremental extract starts after the newest run
      * this one saw.
       SAVE-EXTRACT-STATE.
           IF THROUGH-RUN-ID NOT = SPACES
               OPEN OUTPUT EXTRACT-STATE-FILE
               MOVE SPACES TO EXTRACT-STATE-RECORD
               STRING THROUGH-RUN-ID " " RUN-ID " " TODAY-DATE
                   DELIMITED BY SIZE INTO EXTRACT-STATE-RECORD
               WRITE EXTRACT-STATE-RECORD
               CLOSE EXTRACT-STATE-FILE
           END-IF.
      *
       END PROGRAM ANALYTICS-EXTRACT.
      *
