           SELECT LEAVE-DOC-FILE
               ASSIGN TO DYNAMIC LEAVE-DOC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The rol de vacaciones -- the vacation plan agreed with each
      * employee at the start of the year, one line per planned
      * period: "ID START(YYYYMMDD) END(YYYYMMDD)". An employee may
      * split the year's days over several lines.
           SELECT SCHEDULE-FILE
               ASSIGN TO "data/vacation_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
      *
      * ABSENCE_MODE=SCHEDULE's report: the plan against the leave
      * actually approved, and every employee whose untaken days
      * run into the one-year deadline -- with the indemnity it
      * would cost.
           SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO "output/vacation_schedule_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD LEAVE-DOC-FILE.
       01 LEAVE-DOC-RECORD        PIC X(80).
      *
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD         PIC X(40).
      *
       FD SCHEDULE-REPORT-FILE.
       01 SCHEDULE-REPORT-RECORD  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 ABSENCE-MODE-PARM       PIC X(8).
       01 ACCRUE-MODE-FLAG        PIC X VALUE "N".
           88 ACCRUE-MODE         VALUE "Y".
       01 SCHEDULE-MODE-FLAG      PIC X VALUE "N".
           88 SCHEDULE-MODE       VALUE "Y".
      *
       01 RUN-DATE                PIC 9(6).
       01 CURRENT-DATE-FIELD      PIC 9(8).
       01 DOC-SEQ-FOUND-FLAG      PIC X.
           88 DOC-SEQ-FOUND       VALUE "Y".
      *
      * The vacation plan and the approved VAC leave, tabled for the
      * schedule report. A planned period that was since approved
      * (same employee, same start) is already inside TAKEN-DAYS
      * and is not counted again as cover.
       01 SCHEDULE-FILE-STATUS    PIC XX.
       01 SCHED-MAX               PIC 9(4) VALUE 2000.
       01 SCHED-COUNT             PIC 9(4) VALUE 0.
       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 2000 TIMES.
               10 SCHED-ID        PIC X(5).
               10 SCHED-START     PIC 9(8).
               10 SCHED-END       PIC 9(8).
       01 SCHED-IDX               PIC 9(4).
       01 LEAVE-MAX               PIC 9(4) VALUE 3000.
       01 LEAVE-COUNT             PIC 9(4) VALUE 0.
       01 LEAVE-TABLE.
           05 LEAVE-ENTRY OCCURS 3000 TIMES.
               10 LEAVE-ID        PIC X(5).
               10 LEAVE-START     PIC 9(8).
               10 LEAVE-END       PIC 9(8).
       01 LEAVE-IDX               PIC 9(4).
       01 LEAVE-MATCH-FLAG        PIC X.
           88 LEAVE-MATCHED       VALUE "Y".
       01 LEAVE-TYPE-TOKEN        PIC X(8).
      *
      * VACATION_RISK_DAYS -- how far ahead the report looks for a
      * deadline, default 60 days.
       01 RISK-WINDOW-PARM        PIC X(4).
       01 RISK-WINDOW-DAYS        PIC 9(4) VALUE 60.
      *
      * One employee's position. The 30 days earned at each service
      * anniversary must be taken before the next one; days taken
      * are applied to the oldest entitlement first.
       01 TODAY-SERIAL            PIC 9(9).
       01 HIRE-DATE-WORK          PIC 9(8).
       01 HIRE-DATE-SPLIT REDEFINES HIRE-DATE-WORK.
           05 HIRE-YYYY           PIC 9(4).
           05 HIRE-MMDD           PIC 9(4).
       01 SERVICE-YEARS           PIC 9(3).
       01 EARNED-DAYS             PIC 9(5)V9.
       01 OVERDUE-DAYS            PIC 9(5)V9.
       01 UNTAKEN-DAYS            PIC 9(5)V9.
       01 DEADLINE-DATE           PIC 9(8).
       01 DEADLINE-SPLIT REDEFINES DEADLINE-DATE.
           05 DEADLINE-YYYY       PIC 9(4).
           05 DEADLINE-MMDD       PIC 9(4).
       01 DAYS-TO-DEADLINE        PIC S9(6).
       01 YEAR-START-DATE         PIC 9(8).
       01 YEAR-END-DATE           PIC 9(8).
       01 PLANNED-YEAR-DAYS       PIC 9(4).
       01 TAKEN-YEAR-DAYS         PIC 9(4).
       01 PLANNED-AHEAD-DAYS      PIC 9(4).
       01 PERIOD-DAYS             PIC 9(4).
       01 DAILY-PAY               PIC 9(5)V99.
       01 INDEMNITY-DAYS          PIC 9(5)V9.
       01 INDEMNITY-COST          PIC 9(7)V99.
       01 TOTAL-INDEMNITY         PIC 9(9)V99 VALUE 0.
       01 RISK-COUNT              PIC 9(4) VALUE 0.
       01 SCHED-EMP-NAME          PIC X(10).
       01 RISK-NOTE               PIC X(30).
       01 DISP-DAYS-LEFT          PIC -ZZZZ9.
       01 DISP-PLAN-DAYS          PIC ZZZ9.
       01 DISP-TAKEN-DAYS         PIC ZZZ9.
       01 DISP-AHEAD-DAYS         PIC ZZZ9.
       01 DISP-UNTAKEN            PIC ZZZ9.9.
       01 DISP-INDEMNITY          PIC ZZZ,ZZ9.99.
       01 DISP-TOTAL-INDEMNITY    PIC ZZZ,ZZZ,ZZ9.99.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
           IF FUNCTION TRIM (ABSENCE-MODE-PARM) = "ACCRUE"
               SET ACCRUE-MODE TO TRUE
           END-IF
           IF FUNCTION TRIM (ABSENCE-MODE-PARM) = "SCHEDULE"
               SET SCHEDULE-MODE TO TRUE
           END-IF

           PERFORM LOAD-DOCUMENT-SEQUENCES
           PERFORM LOAD-BALANCES

           IF ACCRUE-MODE
               PERFORM ACCRUE-ALL-BALANCES
           ELSE
           IF SCHEDULE-MODE
               PERFORM WRITE-VACATION-SCHEDULE-REPORT
           ELSE
               OPEN OUTPUT CLAIM-FILE
               MOVE SPACES TO CLAIM-RECORD
               END-IF
               CLOSE CLAIM-FILE
           END-IF
           END-IF

           IF SICK-CHANGED
               PERFORM SAVE-SICK-COUNTS
               DELIMITED BY SIZE INTO DOCUMENT-REGISTER-RECORD
           WRITE DOCUMENT-REGISTER-RECORD
           CLOSE DOCUMENT-REGISTER-FILE.
      *
      * ABSENCE_MODE=SCHEDULE: the rol de vacaciones against the
      * leave actually approved, then the deadline risk list -- every
      * employee with accrued days still untaken when the year to
      * take them ends within VACATION_RISK_DAYS, or has already
      * ended. Days not taken by then are owed a third time as the
      * vacation indemnity, one day's pay per day, so the list
      * carries what that would cost if nothing is done.
       WRITE-VACATION-SCHEDULE-REPORT.
           MOVE SPACES TO RISK-WINDOW-PARM
           ACCEPT RISK-WINDOW-PARM FROM ENVIRONMENT
               "VACATION_RISK_DAYS"
           IF RISK-WINDOW-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (RISK-WINDOW-PARM) = 0
               COMPUTE RISK-WINDOW-DAYS =
                   FUNCTION NUMVAL (RISK-WINDOW-PARM)
           END-IF
           COMPUTE TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-FIELD)
           COMPUTE YEAR-START-DATE =
               FUNCTION INTEGER (CURRENT-DATE-FIELD / 10000)
                   * 10000 + 101
           COMPUTE YEAR-END-DATE = YEAR-START-DATE + 1130
           PERFORM LOAD-VACATION-SCHEDULE
           PERFORM LOAD-APPROVED-VAC-LEAVE

           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "ROL DE VACACIONES -- PLAN VS APPROVED LEAVE    "
                  "AS OF " CURRENT-DATE-FIELD
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "EMP-ID NAME       HIRED     PLANNED  TAKEN "
                  " UNTAKEN  DEADLINE  DAYS-LEFT  NOTE"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               PERFORM ASSESS-VACATION-POSITION
               PERFORM WRITE-SCHEDULE-PLAN-LINE
           END-PERFORM

           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE RISK-WINDOW-DAYS TO DISP-PLAN-DAYS
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "DEADLINE RISK -- UNTAKEN DAYS DUE WITHIN "
                  DISP-PLAN-DAYS " DAYS OR ALREADY PAST"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "EMP-ID NAME       UNTAKEN OVERDUE  DEADLINE  "
                  "DAYS-LEFT PLANNED  EST. INDEMNITY  NOTE"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE 0 TO RISK-COUNT
           MOVE 0 TO TOTAL-INDEMNITY
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               PERFORM ASSESS-VACATION-POSITION
               IF INDEMNITY-DAYS > 0
                   PERFORM WRITE-SCHEDULE-RISK-LINE
               END-IF
           END-PERFORM
           IF RISK-COUNT = 0
               MOVE "  NO EMPLOYEE AT RISK" TO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF
           MOVE TOTAL-INDEMNITY TO DISP-TOTAL-INDEMNITY
           MOVE RISK-COUNT TO DISP-COUNT
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "EMPLOYEES AT RISK: " DISP-COUNT
                  "   ESTIMATED INDEMNITY IF NOTHING IS DONE: "
                  CURRENCY-SYMBOL " " DISP-TOTAL-INDEMNITY
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           CLOSE SCHEDULE-REPORT-FILE
           DISPLAY "VACATION SCHEDULE: " DISP-COUNT
               " EMPLOYEE(S) AT RISK, ESTIMATED INDEMNITY "
               CURRENCY-SYMBOL " " DISP-TOTAL-INDEMNITY
           DISPLAY "SEE output/vacation_schedule_report.txt".
      *
       LOAD-VACATION-SCHEDULE.
           MOVE 0 TO SCHED-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SCHEDULE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PARSE-SCHEDULE-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY "NO VACATION SCHEDULE ON FILE "
                   "(data/vacation_schedule.txt)"
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       PARSE-SCHEDULE-LINE.
           MOVE SPACES TO REQ-ID-TOKEN REQ-START-TOKEN REQ-END-TOKEN
           UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACE
               INTO REQ-ID-TOKEN REQ-START-TOKEN REQ-END-TOKEN
           IF REQ-ID-TOKEN IS NUMERIC
                   AND REQ-START-TOKEN IS NUMERIC
                   AND REQ-END-TOKEN IS NUMERIC
                   AND REQ-END-TOKEN NOT < REQ-START-TOKEN
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (REQ-START-TOKEN)) = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (REQ-END-TOKEN)) = 0
                       AND SCHED-COUNT < SCHED-MAX
                   ADD 1 TO SCHED-COUNT
                   MOVE REQ-ID-TOKEN TO SCHED-ID (SCHED-COUNT)
                   MOVE REQ-START-TOKEN TO SCHED-START (SCHED-COUNT)
                   MOVE REQ-END-TOKEN TO SCHED-END (SCHED-COUNT)
               END-IF
           ELSE
               IF SCHEDULE-RECORD NOT = SPACES
                   DISPLAY "WARNING: VACATION SCHEDULE LINE IGNORED: "
                       SCHEDULE-RECORD
               END-IF
           END-IF.
      *
      * The approved-leave calendar's VAC lines only.
       LOAD-APPROVED-VAC-LEAVE.
           MOVE 0 TO LEAVE-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT APPROVED-LEAVE-FILE
           IF APPROVED-LEAVE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ APPROVED-LEAVE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PARSE-APPROVED-LEAVE-LINE
                   END-READ
               END-PERFORM
               CLOSE APPROVED-LEAVE-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       PARSE-APPROVED-LEAVE-LINE.
           MOVE SPACES TO REQ-ID-TOKEN LEAVE-TYPE-TOKEN
               REQ-START-TOKEN REQ-END-TOKEN
           UNSTRING APPROVED-LEAVE-RECORD DELIMITED BY ALL SPACE
               INTO REQ-ID-TOKEN LEAVE-TYPE-TOKEN
                    REQ-START-TOKEN REQ-END-TOKEN
           IF REQ-ID-TOKEN IS NUMERIC
                   AND LEAVE-TYPE-TOKEN = "VAC"
                   AND REQ-START-TOKEN IS NUMERIC
                   AND REQ-END-TOKEN IS NUMERIC
                   AND LEAVE-COUNT < LEAVE-MAX
               ADD 1 TO LEAVE-COUNT
               MOVE REQ-ID-TOKEN TO LEAVE-ID (LEAVE-COUNT)
               MOVE REQ-START-TOKEN TO LEAVE-START (LEAVE-COUNT)
               MOVE REQ-END-TOKEN TO LEAVE-END (LEAVE-COUNT)
           END-IF.
      *
      * Works out the balance entry's position as of today: service
      * years completed, the days of entitlements whose year to take
      * them has already ended (OVERDUE), the untaken days of the
      * entitlement now running, and the date that year ends. The
      * days' pay is the leave document's -- eight hours at the
      * regular rate -- or a thirtieth of the monthly amount for
      * salaried staff.
       ASSESS-VACATION-POSITION.
           MOVE BAL-HIRE-DATE (BAL-IDX) TO HIRE-DATE-WORK
           MOVE SPACES TO SCHED-EMP-NAME
           MOVE 0 TO DAILY-PAY
           IF MASTER-IS-OPEN
               MOVE FUNCTION NUMVAL (BAL-ID (BAL-IDX)) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMAST-NAME TO SCHED-EMP-NAME
                       IF EMPMAST-HIRE-DATE IS NUMERIC
                               AND EMPMAST-HIRE-DATE > 0
                           MOVE EMPMAST-HIRE-DATE TO HIRE-DATE-WORK
                       END-IF
                       IF EMPMAST-MONTHLY-AMOUNT IS NUMERIC
                               AND EMPMAST-MONTHLY-AMOUNT > 0
                           COMPUTE DAILY-PAY ROUNDED =
                               EMPMAST-MONTHLY-AMOUNT / 30
                       ELSE
                           COMPUTE DAILY-PAY = EMPMAST-RATE * 8
                       END-IF
               END-READ
           END-IF

           MOVE 0 TO SERVICE-YEARS OVERDUE-DAYS UNTAKEN-DAYS
           MOVE 0 TO DEADLINE-DATE DAYS-TO-DEADLINE
           MOVE 0 TO INDEMNITY-DAYS INDEMNITY-COST
           MOVE SPACES TO RISK-NOTE
           IF HIRE-DATE-WORK = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (HIRE-DATE-WORK)
                       NOT = 0
                   OR HIRE-DATE-WORK > CURRENT-DATE-FIELD
               MOVE "NO VALID HIRE DATE" TO RISK-NOTE
           ELSE
               COMPUTE SERVICE-YEARS =
                   FUNCTION INTEGER (CURRENT-DATE-FIELD / 10000)
                   - HIRE-YYYY
               IF FUNCTION MOD (CURRENT-DATE-FIELD, 10000)
                       < HIRE-MMDD
                   SUBTRACT 1 FROM SERVICE-YEARS
               END-IF
               COMPUTE EARNED-DAYS = SERVICE-YEARS * 30
               IF SERVICE-YEARS > 1
                       AND (SERVICE-YEARS - 1) * 30
                           > BAL-TAKEN (BAL-IDX)
                   COMPUTE OVERDUE-DAYS =
                       (SERVICE-YEARS - 1) * 30 - BAL-TAKEN (BAL-IDX)
               END-IF
               IF EARNED-DAYS > BAL-TAKEN (BAL-IDX) + OVERDUE-DAYS
                   COMPUTE UNTAKEN-DAYS = EARNED-DAYS
                       - BAL-TAKEN (BAL-IDX) - OVERDUE-DAYS
               END-IF
      * The entitlement earned at the last anniversary must be taken
      * by the next one; a 29 February hire date falls due on the
      * 28th in other years.
               COMPUTE DEADLINE-YYYY = HIRE-YYYY + SERVICE-YEARS + 1
               MOVE HIRE-MMDD TO DEADLINE-MMDD
               IF FUNCTION TEST-DATE-YYYYMMDD (DEADLINE-DATE) NOT = 0
                   MOVE 0228 TO DEADLINE-MMDD
               END-IF
               COMPUTE DAYS-TO-DEADLINE =
                   FUNCTION INTEGER-OF-DATE (DEADLINE-DATE)
                   - TODAY-SERIAL
               IF SERVICE-YEARS = 0
                   MOVE "FIRST YEAR -- NONE EARNED YET" TO RISK-NOTE
               END-IF
           END-IF
           PERFORM SUM-PLANNED-AND-TAKEN

           IF OVERDUE-DAYS > 0
               MOVE OVERDUE-DAYS TO INDEMNITY-DAYS
               MOVE "DEADLINE PASSED -- OWED" TO RISK-NOTE
           END-IF
           IF UNTAKEN-DAYS > 0
                   AND DAYS-TO-DEADLINE <= RISK-WINDOW-DAYS
               ADD UNTAKEN-DAYS TO INDEMNITY-DAYS
               IF OVERDUE-DAYS = 0
                   IF PLANNED-AHEAD-DAYS >= UNTAKEN-DAYS
                       MOVE "AT RISK -- PLAN COVERS IT" TO RISK-NOTE
                   ELSE
                       MOVE "AT RISK" TO RISK-NOTE
                   END-IF
               END-IF
           END-IF
           IF RISK-NOTE = SPACES
               IF PLANNED-YEAR-DAYS = 0
                   MOVE "NO PLAN FOR THE YEAR" TO RISK-NOTE
               ELSE
                   IF TAKEN-YEAR-DAYS < PLANNED-YEAR-DAYS
                       MOVE "BEHIND PLAN" TO RISK-NOTE
                   END-IF
               END-IF
           END-IF
           COMPUTE INDEMNITY-COST ROUNDED = INDEMNITY-DAYS * DAILY-PAY.
      *
      * This calendar year's planned and approved VAC days, and the
      * planned days still ahead that fall before the deadline and
      * have not yet been approved.
       SUM-PLANNED-AND-TAKEN.
           MOVE 0 TO PLANNED-YEAR-DAYS TAKEN-YEAR-DAYS
           MOVE 0 TO PLANNED-AHEAD-DAYS
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEAVE-COUNT
               IF LEAVE-ID (LEAVE-IDX) = BAL-ID (BAL-IDX)
                       AND LEAVE-START (LEAVE-IDX) >= YEAR-START-DATE
                       AND LEAVE-START (LEAVE-IDX) <= YEAR-END-DATE
                   COMPUTE PERIOD-DAYS =
                       FUNCTION INTEGER-OF-DATE (LEAVE-END (LEAVE-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (LEAVE-START (LEAVE-IDX)) + 1
                   ADD PERIOD-DAYS TO TAKEN-YEAR-DAYS
               END-IF
           END-PERFORM
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-ID (SCHED-IDX) = BAL-ID (BAL-IDX)
                   COMPUTE PERIOD-DAYS =
                       FUNCTION INTEGER-OF-DATE (SCHED-END (SCHED-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (SCHED-START (SCHED-IDX)) + 1
                   IF SCHED-START (SCHED-IDX) >= YEAR-START-DATE
                           AND SCHED-START (SCHED-IDX) <= YEAR-END-DATE
                       ADD PERIOD-DAYS TO PLANNED-YEAR-DAYS
                   END-IF
                   IF SCHED-START (SCHED-IDX) >= CURRENT-DATE-FIELD
                           AND SCHED-START (SCHED-IDX) < DEADLINE-DATE
                       PERFORM MATCH-SCHEDULE-TO-LEAVE
                       IF NOT LEAVE-MATCHED
                           ADD PERIOD-DAYS TO PLANNED-AHEAD-DAYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       MATCH-SCHEDULE-TO-LEAVE.
           MOVE "N" TO LEAVE-MATCH-FLAG
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEAVE-COUNT OR LEAVE-MATCHED
               IF LEAVE-ID (LEAVE-IDX) = SCHED-ID (SCHED-IDX)
                       AND LEAVE-START (LEAVE-IDX)
                           = SCHED-START (SCHED-IDX)
                   SET LEAVE-MATCHED TO TRUE
               END-IF
           END-PERFORM.
      *
       WRITE-SCHEDULE-PLAN-LINE.
           MOVE PLANNED-YEAR-DAYS TO DISP-PLAN-DAYS
           MOVE TAKEN-YEAR-DAYS TO DISP-TAKEN-DAYS
           MOVE UNTAKEN-DAYS TO DISP-UNTAKEN
           MOVE DAYS-TO-DEADLINE TO DISP-DAYS-LEFT
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING BAL-ID (BAL-IDX) "  "
                  SCHED-EMP-NAME " "
                  HIRE-DATE-WORK "   "
                  DISP-PLAN-DAYS "   "
                  DISP-TAKEN-DAYS "   "
                  DISP-UNTAKEN "  "
                  DEADLINE-DATE "  "
                  DISP-DAYS-LEFT "     "
                  RISK-NOTE
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD.
      *
       WRITE-SCHEDULE-RISK-LINE.
           ADD 1 TO RISK-COUNT
           ADD INDEMNITY-COST TO TOTAL-INDEMNITY
           MOVE UNTAKEN-DAYS TO DISP-UNTAKEN
           MOVE OVERDUE-DAYS TO DISP-DAYS
           MOVE DAYS-TO-DEADLINE TO DISP-DAYS-LEFT
           MOVE PLANNED-AHEAD-DAYS TO DISP-AHEAD-DAYS
           MOVE INDEMNITY-COST TO DISP-INDEMNITY
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING BAL-ID (BAL-IDX) "  "
                  SCHED-EMP-NAME " "
                  DISP-UNTAKEN "  "
                  DISP-DAYS "  "
                  DEADLINE-DATE "  "
                  DISP-DAYS-LEFT "    "
                  DISP-AHEAD-DAYS "  "
                  CURRENCY-SYMBOL " " DISP-INDEMNITY "  "
                  RISK-NOTE
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD.
      *
       END PROGRAM ABSENCE-MANAGEMENT.
      *
