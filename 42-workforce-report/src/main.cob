      * picks the year; default is the current one. The pay history
      * supplies a first-paid month for master records from before
      * the hire-date field existed, so old staff still count.
      * The position master and its holders add the current
      * vacancies and overfills against budgeted FTE, and the
      * organisation chart by reporting line.
      * The service history EMPLOYEE-MAINTENANCE appends on every
      * REHIRE supplies the earlier spans, so a returning employee
      * counts as employed (and leaving) in the old span and as a
      * rehire, not a new hire, when the master's new span starts.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
           SELECT SERVICE-HISTORY-FILE
               ASSIGN TO "data/service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERVICE-HISTORY-FILE-STATUS.
      *
           SELECT POSITION-FILE ASSIGN TO "data/positions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-FILE-STATUS.
      *
           SELECT POSITION-HOLDER-FILE
               ASSIGN TO "data/position_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-HOLDER-FILE-STATUS.
      *
           SELECT WORKFORCE-REPORT-FILE
               ASSIGN TO "output/workforce_report.txt"
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(80).
      *
       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD  PIC X(60).
      *
       FD POSITION-FILE.
       01 POSITION-RECORD         PIC X(100).
      *
       FD POSITION-HOLDER-FILE.
       01 POSITION-HOLDER-RECORD  PIC X(30).
      *
       FD WORKFORCE-REPORT-FILE.
       01 WORKFORCE-REPORT-RECORD PIC X(120).
      *
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 SERVICE-HISTORY-FILE-STATUS PIC XX.
       01 POSITION-FILE-STATUS    PIC XX.
       01 POSITION-HOLDER-FILE-STATUS PIC XX.
      *
       01 REPORT-YEAR-PARM        PIC X(4).
       01 REPORT-YEAR             PIC 9(4).
               10 WF-FTE          PIC 9V9.
               10 WF-HIRE-SERIAL  PIC 9(6).
               10 WF-TERM-SERIAL  PIC 9(6).
               10 WF-NAME         PIC X(10).
               10 WF-ACTIVE-FLAG  PIC X.
                   88 WF-ACTIVE   VALUE "Y".
               10 WF-HELD-FLAG    PIC X.
                   88 WF-HELD     VALUE "Y".
               10 WF-REHIRE-FLAG  PIC X.
                   88 WF-REHIRED  VALUE "Y".
       01 EMP-IDX                 PIC 9(4).
      *
      * Earlier employment spans off the service history, each tied
      * to its employee's entry above; every span after an
      * employee's first is itself a rehire.
       01 SPAN-MAX                PIC 9(4) VALUE 2000.
       01 SPAN-COUNT              PIC 9(4) VALUE 0.
       01 SPAN-TABLE.
           05 SPAN-ENTRY OCCURS 2000 TIMES.
               10 SPAN-EMP-IDX    PIC 9(4).
               10 SPAN-HIRE-SERIAL PIC 9(6).
               10 SPAN-TERM-SERIAL PIC 9(6).
               10 SPAN-REHIRE-FLAG PIC X.
                   88 SPAN-REHIRE VALUE "Y".
       01 SPAN-IDX                PIC 9(4).
       01 SPAN-ID-TOKEN           PIC X(5).
       01 SPAN-HIRE-TOKEN         PIC X(8).
       01 SPAN-TERM-TOKEN         PIC X(8).
       01 SPAN-HIRE-DATE          PIC 9(8).
       01 SPAN-TERM-DATE          PIC 9(8).
      *
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 MONTH-HEADCOUNT         PIC 9(5).
       01 MONTH-FTE               PIC 9(5)V9.
       01 MONTH-STARTS            PIC 9(4).
       01 MONTH-REHIRES           PIC 9(4).
       01 MONTH-LEAVERS           PIC 9(4).
       01 TURNOVER-PCT            PIC 9(3)V9.
       01 DISP-HEADCOUNT          PIC ZZZZ9.
       01 DISP-FTE                PIC ZZZ9.9.
       01 DISP-STARTS             PIC ZZZ9.
       01 DISP-REHIRES            PIC ZZZ9.
       01 DISP-LEAVERS            PIC ZZZ9.
       01 DISP-TURNOVER           PIC ZZ9.9.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
      *
      * The approved positions, with the FTE their active holders
      * fill, and each holder seat as loaded.
       01 POS-MAX                 PIC 9(4) VALUE 500.
       01 POS-COUNT               PIC 9(4) VALUE 0.
       01 POS-TABLE.
           05 POS-ENTRY OCCURS 500 TIMES.
               10 POS-ID          PIC X(8).
               10 POS-DEPT        PIC X(10).
               10 POS-GRADE       PIC X(4).
               10 POS-BUDGET-FTE  PIC 9(3)V9.
               10 POS-REPORTS-TO  PIC X(8).
               10 POS-TITLE       PIC X(30).
               10 POS-FILLED-FTE  PIC 9(3)V9.
               10 POS-CHARTED-FLAG PIC X.
                   88 POS-CHARTED VALUE "Y".
       01 POS-IDX                 PIC 9(4).
       01 POS-FOUND-FLAG          PIC X.
           88 POS-FOUND           VALUE "Y".
       01 POS-SEARCH-ID           PIC X(8).
       01 POS-ID-TOKEN            PIC X(8).
       01 POS-DEPT-TOKEN          PIC X(10).
       01 POS-GRADE-TOKEN         PIC X(4).
       01 POS-FTE-TOKEN           PIC X(6).
       01 POS-REPORTS-TOKEN       PIC X(8).
       01 POS-LINE-POINTER        PIC 999.
       01 POS-MASTER-FLAG         PIC X VALUE "N".
           88 POS-MASTER-ON-FILE  VALUE "Y".
       01 HOLD-MAX                PIC 9(4) VALUE 1000.
       01 HOLD-COUNT              PIC 9(4) VALUE 0.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HOLD-POS-ID     PIC X(8).
               10 HOLD-EMP-IDX    PIC 9(4).
       01 HOLD-IDX                PIC 9(4).
       01 HOLD-EMP-TOKEN          PIC X(5).
       01 HOLD-EMP-ID             PIC 9(5).
       01 EMP-FOUND-FLAG          PIC X.
           88 EMP-FOUND           VALUE "Y".
      *
      * Vacancy and overfill figures, and their display fields.
       01 POS-VARIANCE            PIC S9(3)V9.
       01 TOTAL-BUDGET-FTE        PIC 9(5)V9.
       01 TOTAL-FILLED-FTE        PIC 9(5)V9.
       01 TOTAL-VACANT-FTE        PIC 9(5)V9.
       01 TOTAL-OVERFILL-FTE      PIC 9(5)V9.
       01 EXCEPTION-LINES         PIC 9(4).
       01 DISP-BUDGET             PIC ZZ9.9.
       01 DISP-FILLED             PIC ZZ9.9.
       01 DISP-VARIANCE           PIC ---9.9.
       01 DISP-BUDGET-TOTAL       PIC ZZZZ9.9.
       01 DISP-FILLED-TOTAL       PIC ZZZZ9.9.
       01 DISP-VACANT-TOTAL       PIC ZZZZ9.9.
       01 DISP-OVERFILL-TOTAL     PIC ZZZZ9.9.
       01 POS-STATE               PIC X(10).
      *
      * The organisation chart is walked depth first off an
      * explicit stack -- each level keeps its position and where
      * the scan for its next direct report resumes.
       01 ORG-MAX-DEPTH           PIC 99 VALUE 20.
       01 ORG-DEPTH               PIC 99 VALUE 0.
       01 ORG-STACK.
           05 ORG-LEVEL OCCURS 20 TIMES.
               10 ORG-POS-IDX     PIC 9(4).
               10 ORG-NEXT-IDX    PIC 9(4).
       01 ORG-ROOT-IDX            PIC 9(4).
       01 ORG-CHILD-IDX           PIC 9(4).
       01 ORG-CHILD-FOUND-FLAG    PIC X.
           88 ORG-CHILD-FOUND     VALUE "Y".
       01 ORG-PRINT-IDX           PIC 9(4).
       01 ORG-PRINT-DEPTH         PIC 99.
       01 ORG-INDENT              PIC 999.
       01 ORG-POINTER             PIC 999.
       01 ORG-VACANT-FTE          PIC 9(3)V9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
                   "MASTER (NOTHING TO REPORT)"
               STOP RUN
           END-IF
           PERFORM LOAD-SERVICE-HISTORY
           PERFORM BACKFILL-HIRE-FROM-HISTORY

           OPEN OUTPUT WORKFORCE-REPORT-FILE
               DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           STRING "MONTH  HEADCOUNT     FTE  STARTS  REHIRES"
                  "  LEAVERS  TURNOVER%"
               DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD

           END-PERFORM

           PERFORM WRITE-DEPARTMENT-BREAKDOWN
           PERFORM LOAD-POSITION-CONTROL
           IF POS-MASTER-ON-FILE
               PERFORM WRITE-VACANCIES-AND-OVERFILLS
               PERFORM WRITE-ORGANISATION-CHART
           ELSE
               MOVE SPACES TO WORKFORCE-REPORT-RECORD
               WRITE WORKFORCE-REPORT-RECORD
               MOVE "NO POSITION MASTER ON FILE (data/positions.txt)"
                   TO WORKFORCE-REPORT-RECORD
               WRITE WORKFORCE-REPORT-RECORD
           END-IF
           CLOSE WORKFORCE-REPORT-FILE
           DISPLAY "WORKFORCE REPORT WRITTEN TO "
               "output/workforce_report.txt"
               ADD 1 TO EMP-COUNT
               MOVE EMPMAST-ID TO WF-EMP-ID (EMP-COUNT)
               MOVE EMPMAST-DEPT TO WF-DEPT (EMP-COUNT)
               MOVE EMPMAST-NAME TO WF-NAME (EMP-COUNT)
               MOVE "N" TO WF-HELD-FLAG (EMP-COUNT)
               MOVE "N" TO WF-REHIRE-FLAG (EMP-COUNT)
               IF EMPMAST-STATUS = "RETIRED"
                   MOVE "N" TO WF-ACTIVE-FLAG (EMP-COUNT)
               ELSE
                   MOVE "Y" TO WF-ACTIVE-FLAG (EMP-COUNT)
               END-IF
               IF FUNCTION TRIM (EMPMAST-REGIME) = "PART-TIME"
                   MOVE 0.5 TO WF-FTE (EMP-COUNT)
               ELSE
               END-IF
           END-IF.
      *
      * One "ID HIRE-DATE TERM-DATE RUN-STAMP" line per span a REHIRE
      * closed off, in the order they were closed. An employee with
      * any such span is back on a rehire in the master's span.
       LOAD-SERVICE-HISTORY.
           MOVE 0 TO SPAN-COUNT
           OPEN INPUT SERVICE-HISTORY-FILE
           IF SERVICE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL SERVICE-HISTORY-FILE-STATUS NOT = "00"
                   READ SERVICE-HISTORY-FILE
                       AT END
                           MOVE "10" TO SERVICE-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-SPAN
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY-FILE
           END-IF.
      *
       TABLE-ONE-SPAN.
           MOVE SPACES TO SPAN-ID-TOKEN SPAN-HIRE-TOKEN SPAN-TERM-TOKEN
           UNSTRING SERVICE-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO SPAN-ID-TOKEN SPAN-HIRE-TOKEN SPAN-TERM-TOKEN
           IF SPAN-ID-TOKEN IS NUMERIC
                   AND SPAN-HIRE-TOKEN IS NUMERIC
                   AND SPAN-TERM-TOKEN IS NUMERIC
                   AND SPAN-COUNT < SPAN-MAX
               MOVE SPAN-ID-TOKEN TO HIST-EMP-ID
               MOVE "N" TO EMP-FOUND-FLAG
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND
                   IF WF-EMP-ID (EMP-IDX) = HIST-EMP-ID
                       SET EMP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF EMP-FOUND
                   SUBTRACT 1 FROM EMP-IDX
                   ADD 1 TO SPAN-COUNT
                   MOVE EMP-IDX TO SPAN-EMP-IDX (SPAN-COUNT)
                   MOVE SPAN-HIRE-TOKEN TO SPAN-HIRE-DATE
                   MOVE SPAN-TERM-TOKEN TO SPAN-TERM-DATE
                   COMPUTE SPAN-HIRE-SERIAL (SPAN-COUNT) =
                       FUNCTION INTEGER (SPAN-HIRE-DATE / 10000) * 12
                       + FUNCTION MOD (FUNCTION INTEGER
                           (SPAN-HIRE-DATE / 100), 100)
                   COMPUTE SPAN-TERM-SERIAL (SPAN-COUNT) =
                       FUNCTION INTEGER (SPAN-TERM-DATE / 10000) * 12
                       + FUNCTION MOD (FUNCTION INTEGER
                           (SPAN-TERM-DATE / 100), 100)
                   MOVE WF-REHIRE-FLAG (EMP-IDX)
                       TO SPAN-REHIRE-FLAG (SPAN-COUNT)
                   MOVE "Y" TO WF-REHIRE-FLAG (EMP-IDX)
               END-IF
           END-IF.
      *
      * The first month an employee was ever paid, off the history,
      * stands in for a hire date the master never carried. A
      * rehired employee's master date is the new span's own -- the
      * history's first month belongs to an earlier span.
       BACKFILL-HIRE-FROM-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT
                   IF WF-EMP-ID (EMP-IDX) = HIST-EMP-ID
                           AND NOT WF-REHIRED (EMP-IDX)
                       IF WF-HIRE-SERIAL (EMP-IDX) = 0
                               OR HIST-SERIAL
                                   < WF-HIRE-SERIAL (EMP-IDX)
           END-IF.
      *
      * One month's line: who was employed at month end, who
      * started new, who came back, who left, and the month's
      * turnover -- earlier spans off the service history counted
      * the same way as the master's current ones (a head counted
      * once in a month that both ends one span and starts the
      * next).
       COMPUTE-ONE-MONTH.
           COMPUTE MONTH-SERIAL = REPORT-YEAR * 12 + REPORT-MONTH
           MOVE 0 TO MONTH-HEADCOUNT
           MOVE 0 TO MONTH-FTE
           MOVE 0 TO MONTH-STARTS
           MOVE 0 TO MONTH-REHIRES
           MOVE 0 TO MONTH-LEAVERS
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
                   ADD WF-FTE (EMP-IDX) TO MONTH-FTE
               END-IF
               IF WF-HIRE-SERIAL (EMP-IDX) = MONTH-SERIAL
                   IF WF-REHIRED (EMP-IDX)
                       ADD 1 TO MONTH-REHIRES
                   ELSE
                       ADD 1 TO MONTH-STARTS
                   END-IF
               END-IF
               IF WF-TERM-SERIAL (EMP-IDX) = MONTH-SERIAL
                   ADD 1 TO MONTH-LEAVERS
               END-IF
           END-PERFORM
           PERFORM VARYING SPAN-IDX FROM 1 BY 1
                   UNTIL SPAN-IDX > SPAN-COUNT
               MOVE SPAN-EMP-IDX (SPAN-IDX) TO EMP-IDX
               IF SPAN-HIRE-SERIAL (SPAN-IDX) <= MONTH-SERIAL
                       AND SPAN-TERM-SERIAL (SPAN-IDX)
                           >= MONTH-SERIAL
                       AND WF-HIRE-SERIAL (EMP-IDX) > MONTH-SERIAL
                   ADD 1 TO MONTH-HEADCOUNT
                   ADD WF-FTE (EMP-IDX) TO MONTH-FTE
               END-IF
               IF SPAN-HIRE-SERIAL (SPAN-IDX) = MONTH-SERIAL
                   IF SPAN-REHIRE (SPAN-IDX)
                       ADD 1 TO MONTH-REHIRES
                   ELSE
                       ADD 1 TO MONTH-STARTS
                   END-IF
               END-IF
               IF SPAN-TERM-SERIAL (SPAN-IDX) = MONTH-SERIAL
                   ADD 1 TO MONTH-LEAVERS
               END-IF
           END-PERFORM
           IF MONTH-HEADCOUNT > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   MONTH-LEAVERS * 100 / MONTH-HEADCOUNT
           MOVE MONTH-HEADCOUNT TO DISP-HEADCOUNT
           MOVE MONTH-FTE TO DISP-FTE
           MOVE MONTH-STARTS TO DISP-STARTS
           MOVE MONTH-REHIRES TO DISP-REHIRES
           MOVE MONTH-LEAVERS TO DISP-LEAVERS
           MOVE TURNOVER-PCT TO DISP-TURNOVER
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
                  "    " DISP-HEADCOUNT
                  "  " DISP-FTE
                  "    " DISP-STARTS
                  "     " DISP-REHIRES
                  "     " DISP-LEAVERS
                  "      " DISP-TURNOVER
               DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
                   PERFORM ADD-DEPT-HEAD
               END-IF
           END-PERFORM
           PERFORM VARYING SPAN-IDX FROM 1 BY 1
                   UNTIL SPAN-IDX > SPAN-COUNT
               MOVE SPAN-EMP-IDX (SPAN-IDX) TO EMP-IDX
               IF SPAN-HIRE-SERIAL (SPAN-IDX) <= MONTH-SERIAL
                       AND SPAN-TERM-SERIAL (SPAN-IDX)
                           >= MONTH-SERIAL
                       AND WF-HIRE-SERIAL (EMP-IDX) > MONTH-SERIAL
                   PERFORM ADD-DEPT-HEAD
               END-IF
           END-PERFORM
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           STRING "HEADCOUNT BY DEPARTMENT (AS OF " REPORT-YEAR
                  "-12)"
               MOVE 1 TO WF-DEPT-HEADS (DEPT-COUNT)
               MOVE WF-FTE (EMP-IDX) TO WF-DEPT-FTE (DEPT-COUNT)
           END-IF.
      *
      * The position master ("POS-ID DEPT GRADE BUDGET-FTE
      * REPORTS-TO TITLE..." per line, "*" lines comments) and the
      * seats EMPLOYEE-MAINTENANCE keeps filled ("POS-ID EMP-ID FTE").
      * A seat counts the holder's own FTE off the master, and only
      * while the holder is active.
       LOAD-POSITION-CONTROL.
           MOVE 0 TO POS-COUNT
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               SET POS-MASTER-ON-FILE TO TRUE
               PERFORM UNTIL POSITION-FILE-STATUS NOT = "00"
                   READ POSITION-FILE
                       AT END
                           MOVE "10" TO POSITION-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF
           IF POS-MASTER-ON-FILE
               OPEN INPUT POSITION-HOLDER-FILE
               IF POSITION-HOLDER-FILE-STATUS = "00"
                   PERFORM UNTIL POSITION-HOLDER-FILE-STATUS
                           NOT = "00"
                       READ POSITION-HOLDER-FILE
                           AT END
                               MOVE "10"
                                   TO POSITION-HOLDER-FILE-STATUS
                           NOT AT END
                               PERFORM TABLE-ONE-HOLDER
                       END-READ
                   END-PERFORM
                   CLOSE POSITION-HOLDER-FILE
               END-IF
           END-IF.
      *
       TABLE-ONE-POSITION.
           MOVE SPACES TO POS-ID-TOKEN POS-DEPT-TOKEN POS-GRADE-TOKEN
               POS-FTE-TOKEN POS-REPORTS-TOKEN
           IF POSITION-RECORD (1:1) NOT = "*"
                   AND POSITION-RECORD NOT = SPACES
               MOVE 1 TO POS-LINE-POINTER
               UNSTRING POSITION-RECORD DELIMITED BY ALL SPACE
                   INTO POS-ID-TOKEN POS-DEPT-TOKEN POS-GRADE-TOKEN
                        POS-FTE-TOKEN POS-REPORTS-TOKEN
                   WITH POINTER POS-LINE-POINTER
               IF POS-ID-TOKEN NOT = SPACES
                       AND POS-DEPT-TOKEN NOT = SPACES
                       AND POS-FTE-TOKEN NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (POS-FTE-TOKEN) = 0
                       AND POS-COUNT < POS-MAX
                   ADD 1 TO POS-COUNT
                   MOVE POS-ID-TOKEN TO POS-ID (POS-COUNT)
                   MOVE POS-DEPT-TOKEN TO POS-DEPT (POS-COUNT)
                   MOVE POS-GRADE-TOKEN TO POS-GRADE (POS-COUNT)
                   COMPUTE POS-BUDGET-FTE (POS-COUNT) =
                       FUNCTION NUMVAL (POS-FTE-TOKEN)
                   IF POS-REPORTS-TOKEN = "-"
                       MOVE SPACES TO POS-REPORTS-TO (POS-COUNT)
                   ELSE
                       MOVE POS-REPORTS-TOKEN
                           TO POS-REPORTS-TO (POS-COUNT)
                   END-IF
                   MOVE SPACES TO POS-TITLE (POS-COUNT)
                   IF POS-LINE-POINTER < 100
                       MOVE POSITION-RECORD (POS-LINE-POINTER:)
                           TO POS-TITLE (POS-COUNT)
                   END-IF
                   MOVE 0 TO POS-FILLED-FTE (POS-COUNT)
                   MOVE "N" TO POS-CHARTED-FLAG (POS-COUNT)
               END-IF
           END-IF.
      *
       TABLE-ONE-HOLDER.
           MOVE SPACES TO POS-ID-TOKEN HOLD-EMP-TOKEN
           UNSTRING POSITION-HOLDER-RECORD DELIMITED BY ALL SPACE
               INTO POS-ID-TOKEN HOLD-EMP-TOKEN
           IF POS-ID-TOKEN NOT = SPACES
                   AND HOLD-EMP-TOKEN IS NUMERIC
                   AND HOLD-COUNT < HOLD-MAX
               MOVE HOLD-EMP-TOKEN TO HOLD-EMP-ID
               MOVE "N" TO EMP-FOUND-FLAG
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND
                   IF WF-EMP-ID (EMP-IDX) = HOLD-EMP-ID
                       SET EMP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF EMP-FOUND
                   SUBTRACT 1 FROM EMP-IDX
                   IF WF-ACTIVE (EMP-IDX)
                       ADD 1 TO HOLD-COUNT
                       MOVE POS-ID-TOKEN TO HOLD-POS-ID (HOLD-COUNT)
                       MOVE EMP-IDX TO HOLD-EMP-IDX (HOLD-COUNT)
                       MOVE POS-ID-TOKEN TO POS-SEARCH-ID
                       PERFORM FIND-POSITION
                       IF POS-FOUND
                           SET WF-HELD (EMP-IDX) TO TRUE
                           ADD WF-FTE (EMP-IDX)
                               TO POS-FILLED-FTE (POS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       FIND-POSITION.
           MOVE "N" TO POS-FOUND-FLAG
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT OR POS-FOUND
               IF POS-ID (POS-IDX) = POS-SEARCH-ID
                   SET POS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF POS-FOUND
               SUBTRACT 1 FROM POS-IDX
           END-IF.
      *
      * Every position whose active holders fill more or less than
      * its budgeted FTE, then the totals, then anyone active who
      * holds no approved position at all.
       WRITE-VACANCIES-AND-OVERFILLS.
           MOVE 0 TO TOTAL-BUDGET-FTE TOTAL-FILLED-FTE
               TOTAL-VACANT-FTE TOTAL-OVERFILL-FTE EXCEPTION-LINES
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           MOVE "VACANCIES AND OVERFILLS (CURRENT)"
               TO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           STRING "POSITION  DEPT        GRADE  BUDGET  FILLED"
                  "  VARIANCE  STATE"
               DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT
               ADD POS-BUDGET-FTE (POS-IDX) TO TOTAL-BUDGET-FTE
               ADD POS-FILLED-FTE (POS-IDX) TO TOTAL-FILLED-FTE
               COMPUTE POS-VARIANCE = POS-FILLED-FTE (POS-IDX)
                   - POS-BUDGET-FTE (POS-IDX)
               IF POS-VARIANCE NOT = 0
                   IF POS-VARIANCE < 0
                       MOVE "VACANT" TO POS-STATE
                       SUBTRACT POS-VARIANCE FROM TOTAL-VACANT-FTE
                   ELSE
                       MOVE "OVERFILLED" TO POS-STATE
                       ADD POS-VARIANCE TO TOTAL-OVERFILL-FTE
                   END-IF
                   ADD 1 TO EXCEPTION-LINES
                   MOVE POS-BUDGET-FTE (POS-IDX) TO DISP-BUDGET
                   MOVE POS-FILLED-FTE (POS-IDX) TO DISP-FILLED
                   MOVE POS-VARIANCE TO DISP-VARIANCE
                   MOVE SPACES TO WORKFORCE-REPORT-RECORD
                   STRING POS-ID (POS-IDX)
                          "  " POS-DEPT (POS-IDX)
                          "  " POS-GRADE (POS-IDX)
                          "   " DISP-BUDGET
                          "   " DISP-FILLED
                          "    " DISP-VARIANCE
                          "  " POS-STATE
                       DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
                   WRITE WORKFORCE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF EXCEPTION-LINES = 0
               MOVE "  EVERY POSITION FILLED TO BUDGET"
                   TO WORKFORCE-REPORT-RECORD
               WRITE WORKFORCE-REPORT-RECORD
           END-IF
           MOVE TOTAL-BUDGET-FTE TO DISP-BUDGET-TOTAL
           MOVE TOTAL-FILLED-FTE TO DISP-FILLED-TOTAL
           MOVE TOTAL-VACANT-FTE TO DISP-VACANT-TOTAL
           MOVE TOTAL-OVERFILL-FTE TO DISP-OVERFILL-TOTAL
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           STRING "TOTAL FTE  BUDGET " DISP-BUDGET-TOTAL
                  "  FILLED " DISP-FILLED-TOTAL
                  "  VACANT " DISP-VACANT-TOTAL
                  "  OVERFILLED " DISP-OVERFILL-TOTAL
               DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               IF WF-ACTIVE (EMP-IDX)
                       AND NOT WF-HELD (EMP-IDX)
                   MOVE SPACES TO WORKFORCE-REPORT-RECORD
                   STRING "  NOT IN AN APPROVED POSITION: "
                          WF-EMP-ID (EMP-IDX) " "
                          WF-NAME (EMP-IDX) " "
                          WF-DEPT (EMP-IDX)
                       DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
                   WRITE WORKFORCE-REPORT-RECORD
               END-IF
           END-PERFORM.
      *
      * Each top position (no REPORTS-TO, or one not on the master)
      * with everything under it, indented by reporting level; the
      * holders, and any vacant FTE, under each position. A
      * position left uncharted afterwards sits in a reporting
      * loop and is listed as such.
       WRITE-ORGANISATION-CHART.
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           MOVE "ORGANISATION CHART BY REPORTING LINE"
               TO WORKFORCE-REPORT-RECORD
           WRITE WORKFORCE-REPORT-RECORD
           PERFORM VARYING ORG-ROOT-IDX FROM 1 BY 1
                   UNTIL ORG-ROOT-IDX > POS-COUNT
               MOVE "N" TO POS-FOUND-FLAG
               IF POS-REPORTS-TO (ORG-ROOT-IDX) NOT = SPACES
                   MOVE POS-REPORTS-TO (ORG-ROOT-IDX) TO POS-SEARCH-ID
                   PERFORM FIND-POSITION
               END-IF
               IF NOT POS-FOUND
                   PERFORM CHART-ONE-TREE
               END-IF
           END-PERFORM
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT
               IF NOT POS-CHARTED (POS-IDX)
                   MOVE SPACES TO WORKFORCE-REPORT-RECORD
                   STRING "  REPORTING LOOP: " POS-ID (POS-IDX)
                          " REPORTS TO " POS-REPORTS-TO (POS-IDX)
                       DELIMITED BY SIZE INTO WORKFORCE-REPORT-RECORD
                   WRITE WORKFORCE-REPORT-RECORD
               END-IF
           END-PERFORM.
      *
       CHART-ONE-TREE.
           MOVE ORG-ROOT-IDX TO ORG-PRINT-IDX
           MOVE 1 TO ORG-PRINT-DEPTH
           PERFORM WRITE-CHART-POSITION
           MOVE 1 TO ORG-DEPTH
           MOVE ORG-ROOT-IDX TO ORG-POS-IDX (1)
           MOVE 1 TO ORG-NEXT-IDX (1)
           PERFORM UNTIL ORG-DEPTH = 0
               PERFORM CHART-NEXT-REPORT
           END-PERFORM.
      *
      * The next uncharted direct report of the position on top of
      * the stack is charted and pushed; none left pops the level.
       CHART-NEXT-REPORT.
           MOVE "N" TO ORG-CHILD-FOUND-FLAG
           PERFORM VARYING ORG-CHILD-IDX
                   FROM ORG-NEXT-IDX (ORG-DEPTH) BY 1
                   UNTIL ORG-CHILD-IDX > POS-COUNT OR ORG-CHILD-FOUND
               IF POS-REPORTS-TO (ORG-CHILD-IDX)
                       = POS-ID (ORG-POS-IDX (ORG-DEPTH))
                       AND NOT POS-CHARTED (ORG-CHILD-IDX)
                   SET ORG-CHILD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ORG-CHILD-FOUND
               SUBTRACT 1 FROM ORG-CHILD-IDX
               COMPUTE ORG-NEXT-IDX (ORG-DEPTH) = ORG-CHILD-IDX + 1
               MOVE ORG-CHILD-IDX TO ORG-PRINT-IDX
               COMPUTE ORG-PRINT-DEPTH = ORG-DEPTH + 1
               PERFORM WRITE-CHART-POSITION
               IF ORG-DEPTH < ORG-MAX-DEPTH
                   ADD 1 TO ORG-DEPTH
                   MOVE ORG-CHILD-IDX TO ORG-POS-IDX (ORG-DEPTH)
                   MOVE 1 TO ORG-NEXT-IDX (ORG-DEPTH)
               END-IF
           ELSE
               SUBTRACT 1 FROM ORG-DEPTH
           END-IF.
      *
       WRITE-CHART-POSITION.
           SET POS-CHARTED (ORG-PRINT-IDX) TO TRUE
           COMPUTE ORG-INDENT = (ORG-PRINT-DEPTH - 1) * 4 + 1
           MOVE POS-BUDGET-FTE (ORG-PRINT-IDX) TO DISP-BUDGET
           MOVE SPACES TO WORKFORCE-REPORT-RECORD
           MOVE ORG-INDENT TO ORG-POINTER
           STRING POS-ID (ORG-PRINT-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (POS-TITLE (ORG-PRINT-IDX))
                      DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  POS-DEPT (ORG-PRINT-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  POS-GRADE (ORG-PRINT-IDX) DELIMITED BY SPACE
                  ") BUDGET " DELIMITED BY SIZE
                  DISP-BUDGET DELIMITED BY SIZE
                  " FTE" DELIMITED BY SIZE
               INTO WORKFORCE-REPORT-RECORD
               WITH POINTER ORG-POINTER
           WRITE WORKFORCE-REPORT-RECORD
           ADD 4 TO ORG-INDENT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HOLD-POS-ID (HOLD-IDX) = POS-ID (ORG-PRINT-IDX)
                   MOVE HOLD-EMP-IDX (HOLD-IDX) TO EMP-IDX
                   MOVE WF-FTE (EMP-IDX) TO DISP-FILLED
                   MOVE SPACES TO WORKFORCE-REPORT-RECORD
                   MOVE ORG-INDENT TO ORG-POINTER
                   STRING "- " WF-EMP-ID (EMP-IDX) " "
                          WF-NAME (EMP-IDX) " " DISP-FILLED " FTE"
                       DELIMITED BY SIZE
                       INTO WORKFORCE-REPORT-RECORD
                       WITH POINTER ORG-POINTER
                   WRITE WORKFORCE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF POS-FILLED-FTE (ORG-PRINT-IDX)
                   < POS-BUDGET-FTE (ORG-PRINT-IDX)
               COMPUTE ORG-VACANT-FTE = POS-BUDGET-FTE (ORG-PRINT-IDX)
                   - POS-FILLED-FTE (ORG-PRINT-IDX)
               MOVE ORG-VACANT-FTE TO DISP-FILLED
               MOVE SPACES TO WORKFORCE-REPORT-RECORD
               MOVE ORG-INDENT TO ORG-POINTER
               STRING "- VACANT " DISP-FILLED " FTE"
                   DELIMITED BY SIZE
                   INTO WORKFORCE-REPORT-RECORD
                   WITH POINTER ORG-POINTER
               WRITE WORKFORCE-REPORT-RECORD
           END-IF.
      *
       END PROGRAM WORKFORCE-REPORT.
      *
