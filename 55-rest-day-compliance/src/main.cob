      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. REST-DAY-COMPLIANCE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The weekly rest-day check. Every worker is owed 24
      * consecutive hours of rest in every seven-day stretch, and
      * the punch import's DAY lines already know which days were
      * worked and when each day's first IN and last OUT fell. This
      * pass reads them and lists everyone who worked seven days in
      * a row, or whose longest break in any seven days ending in
      * the week was under 24 hours. It also lists every rest day
      * worked -- a day the employee is not rostered on in
      * data/shift_roster.txt, or Sunday for anyone with no roster
      * lines -- and whether a substitute rest day was granted as an
      * approved COMP day off in data/approved_leave.txt within six
      * days either side. Rest-day work with no substitute is owed
      * the statutory surcharge: the payslip run pays it off a
      * DSC:n token on the employee's hours line, so the check reads
      * that token back and shows payroll whether the premium was
      * actually claimed.
      *
      * The week being checked (WEEKLY_HOURS_FILE, default
      * data/weekly_hours.txt) and, optionally, the week before it
      * (PRIOR_WEEK_HOURS_FILE) so a run of days or a short break
      * crossing the week boundary is still seen.
           SELECT HOURS-FILE ASSIGN TO DYNAMIC HOURS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOURS-FILE-STATUS.
      *
      * "ID DAY START END" per scheduled day, same file the punch
      * import checks punches against.
           SELECT ROSTER-FILE ASSIGN TO "data/shift_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
      *
      * "ID TYPE START END" per approved paid leave.
           SELECT APPROVED-LEAVE-FILE
               ASSIGN TO "data/approved_leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-LEAVE-FILE-STATUS.
      *
           SELECT COMPLIANCE-REPORT-FILE
               ASSIGN TO "output/rest_day_compliance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD HOURS-FILE.
       01 HOURS-RECORD            PIC X(200).
      *
       FD ROSTER-FILE.
       01 ROSTER-RECORD           PIC X(30).
      *
       FD APPROVED-LEAVE-FILE.
       01 APPROVED-LEAVE-RECORD   PIC X(50).
      *
       FD COMPLIANCE-REPORT-FILE.
       01 COMPLIANCE-REPORT-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 HOURS-FILE-STATUS       PIC XX.
       01 ROSTER-FILE-STATUS      PIC XX.
       01 APPROVED-LEAVE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 HOURS-FILE-NAME         PIC X(100).
       01 CURRENT-HOURS-FILE-NAME PIC X(100).
       01 PRIOR-HOURS-FILE-NAME   PIC X(100).
       01 PRIOR-WEEK-FLAG         PIC X VALUE "N".
           88 PRIOR-WEEK-LOADED   VALUE "Y".
       01 READING-PRIOR-FLAG      PIC X VALUE "N".
           88 READING-PRIOR       VALUE "Y".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The week checked, off the current file's PERIOD-ENDING
      * header. Days are placed in fourteen slots ending at the
      * period end: 1-7 the prior week, 8-14 the week checked.
       01 PERIOD-ENDING-DATE      PIC X(10).
       01 PERIOD-END-SERIAL       PIC 9(7) VALUE 0.
       01 SLOT-BASE-SERIAL        PIC 9(7).
       01 HEADER-TAG              PIC X(20).
      *
      * Per employee, the fourteen days: worked or not, the day's
      * first IN and last OUT as minutes off the day's midnight
      * (a last OUT past midnight runs past 1440), and the hours.
      * DSC-HOURS is the rest-day premium claimed on the week's
      * hours line.
       01 EMP-MAX                 PIC 9(4) VALUE 1000.
       01 EMP-COUNT               PIC 9(4) VALUE 0.
       01 EMP-TABLE.
           05 EMP-ENTRY OCCURS 1000 TIMES.
               10 EMP-ID          PIC 9(5).
               10 EMP-DSC-HOURS   PIC 9(3).
               10 EMP-SLOT OCCURS 14 TIMES.
                   15 SLOT-WORKED PIC X.
                   15 SLOT-IN-MIN PIC 9(4).
                   15 SLOT-OUT-MIN PIC 9(4).
                   15 SLOT-HOURS  PIC 9(3)V99.
       01 EMP-IDX                 PIC 9(4).
       01 EMP-FOUND-FLAG          PIC X VALUE "N".
           88 EMP-FOUND           VALUE "Y".
       01 SLOT-IDX                PIC 99.
       01 SLOT-END                PIC 99.
      *
      * One DAY line as parsed.
       01 DAY-TAG-TOKEN           PIC X(4).
       01 DAY-ID-TOKEN            PIC X(5).
       01 DAY-DATE-TOKEN          PIC X(8).
       01 DAY-HOURS-TOKEN         PIC X(8).
       01 DAY-IN-TOKEN            PIC X(4).
       01 DAY-OUT-TOKEN           PIC X(4).
       01 DAY-SERIAL              PIC 9(7).
       01 DAY-HHMM                PIC 9(4).
       01 DAY-HHMM-SPLIT REDEFINES DAY-HHMM.
           05 DAY-HH              PIC 99.
           05 DAY-MM              PIC 99.
      *
      * One total line's tokens, scanned for DSC:n.
       01 TOTAL-ID-TOKEN          PIC X(10).
       01 TOTAL-TOKEN             PIC X(30).
       01 TOTAL-POINTER           PIC 9(3).
       01 DSC-CODE-TOKEN          PIC X(10).
       01 DSC-HOURS-TOKEN         PIC X(10).
      *
      * The roster, days by the suite's mod-7 convention (0 =
      * Sunday).
       01 ROSTER-MAX              PIC 9(4) VALUE 2000.
       01 ROSTER-COUNT            PIC 9(4) VALUE 0.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 2000 TIMES.
               10 ROSTER-ID       PIC 9(5).
               10 ROSTER-DOW      PIC 9.
       01 ROSTER-IDX              PIC 9(4).
       01 ROSTER-ID-TOKEN         PIC X(5).
       01 ROSTER-DAY-TOKEN        PIC X(3).
       01 ROSTER-DOW-WORK         PIC 9.
       01 ROSTER-HAS-EMP-FLAG     PIC X.
           88 ROSTER-HAS-EMP      VALUE "Y".
       01 ROSTER-DAY-OK-FLAG      PIC X.
           88 ROSTER-DAY-OK       VALUE "Y".
      *
      * Approved COMP days off -- the substitute rest days.
       01 COMP-MAX                PIC 9(4) VALUE 2000.
       01 COMP-COUNT              PIC 9(4) VALUE 0.
       01 COMP-TABLE.
           05 COMP-ENTRY OCCURS 2000 TIMES.
               10 COMP-ID         PIC 9(5).
               10 COMP-START      PIC 9(8).
               10 COMP-END        PIC 9(8).
               10 COMP-START-SERIAL PIC 9(7).
               10 COMP-END-SERIAL PIC 9(7).
       01 COMP-IDX                PIC 9(4).
       01 COMP-FOUND-FLAG         PIC X VALUE "N".
           88 COMP-FOUND          VALUE "Y".
       01 LEAVE-ID-TOKEN          PIC X(5).
       01 LEAVE-TYPE-TOKEN        PIC X(8).
       01 LEAVE-START-TOKEN       PIC X(8).
       01 LEAVE-END-TOKEN         PIC X(8).
      *
      * Window work fields -- minutes counted from the start of slot
      * zero, so every day's span sits on one line.
       01 WINDOW-START-MIN        PIC S9(6).
       01 WINDOW-END-MIN          PIC S9(6).
       01 PREV-OUT-MIN            PIC S9(6).
       01 GAP-MIN                 PIC S9(6).
       01 LONGEST-GAP-MIN         PIC S9(6).
       01 RUN-LENGTH              PIC 99.
       01 STREAK-FLAG             PIC X.
           88 STREAK-REPORTED     VALUE "Y".
       01 SHORT-REST-FLAG         PIC X.
           88 SHORT-REST-REPORTED VALUE "Y".
       01 REST-SERIAL             PIC 9(7).
       01 REST-DATE               PIC 9(8).
       01 REST-DOW                PIC 9.
       01 REST-DAY-NAME           PIC X(3).
       01 STREAK-START-DATE       PIC 9(8).
       01 WINDOW-END-DATE         PIC 9(8).
       01 BREAK-HOURS             PIC 9(3)V99.
       01 OWED-HOURS              PIC 9(3)V99.
       01 OWED-WHOLE-HOURS        PIC 9(3).
       01 EMP-FINDING-FLAG        PIC X.
           88 EMP-HAS-FINDING     VALUE "Y".
      *
       01 EMPLOYEES-CHECKED       PIC 9(4) VALUE 0.
       01 STREAK-COUNT            PIC 9(4) VALUE 0.
       01 SHORT-REST-COUNT        PIC 9(4) VALUE 0.
       01 REST-WORKED-COUNT       PIC 9(4) VALUE 0.
       01 UNSUBSTITUTED-COUNT     PIC 9(4) VALUE 0.
       01 PREMIUM-MISSING-COUNT   PIC 9(4) VALUE 0.
      *
       01 DISP-HOURS              PIC ZZ9.99.
       01 DISP-WHOLE-HOURS        PIC ZZ9.
       01 DISP-COUNT              PIC ZZZ9.
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

           MOVE SPACES TO CURRENT-HOURS-FILE-NAME
           ACCEPT CURRENT-HOURS-FILE-NAME
               FROM ENVIRONMENT "WEEKLY_HOURS_FILE"
           IF CURRENT-HOURS-FILE-NAME = SPACES
               MOVE "data/weekly_hours.txt" TO CURRENT-HOURS-FILE-NAME
           END-IF
           MOVE SPACES TO PRIOR-HOURS-FILE-NAME
           ACCEPT PRIOR-HOURS-FILE-NAME
               FROM ENVIRONMENT "PRIOR_WEEK_HOURS_FILE"

           MOVE CURRENT-HOURS-FILE-NAME TO HOURS-FILE-NAME
           MOVE "N" TO READING-PRIOR-FLAG
           PERFORM LOAD-HOURS-FILE
           IF PERIOD-END-SERIAL = 0
               DISPLAY "REST-DAY CHECK ABORTED -- "
                   FUNCTION TRIM (CURRENT-HOURS-FILE-NAME)
                   " MISSING OR HAS NO PERIOD-ENDING HEADER"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRIOR-HOURS-FILE-NAME NOT = SPACES
               MOVE PRIOR-HOURS-FILE-NAME TO HOURS-FILE-NAME
               SET READING-PRIOR TO TRUE
               PERFORM LOAD-HOURS-FILE
           END-IF

           PERFORM LOAD-SHIFT-ROSTER
           PERFORM LOAD-COMP-DAYS

           OPEN OUTPUT COMPLIANCE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               PERFORM CHECK-ONE-EMPLOYEE
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE COMPLIANCE-REPORT-FILE
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE EMPLOYEES-CHECKED TO DISP-COUNT
           DISPLAY "REST-DAY CHECK COMPLETE -- " DISP-COUNT
               " EMPLOYEE(S) CHECKED FOR WEEK ENDING "
               PERIOD-ENDING-DATE
           MOVE STREAK-COUNT TO DISP-COUNT
           DISPLAY "  SEVEN DAYS IN A ROW:        " DISP-COUNT
           MOVE SHORT-REST-COUNT TO DISP-COUNT
           DISPLAY "  UNDER 24 HOURS REST:        " DISP-COUNT
           MOVE UNSUBSTITUTED-COUNT TO DISP-COUNT
           DISPLAY "  REST DAYS WORKED, NO SUBST: " DISP-COUNT
           MOVE PREMIUM-MISSING-COUNT TO DISP-COUNT
           DISPLAY "  PREMIUM NOT FULLY CLAIMED:  " DISP-COUNT
               "  SEE output/rest_day_compliance.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   WEEKLY REST-DAY COMPLIANCE CHECK   "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * One hours file: the header sets the week when this is the
      * current file, DAY lines fill the day slots, and total lines
      * are scanned for the DSC premium token. The prior week only
      * contributes days -- its premium was the prior week's
      * business. A missing prior file is noted and the check runs
      * on the one week.
       LOAD-HOURS-FILE.
           OPEN INPUT HOURS-FILE
           IF HOURS-FILE-STATUS NOT = "00"
               IF READING-PRIOR
                   DISPLAY "NOTE: PRIOR WEEK FILE "
                       FUNCTION TRIM (HOURS-FILE-NAME)
                       " NOT FOUND -- CHECKING THIS WEEK ALONE"
               END-IF
           ELSE
               IF READING-PRIOR
                   SET PRIOR-WEEK-LOADED TO TRUE
               END-IF
               PERFORM UNTIL HOURS-FILE-STATUS NOT = "00"
                   READ HOURS-FILE
                       AT END
                           MOVE "10" TO HOURS-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-HOURS-LINE
                   END-READ
               END-PERFORM
               CLOSE HOURS-FILE
           END-IF.
      *
       PARSE-HOURS-LINE.
           IF HOURS-RECORD (1:14) = "PERIOD-ENDING "
               IF NOT READING-PRIOR
                   MOVE SPACES TO HEADER-TAG PERIOD-ENDING-DATE
                   UNSTRING HOURS-RECORD DELIMITED BY SPACE
                       INTO HEADER-TAG PERIOD-ENDING-DATE
                   IF PERIOD-ENDING-DATE (1:2) IS NUMERIC
                           AND PERIOD-ENDING-DATE (4:2) IS NUMERIC
                           AND PERIOD-ENDING-DATE (7:4) IS NUMERIC
                       COMPUTE PERIOD-END-SERIAL =
                         FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL (PERIOD-ENDING-DATE (7:4))
                             * 10000
                          + FUNCTION NUMVAL (PERIOD-ENDING-DATE (1:2))
                             * 100
                          + FUNCTION NUMVAL (PERIOD-ENDING-DATE (4:2)))
                       COMPUTE SLOT-BASE-SERIAL =
                           PERIOD-END-SERIAL - 14
                   END-IF
               END-IF
           ELSE
           IF HOURS-RECORD (1:4) = "DAY "
               IF PERIOD-END-SERIAL > 0
                   PERFORM PARSE-DAY-LINE
               END-IF
           ELSE
           IF HOURS-RECORD (1:8) = "TRAILER "
                   OR HOURS-RECORD (1:5) = "PROJ "
               CONTINUE
           ELSE
               IF NOT READING-PRIOR
                   PERFORM PARSE-TOTAL-LINE
               END-IF
           END-IF
           END-IF
           END-IF.
      *
      * "DAY ID YYYYMMDD HOURS [FIRST-IN LAST-OUT]". A hand-keyed
      * DAY line with no span is taken as covering the whole day --
      * it can never show a rest that may not have happened.
       PARSE-DAY-LINE.
           MOVE SPACES TO DAY-TAG-TOKEN DAY-ID-TOKEN DAY-DATE-TOKEN
               DAY-HOURS-TOKEN DAY-IN-TOKEN DAY-OUT-TOKEN
           UNSTRING HOURS-RECORD DELIMITED BY ALL SPACE
               INTO DAY-TAG-TOKEN DAY-ID-TOKEN DAY-DATE-TOKEN
                    DAY-HOURS-TOKEN DAY-IN-TOKEN DAY-OUT-TOKEN
           IF DAY-ID-TOKEN IS NUMERIC
                   AND DAY-DATE-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (DAY-HOURS-TOKEN) = 0
               COMPUTE DAY-SERIAL = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (DAY-DATE-TOKEN))
               IF DAY-SERIAL > SLOT-BASE-SERIAL
                       AND DAY-SERIAL NOT > PERIOD-END-SERIAL
                   COMPUTE SLOT-IDX = DAY-SERIAL - SLOT-BASE-SERIAL
                   PERFORM FIND-OR-ADD-EMPLOYEE
                   IF EMP-IDX > 0
                       MOVE "Y" TO SLOT-WORKED (EMP-IDX, SLOT-IDX)
                       COMPUTE SLOT-HOURS (EMP-IDX, SLOT-IDX) =
                           FUNCTION NUMVAL (DAY-HOURS-TOKEN)
                       IF DAY-IN-TOKEN IS NUMERIC
                               AND DAY-OUT-TOKEN IS NUMERIC
                           MOVE DAY-IN-TOKEN TO DAY-HHMM
                           COMPUTE SLOT-IN-MIN (EMP-IDX, SLOT-IDX) =
                               DAY-HH * 60 + DAY-MM
                           MOVE DAY-OUT-TOKEN TO DAY-HHMM
                           COMPUTE SLOT-OUT-MIN (EMP-IDX, SLOT-IDX) =
                               DAY-HH * 60 + DAY-MM
                       ELSE
                           MOVE 0 TO SLOT-IN-MIN (EMP-IDX, SLOT-IDX)
                           MOVE 1440
                               TO SLOT-OUT-MIN (EMP-IDX, SLOT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * A total line ("ID ..."), scanned token by token for DSC:n.
       PARSE-TOTAL-LINE.
           MOVE SPACES TO TOTAL-ID-TOKEN
           MOVE 1 TO TOTAL-POINTER
           UNSTRING HOURS-RECORD DELIMITED BY ALL SPACE
               INTO TOTAL-ID-TOKEN
               WITH POINTER TOTAL-POINTER
           IF FUNCTION TRIM (TOTAL-ID-TOKEN) IS NUMERIC
                   AND TOTAL-ID-TOKEN (6:1) = SPACE
               MOVE TOTAL-ID-TOKEN (1:5) TO DAY-ID-TOKEN
               PERFORM FIND-OR-ADD-EMPLOYEE
               IF EMP-IDX > 0
                   PERFORM UNTIL TOTAL-POINTER > LENGTH OF HOURS-RECORD
                       MOVE SPACES TO TOTAL-TOKEN
                       UNSTRING HOURS-RECORD DELIMITED BY ALL SPACE
                           INTO TOTAL-TOKEN
                           WITH POINTER TOTAL-POINTER
                       IF TOTAL-TOKEN (1:4) = "DSC:"
                           MOVE SPACES TO DSC-CODE-TOKEN
                               DSC-HOURS-TOKEN
                           UNSTRING TOTAL-TOKEN DELIMITED BY ":"
                               INTO DSC-CODE-TOKEN DSC-HOURS-TOKEN
                           IF FUNCTION TEST-NUMVAL (DSC-HOURS-TOKEN)
                                   = 0
                               COMPUTE EMP-DSC-HOURS (EMP-IDX) =
                                   FUNCTION NUMVAL (DSC-HOURS-TOKEN)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *
       FIND-OR-ADD-EMPLOYEE.
           MOVE "N" TO EMP-FOUND-FLAG
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT OR EMP-FOUND
               IF EMP-ID (EMP-IDX) = DAY-ID-TOKEN
                   SET EMP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF EMP-FOUND
               SUBTRACT 1 FROM EMP-IDX
           ELSE
               IF EMP-COUNT < EMP-MAX
                   ADD 1 TO EMP-COUNT
                   MOVE EMP-COUNT TO EMP-IDX
                   MOVE DAY-ID-TOKEN TO EMP-ID (EMP-IDX)
                   MOVE 0 TO EMP-DSC-HOURS (EMP-IDX)
                   PERFORM VARYING SLOT-END FROM 1 BY 1
                           UNTIL SLOT-END > 14
                       MOVE "N" TO SLOT-WORKED (EMP-IDX, SLOT-END)
                       MOVE 0 TO SLOT-IN-MIN (EMP-IDX, SLOT-END)
                       MOVE 0 TO SLOT-OUT-MIN (EMP-IDX, SLOT-END)
                       MOVE 0 TO SLOT-HOURS (EMP-IDX, SLOT-END)
                   END-PERFORM
               ELSE
                   MOVE 0 TO EMP-IDX
               END-IF
           END-IF.
      *
       LOAD-SHIFT-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL ROSTER-FILE-STATUS NOT = "00"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO ROSTER-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ROSTER-LINE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
      *
       PARSE-ROSTER-LINE.
           MOVE SPACES TO ROSTER-ID-TOKEN ROSTER-DAY-TOKEN
           UNSTRING ROSTER-RECORD DELIMITED BY SPACE
               INTO ROSTER-ID-TOKEN ROSTER-DAY-TOKEN
           MOVE 9 TO ROSTER-DOW-WORK
           EVALUATE FUNCTION TRIM (ROSTER-DAY-TOKEN)
               WHEN "SUN" MOVE 0 TO ROSTER-DOW-WORK
               WHEN "MON" MOVE 1 TO ROSTER-DOW-WORK
               WHEN "TUE" MOVE 2 TO ROSTER-DOW-WORK
               WHEN "WED" MOVE 3 TO ROSTER-DOW-WORK
               WHEN "THU" MOVE 4 TO ROSTER-DOW-WORK
               WHEN "FRI" MOVE 5 TO ROSTER-DOW-WORK
               WHEN "SAT" MOVE 6 TO ROSTER-DOW-WORK
           END-EVALUATE
           IF ROSTER-ID-TOKEN IS NUMERIC
                   AND ROSTER-DOW-WORK NOT = 9
                   AND ROSTER-COUNT < ROSTER-MAX
               ADD 1 TO ROSTER-COUNT
               MOVE ROSTER-ID-TOKEN TO ROSTER-ID (ROSTER-COUNT)
               MOVE ROSTER-DOW-WORK TO ROSTER-DOW (ROSTER-COUNT)
           END-IF.
      *
      * Only COMP lines matter: a day off drawn against the comp
      * bank is how a substitute rest day is granted.
       LOAD-COMP-DAYS.
           OPEN INPUT APPROVED-LEAVE-FILE
           IF APPROVED-LEAVE-FILE-STATUS = "00"
               PERFORM UNTIL APPROVED-LEAVE-FILE-STATUS NOT = "00"
                   READ APPROVED-LEAVE-FILE
                       AT END
                           MOVE "10" TO APPROVED-LEAVE-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-LEAVE-LINE
                   END-READ
               END-PERFORM
               CLOSE APPROVED-LEAVE-FILE
           END-IF.
      *
       PARSE-LEAVE-LINE.
           MOVE SPACES TO LEAVE-ID-TOKEN LEAVE-TYPE-TOKEN
               LEAVE-START-TOKEN LEAVE-END-TOKEN
           UNSTRING APPROVED-LEAVE-RECORD DELIMITED BY ALL SPACE
               INTO LEAVE-ID-TOKEN LEAVE-TYPE-TOKEN
                    LEAVE-START-TOKEN LEAVE-END-TOKEN
           IF FUNCTION TRIM (LEAVE-TYPE-TOKEN) = "COMP"
                   AND LEAVE-ID-TOKEN IS NUMERIC
                   AND LEAVE-START-TOKEN IS NUMERIC
                   AND LEAVE-END-TOKEN IS NUMERIC
                   AND COMP-COUNT < COMP-MAX
               ADD 1 TO COMP-COUNT
               MOVE LEAVE-ID-TOKEN TO COMP-ID (COMP-COUNT)
               MOVE LEAVE-START-TOKEN TO COMP-START (COMP-COUNT)
               MOVE LEAVE-END-TOKEN TO COMP-END (COMP-COUNT)
               COMPUTE COMP-START-SERIAL (COMP-COUNT) =
                   FUNCTION INTEGER-OF-DATE (COMP-START (COMP-COUNT))
               COMPUTE COMP-END-SERIAL (COMP-COUNT) =
                   FUNCTION INTEGER-OF-DATE (COMP-END (COMP-COUNT))
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           STRING "WEEKLY REST-DAY COMPLIANCE -- WEEK ENDING "
                  PERIOD-ENDING-DATE "  RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           STRING "HOURS FILE " FUNCTION TRIM (CURRENT-HOURS-FILE-NAME)
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           IF PRIOR-WEEK-LOADED
               STRING "PRIOR WEEK "
                      FUNCTION TRIM (PRIOR-HOURS-FILE-NAME)
                   DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           ELSE
               STRING "PRIOR WEEK NOT SUPPLIED -- STRETCHES "
                      "CHECKED WITHIN THIS WEEK ONLY"
                   DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           END-IF
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD.
      *
      * Every seven-day stretch ending on a day of the week checked,
      * then every rest day worked in it. Each finding is listed
      * once per employee -- the first stretch that breaks the rule
      * -- so a long run of days is one line, not seven.
       CHECK-ONE-EMPLOYEE.
           ADD 1 TO EMPLOYEES-CHECKED
           MOVE "N" TO STREAK-FLAG
           MOVE "N" TO SHORT-REST-FLAG
           MOVE "N" TO EMP-FINDING-FLAG
           PERFORM VARYING SLOT-END FROM 8 BY 1 UNTIL SLOT-END > 14
               PERFORM CHECK-ONE-WINDOW
           END-PERFORM
           MOVE 0 TO OWED-HOURS
           PERFORM VARYING SLOT-IDX FROM 8 BY 1 UNTIL SLOT-IDX > 14
               IF SLOT-WORKED (EMP-IDX, SLOT-IDX) = "Y"
                   PERFORM CHECK-REST-DAY-WORKED
               END-IF
           END-PERFORM
           IF OWED-HOURS > 0
               PERFORM WRITE-PREMIUM-LINE
           END-IF
           IF EMP-HAS-FINDING
               MOVE SPACES TO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF.
      *
      * The seven days ending at SLOT-END: worked every one of them,
      * or no break of 24 hours anywhere inside -- counting the rest
      * before the first shift and after the last.
       CHECK-ONE-WINDOW.
           COMPUTE WINDOW-START-MIN = (SLOT-END - 7) * 1440
           COMPUTE WINDOW-END-MIN = SLOT-END * 1440
           MOVE WINDOW-START-MIN TO PREV-OUT-MIN
           MOVE 0 TO LONGEST-GAP-MIN
           MOVE 0 TO RUN-LENGTH
           COMPUTE SLOT-IDX = SLOT-END - 6
           PERFORM UNTIL SLOT-IDX > SLOT-END
               IF SLOT-WORKED (EMP-IDX, SLOT-IDX) = "Y"
                   ADD 1 TO RUN-LENGTH
                   COMPUTE GAP-MIN = (SLOT-IDX - 1) * 1440
                       + SLOT-IN-MIN (EMP-IDX, SLOT-IDX)
                       - PREV-OUT-MIN
                   IF GAP-MIN > LONGEST-GAP-MIN
                       MOVE GAP-MIN TO LONGEST-GAP-MIN
                   END-IF
                   COMPUTE GAP-MIN = (SLOT-IDX - 1) * 1440
                       + SLOT-OUT-MIN (EMP-IDX, SLOT-IDX)
                   IF GAP-MIN > PREV-OUT-MIN
                       MOVE GAP-MIN TO PREV-OUT-MIN
                   END-IF
               END-IF
               ADD 1 TO SLOT-IDX
           END-PERFORM
           COMPUTE GAP-MIN = WINDOW-END-MIN - PREV-OUT-MIN
           IF GAP-MIN > LONGEST-GAP-MIN
               MOVE GAP-MIN TO LONGEST-GAP-MIN
           END-IF
           COMPUTE WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
               (SLOT-BASE-SERIAL + SLOT-END)
           IF RUN-LENGTH = 7 AND NOT STREAK-REPORTED
               SET STREAK-REPORTED TO TRUE
               SET EMP-HAS-FINDING TO TRUE
               ADD 1 TO STREAK-COUNT
               COMPUTE STREAK-START-DATE = FUNCTION DATE-OF-INTEGER
                   (SLOT-BASE-SERIAL + SLOT-END - 6)
               MOVE SPACES TO COMPLIANCE-REPORT-RECORD
               STRING EMP-ID (EMP-IDX)
                      "  WORKED 7 DAYS IN A ROW  "
                      STREAK-START-DATE " THRU " WINDOW-END-DATE
                   DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF
           IF LONGEST-GAP-MIN < 1440 AND NOT SHORT-REST-REPORTED
               SET SHORT-REST-REPORTED TO TRUE
               SET EMP-HAS-FINDING TO TRUE
               ADD 1 TO SHORT-REST-COUNT
               COMPUTE BREAK-HOURS ROUNDED = LONGEST-GAP-MIN / 60
               MOVE BREAK-HOURS TO DISP-HOURS
               MOVE SPACES TO COMPLIANCE-REPORT-RECORD
               STRING EMP-ID (EMP-IDX)
                      "  LESS THAN 24 HOURS REST -- LONGEST BREAK "
                      DISP-HOURS " HOURS IN 7 DAYS ENDING "
                      WINDOW-END-DATE
                   DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF.
      *
      * A worked day that is not on the employee's roster (Sunday
      * when the employee has no roster at all), and the COMP day
      * off that substitutes it, if one was granted.
       CHECK-REST-DAY-WORKED.
           COMPUTE REST-SERIAL = SLOT-BASE-SERIAL + SLOT-IDX
           COMPUTE REST-DOW = FUNCTION MOD (REST-SERIAL, 7)
           MOVE "N" TO ROSTER-HAS-EMP-FLAG
           MOVE "N" TO ROSTER-DAY-OK-FLAG
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT
               IF ROSTER-ID (ROSTER-IDX) = EMP-ID (EMP-IDX)
                   SET ROSTER-HAS-EMP TO TRUE
                   IF ROSTER-DOW (ROSTER-IDX) = REST-DOW
                       SET ROSTER-DAY-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ROSTER-HAS-EMP AND REST-DOW NOT = 0
               SET ROSTER-DAY-OK TO TRUE
           END-IF
           IF NOT ROSTER-DAY-OK
               ADD 1 TO REST-WORKED-COUNT
               SET EMP-HAS-FINDING TO TRUE
               COMPUTE REST-DATE =
                   FUNCTION DATE-OF-INTEGER (REST-SERIAL)
               EVALUATE REST-DOW
                   WHEN 0 MOVE "SUN" TO REST-DAY-NAME
                   WHEN 1 MOVE "MON" TO REST-DAY-NAME
                   WHEN 2 MOVE "TUE" TO REST-DAY-NAME
                   WHEN 3 MOVE "WED" TO REST-DAY-NAME
                   WHEN 4 MOVE "THU" TO REST-DAY-NAME
                   WHEN 5 MOVE "FRI" TO REST-DAY-NAME
                   WHEN 6 MOVE "SAT" TO REST-DAY-NAME
               END-EVALUATE
               MOVE SLOT-HOURS (EMP-IDX, SLOT-IDX) TO DISP-HOURS
               MOVE "N" TO COMP-FOUND-FLAG
               PERFORM VARYING COMP-IDX FROM 1 BY 1
                       UNTIL COMP-IDX > COMP-COUNT OR COMP-FOUND
                   IF COMP-ID (COMP-IDX) = EMP-ID (EMP-IDX)
                           AND COMP-START-SERIAL (COMP-IDX)
                               NOT > REST-SERIAL + 6
                           AND COMP-END-SERIAL (COMP-IDX) + 6
                               NOT < REST-SERIAL
                       SET COMP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               MOVE SPACES TO COMPLIANCE-REPORT-RECORD
               IF COMP-FOUND
                   SUBTRACT 1 FROM COMP-IDX
                   STRING EMP-ID (EMP-IDX) "  REST DAY WORKED "
                          REST-DATE " " REST-DAY-NAME " "
                          DISP-HOURS " HOURS -- SUBSTITUTED BY COMP "
                          COMP-START (COMP-IDX) "-"
                          COMP-END (COMP-IDX)
                       DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
               ELSE
                   ADD 1 TO UNSUBSTITUTED-COUNT
                   ADD SLOT-HOURS (EMP-IDX, SLOT-IDX) TO OWED-HOURS
                   STRING EMP-ID (EMP-IDX) "  REST DAY WORKED "
                          REST-DATE " " REST-DAY-NAME " "
                          DISP-HOURS " HOURS -- NO SUBSTITUTE REST "
                          "DAY GRANTED"
                       DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
               END-IF
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF.
      *
      * The unsubstituted rest-day hours against the DSC premium the
      * week's hours line claims -- the payslip run pays whole DSC
      * hours, so that is the comparison.
       WRITE-PREMIUM-LINE.
           COMPUTE OWED-WHOLE-HOURS ROUNDED = OWED-HOURS
           MOVE OWED-HOURS TO DISP-HOURS
           MOVE EMP-DSC-HOURS (EMP-IDX) TO DISP-WHOLE-HOURS
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           EVALUATE TRUE
               WHEN EMP-DSC-HOURS (EMP-IDX) NOT < OWED-WHOLE-HOURS
                   STRING EMP-ID (EMP-IDX)
                          "  REST-DAY PREMIUM: OWED " DISP-HOURS
                          " HOURS, DSC CLAIMED " DISP-WHOLE-HOURS
                          " -- PAID AT PREMIUM RATE"
                       DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
               WHEN EMP-DSC-HOURS (EMP-IDX) > 0
                   ADD 1 TO PREMIUM-MISSING-COUNT
                   STRING EMP-ID (EMP-IDX)
                          "  REST-DAY PREMIUM: OWED " DISP-HOURS
                          " HOURS, DSC CLAIMED " DISP-WHOLE-HOURS
                          " -- ** PREMIUM SHORT **"
                       DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
               WHEN OTHER
                   ADD 1 TO PREMIUM-MISSING-COUNT
                   STRING EMP-ID (EMP-IDX)
                          "  REST-DAY PREMIUM: OWED " DISP-HOURS
                          " HOURS, NO DSC ON HOURS LINE"
                          " -- ** NOT PAID AT PREMIUM **"
                       DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           END-EVALUATE
           WRITE COMPLIANCE-REPORT-RECORD.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           MOVE EMPLOYEES-CHECKED TO DISP-COUNT
           STRING "EMPLOYEES CHECKED:            " DISP-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           MOVE STREAK-COUNT TO DISP-COUNT
           STRING "SEVEN DAYS IN A ROW:          " DISP-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           MOVE SHORT-REST-COUNT TO DISP-COUNT
           STRING "UNDER 24 HOURS REST:          " DISP-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           MOVE REST-WORKED-COUNT TO DISP-COUNT
           STRING "REST DAYS WORKED:             " DISP-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           MOVE UNSUBSTITUTED-COUNT TO DISP-COUNT
           STRING "  WITHOUT SUBSTITUTE DAY:     " DISP-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           MOVE PREMIUM-MISSING-COUNT TO DISP-COUNT
           STRING "PREMIUM NOT FULLY CLAIMED:    " DISP-COUNT
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           WRITE COMPLIANCE-REPORT-RECORD.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=REST-DAY PERIOD-ENDING=" PERIOD-ENDING-DATE
                  " STREAKS=" STREAK-COUNT
                  " SHORT-REST=" SHORT-REST-COUNT
                  " UNSUBSTITUTED=" UNSUBSTITUTED-COUNT
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
       END PROGRAM REST-DAY-COMPLIANCE.
      *
