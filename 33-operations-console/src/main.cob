               ASSIGN TO "data/batch_window.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-WINDOW-FILE-STATUS.
      * The statutory obligations calendar the date calculator
      * generates ("DUE-DATE CODE PERIOD OUTPUT-FILE") and the
      * holiday list it steps due dates around -- the same list
      * counts the business days ahead here. Each obligation's
      * output file is opened through OBLIGATION-OUTPUT-FILE only to
      * see whether it exists yet.
           SELECT OBLIGATIONS-FILE
               ASSIGN TO "data/obligations_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OBLIGATIONS-FILE-STATUS.
           SELECT HOLIDAYS-FILE
               ASSIGN TO "data/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-FILE-STATUS.
           SELECT OBLIGATION-OUTPUT-FILE
               ASSIGN TO DYNAMIC OBLIGATION-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OBLIGATION-OUTPUT-STATUS.
      * The pre-window input check's verdict -- which of tonight's
      * expected inputs are missing, stale, or short, while there is
      * still time to chase them.
           SELECT INPUT-READINESS-FILE
               ASSIGN TO "output/input_readiness.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-READINESS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD        PIC X(200).
      *
       FD RECONCILIATION-FILE.
       01 RECONCILIATION-RECORD     PIC X(120).
      *
       FD POSTING-STATUS-FILE.
       01 POSTING-STATUS-RECORD     PIC X(30).
      *
       FD OBLIGATIONS-FILE.
       01 OBLIGATIONS-RECORD        PIC X(80).
      *
       FD HOLIDAYS-FILE.
       01 HOLIDAYS-RECORD           PIC X(20).
      *
       FD OBLIGATION-OUTPUT-FILE.
       01 OBLIGATION-OUTPUT-RECORD  PIC X(10).
      *
       FD INPUT-READINESS-FILE.
       01 INPUT-READINESS-RECORD    PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 AUDIT-TRAIL-FILE-STATUS    PIC XX.
       01 PROJECTED-MINS             PIC 9(7).
       01 DISP-PROJ-MINS             PIC ZZZZZZ9.
       01 DISP-WINDOW-MINS           PIC ZZZZ9.
      *
      * Obligations falling due from today through the tenth
      * business day ahead, each shown with whether its output file
      * has been produced. Four fit on screen; the heading line
      * carries the totals.
       01 OBLIGATIONS-FILE-STATUS    PIC XX.
       01 HOLIDAYS-FILE-STATUS       PIC XX.
       01 OBLIGATION-OUTPUT-STATUS   PIC XX.
       01 OBLIGATION-OUTPUT-NAME     PIC X(100).
       01 OPS-HOLIDAY-MAX            PIC 9(3) VALUE 200.
       01 OPS-HOLIDAY-COUNT          PIC 9(3) VALUE 0.
       01 OPS-HOLIDAY-TABLE.
           05 OPS-HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01 OPS-HOLIDAY-IDX            PIC 9(3).
       01 OPS-TODAY-DATE             PIC 9(8).
       01 OPS-TODAY-SERIAL           PIC 9(7).
       01 OPS-HORIZON-SERIAL         PIC 9(7).
       01 OPS-SCAN-SERIAL            PIC 9(7).
       01 OPS-SCAN-DATE              PIC 9(8).
       01 OPS-SCAN-DOW               PIC 9.
       01 OPS-BUSINESS-DAYS          PIC 99.
       01 OPS-BUSINESS-DAY-FLAG      PIC X.
           88 OPS-IS-BUSINESS-DAY    VALUE "Y".
       01 OBL-DATE-TOKEN             PIC X(8).
       01 OBL-CODE-TOKEN             PIC X(8).
       01 OBL-PERIOD-TOKEN           PIC X(6).
       01 OBL-FILE-TOKEN             PIC X(60).
       01 OBL-DUE-SERIAL             PIC 9(7).
       01 OBL-PRODUCED-TEXT          PIC X(8).
       01 OBL-DUE-COUNT              PIC 99 VALUE 0.
       01 OBL-PENDING-COUNT          PIC 99 VALUE 0.
       01 OBL-SHOW-MAX               PIC 9 VALUE 4.
       01 OBL-SHOW-TABLE.
           05 OBL-SHOW-LINE OCCURS 4 TIMES PIC X(75).
       01 OBL-SHOW-IDX               PIC 9.
       01 OPS-OBLIG-STATUS           PIC X(50) VALUE SPACES.
       01 OPS-OBLIG-1                PIC X(75) VALUE SPACES.
       01 OPS-OBLIG-2                PIC X(75) VALUE SPACES.
       01 OPS-OBLIG-3                PIC X(75) VALUE SPACES.
       01 OPS-OBLIG-4                PIC X(75) VALUE SPACES.
      *
      * The readiness check's summary, when it was run, and the
      * first step with an input not ready.
       01 INPUT-READINESS-FILE-STATUS PIC XX.
       01 RDY-TOKEN-1                PIC X(8).
       01 RDY-TOKEN-2                PIC X(16).
       01 RDY-TOKEN-3                PIC X(10).
       01 RDY-TOKEN-4                PIC X(10).
       01 RDY-TOKEN-5                PIC X(8).
       01 RDY-CHECK-DATE             PIC X(8).
       01 RDY-CHECK-TIME             PIC X(4).
       01 RDY-SUMMARY-TEXT           PIC X(40).
       01 RDY-FIRST-STEP             PIC X(20).
       01 OPS-READINESS-STATUS       PIC X(62) VALUE SPACES.
      *
       01 OPS-COMMAND                PIC X VALUE SPACES.
       01 EXIT-CONSOLE-FLAG          PIC X VALUE "N".
           05 LINE 16 COL 13 PIC X(60) FROM OPS-GL-STATUS.
           05 LINE 17 COL 1 VALUE "BATCH WINDOW:".
           05 LINE 17 COL 15 PIC X(60) FROM OPS-BATCH-STATUS.
           05 LINE 18 COL 1 VALUE "OBLIGATIONS DUE (10 BUS. DAYS):".
           05 LINE 18 COL 33 PIC X(45) FROM OPS-OBLIG-STATUS.
           05 LINE 19 COL 3 PIC X(75) FROM OPS-OBLIG-1.
           05 LINE 20 COL 3 PIC X(75) FROM OPS-OBLIG-2.
           05 LINE 21 COL 3 PIC X(75) FROM OPS-OBLIG-3.
           05 LINE 22 COL 3 PIC X(75) FROM OPS-OBLIG-4.
           05 LINE 23 COL 1 VALUE "INPUT READINESS:".
           05 LINE 23 COL 18 PIC X(62) FROM OPS-READINESS-STATUS.
           05 LINE 24 COL 1 VALUE "R = REFRESH, X = EXIT: ".
           05 COL PLUS 1 PIC X TO OPS-COMMAND.
      *
      *------------------
           PERFORM CHECK-RUN-LOCK
           PERFORM FIND-NEXT-OPEN-PERIOD
           PERFORM CHECK-GL-POSTING
           PERFORM CHECK-BATCH-WINDOW
           PERFORM CHECK-UPCOMING-OBLIGATIONS
           PERFORM CHECK-INPUT-READINESS.
      *
      * Scans the whole audit trail keeping the last AUDIT-SHOW-MAX
      * entries in a rotating window -- oldest of the window first,
           END-PERFORM
           OPEN INPUT AUDIT-TRAIL-FILE
           IF AUDIT-TRAIL-FILE-STATUS = "00"
      * A "06" is a line longer than the record -- still a good
      * read, the screen only shows the head of it anyway.
               PERFORM UNTIL AUDIT-TRAIL-FILE-STATUS NOT = "00"
                       AND AUDIT-TRAIL-FILE-STATUS NOT = "06"
                   READ AUDIT-TRAIL-FILE
                       AT END
                           MOVE "10" TO AUDIT-TRAIL-FILE-STATUS
               END-READ
               CLOSE BATCH-WINDOW-FILE
           END-IF.
      *
      * Every obligation on the calendar due from today through the
      * tenth business day ahead, weekends and holidays not counted,
      * and whether the file that discharges it exists yet.
       CHECK-UPCOMING-OBLIGATIONS.
           MOVE 0 TO OBL-DUE-COUNT
           MOVE 0 TO OBL-PENDING-COUNT
           PERFORM VARYING OBL-SHOW-IDX FROM 1 BY 1
                   UNTIL OBL-SHOW-IDX > OBL-SHOW-MAX
               MOVE SPACES TO OBL-SHOW-LINE (OBL-SHOW-IDX)
           END-PERFORM
           PERFORM LOAD-OPS-HOLIDAYS
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPS-TODAY-DATE
           COMPUTE OPS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE (OPS-TODAY-DATE)
           MOVE OPS-TODAY-SERIAL TO OPS-SCAN-SERIAL
           MOVE 0 TO OPS-BUSINESS-DAYS
           PERFORM UNTIL OPS-BUSINESS-DAYS >= 10
               ADD 1 TO OPS-SCAN-SERIAL
               PERFORM TEST-BUSINESS-DAY
               IF OPS-IS-BUSINESS-DAY
                   ADD 1 TO OPS-BUSINESS-DAYS
               END-IF
           END-PERFORM
           MOVE OPS-SCAN-SERIAL TO OPS-HORIZON-SERIAL
           MOVE "NO OBLIGATIONS CALENDAR ON FILE" TO OPS-OBLIG-STATUS
           OPEN INPUT OBLIGATIONS-FILE
           IF OBLIGATIONS-FILE-STATUS = "00"
               PERFORM UNTIL OBLIGATIONS-FILE-STATUS NOT = "00"
                   READ OBLIGATIONS-FILE
                       AT END
                           MOVE "10" TO OBLIGATIONS-FILE-STATUS
                       NOT AT END
                           PERFORM TEST-UPCOMING-OBLIGATION
                   END-READ
               END-PERFORM
               CLOSE OBLIGATIONS-FILE
               MOVE SPACES TO OPS-OBLIG-STATUS
               IF OBL-DUE-COUNT = 0
                   MOVE "NONE DUE" TO OPS-OBLIG-STATUS
               ELSE
                   IF OBL-PENDING-COUNT = 0
                       STRING OBL-DUE-COUNT " DUE, ALL PRODUCED"
                           DELIMITED BY SIZE INTO OPS-OBLIG-STATUS
                   ELSE
                       STRING "*** " OBL-DUE-COUNT " DUE, "
                              OBL-PENDING-COUNT " NOT PRODUCED ***"
                           DELIMITED BY SIZE INTO OPS-OBLIG-STATUS
                   END-IF
               END-IF
           END-IF
           MOVE OBL-SHOW-LINE (1) TO OPS-OBLIG-1
           MOVE OBL-SHOW-LINE (2) TO OPS-OBLIG-2
           MOVE OBL-SHOW-LINE (3) TO OPS-OBLIG-3
           MOVE OBL-SHOW-LINE (4) TO OPS-OBLIG-4.
      *
      * One calendar line: "DUE-DATE CODE PERIOD OUTPUT-FILE".
       TEST-UPCOMING-OBLIGATION.
           MOVE SPACES TO OBL-DATE-TOKEN OBL-CODE-TOKEN
               OBL-PERIOD-TOKEN OBL-FILE-TOKEN
           UNSTRING OBLIGATIONS-RECORD DELIMITED BY ALL SPACE
               INTO OBL-DATE-TOKEN OBL-CODE-TOKEN
                    OBL-PERIOD-TOKEN OBL-FILE-TOKEN
           IF OBL-DATE-TOKEN IS NUMERIC
               COMPUTE OBL-DUE-SERIAL =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (OBL-DATE-TOKEN))
               IF OBL-DUE-SERIAL >= OPS-TODAY-SERIAL
                       AND OBL-DUE-SERIAL <= OPS-HORIZON-SERIAL
                   ADD 1 TO OBL-DUE-COUNT
                   MOVE "PENDING" TO OBL-PRODUCED-TEXT
                   MOVE OBL-FILE-TOKEN TO OBLIGATION-OUTPUT-NAME
                   OPEN INPUT OBLIGATION-OUTPUT-FILE
                   IF OBLIGATION-OUTPUT-STATUS = "00"
                       MOVE "PRODUCED" TO OBL-PRODUCED-TEXT
                       CLOSE OBLIGATION-OUTPUT-FILE
                   ELSE
                       ADD 1 TO OBL-PENDING-COUNT
                   END-IF
                   IF OBL-DUE-COUNT <= OBL-SHOW-MAX
                       STRING OBL-DATE-TOKEN "  " OBL-CODE-TOKEN " "
                              OBL-PERIOD-TOKEN "  " OBL-PRODUCED-TEXT
                              "  " OBL-FILE-TOKEN
                           DELIMITED BY SIZE
                           INTO OBL-SHOW-LINE (OBL-DUE-COUNT)
                   END-IF
               END-IF
           END-IF.
      *
      * OPS-SCAN-SERIAL is a business day unless it falls on a
      * Saturday, a Sunday, or a date on the holiday list.
       TEST-BUSINESS-DAY.
           MOVE "Y" TO OPS-BUSINESS-DAY-FLAG
           COMPUTE OPS-SCAN-DOW = FUNCTION MOD (OPS-SCAN-SERIAL, 7)
           IF OPS-SCAN-DOW = 0 OR OPS-SCAN-DOW = 6
               MOVE "N" TO OPS-BUSINESS-DAY-FLAG
           ELSE
               COMPUTE OPS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER (OPS-SCAN-SERIAL)
               PERFORM VARYING OPS-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL OPS-HOLIDAY-IDX > OPS-HOLIDAY-COUNT
                           OR NOT OPS-IS-BUSINESS-DAY
                   IF OPS-HOLIDAY-DATE (OPS-HOLIDAY-IDX)
                           = OPS-SCAN-DATE
                       MOVE "N" TO OPS-BUSINESS-DAY-FLAG
                   END-IF
               END-PERFORM
           END-IF.
      *
       LOAD-OPS-HOLIDAYS.
           MOVE 0 TO OPS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF HOLIDAYS-FILE-STATUS = "00"
               PERFORM UNTIL HOLIDAYS-FILE-STATUS NOT = "00"
                   READ HOLIDAYS-FILE
                       AT END
                           MOVE "10" TO HOLIDAYS-FILE-STATUS
                       NOT AT END
                           IF HOLIDAYS-RECORD (1:8) IS NUMERIC
                                   AND OPS-HOLIDAY-COUNT
                                       < OPS-HOLIDAY-MAX
                               ADD 1 TO OPS-HOLIDAY-COUNT
                               MOVE HOLIDAYS-RECORD (1:8) TO
                                   OPS-HOLIDAY-DATE (OPS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF.
      *
      * The readiness report opens "RUN-ID id INPUT READINESS
      * CHECKED yyyymmdd hhmm", lists one input per line with its
      * state at column 63, and closes on its SUMMARY line.
       CHECK-INPUT-READINESS.
           MOVE "NO READINESS CHECK ON FILE" TO OPS-READINESS-STATUS
           MOVE SPACES TO RDY-CHECK-DATE RDY-CHECK-TIME
               RDY-SUMMARY-TEXT RDY-FIRST-STEP
           OPEN INPUT INPUT-READINESS-FILE
           IF INPUT-READINESS-FILE-STATUS = "00"
               PERFORM UNTIL INPUT-READINESS-FILE-STATUS NOT = "00"
                   READ INPUT-READINESS-FILE
                       AT END
                           MOVE "10" TO INPUT-READINESS-FILE-STATUS
                       NOT AT END
                           PERFORM NOTE-READINESS-LINE
                   END-READ
               END-PERFORM
               CLOSE INPUT-READINESS-FILE
               MOVE SPACES TO OPS-READINESS-STATUS
               IF RDY-FIRST-STEP = SPACES
                   STRING FUNCTION TRIM (RDY-SUMMARY-TEXT)
                          " -- CHECKED " RDY-CHECK-DATE " "
                          RDY-CHECK-TIME
                       DELIMITED BY SIZE INTO OPS-READINESS-STATUS
               ELSE
                   STRING "*** " FUNCTION TRIM (RDY-SUMMARY-TEXT)
                          " (" FUNCTION TRIM (RDY-FIRST-STEP)
                          ") " RDY-CHECK-DATE " " RDY-CHECK-TIME
                          " ***"
                       DELIMITED BY SIZE INTO OPS-READINESS-STATUS
               END-IF
           END-IF.
      *
       NOTE-READINESS-LINE.
           EVALUATE TRUE
               WHEN INPUT-READINESS-RECORD (1:7) = "RUN-ID "
                   MOVE SPACES TO RDY-TOKEN-1 RDY-TOKEN-2 RDY-TOKEN-3
                       RDY-TOKEN-4 RDY-TOKEN-5
                   UNSTRING INPUT-READINESS-RECORD
                       DELIMITED BY ALL SPACE
                       INTO RDY-TOKEN-1 RDY-TOKEN-2 RDY-TOKEN-3
                            RDY-TOKEN-4 RDY-TOKEN-5
                            RDY-CHECK-DATE RDY-CHECK-TIME
               WHEN INPUT-READINESS-RECORD (1:8) = "SUMMARY "
                   MOVE INPUT-READINESS-RECORD (9:40)
                       TO RDY-SUMMARY-TEXT
               WHEN INPUT-READINESS-RECORD (1:13) = "WINDOW OPENS "
                   CONTINUE
               WHEN INPUT-READINESS-RECORD (63:8) NOT = "READY"
                       AND INPUT-READINESS-RECORD (63:8) NOT = SPACES
                       AND RDY-FIRST-STEP = SPACES
                   MOVE INPUT-READINESS-RECORD (1:20)
                       TO RDY-FIRST-STEP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIOD-COUNT
