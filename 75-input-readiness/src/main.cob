      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. INPUT-READINESS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The pre-window check of the chain's inputs. Scheduled the
      * configured lead time ahead of the batch window, it holds
      * every file the input manifest expects against its freshness
      * rule and minimum record count, and writes the verdict to
      * output/input_readiness.txt for the operations console --
      * so a missing location hours file, yesterday's exchange
      * rates, or last week's bank returns are found while there is
      * still time to chase them, not at two in the morning halfway
      * down the chain. COMPANY=<code> checks that company's tree,
      * exactly as the batch driver would run it. Return code 1
      * when anything is not ready, for the scheduler to alert on.
      *
      * "STEP-NAME PATH RULE MIN-RECORDS" -- RULE is ANY (present
      * is enough), TODAY (written on the check date), or a number
      * of hours the file may be old; MIN-RECORDS counts non-blank
      * lines, 0 for none (and for the indexed masters). Paths are
      * as the step sees them, inside the company tree. "*" lines
      * are comments.
           SELECT INPUT-MANIFEST-FILE
               ASSIGN TO DYNAMIC INPUT-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-MANIFEST-FILE-STATUS.
      *
      * Each expected input, opened only to count its records.
           SELECT INPUT-CHECK-FILE
               ASSIGN TO DYNAMIC INPUT-CHECK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-CHECK-FILE-STATUS.
      *
      * The window length on the first line, as the driver reads
      * it; the opening time and the check's lead on the second --
      * "OPEN HHMM LEAD MINUTES".
           SELECT BATCH-WINDOW-FILE
               ASSIGN TO DYNAMIC BATCH-WINDOW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-WINDOW-FILE-STATUS.
      *
           SELECT COMPANY-REGISTRY-FILE
               ASSIGN TO "data/company_profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-REGISTRY-FILE-STATUS.
      *
           SELECT READINESS-REPORT-FILE
               ASSIGN TO DYNAMIC READINESS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READINESS-REPORT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD INPUT-MANIFEST-FILE.
       01 INPUT-MANIFEST-RECORD   PIC X(120).
      *
       FD INPUT-CHECK-FILE.
       01 INPUT-CHECK-RECORD      PIC X(200).
      *
       FD BATCH-WINDOW-FILE.
       01 BATCH-WINDOW-RECORD     PIC X(20).
      *
       FD COMPANY-REGISTRY-FILE.
       01 COMPANY-REGISTRY-RECORD PIC X(120).
      *
       FD READINESS-REPORT-FILE.
       01 READINESS-REPORT-RECORD PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 INPUT-MANIFEST-FILE-STATUS PIC XX.
       01 INPUT-CHECK-FILE-STATUS PIC XX.
       01 BATCH-WINDOW-FILE-STATUS PIC XX.
       01 COMPANY-REGISTRY-FILE-STATUS PIC XX.
       01 READINESS-REPORT-FILE-STATUS PIC XX.
       01 INPUT-MANIFEST-FILE-NAME PIC X(140)
           VALUE "data/input_manifest.txt".
       01 BATCH-WINDOW-FILE-NAME  PIC X(140)
           VALUE "data/batch_window.txt".
       01 READINESS-REPORT-FILE-NAME PIC X(140)
           VALUE "output/input_readiness.txt".
       01 INPUT-CHECK-FILE-NAME   PIC X(140).
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * COMPANY=<code> off the central registry, as the driver
      * resolves it.
       01 COMPANY-PARM            PIC X(4).
       01 COMPANY-CODE            PIC X(4) VALUE SPACES.
       01 COMPANY-PREFIX          PIC X(40) VALUE SPACES.
       01 REGISTRY-CODE-TOKEN     PIC X(4).
       01 REGISTRY-PREFIX-TOKEN   PIC X(40).
       01 COMPANY-FOUND-FLAG      PIC X VALUE "N".
           88 COMPANY-FOUND       VALUE "Y".
      *
      * The check's own moment, in minutes from the day-serial
      * epoch, for holding file stamps against.
       01 CHECK-DATE              PIC 9(8).
       01 CHECK-TIME.
           05 CHECK-HH            PIC 99.
           05 CHECK-MM            PIC 99.
           05 CHECK-SS            PIC 99.
           05 CHECK-HS            PIC 99.
       01 CHECK-STAMP-MINS        PIC 9(11).
      *
      * The window's opening and the configured lead.
       01 WIN-OPEN-TOKEN          PIC X(6).
       01 WIN-HHMM-TOKEN          PIC X(6).
       01 WIN-LEAD-TOKEN          PIC X(6).
       01 WIN-MINS-TOKEN          PIC X(6).
       01 WINDOW-OPEN-HHMM.
           05 WINDOW-OPEN-HH      PIC 99 VALUE 0.
           05 WINDOW-OPEN-MM      PIC 99 VALUE 0.
       01 WINDOW-LEAD-MINS        PIC 9(4) VALUE 0.
       01 WINDOW-OPEN-FLAG        PIC X VALUE "N".
           88 WINDOW-OPEN-KNOWN   VALUE "Y".
       01 MINS-TO-OPEN            PIC 9(4).
       01 NOW-MINS-OF-DAY         PIC 9(4).
       01 OPEN-MINS-OF-DAY        PIC 9(4).
      *
      * One manifest line as parsed, and the verdict on it.
       01 MAN-STEP-TOKEN          PIC X(20).
       01 MAN-PATH-TOKEN          PIC X(80).
       01 MAN-RULE-TOKEN          PIC X(8).
       01 MAN-MIN-TOKEN           PIC X(8).
       01 MAN-MAX-AGE-HOURS       PIC 9(5).
       01 MAN-MIN-RECORDS         PIC 9(7).
       01 INPUT-STATE-TEXT        PIC X(8).
       01 INPUT-DETAIL-TEXT       PIC X(50).
       01 INPUT-RECORD-COUNT      PIC 9(7).
       01 INPUT-AGE-MINS          PIC 9(11).
       01 INPUT-AGE-HOURS         PIC 9(7).
       01 INPUT-STAMP-DATE        PIC 9(8).
       01 INPUT-STAMP-MINS        PIC 9(11).
      *
      * What CBL_CHECK_FILE_EXIST hands back: the size, then the
      * last-written date and time.
       01 INPUT-FILE-DETAILS.
           05 INPUT-FILE-SIZE     PIC X(8) COMP-X.
           05 INPUT-FILE-DAY      PIC X COMP-X.
           05 INPUT-FILE-MONTH    PIC X COMP-X.
           05 INPUT-FILE-YEAR     PIC X(2) COMP-X.
           05 INPUT-FILE-HOUR     PIC X COMP-X.
           05 INPUT-FILE-MINUTE   PIC X COMP-X.
           05 INPUT-FILE-SECOND   PIC X COMP-X.
           05 INPUT-FILE-HUNDREDTHS PIC X COMP-X.
      *
       01 INPUTS-CHECKED          PIC 9(4) VALUE 0.
       01 INPUTS-NOT-READY        PIC 9(4) VALUE 0.
       01 DISP-COUNT              PIC ZZZ9.
       01 DISP-COUNT-2            PIC ZZZ9.
       01 DISP-RECORDS            PIC Z,ZZZ,ZZ9.
       01 DISP-HOURS              PIC Z,ZZZ,ZZ9.
       01 DISP-LIMIT              PIC Z,ZZZ,ZZ9.
       01 DISP-MINS               PIC ZZZ9.
       01 DISP-LEAD               PIC ZZZ9.
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
           ACCEPT CHECK-DATE FROM DATE YYYYMMDD
           ACCEPT CHECK-TIME FROM TIME
           COMPUTE CHECK-STAMP-MINS =
               FUNCTION INTEGER-OF-DATE (CHECK-DATE) * 1440
               + CHECK-HH * 60 + CHECK-MM

           PERFORM SELECT-COMPANY
           PERFORM LOAD-WINDOW-OPENING

           OPEN INPUT INPUT-MANIFEST-FILE
           IF INPUT-MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "INPUT READINESS -- NO MANIFEST AT "
                   FUNCTION TRIM (INPUT-MANIFEST-FILE-NAME)
                   " (NOTHING TO CHECK)"
               STOP RUN
           END-IF
           OPEN OUTPUT READINESS-REPORT-FILE
           IF READINESS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "INPUT READINESS ABORTED -- CANNOT WRITE "
                   FUNCTION TRIM (READINESS-REPORT-FILE-NAME)
                   " (STATUS " READINESS-REPORT-FILE-STATUS ")"
               CLOSE INPUT-MANIFEST-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO READINESS-REPORT-RECORD
           STRING "RUN-ID " RUN-ID " INPUT READINESS CHECKED "
                  CHECK-DATE " " CHECK-HH CHECK-MM
               DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
           WRITE READINESS-REPORT-RECORD
           PERFORM WRITE-LEAD-TIME-LINE

           PERFORM UNTIL INPUT-MANIFEST-FILE-STATUS NOT = "00"
               READ INPUT-MANIFEST-FILE
                   AT END
                       MOVE "10" TO INPUT-MANIFEST-FILE-STATUS
                   NOT AT END
                       IF INPUT-MANIFEST-RECORD (1:1) NOT = "*"
                               AND INPUT-MANIFEST-RECORD NOT = SPACES
                           PERFORM CHECK-MANIFEST-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-MANIFEST-FILE

      * The closing line is the one the console reads.
           MOVE INPUTS-CHECKED TO DISP-COUNT
           MOVE INPUTS-NOT-READY TO DISP-COUNT-2
           MOVE SPACES TO READINESS-REPORT-RECORD
           IF INPUTS-NOT-READY = 0
               STRING "SUMMARY ALL " FUNCTION TRIM (DISP-COUNT)
                      " INPUTS READY"
                   DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
           ELSE
               STRING "SUMMARY " FUNCTION TRIM (DISP-COUNT-2)
                      " OF " FUNCTION TRIM (DISP-COUNT)
                      " INPUTS NOT READY"
                   DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
           END-IF
           WRITE READINESS-REPORT-RECORD
           CLOSE READINESS-REPORT-FILE

           IF INPUTS-NOT-READY = 0
               DISPLAY "INPUT READINESS COMPLETE -- ALL "
                   FUNCTION TRIM (DISP-COUNT) " INPUTS READY"
           ELSE
               DISPLAY "*** INPUT READINESS -- "
                   FUNCTION TRIM (DISP-COUNT-2) " OF "
                   FUNCTION TRIM (DISP-COUNT)
                   " INPUTS NOT READY, SEE "
                   FUNCTION TRIM (READINESS-REPORT-FILE-NAME) " ***"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   INPUT READINESS CHECK              "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * Same resolution as the batch driver's: no COMPANY means the
      * files at the install root; an unknown code stops here.
       SELECT-COMPANY.
           MOVE SPACES TO COMPANY-PARM
           ACCEPT COMPANY-PARM FROM ENVIRONMENT "COMPANY"
           IF COMPANY-PARM NOT = SPACES
               OPEN INPUT COMPANY-REGISTRY-FILE
               IF COMPANY-REGISTRY-FILE-STATUS = "00"
                   PERFORM UNTIL COMPANY-REGISTRY-FILE-STATUS
                           NOT = "00" OR COMPANY-FOUND
                       READ COMPANY-REGISTRY-FILE
                           AT END
                               MOVE "10"
                                   TO COMPANY-REGISTRY-FILE-STATUS
                           NOT AT END
                               PERFORM MATCH-REGISTRY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE COMPANY-REGISTRY-FILE
               END-IF
               IF NOT COMPANY-FOUND
                   DISPLAY "*** COMPANY " FUNCTION TRIM (COMPANY-PARM)
                       " NOT IN data/company_profiles.txt -- "
                       "CHECK REFUSED ***"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO INPUT-MANIFEST-FILE-NAME
               STRING FUNCTION TRIM (COMPANY-PREFIX)
                      "/data/input_manifest.txt"
                   DELIMITED BY SIZE INTO INPUT-MANIFEST-FILE-NAME
               MOVE SPACES TO BATCH-WINDOW-FILE-NAME
               STRING FUNCTION TRIM (COMPANY-PREFIX)
                      "/data/batch_window.txt"
                   DELIMITED BY SIZE INTO BATCH-WINDOW-FILE-NAME
               MOVE SPACES TO READINESS-REPORT-FILE-NAME
               STRING FUNCTION TRIM (COMPANY-PREFIX)
                      "/output/input_readiness.txt"
                   DELIMITED BY SIZE INTO READINESS-REPORT-FILE-NAME
               DISPLAY "COMPANY " FUNCTION TRIM (COMPANY-CODE)
                   " -- CHECKING UNDER " FUNCTION TRIM (COMPANY-PREFIX)
           END-IF.
      *
       MATCH-REGISTRY-LINE.
           MOVE SPACES TO REGISTRY-CODE-TOKEN REGISTRY-PREFIX-TOKEN
           UNSTRING COMPANY-REGISTRY-RECORD DELIMITED BY "|"
               INTO REGISTRY-CODE-TOKEN REGISTRY-PREFIX-TOKEN
           IF FUNCTION TRIM (REGISTRY-CODE-TOKEN)
                   = FUNCTION TRIM (COMPANY-PARM)
                   AND REGISTRY-PREFIX-TOKEN NOT = SPACES
               MOVE REGISTRY-CODE-TOKEN TO COMPANY-CODE
               MOVE REGISTRY-PREFIX-TOKEN TO COMPANY-PREFIX
               SET COMPANY-FOUND TO TRUE
           END-IF.
      *
      * The second line of the window file, when there is one. The
      * first line stays the driver's window length in minutes.
       LOAD-WINDOW-OPENING.
           OPEN INPUT BATCH-WINDOW-FILE
           IF BATCH-WINDOW-FILE-STATUS = "00"
               READ BATCH-WINDOW-FILE
                   AT END
                       MOVE "10" TO BATCH-WINDOW-FILE-STATUS
               END-READ
               IF BATCH-WINDOW-FILE-STATUS = "00"
                   READ BATCH-WINDOW-FILE
                       AT END
                           MOVE "10" TO BATCH-WINDOW-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-WINDOW-OPENING
                   END-READ
               END-IF
               CLOSE BATCH-WINDOW-FILE
           END-IF.
      *
       PARSE-WINDOW-OPENING.
           MOVE SPACES TO WIN-OPEN-TOKEN WIN-HHMM-TOKEN
               WIN-LEAD-TOKEN WIN-MINS-TOKEN
           UNSTRING BATCH-WINDOW-RECORD DELIMITED BY ALL SPACE
               INTO WIN-OPEN-TOKEN WIN-HHMM-TOKEN
                    WIN-LEAD-TOKEN WIN-MINS-TOKEN
           IF WIN-OPEN-TOKEN = "OPEN"
                   AND WIN-HHMM-TOKEN (1:4) IS NUMERIC
                   AND WIN-HHMM-TOKEN (5:2) = SPACES
               MOVE WIN-HHMM-TOKEN (1:4) TO WINDOW-OPEN-HHMM
               IF WINDOW-OPEN-HH < 24 AND WINDOW-OPEN-MM < 60
                   SET WINDOW-OPEN-KNOWN TO TRUE
                   IF WIN-LEAD-TOKEN = "LEAD"
                           AND FUNCTION TRIM (WIN-MINS-TOKEN)
                               IS NUMERIC
                           AND WIN-MINS-TOKEN NOT = SPACES
                       COMPUTE WINDOW-LEAD-MINS =
                           FUNCTION NUMVAL (WIN-MINS-TOKEN)
                   END-IF
               END-IF
           END-IF.
      *
      * How far ahead of the window this check ran. A check that
      * ran inside the configured lead -- the scheduler slipped, or
      * it was started by hand late -- leaves less time to chase a
      * missing file than the shop planned on, and says so.
       WRITE-LEAD-TIME-LINE.
           IF WINDOW-OPEN-KNOWN
               COMPUTE NOW-MINS-OF-DAY = CHECK-HH * 60 + CHECK-MM
               COMPUTE OPEN-MINS-OF-DAY =
                   WINDOW-OPEN-HH * 60 + WINDOW-OPEN-MM
               IF OPEN-MINS-OF-DAY >= NOW-MINS-OF-DAY
                   COMPUTE MINS-TO-OPEN =
                       OPEN-MINS-OF-DAY - NOW-MINS-OF-DAY
               ELSE
                   COMPUTE MINS-TO-OPEN =
                       OPEN-MINS-OF-DAY + 1440 - NOW-MINS-OF-DAY
               END-IF
               MOVE MINS-TO-OPEN TO DISP-MINS
               MOVE WINDOW-LEAD-MINS TO DISP-LEAD
               MOVE SPACES TO READINESS-REPORT-RECORD
               IF MINS-TO-OPEN < WINDOW-LEAD-MINS
                   STRING "WINDOW OPENS " WINDOW-OPEN-HHMM
                          " -- CHECKED " FUNCTION TRIM (DISP-MINS)
                          " MIN AHEAD *** INSIDE THE "
                          FUNCTION TRIM (DISP-LEAD) " MIN LEAD ***"
                       DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
                   DISPLAY "*** CHECK RAN INSIDE THE CONFIGURED LEAD "
                       "TIME -- " FUNCTION TRIM (DISP-MINS)
                       " MIN BEFORE " WINDOW-OPEN-HHMM ", LEAD "
                       FUNCTION TRIM (DISP-LEAD) " ***"
               ELSE
                   STRING "WINDOW OPENS " WINDOW-OPEN-HHMM
                          " -- CHECKED " FUNCTION TRIM (DISP-MINS)
                          " MIN AHEAD (LEAD "
                          FUNCTION TRIM (DISP-LEAD) " MIN)"
                       DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
               END-IF
               WRITE READINESS-REPORT-RECORD
           END-IF.
      *
      * One expected input: present, fresh enough, and long enough.
      * The first rule it fails is the one reported.
       CHECK-MANIFEST-LINE.
           MOVE SPACES TO MAN-STEP-TOKEN MAN-PATH-TOKEN
               MAN-RULE-TOKEN MAN-MIN-TOKEN
           UNSTRING INPUT-MANIFEST-RECORD DELIMITED BY ALL SPACE
               INTO MAN-STEP-TOKEN MAN-PATH-TOKEN
                    MAN-RULE-TOKEN MAN-MIN-TOKEN
           ADD 1 TO INPUTS-CHECKED
           MOVE "READY" TO INPUT-STATE-TEXT
           MOVE SPACES TO INPUT-DETAIL-TEXT
           MOVE 0 TO MAN-MAX-AGE-HOURS
           MOVE 0 TO MAN-MIN-RECORDS
           IF MAN-PATH-TOKEN = SPACES
                   OR (MAN-RULE-TOKEN NOT = "ANY"
                       AND MAN-RULE-TOKEN NOT = "TODAY"
                       AND (FUNCTION TRIM (MAN-RULE-TOKEN)
                               IS NOT NUMERIC
                           OR MAN-RULE-TOKEN = SPACES))
                   OR (MAN-MIN-TOKEN NOT = SPACES
                       AND FUNCTION TRIM (MAN-MIN-TOKEN)
                           IS NOT NUMERIC)
               MOVE "BAD RULE" TO INPUT-STATE-TEXT
               MOVE "MANIFEST LINE NOT UNDERSTOOD"
                   TO INPUT-DETAIL-TEXT
           ELSE
               IF FUNCTION TRIM (MAN-RULE-TOKEN) IS NUMERIC
                   COMPUTE MAN-MAX-AGE-HOURS =
                       FUNCTION NUMVAL (MAN-RULE-TOKEN)
               END-IF
               IF MAN-MIN-TOKEN NOT = SPACES
                   COMPUTE MAN-MIN-RECORDS =
                       FUNCTION NUMVAL (MAN-MIN-TOKEN)
               END-IF
               PERFORM CHECK-ONE-INPUT
           END-IF
           IF INPUT-STATE-TEXT NOT = "READY"
               ADD 1 TO INPUTS-NOT-READY
               DISPLAY "NOT READY: " FUNCTION TRIM (MAN-STEP-TOKEN)
                   " " FUNCTION TRIM (MAN-PATH-TOKEN) " -- "
                   FUNCTION TRIM (INPUT-STATE-TEXT) " "
                   FUNCTION TRIM (INPUT-DETAIL-TEXT)
           END-IF
           MOVE SPACES TO READINESS-REPORT-RECORD
           MOVE MAN-STEP-TOKEN TO READINESS-REPORT-RECORD (1:20)
           MOVE MAN-PATH-TOKEN TO READINESS-REPORT-RECORD (22:40)
           MOVE INPUT-STATE-TEXT TO READINESS-REPORT-RECORD (63:8)
           MOVE INPUT-DETAIL-TEXT TO READINESS-REPORT-RECORD (72:50)
           WRITE READINESS-REPORT-RECORD.
      *
       CHECK-ONE-INPUT.
           MOVE SPACES TO INPUT-CHECK-FILE-NAME
           IF COMPANY-CODE = SPACES
               MOVE MAN-PATH-TOKEN TO INPUT-CHECK-FILE-NAME
           ELSE
               STRING FUNCTION TRIM (COMPANY-PREFIX) "/"
                      FUNCTION TRIM (MAN-PATH-TOKEN)
                   DELIMITED BY SIZE INTO INPUT-CHECK-FILE-NAME
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING INPUT-CHECK-FILE-NAME
               INPUT-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "MISSING" TO INPUT-STATE-TEXT
               MOVE "FILE NOT FOUND" TO INPUT-DETAIL-TEXT
           ELSE
               COMPUTE INPUT-STAMP-DATE =
                   INPUT-FILE-YEAR * 10000 + INPUT-FILE-MONTH * 100
                   + INPUT-FILE-DAY
               COMPUTE INPUT-STAMP-MINS =
                   FUNCTION INTEGER-OF-DATE (INPUT-STAMP-DATE) * 1440
                   + INPUT-FILE-HOUR * 60 + INPUT-FILE-MINUTE
               IF INPUT-STAMP-MINS > CHECK-STAMP-MINS
                   MOVE 0 TO INPUT-AGE-MINS
               ELSE
                   COMPUTE INPUT-AGE-MINS =
                       CHECK-STAMP-MINS - INPUT-STAMP-MINS
               END-IF
               COMPUTE INPUT-AGE-HOURS = INPUT-AGE-MINS / 60
               MOVE INPUT-AGE-HOURS TO DISP-HOURS
               IF MAN-RULE-TOKEN = "TODAY"
                       AND INPUT-STAMP-DATE NOT = CHECK-DATE
                   MOVE "STALE" TO INPUT-STATE-TEXT
                   STRING "WRITTEN " INPUT-STAMP-DATE ", NOT TODAY"
                       DELIMITED BY SIZE INTO INPUT-DETAIL-TEXT
               END-IF
               IF MAN-MAX-AGE-HOURS > 0
                       AND INPUT-AGE-MINS > MAN-MAX-AGE-HOURS * 60
                   MOVE "STALE" TO INPUT-STATE-TEXT
                   MOVE MAN-MAX-AGE-HOURS TO DISP-LIMIT
                   STRING FUNCTION TRIM (DISP-HOURS) " HOURS OLD, "
                          "LIMIT " FUNCTION TRIM (DISP-LIMIT)
                       DELIMITED BY SIZE INTO INPUT-DETAIL-TEXT
               END-IF
               IF INPUT-STATE-TEXT = "READY" AND MAN-MIN-RECORDS > 0
                   PERFORM COUNT-INPUT-RECORDS
                   IF INPUT-RECORD-COUNT < MAN-MIN-RECORDS
                       MOVE "SHORT" TO INPUT-STATE-TEXT
                       MOVE INPUT-RECORD-COUNT TO DISP-RECORDS
                       MOVE MAN-MIN-RECORDS TO DISP-LIMIT
                       STRING FUNCTION TRIM (DISP-RECORDS)
                              " RECORDS, MINIMUM "
                              FUNCTION TRIM (DISP-LIMIT)
                           DELIMITED BY SIZE INTO INPUT-DETAIL-TEXT
                   END-IF
               END-IF
               IF INPUT-STATE-TEXT = "READY"
                   STRING FUNCTION TRIM (DISP-HOURS) " HOURS OLD"
                       DELIMITED BY SIZE INTO INPUT-DETAIL-TEXT
               END-IF
           END-IF.
      *
      * Non-blank records, counted only as far as the minimum.
       COUNT-INPUT-RECORDS.
           MOVE 0 TO INPUT-RECORD-COUNT
           OPEN INPUT INPUT-CHECK-FILE
           IF INPUT-CHECK-FILE-STATUS = "00"
               PERFORM UNTIL INPUT-CHECK-FILE-STATUS NOT = "00"
                       OR INPUT-RECORD-COUNT >= MAN-MIN-RECORDS
                   READ INPUT-CHECK-FILE
                       AT END
                           MOVE "10" TO INPUT-CHECK-FILE-STATUS
                       NOT AT END
                           IF INPUT-CHECK-RECORD NOT = SPACES
                               ADD 1 TO INPUT-RECORD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-CHECK-FILE
           END-IF.
      *
       END PROGRAM INPUT-READINESS.
      *
