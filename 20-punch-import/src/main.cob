      * Defaults to data/clock_punches.txt but can be overridden via
      * the CLOCK_PUNCH_FILE environment variable, same as every
      * other input path in this system.
      * With PUNCH_SITE set the file is instead that site's reader
      * export, in whatever layout its vendor writes, and each line
      * is normalized through the site's profile before pairing.
           SELECT PUNCH-FILE ASSIGN TO DYNAMIC PUNCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNCH-FILE-STATUS.
      * The weekly hours file payroll in 08-payroll-with-table-and-
      * report-adding-col already consumes -- PERIOD-ENDING header
      * line first, then per employee the day detail the statute
      * measures overtime by ("DAY EMP-ID YYYYMMDD HOURS FIRST-IN
      * LAST-OUT" per worked day) followed by the "EMP-ID HOURS" total
      * line. Written here
      * instead of typed by hand off the clock cards; sites that
      * still key weekly totals by hand simply have no DAY lines and
      * keep the weekly overtime tiers.
           SELECT LATE-REPORT-FILE
               ASSIGN TO "output/late_minutes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Per-site punch format profiles, "SITE KEY VALUE..." per line:
      *   SITE FIELDS BADGE DATE TIME FLAG  column order (SKIP for a
      *                                     column not used, STAMP
      *                                     for "date time" in one)
      *   SITE DELIM COMMA                  COMMA, SEMICOLON, PIPE,
      *                                     TAB, SPACE, or the char
      *   SITE DATE DD/MM/YYYY              any layout of YYYY MM DD
      *   SITE TIME HH:MM                   any layout of HH MM
      *   SITE IN 0 / SITE OUT 1            the reader's flag codes
      *   SITE HEADER 1                     heading lines to skip
      * Lines starting "*" are comments.
           SELECT PROFILE-FILE ASSIGN TO "data/punch_profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.
      * Badge-to-employee cross-reference for the biometric sites,
      * "SITE BADGE EMP-ID" per line. A badge not listed for the
      * site goes to the exception listing, never to pay.
           SELECT BADGE-XREF-FILE ASSIGN TO "data/badge_xref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BADGE-XREF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD PUNCH-FILE.
       01 PUNCH-RECORD            PIC X(30).
       01 VENDOR-PUNCH-RECORD     PIC X(100).
      *
       FD HOURS-FILE.
       01 HOURS-RECORD            PIC X(50).
      *
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD        PIC X(140).
      *
       FD POLICY-FILE.
       01 POLICY-RECORD           PIC X(30).
      *
       FD ABSENCE-REQUEST-FILE.
       01 ABSENCE-REQUEST-RECORD  PIC X(40).
      *
       FD PROFILE-FILE.
       01 PROFILE-RECORD          PIC X(80).
      *
       FD BADGE-XREF-FILE.
       01 BADGE-XREF-RECORD       PIC X(50).
      *
       WORKING-STORAGE SECTION.
      *
      * detection are plain subtraction instead of calendar math.
       01 PUNCH-MINUTE-STAMP      PIC S9(12).
      *
      * The site whose reader export is being read (PUNCH_SITE), and
      * its profile as loaded from data/punch_profiles.txt. Blank
      * means the file is already in the wall clock's own layout.
       01 PUNCH-SITE              PIC X(8).
       01 VENDOR-SITE-FLAG        PIC X VALUE "N".
           88 VENDOR-SITE-MODE    VALUE "Y".
       01 PROFILE-FILE-STATUS     PIC XX.
       01 PROFILE-FOUND-FLAG      PIC X VALUE "N".
           88 PROFILE-FOUND       VALUE "Y".
       01 PROFILE-FIELD-COUNT     PIC 9 VALUE 0.
       01 PROFILE-FIELDS.
           05 PROFILE-FIELD-ROLE  PIC X(5) OCCURS 6 TIMES.
       01 PROFILE-DELIM           PIC X VALUE ",".
       01 PROFILE-DATE-FORMAT     PIC X(12) VALUE "YYYYMMDD".
       01 PROFILE-TIME-FORMAT     PIC X(12) VALUE "HHMM".
       01 PROFILE-IN-CODE         PIC X(10) VALUE "IN".
       01 PROFILE-OUT-CODE        PIC X(10) VALUE "OUT".
       01 PROFILE-HEADER-LINES    PIC 9(2) VALUE 0.
       01 PROFILE-SITE-TOKEN      PIC X(8).
       01 PROFILE-KEY-TOKEN       PIC X(8).
       01 PROFILE-VALUES.
           05 PROFILE-VALUE-TOKEN PIC X(12) OCCURS 6 TIMES.
       01 PROFILE-VALUE-COUNT     PIC 9.
       01 PROFILE-IDX             PIC 9.
      * Where YYYY, MM, and DD (HH and MM for the time) sit in the
      * profile's layout -- characters before each, so the piece
      * starts one past it.
       01 DATE-FORMAT-LENGTH      PIC 9(2).
       01 DATE-YEAR-POS           PIC 9(2).
       01 DATE-MONTH-POS          PIC 9(2).
       01 DATE-DAY-POS            PIC 9(2).
       01 TIME-FORMAT-LENGTH      PIC 9(2).
       01 TIME-HOUR-POS           PIC 9(2).
       01 TIME-MINUTE-POS         PIC 9(2).
      *
       01 BADGE-XREF-FILE-STATUS  PIC XX.
       01 BADGE-XREF-MAX          PIC 9(4) VALUE 3000.
       01 BADGE-XREF-COUNT        PIC 9(4) VALUE 0.
       01 BADGE-XREF-TABLE.
           05 BADGE-XREF-ENTRY OCCURS 3000 TIMES.
               10 BADGE-XREF-BADGE    PIC X(12).
               10 BADGE-XREF-EMP-ID   PIC 9(5).
       01 BADGE-XREF-IDX          PIC 9(4).
       01 BADGE-FOUND-FLAG        PIC X VALUE "N".
           88 BADGE-FOUND         VALUE "Y".
       01 BADGE-SITE-TOKEN        PIC X(8).
       01 BADGE-BADGE-TOKEN       PIC X(12).
       01 BADGE-EMP-TOKEN         PIC X(8).
      *
      * One vendor line as split and converted. VENDOR-LINE keeps
      * the raw text for the exception listing -- the record area is
      * reused for the normalized punch handed to PROCESS-ONE-PUNCH.
       01 VENDOR-LINE             PIC X(100).
       01 VENDOR-LINES-READ       PIC 9(6) VALUE 0.
       01 VENDOR-TOKENS.
           05 VENDOR-TOKEN        PIC X(20) OCCURS 6 TIMES.
       01 VENDOR-TOKEN-COUNT      PIC 9.
       01 VENDOR-IDX              PIC 9.
       01 VENDOR-BADGE            PIC X(20).
       01 VENDOR-DATE-TOKEN       PIC X(20).
       01 VENDOR-TIME-TOKEN       PIC X(20).
       01 VENDOR-FLAG-TOKEN       PIC X(20).
       01 VENDOR-EMP-ID           PIC 9(5).
       01 VENDOR-DATE-TEXT        PIC X(8).
       01 VENDOR-DATE             REDEFINES VENDOR-DATE-TEXT
                                  PIC 9(8).
       01 VENDOR-TIME-TEXT        PIC X(4).
       01 VENDOR-TIME             REDEFINES VENDOR-TIME-TEXT
                                  PIC 9(4).
       01 VENDOR-TIME-SPLIT REDEFINES VENDOR-TIME-TEXT.
           05 VENDOR-HH           PIC 99.
           05 VENDOR-MM           PIC 99.
       01 VENDOR-PUNCH-TYPE       PIC X(3).
       01 NORMALIZE-FLAG          PIC X.
           88 NORMALIZE-OK        VALUE "Y".
       01 NORMALIZED-COUNT        PIC 9(6) VALUE 0.
       01 NORMALIZE-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 DISP-NORMALIZED-COUNT   PIC ZZZZZ9.
       01 DISP-NORMALIZE-REJECTS  PIC ZZZZ9.
      *
      * Per-employee pairing state and running total for the period.
      * An entry is created the first time an ID punches. PENDING-IN
      * holds the minute stamp (and date, for the overnight check) of
               10 DAY-TBL-ID          PIC 9(5).
               10 DAY-TBL-DATE        PIC 9(8).
               10 DAY-TBL-MINUTES     PIC 9(5).
               10 DAY-TBL-FIRST-IN    PIC S9(12).
               10 DAY-TBL-LAST-OUT    PIC S9(12).
       01 DAY-IDX                 PIC 9(4).
       01 DAY-FOUND-FLAG          PIC X VALUE "N".
           88 DAY-FOUND           VALUE "Y".
       01 DAY-HOURS               PIC 9(3)V99.
       01 DAY-HOURS-EDIT          PIC 9(3).99.
      * The day's span as HHMM off its own midnight -- a last OUT
      * past midnight runs on as 2400 and up (0230 next day is
      * 2630), so the rest between two days is plain subtraction.
       01 DAY-CLOCK-MINUTES       PIC 9(5).
       01 DAY-CLOCK-HH            PIC 99.
       01 DAY-CLOCK-MM            PIC 99.
       01 DAY-FIRST-IN-HHMM       PIC 9(4).
       01 DAY-LAST-OUT-HHMM       PIC 9(4).
       01 FIRST-IN-FLAG           PIC X VALUE "Y".
           88 FIRST-IN-OF-DAY     VALUE "Y".
      *
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           PERFORM LOAD-RUN-PARAMETERS
           IF VENDOR-SITE-MODE
               PERFORM LOAD-PUNCH-PROFILE
               PERFORM LOAD-BADGE-XREF
           END-IF
           PERFORM LOAD-TIME-POLICY
           PERFORM LOAD-SHIFT-ROSTER
      *
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF VENDOR-SITE-MODE
                           PERFORM NORMALIZE-VENDOR-PUNCH
                       ELSE
                           ADD 1 TO PUNCH-COUNT
                           PERFORM PROCESS-ONE-PUNCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNCH-FILE
      * defaulting each the way the rest of the suite defaults its
      * paths. PERIOD_ENDING unset stamps today's date, MM/DD/YYYY,
      * the same shape the hand-typed header always carried.
      * PUNCH_SITE names the site profile a reader export is read
      * through; unset, the file is the wall clock's own layout.
       LOAD-RUN-PARAMETERS.
           MOVE SPACES TO PUNCH-SITE
           ACCEPT PUNCH-SITE FROM ENVIRONMENT "PUNCH_SITE"
           IF PUNCH-SITE NOT = SPACES
               SET VENDOR-SITE-MODE TO TRUE
           END-IF
      *
           MOVE SPACES TO PUNCH-FILE-NAME
           ACCEPT PUNCH-FILE-NAME FROM ENVIRONMENT "CLOCK_PUNCH_FILE"
           IF PUNCH-FILE-NAME = SPACES
                   DELIMITED BY SIZE INTO PERIOD-ENDING-DATE
           END-IF.
      *
      * Reads this site's lines out of data/punch_profiles.txt. A
      * site with no profile, or one whose FIELDS never name where
      * the badge, date, time, and flag are, stops the import before
      * a single punch is read -- guessing a layout would pay the
      * wrong people.
       LOAD-PUNCH-PROFILE.
           MOVE "N" TO PROFILE-FOUND-FLAG
           OPEN INPUT PROFILE-FILE
           IF PROFILE-FILE-STATUS = "00"
               PERFORM UNTIL PROFILE-FILE-STATUS NOT = "00"
                   READ PROFILE-FILE
                       AT END
                           MOVE "10" TO PROFILE-FILE-STATUS
                       NOT AT END
                           IF PROFILE-RECORD (1:1) NOT = "*"
                                   AND PROFILE-RECORD NOT = SPACES
                               PERFORM APPLY-PROFILE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
      *
           MOVE 0 TO DATE-YEAR-POS DATE-MONTH-POS DATE-DAY-POS
           INSPECT PROFILE-DATE-FORMAT TALLYING DATE-YEAR-POS
               FOR CHARACTERS BEFORE INITIAL "YYYY"
           INSPECT PROFILE-DATE-FORMAT TALLYING DATE-MONTH-POS
               FOR CHARACTERS BEFORE INITIAL "MM"
           INSPECT PROFILE-DATE-FORMAT TALLYING DATE-DAY-POS
               FOR CHARACTERS BEFORE INITIAL "DD"
           COMPUTE DATE-FORMAT-LENGTH = FUNCTION LENGTH
               (FUNCTION TRIM (PROFILE-DATE-FORMAT))
           MOVE 0 TO TIME-HOUR-POS TIME-MINUTE-POS
           INSPECT PROFILE-TIME-FORMAT TALLYING TIME-HOUR-POS
               FOR CHARACTERS BEFORE INITIAL "HH"
           INSPECT PROFILE-TIME-FORMAT TALLYING TIME-MINUTE-POS
               FOR CHARACTERS BEFORE INITIAL "MM"
           COMPUTE TIME-FORMAT-LENGTH = FUNCTION LENGTH
               (FUNCTION TRIM (PROFILE-TIME-FORMAT))
      *
           MOVE SPACES TO VENDOR-BADGE VENDOR-DATE-TOKEN
               VENDOR-TIME-TOKEN VENDOR-FLAG-TOKEN
           PERFORM VARYING PROFILE-IDX FROM 1 BY 1
                   UNTIL PROFILE-IDX > PROFILE-FIELD-COUNT
               EVALUATE PROFILE-FIELD-ROLE (PROFILE-IDX)
                   WHEN "BADGE"
                       MOVE "Y" TO VENDOR-BADGE
                   WHEN "DATE"
                       MOVE "Y" TO VENDOR-DATE-TOKEN
                   WHEN "TIME"
                       MOVE "Y" TO VENDOR-TIME-TOKEN
                   WHEN "STAMP"
                       MOVE "Y" TO VENDOR-DATE-TOKEN
                       MOVE "Y" TO VENDOR-TIME-TOKEN
                   WHEN "FLAG"
                       MOVE "Y" TO VENDOR-FLAG-TOKEN
               END-EVALUATE
           END-PERFORM
           IF NOT PROFILE-FOUND
                   OR VENDOR-BADGE = SPACES
                   OR VENDOR-DATE-TOKEN = SPACES
                   OR VENDOR-TIME-TOKEN = SPACES
                   OR VENDOR-FLAG-TOKEN = SPACES
                   OR DATE-YEAR-POS + 4 > DATE-FORMAT-LENGTH
                   OR DATE-MONTH-POS + 2 > DATE-FORMAT-LENGTH
                   OR DATE-DAY-POS + 2 > DATE-FORMAT-LENGTH
                   OR TIME-HOUR-POS + 2 > TIME-FORMAT-LENGTH
                   OR TIME-MINUTE-POS + 2 > TIME-FORMAT-LENGTH
               DISPLAY "PUNCH IMPORT ABORTED -- NO USABLE PROFILE "
                   "FOR SITE " FUNCTION TRIM (PUNCH-SITE)
                   " IN data/punch_profiles.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * Applies one profile line if it belongs to PUNCH_SITE; other
      * sites' lines and keys this program doesn't know are passed
      * over, the same way the time policy treats unknown lines.
       APPLY-PROFILE-LINE.
           MOVE SPACES TO PROFILE-SITE-TOKEN PROFILE-KEY-TOKEN
               PROFILE-VALUES
           MOVE 0 TO PROFILE-VALUE-COUNT
           UNSTRING PROFILE-RECORD DELIMITED BY ALL SPACE
               INTO PROFILE-SITE-TOKEN PROFILE-KEY-TOKEN
                    PROFILE-VALUE-TOKEN (1) PROFILE-VALUE-TOKEN (2)
                    PROFILE-VALUE-TOKEN (3) PROFILE-VALUE-TOKEN (4)
                    PROFILE-VALUE-TOKEN (5) PROFILE-VALUE-TOKEN (6)
               TALLYING IN PROFILE-VALUE-COUNT
           IF PROFILE-SITE-TOKEN = PUNCH-SITE
               SET PROFILE-FOUND TO TRUE
               EVALUATE PROFILE-KEY-TOKEN
                   WHEN "FIELDS"
                       MOVE 0 TO PROFILE-FIELD-COUNT
                       MOVE SPACES TO PROFILE-FIELDS
                       PERFORM VARYING PROFILE-IDX FROM 1 BY 1
                               UNTIL PROFILE-IDX > 6
                           IF PROFILE-VALUE-TOKEN (PROFILE-IDX)
                                   NOT = SPACES
                               ADD 1 TO PROFILE-FIELD-COUNT
                               MOVE PROFILE-VALUE-TOKEN (PROFILE-IDX)
                                   TO PROFILE-FIELD-ROLE
                                       (PROFILE-FIELD-COUNT)
                           END-IF
                       END-PERFORM
                   WHEN "DELIM"
                       EVALUATE PROFILE-VALUE-TOKEN (1)
                           WHEN "COMMA"
                               MOVE "," TO PROFILE-DELIM
                           WHEN "SEMICOLON"
                               MOVE ";" TO PROFILE-DELIM
                           WHEN "PIPE"
                               MOVE "|" TO PROFILE-DELIM
                           WHEN "TAB"
                               MOVE X"09" TO PROFILE-DELIM
                           WHEN "SPACE"
                               MOVE SPACE TO PROFILE-DELIM
                           WHEN OTHER
                               MOVE PROFILE-VALUE-TOKEN (1)
                                   TO PROFILE-DELIM
                       END-EVALUATE
                   WHEN "DATE"
                       MOVE PROFILE-VALUE-TOKEN (1)
                           TO PROFILE-DATE-FORMAT
                   WHEN "TIME"
                       MOVE PROFILE-VALUE-TOKEN (1)
                           TO PROFILE-TIME-FORMAT
                   WHEN "IN"
                       MOVE PROFILE-VALUE-TOKEN (1) TO PROFILE-IN-CODE
                   WHEN "OUT"
                       MOVE PROFILE-VALUE-TOKEN (1)
                           TO PROFILE-OUT-CODE
                   WHEN "HEADER"
                       IF FUNCTION TRIM (PROFILE-VALUE-TOKEN (1))
                               IS NUMERIC
                           COMPUTE PROFILE-HEADER-LINES =
                               FUNCTION NUMVAL
                                   (PROFILE-VALUE-TOKEN (1))
                       END-IF
               END-EVALUATE
           END-IF.
      *
      * Loads this site's badges from data/badge_xref.txt. Missing
      * file leaves the table empty, so every punch is an unmapped
      * badge on the exception listing rather than a guess.
       LOAD-BADGE-XREF.
           MOVE 0 TO BADGE-XREF-COUNT
           OPEN INPUT BADGE-XREF-FILE
           IF BADGE-XREF-FILE-STATUS = "00"
               PERFORM UNTIL BADGE-XREF-FILE-STATUS NOT = "00"
                   READ BADGE-XREF-FILE
                       AT END
                           MOVE "10" TO BADGE-XREF-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO BADGE-SITE-TOKEN
                               BADGE-BADGE-TOKEN BADGE-EMP-TOKEN
                           UNSTRING BADGE-XREF-RECORD
                               DELIMITED BY ALL SPACE
                               INTO BADGE-SITE-TOKEN BADGE-BADGE-TOKEN
                                    BADGE-EMP-TOKEN
                           IF BADGE-SITE-TOKEN = PUNCH-SITE
                                   AND BADGE-BADGE-TOKEN NOT = SPACES
                                   AND FUNCTION TRIM (BADGE-EMP-TOKEN)
                                       IS NUMERIC
                                   AND BADGE-XREF-COUNT
                                       < BADGE-XREF-MAX
                               ADD 1 TO BADGE-XREF-COUNT
                               MOVE BADGE-BADGE-TOKEN TO
                                   BADGE-XREF-BADGE (BADGE-XREF-COUNT)
                               COMPUTE BADGE-XREF-EMP-ID
                                   (BADGE-XREF-COUNT) =
                                   FUNCTION NUMVAL (BADGE-EMP-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BADGE-XREF-FILE
           END-IF.
      *
      * Turns one line of a site's reader export into the wall
      * clock's "EMP-ID YYYYMMDD HHMM IN|OUT" and hands it to
      * PROCESS-ONE-PUNCH, so pairing, policy, and roster checks run
      * exactly as for the wall clock. Heading lines and blank lines
      * are passed over; a line that can't be split, dated, timed,
      * flagged, or tied to an employee goes to the exception
      * listing as the reader wrote it.
       NORMALIZE-VENDOR-PUNCH.
           ADD 1 TO VENDOR-LINES-READ
           MOVE FUNCTION TRIM (VENDOR-PUNCH-RECORD LEADING)
               TO VENDOR-LINE
           IF VENDOR-LINES-READ > PROFILE-HEADER-LINES
                   AND VENDOR-LINE NOT = SPACES
               ADD 1 TO PUNCH-COUNT
               MOVE "Y" TO NORMALIZE-FLAG
               PERFORM SPLIT-VENDOR-LINE
               IF NORMALIZE-OK
                   PERFORM MAP-VENDOR-BADGE
               END-IF
               IF NORMALIZE-OK
                   PERFORM CONVERT-VENDOR-DATE
               END-IF
               IF NORMALIZE-OK
                   PERFORM CONVERT-VENDOR-TIME
               END-IF
               IF NORMALIZE-OK
                   PERFORM CONVERT-VENDOR-FLAG
               END-IF
               IF NORMALIZE-OK
                   ADD 1 TO NORMALIZED-COUNT
                   MOVE SPACES TO PUNCH-RECORD
                   STRING VENDOR-EMP-ID " " VENDOR-DATE-TEXT " "
                          VENDOR-TIME-TEXT " " VENDOR-PUNCH-TYPE
                       DELIMITED BY SIZE INTO PUNCH-RECORD
                   PERFORM PROCESS-ONE-PUNCH
               ELSE
                   PERFORM WRITE-VENDOR-EXCEPTION
               END-IF
           END-IF.
      *
      * Splits the line on the site's delimiter and picks each piece
      * out by the role FIELDS gave its column.
       SPLIT-VENDOR-LINE.
           MOVE SPACES TO VENDOR-TOKENS
           MOVE 0 TO VENDOR-TOKEN-COUNT
           IF PROFILE-DELIM = SPACE
               UNSTRING VENDOR-LINE DELIMITED BY ALL SPACE
                   INTO VENDOR-TOKEN (1) VENDOR-TOKEN (2)
                        VENDOR-TOKEN (3) VENDOR-TOKEN (4)
                        VENDOR-TOKEN (5) VENDOR-TOKEN (6)
                   TALLYING IN VENDOR-TOKEN-COUNT
           ELSE
               UNSTRING VENDOR-LINE DELIMITED BY PROFILE-DELIM
                   INTO VENDOR-TOKEN (1) VENDOR-TOKEN (2)
                        VENDOR-TOKEN (3) VENDOR-TOKEN (4)
                        VENDOR-TOKEN (5) VENDOR-TOKEN (6)
                   TALLYING IN VENDOR-TOKEN-COUNT
           END-IF
           IF VENDOR-TOKEN-COUNT < PROFILE-FIELD-COUNT
               MOVE "N" TO NORMALIZE-FLAG
               MOVE "MALFORMED -- TOO FEW FIELDS" TO EXCEPTION-REASON
           ELSE
               MOVE SPACES TO VENDOR-BADGE VENDOR-DATE-TOKEN
                   VENDOR-TIME-TOKEN VENDOR-FLAG-TOKEN
               PERFORM VARYING VENDOR-IDX FROM 1 BY 1
                       UNTIL VENDOR-IDX > PROFILE-FIELD-COUNT
                   EVALUATE PROFILE-FIELD-ROLE (VENDOR-IDX)
                       WHEN "BADGE"
                           MOVE FUNCTION TRIM (VENDOR-TOKEN
                               (VENDOR-IDX)) TO VENDOR-BADGE
                       WHEN "DATE"
                           MOVE FUNCTION TRIM (VENDOR-TOKEN
                               (VENDOR-IDX)) TO VENDOR-DATE-TOKEN
                       WHEN "TIME"
                           MOVE FUNCTION TRIM (VENDOR-TOKEN
                               (VENDOR-IDX)) TO VENDOR-TIME-TOKEN
                       WHEN "FLAG"
                           MOVE FUNCTION TRIM (VENDOR-TOKEN
                               (VENDOR-IDX)) TO VENDOR-FLAG-TOKEN
                       WHEN "STAMP"
                           MOVE FUNCTION TRIM (VENDOR-TOKEN
                               (VENDOR-IDX)) TO VENDOR-FLAG-TOKEN
                           UNSTRING VENDOR-FLAG-TOKEN
                               DELIMITED BY ALL SPACE OR "T"
                               INTO VENDOR-DATE-TOKEN
                                    VENDOR-TIME-TOKEN
                           MOVE SPACES TO VENDOR-FLAG-TOKEN
                   END-EVALUATE
               END-PERFORM
           END-IF.
      *
      * Finds the employee behind the badge in this site's table.
       MAP-VENDOR-BADGE.
           MOVE 0 TO VENDOR-EMP-ID
           MOVE "N" TO BADGE-FOUND-FLAG
           PERFORM VARYING BADGE-XREF-IDX FROM 1 BY 1
                   UNTIL BADGE-XREF-IDX > BADGE-XREF-COUNT
                      OR BADGE-FOUND
               IF BADGE-XREF-BADGE (BADGE-XREF-IDX) = VENDOR-BADGE
                   SET BADGE-FOUND TO TRUE
                   MOVE BADGE-XREF-EMP-ID (BADGE-XREF-IDX)
                       TO VENDOR-EMP-ID
               END-IF
           END-PERFORM
           IF VENDOR-BADGE = SPACES
               MOVE "N" TO NORMALIZE-FLAG
               MOVE "MALFORMED -- NO BADGE" TO EXCEPTION-REASON
           ELSE
               IF NOT BADGE-FOUND
                   MOVE "N" TO NORMALIZE-FLAG
                   MOVE "UNMAPPED BADGE" TO EXCEPTION-REASON
               END-IF
           END-IF.
      *
      * Lifts YYYY, MM, and DD out of the date wherever the site's
      * layout puts them, and refuses anything that isn't the
      * layout's length or isn't a real calendar date.
       CONVERT-VENDOR-DATE.
           MOVE SPACES TO VENDOR-DATE-TEXT
           IF FUNCTION LENGTH (FUNCTION TRIM (VENDOR-DATE-TOKEN))
                   NOT = DATE-FORMAT-LENGTH
               MOVE "N" TO NORMALIZE-FLAG
               MOVE "DATE NOT IN SITE FORMAT" TO EXCEPTION-REASON
           ELSE
               STRING VENDOR-DATE-TOKEN (DATE-YEAR-POS + 1:4)
                      VENDOR-DATE-TOKEN (DATE-MONTH-POS + 1:2)
                      VENDOR-DATE-TOKEN (DATE-DAY-POS + 1:2)
                   DELIMITED BY SIZE INTO VENDOR-DATE-TEXT
               IF VENDOR-DATE IS NOT NUMERIC
                   MOVE "N" TO NORMALIZE-FLAG
                   MOVE "DATE NOT IN SITE FORMAT" TO EXCEPTION-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (VENDOR-DATE)
                           NOT = 0
                       MOVE "N" TO NORMALIZE-FLAG
                       MOVE "INVALID DATE" TO EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.
      *
      * Same for HH and MM; seconds, if the reader writes them, are
      * dropped -- the wall clock never carried them either.
       CONVERT-VENDOR-TIME.
           MOVE SPACES TO VENDOR-TIME-TEXT
           IF FUNCTION LENGTH (FUNCTION TRIM (VENDOR-TIME-TOKEN))
                   NOT = TIME-FORMAT-LENGTH
               MOVE "N" TO NORMALIZE-FLAG
               MOVE "TIME NOT IN SITE FORMAT" TO EXCEPTION-REASON
           ELSE
               STRING VENDOR-TIME-TOKEN (TIME-HOUR-POS + 1:2)
                      VENDOR-TIME-TOKEN (TIME-MINUTE-POS + 1:2)
                   DELIMITED BY SIZE INTO VENDOR-TIME-TEXT
               IF VENDOR-TIME IS NOT NUMERIC
                   MOVE "N" TO NORMALIZE-FLAG
                   MOVE "TIME NOT IN SITE FORMAT" TO EXCEPTION-REASON
               ELSE
                   IF VENDOR-HH > 23 OR VENDOR-MM > 59
                       MOVE "N" TO NORMALIZE-FLAG
                       MOVE "INVALID TIME" TO EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.
      *
      * Maps the reader's in/out code onto IN or OUT.
       CONVERT-VENDOR-FLAG.
           EVALUATE TRUE
               WHEN VENDOR-FLAG-TOKEN = PROFILE-IN-CODE
                   MOVE "IN" TO VENDOR-PUNCH-TYPE
               WHEN VENDOR-FLAG-TOKEN = PROFILE-OUT-CODE
                   MOVE "OUT" TO VENDOR-PUNCH-TYPE
               WHEN OTHER
                   MOVE "N" TO NORMALIZE-FLAG
                   MOVE "UNKNOWN IN/OUT CODE" TO EXCEPTION-REASON
           END-EVALUATE.
      *
      * A vendor line that never became a punch: the line exactly as
      * the reader wrote it, and why it was refused.
       WRITE-VENDOR-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           ADD 1 TO NORMALIZE-REJECT-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           STRING FUNCTION TRIM (VENDOR-LINE TRAILING)
                      DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  EXCEPTION-REASON DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.
      *
      * Parses one punch line and applies it to the employee's
      * pairing state: an IN opens a shift, an OUT closes the open
      * shift and adds its minutes to the period total. Anything
      * Folds the just-closed shift's minutes onto its employee's
      * day entry -- the day is the shift's IN date, so an overnight
      * shift counts whole against the day it started, which is how
      * the daily overtime statute reads it. The day also keeps its
      * first IN and last OUT stamps, the span the weekly rest-day
      * check measures the rest between shifts from.
       ADD-DAY-MINUTES.
           MOVE "N" TO DAY-FOUND-FLAG
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                           = EMP-TBL-IN-DATE (EMP-IDX)
                   SET DAY-FOUND TO TRUE
                   ADD SHIFT-MINUTES TO DAY-TBL-MINUTES (DAY-IDX)
                   IF EMP-TBL-PENDING-IN (EMP-IDX)
                           < DAY-TBL-FIRST-IN (DAY-IDX)
                       MOVE EMP-TBL-PENDING-IN (EMP-IDX)
                           TO DAY-TBL-FIRST-IN (DAY-IDX)
                   END-IF
                   IF PUNCH-MINUTE-STAMP > DAY-TBL-LAST-OUT (DAY-IDX)
                       MOVE PUNCH-MINUTE-STAMP
                           TO DAY-TBL-LAST-OUT (DAY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT DAY-FOUND
                       TO DAY-TBL-DATE (DAY-TABLE-COUNT)
                   MOVE SHIFT-MINUTES
                       TO DAY-TBL-MINUTES (DAY-TABLE-COUNT)
                   MOVE EMP-TBL-PENDING-IN (EMP-IDX)
                       TO DAY-TBL-FIRST-IN (DAY-TABLE-COUNT)
                   MOVE PUNCH-MINUTE-STAMP
                       TO DAY-TBL-LAST-OUT (DAY-TABLE-COUNT)
               ELSE
                   MOVE "DAY DETAIL TABLE FULL" TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
           END-PERFORM
           CLOSE HOURS-FILE.
      *
      * One "DAY EMP-ID YYYYMMDD HOURS FIRST-IN LAST-OUT" line per
      * day this employee worked, hours to two decimals like the
      * total line. Payroll reads the first four tokens only; the
      * span is for the rest-day compliance check.
       WRITE-DAY-LINES.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-TABLE-COUNT
                   COMPUTE DAY-HOURS ROUNDED =
                       DAY-TBL-MINUTES (DAY-IDX) / 60
                   MOVE DAY-HOURS TO DAY-HOURS-EDIT
                   COMPUTE DAY-CLOCK-MINUTES =
                       DAY-TBL-FIRST-IN (DAY-IDX) - FUNCTION
                       INTEGER-OF-DATE (DAY-TBL-DATE (DAY-IDX)) * 1440
                   DIVIDE DAY-CLOCK-MINUTES BY 60
                       GIVING DAY-CLOCK-HH REMAINDER DAY-CLOCK-MM
                   COMPUTE DAY-FIRST-IN-HHMM =
                       DAY-CLOCK-HH * 100 + DAY-CLOCK-MM
                   COMPUTE DAY-CLOCK-MINUTES =
                       DAY-TBL-LAST-OUT (DAY-IDX) - FUNCTION
                       INTEGER-OF-DATE (DAY-TBL-DATE (DAY-IDX)) * 1440
                   DIVIDE DAY-CLOCK-MINUTES BY 60
                       GIVING DAY-CLOCK-HH REMAINDER DAY-CLOCK-MM
                   COMPUTE DAY-LAST-OUT-HHMM =
                       DAY-CLOCK-HH * 100 + DAY-CLOCK-MM
                   MOVE SPACES TO HOURS-RECORD
                   STRING "DAY " DELIMITED BY SIZE
                          DAY-TBL-ID (DAY-IDX) DELIMITED BY SIZE
                          DAY-TBL-DATE (DAY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DAY-HOURS-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DAY-FIRST-IN-HHMM DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DAY-LAST-OUT-HHMM DELIMITED BY SIZE
                       INTO HOURS-RECORD
                   WRITE HOURS-RECORD
               END-IF
               DISP-EXCEPTION-COUNT
           DISPLAY "HOURS FILE WRITTEN TO "
               FUNCTION TRIM (HOURS-FILE-NAME)
           IF VENDOR-SITE-MODE
               MOVE NORMALIZED-COUNT TO DISP-NORMALIZED-COUNT
               MOVE NORMALIZE-REJECT-COUNT TO DISP-NORMALIZE-REJECTS
               DISPLAY "SITE " FUNCTION TRIM (PUNCH-SITE)
                   " -- LINES NORMALIZED: " DISP-NORMALIZED-COUNT
                   "  REFUSED: " DISP-NORMALIZE-REJECTS
           END-IF
           DISPLAY "======================================".
      *
       END PROGRAM PUNCH-IMPORT.
