               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CONTROL-FILE-STATUS.
      * Each step's completion, rewritten as the chain runs --
      * "STEP-NAME OK|FAIL|HELD" -- so a failed night restarts from
      * the failed step (JOB_RESTART=Y) instead of from the top.
           SELECT JOB-STATUS-FILE
               ASSIGN TO DYNAMIC JOB-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO DYNAMIC CYCLE-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-FILE-STATUS.
      * The inputs each step expects -- "STEP-NAME PATH RULE
      * MIN-RECORDS", the manifest INPUT-READINESS checks ahead of
      * the window. Each step's own lines are checked again right
      * before it starts, and a step with an input missing, stale,
      * or short is held instead of started on it. No manifest, or
      * no lines for a step, holds nothing.
           SELECT INPUT-MANIFEST-FILE
               ASSIGN TO DYNAMIC INPUT-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-MANIFEST-FILE-STATUS.
           SELECT INPUT-CHECK-FILE
               ASSIGN TO DYNAMIC INPUT-CHECK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-CHECK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD  PIC X(40).
      *
       FD INPUT-MANIFEST-FILE.
       01 INPUT-MANIFEST-RECORD PIC X(120).
      *
       FD INPUT-CHECK-FILE.
       01 INPUT-CHECK-RECORD   PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01 CYC-NAME-TOKEN       PIC X(20).
       01 CYC-DATE-TOKEN       PIC X(10).
      *
      * The input manifest, loaded once, and the verdict on one
      * expected input -- the same rules INPUT-READINESS applies.
       01 INPUT-MANIFEST-FILE-STATUS PIC XX.
       01 INPUT-MANIFEST-FILE-NAME PIC X(100)
           VALUE "data/input_manifest.txt".
       01 INPUT-CHECK-FILE-STATUS PIC XX.
       01 INPUT-CHECK-FILE-NAME PIC X(140).
       01 MAN-MAX              PIC 9(3) VALUE 200.
       01 MAN-COUNT            PIC 9(3) VALUE 0.
       01 MAN-TABLE.
           05 MAN-ENTRY OCCURS 200 TIMES.
               10 MAN-STEP-NAME    PIC X(20).
               10 MAN-PATH         PIC X(80).
               10 MAN-RULE         PIC X(8).
               10 MAN-MIN-TEXT     PIC X(8).
       01 MAN-IDX              PIC 9(3).
       01 MAN-STEP-TOKEN       PIC X(20).
       01 MAN-PATH-TOKEN       PIC X(80).
       01 MAN-RULE-TOKEN       PIC X(8).
       01 MAN-MIN-TOKEN        PIC X(8).
       01 MAN-MAX-AGE-HOURS    PIC 9(5).
       01 MAN-MIN-RECORDS      PIC 9(7).
       01 STEP-INPUTS-FLAG     PIC X VALUE "Y".
           88 STEP-INPUTS-READY VALUE "Y".
       01 INPUT-STATE-TEXT     PIC X(8).
       01 INPUT-DETAIL-TEXT    PIC X(50).
       01 INPUT-RECORD-COUNT   PIC 9(7).
       01 INPUT-AGE-MINS       PIC 9(11).
       01 INPUT-AGE-HOURS      PIC 9(7).
       01 INPUT-STAMP-DATE     PIC 9(8).
       01 INPUT-STAMP-MINS     PIC 9(11).
       01 CHECK-DATE           PIC 9(8).
       01 CHECK-TIME.
           05 CHECK-HH         PIC 99.
           05 CHECK-MM         PIC 99.
           05 CHECK-SS         PIC 99.
           05 CHECK-HS         PIC 99.
       01 CHECK-STAMP-MINS     PIC 9(11).
       01 INPUT-FILE-DETAILS.
           05 INPUT-FILE-SIZE     PIC X(8) COMP-X.
           05 INPUT-FILE-DAY      PIC X COMP-X.
           05 INPUT-FILE-MONTH    PIC X COMP-X.
           05 INPUT-FILE-YEAR     PIC X(2) COMP-X.
           05 INPUT-FILE-HOUR     PIC X COMP-X.
           05 INPUT-FILE-MINUTE   PIC X COMP-X.
           05 INPUT-FILE-SECOND   PIC X COMP-X.
           05 INPUT-FILE-HUNDREDTHS PIC X COMP-X.
       01 DISP-RECORDS         PIC Z,ZZZ,ZZ9.
       01 DISP-HOURS           PIC Z,ZZZ,ZZ9.
       01 DISP-LIMIT           PIC Z,ZZZ,ZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           PERFORM SELECT-COMPANY
           PERFORM LOAD-INPUT-MANIFEST
           PERFORM LOAD-JOB-CONTROL
           IF JOB-STEP-COUNT > 0
               PERFORM RUN-JOB-CONTROL-CHAIN
           STRING FUNCTION TRIM (COMPANY-PREFIX)
                  "/data/job_cycle_status.txt"
               DELIMITED BY SIZE INTO CYCLE-STATUS-FILE-NAME
           MOVE SPACES TO INPUT-MANIFEST-FILE-NAME
           STRING FUNCTION TRIM (COMPANY-PREFIX)
                  "/data/input_manifest.txt"
               DELIMITED BY SIZE INTO INPUT-MANIFEST-FILE-NAME
           MOVE SPACES TO COMPANY-PROFILE-FILE-NAME
           STRING FUNCTION TRIM (COMPANY-PREFIX)
                  "/data/company_profile.txt"
      *
       RUN-PAYROLL-STEP.
           MOVE "PAYROLL" TO STEP-NAME
           PERFORM CHECK-STEP-INPUTS
           IF STEP-INPUTS-READY
               DISPLAY "STEP 1: " FUNCTION TRIM (STEP-NAME) " -- "
                       FUNCTION TRIM (PAYROLL-CMD-PARM)
               PERFORM START-STEP-TIMER
               CALL "SYSTEM" USING PAYROLL-CMD-PARM
               PERFORM CHECK-STEP-RESULT
               PERFORM RECORD-BUILTIN-STEP-TIMING
           ELSE
               PERFORM HOLD-BUILTIN-STEP
           END-IF.
      *
       RUN-PAYSLIP-STEP.
           MOVE "PAYSLIP" TO STEP-NAME
           PERFORM CHECK-STEP-INPUTS
           IF STEP-INPUTS-READY
               DISPLAY "STEP 2: " FUNCTION TRIM (STEP-NAME) " -- "
                       FUNCTION TRIM (PAYSLIP-CMD-PARM)
               PERFORM START-STEP-TIMER
               CALL "SYSTEM" USING PAYSLIP-CMD-PARM
               PERFORM CHECK-STEP-RESULT
               PERFORM RECORD-BUILTIN-STEP-TIMING
           ELSE
               PERFORM HOLD-BUILTIN-STEP
           END-IF.
      *
       RUN-TAX-STATISTICS-STEP.
           MOVE "TAX-STATISTICS" TO STEP-NAME
           PERFORM CHECK-STEP-INPUTS
           IF STEP-INPUTS-READY
               DISPLAY "STEP 3: " FUNCTION TRIM (STEP-NAME) " -- "
                       FUNCTION TRIM (TAX-STATS-CMD-PARM)
               PERFORM START-STEP-TIMER
               CALL "SYSTEM" USING TAX-STATS-CMD-PARM
               PERFORM CHECK-STEP-RESULT
               PERFORM RECORD-BUILTIN-STEP-TIMING
           ELSE
               PERFORM HOLD-BUILTIN-STEP
           END-IF.
      *
      * The built-in chain stops at a held step the way it stops at
      * a failed one.
       HOLD-BUILTIN-STEP.
           MOVE "Y" TO CHAIN-FAILED-FLAG
           DISPLAY "*** " FUNCTION TRIM (STEP-NAME)
                   " HELD -- INPUTS NOT READY, STOPPING BATCH "
                   "CHAIN ***".
      *
      * CALL "SYSTEM" leaves the child process's exit status in
      * RETURN-CODE. Anything but zero aborts the rest of the chain.
      * Runs the chain in order, recording each step's outcome to
      * output/job_status.txt as it completes. Under JOB_RESTART=Y
      * the previous night's status marks the steps already OK, and
      * they are skipped instead of rerun. A due step whose inputs
      * are not ready is HELD, never started, and its policy decides
      * whether the chain goes on without it; a restart picks it up
      * like any other step not yet OK.
       RUN-JOB-CONTROL-CHAIN.
           MOVE SPACES TO JOB-RESTART-PARM
           ACCEPT JOB-RESTART-PARM FROM ENVIRONMENT "JOB_RESTART"
                               JOB-STEP-NAME (JOB-STEP-IDX)
                               " NOT RUN -- CHAIN ABORTED EARLIER"
                       ELSE
                           MOVE JOB-STEP-NAME (JOB-STEP-IDX)
                               TO STEP-NAME
                           PERFORM CHECK-STEP-INPUTS
                           IF STEP-INPUTS-READY
                               PERFORM RUN-ONE-JOB-STEP
                           ELSE
                               PERFORM HOLD-JOB-STEP
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE JOB-STEP-OUTCOME (JOB-STEP-IDX)
               TO STEP-OUTCOME-TEXT
           PERFORM RECORD-STEP-TIMING.
      *
       HOLD-JOB-STEP.
           MOVE "HELD" TO JOB-STEP-OUTCOME (JOB-STEP-IDX)
           DISPLAY "*** " FUNCTION TRIM (STEP-NAME)
               " HELD -- INPUTS NOT READY ***"
           IF JOB-STEP-POLICY (JOB-STEP-IDX) = "ABORT"
               MOVE "Y" TO CHAIN-FAILED-FLAG
               DISPLAY "*** CHAIN ABORTED AT "
                   FUNCTION TRIM (STEP-NAME) " ***"
           ELSE
               DISPLAY "POLICY CONTINUE -- CHAIN GOES ON"
           END-IF.
      *
      * The manifest's lines, kept as written; "*" lines are
      * comments.
       LOAD-INPUT-MANIFEST.
           MOVE 0 TO MAN-COUNT
           OPEN INPUT INPUT-MANIFEST-FILE
           IF INPUT-MANIFEST-FILE-STATUS = "00"
               PERFORM UNTIL INPUT-MANIFEST-FILE-STATUS NOT = "00"
                   READ INPUT-MANIFEST-FILE
                       AT END
                           MOVE "10" TO INPUT-MANIFEST-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO MAN-STEP-TOKEN
                               MAN-PATH-TOKEN MAN-RULE-TOKEN
                               MAN-MIN-TOKEN
                           UNSTRING INPUT-MANIFEST-RECORD
                               DELIMITED BY ALL SPACE
                               INTO MAN-STEP-TOKEN MAN-PATH-TOKEN
                                    MAN-RULE-TOKEN MAN-MIN-TOKEN
                           IF INPUT-MANIFEST-RECORD (1:1) NOT = "*"
                                   AND MAN-STEP-TOKEN NOT = SPACES
                                   AND MAN-COUNT < MAN-MAX
                               ADD 1 TO MAN-COUNT
                               MOVE MAN-STEP-TOKEN
                                   TO MAN-STEP-NAME (MAN-COUNT)
                               MOVE MAN-PATH-TOKEN
                                   TO MAN-PATH (MAN-COUNT)
                               MOVE MAN-RULE-TOKEN
                                   TO MAN-RULE (MAN-COUNT)
                               MOVE MAN-MIN-TOKEN
                                   TO MAN-MIN-TEXT (MAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-MANIFEST-FILE
               DISPLAY "INPUT MANIFEST -- " MAN-COUNT
                   " EXPECTED INPUTS ON FILE"
           END-IF.
      *
      * Every manifest line for STEP-NAME, held against the clock
      * as it stands now -- a file that arrived since the readiness
      * check counts, one that was pulled back does not.
       CHECK-STEP-INPUTS.
           SET STEP-INPUTS-READY TO TRUE
           ACCEPT CHECK-DATE FROM DATE YYYYMMDD
           ACCEPT CHECK-TIME FROM TIME
           COMPUTE CHECK-STAMP-MINS =
               FUNCTION INTEGER-OF-DATE (CHECK-DATE) * 1440
               + CHECK-HH * 60 + CHECK-MM
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-COUNT
               IF MAN-STEP-NAME (MAN-IDX) = STEP-NAME
                   MOVE MAN-PATH (MAN-IDX) TO MAN-PATH-TOKEN
                   MOVE MAN-RULE (MAN-IDX) TO MAN-RULE-TOKEN
                   MOVE MAN-MIN-TEXT (MAN-IDX) TO MAN-MIN-TOKEN
                   PERFORM CHECK-MANIFEST-ENTRY
                   IF INPUT-STATE-TEXT NOT = "READY"
                       MOVE "N" TO STEP-INPUTS-FLAG
                       DISPLAY "INPUT NOT READY: "
                           FUNCTION TRIM (MAN-PATH-TOKEN) " -- "
                           FUNCTION TRIM (INPUT-STATE-TEXT) " "
                           FUNCTION TRIM (INPUT-DETAIL-TEXT)
                   END-IF
               END-IF
           END-PERFORM.
      *
      * RULE is ANY, TODAY, or a number of hours old at most;
      * MIN-RECORDS counts non-blank lines, 0 for none. The first
      * rule failed is the one reported.
       CHECK-MANIFEST-ENTRY.
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
           END-IF.
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
           END-IF.
      *
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
      * The whole chain's state so far, rewritten after every step
      * -- a crash mid-chain leaves the restart point on disk.
