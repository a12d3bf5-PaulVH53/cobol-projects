      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. HOURS-APPROVAL.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Hand-keyed hours from WEEKLY-HOURS-ENTRY wait here as PENDING
      * lines -- "EMP-ID HOURS PERIOD-ENDING STATUS APPROVER STAMP" --
      * until a department head looks at each one next to the
      * employee's rostered hours and recent history and approves or
      * returns it. The approver and the moment of the decision are
      * written back onto the line.
           SELECT PENDING-HOURS-FILE
               ASSIGN TO "data/hours_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-HOURS-FILE-STATUS.
      * Name, department and status for the screen.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * The weekly shift roster ("ID DAY START END", times HHMM)
      * PUNCH-IMPORT checks punches against -- its total is what the
      * keyed hours are held up against.
           SELECT ROSTER-FILE ASSIGN TO "data/shift_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
      *
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      * The approver must be a registered operator holding the
      * APPROVE role; a refusal goes on the audit trail.
           SELECT OPERATOR-REGISTRY-FILE
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      * The hours file payroll reads (EMPLOYEE_FILE, default
      * data/weekly_hours.txt): PERIOD-ENDING header, then
      * "EMP-ID HOURS" for every APPROVED line of the period and
      * nothing else. Rewritten whole at every release, so it is
      * always the complete approved set.
           SELECT HOURS-FILE ASSIGN TO DYNAMIC HOURS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOURS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD PENDING-HOURS-FILE.
       01 PENDING-HOURS-RECORD      PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD ROSTER-FILE.
       01 ROSTER-RECORD             PIC X(30).
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD        PIC X(80).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD  PIC X(100).
      *
       FD HOURS-FILE.
       01 HOURS-RECORD              PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01 PENDING-HOURS-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 ROSTER-FILE-STATUS        PIC XX.
       01 PAY-HISTORY-FILE-STATUS   PIC XX.
       01 OPERATOR-REGISTRY-STATUS  PIC XX.
       01 HOURS-FILE-STATUS         PIC XX.
       01 AUDIT-LOG-RECORD          PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 HOURS-FILE-NAME           PIC X(100).
       01 MASTER-OPEN-FLAG          PIC X VALUE "N".
           88 MASTER-IS-OPEN        VALUE "Y".
      *
       01 RUN-DATE                  PIC 9(6).
       01 RUN-TIME                  PIC 9(8).
       01 RUN-ID                    PIC X(16).
       01 DECISION-STAMP            PIC X(15).
      *
      * APPROVER_ID signs every decision; APPROVE_DEPT narrows the
      * screen to one department's lines (blank shows them all);
      * HOURS_PERIOD (MM/DD/YYYY) picks the period, default the
      * oldest one with lines still pending.
       01 APPROVER-ID-PARM          PIC X(12).
       01 APPROVE-DEPT-PARM         PIC X(10).
       01 REVIEW-PERIOD             PIC X(10).
      *
       01 OPERATOR-CHECK-ID         PIC X(12).
       01 OPERATOR-NEEDED-ROLE      PIC X(10).
       01 OPERATOR-FOUND-FLAG       PIC X.
           88 OPERATOR-FOUND        VALUE "Y".
       01 OPERATOR-ROLE-OK-FLAG     PIC X.
           88 OPERATOR-ROLE-OK      VALUE "Y".
       01 OPERATOR-DENY-REASON      PIC X(40).
       01 OPER-ID-TOKEN             PIC X(12).
       01 OPER-NAME-TOKEN           PIC X(20).
       01 OPER-ROLES-TOKEN          PIC X(60).
       01 OPER-ROLE-SPLIT.
           05 OPER-ROLE-ENTRY       PIC X(10) OCCURS 8 TIMES.
       01 OPER-ROLE-IDX             PIC 9.
      *
      * The whole pending file, loaded, decided on, and written back.
       01 PEND-MAX                  PIC 9(4) VALUE 3000.
       01 PEND-COUNT                PIC 9(4) VALUE 0.
       01 PEND-TABLE.
           05 PEND-ENTRY OCCURS 3000 TIMES.
               10 PEND-EMP-ID       PIC 9(5).
               10 PEND-HOURS        PIC 9(3)V99.
               10 PEND-PERIOD       PIC X(10).
               10 PEND-STATUS       PIC X(8).
               10 PEND-APPROVER     PIC X(12).
               10 PEND-STAMP        PIC X(15).
       01 PEND-IDX                  PIC 9(4).
       01 PEND-IDX-2                PIC 9(4).
       01 PEND-ID-TOKEN             PIC X(5).
       01 PEND-HOURS-TOKEN          PIC X(6).
       01 PEND-PERIOD-TOKEN         PIC X(10).
       01 PEND-STATUS-TOKEN         PIC X(8).
       01 PEND-APPROVER-TOKEN       PIC X(12).
       01 PEND-STAMP-TOKEN          PIC X(15).
       01 PERIOD-SORT-KEY           PIC X(8).
       01 BEST-SORT-KEY             PIC X(8).
      *
      * The roster, tabled once: rostered minutes per employee.
       01 ROSTER-MAX                PIC 9(4) VALUE 2000.
       01 ROSTER-COUNT              PIC 9(4) VALUE 0.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 2000 TIMES.
               10 ROSTER-EMP-ID     PIC 9(5).
               10 ROSTER-MINUTES    PIC 9(5).
       01 ROSTER-IDX                PIC 9(4).
       01 ROSTER-ID-TOKEN           PIC X(5).
       01 ROSTER-DAY-TOKEN          PIC X(3).
       01 ROSTER-START-TOKEN        PIC X(4).
       01 ROSTER-END-TOKEN          PIC X(4).
       01 ROSTER-HHMM               PIC 9(4).
       01 ROSTER-HHMM-SPLIT REDEFINES ROSTER-HHMM.
           05 ROSTER-HH             PIC 99.
           05 ROSTER-MM             PIC 99.
       01 ROSTER-START-MIN          PIC 9(5).
       01 ROSTER-END-MIN            PIC 9(5).
       01 ROSTER-FOUND-FLAG         PIC X.
           88 ROSTER-FOUND          VALUE "Y".
      *
      * What the screen shows for the line under review.
       01 SCR-PERIOD                PIC X(10).
       01 SCR-APPROVER              PIC X(12).
       01 SCR-EMP-ID                PIC 9(5).
       01 SCR-EMP-NAME              PIC X(20).
       01 SCR-EMP-DEPT              PIC X(10).
       01 SCR-KEYED-HOURS           PIC ZZ9.99.
       01 SCR-ROSTER-HOURS          PIC X(30).
       01 SCR-LAST-APPROVED         PIC X(40).
       01 SCR-HISTORY-1             PIC X(40).
       01 SCR-HISTORY-2             PIC X(40).
       01 SCR-HISTORY-3             PIC X(40).
       01 SCR-POSITION              PIC X(30).
       01 SCR-WARNING               PIC X(60).
       01 SCR-DECISION              PIC X.
       01 ROSTER-HOURS-WORK         PIC 9(3)V99.
       01 ROSTER-HOURS-EDIT         PIC ZZ9.99.
       01 LAST-HOURS-EDIT           PIC ZZ9.99.
       01 HOURS-EDIT                PIC 9(3).99.
       01 DISP-LINE-NO              PIC ZZZ9.
       01 DISP-LINE-OF              PIC ZZZ9.
       01 HIST-ID-TOKEN             PIC X(5).
       01 HIST-DATE-TOKEN           PIC X(10).
       01 HIST-AMT-TOKEN            PIC X(12).
      *
       01 REVIEW-TOTAL              PIC 9(4) VALUE 0.
       01 REVIEW-SEEN               PIC 9(4) VALUE 0.
       01 APPROVED-COUNT            PIC 9(4) VALUE 0.
       01 RETURNED-COUNT            PIC 9(4) VALUE 0.
       01 STILL-PENDING-COUNT       PIC 9(4) VALUE 0.
       01 RELEASED-COUNT            PIC 9(4) VALUE 0.
       01 END-REVIEW-FLAG           PIC X VALUE "N".
           88 END-REVIEW            VALUE "Y".
       01 LINE-IN-SCOPE-FLAG        PIC X.
           88 LINE-IN-SCOPE         VALUE "Y".
      *
      *-----------------
       SCREEN SECTION.
      *-----------------
      * One pending line per screen, in the same full-screen style
      * as WEEKLY-HOURS-ENTRY.
       01 APPROVAL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 10 VALUE "HOURS APPROVAL".
           05 LINE 2 COL 10 VALUE "==============".
           05 LINE 4 COL 1 VALUE "PERIOD ENDING:".
           05 LINE 4 COL 16 PIC X(10) FROM SCR-PERIOD.
           05 LINE 4 COL 30 VALUE "APPROVER:".
           05 LINE 4 COL 40 PIC X(12) FROM SCR-APPROVER.
           05 LINE 4 COL 55 PIC X(30) FROM SCR-POSITION.
           05 LINE 6 COL 1 VALUE "EMPLOYEE:".
           05 LINE 6 COL 11 PIC 9(5) FROM SCR-EMP-ID.
           05 LINE 6 COL 18 PIC X(20) FROM SCR-EMP-NAME.
           05 LINE 6 COL 40 VALUE "DEPT:".
           05 LINE 6 COL 46 PIC X(10) FROM SCR-EMP-DEPT.
           05 LINE 8 COL 1 VALUE "KEYED HOURS    :".
           05 LINE 8 COL 18 PIC ZZ9.99 FROM SCR-KEYED-HOURS.
           05 LINE 9 COL 1 VALUE "ROSTERED HOURS :".
           05 LINE 9 COL 18 PIC X(30) FROM SCR-ROSTER-HOURS.
           05 LINE 10 COL 1 VALUE "LAST APPROVED  :".
           05 LINE 10 COL 18 PIC X(40) FROM SCR-LAST-APPROVED.
           05 LINE 12 COL 1 VALUE "RECENT PAY HISTORY:".
           05 LINE 13 COL 3 PIC X(40) FROM SCR-HISTORY-1.
           05 LINE 14 COL 3 PIC X(40) FROM SCR-HISTORY-2.
           05 LINE 15 COL 3 PIC X(40) FROM SCR-HISTORY-3.
           05 LINE 17 COL 1 PIC X(60) FROM SCR-WARNING.
           05 LINE 19 COL 1 VALUE
               "A = APPROVE, R = RETURN, S = SKIP, X = END REVIEW: ".
           05 COL PLUS 1 PIC X TO SCR-DECISION.
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
           MOVE SPACES TO DECISION-STAMP
           STRING RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO DECISION-STAMP
           PERFORM LOAD-PARAMETERS
           PERFORM VERIFY-APPROVER

           PERFORM LOAD-PENDING-HOURS
           IF REVIEW-PERIOD = SPACES
               PERFORM PICK-OLDEST-PENDING-PERIOD
           END-IF
           IF REVIEW-PERIOD = SPACES
               DISPLAY "NO HOURS PENDING APPROVAL -- NOTHING TO DO"
               STOP RUN
           END-IF
           PERFORM LOAD-ROSTER
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF

           PERFORM COUNT-LINES-TO-REVIEW
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT OR END-REVIEW
               PERFORM CHECK-LINE-IN-SCOPE
               IF LINE-IN-SCOPE
                   ADD 1 TO REVIEW-SEEN
                   PERFORM REVIEW-ONE-LINE
               END-IF
           END-PERFORM
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           IF APPROVED-COUNT > 0 OR RETURNED-COUNT > 0
               PERFORM SAVE-PENDING-HOURS
           END-IF
           IF APPROVED-COUNT > 0
               PERFORM RELEASE-APPROVED-HOURS
           END-IF
           PERFORM COUNT-STILL-PENDING
           PERFORM WRITE-AUDIT-LOG-ENTRY
           DISPLAY SPACES
           DISPLAY "PERIOD " REVIEW-PERIOD " -- APPROVED "
               APPROVED-COUNT ", RETURNED " RETURNED-COUNT
               ", STILL PENDING " STILL-PENDING-COUNT
           IF APPROVED-COUNT > 0
               DISPLAY RELEASED-COUNT " APPROVED LINE(S) RELEASED TO "
                   FUNCTION TRIM (HOURS-FILE-NAME)
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   HOURS APPROVAL                     "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-PARAMETERS.
           MOVE SPACES TO APPROVER-ID-PARM
           ACCEPT APPROVER-ID-PARM FROM ENVIRONMENT "APPROVER_ID"
           MOVE SPACES TO APPROVE-DEPT-PARM
           ACCEPT APPROVE-DEPT-PARM FROM ENVIRONMENT "APPROVE_DEPT"
           MOVE SPACES TO REVIEW-PERIOD
           ACCEPT REVIEW-PERIOD FROM ENVIRONMENT "HOURS_PERIOD"
           MOVE SPACES TO HOURS-FILE-NAME
           ACCEPT HOURS-FILE-NAME FROM ENVIRONMENT "EMPLOYEE_FILE"
           IF HOURS-FILE-NAME = SPACES
               MOVE "data/weekly_hours.txt" TO HOURS-FILE-NAME
           END-IF.
      *
      * APPROVER_ID must name a registered operator with the
      * APPROVE role before a single line is shown.
       VERIFY-APPROVER.
           MOVE APPROVER-ID-PARM TO OPERATOR-CHECK-ID
           MOVE "APPROVE" TO OPERATOR-NEEDED-ROLE
           IF APPROVER-ID-PARM = SPACES
               MOVE "NO APPROVER_ID GIVEN" TO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OPERATOR-FOUND
               MOVE "OPERATOR NOT IN REGISTRY"
                   TO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF
           IF NOT OPERATOR-ROLE-OK
               MOVE SPACES TO OPERATOR-DENY-REASON
               STRING "LACKS ROLE "
                      FUNCTION TRIM (OPERATOR-NEEDED-ROLE)
                   DELIMITED BY SIZE INTO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF.
      *
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO OPERATOR-FOUND-FLAG
           MOVE "N" TO OPERATOR-ROLE-OK-FLAG
           OPEN INPUT OPERATOR-REGISTRY-FILE
           IF OPERATOR-REGISTRY-STATUS = "00"
               PERFORM UNTIL OPERATOR-REGISTRY-STATUS NOT = "00"
                   READ OPERATOR-REGISTRY-FILE
                       AT END
                           MOVE "10" TO OPERATOR-REGISTRY-STATUS
                       NOT AT END
                           PERFORM MATCH-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-REGISTRY-FILE
           END-IF.
      *
       MATCH-OPERATOR-LINE.
           MOVE SPACES TO OPER-ID-TOKEN OPER-NAME-TOKEN
               OPER-ROLES-TOKEN
           UNSTRING OPERATOR-REGISTRY-RECORD DELIMITED BY SPACE
               INTO OPER-ID-TOKEN OPER-NAME-TOKEN OPER-ROLES-TOKEN
           IF OPER-ID-TOKEN = OPERATOR-CHECK-ID
                   AND OPER-ID-TOKEN NOT = SPACES
               SET OPERATOR-FOUND TO TRUE
               MOVE SPACES TO OPER-ROLE-SPLIT
               UNSTRING OPER-ROLES-TOKEN DELIMITED BY ","
                   INTO OPER-ROLE-ENTRY (1) OPER-ROLE-ENTRY (2)
                        OPER-ROLE-ENTRY (3) OPER-ROLE-ENTRY (4)
                        OPER-ROLE-ENTRY (5) OPER-ROLE-ENTRY (6)
                        OPER-ROLE-ENTRY (7) OPER-ROLE-ENTRY (8)
               PERFORM VARYING OPER-ROLE-IDX FROM 1 BY 1
                       UNTIL OPER-ROLE-IDX > 8
                   IF OPER-ROLE-ENTRY (OPER-ROLE-IDX)
                           = OPERATOR-NEEDED-ROLE
                       SET OPERATOR-ROLE-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      * The refusal itself is evidence: logged with who asked and
      * why they were turned away, then the run stops.
       REFUSE-OPERATOR.
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " RUN-DATE " " RUN-TIME
                  " PROGRAM=HOURS-APPROVAL"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "HOURS APPROVAL REFUSED -- OPERATOR CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
           STOP RUN.
      *
       LOAD-PENDING-HOURS.
           MOVE 0 TO PEND-COUNT
           OPEN INPUT PENDING-HOURS-FILE
           IF PENDING-HOURS-FILE-STATUS = "00"
               PERFORM UNTIL PENDING-HOURS-FILE-STATUS NOT = "00"
                   READ PENDING-HOURS-FILE
                       AT END
                           MOVE "10" TO PENDING-HOURS-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-PENDING-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-HOURS-FILE
           END-IF.
      *
       TABLE-ONE-PENDING-LINE.
           MOVE SPACES TO PEND-ID-TOKEN PEND-HOURS-TOKEN
               PEND-PERIOD-TOKEN PEND-STATUS-TOKEN
               PEND-APPROVER-TOKEN PEND-STAMP-TOKEN
           UNSTRING PENDING-HOURS-RECORD DELIMITED BY ALL SPACE
               INTO PEND-ID-TOKEN PEND-HOURS-TOKEN PEND-PERIOD-TOKEN
                    PEND-STATUS-TOKEN PEND-APPROVER-TOKEN
                    PEND-STAMP-TOKEN
           IF PEND-ID-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (PEND-HOURS-TOKEN) = 0
                   AND PEND-COUNT < PEND-MAX
               ADD 1 TO PEND-COUNT
               MOVE PEND-ID-TOKEN TO PEND-EMP-ID (PEND-COUNT)
               COMPUTE PEND-HOURS (PEND-COUNT) =
                   FUNCTION NUMVAL (PEND-HOURS-TOKEN)
               MOVE PEND-PERIOD-TOKEN TO PEND-PERIOD (PEND-COUNT)
               MOVE PEND-STATUS-TOKEN TO PEND-STATUS (PEND-COUNT)
               MOVE PEND-APPROVER-TOKEN TO PEND-APPROVER (PEND-COUNT)
               MOVE PEND-STAMP-TOKEN TO PEND-STAMP (PEND-COUNT)
           END-IF.
      *
      * Oldest period first, compared as YYYYMMDD.
       PICK-OLDEST-PENDING-PERIOD.
           MOVE HIGH-VALUES TO BEST-SORT-KEY
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               IF PEND-STATUS (PEND-IDX) = "PENDING"
                   MOVE SPACES TO PERIOD-SORT-KEY
                   STRING PEND-PERIOD (PEND-IDX) (7:4)
                          PEND-PERIOD (PEND-IDX) (1:2)
                          PEND-PERIOD (PEND-IDX) (4:2)
                       DELIMITED BY SIZE INTO PERIOD-SORT-KEY
                   IF PERIOD-SORT-KEY < BEST-SORT-KEY
                       MOVE PERIOD-SORT-KEY TO BEST-SORT-KEY
                       MOVE PEND-PERIOD (PEND-IDX) TO REVIEW-PERIOD
                   END-IF
               END-IF
           END-PERFORM.
      *
      * Rostered minutes summed per employee over the week's shifts;
      * a shift ending before it starts runs past midnight.
       LOAD-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL ROSTER-FILE-STATUS NOT = "00"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO ROSTER-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-ROSTER-LINE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
      *
       TABLE-ONE-ROSTER-LINE.
           MOVE SPACES TO ROSTER-ID-TOKEN ROSTER-DAY-TOKEN
           MOVE SPACES TO ROSTER-START-TOKEN ROSTER-END-TOKEN
           UNSTRING ROSTER-RECORD DELIMITED BY SPACE
               INTO ROSTER-ID-TOKEN ROSTER-DAY-TOKEN
                    ROSTER-START-TOKEN ROSTER-END-TOKEN
           IF ROSTER-ID-TOKEN IS NUMERIC
                   AND ROSTER-START-TOKEN IS NUMERIC
                   AND ROSTER-END-TOKEN IS NUMERIC
               MOVE ROSTER-START-TOKEN TO ROSTER-HHMM
               COMPUTE ROSTER-START-MIN = ROSTER-HH * 60 + ROSTER-MM
               MOVE ROSTER-END-TOKEN TO ROSTER-HHMM
               COMPUTE ROSTER-END-MIN = ROSTER-HH * 60 + ROSTER-MM
               IF ROSTER-END-MIN < ROSTER-START-MIN
                   ADD 1440 TO ROSTER-END-MIN
               END-IF
               MOVE "N" TO ROSTER-FOUND-FLAG
               PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                       UNTIL ROSTER-IDX > ROSTER-COUNT OR ROSTER-FOUND
                   IF ROSTER-EMP-ID (ROSTER-IDX) = ROSTER-ID-TOKEN
                       SET ROSTER-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF ROSTER-FOUND
                   SUBTRACT 1 FROM ROSTER-IDX
               ELSE
                   IF ROSTER-COUNT < ROSTER-MAX
                       ADD 1 TO ROSTER-COUNT
                       MOVE ROSTER-COUNT TO ROSTER-IDX
                       MOVE ROSTER-ID-TOKEN
                           TO ROSTER-EMP-ID (ROSTER-IDX)
                       MOVE 0 TO ROSTER-MINUTES (ROSTER-IDX)
                   ELSE
                       MOVE 0 TO ROSTER-IDX
                   END-IF
               END-IF
               IF ROSTER-IDX > 0
                   COMPUTE ROSTER-MINUTES (ROSTER-IDX) =
                       ROSTER-MINUTES (ROSTER-IDX)
                       + ROSTER-END-MIN - ROSTER-START-MIN
               END-IF
           END-IF.
      *
      * A line is up for review when it is PENDING for the period
      * and, under APPROVE_DEPT, belongs to that department.
       CHECK-LINE-IN-SCOPE.
           MOVE "N" TO LINE-IN-SCOPE-FLAG
           MOVE SPACES TO SCR-EMP-NAME SCR-EMP-DEPT
           IF PEND-STATUS (PEND-IDX) = "PENDING"
                   AND PEND-PERIOD (PEND-IDX) = REVIEW-PERIOD
               IF MASTER-IS-OPEN
                   MOVE PEND-EMP-ID (PEND-IDX) TO EMPMAST-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "(NOT ON MASTER)" TO SCR-EMP-NAME
                       NOT INVALID KEY
                           MOVE EMPMAST-NAME TO SCR-EMP-NAME
                           MOVE EMPMAST-DEPT TO SCR-EMP-DEPT
                   END-READ
               END-IF
               IF APPROVE-DEPT-PARM = SPACES
                       OR APPROVE-DEPT-PARM = SCR-EMP-DEPT
                   SET LINE-IN-SCOPE TO TRUE
               END-IF
           END-IF.
      *
       COUNT-LINES-TO-REVIEW.
           MOVE 0 TO REVIEW-TOTAL
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               PERFORM CHECK-LINE-IN-SCOPE
               IF LINE-IN-SCOPE
                   ADD 1 TO REVIEW-TOTAL
               END-IF
           END-PERFORM.
      *
      * One pending line on screen with everything the department
      * head needs to judge it, then the decision.
       REVIEW-ONE-LINE.
           MOVE REVIEW-PERIOD TO SCR-PERIOD
           MOVE APPROVER-ID-PARM TO SCR-APPROVER
           MOVE PEND-EMP-ID (PEND-IDX) TO SCR-EMP-ID
           MOVE PEND-HOURS (PEND-IDX) TO SCR-KEYED-HOURS
           MOVE REVIEW-SEEN TO DISP-LINE-NO
           MOVE REVIEW-TOTAL TO DISP-LINE-OF
           MOVE SPACES TO SCR-POSITION
           STRING "LINE " DISP-LINE-NO " OF " DISP-LINE-OF
               DELIMITED BY SIZE INTO SCR-POSITION
           PERFORM FIND-ROSTERED-HOURS
           PERFORM FIND-LAST-APPROVED
           PERFORM LOAD-RECENT-HISTORY
           MOVE SPACES TO SCR-WARNING
           IF ROSTER-FOUND
                   AND PEND-HOURS (PEND-IDX) > ROSTER-HOURS-WORK + 8
               STRING "*** KEYED HOURS WELL ABOVE ROSTER -- "
                      "CHECK FOR A TYPO ***"
                   DELIMITED BY SIZE INTO SCR-WARNING
           END-IF
           MOVE SPACES TO SCR-DECISION
           DISPLAY APPROVAL-SCREEN
           ACCEPT APPROVAL-SCREEN
           EVALUATE TRUE
               WHEN SCR-DECISION = "A" OR SCR-DECISION = "a"
                   MOVE "APPROVED" TO PEND-STATUS (PEND-IDX)
                   MOVE APPROVER-ID-PARM TO PEND-APPROVER (PEND-IDX)
                   MOVE DECISION-STAMP TO PEND-STAMP (PEND-IDX)
                   ADD 1 TO APPROVED-COUNT
               WHEN SCR-DECISION = "R" OR SCR-DECISION = "r"
                   MOVE "RETURNED" TO PEND-STATUS (PEND-IDX)
                   MOVE APPROVER-ID-PARM TO PEND-APPROVER (PEND-IDX)
                   MOVE DECISION-STAMP TO PEND-STAMP (PEND-IDX)
                   ADD 1 TO RETURNED-COUNT
               WHEN SCR-DECISION = "X" OR SCR-DECISION = "x"
                   SET END-REVIEW TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       FIND-ROSTERED-HOURS.
           MOVE "N" TO ROSTER-FOUND-FLAG
           MOVE 0 TO ROSTER-HOURS-WORK
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT OR ROSTER-FOUND
               IF ROSTER-EMP-ID (ROSTER-IDX) = PEND-EMP-ID (PEND-IDX)
                   SET ROSTER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ROSTER-FOUND
               SUBTRACT 1 FROM ROSTER-IDX
               COMPUTE ROSTER-HOURS-WORK ROUNDED =
                   ROSTER-MINUTES (ROSTER-IDX) / 60
               MOVE ROSTER-HOURS-WORK TO ROSTER-HOURS-EDIT
               MOVE ROSTER-HOURS-EDIT TO SCR-ROSTER-HOURS
           ELSE
               MOVE "(NOT ON THE SHIFT ROSTER)" TO SCR-ROSTER-HOURS
           END-IF.
      *
      * The employee's most recent approved line from an earlier
      * period.
       FIND-LAST-APPROVED.
           MOVE "(NONE ON FILE)" TO SCR-LAST-APPROVED
           PERFORM VARYING PEND-IDX-2 FROM 1 BY 1
                   UNTIL PEND-IDX-2 > PEND-COUNT
               IF PEND-EMP-ID (PEND-IDX-2) = PEND-EMP-ID (PEND-IDX)
                       AND PEND-STATUS (PEND-IDX-2) = "APPROVED"
                       AND PEND-PERIOD (PEND-IDX-2) NOT = REVIEW-PERIOD
                   MOVE PEND-HOURS (PEND-IDX-2) TO LAST-HOURS-EDIT
                   MOVE SPACES TO SCR-LAST-APPROVED
                   STRING LAST-HOURS-EDIT " HOURS, PERIOD "
                          PEND-PERIOD (PEND-IDX-2)
                       DELIMITED BY SIZE INTO SCR-LAST-APPROVED
               END-IF
           END-PERFORM.
      *
      * The last three pay-history lines for the employee, newest
      * first.
       LOAD-RECENT-HISTORY.
           MOVE SPACES TO SCR-HISTORY-1 SCR-HISTORY-2 SCR-HISTORY-3
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF SCR-HISTORY-1 = SPACES
               MOVE "(NO PAY HISTORY ON FILE)" TO SCR-HISTORY-1
           END-IF.
      *
       TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN HIST-DATE-TOKEN HIST-AMT-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO HIST-ID-TOKEN HIST-DATE-TOKEN HIST-AMT-TOKEN
           IF HIST-ID-TOKEN IS NUMERIC
                   AND HIST-ID-TOKEN = PEND-EMP-ID (PEND-IDX)
               MOVE SCR-HISTORY-2 TO SCR-HISTORY-3
               MOVE SCR-HISTORY-1 TO SCR-HISTORY-2
               MOVE SPACES TO SCR-HISTORY-1
               STRING HIST-DATE-TOKEN "  PAID " HIST-AMT-TOKEN
                   DELIMITED BY SIZE INTO SCR-HISTORY-1
           END-IF.
      *
      * Writes every line back with its decision, approver and
      * stamp.
       SAVE-PENDING-HOURS.
           OPEN OUTPUT PENDING-HOURS-FILE
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               MOVE PEND-HOURS (PEND-IDX) TO HOURS-EDIT
               MOVE SPACES TO PENDING-HOURS-RECORD
               STRING PEND-EMP-ID (PEND-IDX) " " HOURS-EDIT
                      " " PEND-PERIOD (PEND-IDX)
                      " " PEND-STATUS (PEND-IDX)
                      " " PEND-APPROVER (PEND-IDX)
                      " " PEND-STAMP (PEND-IDX)
                   DELIMITED BY SIZE INTO PENDING-HOURS-RECORD
               WRITE PENDING-HOURS-RECORD
           END-PERFORM
           CLOSE PENDING-HOURS-FILE.
      *
      * The hours file payroll reads: this period's APPROVED lines,
      * and only those.
       RELEASE-APPROVED-HOURS.
           MOVE 0 TO RELEASED-COUNT
           OPEN OUTPUT HOURS-FILE
           MOVE SPACES TO HOURS-RECORD
           STRING "PERIOD-ENDING " REVIEW-PERIOD
               DELIMITED BY SIZE INTO HOURS-RECORD
           WRITE HOURS-RECORD
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               IF PEND-PERIOD (PEND-IDX) = REVIEW-PERIOD
                       AND PEND-STATUS (PEND-IDX) = "APPROVED"
                   ADD 1 TO RELEASED-COUNT
                   MOVE PEND-HOURS (PEND-IDX) TO HOURS-EDIT
                   MOVE SPACES TO HOURS-RECORD
                   STRING PEND-EMP-ID (PEND-IDX) " " HOURS-EDIT
                       DELIMITED BY SIZE INTO HOURS-RECORD
                   WRITE HOURS-RECORD
               END-IF
           END-PERFORM
           CLOSE HOURS-FILE.
      *
       COUNT-STILL-PENDING.
           MOVE 0 TO STILL-PENDING-COUNT
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               IF PEND-PERIOD (PEND-IDX) = REVIEW-PERIOD
                       AND PEND-STATUS (PEND-IDX) = "PENDING"
                   ADD 1 TO STILL-PENDING-COUNT
               END-IF
           END-PERFORM.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=HOURSAPP PERIOD=" REVIEW-PERIOD
                  " APPROVED=" APPROVED-COUNT
                  " RETURNED=" RETURNED-COUNT
                  " BY=" FUNCTION TRIM (APPROVER-ID-PARM)
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
       END PROGRAM HOURS-APPROVAL.
      *
