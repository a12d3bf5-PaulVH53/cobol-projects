      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. SOD-CONFLICTS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The segregation-of-duties review internal audit asks for
      * each quarter: every period's activity on the audit trail
      * and the master change history, checked for one operator on
      * both sides of a forbidden pair (a bank account changed and
      * then the register paying into it approved, an adjustment
      * keyed and then released), plus every operator whose
      * registry roles are themselves incompatible. SOD_FROM_PERIOD
      * and SOD_TO_PERIOD (YYYYMM) bound the periods scanned; unset,
      * everything on file is.
      *
      * The conflict rules, one per line ("*" lines are comments):
      *   PAIR CODE FIRST-ACTIVITY SECOND-ACTIVITY DESCRIPTION...
      *   ROLES CODE ROLE-A ROLE-B DESCRIPTION...
      * A PAIR is broken when the same operator performs the first
      * activity and then, in the same period, the second. An
      * activity is named after where it was recorded:
      *   MASTER:action   a master change of that action (BANK,
      *                   CHANGE, SALARY...) from the history file
      *   RUN:type        a run keyed by its OPERATOR -- AJUSTE,
      *                   REVERSAL, RESTORE...
      *   APPROVE:type    the APPROVER (or BY) of a run -- PAYROLL
      *                   for the payroll register a RELEASE paid,
      *                   REVERSAL, RESTORE, HOURSAPP...
      * A run line with no TYPE is the weekly payroll (PAYROLL).
      * A trailing "*" matches any action or type (MASTER:*).
      * A ROLES rule is broken by any registry line holding both.
           SELECT SOD-RULES-FILE
               ASSIGN TO "data/sod_rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOD-RULES-FILE-STATUS.
      * "OPID NAME ROLE[,ROLE...]" per line -- the same registry
      * every guarded program checks its operator against.
           SELECT OPERATOR-REGISTRY-FILE
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      *
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "output/audit_trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
      * Employee maintenance's before/after line per applied
      * request, ending " OP:operator".
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "data/employee_master_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-HISTORY-FILE-STATUS.
      *
           SELECT SOD-REPORT-FILE
               ASSIGN TO "output/sod_conflicts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOD-REPORT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD SOD-RULES-FILE.
       01 SOD-RULES-RECORD          PIC X(120).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD  PIC X(100).
      *
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD          PIC X(200).
      *
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-RECORD     PIC X(680).
      *
       FD SOD-REPORT-FILE.
       01 SOD-REPORT-RECORD         PIC X(160).
      *
       WORKING-STORAGE SECTION.
       01 SOD-RULES-FILE-STATUS     PIC XX.
       01 OPERATOR-REGISTRY-STATUS  PIC XX.
       01 AUDIT-LOG-FILE-STATUS     PIC XX.
       01 CHANGE-HISTORY-FILE-STATUS PIC XX.
       01 SOD-REPORT-FILE-STATUS    PIC XX.
      *
       01 PERIOD-PARM               PIC X(6).
       01 FROM-PERIOD               PIC X(6) VALUE "000000".
       01 TO-PERIOD                 PIC X(6) VALUE "999999".
      *
      * The conflict rules.
       01 PAIR-MAX                  PIC 9(3) VALUE 50.
       01 PAIR-COUNT                PIC 9(3) VALUE 0.
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 50 TIMES.
               10 PAIR-CODE         PIC X(8).
               10 PAIR-FIRST        PIC X(20).
               10 PAIR-SECOND       PIC X(20).
               10 PAIR-DESC         PIC X(80).
       01 PAIR-IDX                  PIC 9(3).
       01 ROLE-RULE-MAX             PIC 9(3) VALUE 50.
       01 ROLE-RULE-COUNT           PIC 9(3) VALUE 0.
       01 ROLE-RULE-TABLE.
           05 ROLE-RULE-ENTRY OCCURS 50 TIMES.
               10 ROLE-RULE-CODE    PIC X(8).
               10 ROLE-RULE-A       PIC X(10).
               10 ROLE-RULE-B       PIC X(10).
               10 ROLE-RULE-DESC    PIC X(80).
       01 ROLE-RULE-IDX             PIC 9(3).
       01 RULE-KIND-TOKEN           PIC X(8).
       01 RULE-CODE-TOKEN           PIC X(8).
       01 RULE-A-TOKEN              PIC X(20).
       01 RULE-B-TOKEN              PIC X(20).
       01 RULE-DESC-TEXT            PIC X(80).
       01 RULE-POINTER              PIC 9(3).
      *
      * The registry, whole.
       01 OPR-MAX                   PIC 9(3) VALUE 500.
       01 OPR-COUNT                 PIC 9(3) VALUE 0.
       01 OPR-TABLE.
           05 OPR-ENTRY OCCURS 500 TIMES.
               10 OPR-ID            PIC X(12).
               10 OPR-NAME          PIC X(20).
               10 OPR-ROLES         PIC X(60).
       01 OPR-IDX                   PIC 9(3).
       01 OPER-ID-TOKEN             PIC X(12).
       01 OPER-NAME-TOKEN           PIC X(20).
       01 OPER-ROLES-TOKEN          PIC X(60).
       01 OPER-ROLE-SPLIT.
           05 OPER-ROLE-ENTRY       PIC X(10) OCCURS 8 TIMES.
       01 OPER-ROLE-IDX             PIC 9.
       01 ROLE-A-HELD-FLAG          PIC X.
           88 ROLE-A-HELD           VALUE "Y".
       01 ROLE-B-HELD-FLAG          PIC X.
           88 ROLE-B-HELD           VALUE "Y".
      *
      * Every attributable action in the periods scanned: when
      * (YYYYMMDD + HHMMSScc, so stamps sort as text), the period,
      * who, what, and the run or employee it touched.
       01 EVT-MAX                   PIC 9(5) VALUE 5000.
       01 EVT-COUNT                 PIC 9(5) VALUE 0.
       01 EVT-DROPPED               PIC 9(5) VALUE 0.
       01 EVT-TABLE.
           05 EVT-ENTRY OCCURS 5000 TIMES.
               10 EVT-STAMP         PIC X(16).
               10 EVT-PERIOD        PIC X(6).
               10 EVT-OPERATOR      PIC X(12).
               10 EVT-ACTIVITY      PIC X(20).
               10 EVT-REF           PIC X(16).
       01 EVT-IDX                   PIC 9(5).
       01 EVT-LATER-IDX             PIC 9(5).
       01 EVT-SECOND-IDX            PIC 9(5).
       01 NEW-STAMP                 PIC X(16).
       01 NEW-PERIOD                PIC X(6).
       01 NEW-OPERATOR              PIC X(12).
       01 NEW-ACTIVITY              PIC X(20).
       01 NEW-REF                   PIC X(16).
      *
      * The distinct periods with activity, ascending.
       01 PER-MAX                   PIC 9(3) VALUE 240.
       01 PER-COUNT                 PIC 9(3) VALUE 0.
       01 PER-TABLE.
           05 PER-ENTRY             PIC X(6) OCCURS 240 TIMES.
       01 PER-IDX                   PIC 9(3).
       01 PER-SHIFT-IDX             PIC 9(3).
       01 PER-FOUND-FLAG            PIC X.
           88 PER-FOUND             VALUE "Y".
      *
      * Line parsing.
       01 LINE-KEY-TOKEN            PIC X(20).
       01 LINE-DATE-TOKEN           PIC X(8).
       01 LINE-TIME-TOKEN           PIC X(8).
       01 LINE-ACTION-TOKEN         PIC X(8).
       01 LINE-ID-TOKEN             PIC X(5).
       01 LINE-DATE                 PIC X(8).
       01 SCAN-LINE                 PIC X(680).
       01 FIELD-KEY                 PIC X(12).
       01 FIELD-HEAD                PIC X(680).
       01 FIELD-TAIL                PIC X(680).
       01 FIELD-VALUE               PIC X(20).
       01 AUDIT-TYPE-VALUE          PIC X(12).
       01 AUDIT-OPERATOR-VALUE      PIC X(12).
       01 AUDIT-APPROVER-VALUE      PIC X(12).
       01 AUDIT-RUN-ID-VALUE        PIC X(16).
      *
       01 MATCH-PATTERN             PIC X(20).
       01 MATCH-ACTIVITY            PIC X(20).
       01 MATCH-LEN                 PIC 99.
       01 MATCH-FLAG                PIC X.
           88 ACTIVITY-MATCHES      VALUE "Y".
       01 LATER-FOUND-FLAG          PIC X.
           88 LATER-FOUND           VALUE "Y".
      *
       01 SECTION-LINES             PIC 9(5).
       01 PAIR-CONFLICT-COUNT       PIC 9(5) VALUE 0.
       01 ROLE-CONFLICT-COUNT       PIC 9(5) VALUE 0.
       01 DISP-COUNT                PIC ZZZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           MOVE SPACES TO PERIOD-PARM
           ACCEPT PERIOD-PARM FROM ENVIRONMENT "SOD_FROM_PERIOD"
           IF PERIOD-PARM IS NUMERIC
               MOVE PERIOD-PARM TO FROM-PERIOD
           END-IF
           MOVE SPACES TO PERIOD-PARM
           ACCEPT PERIOD-PARM FROM ENVIRONMENT "SOD_TO_PERIOD"
           IF PERIOD-PARM IS NUMERIC
               MOVE PERIOD-PARM TO TO-PERIOD
           END-IF

           PERFORM LOAD-SOD-RULES
           IF PAIR-COUNT = 0 AND ROLE-RULE-COUNT = 0
               DISPLAY "SOD REVIEW ABORTED -- NO RULES IN "
                   "data/sod_rules.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-AUDIT-EVENTS
           PERFORM LOAD-HISTORY-EVENTS
           IF EVT-DROPPED > 0
               DISPLAY "WARNING: " EVT-DROPPED " ACTIVITY LINE(S) "
                   "BEYOND THE TABLE WERE NOT REVIEWED"
           END-IF

           OPEN OUTPUT SOD-REPORT-FILE
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SEGREGATION OF DUTIES CONFLICTS -- PERIODS "
                  FROM-PERIOD " TO " TO-PERIOD
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM WRITE-PAIR-SECTION
           PERFORM WRITE-ROLE-SECTION
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE PAIR-CONFLICT-COUNT TO DISP-COUNT
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "ACTIVITY CONFLICTS: " DISP-COUNT
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE ROLE-CONFLICT-COUNT TO DISP-COUNT
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "ROLE CONFLICTS    : " DISP-COUNT
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           CLOSE SOD-REPORT-FILE

           DISPLAY "ACTIVITY CONFLICTS " PAIR-CONFLICT-COUNT
               "  ROLE CONFLICTS " ROLE-CONFLICT-COUNT
           DISPLAY "SOD REVIEW WRITTEN TO output/sod_conflicts.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   SEGREGATION OF DUTIES REVIEW       "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-SOD-RULES.
           OPEN INPUT SOD-RULES-FILE
           IF SOD-RULES-FILE-STATUS = "00"
               PERFORM UNTIL SOD-RULES-FILE-STATUS NOT = "00"
                   READ SOD-RULES-FILE
                       AT END
                           MOVE "10" TO SOD-RULES-FILE-STATUS
                       NOT AT END
                           IF SOD-RULES-RECORD (1:1) NOT = "*"
                               PERFORM PARSE-SOD-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOD-RULES-FILE
           END-IF.
      *
       PARSE-SOD-RULE.
           MOVE SPACES TO RULE-KIND-TOKEN RULE-CODE-TOKEN RULE-A-TOKEN
               RULE-B-TOKEN RULE-DESC-TEXT
           MOVE 1 TO RULE-POINTER
           UNSTRING SOD-RULES-RECORD DELIMITED BY ALL SPACE
               INTO RULE-KIND-TOKEN RULE-CODE-TOKEN RULE-A-TOKEN
                    RULE-B-TOKEN
               WITH POINTER RULE-POINTER
           IF RULE-POINTER <= 120
               MOVE SOD-RULES-RECORD (RULE-POINTER:) TO RULE-DESC-TEXT
           END-IF
           IF RULE-B-TOKEN = SPACES
               DISPLAY "WARNING: SOD RULE IGNORED -- "
                   FUNCTION TRIM (SOD-RULES-RECORD)
           ELSE
               EVALUATE RULE-KIND-TOKEN
                   WHEN "PAIR"
                       IF PAIR-COUNT < PAIR-MAX
                           ADD 1 TO PAIR-COUNT
                           MOVE RULE-CODE-TOKEN
                               TO PAIR-CODE (PAIR-COUNT)
                           MOVE RULE-A-TOKEN TO PAIR-FIRST (PAIR-COUNT)
                           MOVE RULE-B-TOKEN
                               TO PAIR-SECOND (PAIR-COUNT)
                           MOVE RULE-DESC-TEXT
                               TO PAIR-DESC (PAIR-COUNT)
                       END-IF
                   WHEN "ROLES"
                       IF ROLE-RULE-COUNT < ROLE-RULE-MAX
                           ADD 1 TO ROLE-RULE-COUNT
                           MOVE RULE-CODE-TOKEN
                               TO ROLE-RULE-CODE (ROLE-RULE-COUNT)
                           MOVE RULE-A-TOKEN
                               TO ROLE-RULE-A (ROLE-RULE-COUNT)
                           MOVE RULE-B-TOKEN
                               TO ROLE-RULE-B (ROLE-RULE-COUNT)
                           MOVE RULE-DESC-TEXT
                               TO ROLE-RULE-DESC (ROLE-RULE-COUNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "WARNING: SOD RULE IGNORED -- "
                           FUNCTION TRIM (SOD-RULES-RECORD)
               END-EVALUATE
           END-IF.
      *
       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-REGISTRY-FILE
           IF OPERATOR-REGISTRY-STATUS = "00"
               PERFORM UNTIL OPERATOR-REGISTRY-STATUS NOT = "00"
                   READ OPERATOR-REGISTRY-FILE
                       AT END
                           MOVE "10" TO OPERATOR-REGISTRY-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-REGISTRY-FILE
           END-IF.
      *
       TABLE-ONE-OPERATOR.
           MOVE SPACES TO OPER-ID-TOKEN OPER-NAME-TOKEN
               OPER-ROLES-TOKEN
           UNSTRING OPERATOR-REGISTRY-RECORD DELIMITED BY SPACE
               INTO OPER-ID-TOKEN OPER-NAME-TOKEN OPER-ROLES-TOKEN
           IF OPER-ID-TOKEN NOT = SPACES
                   AND OPR-COUNT < OPR-MAX
               ADD 1 TO OPR-COUNT
               MOVE OPER-ID-TOKEN TO OPR-ID (OPR-COUNT)
               MOVE OPER-NAME-TOKEN TO OPR-NAME (OPR-COUNT)
               MOVE OPER-ROLES-TOKEN TO OPR-ROLES (OPR-COUNT)
           END-IF.
      *
      * Audit trail RUN lines. The date is YYMMDD on most writers
      * and YYYYMMDD on some; refusals (DENIED) are not actions.
       LOAD-AUDIT-EVENTS.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-FILE-STATUS = "00"
               PERFORM UNTIL AUDIT-LOG-FILE-STATUS NOT = "00"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "10" TO AUDIT-LOG-FILE-STATUS
                       NOT AT END
                           IF AUDIT-LOG-RECORD (1:4) = "RUN "
                               PERFORM TAKE-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
      *
       TAKE-AUDIT-LINE.
           MOVE SPACES TO LINE-KEY-TOKEN LINE-DATE-TOKEN
               LINE-TIME-TOKEN
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY ALL SPACE
               INTO LINE-KEY-TOKEN LINE-DATE-TOKEN LINE-TIME-TOKEN
           PERFORM NORMALIZE-LINE-DATE
           IF LINE-DATE NOT = SPACES
               MOVE AUDIT-LOG-RECORD TO SCAN-LINE
               MOVE " TYPE=" TO FIELD-KEY
               PERFORM FIND-FIELD-VALUE
               MOVE FIELD-VALUE TO AUDIT-TYPE-VALUE
               IF AUDIT-TYPE-VALUE = SPACES
                   MOVE "PAYROLL" TO AUDIT-TYPE-VALUE
               END-IF
               MOVE " OPERATOR=" TO FIELD-KEY
               PERFORM FIND-FIELD-VALUE
               MOVE FIELD-VALUE TO AUDIT-OPERATOR-VALUE
               MOVE " APPROVER=" TO FIELD-KEY
               PERFORM FIND-FIELD-VALUE
               MOVE FIELD-VALUE TO AUDIT-APPROVER-VALUE
               IF AUDIT-APPROVER-VALUE = SPACES
                   MOVE " BY=" TO FIELD-KEY
                   PERFORM FIND-FIELD-VALUE
                   MOVE FIELD-VALUE TO AUDIT-APPROVER-VALUE
               END-IF
               MOVE " RUN-ID=" TO FIELD-KEY
               PERFORM FIND-FIELD-VALUE
               MOVE FIELD-VALUE TO AUDIT-RUN-ID-VALUE
               MOVE LINE-DATE TO NEW-STAMP (1:8)
               MOVE LINE-TIME-TOKEN TO NEW-STAMP (9:8)
               MOVE LINE-DATE (1:6) TO NEW-PERIOD
               MOVE AUDIT-RUN-ID-VALUE TO NEW-REF
               IF AUDIT-OPERATOR-VALUE NOT = SPACES
                   MOVE AUDIT-OPERATOR-VALUE TO NEW-OPERATOR
                   MOVE SPACES TO NEW-ACTIVITY
                   STRING "RUN:" FUNCTION TRIM (AUDIT-TYPE-VALUE)
                       DELIMITED BY SIZE INTO NEW-ACTIVITY
                   PERFORM ADD-EVENT
               END-IF
               IF AUDIT-APPROVER-VALUE NOT = SPACES
                   MOVE AUDIT-APPROVER-VALUE TO NEW-OPERATOR
                   MOVE SPACES TO NEW-ACTIVITY
                   STRING "APPROVE:" FUNCTION TRIM (AUDIT-TYPE-VALUE)
                       DELIMITED BY SIZE INTO NEW-ACTIVITY
                   PERFORM ADD-EVENT
               END-IF
           END-IF.
      *
      * The history stamp is "RYYMMDD-HHMMSScc"; the operator is
      * whatever follows " OP:" (nothing on lines written before
      * maintenance recorded it, which cannot be attributed).
       LOAD-HISTORY-EVENTS.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF CHANGE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL CHANGE-HISTORY-FILE-STATUS NOT = "00"
                   READ CHANGE-HISTORY-FILE
                       AT END
                           MOVE "10" TO CHANGE-HISTORY-FILE-STATUS
                       NOT AT END
                           IF CHANGE-HISTORY-RECORD (1:1) = "R"
                               PERFORM TAKE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HISTORY-FILE
           END-IF.
      *
       TAKE-HISTORY-LINE.
           MOVE SPACES TO LINE-KEY-TOKEN LINE-ACTION-TOKEN
               LINE-ID-TOKEN
           UNSTRING CHANGE-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO LINE-KEY-TOKEN LINE-ACTION-TOKEN LINE-ID-TOKEN
           MOVE SPACES TO LINE-DATE-TOKEN LINE-TIME-TOKEN
           UNSTRING LINE-KEY-TOKEN (2:) DELIMITED BY "-"
               INTO LINE-DATE-TOKEN LINE-TIME-TOKEN
           PERFORM NORMALIZE-LINE-DATE
           IF LINE-DATE NOT = SPACES
               MOVE CHANGE-HISTORY-RECORD TO SCAN-LINE
               MOVE " OP:" TO FIELD-KEY
               PERFORM FIND-FIELD-VALUE
               IF FIELD-VALUE NOT = SPACES
                   MOVE FIELD-VALUE TO NEW-OPERATOR
                   MOVE LINE-DATE TO NEW-STAMP (1:8)
                   MOVE LINE-TIME-TOKEN TO NEW-STAMP (9:8)
                   MOVE LINE-DATE (1:6) TO NEW-PERIOD
                   MOVE SPACES TO NEW-ACTIVITY
                   STRING "MASTER:" FUNCTION TRIM (LINE-ACTION-TOKEN)
                       DELIMITED BY SIZE INTO NEW-ACTIVITY
                   MOVE SPACES TO NEW-REF
                   STRING "EMP " LINE-ID-TOKEN
                       DELIMITED BY SIZE INTO NEW-REF
                   PERFORM ADD-EVENT
               END-IF
           END-IF.
      *
      * LINE-DATE-TOKEN as YYYYMMDD in LINE-DATE, or spaces when it
      * is not a date at all.
       NORMALIZE-LINE-DATE.
           MOVE SPACES TO LINE-DATE
           IF LINE-DATE-TOKEN IS NUMERIC
               MOVE LINE-DATE-TOKEN TO LINE-DATE
           ELSE
               IF LINE-DATE-TOKEN (1:6) IS NUMERIC
                       AND LINE-DATE-TOKEN (7:2) = SPACES
                   STRING "20" LINE-DATE-TOKEN (1:6)
                       DELIMITED BY SIZE INTO LINE-DATE
               END-IF
           END-IF.
      *
      * The word following FIELD-KEY in SCAN-LINE, spaces when the
      * key is not on the line.
       FIND-FIELD-VALUE.
           MOVE SPACES TO FIELD-HEAD FIELD-TAIL FIELD-VALUE
           UNSTRING SCAN-LINE
               DELIMITED BY FUNCTION TRIM (FIELD-KEY TRAILING)
               INTO FIELD-HEAD FIELD-TAIL
           IF FIELD-TAIL NOT = SPACES
               UNSTRING FIELD-TAIL DELIMITED BY SPACE
                   INTO FIELD-VALUE
           END-IF.
      *
       ADD-EVENT.
           IF NEW-PERIOD < FROM-PERIOD OR NEW-PERIOD > TO-PERIOD
               CONTINUE
           ELSE
               IF EVT-COUNT < EVT-MAX
                   ADD 1 TO EVT-COUNT
                   MOVE NEW-STAMP TO EVT-STAMP (EVT-COUNT)
                   MOVE NEW-PERIOD TO EVT-PERIOD (EVT-COUNT)
                   MOVE NEW-OPERATOR TO EVT-OPERATOR (EVT-COUNT)
                   MOVE NEW-ACTIVITY TO EVT-ACTIVITY (EVT-COUNT)
                   MOVE NEW-REF TO EVT-REF (EVT-COUNT)
                   PERFORM NOTE-PERIOD
               ELSE
                   ADD 1 TO EVT-DROPPED
               END-IF
           END-IF.
      *
      * Keeps PER-TABLE ascending as periods turn up.
       NOTE-PERIOD.
           MOVE "N" TO PER-FOUND-FLAG
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-COUNT OR PER-FOUND
               IF PER-ENTRY (PER-IDX) = NEW-PERIOD
                   SET PER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT PER-FOUND AND PER-COUNT < PER-MAX
               MOVE 1 TO PER-IDX
               PERFORM UNTIL PER-IDX > PER-COUNT
                       OR PER-ENTRY (PER-IDX) > NEW-PERIOD
                   ADD 1 TO PER-IDX
               END-PERFORM
               PERFORM VARYING PER-SHIFT-IDX FROM PER-COUNT BY -1
                       UNTIL PER-SHIFT-IDX < PER-IDX
                   MOVE PER-ENTRY (PER-SHIFT-IDX)
                       TO PER-ENTRY (PER-SHIFT-IDX + 1)
               END-PERFORM
               MOVE NEW-PERIOD TO PER-ENTRY (PER-IDX)
               ADD 1 TO PER-COUNT
           END-IF.
      *
      * Period by period, rule by rule: each first-side action is
      * listed with the same operator's next second-side action in
      * that period.
       WRITE-PAIR-SECTION.
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE "CONFLICTING ACTIVITY PAIRS" TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "PERIOD RULE     OPERATOR     FIRST ACTIVITY       "
                  "WHEN             REF              "
                  "SECOND ACTIVITY      WHEN             REF"
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-COUNT
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                       UNTIL PAIR-IDX > PAIR-COUNT
                   PERFORM VARYING EVT-IDX FROM 1 BY 1
                           UNTIL EVT-IDX > EVT-COUNT
                       IF EVT-PERIOD (EVT-IDX) = PER-ENTRY (PER-IDX)
                           MOVE PAIR-FIRST (PAIR-IDX) TO MATCH-PATTERN
                           MOVE EVT-ACTIVITY (EVT-IDX)
                               TO MATCH-ACTIVITY
                           PERFORM MATCH-ONE-ACTIVITY
                           IF ACTIVITY-MATCHES
                               PERFORM FIND-LATER-SECOND
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.
      *
      * The earliest second-side action by the same operator in the
      * same period at or after EVT-IDX's stamp.
       FIND-LATER-SECOND.
           MOVE "N" TO LATER-FOUND-FLAG
           PERFORM VARYING EVT-LATER-IDX FROM 1 BY 1
                   UNTIL EVT-LATER-IDX > EVT-COUNT
               IF EVT-LATER-IDX NOT = EVT-IDX
                       AND EVT-OPERATOR (EVT-LATER-IDX)
                           = EVT-OPERATOR (EVT-IDX)
                       AND EVT-PERIOD (EVT-LATER-IDX)
                           = EVT-PERIOD (EVT-IDX)
                       AND EVT-STAMP (EVT-LATER-IDX)
                           NOT < EVT-STAMP (EVT-IDX)
                   MOVE PAIR-SECOND (PAIR-IDX) TO MATCH-PATTERN
                   MOVE EVT-ACTIVITY (EVT-LATER-IDX) TO MATCH-ACTIVITY
                   PERFORM MATCH-ONE-ACTIVITY
                   IF ACTIVITY-MATCHES
                       IF NOT LATER-FOUND
                           SET LATER-FOUND TO TRUE
                           MOVE EVT-LATER-IDX TO EVT-SECOND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LATER-FOUND
               ADD 1 TO SECTION-LINES
               ADD 1 TO PAIR-CONFLICT-COUNT
               MOVE EVT-SECOND-IDX TO EVT-LATER-IDX
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING EVT-PERIOD (EVT-IDX) " "
                      PAIR-CODE (PAIR-IDX) " "
                      EVT-OPERATOR (EVT-IDX) " "
                      EVT-ACTIVITY (EVT-IDX) " "
                      EVT-STAMP (EVT-IDX) " "
                      EVT-REF (EVT-IDX) " "
                      EVT-ACTIVITY (EVT-LATER-IDX) " "
                      EVT-STAMP (EVT-LATER-IDX) " "
                      EVT-REF (EVT-LATER-IDX)
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING "       " FUNCTION TRIM (PAIR-DESC (PAIR-IDX))
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF.
      *
      * MATCH-ACTIVITY against MATCH-PATTERN -- equal, or sharing
      * the pattern's text before a trailing "*".
       MATCH-ONE-ACTIVITY.
           MOVE "N" TO MATCH-FLAG
           MOVE FUNCTION LENGTH (FUNCTION TRIM (MATCH-PATTERN))
               TO MATCH-LEN
           IF MATCH-PATTERN (MATCH-LEN:1) = "*"
               IF MATCH-LEN = 1
                   SET ACTIVITY-MATCHES TO TRUE
               ELSE
                   IF MATCH-ACTIVITY (1:MATCH-LEN - 1)
                           = MATCH-PATTERN (1:MATCH-LEN - 1)
                       SET ACTIVITY-MATCHES TO TRUE
                   END-IF
               END-IF
           ELSE
               IF MATCH-ACTIVITY = MATCH-PATTERN
                   SET ACTIVITY-MATCHES TO TRUE
               END-IF
           END-IF.
      *
      * Registry lines holding both roles of a ROLES rule.
       WRITE-ROLE-SECTION.
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE "INCOMPATIBLE REGISTRY ROLES" TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE "RULE     OPERATOR     NAME                 ROLES"
               TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING ROLE-RULE-IDX FROM 1 BY 1
                   UNTIL ROLE-RULE-IDX > ROLE-RULE-COUNT
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > OPR-COUNT
                   PERFORM CHECK-OPERATOR-ROLES
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.
      *
       CHECK-OPERATOR-ROLES.
           MOVE "N" TO ROLE-A-HELD-FLAG
           MOVE "N" TO ROLE-B-HELD-FLAG
           MOVE SPACES TO OPER-ROLE-SPLIT
           UNSTRING OPR-ROLES (OPR-IDX) DELIMITED BY ","
               INTO OPER-ROLE-ENTRY (1) OPER-ROLE-ENTRY (2)
                    OPER-ROLE-ENTRY (3) OPER-ROLE-ENTRY (4)
                    OPER-ROLE-ENTRY (5) OPER-ROLE-ENTRY (6)
                    OPER-ROLE-ENTRY (7) OPER-ROLE-ENTRY (8)
           PERFORM VARYING OPER-ROLE-IDX FROM 1 BY 1
                   UNTIL OPER-ROLE-IDX > 8
               IF OPER-ROLE-ENTRY (OPER-ROLE-IDX)
                       = ROLE-RULE-A (ROLE-RULE-IDX)
                   SET ROLE-A-HELD TO TRUE
               END-IF
               IF OPER-ROLE-ENTRY (OPER-ROLE-IDX)
                       = ROLE-RULE-B (ROLE-RULE-IDX)
                   SET ROLE-B-HELD TO TRUE
               END-IF
           END-PERFORM
           IF ROLE-A-HELD AND ROLE-B-HELD
               ADD 1 TO SECTION-LINES
               ADD 1 TO ROLE-CONFLICT-COUNT
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING ROLE-RULE-CODE (ROLE-RULE-IDX) " "
                      OPR-ID (OPR-IDX) " "
                      OPR-NAME (OPR-IDX) " "
                      FUNCTION TRIM (OPR-ROLES (OPR-IDX))
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING "         "
                      FUNCTION TRIM (ROLE-RULE-DESC (ROLE-RULE-IDX))
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF.
      *
       WRITE-NONE-IF-EMPTY.
           IF SECTION-LINES = 0
               MOVE "  NONE" TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF.
      *
       END PROGRAM SOD-CONFLICTS.
      *
