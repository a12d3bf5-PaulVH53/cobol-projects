               ASSIGN TO DYNAMIC PAY-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
      * The spans EMPLOYEE-MAINTENANCE closed off on each REHIRE
      * ("ID HIRE-DATE TERM-DATE RUN-STAMP") -- only the IDs are
      * needed, to know whose master hire date starts a new span.
           SELECT SERVICE-HISTORY-FILE
               ASSIGN TO "data/service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERVICE-HISTORY-FILE-STATUS.
      *
           SELECT CTS-ACCOUNTS-FILE
               ASSIGN TO "data/cts_accounts.txt"
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * CTS an employee brought from an acquired company -- accrued
      * there and never deposited -- as EMPLOYEE-IMPORT carried it
      * ("ID YYYYMM AMOUNT RUN-ID", the month of the import). It
      * rides the deposit of the half-year that month falls in.
           SELECT CTS-CARRYOVER-FILE
               ASSIGN TO "data/cts_carryover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-CARRYOVER-FILE-STATUS.
      *
      * One deposit file per receiving bank, RUN-ID header, detail
      * per employee, count/total trailer.
           SELECT CTS-DEPOSIT-FILE
           SELECT CTS-LEDGER-FILE ASSIGN TO "data/cts_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-LEDGER-FILE-STATUS.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(80).
      *
       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD  PIC X(60).
      *
       FD CTS-ACCOUNTS-FILE.
       01 CTS-ACCOUNTS-RECORD     PIC X(50).
      *
       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD PIC X(160).
      *
       FD CTS-CARRYOVER-FILE.
       01 CTS-CARRYOVER-RECORD    PIC X(60).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD CTS-LEDGER-FILE.
       01 CTS-LEDGER-RECORD       PIC X(60).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 EMP-REGIME-FIELD        PIC X(10).
      *
      * Only the employee's current span earns this deposit: pay a
      * rehired employee drew in an earlier span was settled at
      * exit, so a month before the master's hire month is passed
      * over. The last ID looked up is kept so a run of lines for
      * one employee reads the master once.
       01 SERVICE-HISTORY-FILE-STATUS PIC XX.
       01 REHIRED-MAX             PIC 9(4) VALUE 1000.
       01 REHIRED-COUNT           PIC 9(4) VALUE 0.
       01 REHIRED-TABLE.
           05 REHIRED-ID OCCURS 1000 TIMES PIC X(5).
       01 REHIRED-IDX             PIC 9(4).
       01 REHIRED-FLAG            PIC X VALUE "N".
           88 IS-REHIRED          VALUE "Y".
       01 SPAN-ID-TOKEN           PIC X(5).
       01 SPAN-CHECK-YYYYMM       PIC 9(6).
       01 SPAN-LAST-ID            PIC X(5) VALUE SPACES.
       01 SPAN-HIRE-YYYYMM        PIC 9(6) VALUE 0.
       01 SPAN-FLAG               PIC X VALUE "Y".
           88 IN-CURRENT-SPAN     VALUE "Y".
       01 CTS-DEPOSIT-FILE-NAME   PIC X(100).
       01 CTS-LEDGER-FILE-STATUS  PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
      * One component line as parsed, and the month-marking work
      * fields for the regularity rule.
       01 COMP-FIXED-TOKEN        PIC X(12).
       01 COMP-VAR-TOKEN          PIC X(12).
       01 COMP-YYYYMM             PIC 9(6).
       01 CTS-CARRYOVER-FILE-STATUS PIC XX.
       01 CARRY-ID-TOKEN          PIC X(5).
       01 CARRY-MONTH-TOKEN       PIC X(6).
       01 CARRY-AMOUNT-TOKEN      PIC X(12).
       01 CARRY-YYYYMM            PIC 9(6).
       01 COMP-VAR-THIS           PIC 9(9)V99.
       01 COMP-MONTH-IDX          PIC 9.
       01 COMP-SEEN-FLAG          PIC X VALUE "N".
               10 CTS-EMP-MONTH-COUNT PIC 99.
               10 CTS-EMP-MONTH OCCURS 6 TIMES PIC 9(6).
               10 CTS-EMP-DEPOSIT PIC 9(7)V99.
               10 CTS-EMP-CARRIED PIC 9(7)V99.
               10 CTS-EMP-BANK    PIC X(10).
               10 CTS-EMP-ACCOUNT PIC X(14).
               10 CTS-EMP-GROUPED PIC X.

           PERFORM RESOLVE-HALF-YEAR
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-REHIRED-IDS
           PERFORM ACCUMULATE-HALF-YEAR-PAY
           PERFORM ACCUMULATE-COMPONENT-DETAIL
           PERFORM ACCUMULATE-CARRYOVER
           IF CTS-EMP-COUNT = 0
               DISPLAY "CTS RUN -- NO PAY IN THE HALF-YEAR "
                   HALF-START-YYYYMM "-" HALF-END-YYYYMM
                   " (NOTHING TO DEPOSIT)"
               IF MASTER-IS-OPEN
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM COMPUTE-DEPOSITS
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
               COMPUTE HIST-YYYYMM =
                   FUNCTION NUMVAL (HIST-PERIOD-TOKEN (7:4)) * 100
                   + FUNCTION NUMVAL (HIST-PERIOD-TOKEN (1:2))
               MOVE HIST-YYYYMM TO SPAN-CHECK-YYYYMM
               PERFORM CHECK-CURRENT-SPAN
               IF HIST-YYYYMM >= HALF-START-YYYYMM
                       AND HIST-YYYYMM <= HALF-END-YYYYMM
                       AND IN-CURRENT-SPAN
                   PERFORM FIND-OR-ADD-CTS-EMP
                   IF CTS-EMP-IDX > 0
                       COMPUTE CTS-EMP-TOTAL (CTS-EMP-IDX) =
                   MOVE 0 TO CTS-EMP-TOTAL (CTS-EMP-IDX)
                   MOVE 0 TO CTS-EMP-MONTH-COUNT (CTS-EMP-IDX)
                   MOVE 0 TO CTS-EMP-DEPOSIT (CTS-EMP-IDX)
                   MOVE 0 TO CTS-EMP-CARRIED (CTS-EMP-IDX)
                   MOVE SPACES TO CTS-EMP-BANK (CTS-EMP-IDX)
                   MOVE SPACES TO CTS-EMP-ACCOUNT (CTS-EMP-IDX)
                   MOVE "N" TO CTS-EMP-GROUPED (CTS-EMP-IDX)
                       TO TOTAL-LIABILITY
               END-IF
               END-IF
      * CTS carried from an acquired company goes out with this
      * half-year's own deposit.
               ADD CTS-EMP-CARRIED (CTS-EMP-IDX)
                   TO CTS-EMP-DEPOSIT (CTS-EMP-IDX)
               ADD CTS-EMP-CARRIED (CTS-EMP-IDX) TO TOTAL-LIABILITY
               END-IF
           END-PERFORM.
      *
      * The CTS carried in by an import whose month falls in the
      * half-year, added to the employee's deposit -- an employee
      * imported with no pay here yet still gets the carried
      * balance deposited.
       ACCUMULATE-CARRYOVER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CTS-CARRYOVER-FILE
           IF CTS-CARRYOVER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CTS-CARRYOVER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-CARRYOVER-LINE
                   END-READ
               END-PERFORM
               CLOSE CTS-CARRYOVER-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       FOLD-ONE-CARRYOVER-LINE.
           MOVE SPACES TO CARRY-ID-TOKEN CARRY-MONTH-TOKEN
           MOVE SPACES TO CARRY-AMOUNT-TOKEN
           UNSTRING CTS-CARRYOVER-RECORD DELIMITED BY ALL SPACE
               INTO CARRY-ID-TOKEN CARRY-MONTH-TOKEN
                    CARRY-AMOUNT-TOKEN
           IF CARRY-ID-TOKEN IS NUMERIC
                   AND CARRY-MONTH-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (CARRY-AMOUNT-TOKEN) = 0
               MOVE CARRY-MONTH-TOKEN TO CARRY-YYYYMM
               IF CARRY-YYYYMM >= HALF-START-YYYYMM
                       AND CARRY-YYYYMM <= HALF-END-YYYYMM
                   MOVE CARRY-ID-TOKEN TO HIST-ID-TOKEN
                   PERFORM FIND-OR-ADD-CTS-EMP
                   IF CTS-EMP-IDX > 0
                       COMPUTE CTS-EMP-CARRIED (CTS-EMP-IDX) =
                           CTS-EMP-CARRIED (CTS-EMP-IDX)
                           + FUNCTION NUMVAL (CARRY-AMOUNT-TOKEN)
                   END-IF
               END-IF
           END-IF.
      *
      * Streams the component detail; every line whose period falls
      * in the half-year folds into its employee's fixed/variable
      * totals and month sets.
                   AND FUNCTION TEST-NUMVAL (COMP-VAR-TOKEN) = 0
               COMPUTE COMP-YYYYMM =
                   FUNCTION NUMVAL (COMP-DATE-TOKEN (1:6))
               MOVE COMP-ID-TOKEN TO HIST-ID-TOKEN
               MOVE COMP-YYYYMM TO SPAN-CHECK-YYYYMM
               PERFORM CHECK-CURRENT-SPAN
               IF COMP-YYYYMM >= HALF-START-YYYYMM
                       AND COMP-YYYYMM <= HALF-END-YYYYMM
                       AND IN-CURRENT-SPAN
                   PERFORM FIND-OR-ADD-CTS-EMP
                   IF CTS-EMP-IDX > 0
                       MOVE "Y" TO CTS-EMP-HAS-COMP (CTS-EMP-IDX)
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
      *
      * Every employee with a closed span on the service history.
       LOAD-REHIRED-IDS.
           MOVE 0 TO REHIRED-COUNT
           OPEN INPUT SERVICE-HISTORY-FILE
           IF SERVICE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL SERVICE-HISTORY-FILE-STATUS NOT = "00"
                   READ SERVICE-HISTORY-FILE
                       AT END
                           MOVE "10" TO SERVICE-HISTORY-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO SPAN-ID-TOKEN
                           UNSTRING SERVICE-HISTORY-RECORD
                               DELIMITED BY SPACE
                               INTO SPAN-ID-TOKEN
                           IF SPAN-ID-TOKEN IS NUMERIC
                                   AND REHIRED-COUNT < REHIRED-MAX
                               ADD 1 TO REHIRED-COUNT
                               MOVE SPAN-ID-TOKEN
                                   TO REHIRED-ID (REHIRED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY-FILE
           END-IF.
      *
      * HIST-ID-TOKEN's month SPAN-CHECK-YYYYMM is in the current
      * span unless the employee was rehired and the master carries
      * a later hire month. Anyone never rehired keeps every month.
       CHECK-CURRENT-SPAN.
           IF HIST-ID-TOKEN NOT = SPAN-LAST-ID
               MOVE HIST-ID-TOKEN TO SPAN-LAST-ID
               MOVE 0 TO SPAN-HIRE-YYYYMM
               MOVE "N" TO REHIRED-FLAG
               PERFORM VARYING REHIRED-IDX FROM 1 BY 1
                       UNTIL REHIRED-IDX > REHIRED-COUNT
                           OR IS-REHIRED
                   IF REHIRED-ID (REHIRED-IDX) = HIST-ID-TOKEN
                       SET IS-REHIRED TO TRUE
                   END-IF
               END-PERFORM
               IF MASTER-IS-OPEN AND IS-REHIRED
                   MOVE FUNCTION NUMVAL (HIST-ID-TOKEN) TO EMPMAST-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMPMAST-HIRE-DATE IS NUMERIC
                               COMPUTE SPAN-HIRE-YYYYMM =
                                   FUNCTION INTEGER
                                       (EMPMAST-HIRE-DATE / 100)
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF SPAN-CHECK-YYYYMM < SPAN-HIRE-YYYYMM
               MOVE "N" TO SPAN-FLAG
           ELSE
               MOVE "Y" TO SPAN-FLAG
           END-IF.
      *
      * PART-TIME and TRAINEE staff earn no CTS, and CIVIL-regime
      * staff are paid theirs every week with the wage. A master
      * record written before the regime field existed (or an ID
      * with no master record at all) keeps full rights, same as
      * the REGULAR default everywhere else.
       CHECK-REGIME-ELIGIBILITY.
           MOVE SPACES TO EMP-REGIME-FIELD
           IF MASTER-IS-OPEN
           END-IF
           IF FUNCTION TRIM (EMP-REGIME-FIELD) = "PART-TIME"
                   OR FUNCTION TRIM (EMP-REGIME-FIELD) = "TRAINEE"
                   OR FUNCTION TRIM (EMP-REGIME-FIELD)
                       = "CIVIL"
               MOVE "Y" TO CTS-EMP-EXCLUDED (CTS-EMP-IDX)
               MOVE EMP-REGIME-FIELD
                   TO CTS-EMP-REGIME (CTS-EMP-IDX)
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-LIABILITY TO TOTAL-DISPLAY
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=CTS LIABILITY=" FUNCTION TRIM (TOTAL-DISPLAY)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Takes the suite-wide run lock, or stops with a clear message
      * when another program already holds it -- same scheme as the
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE.
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
       END PROGRAM CTS-DEPOSITS.
      *
