       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The catalog of dated generations the master-updating
      * programs roll before they rewrite a master -- "TAG PATH" per
      * line, appended by payroll (ytd_master), the payslip run
      * (payslip_ytd), and employee maintenance (employee_master).
      * The payslip run also keeps each run's register and bank
      * extract here (payroll_register, bank_deposit) -- evidence
      * for the parallel-run comparison, never restored over
      * anything, but pruned like the rest.
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-CATALOG-STATUS.
      * One generation file, opened by whatever path is being
      * pruned.
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
      * Suite-wide run lock -- a restore rewrites a live master, so
      * it must not interleave with payroll or maintenance any more
      * than they may interleave with each other.
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
      *
       FD GENERATION-FILE.
       01 GENERATION-RECORD       PIC X(100).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD PIC X(100).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
       01 GENERATION-CATALOG-STATUS PIC XX.
       01 GENERATION-FILE-NAME    PIC X(100).
       01 GENERATION-FILE-STATUS  PIC XX.
      *
      * Suite-wide run lock, same scheme as payroll's: checked and
      * taken at start, released (truncated empty) at every
       01 GENERATION-KEEP-PARM    PIC X(3).
       01 GENERATION-KEEP         PIC 999 VALUE 5.
       01 PRUNED-COUNT            PIC 999 VALUE 0.
      *
      * The operator running the restore, as required against the
      * registry data/operators.txt. An absent, unknown, or
      * whole master, so there is no amount to hold a threshold
      * against.
       01 OPERATOR-REGISTRY-STATUS PIC XX.
      * The suite-wide audit trail -- restores and refused restore
      * attempts both land here next to the runs they touch.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 OPERATOR-ID-PARM        PIC X(12).
       01 OPERATOR-CHECK-ID       PIC X(12).
       01 OPERATOR-NEEDED-ROLE    PIC X(10).
           DISPLAY "TO RESTORE ONE: RESTORE_PATH=<path> "
               "(LOCK_OVERRIDE/GENERATION_KEEP AS NEEDED)".
      *
      * Restores the chosen generation over its live master. Every
      * master this catalog covers is keyed now and its generations
      * are line files, so the restore path is the master's
      * conversion utility, not a raw copy -- the operator is
      * pointed there with the parameters that rebuild the keyed
      * file from the chosen generation.
       RESTORE-GENERATION.
           MOVE "N" TO RESTORE-FOUND-FLAG
           MOVE SPACES TO RESTORE-TAG
           ELSE
               EVALUATE FUNCTION TRIM (RESTORE-TAG)
                   WHEN "ytd_master"
                   WHEN "payslip_ytd"
                       DISPLAY "YTD MASTER GENERATIONS ARE LINE FILES "
                           "-- RESTORE ONE BY RUNNING THE "
                           "YTD-MASTER-CONVERSION UTILITY WITH "
                           "YTD_CONVERT=" FUNCTION TRIM (RESTORE-TAG)
                           " OLD_YTD_FILE="
                           FUNCTION TRIM (RESTORE-PATH-PARM)
                           " CONVERT_REPLACE=Y"
                   WHEN "employee_master"
                       DISPLAY "EMPLOYEE MASTER GENERATIONS ARE IN "
                           "THE OLD LINE FORMAT -- RESTORE ONE BY "
                           "UTILITY WITH OLD_MASTER_FILE="
                           FUNCTION TRIM (RESTORE-PATH-PARM)
                           " CONVERT_REPLACE=Y"
                   WHEN "payroll_register"
                   WHEN "bank_deposit"
                       DISPLAY "RESTORE ABORTED -- "
                           FUNCTION TRIM (RESTORE-TAG)
                           " IS A RUN'S OUTPUT KEPT FOR COMPARISON, "
                           "NOT A MASTER TO RESTORE"
                       MOVE 1 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "RESTORE ABORTED -- UNKNOWN TAG "
                           FUNCTION TRIM (RESTORE-TAG)
               END-EVALUATE
           END-IF.
      *
      * Retires generations beyond GENERATION_KEEP per tag -- oldest
      * first, since the catalog is appended in roll order. A retired
      * generation file is truncated to empty and its catalog line
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " LOCK-STAMP-DATE " " LOCK-STAMP-TIME
                  " PROGRAM=GENERATION-RESTORE"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "RESTORE ABORTED -- OPERATOR CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
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
       END PROGRAM GENERATION-RESTORE.
      *
