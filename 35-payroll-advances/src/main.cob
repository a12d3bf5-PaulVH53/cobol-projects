               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 REQUEST-FILE-STATUS     PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 ADVANCES-FILE-STATUS    PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-ADVANCED TO DISP-TOTAL
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=ADELANTO PAID=" PAID-COUNT
                  " TOTAL=" FUNCTION TRIM (DISP-TOTAL)
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
       END PROGRAM PAYROLL-ADVANCES.
      *
