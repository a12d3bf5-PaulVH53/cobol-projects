           SELECT GL-JOURNAL-FILE
               ASSIGN TO "output/vida_ley_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 RATE-TABLE-FILE-STATUS  PIC XX.
       01 GL-ACCOUNTS-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE PREMIUM-TOTAL TO DISP-TOTAL
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=VIDALEY INSURED=" CENSUS-COUNT
                  " PREMIUM=" FUNCTION TRIM (DISP-TOTAL)
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
       END PROGRAM VIDA-LEY.
      *
