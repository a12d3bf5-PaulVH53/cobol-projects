           SELECT REMIT-REPORT-FILE
               ASSIGN TO "output/remittance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD REMIT-REPORT-FILE.
       01 REMIT-REPORT-RECORD     PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 WITHHOLDING-DETAIL-FILE-STATUS PIC XX.
       01 HOLIDAYS-FILE-STATUS    PIC XX.
       01 REMIT-LEDGER-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 REMIT-FILE-NAME         PIC X(100).
      *
       01 RUN-DATE                PIC 9(6).
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE REMIT-TOTAL TO DISP-TOTAL
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=REMESA MONTH=" REMIT-YYYYMM
                  " TOTAL=" FUNCTION TRIM (DISP-TOTAL)
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
       END PROGRAM THIRD-PARTY-REMITTANCE.
      *
