       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The running year-to-date totals payroll accumulates in
      * data/ytd_master.idx (08-payroll-with-table-and-report-adding-
      * col/src/main.cob's YTD-FILE) -- the one place this system
      * already carries more than a single run's worth of pay, one
      * record per employee per year.
           SELECT YTD-MASTER-FILE ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS YTD-MASTER-FILE-STATUS.
      * A saved generation of that master (data/ytd_master.<RUN-ID>.
      * txt, the record images one per line), read instead when the
      * YTD_MASTER_FILE environment variable names one.
           SELECT YTD-SNAPSHOT-FILE ASSIGN TO DYNAMIC
                   YTD-MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-MASTER-FILE-STATUS.
      * Employee names, read one record per YTD entry from the keyed
      *-------------
       FILE SECTION.
       FD YTD-MASTER-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD YTD-SNAPSHOT-FILE.
       01 YTD-SNAPSHOT-RECORD       PIC X(100).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       WORKING-STORAGE SECTION.
      *
      * Unset, the report reads the live keyed master; pointed via
      * the YTD_MASTER_FILE environment variable at a saved
      * generation (e.g. the one rolled at a quarter's last run), it
      * reads that instead, so rerunning this report for an older
      * period never needs a recompile.
       01 YTD-MASTER-FILE-NAME     PIC X(100).
       01 YTD-MASTER-FILE-STATUS   PIC XX.
       01 SNAPSHOT-MODE-FLAG       PIC X VALUE "N".
           88 SNAPSHOT-MODE        VALUE "Y".
       01 YTD-OPEN-FLAG            PIC X VALUE "N".
           88 YTD-IS-OPEN          VALUE "Y".
       01 YTD-EOF-FLAG             PIC X VALUE "N".
           88 YTD-EOF              VALUE "Y".
      * A copy saved before the master went keyed is "ID PAY" per
      * line with no year -- it only ever held one -- and reads as
      * REPORT-YEAR's figures.
       01 SNAPSHOT-OLD-LINE.
           05 SNAPSHOT-OLD-ID       PIC 9(5).
           05 SNAPSHOT-OLD-SEPARATOR PIC X(1).
           05 SNAPSHOT-OLD-TOTAL-PAY PIC 9(7)V99.
           05 FILLER                PIC X(85).
      *
      * Controls only the report's header text -- QUARTER-END or
      * YEAR-END via the PERIOD_TYPE environment variable. The
      * underlying figures are the same accumulated-to-date totals
      * either way, since this system keeps running YTD records
      * rather than separate quarter buckets; it is up to whoever
      * runs this report to point YTD_MASTER_FILE at the right saved
      * generation for a quarter being closed.
       01 PERIOD-TYPE-PARM         PIC X(12).
       01 PERIOD-TYPE-DISPLAY      PIC X(11) VALUE "YEAR-END".
      *
      * Which year's records to report -- REPORT_YEAR, default this
      * calendar year. The master keeps every year until the
      * year-end archive cuts it, so last year's year-end summary
      * can still be written well into January.
       01 REPORT-YEAR-PARM         PIC X(4).
       01 REPORT-YEAR              PIC 9(4).
       01 TODAY-DATE               PIC 9(8).
      *
      * Employee names, read by key from EMPLOYEE-MASTER-FILE. A
      * missing master file just means names print blank.
           PERFORM LOAD-PERIOD-TYPE
           PERFORM DISPLAY-HEADER
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM OPEN-YTD-MASTER
           PERFORM WRITE-PERIOD-REPORT
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "QUARTER-END" TO PERIOD-TYPE-DISPLAY
           ELSE
               MOVE "YEAR-END" TO PERIOD-TYPE-DISPLAY
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO REPORT-YEAR
           MOVE SPACES TO REPORT-YEAR-PARM
           ACCEPT REPORT-YEAR-PARM FROM ENVIRONMENT "REPORT_YEAR"
           IF REPORT-YEAR-PARM IS NUMERIC
               MOVE REPORT-YEAR-PARM TO REPORT-YEAR
           END-IF.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   " FUNCTION TRIM (PERIOD-TYPE-DISPLAY)
                   " PAYROLL SUMMARY " REPORT-YEAR
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
      *
      * Reads the master record keyed by the current YTD record's ID
      * and returns its name, or spaces when there is no matching
      * master record.
       LOOKUP-EMPLOYEE-NAME.
           MOVE "N" TO MASTER-FOUND-FLAG
           MOVE SPACES TO REPORT-EMP-NAME
           IF MASTER-IS-OPEN
               MOVE YTDM-EMP-ID TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
      *
      * Opens the keyed master, or the generation YTD_MASTER_FILE
      * names. A missing file means there is nothing accumulated yet
      * for this period -- the report still writes, with a zero
      * grand total.
       OPEN-YTD-MASTER.
           MOVE SPACES TO YTD-MASTER-FILE-NAME
           ACCEPT YTD-MASTER-FILE-NAME
               FROM ENVIRONMENT "YTD_MASTER_FILE"
           MOVE "N" TO YTD-EOF-FLAG
           IF YTD-MASTER-FILE-NAME = SPACES
               OPEN INPUT YTD-MASTER-FILE
           ELSE
               SET SNAPSHOT-MODE TO TRUE
               OPEN INPUT YTD-SNAPSHOT-FILE
           END-IF
           IF YTD-MASTER-FILE-STATUS = "00"
               SET YTD-IS-OPEN TO TRUE
           ELSE
               SET YTD-EOF TO TRUE
           END-IF.
      *
      * The next YTD record, in employee order, from whichever file
      * OPEN-YTD-MASTER opened.
       READ-NEXT-YTD-RECORD.
           IF SNAPSHOT-MODE
               READ YTD-SNAPSHOT-FILE
                   AT END
                       SET YTD-EOF TO TRUE
                   NOT AT END
                       MOVE YTD-SNAPSHOT-RECORD TO SNAPSHOT-OLD-LINE
                       IF SNAPSHOT-OLD-SEPARATOR = SPACE
                           MOVE SPACES TO YTDM-RECORD
                           MOVE SNAPSHOT-OLD-ID TO YTDM-EMP-ID
                           MOVE REPORT-YEAR TO YTDM-YEAR
                           MOVE SNAPSHOT-OLD-TOTAL-PAY
                               TO YTDM-TOTAL-PAY
                       ELSE
                           MOVE YTD-SNAPSHOT-RECORD TO YTDM-RECORD
                       END-IF
               END-READ
           ELSE
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END
                       SET YTD-EOF TO TRUE
               END-READ
           END-IF.
      *
      * Writes output/period_end_summary.txt: one line per employee
      * paid in REPORT-YEAR (ID, name, accumulated total) plus a
      * company-wide grand total trailer line, for tax filing and
      * period-end statements.
       WRITE-PERIOD-REPORT.
           MOVE 0 TO COMPANY-GRAND-TOTAL
           OPEN OUTPUT PERIOD-REPORT-FILE
               INTO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
      *
           PERFORM READ-NEXT-YTD-RECORD
           PERFORM UNTIL YTD-EOF
               IF YTDM-YEAR = REPORT-YEAR
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
               PERFORM READ-NEXT-YTD-RECORD
           END-PERFORM
           IF YTD-IS-OPEN
               IF SNAPSHOT-MODE
                   CLOSE YTD-SNAPSHOT-FILE
               ELSE
                   CLOSE YTD-MASTER-FILE
               END-IF
           END-IF
      *
           MOVE COMPANY-GRAND-TOTAL TO DISP-GRAND-TOTAL
           MOVE SPACES TO PERIOD-REPORT-RECORD
               INTO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           CLOSE PERIOD-REPORT-FILE.
      *
       WRITE-EMPLOYEE-LINE.
           PERFORM LOOKUP-EMPLOYEE-NAME
           ADD YTDM-TOTAL-PAY TO COMPANY-GRAND-TOTAL
           MOVE YTDM-TOTAL-PAY TO DISP-YTD-TOTAL
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING YTDM-EMP-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REPORT-EMP-NAME DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  DISP-YTD-TOTAL DELIMITED BY SIZE
               INTO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD.
      *
       END PROGRAM PERIOD-END-REPORTING.
      *
