               RECORD KEY IS PHIDX-KEY
               FILE STATUS IS PAY-HISTORY-INDEX-STATUS.
      *
      * Both YTD masters are keyed on employee and year.
           SELECT YTD-FILE ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS YTD-FILE-STATUS.
      *
           SELECT PAYSLIP-YTD-FILE ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
           SELECT BANK-FILE ASSIGN TO "report/direct_deposit.txt"
       COPY "PAY-HISTORY-INDEX.CPY".
      *
       FD YTD-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD BANK-FILE.
       01 BANK-RECORD.
       01 APPROVAL-THRESHOLD      PIC 9(7)V99 VALUE 1000.00.
       01 COLLECTED-GROSS         PIC S9(9)V99 VALUE 0.
       01 AUDIT-APPROVER-WORK     PIC X(160).
       01 AUDIT-ENTRY-LINE        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 YTD-FILE-STATUS         PIC XX.
       01 PAYSLIP-YTD-FILE-STATUS PIC XX.
           88 INDEX-WRITE-DONE     VALUE "Y".

      *
      * The YTD master, rolled to a generation and then updated by
      * key -- each reversed line comes off the employee's record
      * for the year of the line's period.
       01 YTD-YEAR                PIC 9(4).
       01 YTD-TODAY-DATE          PIC 9(8).
       01 YTD-NEW-PAY             PIC S9(9)V99.
       01 YTD-FOUND-FLAG          PIC X VALUE "N".
           88 YTD-FOUND           VALUE "Y".
      *
      * A payslip YTD generation written before the masters were
      * keyed holds ID-and-figures lines with no year; it has to go
      * through YTD-MASTER-CONVERSION instead of straight back in.
       01 GENERATION-OLD-FORMAT-FLAG PIC X VALUE "N".
           88 GENERATION-OLD-FORMAT   VALUE "Y".
      *
      * The run's history lines, collected on the scan pass so the
      * offsetting lines are appended after the file is closed for
      * reading.
           PERFORM LOAD-CLOSED-MONTHS
           PERFORM CHECK-PERIODS-NOT-IN-CLOSED-MONTH
           IF REVERSED-LINE-COUNT > 0
               PERFORM ROLL-YTD-GENERATION
               PERFORM SUBTRACT-RUN-FROM-YTD
               PERFORM APPEND-REVERSAL-HISTORY-LINES
           END-IF

               END-IF
           END-PERFORM.

      * Takes each collected amount back out of the employee's YTD
      * total for the line's year. An employee-year not in the
      * master is reported, not silently dropped; a total driven
      * below zero is clamped and reported -- it means the YTD was
      * already wrong before the reversal.
       SUBTRACT-RUN-FROM-YTD.
           OPEN I-O YTD-FILE
           IF YTD-FILE-STATUS NOT = "00"
               MOVE SPACES TO REVERSAL-REPORT-RECORD
               STRING "WARNING: YTD MASTER NOT AVAILABLE (STATUS "
                      YTD-FILE-STATUS ") -- YTD NOT REDUCED"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           ELSE
               PERFORM VARYING REVERSED-LINE-IDX FROM 1 BY 1
                       UNTIL REVERSED-LINE-IDX > REVERSED-LINE-COUNT
                   PERFORM SUBTRACT-ONE-LINE-FROM-YTD
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.
      *
       SUBTRACT-ONE-LINE-FROM-YTD.
           IF REV-TBL-PERIOD (REVERSED-LINE-IDX) (7:4) IS NUMERIC
               MOVE REV-TBL-PERIOD (REVERSED-LINE-IDX) (7:4)
                   TO YTD-YEAR
           ELSE
               ACCEPT YTD-TODAY-DATE FROM DATE YYYYMMDD
               MOVE YTD-TODAY-DATE (1:4) TO YTD-YEAR
           END-IF
           MOVE REV-TBL-ID (REVERSED-LINE-IDX) TO YTDM-EMP-ID
           MOVE YTD-YEAR TO YTDM-YEAR
           MOVE "N" TO YTD-FOUND-FLAG
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET YTD-FOUND TO TRUE
           END-READ
           IF NOT YTD-FOUND
               MOVE SPACES TO REVERSAL-REPORT-RECORD
               STRING "WARNING: EMP "
                      REV-TBL-ID (REVERSED-LINE-IDX)
                      " IN RUN BUT NOT IN YTD MASTER FOR " YTD-YEAR
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           ELSE
               COMPUTE YTD-NEW-PAY = YTDM-TOTAL-PAY
                   - REV-TBL-AMOUNT (REVERSED-LINE-IDX)
               IF YTD-NEW-PAY < 0
                   MOVE SPACES TO REVERSAL-REPORT-RECORD
                   STRING "WARNING: YTD FOR EMP "
                          REV-TBL-ID (REVERSED-LINE-IDX)
                          " WENT NEGATIVE -- CLAMPED TO "
                          "ZERO, FIGURES NEED REVIEW"
                       DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
                   WRITE REVERSAL-REPORT-RECORD
                   MOVE 0 TO YTD-NEW-PAY
               END-IF
               MOVE YTD-NEW-PAY TO YTDM-TOTAL-PAY
               REWRITE YTDM-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
      *
      * Generation roll before the keyed updates, same scheme as
      * payroll's own ROLL-YTD-GENERATION.
       ROLL-YTD-GENERATION.
           MOVE "N" TO COPY-EOF-FLAG
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS = "00"
                   DELIMITED BY SIZE INTO GENERATION-FILE-NAME
               OPEN OUTPUT GENERATION-FILE
               PERFORM UNTIL COPY-EOF
                   READ YTD-FILE NEXT RECORD
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO GENERATION-RECORD
                           MOVE YTDM-RECORD TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               PERFORM CATALOG-YTD-GENERATION
           END-IF
           MOVE "N" TO COPY-EOF-FLAG.
      *
       CATALOG-YTD-GENERATION.
           OPEN EXTEND GENERATION-CATALOG-FILE
      * before-image. It can only be put back if it is still the
      * newest payslip_ytd generation; a newer one means later runs
      * have moved the money since, and rewinding would lose them.
      * The generation holds one record image per line and is
      * loaded back as the whole keyed master.
       RESTORE-PAYSLIP-YTD-GENERATION.
           MOVE SPACES TO TARGET-PS-GENERATION
           MOVE SPACES TO LAST-PS-GENERATION
                      "GENERATION-RESTORE IF INTENDED"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           ELSE
               PERFORM CHECK-GENERATION-FORMAT
           IF GENERATION-OLD-FORMAT
               MOVE SPACES TO REVERSAL-REPORT-RECORD
               STRING "PAYSLIP YTD NOT REWOUND -- GENERATION HAS NO "
                      "YEARS; LOAD IT WITH YTD-MASTER-CONVERSION"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           ELSE
               MOVE "N" TO COPY-EOF-FLAG
               OPEN INPUT GENERATION-FILE
                           AT END
                               SET COPY-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO PSYTD-RECORD
                               MOVE GENERATION-RECORD
                                   TO PSYTD-RECORD
                               WRITE PSYTD-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE PAYSLIP-YTD-FILE
               END-IF
               MOVE "N" TO COPY-EOF-FLAG
           END-IF
           END-IF
           END-IF.
      *
      * A line whose sixth column is blank is an old ID-and-figures
      * line; a keyed record image has the year's first digit there.
       CHECK-GENERATION-FORMAT.
           MOVE "N" TO GENERATION-OLD-FORMAT-FLAG
           MOVE "N" TO COPY-EOF-FLAG
           OPEN INPUT GENERATION-FILE
           IF GENERATION-FILE-STATUS = "00"
               PERFORM UNTIL COPY-EOF OR GENERATION-OLD-FORMAT
                   READ GENERATION-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           IF GENERATION-RECORD (6:1) = SPACE
                               SET GENERATION-OLD-FORMAT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF
           MOVE "N" TO COPY-EOF-FLAG.
      *
      * The reversal is itself a run on the audit trail, tied to the
      * run it backed out.
      * The operator's identity and authority, checked before the
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-ENTRY-LINE
           STRING "DENIED " RUN-DATE " " RUN-TIME
                  " PROGRAM=RUN-REVERSAL"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-ENTRY-LINE
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "REVERSAL ABORTED -- OPERATOR CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
      * Like REFUSE-OPERATOR, but past the point where the run lock
      * is held -- the lock comes back off on the way out.
       REFUSE-APPROVAL.
           MOVE SPACES TO AUDIT-ENTRY-LINE
           STRING "DENIED " RUN-DATE " " RUN-TIME
                  " PROGRAM=RUN-REVERSAL"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-ENTRY-LINE
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "REVERSAL ABORTED -- APPROVAL CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           PERFORM RELEASE-RUN-LOCK
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-REVERSED TO AUDIT-GROSS-DISPLAY
           MOVE SPACES TO AUDIT-ENTRY-LINE
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " RECORDS=" HISTORY-REVERSED-COUNT
                  " GROSS=" AUDIT-GROSS-DISPLAY
                  " TYPE=REVERSAL OF=" FUNCTION TRIM (TARGET-RUN-ID)
                  " RUN-ID=" RUN-ID
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
               DELIMITED BY SIZE INTO AUDIT-ENTRY-LINE
           IF APPROVER-ID-PARM NOT = SPACES
               MOVE AUDIT-ENTRY-LINE TO AUDIT-APPROVER-WORK
               MOVE SPACES TO AUDIT-ENTRY-LINE
               STRING FUNCTION TRIM (AUDIT-APPROVER-WORK)
                      " APPROVER=" FUNCTION TRIM (APPROVER-ID-PARM)
                   DELIMITED BY SIZE INTO AUDIT-ENTRY-LINE
           END-IF
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
           MOVE AUDIT-ENTRY-LINE TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
      *
       END PROGRAM RUN-REVERSAL.
      *
