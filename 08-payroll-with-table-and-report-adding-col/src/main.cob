               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.

      *> Year-to-date pay keyed by employee and year -- each paid
      *> employee's record is read and rewritten as the employee is
      *> paid, instead of the whole master being tabled at start and
      *> rewritten at the end.
           SELECT YTD-FILE ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS YTD-FILE-STATUS.

      *> Dated generation the current YTD master is rolled to before
      *> the run rewrites any of it -- one run against a wrong input
      *> used to mean reconstructing YTD by hand from pay_history.
      *> Catalogued in data/generations.txt; restored through the
      *> YTD-MASTER-CONVERSION utility, pruned by the
      *> GENERATION-RESTORE utility.
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-TOTALS-FILE-STATUS.

      *> One line appended per employee per run -- EMP-ID, the period
      *> this pay covers, and the pay itself -- so a clerk can look up
      *> an employee's pay history across runs instead of it only ever
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENTS-FILE-STATUS.

      *> The contract master employee maintenance keeps ("EMP-ID
      *> TYPE START END RENEWAL PROBATION-END" per contract). Paying
      *> someone whose latest fixed-term contract has already ended
      *> raises a review line -- a contract left to lapse while the
      *> person keeps working becomes indefinite by law.
           SELECT CONTRACT-FILE
               ASSIGN TO "data/contracts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.

      *> The company this tree belongs to -- data/company_profile.
      *> txt ("CODE|NAME|RUC|CCY"), materialized into each company's
      *> tree by the batch driver's COMPANY selection. Missing file
       COPY "EMPLOYEE-MASTER-RECORD.CPY".

       FD YTD-FILE.
       COPY "YTD-MASTER-RECORD.CPY".

       FD GENERATION-FILE.
       01 GENERATION-RECORD       PIC X(100).
           05 CT-TOTAL-CONTRIB    PIC 9(9)V99.
           05 CT-TOTAL-EMP-TAX    PIC 9(9)V99.

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(40).

       FD DEPENDENTS-FILE.
       01 DEPENDENTS-RECORD       PIC X(20).

       FD CONTRACT-FILE.
       01 CONTRACT-RECORD         PIC X(60).

       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).

       01 DEP-IDX                  PIC 9(4).
       01 DEP-ID-TOKEN             PIC X(5).
       01 DEP-COUNT-TOKEN          PIC X(4).

      *> Each employee's latest contract -- the one with the latest
      *> start -- and its end date, zero for an indefinite one. The
      *> date checked against is the period-ending date of the
      *> hours being paid, or today when the file carries none.
       01 CONTRACT-FILE-STATUS     PIC XX.
       01 CTR-MAX                  PIC 9(4) VALUE 1000.
       01 CTR-COUNT                PIC 9(4) VALUE 0.
       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 1000 TIMES.
               10 CTR-EMP-ID       PIC 9(5).
               10 CTR-LATEST-START PIC 9(8).
               10 CTR-LATEST-END   PIC 9(8).
       01 CTR-IDX                  PIC 9(4).
       01 CTR-FOUND-FLAG           PIC X VALUE "N".
           88 CTR-FOUND            VALUE "Y".
       01 CTR-EMP-TOKEN            PIC X(5).
       01 CTR-TYPE-TOKEN           PIC X(8).
       01 CTR-START-TOKEN          PIC X(8).
       01 CTR-END-TOKEN            PIC X(8).
       01 CTR-CHECK-DATE           PIC 9(8).
       01 FAMILY-ALLOWANCE-PARM    PIC X(10).
       01 FAMILY-ALLOWANCE-MONTHLY PIC 9(5)V99 VALUE 102.50.
       01 FAMILY-ALLOWANCE-PAY     PIC 9(5)V99 VALUE 0.
               10 ALL-EMP-NAME-FIELD      PIC X(10).
               10 ALL-EMP-WEEKLY-PAY-FIELD PIC 9(5)V99.

      *> Year-to-date pay accumulates on the keyed YTD-FILE under
      *> the calendar year of the period being paid -- the year of
      *> the PERIOD-ENDING header, or this year for a file without
      *> one -- so the first run of January starts a fresh record
      *> per employee instead of adding onto last year's total.
       01 YTD-YEAR                PIC 9(4).
       01 YTD-TODAY-DATE          PIC 9(8).
       01 YTD-IS-OPEN-FLAG        PIC X VALUE "N".
           88 YTD-IS-OPEN         VALUE "Y".
       01 YTD-SCAN-DONE-FLAG      PIC X VALUE "N".
           88 YTD-SCAN-DONE       VALUE "Y".

      *> Subtotals WEEKLY-PAY by EMP-DEPT-FIELD for the department
      *> breakdown report -- rebuilt fresh every run, not carried
      *> forward like the YTD master.
       01 DEPT-TABLE-COUNT        PIC 9(4) VALUE 0.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES.
               10 DEPT-TBL-CODE        PIC X(10).
               10 DEPT-TBL-TOTAL       PIC 9(7)V99.
               10 DEPT-TBL-HEADS       PIC 9(4).
       01 DEPT-IDX                PIC 9(4).
      *> The breakdown goes to department heads, so under the
      *> data-protection policy a department line that stands for
      *> fewer than MASK-MIN-HEADS people -- where the figure IS one
      *> person's pay -- prints only the last four digits of its
      *> amounts. The journal and bank outputs keep the full value.
       01 MASK-MIN-HEADS          PIC 9(4) VALUE 2.
       01 MASK-FIELD              PIC X(20).
       01 MASK-IDX                PIC 99.
       01 MASK-DIGITS-SEEN        PIC 99.
       01 DEPT-FOUND-FLAG         PIC X VALUE "N".
           88 DEPT-FOUND          VALUE "Y".
       01 DEPT-GRAND-TOTAL        PIC 9(9)V99 VALUE 0.
       01 CHECKPOINT-INTERVAL     PIC 9(3) VALUE 50.
       01 CHECKPOINT-RECORD-COUNT PIC 9(3) VALUE 0.

      *> One line appended per run -- run date/time, records
      *> processed, and total pay -- so finance or audit can see that
      *> payroll ran, and ran cleanly, on a given date without having
      *> to reconstruct it from report.txt/rejects.txt by hand.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".

      *> Audit-trail totals for this run -- records processed and
      *> total gross pay. This pipeline has no deduction step of its
      *> own (WEEKLY-PAY is never reduced before it lands in
      *> figure to log here the way the payslip run logs gross vs.
      *> net; RUN-RECORD-COUNT/RUN-TOTAL-GROSS is what "ran cleanly"
      *> means at this stage of the pipeline.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 RUN-RECORD-COUNT        PIC 9(5) VALUE 0.
       01 HIST-PAY-EDIT           PIC 9(5).99.
      *> at anyway.
       01 RUN-ID                  PIC X(16).

      *> Where the YTD master is rolled before the run rewrites any
      *> of it -- data/ytd_master.<RUN-ID>.txt, catalogued as
      *> "ytd_master <path>" in data/generations.txt so the
      *> GENERATION-RESTORE utility can list it.
       01 GENERATION-FILE-NAME    PIC X(100).
       01 GENERATION-FILE-STATUS  PIC XX.
       01 GENERATION-CATALOG-STATUS PIC XX.
       01 AVG-HIST-ID-TOKEN       PIC X(5).
       01 AVG-HIST-PERIOD-TOKEN   PIC X(10).
       01 AVG-HIST-AMOUNT-TOKEN   PIC X(12).
       01 AVG-HIST-RUN-TOKEN      PIC X(16).
       01 AVG-HIST-KIND-TOKEN     PIC X(10).
       01 AVG-HIST-AMOUNT         PIC 9(7)V99.
       01 RECENT-AVERAGE-PAY      PIC 9(7)V99.
       01 RECENT-WINDOW-COUNT     PIC 9(4).
       01 PERIOD-ENDING-DATE-WORK  PIC X(10).

      *> Budget-versus-actual work fields: the budgets, and each
      *> department's cumulative actual derived from the YTD master
      *> with the department read off each employee's master record.
       01 BUDGET-FILE-STATUS       PIC XX.
       01 BUDGET-MAX               PIC 99 VALUE 50.
           END-IF
           PERFORM LOAD-DEPENDENTS
           PERFORM LOAD-MINIMUM-WAGE
           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-ABSENCE-CALENDAR
           IF CONSOLIDATION-MODE
               PERFORM LOAD-LOCATION-ASSIGNMENTS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-PAY-AVERAGES
           PERFORM OPEN-YTD-MASTER
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-CHECKPOINT

           WRITE EMPLOYER-COST-RECORD
           CLOSE EMPLOYER-COST-FILE

           PERFORM WRITE-AUDIT-LOG-ENTRY

           PERFORM CLOSE-PAY-PERIOD
           END-IF

      *> Closed here rather than right after the processing loop --
      *> the department report's cumulative pass reads the YTD
      *> master, and the employee master for each YTD record's
      *> department.
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF YTD-IS-OPEN
               CLOSE YTD-FILE
           END-IF

           CALL 'summary' USING EARNER-COUNT EARNER-TABLE
               PERIOD-ENDING-DATE ALL-EMP-COUNT ALL-EMP-TABLE
                       ELSE
                           MOVE 0 TO MONTHLY-AMOUNT-FIELD
                       END-IF
      *> A net-guaranteed employee is priced here at the guaranteed
      *> net; the payslip run solves the gross that lands on it and
      *> adds the gross-up and the employer-borne tax to
      *> output/employer_cost.txt as lines of their own.
                       IF EMPMAST-NET-GUARANTEED = "Y"
                               AND EMPMAST-TARGET-NET IS NUMERIC
                               AND EMPMAST-TARGET-NET > 0
                           MOVE EMPMAST-TARGET-NET
                               TO MONTHLY-AMOUNT-FIELD
                       END-IF
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.
           MOVE SPACES TO AVG-HIST-ID-TOKEN
           MOVE SPACES TO AVG-HIST-PERIOD-TOKEN
           MOVE SPACES TO AVG-HIST-AMOUNT-TOKEN
           MOVE SPACES TO AVG-HIST-RUN-TOKEN
           MOVE SPACES TO AVG-HIST-KIND-TOKEN
           UNSTRING PAY-AVERAGE-RECORD DELIMITED BY SPACE
               INTO AVG-HIST-ID-TOKEN AVG-HIST-PERIOD-TOKEN
                    AVG-HIST-AMOUNT-TOKEN AVG-HIST-RUN-TOKEN
                    AVG-HIST-KIND-TOKEN
      *> TEST-NUMVAL rather than a plain class test -- adjustment
      *> lines carry signed amounts with explicit decimals. A
      *> negative adjustment is excluded from the window below
                   AND AVG-HIST-PERIOD-TOKEN NOT = "00/00/0000"
                   AND FUNCTION NUMVAL (AVG-HIST-AMOUNT-TOKEN)
                       NOT = 0
      *> A net-guaranteed salary's GROSSUP line is the tax top-up
      *> posted beside the month's pay, not a pay period of its
      *> own; the window compares like with like against the
      *> net-priced figure this program computes.
                   AND AVG-HIST-KIND-TOKEN NOT = "GROSSUP"
               COMPUTE AVG-HIST-AMOUNT =
                   FUNCTION NUMVAL (AVG-HIST-AMOUNT-TOKEN)
               MOVE "N" TO AVG-FOUND-FLAG
               PERFORM WRITE-REVIEW-LINE-MAX-HOURS
           END-IF

           PERFORM CHECK-MINIMUM-WAGE
           PERFORM CHECK-CONTRACT-EXPIRY.

       WRITE-REVIEW-LINE-FIRST-PAY.
           ADD 1 TO REVIEW-COUNT
               DELIMITED BY SIZE INTO PAY-REVIEW-RECORD
           WRITE PAY-REVIEW-RECORD.

      *> Reads data/contracts.txt down to each employee's latest
      *> contract. A missing file leaves the check quiet.
       LOAD-CONTRACTS.
           MOVE 0 TO CTR-COUNT
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = "00"
               PERFORM UNTIL CONTRACT-FILE-STATUS NOT = "00"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "10" TO CONTRACT-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       TABLE-ONE-CONTRACT.
           MOVE SPACES TO CTR-EMP-TOKEN CTR-TYPE-TOKEN
               CTR-START-TOKEN CTR-END-TOKEN
           UNSTRING CONTRACT-RECORD DELIMITED BY ALL SPACE
               INTO CTR-EMP-TOKEN CTR-TYPE-TOKEN CTR-START-TOKEN
                    CTR-END-TOKEN
           IF CTR-EMP-TOKEN IS NUMERIC
                   AND CTR-START-TOKEN IS NUMERIC
                   AND CTR-END-TOKEN IS NUMERIC
               MOVE "N" TO CTR-FOUND-FLAG
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                       UNTIL CTR-IDX > CTR-COUNT OR CTR-FOUND
                   IF CTR-EMP-ID (CTR-IDX) = CTR-EMP-TOKEN
                       SET CTR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF CTR-FOUND
                   SUBTRACT 1 FROM CTR-IDX
               ELSE
                   IF CTR-COUNT < CTR-MAX
                       ADD 1 TO CTR-COUNT
                       MOVE CTR-COUNT TO CTR-IDX
                       MOVE CTR-EMP-TOKEN TO CTR-EMP-ID (CTR-IDX)
                       MOVE 0 TO CTR-LATEST-START (CTR-IDX)
                   ELSE
                       MOVE 0 TO CTR-IDX
                   END-IF
               END-IF
               IF CTR-IDX > 0
                   IF CTR-START-TOKEN NOT < CTR-LATEST-START (CTR-IDX)
                       MOVE CTR-START-TOKEN
                           TO CTR-LATEST-START (CTR-IDX)
                       MOVE CTR-END-TOKEN TO CTR-LATEST-END (CTR-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Warns -- never blocks -- when the latest contract on file
      *> for the employee being paid ended before the period being
      *> paid: the renewal was never filed.
       CHECK-CONTRACT-EXPIRY.
           MOVE "N" TO CTR-FOUND-FLAG
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > CTR-COUNT OR CTR-FOUND
               IF CTR-EMP-ID (CTR-IDX) = EMP-ID-FIELD
                   SET CTR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CTR-FOUND
               SUBTRACT 1 FROM CTR-IDX
               IF PERIOD-ENDING-DATE (7:4) IS NUMERIC
                       AND PERIOD-ENDING-DATE (1:2) IS NUMERIC
                       AND PERIOD-ENDING-DATE (4:2) IS NUMERIC
                   COMPUTE CTR-CHECK-DATE =
                       FUNCTION NUMVAL (PERIOD-ENDING-DATE (7:4))
                           * 10000
                       + FUNCTION NUMVAL (PERIOD-ENDING-DATE (1:2))
                           * 100
                       + FUNCTION NUMVAL (PERIOD-ENDING-DATE (4:2))
               ELSE
                   ACCEPT CTR-CHECK-DATE FROM DATE YYYYMMDD
               END-IF
               IF CTR-LATEST-END (CTR-IDX) > 0
                       AND CTR-LATEST-END (CTR-IDX) < CTR-CHECK-DATE
                   PERFORM WRITE-REVIEW-LINE-CONTRACT
               END-IF
           END-IF.

       WRITE-REVIEW-LINE-CONTRACT.
           ADD 1 TO REVIEW-COUNT
           MOVE SPACES TO PAY-REVIEW-RECORD
           STRING EMP-ID-FIELD " " EMP-NAME-FIELD
                  " -- CONTRACT EXPIRED " CTR-LATEST-END (CTR-IDX)
                  " BUT STILL BEING PAID -- FILE THE RENEWAL"
               DELIMITED BY SIZE INTO PAY-REVIEW-RECORD
           WRITE PAY-REVIEW-RECORD.

      *> Rolls the YTD master to a generation, then opens it I-O for
      *> the run's keyed rewrites. A missing master (the first run
      *> ever) is created empty, the way the pay-history shadow is.
       OPEN-YTD-MASTER.
           PERFORM ROLL-YTD-GENERATION
           OPEN I-O YTD-FILE
           IF YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF YTD-FILE-STATUS NOT = "00"
               DISPLAY "*** CANNOT OPEN data/ytd_master.idx (STATUS "
                   YTD-FILE-STATUS ") -- RUN ABORTED ***"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET YTD-IS-OPEN TO TRUE.

      *> The calendar year this run's pay belongs to: the
      *> PERIOD-ENDING header's year, this year when the file had
      *> no usable header.
       SET-YTD-YEAR.
           IF PERIOD-ENDING-DATE (7:4) IS NUMERIC
               MOVE PERIOD-ENDING-DATE (7:4) TO YTD-YEAR
           ELSE
               ACCEPT YTD-TODAY-DATE FROM DATE YYYYMMDD
               MOVE YTD-TODAY-DATE (1:4) TO YTD-YEAR
           END-IF.

      *> Adds this week's WEEKLY-PAY onto EMP-ID-FIELD's record for
      *> the year, writing a new record the first time an employee
      *> is paid in it. Rewritten on the spot, like the pay-history
      *> line beside it, so a run that aborts and resumes from its
      *> checkpoint finds the pay already booked for every ID it
      *> skips.
       UPDATE-YTD-MASTER.
           PERFORM SET-YTD-YEAR
           MOVE EMP-ID-FIELD TO YTDM-EMP-ID
           MOVE YTD-YEAR TO YTDM-YEAR
           READ YTD-FILE
               INVALID KEY
                   MOVE SPACES TO YTDM-RECORD
                   MOVE EMP-ID-FIELD TO YTDM-EMP-ID
                   MOVE YTD-YEAR TO YTDM-YEAR
                   MOVE WEEKLY-PAY TO YTDM-TOTAL-PAY
                   WRITE YTDM-RECORD
                       INVALID KEY
                           DISPLAY "*** YTD WRITE FAILED FOR "
                               EMP-ID-FIELD " (STATUS "
                               YTD-FILE-STATUS ") ***"
                   END-WRITE
               NOT INVALID KEY
                   ADD WEEKLY-PAY TO YTDM-TOTAL-PAY
                   REWRITE YTDM-RECORD
                       INVALID KEY
                           DISPLAY "*** YTD REWRITE FAILED FOR "
                               EMP-ID-FIELD " (STATUS "
                               YTD-FILE-STATUS ") ***"
                   END-REWRITE
           END-READ.

      *> Adds this employee's WEEKLY-PAY onto DEPT-TABLE's running
      *> total for EMP-DEPT-FIELD, adding a new entry the first time a
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
               IF DEPT-TBL-CODE(DEPT-IDX) = EMP-DEPT-FIELD
                   ADD DEPT-REMAINDER TO DEPT-TBL-TOTAL(DEPT-IDX)
                   ADD 1 TO DEPT-TBL-HEADS(DEPT-IDX)
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
               MOVE EMP-DEPT-FIELD TO DEPT-TBL-CODE(DEPT-TABLE-COUNT)
               MOVE DEPT-REMAINDER
                   TO DEPT-TBL-TOTAL(DEPT-TABLE-COUNT)
               MOVE 1 TO DEPT-TBL-HEADS(DEPT-TABLE-COUNT)
           END-IF.

      *> Splits the gross across the tagged projects in proportion
           MOVE PAY-HISTORY-RECORD TO PHIDX-LINE
           PERFORM APPEND-HISTORY-INDEX.

      *> Rolls the current YTD master to a dated generation file --
      *> its records in key order, one record image per line -- and
      *> catalogs it, so a wrong run's rewrites can be backed out. A
      *> missing YTD master (the first run ever) leaves nothing to
      *> roll.
       ROLL-YTD-GENERATION.
           MOVE "N" TO EOF-FLAG
                   DELIMITED BY SIZE INTO GENERATION-FILE-NAME
               OPEN OUTPUT GENERATION-FILE
               PERFORM UNTIL END-OF-FILE
                   READ YTD-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO GENERATION-RECORD
                           MOVE YTDM-RECORD TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
           WRITE GENERATION-CATALOG-RECORD
           CLOSE GENERATION-CATALOG-FILE.

      *> Builds this run's RUN-ID from the run date and time captured
      *> once at start-of-run, so every artifact stamped below carries
      *> the same identifier even if the run straddles midnight.
       WRITE-AUDIT-LOG-ENTRY.
           MOVE RUN-TOTAL-GROSS TO AUDIT-GROSS-DISPLAY

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " RECORDS=" RUN-RECORD-COUNT
                      " COMPANY=" FUNCTION TRIM (COMPANY-CODE)
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD.

      *> Compares this run's total gross pay against the control
      *> total on GL-CONTROL-FILE-NAME (one line: "EXPECTED-TOTAL
               MOVE 0 TO BUDGET-PCT-USED
           END-IF
           MOVE BUDGET-PCT-USED TO DISP-PCT-USED
           IF DEPT-TBL-HEADS (DEPT-IDX) < MASK-MIN-HEADS
               MOVE DISP-DEPT-TOTAL TO MASK-FIELD
               PERFORM MASK-LAST-FOUR
               MOVE MASK-FIELD
                   TO DISP-DEPT-TOTAL (1:LENGTH OF DISP-DEPT-TOTAL)
               MOVE DISP-CUMULATIVE TO MASK-FIELD
               PERFORM MASK-LAST-FOUR
               MOVE MASK-FIELD
                   TO DISP-CUMULATIVE (1:LENGTH OF DISP-CUMULATIVE)
               MOVE DISP-VARIANCE TO MASK-FIELD
               PERFORM MASK-LAST-FOUR
               MOVE MASK-FIELD
                   TO DISP-VARIANCE (1:LENGTH OF DISP-VARIANCE)
           END-IF
           MOVE SPACES TO DEPARTMENT-REPORT-RECORD
           IF DEPT-BUDGET-FOUND > 0
                   AND DEPT-CUM-ENTRY (DEPT-IDX)
           END-IF
           WRITE DEPARTMENT-REPORT-RECORD.

      *> Every digit in MASK-FIELD but the last four becomes "*";
      *> separators and signs stay, so the column still lines up.
       MASK-LAST-FOUR.
           MOVE 0 TO MASK-DIGITS-SEEN
           PERFORM VARYING MASK-IDX FROM LENGTH OF MASK-FIELD BY -1
                   UNTIL MASK-IDX < 1
               IF MASK-FIELD (MASK-IDX:1) IS NUMERIC
                   ADD 1 TO MASK-DIGITS-SEEN
                   IF MASK-DIGITS-SEEN > 4
                       MOVE "*" TO MASK-FIELD (MASK-IDX:1)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-DEPARTMENT-BUDGETS.
           MOVE 0 TO BUDGET-COUNT
           OPEN INPUT BUDGET-FILE
               CLOSE BUDGET-FILE
           END-IF.

      *> Each department's cumulative actual: every YTD record for
      *> the run's year, booked to the department on that
      *> employee's master record. The YTD master already includes
      *> this run's pay by the time the report writes.
       COMPUTE-DEPT-CUMULATIVES.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
               MOVE 0 TO DEPT-CUM-ENTRY (DEPT-IDX)
           END-PERFORM
           PERFORM SET-YTD-YEAR
           MOVE "N" TO YTD-SCAN-DONE-FLAG
           IF NOT YTD-IS-OPEN
               SET YTD-SCAN-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO YTDM-KEY
               START YTD-FILE KEY IS NOT LESS THAN YTDM-KEY
                   INVALID KEY
                       SET YTD-SCAN-DONE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL YTD-SCAN-DONE
               READ YTD-FILE NEXT RECORD
                   AT END
                       SET YTD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF YTDM-YEAR = YTD-YEAR
                           PERFORM ADD-YTD-TO-DEPT-CUMULATIVE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-YTD-TO-DEPT-CUMULATIVE.
           MOVE "N" TO MASTER-FOUND-FLAG
           IF MASTER-IS-OPEN
               MOVE YTDM-EMP-ID TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF
           IF MASTER-FOUND
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                   IF DEPT-TBL-CODE (DEPT-IDX) = EMPMAST-DEPT
                       ADD YTDM-TOTAL-PAY
                           TO DEPT-CUM-ENTRY (DEPT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *> Writes output/department_breakdown.txt: one line per
      *> department subtotaling WEEKLY-PAY from DEPT-TABLE, plus a
      *> grand-total trailer line, so finance can allocate payroll
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

      *> Every audit line goes out through auditchain, which numbers
      *> it and chains it to the line before, so the trail can be
      *> checked end to end by the integrity verifier.
       APPEND-AUDIT-LOG-RECORD.
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-TRAIL TO TRUE
           MOVE AUDIT-LOG-RECORD TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
