       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The same money now lives in several places -- the YTD master
      * payroll updates, the append-only pay history, the payslip
      * run's own YTD master, and the bank extract -- and a crash
      * between writes, a hand edit, or a restore of one file but not
      * the others lets them drift apart silently. This program is
      * the internal sibling of the GL check payroll already runs:
      * it recomputes what each file implies the others should say
      * and reports every disagreement.
      * Both YTD masters are keyed on employee and year: each is
      * read by key against what the other files imply, and walked
      * in key order for the records nothing else accounts for.
           SELECT YTD-MASTER-FILE ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS YTD-MASTER-FILE-STATUS.
      *
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               RECORD KEY IS PHIDX-KEY
               FILE STATUS IS PAY-HISTORY-INDEX-STATUS.
      *
           SELECT PAYSLIP-YTD-FILE ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
           SELECT BANK-FILE ASSIGN TO "report/direct_deposit.txt"
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The audit trail and the master change history, each walked
      * along the sequence-and-check chain auditchain writes onto
      * every line.
           SELECT CHAIN-WALK-FILE
               ASSIGN TO DYNAMIC CHAIN-WALK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-WALK-FILE-STATUS.
      *
      * The discrepancy report this program exists to produce --
      * rewritten fresh every run, one line per disagreement plus a
      * clean-or-not summary trailer.
      *-------------
       FILE SECTION.
       FD YTD-MASTER-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD         PIC X(100).
      *
       FD PAY-HISTORY-INDEX-FILE.
       COPY "PAY-HISTORY-INDEX.CPY".
      *
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD BANK-FILE.
       01 BANK-RECORD.
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD CHAIN-WALK-FILE.
       01 CHAIN-WALK-RECORD          PIC X(680).
      *
       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD    PIC X(120).
       01 COMPUTED-YTD-FOUND-FLAG    PIC X VALUE "N".
           88 COMPUTED-YTD-FOUND     VALUE "Y".
      *
      * The same recomputation split by the calendar year of each
      * line's period -- what the keyed YTD master should hold,
      * record for record. YEAR-YTD-LOW-YEAR is the oldest year
      * history still holds: the year-end archive cuts whole years
      * from history but not from the YTD masters, so a YTD record
      * older than that has no history left to agree with.
       01 YEAR-YTD-MAX               PIC 9(4) VALUE 5000.
       01 YEAR-YTD-COUNT             PIC 9(4) VALUE 0.
       01 YEAR-YTD-TABLE.
           05 YEAR-YTD-ENTRY OCCURS 5000 TIMES.
               10 YEAR-YTD-ID        PIC 9(5).
               10 YEAR-YTD-YEAR      PIC 9(4).
               10 YEAR-YTD-PAY       PIC S9(9)V99.
       01 YEAR-YTD-IDX               PIC 9(4).
       01 YEAR-YTD-FOUND-FLAG        PIC X VALUE "N".
           88 YEAR-YTD-FOUND         VALUE "Y".
       01 YEAR-YTD-LOW-YEAR          PIC 9(4) VALUE 9999.
      *
      * Which YTD masters are on file. A master that isn't is only
      * noted -- nothing has been posted to it yet -- and the
      * checks that need it are passed over.
       01 YTD-MASTER-OPEN-FLAG       PIC X VALUE "N".
           88 YTD-MASTER-IS-OPEN     VALUE "Y".
       01 PAYSLIP-YTD-OPEN-FLAG      PIC X VALUE "N".
           88 PAYSLIP-YTD-IS-OPEN    VALUE "Y".
       01 YTD-READ-DONE-FLAG         PIC X VALUE "N".
           88 YTD-READ-DONE          VALUE "Y".
       01 YTD-RECORD-FOUND-FLAG      PIC X VALUE "N".
           88 YTD-RECORD-FOUND       VALUE "Y".
       01 YTD-CHECK-ID               PIC 9(5).
       01 YTD-CHECK-YEAR             PIC 9(4).
       01 DISP-YTD-YEAR              PIC 9(4).
      *
      * The payslip YTD record a bank payment is checked against:
      * the year of the extract's run, or the year before for a
      * run made in January for the last December period.
       01 BANK-RUN-YEAR              PIC 9(4).
       01 TODAY-DATE                 PIC 9(8).
      *
      * One pay-history line as parsed: "ID PERIOD AMOUNT [RUN-ID]".
       01 HIST-ID-TOKEN              PIC X(5).
       01 HIST-PERIOD-TOKEN          PIC X(10).
       01 HIST-AMOUNT-TOKEN          PIC X(12).
       01 HIST-EMP-ID                PIC 9(5).
       01 HIST-YEAR                  PIC 9(4).
       01 HIST-AMOUNT                PIC S9(9)V99.
      *
      * One bank detail line as parsed; the RUN-ID header line on the
           88 INDEX-READ-DONE        VALUE "Y".
       01 INDEX-PRESENT-FLAG         PIC X VALUE "N".
           88 INDEX-PRESENT          VALUE "Y".
      *
      * Chain walk state. A chained line ends " SEQ=nnnnnnnnn
      * CHK=cccccccccccccccccc" (37 characters); lines from before
      * chaining began carry no suffix and are passed over, but one
      * turning up after the chain has started was put there by
      * something other than auditchain. The first chained line
      * need not be SEQ 1 -- the year-end archive and the retention
      * purge take lines off the front -- so it anchors the walk.
       01 CHAIN-WALK-FILE-NAME       PIC X(60).
       01 CHAIN-WALK-FILE-STATUS     PIC XX.
       01 CHAIN-WALK-LABEL           PIC X(14).
       01 CHAIN-LINE-NUMBER          PIC 9(7).
       01 CHAIN-LINE-LENGTH          PIC 9(3).
       01 CHAIN-BODY-LENGTH          PIC 9(3).
       01 CHAIN-LINE-SEQ             PIC 9(9).
       01 CHAIN-LINE-CHECK           PIC 9(18).
       01 CHAIN-LAST-SEQ             PIC 9(9).
       01 CHAIN-LAST-CHECK           PIC 9(18).
       01 CHAIN-LINE-FLAG            PIC X.
           88 CHAINED-LINE           VALUE "Y".
       01 CHAIN-STARTED-FLAG         PIC X.
           88 CHAIN-STARTED          VALUE "Y".
       01 CHAIN-FINDING              PIC X(100).
       01 DISP-CHAIN-LINE            PIC ZZZZZZ9.
       01 DISP-CHAIN-SEQ             PIC ZZZZZZZZ9.
       01 DISP-CHAIN-SEQ-2           PIC ZZZZZZZZ9.
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 DISCREPANCY-COUNT          PIC 9(5) VALUE 0.
       01 DISP-DISCREPANCY-COUNT     PIC ZZZZ9.
           PERFORM DISPLAY-HEADER
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM OPEN-YTD-MASTERS
           PERFORM RECOMPUTE-YTD-FROM-HISTORY
           PERFORM COMPARE-YTD-AGAINST-HISTORY
           PERFORM CHECK-YTD-MASTER-RECORDS
           PERFORM CHECK-PAYSLIP-YTD-RECORDS
           PERFORM CHECK-ORPHAN-HISTORY-IDS
           PERFORM CHECK-BANK-AGAINST-PAYSLIP-YTD
           PERFORM CHECK-HISTORY-INDEX
           PERFORM CHECK-AUDIT-CHAINS
           PERFORM WRITE-SUMMARY-TRAILER
           CLOSE INTEGRITY-REPORT-FILE
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF YTD-MASTER-IS-OPEN
               CLOSE YTD-MASTER-FILE
           END-IF
           IF PAYSLIP-YTD-IS-OPEN
               CLOSE PAYSLIP-YTD-FILE
           END-IF
           IF DISCREPANCY-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
      *
      * Opens both keyed YTD masters for the keyed reads and walks
      * below; one not on file is noted on the report.
       OPEN-YTD-MASTERS.
           OPEN INPUT YTD-MASTER-FILE
           IF YTD-MASTER-FILE-STATUS = "00"
               SET YTD-MASTER-IS-OPEN TO TRUE
           ELSE
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "NOTE: NO PAYROLL YTD MASTER ON FILE "
                      "(data/ytd_master.idx)"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF
           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "00"
               SET PAYSLIP-YTD-IS-OPEN TO TRUE
           ELSE
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "NOTE: NO PAYSLIP YTD MASTER ON FILE "
                      "(data/payslip_ytd.idx)"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF.
      *
      * Streams data/pay_history.txt and accumulates each ID's total
      * into COMPUTED-YTD-TABLE, and each ID's total per year into
      * YEAR-YTD-TABLE -- the YTD master recomputed from the durable
      * record instead of trusted as saved.
       RECOMPUTE-YTD-FROM-HISTORY.
           MOVE 0 TO COMPUTED-YTD-COUNT
           MOVE 0 TO YEAR-YTD-COUNT
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
      * TEST-NUMVAL rather than a plain class test -- adjustment
      * lines carry signed amounts with explicit decimals, and they
      * are as much a part of an employee's YTD as a week's pay.
      * The period is MM/DD/YYYY; its year is the YTD record the
      * line was posted to.
           IF HIST-ID-TOKEN IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-AMOUNT-TOKEN NOT = SPACES
               MOVE HIST-ID-TOKEN TO HIST-EMP-ID
               MOVE HIST-PERIOD-TOKEN (7:4) TO HIST-YEAR
               COMPUTE HIST-AMOUNT =
                   FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               PERFORM ADD-TO-COMPUTED-YTD
               PERFORM ADD-TO-YEAR-YTD
           ELSE
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               MOVE HIST-AMOUNT TO COMP-YTD-PAY (COMPUTED-YTD-COUNT)
           END-IF.
      *
       ADD-TO-YEAR-YTD.
           IF HIST-YEAR < YEAR-YTD-LOW-YEAR
               MOVE HIST-YEAR TO YEAR-YTD-LOW-YEAR
           END-IF
           PERFORM FIND-YEAR-YTD-ENTRY
           IF YEAR-YTD-FOUND
               ADD HIST-AMOUNT TO YEAR-YTD-PAY (YEAR-YTD-IDX)
           ELSE
               IF YEAR-YTD-COUNT < YEAR-YTD-MAX
                   ADD 1 TO YEAR-YTD-COUNT
                   MOVE HIST-EMP-ID TO YEAR-YTD-ID (YEAR-YTD-COUNT)
                   MOVE HIST-YEAR TO YEAR-YTD-YEAR (YEAR-YTD-COUNT)
                   MOVE HIST-AMOUNT TO YEAR-YTD-PAY (YEAR-YTD-COUNT)
               END-IF
           END-IF.
      *
      * YEAR-YTD-TABLE's entry for HIST-EMP-ID and HIST-YEAR, with
      * YEAR-YTD-IDX left on it when found.
       FIND-YEAR-YTD-ENTRY.
           MOVE "N" TO YEAR-YTD-FOUND-FLAG
           PERFORM VARYING YEAR-YTD-IDX FROM 1 BY 1
                   UNTIL YEAR-YTD-IDX > YEAR-YTD-COUNT
                       OR YEAR-YTD-FOUND
               IF YEAR-YTD-ID (YEAR-YTD-IDX) = HIST-EMP-ID
                       AND YEAR-YTD-YEAR (YEAR-YTD-IDX) = HIST-YEAR
                   SET YEAR-YTD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF YEAR-YTD-FOUND
               SUBTRACT 1 FROM YEAR-YTD-IDX
           END-IF.
      *
      * Every employee's total for each year in pay history must be
      * on the YTD master under that employee and year, and equal
      * -- read by key, one record per employee-year. Drift is
      * reported with the variance.
       COMPARE-YTD-AGAINST-HISTORY.
           IF YTD-MASTER-IS-OPEN
               PERFORM VARYING YEAR-YTD-IDX FROM 1 BY 1
                       UNTIL YEAR-YTD-IDX > YEAR-YTD-COUNT
                   PERFORM COMPARE-ONE-YEAR-YTD
               END-PERFORM
           END-IF.
      *
       COMPARE-ONE-YEAR-YTD.
           MOVE YEAR-YTD-ID (YEAR-YTD-IDX) TO YTDM-EMP-ID
           MOVE YEAR-YTD-YEAR (YEAR-YTD-IDX) TO YTDM-YEAR
           MOVE YEAR-YTD-YEAR (YEAR-YTD-IDX) TO DISP-YTD-YEAR
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO YTD-RECORD-FOUND-FLAG
               NOT INVALID KEY
                   SET YTD-RECORD-FOUND TO TRUE
           END-READ
           IF NOT YTD-RECORD-FOUND
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "PAY HISTORY WITH NO YTD ENTRY: EMP "
                      YEAR-YTD-ID (YEAR-YTD-IDX)
                      " YEAR " DISP-YTD-YEAR
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           ELSE
               IF YTDM-TOTAL-PAY NOT = YEAR-YTD-PAY (YEAR-YTD-IDX)
                   ADD 1 TO DISCREPANCY-COUNT
                   COMPUTE YTD-VARIANCE =
                       YTDM-TOTAL-PAY - YEAR-YTD-PAY (YEAR-YTD-IDX)
                   MOVE YEAR-YTD-PAY (YEAR-YTD-IDX) TO DISP-EXPECTED
                   MOVE YTDM-TOTAL-PAY TO DISP-ACTUAL
                   MOVE YTD-VARIANCE TO DISP-VARIANCE
                   MOVE SPACES TO INTEGRITY-REPORT-RECORD
                   STRING "YTD MISMATCH EMP "
                          YEAR-YTD-ID (YEAR-YTD-IDX)
                          " " DISP-YTD-YEAR
                          " -- HISTORY SAYS " DISP-EXPECTED
                          " MASTER SAYS " DISP-ACTUAL
                          " VARIANCE " DISP-VARIANCE
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
                   WRITE INTEGRITY-REPORT-RECORD
               END-IF
           END-IF.
      *
      * Walks the YTD master in key order. Each record must have pay
      * history behind it (years the archive has cut excepted), a
      * master record for its ID, and a payslip YTD record for the
      * same employee and year -- the two YTD masters are posted by
      * the two halves of the same pay cycle, so an employee-year
      * in one and not the other is a run that reached one file
      * and not its twin.
       CHECK-YTD-MASTER-RECORDS.
           MOVE "N" TO YTD-READ-DONE-FLAG
           IF NOT YTD-MASTER-IS-OPEN
               SET YTD-READ-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO YTDM-KEY
               START YTD-MASTER-FILE
                   KEY NOT < YTDM-KEY
                   INVALID KEY
                       SET YTD-READ-DONE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL YTD-READ-DONE
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END
                       SET YTD-READ-DONE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-YTD-MASTER-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO YTD-READ-DONE-FLAG.
      *
       CHECK-ONE-YTD-MASTER-RECORD.
           MOVE YTDM-YEAR TO DISP-YTD-YEAR
           MOVE YTDM-EMP-ID TO HIST-EMP-ID
           MOVE YTDM-YEAR TO HIST-YEAR
           PERFORM FIND-YEAR-YTD-ENTRY
           IF NOT YEAR-YTD-FOUND
                   AND YTDM-YEAR NOT < YEAR-YTD-LOW-YEAR
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "YTD ENTRY WITH NO PAY HISTORY: EMP "
                      YTDM-EMP-ID " YEAR " DISP-YTD-YEAR
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF
      * Every ID in the YTD master should have a master record --
      * an ID with none is pay accumulated for someone the master
      * has never heard of.
           MOVE YTDM-EMP-ID TO EMPMAST-ID
           PERFORM READ-MASTER-BY-ID
           IF NOT MASTER-FOUND
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "YTD ID WITH NO MASTER RECORD: EMP "
                      YTDM-EMP-ID " YEAR " DISP-YTD-YEAR
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF
           IF PAYSLIP-YTD-IS-OPEN
               MOVE YTDM-EMP-ID TO PSYTD-EMP-ID
               MOVE YTDM-YEAR TO PSYTD-YEAR
               PERFORM READ-PAYSLIP-YTD-BY-KEY
               IF NOT YTD-RECORD-FOUND
                   ADD 1 TO DISCREPANCY-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-RECORD
                   STRING "PAYROLL YTD WITH NO PAYSLIP YTD: EMP "
                          YTDM-EMP-ID " YEAR " DISP-YTD-YEAR
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
                   WRITE INTEGRITY-REPORT-RECORD
               END-IF
           END-IF.
      *
      * The other direction of the cross-check: every payslip YTD
      * record must have its payroll YTD twin.
       CHECK-PAYSLIP-YTD-RECORDS.
           MOVE "N" TO YTD-READ-DONE-FLAG
           IF NOT PAYSLIP-YTD-IS-OPEN OR NOT YTD-MASTER-IS-OPEN
               SET YTD-READ-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO PSYTD-KEY
               START PAYSLIP-YTD-FILE
                   KEY NOT < PSYTD-KEY
                   INVALID KEY
                       SET YTD-READ-DONE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL YTD-READ-DONE
               READ PAYSLIP-YTD-FILE NEXT RECORD
                   AT END
                       SET YTD-READ-DONE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-PAYSLIP-YTD-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO YTD-READ-DONE-FLAG.
      *
       CHECK-ONE-PAYSLIP-YTD-RECORD.
           MOVE PSYTD-YEAR TO DISP-YTD-YEAR
           MOVE "N" TO YTD-RECORD-FOUND-FLAG
           IF PSYTD-EMP-ID IS NUMERIC
               MOVE PSYTD-EMP-ID TO YTDM-EMP-ID
               MOVE PSYTD-YEAR TO YTDM-YEAR
               READ YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET YTD-RECORD-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT YTD-RECORD-FOUND
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "PAYSLIP YTD WITH NO PAYROLL YTD: EMP "
                      PSYTD-EMP-ID " YEAR " DISP-YTD-YEAR
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF.
      *
      * Every ID that ever appears in pay history should have a
      * master record too.
       CHECK-ORPHAN-HISTORY-IDS.
           PERFORM VARYING COMPUTED-YTD-IDX FROM 1 BY 1
                   UNTIL COMPUTED-YTD-IDX > COMPUTED-YTD-COUNT
      * paid.
       CHECK-BANK-AGAINST-PAYSLIP-YTD.
           MOVE "N" TO EOF-FLAG
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO BANK-RUN-YEAR
           OPEN INPUT BANK-FILE
           IF BANK-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
      * The header's RUN-ID is "R" and the run's YYMMDD.
                           IF BANK-RECORD (1:7) = "RUN-ID "
                               IF BANK-RECORD (9:2) IS NUMERIC
                                   COMPUTE BANK-RUN-YEAR = 2000
                                       + FUNCTION NUMVAL
                                           (BANK-RECORD (9:2))
                               END-IF
                           ELSE
                               PERFORM CHECK-ONE-BANK-RECORD
                           END-IF
                   END-READ
       CHECK-ONE-BANK-RECORD.
           MOVE BANK-EMP-ID TO BANK-CHECK-ID
           MOVE BANK-NET-PAY TO BANK-CHECK-NET
           MOVE "N" TO YTD-RECORD-FOUND-FLAG
           IF PAYSLIP-YTD-IS-OPEN
               MOVE BANK-CHECK-ID TO PSYTD-EMP-ID
               MOVE BANK-RUN-YEAR TO PSYTD-YEAR
               PERFORM READ-PAYSLIP-YTD-BY-KEY
               IF NOT YTD-RECORD-FOUND
                   MOVE BANK-CHECK-ID TO PSYTD-EMP-ID
                   COMPUTE PSYTD-YEAR = BANK-RUN-YEAR - 1
                   PERFORM READ-PAYSLIP-YTD-BY-KEY
               END-IF
           END-IF
           IF YTD-RECORD-FOUND
               IF BANK-CHECK-NET > PSYTD-NET
                   ADD 1 TO DISCREPANCY-COUNT
                   MOVE BANK-CHECK-NET TO DISP-ACTUAL
                   MOVE PSYTD-NET TO DISP-EXPECTED
                   MOVE SPACES TO INTEGRITY-REPORT-RECORD
                   STRING "BANK PAYMENT EXCEEDS PAYSLIP YTD NET:"
                          " EMP " BANK-CHECK-ID
                          " PAID " DISP-ACTUAL
                          " YTD NET " DISP-EXPECTED
                       DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-RECORD
                   WRITE INTEGRITY-REPORT-RECORD
               END-IF
           ELSE
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "BANK PAYMENT FOR ID NOT IN PAYSLIP YTD: EMP "
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF.
      *
       READ-PAYSLIP-YTD-BY-KEY.
           READ PAYSLIP-YTD-FILE
               INVALID KEY
                   MOVE "N" TO YTD-RECORD-FOUND-FLAG
               NOT INVALID KEY
                   SET YTD-RECORD-FOUND TO TRUE
           END-READ.
      *
      * The keyed shadow against the sequential file it mirrors:
      * every employee's total must agree both ways. A missing
                   WRITE INTEGRITY-REPORT-RECORD
               END-IF
           END-PERFORM.
      *
      * Both evidence files, each along its own chain.
       CHECK-AUDIT-CHAINS.
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-TO-TRAIL TO TRUE
           MOVE "output/audit_trail.txt" TO CHAIN-WALK-FILE-NAME
           MOVE "AUDIT TRAIL" TO CHAIN-WALK-LABEL
           PERFORM WALK-ONE-CHAIN
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-TO-HISTORY TO TRUE
           MOVE "data/employee_master_history.txt"
               TO CHAIN-WALK-FILE-NAME
           MOVE "MASTER HISTORY" TO CHAIN-WALK-LABEL
           PERFORM WALK-ONE-CHAIN.
      *
       WALK-ONE-CHAIN.
           MOVE 0 TO CHAIN-LINE-NUMBER
           MOVE 0 TO CHAIN-LAST-SEQ
           MOVE 0 TO CHAIN-LAST-CHECK
           MOVE "N" TO CHAIN-STARTED-FLAG
           OPEN INPUT CHAIN-WALK-FILE
           IF CHAIN-WALK-FILE-STATUS = "00"
               PERFORM UNTIL CHAIN-WALK-FILE-STATUS NOT = "00"
                   READ CHAIN-WALK-FILE
                       AT END
                           MOVE "10" TO CHAIN-WALK-FILE-STATUS
                       NOT AT END
                           ADD 1 TO CHAIN-LINE-NUMBER
                           PERFORM CHECK-CHAIN-LINE
                   END-READ
               END-PERFORM
               CLOSE CHAIN-WALK-FILE
           END-IF
           PERFORM CHECK-CHAIN-HEAD.
      *
      * Each chained line must carry the next sequence number and
      * the check value recomputed over its own text and the check
      * of the line before. A gap is a line taken out; a number at
      * or below the last one is a line moved or copied; a check
      * that does not recompute is a line edited after it was
      * written.
       CHECK-CHAIN-LINE.
           PERFORM SPLIT-CHAIN-LINE
           MOVE CHAIN-LINE-NUMBER TO DISP-CHAIN-LINE
           MOVE CHAIN-LINE-SEQ TO DISP-CHAIN-SEQ
           MOVE CHAIN-LAST-SEQ TO DISP-CHAIN-SEQ-2
           IF NOT CHAINED-LINE
               IF CHAIN-STARTED
                   MOVE SPACES TO CHAIN-FINDING
                   STRING "UNCHAINED LINE " DISP-CHAIN-LINE
                          " AFTER SEQ " DISP-CHAIN-SEQ-2
                          " -- NOT WRITTEN THROUGH THE CHAIN"
                       DELIMITED BY SIZE INTO CHAIN-FINDING
                   PERFORM REPORT-CHAIN-FINDING
               END-IF
           ELSE
               IF NOT CHAIN-STARTED
                   SET CHAIN-STARTED TO TRUE
                   IF CHAIN-LINE-SEQ = 1
                       MOVE 0 TO CHAIN-LAST-CHECK
                       PERFORM VERIFY-CHAIN-CHECK
                   ELSE
                       MOVE SPACES TO INTEGRITY-REPORT-RECORD
                       STRING "NOTE: " FUNCTION TRIM (CHAIN-WALK-LABEL)
                              " CHAIN PICKS UP AT SEQ " DISP-CHAIN-SEQ
                              " ON LINE " DISP-CHAIN-LINE
                              " -- EARLIER LINES ARCHIVED OR PURGED"
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                       WRITE INTEGRITY-REPORT-RECORD
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN CHAIN-LINE-SEQ = CHAIN-LAST-SEQ + 1
                           PERFORM VERIFY-CHAIN-CHECK
                       WHEN CHAIN-LINE-SEQ > CHAIN-LAST-SEQ + 1
                           MOVE SPACES TO CHAIN-FINDING
                           STRING "GAP AT LINE " DISP-CHAIN-LINE
                                  " -- SEQ " DISP-CHAIN-SEQ
                                  " FOLLOWS SEQ " DISP-CHAIN-SEQ-2
                               DELIMITED BY SIZE INTO CHAIN-FINDING
                           PERFORM REPORT-CHAIN-FINDING
                       WHEN OTHER
                           MOVE SPACES TO CHAIN-FINDING
                           STRING "OUT OF ORDER AT LINE "
                                  DISP-CHAIN-LINE
                                  " -- SEQ " DISP-CHAIN-SEQ
                                  " FOLLOWS SEQ " DISP-CHAIN-SEQ-2
                               DELIMITED BY SIZE INTO CHAIN-FINDING
                           PERFORM REPORT-CHAIN-FINDING
                   END-EVALUATE
               END-IF
               MOVE CHAIN-LINE-SEQ TO CHAIN-LAST-SEQ
               MOVE CHAIN-LINE-CHECK TO CHAIN-LAST-CHECK
           END-IF.
      *
      * Splits CHAIN-WALK-RECORD into its text and its chain suffix,
      * setting CHAINED-LINE only when the suffix is well formed.
       SPLIT-CHAIN-LINE.
           MOVE "N" TO CHAIN-LINE-FLAG
           MOVE 0 TO CHAIN-LINE-SEQ
           MOVE 0 TO CHAIN-LINE-CHECK
           MOVE 0 TO CHAIN-BODY-LENGTH
           COMPUTE CHAIN-LINE-LENGTH = FUNCTION LENGTH
               (FUNCTION TRIM (CHAIN-WALK-RECORD TRAILING))
           IF CHAIN-LINE-LENGTH > 37
               COMPUTE CHAIN-BODY-LENGTH = CHAIN-LINE-LENGTH - 37
               IF CHAIN-WALK-RECORD (CHAIN-BODY-LENGTH + 1:5)
                       = " SEQ="
                       AND CHAIN-WALK-RECORD
                           (CHAIN-BODY-LENGTH + 6:9) IS NUMERIC
                       AND CHAIN-WALK-RECORD
                           (CHAIN-BODY-LENGTH + 15:5) = " CHK="
                       AND CHAIN-WALK-RECORD
                           (CHAIN-BODY-LENGTH + 20:18) IS NUMERIC
                   SET CHAINED-LINE TO TRUE
                   MOVE CHAIN-WALK-RECORD (CHAIN-BODY-LENGTH + 6:9)
                       TO CHAIN-LINE-SEQ
                   MOVE CHAIN-WALK-RECORD (CHAIN-BODY-LENGTH + 20:18)
                       TO CHAIN-LINE-CHECK
               END-IF
           END-IF.
      *
      * Recomputes the line's check through auditchain -- the same
      * digest, and the same AUDIT_CHAIN_KEY, the writers used.
       VERIFY-CHAIN-CHECK.
           SET CHAIN-DIGEST TO TRUE
           MOVE SPACES TO CHAIN-TEXT
           MOVE CHAIN-WALK-RECORD (1:CHAIN-BODY-LENGTH) TO CHAIN-TEXT
           MOVE CHAIN-LINE-SEQ TO CHAIN-SEQ
           MOVE CHAIN-LAST-CHECK TO CHAIN-PREV-CHECK
           CALL "auditchain" USING AUDIT-CHAIN-PARMS
           IF CHAIN-CHECK NOT = CHAIN-LINE-CHECK
               MOVE SPACES TO CHAIN-FINDING
               STRING "LINE " DISP-CHAIN-LINE
                      " (SEQ " DISP-CHAIN-SEQ
                      ") ALTERED -- CHECK VALUE DOES NOT RECOMPUTE"
                   DELIMITED BY SIZE INTO CHAIN-FINDING
               PERFORM REPORT-CHAIN-FINDING
           END-IF.
      *
      * The head auditchain keeps beside each file must agree with
      * the file's last chained line: a head ahead of it means lines
      * were cut off the end, one behind it means lines were added
      * past it, and a different check means the last line changed.
       CHECK-CHAIN-HEAD.
           SET CHAIN-HEAD TO TRUE
           CALL "auditchain" USING AUDIT-CHAIN-PARMS
           MOVE CHAIN-SEQ TO DISP-CHAIN-SEQ
           MOVE CHAIN-LAST-SEQ TO DISP-CHAIN-SEQ-2
           MOVE SPACES TO CHAIN-FINDING
           EVALUATE TRUE
               WHEN CHAIN-RESULT NOT = "00"
                   IF CHAIN-STARTED
                       MOVE "CHAINED LINES ON FILE BUT NO CHAIN HEAD"
                           TO CHAIN-FINDING
                   END-IF
               WHEN NOT CHAIN-STARTED
                   STRING "HEAD AT SEQ " DISP-CHAIN-SEQ
                          " BUT NO CHAINED LINE ON FILE"
                       DELIMITED BY SIZE INTO CHAIN-FINDING
               WHEN CHAIN-SEQ > CHAIN-LAST-SEQ
                   STRING "ENDS AT SEQ " DISP-CHAIN-SEQ-2
                          " BUT HEAD IS SEQ " DISP-CHAIN-SEQ
                          " -- LINES CUT FROM THE END"
                       DELIMITED BY SIZE INTO CHAIN-FINDING
               WHEN CHAIN-SEQ < CHAIN-LAST-SEQ
                   STRING "RUNS TO SEQ " DISP-CHAIN-SEQ-2
                          " PAST ITS HEAD AT SEQ " DISP-CHAIN-SEQ
                       DELIMITED BY SIZE INTO CHAIN-FINDING
               WHEN CHAIN-CHECK NOT = CHAIN-LAST-CHECK
                   STRING "LAST LINE (SEQ " DISP-CHAIN-SEQ
                          ") DOES NOT MATCH ITS HEAD"
                       DELIMITED BY SIZE INTO CHAIN-FINDING
           END-EVALUATE
           IF CHAIN-FINDING NOT = SPACES
               PERFORM REPORT-CHAIN-FINDING
           END-IF.
      *
       REPORT-CHAIN-FINDING.
           ADD 1 TO DISCREPANCY-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING FUNCTION TRIM (CHAIN-WALK-LABEL) " CHAIN: "
                  CHAIN-FINDING
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.
      *
       WRITE-SUMMARY-TRAILER.
           MOVE DISCREPANCY-COUNT TO DISP-DISCREPANCY-COUNT
