               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-OUT-FILE-STATUS.
      *
      * Both YTD masters, keyed on employee and year: each of the
      * loser's records is read by key, added into the survivor's
      * record for the same year, and deleted.
           SELECT YTD-MASTER-FILE
               ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS YTD-MASTER-FILE-STATUS.
      *
           SELECT PAYSLIP-YTD-FILE
               ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
      * The keyed pay-history shadow, rebuilt whole after the
      * history lines change hands -- same discipline as the
      * year-end archive's rebuild.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIDX-KEY
               FILE STATUS IS PAY-HISTORY-INDEX-STATUS.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
      *
       FD MERGE-OUT-FILE.
       01 MERGE-OUT-RECORD        PIC X(160).
      *
       FD YTD-MASTER-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD PAY-HISTORY-INDEX-FILE.
       COPY "PAY-HISTORY-INDEX.CPY".
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
       01 MERGE-OUT-FILE-STATUS   PIC XX.
       01 MERGE-FILE-NAME         PIC X(100).
       01 PAY-HISTORY-INDEX-STATUS PIC XX.
       01 YTD-MASTER-FILE-STATUS  PIC XX.
       01 PAYSLIP-YTD-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
      * Suite-wide run lock, same scheme as payroll's.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
      * names the employee -- the loan, advance, and garnishment
      * files key the employee second, behind their own document
      * IDs. Same convention as the transfer utility's move list.
       01 MERGE-SPEC-COUNT        PIC 99 VALUE 12.
       01 MERGE-SPEC-VALUES.
           05 FILLER PIC X(36) VALUE "1data/pay_history.txt".
           05 FILLER PIC X(36) VALUE "1data/vacation_balances.txt".
           05 FILLER PIC X(36) VALUE "1data/comp_time_bank.txt".
           05 FILLER PIC X(36) VALUE "1data/deduction_arrears.txt".
               "2data/advances_outstanding.txt".
           05 FILLER PIC X(36) VALUE "2data/garnishment_orders.txt".
       01 MERGE-SPEC-TABLE REDEFINES MERGE-SPEC-VALUES.
           05 MERGE-SPEC-ENTRY OCCURS 12 TIMES.
               10 MERGE-SPEC-POSITION PIC 9.
               10 MERGE-SPEC-PATH     PIC X(35).
       01 MERGE-SPEC-IDX          PIC 99.
       01 MERGE-EOF-FLAG          PIC X VALUE "N".
           88 MERGE-EOF           VALUE "Y".
      *
      * YTD consolidation work: one of the loser's YTD records held
      * while the survivor's record for the same year is read into
      * the record area.
       01 YTD-HOLD-IMAGE          PIC X(60).
       01 YTD-HOLD-YEAR           PIC 9(4).
       01 YTD-HOLD-PAY            PIC 9(7)V99.
       01 YTD-HOLD-GROSS          PIC 9(7)V99.
       01 YTD-HOLD-DEDUCTIONS     PIC 9(7)V99.
       01 YTD-HOLD-NET            PIC 9(7)V99.
       01 YTD-HOLD-TAX            PIC 9(7)V99.
       01 YTD-LOSER-DONE-FLAG     PIC X VALUE "N".
           88 YTD-LOSER-DONE      VALUE "Y".
       01 YTD-FILE-OPEN-FLAG      PIC X VALUE "N".
           88 YTD-FILE-IS-OPEN    VALUE "Y".
       01 LOSER-EMP-ID            PIC 9(5).
       01 SURVIVOR-EMP-ID         PIC 9(5).
      *
      * The shadow rebuild's work fields.
       01 INDEX-WRITE-DONE-FLAG   PIC X VALUE "N".
      * Every line that changes hands is evidence -- the trail
      * carries the file, both IDs, and the line as it was.
       WRITE-AUDIT-REKEY-LINE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=MERGE-LINE FILE="
                  " FROM=" LOSER-PARM " TO=" SURVIVOR-PARM
                  " LINE=" MERGE-IN-RECORD (1:60)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Each year the loser has on the payroll YTD master is added
      * into the survivor's record for that year -- written new if
      * the survivor has none -- and the loser's record deleted.
      * The walk restarts at the loser's first remaining key after
      * every record, since the survivor's read moves the file.
       CONSOLIDATE-YTD-MASTER.
           MOVE "data/ytd_master.idx" TO MERGE-FILE-NAME
           MOVE LOSER-PARM TO LOSER-EMP-ID
           MOVE SURVIVOR-PARM TO SURVIVOR-EMP-ID
           MOVE "N" TO YTD-LOSER-DONE-FLAG
           MOVE "N" TO YTD-FILE-OPEN-FLAG
           OPEN I-O YTD-MASTER-FILE
           IF YTD-MASTER-FILE-STATUS = "00"
               SET YTD-FILE-IS-OPEN TO TRUE
           ELSE
               SET YTD-LOSER-DONE TO TRUE
           END-IF
           PERFORM UNTIL YTD-LOSER-DONE
               MOVE LOSER-EMP-ID TO YTDM-EMP-ID
               MOVE 0 TO YTDM-YEAR
               START YTD-MASTER-FILE
                   KEY NOT < YTDM-KEY
                   INVALID KEY
                       SET YTD-LOSER-DONE TO TRUE
               END-START
               IF NOT YTD-LOSER-DONE
                   READ YTD-MASTER-FILE NEXT RECORD
                       AT END
                           SET YTD-LOSER-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT YTD-LOSER-DONE
                   IF YTDM-EMP-ID NOT = LOSER-EMP-ID
                       SET YTD-LOSER-DONE TO TRUE
                   ELSE
                       PERFORM FOLD-ONE-YTD-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF YTD-FILE-IS-OPEN
               CLOSE YTD-MASTER-FILE
           END-IF.
      *
       FOLD-ONE-YTD-RECORD.
           MOVE YTDM-RECORD TO YTD-HOLD-IMAGE
           MOVE YTDM-YEAR TO YTD-HOLD-YEAR
           MOVE YTDM-TOTAL-PAY TO YTD-HOLD-PAY
           DELETE YTD-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE SURVIVOR-EMP-ID TO YTDM-EMP-ID
           MOVE YTD-HOLD-YEAR TO YTDM-YEAR
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO YTDM-RECORD
                   MOVE SURVIVOR-EMP-ID TO YTDM-EMP-ID
                   MOVE YTD-HOLD-YEAR TO YTDM-YEAR
                   MOVE YTD-HOLD-PAY TO YTDM-TOTAL-PAY
                   WRITE YTDM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD YTD-HOLD-PAY TO YTDM-TOTAL-PAY
                   REWRITE YTDM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           ADD 1 TO TOTAL-REKEYED-LINES
           PERFORM WRITE-AUDIT-YTD-LINE.
      *
      * Same for the payslip run's YTD master, every figure --
      * gross, deductions, net, and tax -- added field by field.
       CONSOLIDATE-PAYSLIP-YTD.
           MOVE "data/payslip_ytd.idx" TO MERGE-FILE-NAME
           MOVE "N" TO YTD-LOSER-DONE-FLAG
           MOVE "N" TO YTD-FILE-OPEN-FLAG
           OPEN I-O PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "00"
               SET YTD-FILE-IS-OPEN TO TRUE
           ELSE
               SET YTD-LOSER-DONE TO TRUE
           END-IF
           PERFORM UNTIL YTD-LOSER-DONE
               MOVE LOSER-PARM TO PSYTD-EMP-ID
               MOVE 0 TO PSYTD-YEAR
               START PAYSLIP-YTD-FILE
                   KEY NOT < PSYTD-KEY
                   INVALID KEY
                       SET YTD-LOSER-DONE TO TRUE
               END-START
               IF NOT YTD-LOSER-DONE
                   READ PAYSLIP-YTD-FILE NEXT RECORD
                       AT END
                           SET YTD-LOSER-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT YTD-LOSER-DONE
                   IF PSYTD-EMP-ID NOT = LOSER-PARM
                       SET YTD-LOSER-DONE TO TRUE
                   ELSE
                       PERFORM FOLD-ONE-PAYSLIP-YTD-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF YTD-FILE-IS-OPEN
               CLOSE PAYSLIP-YTD-FILE
           END-IF.
      *
       FOLD-ONE-PAYSLIP-YTD-RECORD.
           IF PSYTD-TAX IS NOT NUMERIC
               MOVE 0 TO PSYTD-TAX
           END-IF
           MOVE PSYTD-RECORD TO YTD-HOLD-IMAGE
           MOVE PSYTD-YEAR TO YTD-HOLD-YEAR
           MOVE PSYTD-GROSS TO YTD-HOLD-GROSS
           MOVE PSYTD-DEDUCTIONS TO YTD-HOLD-DEDUCTIONS
           MOVE PSYTD-NET TO YTD-HOLD-NET
           MOVE PSYTD-TAX TO YTD-HOLD-TAX
           DELETE PAYSLIP-YTD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE SURVIVOR-PARM TO PSYTD-EMP-ID
           MOVE YTD-HOLD-YEAR TO PSYTD-YEAR
           READ PAYSLIP-YTD-FILE
               INVALID KEY
                   MOVE YTD-HOLD-IMAGE TO PSYTD-RECORD
                   MOVE SURVIVOR-PARM TO PSYTD-EMP-ID
                   WRITE PSYTD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PSYTD-TAX IS NOT NUMERIC
                       MOVE 0 TO PSYTD-TAX
                   END-IF
                   ADD YTD-HOLD-GROSS TO PSYTD-GROSS
                   ADD YTD-HOLD-DEDUCTIONS TO PSYTD-DEDUCTIONS
                   ADD YTD-HOLD-NET TO PSYTD-NET
                   ADD YTD-HOLD-TAX TO PSYTD-TAX
                   REWRITE PSYTD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           ADD 1 TO TOTAL-REKEYED-LINES
           PERFORM WRITE-AUDIT-YTD-LINE.
      *
      * Each YTD record folded into the survivor goes on the trail
      * the same way a re-keyed line does, with the loser's record
      * as it was.
       WRITE-AUDIT-YTD-LINE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=MERGE-LINE FILE="
                  FUNCTION TRIM (MERGE-FILE-NAME)
                  " FROM=" LOSER-PARM " TO=" SURVIVOR-PARM
                  " LINE=" YTD-HOLD-IMAGE
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * The keyed shadow rebuilt from scratch off the re-keyed live
      * history -- same discipline as the year-end archive's
           END-IF.
      *
       WRITE-AUDIT-SUMMARY.
           MOVE TOTAL-REKEYED-LINES TO DISP-REKEYED-COUNT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TO=" SURVIVOR-PARM
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
       END PROGRAM EMPLOYEE-MERGE.
