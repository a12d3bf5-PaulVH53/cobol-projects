      * The payroll engine's YTD master and the payslip run's YTD
      * master -- the adjustment's difference rolls into both, so
      * period-end reporting and the payslip YTD header both agree
      * with what was actually paid. Both are keyed on employee and
      * the year of the original period, so the difference lands
      * on that year's record.
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
      * Adjustment lines appended to the same durable pay history the
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Dated generations of both YTD masters before this run
      * updates them, catalogued for the GENERATION-RESTORE utility,
      * same scheme as payroll's own rolls.
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      *
      * The company this tree belongs to -- data/company_profile.
      * txt ("CODE|NAME|RUC|CCY"), materialized into each company's
      * tree by the batch driver's COMPANY selection. Missing file
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD YTD-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(100).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD PIC X(100).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
       01 GENERATION-FILE-NAME    PIC X(100).
       01 GENERATION-FILE-STATUS  PIC XX.
       01 GENERATION-CATALOG-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
      * The operator running this program, as required against the
      * registry data/operators.txt. An absent, unknown, or
           88 REQUEST-IS-INVALID  VALUE "N".
       01 REJECT-REASON           PIC X(30) VALUE SPACES.
      *
      * The year of the adjusted period -- the YTD records the
      * difference is posted to -- and the payslip YTD figures
      * after posting, for the delta payslip's YTD block.
       01 ADJ-YTD-YEAR            PIC 9(4).
       01 ADJ-TODAY-DATE          PIC 9(8).
       01 DELTA-YTD-GROSS         PIC 9(7)V99.
       01 DELTA-YTD-DEDUCTIONS    PIC 9(7)V99.
       01 DELTA-YTD-NET           PIC 9(7)V99.
      *
      * What the delta payslip prints. An adjustment is a straight
      * difference at the original period's terms -- no AFP, tax, or
       01 DELTA-FX-TEXT           PIC X(40) VALUE SPACES.
       01 DELTA-FAMILY-PAY        PIC 9(5)V99 VALUE 0.
       01 DELTA-TOPUP-PAY         PIC 9(5)V99 VALUE 0.
       01 DELTA-VIATICO-PAY       PIC 9(5)V99 VALUE 0.
       01 DELTA-VIATICO-EXCESS    PIC 9(5)V99 VALUE 0.
      * The payslip's six construction-agreement amounts, all zero
      * on an adjustment slip.
       01 DELTA-CIVIL-PAY         PIC X(42) VALUE ALL "0".
      * The payslip's two seniority-bonus amounts, likewise zero.
       01 DELTA-SENIORITY-PAY     PIC X(14) VALUE ALL "0".
      * The payslip's net-guarantee gross-up and employer-borne tax,
      * likewise zero.
       01 DELTA-GROSSUP-PAY       PIC X(14) VALUE ALL "0".
      * The payslip's meal-benefit card amounts, likewise zero.
       01 DELTA-MEAL-PAY          PIC X(14) VALUE ALL "0".
       01 DELTA-DOC-NUMBER        PIC X(16) VALUE SPACES.
       01 DELTA-AFP-RATE          PIC 9V999 VALUE 0.
       01 DELTA-AFP-PROVIDER      PIC X(10) VALUE SPACES.
           END-IF

           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM OPEN-YTD-MASTERS

           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO REJECT-RECORD
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           CLOSE YTD-FILE
           CLOSE PAYSLIP-YTD-FILE

           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

               END-READ
           END-IF.
      *
      * Rolls both YTD masters to generations, then opens them I-O
      * for the run's keyed updates; a master not yet on file is
      * created empty, the way payroll creates its own.
       OPEN-YTD-MASTERS.
           PERFORM ROLL-YTD-GENERATION
           PERFORM ROLL-PAYSLIP-YTD-GENERATION
           OPEN I-O YTD-FILE
           IF YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           OPEN I-O PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "35"
               OPEN OUTPUT PAYSLIP-YTD-FILE
               CLOSE PAYSLIP-YTD-FILE
               OPEN I-O PAYSLIP-YTD-FILE
           END-IF
           IF YTD-FILE-STATUS NOT = "00"
                   OR PAYSLIP-YTD-FILE-STATUS NOT = "00"
               DISPLAY "ADJUSTMENT RUN ABORTED -- YTD MASTERS NOT "
                   "AVAILABLE (STATUS " YTD-FILE-STATUS " / "
                   PAYSLIP-YTD-FILE-STATUS ")"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * The original period is MM/DD/YYYY; its year picks the YTD
      * records. A period with no readable year posts to this
      * year's.
       SET-ADJ-YTD-YEAR.
           IF ADJ-PERIOD-TOKEN (7:4) IS NUMERIC
               MOVE ADJ-PERIOD-TOKEN (7:4) TO ADJ-YTD-YEAR
           ELSE
               ACCEPT ADJ-TODAY-DATE FROM DATE YYYYMMDD
               MOVE ADJ-TODAY-DATE (1:4) TO ADJ-YTD-YEAR
           END-IF.
      *
      * The difference lands on the employee's running total for the
      * period's year the same way a week's pay would have -- a new
      * record if the employee has none for that year.
       ROLL-DELTA-INTO-YTD.
           PERFORM SET-ADJ-YTD-YEAR
           MOVE ADJ-EMP-ID TO YTDM-EMP-ID
           MOVE ADJ-YTD-YEAR TO YTDM-YEAR
           READ YTD-FILE
               INVALID KEY
                   MOVE SPACES TO YTDM-RECORD
                   MOVE ADJ-EMP-ID TO YTDM-EMP-ID
                   MOVE ADJ-YTD-YEAR TO YTDM-YEAR
                   MOVE ADJ-DELTA-AMOUNT TO YTDM-TOTAL-PAY
                   WRITE YTDM-RECORD
                       INVALID KEY
                           DISPLAY "*** YTD MASTER WRITE FAILED FOR "
                               ADJ-ID-TOKEN " (STATUS "
                               YTD-FILE-STATUS ") ***"
                   END-WRITE
               NOT INVALID KEY
                   ADD ADJ-DELTA-AMOUNT TO YTDM-TOTAL-PAY
                   REWRITE YTDM-RECORD
                       INVALID KEY
                           DISPLAY "*** YTD MASTER REWRITE FAILED "
                               "FOR " ADJ-ID-TOKEN " (STATUS "
                               YTD-FILE-STATUS ") ***"
                   END-REWRITE
           END-READ.
      *
      * The payslip run's YTD master gets the same difference on
      * gross and net. The figures after posting are kept for the
      * delta payslip's YTD block.
       ROLL-DELTA-INTO-PAYSLIP-YTD.
           MOVE ADJ-ID-TOKEN TO PSYTD-EMP-ID
           MOVE ADJ-YTD-YEAR TO PSYTD-YEAR
           READ PAYSLIP-YTD-FILE
               INVALID KEY
                   MOVE SPACES TO PSYTD-RECORD
                   MOVE ADJ-ID-TOKEN TO PSYTD-EMP-ID
                   MOVE ADJ-YTD-YEAR TO PSYTD-YEAR
                   MOVE 0 TO PSYTD-GROSS PSYTD-DEDUCTIONS
                       PSYTD-NET PSYTD-TAX
                   ADD ADJ-DELTA-AMOUNT TO PSYTD-GROSS
                   ADD ADJ-DELTA-AMOUNT TO PSYTD-NET
                   PERFORM KEEP-DELTA-YTD-FIGURES
                   WRITE PSYTD-RECORD
                       INVALID KEY
                           DISPLAY "*** PAYSLIP YTD WRITE FAILED FOR "
                               ADJ-ID-TOKEN " (STATUS "
                               PAYSLIP-YTD-FILE-STATUS ") ***"
                   END-WRITE
               NOT INVALID KEY
                   IF PSYTD-TAX IS NOT NUMERIC
                       MOVE 0 TO PSYTD-TAX
                   END-IF
                   ADD ADJ-DELTA-AMOUNT TO PSYTD-GROSS
                   ADD ADJ-DELTA-AMOUNT TO PSYTD-NET
                   PERFORM KEEP-DELTA-YTD-FIGURES
                   REWRITE PSYTD-RECORD
                       INVALID KEY
                           DISPLAY "*** PAYSLIP YTD REWRITE FAILED "
                               "FOR " ADJ-ID-TOKEN " (STATUS "
                               PAYSLIP-YTD-FILE-STATUS ") ***"
                   END-REWRITE
           END-READ.
      *
       KEEP-DELTA-YTD-FIGURES.
           MOVE PSYTD-GROSS TO DELTA-YTD-GROSS
           MOVE PSYTD-DEDUCTIONS TO DELTA-YTD-DEDUCTIONS
           MOVE PSYTD-NET TO DELTA-YTD-NET.
      *
      * One clearly-marked line under the ORIGINAL period, amount
      * signed and with explicit decimals, the reason carried along:
               COMPANY-NAME
               COMPANY-TAX-ID
               PAY-PERIOD
               DELTA-YTD-GROSS
               DELTA-YTD-DEDUCTIONS
               DELTA-YTD-NET
               RUN-ID
               DELTA-HOLIDAY-PAY
               DELTA-NIGHT-PAY
               DELTA-FX-TEXT
               DELTA-FAMILY-PAY
               DELTA-TOPUP-PAY
               DELTA-DOC-NUMBER
               DELTA-VIATICO-PAY
               DELTA-VIATICO-EXCESS
               DELTA-CIVIL-PAY
               EMPMAST-LANGUAGE
               DELTA-SENIORITY-PAY
               DELTA-GROSSUP-PAY
               DELTA-MEAL-PAY.
      *
      * Generation roll of the payroll YTD master before the run's
      * updates -- its records in key order, one record image per
      * line -- same scheme as the payroll engine's own roll.
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
           WRITE GENERATION-CATALOG-RECORD
           CLOSE GENERATION-CATALOG-FILE.
      *
       ROLL-PAYSLIP-YTD-GENERATION.
           MOVE "N" TO COPY-EOF-FLAG
           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "00"
                   DELIMITED BY SIZE INTO GENERATION-FILE-NAME
               OPEN OUTPUT GENERATION-FILE
               PERFORM UNTIL COPY-EOF
                   READ PAYSLIP-YTD-FILE NEXT RECORD
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO GENERATION-RECORD
                           MOVE PSYTD-RECORD TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYSLIP-YTD-FILE
               PERFORM CATALOG-PAYSLIP-GENERATION
           END-IF
           MOVE "N" TO COPY-EOF-FLAG.
      *
       CATALOG-PAYSLIP-GENERATION.
           OPEN EXTEND GENERATION-CATALOG-FILE
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " RUN-DATE " " RUN-TIME
                  " PROGRAM=PAY-ADJUSTMENTS"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "ADJUSTMENT RUN ABORTED -- OPERATOR CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-DELTA-PAID TO AUDIT-GROSS-DISPLAY
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " RECORDS=" APPLIED-COUNT
                      " COMPANY=" FUNCTION TRIM (COMPANY-CODE)
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Takes the suite-wide run lock, or stops with a clear message
      * when another program already holds it -- same scheme as the
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.
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
       END PROGRAM PAY-ADJUSTMENTS.
      *
