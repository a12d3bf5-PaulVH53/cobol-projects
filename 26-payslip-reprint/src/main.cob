               RECORD KEY IS PHIDX-KEY
               FILE STATUS IS PAY-HISTORY-INDEX-STATUS.
      *
      * Keyed on employee and year; the reprint reads the one
      * record for the period's year.
           SELECT PAYSLIP-YTD-FILE ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
      * Employee name, read by key the way every program reads the
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The issued-number register the payslip run keeps -- the
      * duplicate carries the ORIGINAL boleta's number, which is
       COPY "PAY-HISTORY-INDEX.CPY".
      *
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD DOCUMENT-REGISTER-FILE.
       01 DOCUMENT-REGISTER-RECORD PIC X(60).
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 PAYSLIP-YTD-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 YTD-GROSS-FOUND         PIC 9(7)V99 VALUE 0.
       01 YTD-DED-FOUND           PIC 9(7)V99 VALUE 0.
       01 YTD-NET-FOUND           PIC 9(7)V99 VALUE 0.
       01 YTD-TODAY-DATE          PIC 9(8).
      *
      * What goes to the shared payslip subprogram.
       01 SLIP-EMP-ID             PIC X(5).
       01 SLIP-FX-TEXT            PIC X(40) VALUE SPACES.
       01 SLIP-FAMILY-PAY         PIC 9(5)V99 VALUE 0.
       01 SLIP-TOPUP-PAY          PIC 9(5)V99 VALUE 0.
       01 SLIP-VIATICO-PAY        PIC 9(5)V99 VALUE 0.
       01 SLIP-VIATICO-EXCESS     PIC 9(5)V99 VALUE 0.
      * The payslip's six construction-agreement amounts, all zero
      * on a duplicate slip.
       01 SLIP-CIVIL-PAY          PIC X(42) VALUE ALL "0".
      * The employee's payslip language off the master -- the
      * duplicate prints in the same language as the original.
       01 SLIP-LANGUAGE           PIC X(2) VALUE "ES".
      * The payslip's two seniority-bonus amounts, zero on a
      * duplicate slip like the construction amounts.
       01 SLIP-SENIORITY-PAY      PIC X(14) VALUE ALL "0".
      * The net-guarantee gross-up and employer-borne tax, zero the
      * same way.
       01 SLIP-GROSSUP-PAY        PIC X(14) VALUE ALL "0".
      * The meal-benefit card amounts, zero the same way.
       01 SLIP-MEAL-PAY           PIC X(14) VALUE ALL "0".
      * The original's number off the register, shown on the
      * duplicate; spaces when the original predates the numbering.
       01 DOCUMENT-REGISTER-FILE-STATUS PIC XX.
      *
      * The register records the period as YYYYMMDD; the reprint
      * names it as pay history does (MM/DD/YYYY). The last issue
      * on file for the employee and period is the original. Only
      * boleta numbers ("B...") count -- the register also holds
      * liquidaciones, licencias and constancias, whose dates can
      * fall on a period end too.
       FIND-ORIGINAL-DOC-NUMBER.
           MOVE SPACES TO ORIGINAL-DOC-NUMBER
           MOVE SPACES TO REPRINT-PERIOD-YYYYMMDD
                           IF REG-EMP-TOKEN = REPRINT-EMP-ID-PARM
                                   AND REG-PERIOD-TOKEN
                                       = REPRINT-PERIOD-YYYYMMDD
                                   AND REG-NUMBER-TOKEN (1:1) = "B"
                               MOVE REG-NUMBER-TOKEN
                                   TO ORIGINAL-DOC-NUMBER
                           END-IF

      * The accumulated YTD block for the duplicate comes from the
      * payslip YTD master as it stands today -- what is on file, not
      * a reconstruction of what it was that week -- for the year
      * of the period being reprinted.
       FIND-PAYSLIP-YTD.
           MOVE 0 TO YTD-GROSS-FOUND
           MOVE 0 TO YTD-DED-FOUND
           MOVE 0 TO YTD-NET-FOUND
           MOVE REPRINT-EMP-ID-PARM TO PSYTD-EMP-ID
           IF REPRINT-PERIOD-PARM (7:4) IS NUMERIC
               MOVE REPRINT-PERIOD-PARM (7:4) TO PSYTD-YEAR
           ELSE
               ACCEPT YTD-TODAY-DATE FROM DATE YYYYMMDD
               MOVE YTD-TODAY-DATE (1:4) TO PSYTD-YEAR
           END-IF
           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "00"
               READ PAYSLIP-YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PSYTD-GROSS TO YTD-GROSS-FOUND
                       MOVE PSYTD-DEDUCTIONS TO YTD-DED-FOUND
                       MOVE PSYTD-NET TO YTD-NET-FOUND
               END-READ
               CLOSE PAYSLIP-YTD-FILE
           END-IF.
      *
       LOOKUP-EMPLOYEE-NAME.
           MOVE SPACES TO SLIP-EMP-NAME
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMAST-NAME TO SLIP-EMP-NAME
                       IF EMPMAST-LANGUAGE = "EN"
                           MOVE EMPMAST-LANGUAGE TO SLIP-LANGUAGE
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
               SLIP-FX-TEXT
               SLIP-FAMILY-PAY
               SLIP-TOPUP-PAY
               SLIP-DOC-NUMBER
               SLIP-VIATICO-PAY
               SLIP-VIATICO-EXCESS
               SLIP-CIVIL-PAY
               SLIP-LANGUAGE
               SLIP-SENIORITY-PAY
               SLIP-GROSSUP-PAY
               SLIP-MEAL-PAY.
      *
      * The reprint is on the record -- who was reprinted, for which
      * period, under which reprint RUN-ID.
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=REPRINT EMP=" REPRINT-EMP-ID-PARM
                      " COMPANY=" FUNCTION TRIM (COMPANY-CODE)
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Reads the per-tree company profile, overriding the
      * compiled-in identity when one is on file.
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
       END PROGRAM PAYSLIP-REPRINT.
      *
