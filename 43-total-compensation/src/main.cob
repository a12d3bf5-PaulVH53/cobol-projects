      * ledger, and the Vida Ley premium off the premium control
      * report -- one document per employee in the report/payslips
      * style, plus a company total page for management.
      * Keyed on employee and year, read in key order; only the
      * records for the year asked for are used.
           SELECT PAYSLIP-YTD-FILE ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
           SELECT CTS-LEDGER-FILE ASSIGN TO "data/cts_ledger.txt"
      *-------------
       FILE SECTION.
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD CTS-LEDGER-FILE.
       01 CTS-LEDGER-RECORD       PIC X(60).
       01 VIDA-AMT-TEXT           PIC X(12).
      *
       01 STMT-EMP-NAME           PIC X(10).
      * The employee's language off the master; Spanish when the
      * master doesn't say.
       01 STMT-LANGUAGE           PIC X(2).
       COPY "STATEMENT-CAPTIONS.CPY".
       01 EMP-ESSALUD             PIC 9(7)V99.
       01 EMP-CTS                 PIC 9(9)V99.
       01 EMP-VIDA                PIC 9(7)V99.
           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS NOT = "00"
               DISPLAY "STATEMENT RUN ABORTED -- "
                   "data/payslip_ytd.idx NOT FOUND (STATUS "
                   PAYSLIP-YTD-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PSYTD-YEAR = STMT-YEAR
                           PERFORM WRITE-ONE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYSLIP-YTD-FILE
           END-IF.
      *
      * One employee's statement off their payslip-YTD record plus
      * the per-employee sums folded above, captioned in the
      * employee's language.
       WRITE-ONE-STATEMENT.
           MOVE SPACES TO STMT-EMP-NAME
           MOVE "ES" TO STMT-LANGUAGE
           IF MASTER-IS-OPEN
               MOVE FUNCTION NUMVAL (PSYTD-EMP-ID) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMAST-NAME TO STMT-EMP-NAME
                       IF EMPMAST-LANGUAGE = "EN"
                           MOVE EMPMAST-LANGUAGE TO STMT-LANGUAGE
                       END-IF
               END-READ
           END-IF
           IF STMT-LANGUAGE = "EN"
               MOVE STMT-CAPTIONS-EN TO STMT-CAPTIONS
           ELSE
               MOVE STMT-CAPTIONS-ES TO STMT-CAPTIONS
           END-IF

           COMPUTE EMP-ESSALUD ROUNDED =
               PSYTD-GROSS * ESSALUD-RATE
           MOVE 0 TO EMP-CTS
           PERFORM VARYING CTS-SUM-IDX FROM 1 BY 1
                   UNTIL CTS-SUM-IDX > CTS-SUM-COUNT
               IF CTS-SUM-ID (CTS-SUM-IDX) = PSYTD-EMP-ID
                   MOVE CTS-SUM-AMOUNT (CTS-SUM-IDX) TO EMP-CTS
               END-IF
           END-PERFORM
           MOVE 0 TO EMP-VIDA
           PERFORM VARYING VIDA-SUM-IDX FROM 1 BY 1
                   UNTIL VIDA-SUM-IDX > VIDA-SUM-COUNT
               IF VIDA-SUM-ID (VIDA-SUM-IDX) = PSYTD-EMP-ID
                   MOVE VIDA-SUM-AMOUNT (VIDA-SUM-IDX) TO EMP-VIDA
               END-IF
           END-PERFORM
           COMPUTE EMP-TOTAL-COST = PSYTD-GROSS
               + EMP-ESSALUD + EMP-CTS + EMP-VIDA

           ADD PSYTD-GROSS TO TOTAL-GROSS
           ADD EMP-ESSALUD TO TOTAL-ESSALUD
           ADD EMP-CTS TO TOTAL-CTS
           ADD EMP-VIDA TO TOTAL-VIDA
           ADD 1 TO STATEMENT-COUNT

           MOVE SPACES TO STATEMENT-FILE-NAME
           STRING "report/statements/" PSYTD-EMP-ID
                  "_" STMT-YEAR ".txt"
               DELIMITED BY SIZE INTO STATEMENT-FILE-NAME
           OPEN OUTPUT STATEMENT-FILE
           MOVE COMPANY-NAME TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING FUNCTION TRIM (STMT-CAP-TITLE TRAILING) " "
                  STMT-YEAR
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ALL "=" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING STMT-CAP-EMPLOYEE PSYTD-EMP-ID " "
                  FUNCTION TRIM (STMT-EMP-NAME)
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE PSYTD-GROSS TO DISP-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING STMT-CAP-GROSS
                  CURRENCY-SYMBOL " " DISP-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE EMP-ESSALUD TO DISP-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING STMT-CAP-ESSALUD
                  CURRENCY-SYMBOL " " DISP-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE EMP-CTS TO DISP-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING STMT-CAP-CTS
                  CURRENCY-SYMBOL " " DISP-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE EMP-VIDA TO DISP-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING STMT-CAP-VIDA
                  CURRENCY-SYMBOL " " DISP-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE EMP-TOTAL-COST TO DISP-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING STMT-CAP-TOTAL-COST
                  CURRENCY-SYMBOL " " DISP-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
