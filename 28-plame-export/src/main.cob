               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAME-DETAIL-FILE-STATUS.
      *
      * The contractor fee ledger CONTRACTOR-FEES appends --
      * ID|RUC|SERIES|ISSUE|PAID|GROSS|WITHHELD|NET|SUSP|RUN-ID --
      * declared as 4ta lines in the month the fee was paid, so one
      * declaration covers employees and contractors together.
           SELECT FEE-LEDGER-FILE
               ASSIGN TO "data/contractor_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-FILE-STATUS.
      *
      * Employee names, read by key for the declaration records.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
       FILE SECTION.
       FD PLAME-DETAIL-FILE.
       01 PLAME-DETAIL-RECORD     PIC X(100).
      *
       FD FEE-LEDGER-FILE.
       01 FEE-LEDGER-RECORD       PIC X(120).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       01 PLAME-DETAIL-FILE-STATUS PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 FEE-LEDGER-FILE-STATUS  PIC XX.
       01 PLAME-EXPORT-FILE-NAME  PIC X(100).
      *
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
       01 DET-FAMILY-TOKEN        PIC X(12).
       01 DET-ONP-TOKEN           PIC X(12).
       01 DET-EPS-TOKEN           PIC X(12).
      * D domiciled, N non-domiciled; lines from before the column
      * existed carry none and were all domiciled.
       01 DET-RESIDENCE-TOKEN     PIC X(2).
      *
      * Per-employee accumulation for the month -- several weekly
      * periods fold into one declaration record per employee.
               10 EMP-SUM-ESSALUD PIC 9(9)V99.
               10 EMP-SUM-ONP     PIC 9(9)V99.
               10 EMP-SUM-EPS     PIC 9(9)V99.
               10 EMP-SUM-RESIDENCE PIC X.
       01 EMP-SUM-IDX             PIC 9(4).
       01 EMP-SUM-FOUND-FLAG      PIC X VALUE "N".
           88 EMP-SUM-FOUND       VALUE "Y".
      *
      * The month's contractor fees, one 4ta line per recibo paid.
       01 FEE-MAX                 PIC 9(4) VALUE 2000.
       01 FEE-COUNT               PIC 9(4) VALUE 0.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 2000 TIMES.
               10 FEE-ID          PIC X(5).
               10 FEE-RUC         PIC X(11).
               10 FEE-SERIES      PIC X(16).
               10 FEE-ISSUE-DATE  PIC X(8).
               10 FEE-PAID-DATE   PIC X(8).
               10 FEE-GROSS       PIC 9(7)V99.
               10 FEE-WITHHELD    PIC 9(7)V99.
       01 FEE-IDX                 PIC 9(4).
       01 FEE-ID-TOKEN            PIC X(5).
       01 FEE-RUC-TOKEN           PIC X(11).
       01 FEE-SERIES-TOKEN        PIC X(16).
       01 FEE-ISSUE-TOKEN         PIC X(8).
       01 FEE-PAID-TOKEN          PIC X(8).
       01 FEE-GROSS-TOKEN         PIC X(12).
       01 FEE-WITHHELD-TOKEN      PIC X(12).
       01 TOTAL-FEES              PIC 9(11)V99 VALUE 0.
       01 TOTAL-FEES-WITHHELD     PIC 9(11)V99 VALUE 0.
      *
       01 EXPORT-NAME-FIELD       PIC X(10).
      * The contract regime declared for each employee -- read off
       01 TOTAL-ESSALUD           PIC 9(11)V99 VALUE 0.
       01 TOTAL-ONP               PIC 9(11)V99 VALUE 0.
       01 TOTAL-EPS               PIC 9(11)V99 VALUE 0.
      * Non-domiciled employees are declared with their flat-rate
      * retention; their count and tax are totalled apart so the
      * two treatments can be checked separately.
       01 NONDOM-COUNT            PIC 9(4) VALUE 0.
       01 TOTAL-NONDOM-GROSS      PIC 9(11)V99 VALUE 0.
       01 TOTAL-NONDOM-TAX        PIC 9(11)V99 VALUE 0.
       01 DISP-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-EMP-COUNT          PIC ZZZZ9.
      *
           END-IF

           PERFORM ACCUMULATE-MONTH-DETAILS
           PERFORM ACCUMULATE-MONTH-FEES
           IF EMP-SUM-COUNT = 0 AND FEE-COUNT = 0
               DISPLAY "PLAME EXPORT -- NO DETAIL LINES FOR MONTH "
                   PLAME-MONTH " (NOTHING TO DECLARE)"
               STOP RUN
           MOVE EMP-SUM-COUNT TO DISP-EMP-COUNT
           DISPLAY "PLAME DECLARATION WRITTEN FOR " DISP-EMP-COUNT
               " EMPLOYEES -- SEE output/plame_control.txt"
           IF FEE-COUNT > 0
               MOVE FEE-COUNT TO DISP-EMP-COUNT
               DISPLAY "  PLUS " DISP-EMP-COUNT
                   " CONTRACTOR RECIBO(S) ON 4TA LINES"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           MOVE SPACES TO DET-ID-TOKEN DET-PERIOD-TOKEN
               DET-GROSS-TOKEN DET-TAX-TOKEN DET-AFP-TOKEN
               DET-ESSALUD-TOKEN DET-FAMILY-TOKEN DET-ONP-TOKEN
               DET-EPS-TOKEN DET-RESIDENCE-TOKEN
           UNSTRING PLAME-DETAIL-RECORD DELIMITED BY "|"
               INTO DET-ID-TOKEN DET-PERIOD-TOKEN DET-GROSS-TOKEN
                    DET-TAX-TOKEN DET-AFP-TOKEN DET-ESSALUD-TOKEN
                    DET-FAMILY-TOKEN DET-ONP-TOKEN DET-EPS-TOKEN
                    DET-RESIDENCE-TOKEN
           IF DET-PERIOD-TOKEN (1:6) = PLAME-MONTH
                   AND FUNCTION TEST-NUMVAL (DET-GROSS-TOKEN) = 0
               PERFORM FIND-OR-ADD-EMP-SUM
                           EMP-SUM-EPS (EMP-SUM-IDX)
                           + FUNCTION NUMVAL (DET-EPS-TOKEN)
                   END-IF
      * Residence only changes at a month end, so any line of the
      * month speaks for all of it.
                   IF DET-RESIDENCE-TOKEN = "N"
                       MOVE "N" TO EMP-SUM-RESIDENCE (EMP-SUM-IDX)
                   END-IF
               END-IF
           END-IF.
      *
      * Every contractor fee paid in PLAME-MONTH. A missing ledger
      * just means no contractor was paid through the system.
       ACCUMULATE-MONTH-FEES.
           MOVE 0 TO FEE-COUNT
           OPEN INPUT FEE-LEDGER-FILE
           IF FEE-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL FEE-LEDGER-FILE-STATUS NOT = "00"
                   READ FEE-LEDGER-FILE
                       AT END
                           MOVE "10" TO FEE-LEDGER-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-ONE-FEE-LINE
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.
      *
       FOLD-ONE-FEE-LINE.
           MOVE SPACES TO FEE-ID-TOKEN FEE-RUC-TOKEN FEE-SERIES-TOKEN
               FEE-ISSUE-TOKEN FEE-PAID-TOKEN FEE-GROSS-TOKEN
               FEE-WITHHELD-TOKEN
           UNSTRING FEE-LEDGER-RECORD DELIMITED BY "|"
               INTO FEE-ID-TOKEN FEE-RUC-TOKEN FEE-SERIES-TOKEN
                    FEE-ISSUE-TOKEN FEE-PAID-TOKEN FEE-GROSS-TOKEN
                    FEE-WITHHELD-TOKEN
           IF FEE-PAID-TOKEN (1:6) = PLAME-MONTH
                   AND FUNCTION TEST-NUMVAL (FEE-GROSS-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (FEE-WITHHELD-TOKEN) = 0
                   AND FEE-COUNT < FEE-MAX
               ADD 1 TO FEE-COUNT
               MOVE FEE-ID-TOKEN TO FEE-ID (FEE-COUNT)
               MOVE FEE-RUC-TOKEN TO FEE-RUC (FEE-COUNT)
               MOVE FEE-SERIES-TOKEN TO FEE-SERIES (FEE-COUNT)
               MOVE FEE-ISSUE-TOKEN TO FEE-ISSUE-DATE (FEE-COUNT)
               MOVE FEE-PAID-TOKEN TO FEE-PAID-DATE (FEE-COUNT)
               COMPUTE FEE-GROSS (FEE-COUNT) =
                   FUNCTION NUMVAL (FEE-GROSS-TOKEN)
               COMPUTE FEE-WITHHELD (FEE-COUNT) =
                   FUNCTION NUMVAL (FEE-WITHHELD-TOKEN)
           END-IF.
      *
       FIND-OR-ADD-EMP-SUM.
           MOVE "N" TO EMP-SUM-FOUND-FLAG
                   MOVE 0 TO EMP-SUM-ESSALUD (EMP-SUM-IDX)
                   MOVE 0 TO EMP-SUM-ONP (EMP-SUM-IDX)
                   MOVE 0 TO EMP-SUM-EPS (EMP-SUM-IDX)
                   MOVE "D" TO EMP-SUM-RESIDENCE (EMP-SUM-IDX)
               ELSE
                   MOVE 0 TO EMP-SUM-IDX
               END-IF
      * order -- ID, name, document type and number (what the
      * authority actually keys on), gross remuneration, Renta 5ta
      * withheld, pension deduction, employer health contribution,
      * the contract regime the employee is declared under, and the
      * tax residence (D domiciled, N non-domiciled).
       WRITE-DECLARATION-FILE.
           MOVE SPACES TO PLAME-EXPORT-FILE-NAME
           STRING "report/plame_" PLAME-MONTH ".txt"
               ADD EMP-SUM-ESSALUD (EMP-SUM-IDX) TO TOTAL-ESSALUD
               ADD EMP-SUM-ONP (EMP-SUM-IDX) TO TOTAL-ONP
               ADD EMP-SUM-EPS (EMP-SUM-IDX) TO TOTAL-EPS
               IF EMP-SUM-RESIDENCE (EMP-SUM-IDX) = "N"
                   ADD 1 TO NONDOM-COUNT
                   ADD EMP-SUM-GROSS (EMP-SUM-IDX)
                       TO TOTAL-NONDOM-GROSS
                   ADD EMP-SUM-TAX (EMP-SUM-IDX) TO TOTAL-NONDOM-TAX
               END-IF
               MOVE EMP-SUM-GROSS (EMP-SUM-IDX)
                   TO EXPORT-GROSS-DISPLAY
               MOVE EMP-SUM-TAX (EMP-SUM-IDX) TO EXPORT-TAX-DISPLAY
                      EXPORT-ESSALUD-DISPLAY "|"
                      EXPORT-ONP-DISPLAY "|"
                      EXPORT-EPS-DISPLAY "|"
                      EXPORT-REGIME-FIELD "|"
                      EMP-SUM-RESIDENCE (EMP-SUM-IDX)
                   DELIMITED BY SIZE INTO PLAME-EXPORT-RECORD
               WRITE PLAME-EXPORT-RECORD
           END-PERFORM

      * The 4ta lines, one per recibo paid in the month: contractor
      * ID and RUC, recibo series-number, issue and payment dates,
      * fee, and the Renta 4ta withheld (zero under a suspension).
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > FEE-COUNT
               ADD FEE-GROSS (FEE-IDX) TO TOTAL-FEES
               ADD FEE-WITHHELD (FEE-IDX) TO TOTAL-FEES-WITHHELD
               MOVE FEE-GROSS (FEE-IDX) TO EXPORT-GROSS-DISPLAY
               MOVE FEE-WITHHELD (FEE-IDX) TO EXPORT-TAX-DISPLAY
               MOVE SPACES TO PLAME-EXPORT-RECORD
               STRING "4TA|"
                      FEE-ID (FEE-IDX) "|"
                      FEE-RUC (FEE-IDX) "|"
                      FUNCTION TRIM (FEE-SERIES (FEE-IDX)) "|"
                      FEE-ISSUE-DATE (FEE-IDX) "|"
                      FEE-PAID-DATE (FEE-IDX) "|"
                      EXPORT-GROSS-DISPLAY "|"
                      EXPORT-TAX-DISPLAY
                   DELIMITED BY SIZE INTO PLAME-EXPORT-RECORD
               WRITE PLAME-EXPORT-RECORD
           END-PERFORM
           STRING "TOTAL EPS CREDIT   : " DISP-TOTAL
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD

           MOVE NONDOM-COUNT TO DISP-EMP-COUNT
           MOVE SPACES TO PLAME-CONTROL-RECORD
           STRING "NON-DOMICILED      : " DISP-EMP-COUNT
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD

           MOVE TOTAL-NONDOM-GROSS TO DISP-TOTAL
           MOVE SPACES TO PLAME-CONTROL-RECORD
           STRING "NON-DOMICILED GROSS: " DISP-TOTAL
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD

           MOVE TOTAL-NONDOM-TAX TO DISP-TOTAL
           MOVE SPACES TO PLAME-CONTROL-RECORD
           STRING "NON-DOMICILED TAX  : " DISP-TOTAL
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD

           MOVE FEE-COUNT TO DISP-EMP-COUNT
           MOVE SPACES TO PLAME-CONTROL-RECORD
           STRING "RECIBOS DECLARED   : " DISP-EMP-COUNT
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD

           MOVE TOTAL-FEES TO DISP-TOTAL
           MOVE SPACES TO PLAME-CONTROL-RECORD
           STRING "TOTAL 4TA FEES     : " DISP-TOTAL
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD

           MOVE TOTAL-FEES-WITHHELD TO DISP-TOTAL
           MOVE SPACES TO PLAME-CONTROL-RECORD
           STRING "TOTAL RENTA 4TA    : " DISP-TOTAL
               DELIMITED BY SIZE INTO PLAME-CONTROL-RECORD
           WRITE PLAME-CONTROL-RECORD
           CLOSE PLAME-CONTROL-FILE.
      *
      * Reads the per-tree company profile, overriding the
