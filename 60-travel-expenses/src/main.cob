      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. TRAVEL-EXPENSES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Field staff's travel-expense (viaticos) claims, one per line:
      * "CLAIM-ID EMP-ID TRIP-DATE DAYS DESTINATION AMOUNT", trip
      * date YYYYMMDD. Each new line is validated once and written
      * back with its outcome -- "STATUS NONTAX EXCESS RUN-ID" --
      * so a claim is never paid twice and the file itself is the
      * year's record of what was claimed and how it was treated.
           SELECT EXPENSE-CLAIM-FILE
               ASSIGN TO "data/expense_claims.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPENSE-CLAIM-FILE-STATUS.
      * The per-diem limit by destination: "DESTINATION DAILY-LIMIT".
      * Lines starting with * are comments.
           SELECT PER-DIEM-FILE
               ASSIGN TO "data/per_diem_limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-DIEM-FILE-STATUS.
      * Name for the report, and proof the claimant is on payroll.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * The queue the payroll run pays from: "EMP-ID NONTAX EXCESS
      * CLAIM-ID". The non-taxable part goes on the next payslip as
      * a non-remunerative concept; the excess goes into the gross.
           SELECT VIATICO-QUEUE-FILE
               ASSIGN TO "data/viaticos_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIATICO-QUEUE-FILE-STATUS.
      * The computable base the gratificacion, CTS and settlement
      * runs read. The excess over the per-diem limit is
      * remuneration and lands here as a variable component.
           SELECT COMPONENT-DETAIL-FILE
               ASSIGN TO "data/pay_components.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPONENT-DETAIL-FILE-STATUS.
      * This run's refused claims and why.
           SELECT EXPENSE-EXCEPTION-FILE
               ASSIGN TO "output/expense_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPENSE-EXCEPTION-FILE-STATUS.
      * The per-employee expense report for the yearly audit.
           SELECT EXPENSE-REPORT-FILE
               ASSIGN TO "output/expense_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPENSE-REPORT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EXPENSE-CLAIM-FILE.
       01 EXPENSE-CLAIM-RECORD      PIC X(120).
      *
       FD PER-DIEM-FILE.
       01 PER-DIEM-RECORD           PIC X(40).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD VIATICO-QUEUE-FILE.
       01 VIATICO-QUEUE-RECORD      PIC X(60).
      *
       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD   PIC X(160).
      *
       FD EXPENSE-EXCEPTION-FILE.
       01 EXPENSE-EXCEPTION-RECORD  PIC X(132).
      *
       FD EXPENSE-REPORT-FILE.
       01 EXPENSE-REPORT-RECORD     PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 EXPENSE-CLAIM-FILE-STATUS PIC XX.
       01 PER-DIEM-FILE-STATUS      PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 VIATICO-QUEUE-FILE-STATUS PIC XX.
       01 COMPONENT-DETAIL-FILE-STATUS PIC XX.
       01 EXPENSE-EXCEPTION-FILE-STATUS PIC XX.
       01 EXPENSE-REPORT-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD          PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 MASTER-OPEN-FLAG          PIC X VALUE "N".
           88 MASTER-IS-OPEN        VALUE "Y".
      *
       01 RUN-DATE                  PIC 9(6).
       01 RUN-TIME                  PIC 9(8).
       01 RUN-ID                    PIC X(16).
       01 RUN-YYYYMMDD              PIC 9(8).
      *
      * EXPENSE_YEAR (YYYY) picks the year the report covers,
      * default the current one.
       01 EXPENSE-YEAR-PARM         PIC X(4).
       01 REPORT-YEAR               PIC X(4).
      *
      * Per-diem limits, tabled once.
       01 LIMIT-MAX                 PIC 9(3) VALUE 200.
       01 LIMIT-COUNT               PIC 9(3) VALUE 0.
       01 LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 200 TIMES.
               10 LIMIT-DEST        PIC X(15).
               10 LIMIT-DAILY       PIC 9(5)V99.
       01 LIMIT-IDX                 PIC 9(3).
       01 LIMIT-DEST-TOKEN          PIC X(15).
       01 LIMIT-AMT-TOKEN           PIC X(12).
       01 LIMIT-FOUND-FLAG          PIC X.
           88 LIMIT-FOUND           VALUE "Y".
      *
      * The whole claims file, loaded, decided on, and written back.
      * The claimant's own fields are kept as keyed so the line
      * goes back out exactly as it came in.
       01 CLAIM-MAX                 PIC 9(4) VALUE 3000.
       01 CLAIM-COUNT               PIC 9(4) VALUE 0.
       01 CLAIM-TABLE.
           05 CLAIM-ENTRY OCCURS 3000 TIMES.
               10 CLAIM-ID          PIC X(10).
               10 CLAIM-EMP-ID      PIC X(5).
               10 CLAIM-TRIP-DATE   PIC X(8).
               10 CLAIM-DAYS-TEXT   PIC X(4).
               10 CLAIM-DEST        PIC X(15).
               10 CLAIM-AMOUNT-TEXT PIC X(10).
               10 CLAIM-STATUS      PIC X(8).
               10 CLAIM-NONTAX      PIC 9(5)V99.
               10 CLAIM-EXCESS      PIC 9(5)V99.
               10 CLAIM-RUN-ID      PIC X(16).
               10 CLAIM-AMOUNT      PIC 9(5)V99.
               10 CLAIM-DAYS        PIC 9(3).
               10 CLAIM-REPORTED    PIC X.
       01 CLAIM-IDX                 PIC 9(4).
       01 CLAIM-IDX-2               PIC 9(4).
       01 CLAIM-DUP-FLAG            PIC X.
           88 CLAIM-IS-DUP          VALUE "Y".
       01 TOK-CLAIM-ID              PIC X(10).
       01 TOK-EMP-ID                PIC X(5).
       01 TOK-TRIP-DATE             PIC X(8).
       01 TOK-DAYS                  PIC X(4).
       01 TOK-DEST                  PIC X(15).
       01 TOK-AMOUNT                PIC X(10).
       01 TOK-STATUS                PIC X(8).
       01 TOK-NONTAX                PIC X(10).
       01 TOK-EXCESS                PIC X(10).
       01 TOK-RUN-ID                PIC X(16).
      *
      * The verdict on the claim under validation.
       01 REJECT-REASON             PIC X(40).
       01 CLAIM-LIMIT-AMT           PIC 9(7)V99.
       01 TRIP-DATE-NUM             PIC 9(8).
       01 NONTAX-EDIT               PIC 9(5).99.
       01 EXCESS-EDIT               PIC 9(5).99.
       01 COMPONENT-FIXED-EDIT      PIC 9(7).99.
       01 COMPONENT-VARIABLE-EDIT   PIC 9(7).99.
      *
       01 NEW-CLAIM-COUNT           PIC 9(4) VALUE 0.
       01 APPROVED-COUNT            PIC 9(4) VALUE 0.
       01 REJECTED-COUNT            PIC 9(4) VALUE 0.
       01 RUN-NONTAX-TOTAL          PIC 9(7)V99 VALUE 0.
       01 RUN-EXCESS-TOTAL          PIC 9(7)V99 VALUE 0.
      *
      * Report working fields.
       01 RPT-EMP-ID                PIC X(5).
       01 RPT-EMP-NAME              PIC X(20).
       01 RPT-FOUND-FLAG            PIC X.
           88 RPT-FOUND             VALUE "Y".
       01 RPT-EMP-CLAIMED           PIC 9(7)V99.
       01 RPT-EMP-NONTAX            PIC 9(7)V99.
       01 RPT-EMP-EXCESS            PIC 9(7)V99.
       01 RPT-TOT-CLAIMED           PIC 9(9)V99 VALUE 0.
       01 RPT-TOT-NONTAX            PIC 9(9)V99 VALUE 0.
       01 RPT-TOT-EXCESS            PIC 9(9)V99 VALUE 0.
       01 RPT-EMP-COUNT             PIC 9(5) VALUE 0.
       01 RPT-CLAIM-LINES           PIC 9(5) VALUE 0.
       01 RPT-AMT-EDIT              PIC ZZ,ZZ9.99.
       01 RPT-NONTAX-EDIT           PIC ZZ,ZZ9.99.
       01 RPT-EXCESS-EDIT           PIC ZZ,ZZ9.99.
       01 RPT-SUM-CLAIMED-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-SUM-NONTAX-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-SUM-EXCESS-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-DAYS-EDIT             PIC ZZ9.
       01 RPT-COUNT-EDIT            PIC ZZZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           ACCEPT RUN-YYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID
           MOVE SPACES TO EXPENSE-YEAR-PARM
           ACCEPT EXPENSE-YEAR-PARM FROM ENVIRONMENT "EXPENSE_YEAR"
           IF EXPENSE-YEAR-PARM IS NUMERIC
               MOVE EXPENSE-YEAR-PARM TO REPORT-YEAR
           ELSE
               MOVE RUN-YYYYMMDD (1:4) TO REPORT-YEAR
           END-IF

           PERFORM LOAD-PER-DIEM-LIMITS
           IF LIMIT-COUNT = 0
               DISPLAY "NO PER-DIEM LIMITS ON FILE "
                   "(data/per_diem_limits.txt) -- NO CLAIM CAN BE "
                   "VALIDATED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-EXPENSE-CLAIMS
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF

           OPEN OUTPUT EXPENSE-EXCEPTION-FILE
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLAIM-STATUS (CLAIM-IDX) = SPACES
                   ADD 1 TO NEW-CLAIM-COUNT
                   PERFORM VALIDATE-ONE-CLAIM
               END-IF
           END-PERFORM
           CLOSE EXPENSE-EXCEPTION-FILE

           IF APPROVED-COUNT > 0
               PERFORM QUEUE-APPROVED-CLAIMS
           END-IF
           IF NEW-CLAIM-COUNT > 0
               PERFORM SAVE-EXPENSE-CLAIMS
           END-IF
           PERFORM WRITE-EXPENSE-REPORT
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE RUN-NONTAX-TOTAL TO RPT-SUM-NONTAX-EDIT
           MOVE RUN-EXCESS-TOTAL TO RPT-SUM-EXCESS-EDIT
           DISPLAY "NEW CLAIMS " NEW-CLAIM-COUNT " -- APPROVED "
               APPROVED-COUNT ", REJECTED " REJECTED-COUNT
           DISPLAY "QUEUED FOR PAYROLL: NON-TAXABLE "
               RPT-SUM-NONTAX-EDIT "  EXCESS TO REMUNERATION "
               RPT-SUM-EXCESS-EDIT
           IF REJECTED-COUNT > 0
               DISPLAY "REJECTED CLAIMS LISTED IN "
                   "output/expense_exceptions.txt"
           END-IF
           DISPLAY "EXPENSE REPORT FOR " REPORT-YEAR
               " WRITTEN TO output/expense_report.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   TRAVEL EXPENSES (VIATICOS)         "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-PER-DIEM-LIMITS.
           MOVE 0 TO LIMIT-COUNT
           OPEN INPUT PER-DIEM-FILE
           IF PER-DIEM-FILE-STATUS = "00"
               PERFORM UNTIL PER-DIEM-FILE-STATUS NOT = "00"
                   READ PER-DIEM-FILE
                       AT END
                           MOVE "10" TO PER-DIEM-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-LIMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE PER-DIEM-FILE
           END-IF.
      *
       TABLE-ONE-LIMIT-LINE.
           IF PER-DIEM-RECORD (1:1) NOT = "*"
               MOVE SPACES TO LIMIT-DEST-TOKEN LIMIT-AMT-TOKEN
               UNSTRING PER-DIEM-RECORD DELIMITED BY ALL SPACE
                   INTO LIMIT-DEST-TOKEN LIMIT-AMT-TOKEN
               IF LIMIT-DEST-TOKEN NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (LIMIT-AMT-TOKEN) = 0
                       AND LIMIT-COUNT < LIMIT-MAX
                   ADD 1 TO LIMIT-COUNT
                   MOVE LIMIT-DEST-TOKEN TO LIMIT-DEST (LIMIT-COUNT)
                   COMPUTE LIMIT-DAILY (LIMIT-COUNT) =
                       FUNCTION NUMVAL (LIMIT-AMT-TOKEN)
               END-IF
           END-IF.
      *
       LOAD-EXPENSE-CLAIMS.
           MOVE 0 TO CLAIM-COUNT
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF EXPENSE-CLAIM-FILE-STATUS = "00"
               PERFORM UNTIL EXPENSE-CLAIM-FILE-STATUS NOT = "00"
                   READ EXPENSE-CLAIM-FILE
                       AT END
                           MOVE "10" TO EXPENSE-CLAIM-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-CLAIM-LINE
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.
      *
       TABLE-ONE-CLAIM-LINE.
           IF EXPENSE-CLAIM-RECORD NOT = SPACES
               IF CLAIM-COUNT < CLAIM-MAX
                   MOVE SPACES TO TOK-CLAIM-ID TOK-EMP-ID TOK-TRIP-DATE
                       TOK-DAYS TOK-DEST TOK-AMOUNT TOK-STATUS
                       TOK-NONTAX TOK-EXCESS TOK-RUN-ID
                   UNSTRING EXPENSE-CLAIM-RECORD DELIMITED BY ALL SPACE
                       INTO TOK-CLAIM-ID TOK-EMP-ID TOK-TRIP-DATE
                            TOK-DAYS TOK-DEST TOK-AMOUNT TOK-STATUS
                            TOK-NONTAX TOK-EXCESS TOK-RUN-ID
                   ADD 1 TO CLAIM-COUNT
                   MOVE TOK-CLAIM-ID TO CLAIM-ID (CLAIM-COUNT)
                   MOVE TOK-EMP-ID TO CLAIM-EMP-ID (CLAIM-COUNT)
                   MOVE TOK-TRIP-DATE TO CLAIM-TRIP-DATE (CLAIM-COUNT)
                   MOVE TOK-DAYS TO CLAIM-DAYS-TEXT (CLAIM-COUNT)
                   MOVE TOK-DEST TO CLAIM-DEST (CLAIM-COUNT)
                   MOVE TOK-AMOUNT TO CLAIM-AMOUNT-TEXT (CLAIM-COUNT)
                   MOVE TOK-STATUS TO CLAIM-STATUS (CLAIM-COUNT)
                   MOVE TOK-RUN-ID TO CLAIM-RUN-ID (CLAIM-COUNT)
                   MOVE 0 TO CLAIM-NONTAX (CLAIM-COUNT)
                   MOVE 0 TO CLAIM-EXCESS (CLAIM-COUNT)
                   MOVE 0 TO CLAIM-AMOUNT (CLAIM-COUNT)
                   MOVE 0 TO CLAIM-DAYS (CLAIM-COUNT)
                   IF FUNCTION TEST-NUMVAL (TOK-NONTAX) = 0
                       COMPUTE CLAIM-NONTAX (CLAIM-COUNT) =
                           FUNCTION NUMVAL (TOK-NONTAX)
                   END-IF
                   IF FUNCTION TEST-NUMVAL (TOK-EXCESS) = 0
                       COMPUTE CLAIM-EXCESS (CLAIM-COUNT) =
                           FUNCTION NUMVAL (TOK-EXCESS)
                   END-IF
                   IF FUNCTION TEST-NUMVAL (TOK-AMOUNT) = 0
                       COMPUTE CLAIM-AMOUNT (CLAIM-COUNT) =
                           FUNCTION NUMVAL (TOK-AMOUNT)
                   END-IF
      * Days are kept only when they make sense for one trip; zero
      * rejects the claim.
                   IF FUNCTION TEST-NUMVAL (TOK-DAYS) = 0
                       IF FUNCTION NUMVAL (TOK-DAYS) <= 365
                           COMPUTE CLAIM-DAYS (CLAIM-COUNT) =
                               FUNCTION NUMVAL (TOK-DAYS)
                       END-IF
                   END-IF
                   MOVE "N" TO CLAIM-REPORTED (CLAIM-COUNT)
               ELSE
                   DISPLAY "WARNING: CLAIMS TABLE FULL, LINE IGNORED: "
                       EXPENSE-CLAIM-RECORD (1:40)
               END-IF
           END-IF.
      *
      * A new claim is approved only when every field is usable, the
      * claimant is on the master, the claim number has not been
      * seen before and the destination has a per-diem limit. The
      * limit is the daily rate times the days away; anything
      * claimed above it is remuneration, not viaticos.
       VALIDATE-ONE-CLAIM.
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO TRIP-DATE-NUM
           IF CLAIM-TRIP-DATE (CLAIM-IDX) IS NUMERIC
               MOVE CLAIM-TRIP-DATE (CLAIM-IDX) TO TRIP-DATE-NUM
           END-IF
           EVALUATE TRUE
               WHEN CLAIM-ID (CLAIM-IDX) = SPACES
                   MOVE "NO CLAIM NUMBER" TO REJECT-REASON
               WHEN CLAIM-EMP-ID (CLAIM-IDX) IS NOT NUMERIC
                   MOVE "BAD EMPLOYEE ID" TO REJECT-REASON
               WHEN TRIP-DATE-NUM = 0
                   MOVE "BAD TRIP DATE" TO REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (TRIP-DATE-NUM)
                       NOT = 0
                   MOVE "BAD TRIP DATE" TO REJECT-REASON
               WHEN TRIP-DATE-NUM > RUN-YYYYMMDD
                   MOVE "TRIP DATE IN THE FUTURE" TO REJECT-REASON
               WHEN CLAIM-DAYS (CLAIM-IDX) = 0
                   MOVE "BAD NUMBER OF DAYS" TO REJECT-REASON
               WHEN CLAIM-AMOUNT (CLAIM-IDX) = 0
                   MOVE "BAD AMOUNT" TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REJECT-REASON = SPACES
               PERFORM CHECK-DUPLICATE-CLAIM
               IF CLAIM-IS-DUP
                   MOVE "DUPLICATE CLAIM NUMBER" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND MASTER-IS-OPEN
               MOVE CLAIM-EMP-ID (CLAIM-IDX) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER" TO REJECT-REASON
               END-READ
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM FIND-PER-DIEM-LIMIT
               IF NOT LIMIT-FOUND
                   MOVE "NO PER-DIEM LIMIT FOR DESTINATION"
                       TO REJECT-REASON
               END-IF
           END-IF

           MOVE RUN-ID TO CLAIM-RUN-ID (CLAIM-IDX)
           IF REJECT-REASON NOT = SPACES
               MOVE "REJECTED" TO CLAIM-STATUS (CLAIM-IDX)
               MOVE 0 TO CLAIM-NONTAX (CLAIM-IDX)
               MOVE 0 TO CLAIM-EXCESS (CLAIM-IDX)
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-CLAIM-EXCEPTION
           ELSE
               COMPUTE CLAIM-LIMIT-AMT =
                   LIMIT-DAILY (LIMIT-IDX) * CLAIM-DAYS (CLAIM-IDX)
               IF CLAIM-AMOUNT (CLAIM-IDX) > CLAIM-LIMIT-AMT
                   MOVE CLAIM-LIMIT-AMT TO CLAIM-NONTAX (CLAIM-IDX)
                   COMPUTE CLAIM-EXCESS (CLAIM-IDX) =
                       CLAIM-AMOUNT (CLAIM-IDX) - CLAIM-LIMIT-AMT
               ELSE
                   MOVE CLAIM-AMOUNT (CLAIM-IDX)
                       TO CLAIM-NONTAX (CLAIM-IDX)
                   MOVE 0 TO CLAIM-EXCESS (CLAIM-IDX)
               END-IF
               MOVE "APPROVED" TO CLAIM-STATUS (CLAIM-IDX)
               ADD 1 TO APPROVED-COUNT
               ADD CLAIM-NONTAX (CLAIM-IDX) TO RUN-NONTAX-TOTAL
               ADD CLAIM-EXCESS (CLAIM-IDX) TO RUN-EXCESS-TOTAL
           END-IF.
      *
      * A claim number already approved -- on an earlier run or
      * further up this one -- is a resubmission. One that was
      * rejected may come back corrected under the same number.
       CHECK-DUPLICATE-CLAIM.
           MOVE "N" TO CLAIM-DUP-FLAG
           PERFORM VARYING CLAIM-IDX-2 FROM 1 BY 1
                   UNTIL CLAIM-IDX-2 > CLAIM-COUNT OR CLAIM-IS-DUP
               IF CLAIM-IDX-2 NOT = CLAIM-IDX
                       AND CLAIM-ID (CLAIM-IDX-2) = CLAIM-ID (CLAIM-IDX)
                       AND CLAIM-STATUS (CLAIM-IDX-2) = "APPROVED"
                   SET CLAIM-IS-DUP TO TRUE
               END-IF
           END-PERFORM.
      *
       FIND-PER-DIEM-LIMIT.
           MOVE "N" TO LIMIT-FOUND-FLAG
           PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                   UNTIL LIMIT-IDX > LIMIT-COUNT OR LIMIT-FOUND
               IF LIMIT-DEST (LIMIT-IDX) = CLAIM-DEST (CLAIM-IDX)
                   SET LIMIT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LIMIT-FOUND
               SUBTRACT 1 FROM LIMIT-IDX
           END-IF.
      *
       WRITE-CLAIM-EXCEPTION.
           MOVE SPACES TO EXPENSE-EXCEPTION-RECORD
           STRING CLAIM-ID (CLAIM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CLAIM-EMP-ID (CLAIM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CLAIM-TRIP-DATE (CLAIM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CLAIM-DAYS-TEXT (CLAIM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CLAIM-DEST (CLAIM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CLAIM-AMOUNT-TEXT (CLAIM-IDX) DELIMITED BY SPACE
                  " -- " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO EXPENSE-EXCEPTION-RECORD
           WRITE EXPENSE-EXCEPTION-RECORD
           DISPLAY "CLAIM " CLAIM-ID (CLAIM-IDX) " REJECTED: "
               FUNCTION TRIM (REJECT-REASON).
      *
      * Every claim approved this run goes on the payroll queue; the
      * excess of each, if any, goes on the components file dated
      * today -- the month it becomes remuneration.
       QUEUE-APPROVED-CLAIMS.
           OPEN EXTEND VIATICO-QUEUE-FILE
           IF VIATICO-QUEUE-FILE-STATUS NOT = "00"
               OPEN OUTPUT VIATICO-QUEUE-FILE
           END-IF
           OPEN EXTEND COMPONENT-DETAIL-FILE
           IF COMPONENT-DETAIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPONENT-DETAIL-FILE
           END-IF
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLAIM-STATUS (CLAIM-IDX) = "APPROVED"
                       AND CLAIM-RUN-ID (CLAIM-IDX) = RUN-ID
                   MOVE CLAIM-NONTAX (CLAIM-IDX) TO NONTAX-EDIT
                   MOVE CLAIM-EXCESS (CLAIM-IDX) TO EXCESS-EDIT
                   MOVE SPACES TO VIATICO-QUEUE-RECORD
                   STRING CLAIM-EMP-ID (CLAIM-IDX) " "
                          NONTAX-EDIT " " EXCESS-EDIT " "
                          CLAIM-ID (CLAIM-IDX)
                       DELIMITED BY SIZE INTO VIATICO-QUEUE-RECORD
                   WRITE VIATICO-QUEUE-RECORD
                   IF CLAIM-EXCESS (CLAIM-IDX) > 0
                       MOVE 0 TO COMPONENT-FIXED-EDIT
                       MOVE CLAIM-EXCESS (CLAIM-IDX)
                           TO COMPONENT-VARIABLE-EDIT
                       MOVE SPACES TO COMPONENT-DETAIL-RECORD
                       STRING CLAIM-EMP-ID (CLAIM-IDX) " "
                              RUN-YYYYMMDD " "
                              COMPONENT-FIXED-EDIT " "
                              COMPONENT-VARIABLE-EDIT " "
                              RUN-ID
                           DELIMITED BY SIZE
                           INTO COMPONENT-DETAIL-RECORD
                       WRITE COMPONENT-DETAIL-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE VIATICO-QUEUE-FILE
           CLOSE COMPONENT-DETAIL-FILE.
      *
      * Writes every line back, the new ones with their outcome.
       SAVE-EXPENSE-CLAIMS.
           OPEN OUTPUT EXPENSE-CLAIM-FILE
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               MOVE CLAIM-NONTAX (CLAIM-IDX) TO NONTAX-EDIT
               MOVE CLAIM-EXCESS (CLAIM-IDX) TO EXCESS-EDIT
               MOVE SPACES TO EXPENSE-CLAIM-RECORD
               STRING CLAIM-ID (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CLAIM-EMP-ID (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CLAIM-TRIP-DATE (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CLAIM-DAYS-TEXT (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CLAIM-DEST (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CLAIM-AMOUNT-TEXT (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CLAIM-STATUS (CLAIM-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NONTAX-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EXCESS-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLAIM-RUN-ID (CLAIM-IDX) DELIMITED BY SPACE
                   INTO EXPENSE-CLAIM-RECORD
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE.
      *
      * The yearly audit report: for each employee with claims
      * dated in the report year, in employee order, every claim
      * with its destination, days, amount claimed and how it was
      * split, then the employee's totals. Rejected claims are
      * listed for completeness but carry no amounts into the
      * totals.
       WRITE-EXPENSE-REPORT.
           OPEN OUTPUT EXPENSE-REPORT-FILE
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           STRING "VIATICOS -- PER-EMPLOYEE EXPENSE REPORT, YEAR "
                  REPORT-YEAR "     RUN " RUN-ID
               DELIMITED BY SIZE INTO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           MOVE ALL "=" TO EXPENSE-REPORT-RECORD (1:100)
           WRITE EXPENSE-REPORT-RECORD
           MOVE "N" TO RPT-FOUND-FLAG
           PERFORM PICK-NEXT-REPORT-EMPLOYEE
           PERFORM UNTIL NOT RPT-FOUND
               PERFORM WRITE-ONE-EMPLOYEE-SECTION
               PERFORM PICK-NEXT-REPORT-EMPLOYEE
           END-PERFORM
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           MOVE ALL "=" TO EXPENSE-REPORT-RECORD (1:100)
           WRITE EXPENSE-REPORT-RECORD
           MOVE RPT-EMP-COUNT TO RPT-COUNT-EDIT
           MOVE RPT-TOT-CLAIMED TO RPT-SUM-CLAIMED-EDIT
           MOVE RPT-TOT-NONTAX TO RPT-SUM-NONTAX-EDIT
           MOVE RPT-TOT-EXCESS TO RPT-SUM-EXCESS-EDIT
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           STRING "YEAR TOTAL  EMPLOYEES " RPT-COUNT-EDIT
                  "  APPROVED " RPT-SUM-CLAIMED-EDIT
                  "  NON-TAXABLE " RPT-SUM-NONTAX-EDIT
                  "  TO REMUNERATION " RPT-SUM-EXCESS-EDIT
               DELIMITED BY SIZE INTO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           CLOSE EXPENSE-REPORT-FILE.
      *
      * Lowest employee ID still unreported among the year's
      * claims.
       PICK-NEXT-REPORT-EMPLOYEE.
           MOVE "N" TO RPT-FOUND-FLAG
           MOVE HIGH-VALUES TO RPT-EMP-ID
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLAIM-REPORTED (CLAIM-IDX) = "N"
                       AND CLAIM-TRIP-DATE (CLAIM-IDX) (1:4)
                           = REPORT-YEAR
                       AND CLAIM-STATUS (CLAIM-IDX) NOT = SPACES
                       AND CLAIM-EMP-ID (CLAIM-IDX) < RPT-EMP-ID
                   MOVE CLAIM-EMP-ID (CLAIM-IDX) TO RPT-EMP-ID
                   SET RPT-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       WRITE-ONE-EMPLOYEE-SECTION.
           ADD 1 TO RPT-EMP-COUNT
           MOVE 0 TO RPT-EMP-CLAIMED RPT-EMP-NONTAX RPT-EMP-EXCESS
           MOVE "(NOT ON MASTER)" TO RPT-EMP-NAME
           IF MASTER-IS-OPEN AND RPT-EMP-ID IS NUMERIC
               MOVE RPT-EMP-ID TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   NOT INVALID KEY
                       MOVE EMPMAST-NAME TO RPT-EMP-NAME
               END-READ
           END-IF
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           STRING "EMPLOYEE " RPT-EMP-ID "  " RPT-EMP-NAME
               DELIMITED BY SIZE INTO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           STRING "  CLAIM      TRIP DATE  DAYS DESTINATION     "
                  "   CLAIMED  NON-TAXABLE     EXCESS  STATUS"
               DELIMITED BY SIZE INTO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLAIM-REPORTED (CLAIM-IDX) = "N"
                       AND CLAIM-EMP-ID (CLAIM-IDX) = RPT-EMP-ID
                       AND CLAIM-TRIP-DATE (CLAIM-IDX) (1:4)
                           = REPORT-YEAR
                       AND CLAIM-STATUS (CLAIM-IDX) NOT = SPACES
                   MOVE "Y" TO CLAIM-REPORTED (CLAIM-IDX)
                   PERFORM WRITE-ONE-CLAIM-LINE
               END-IF
           END-PERFORM
           MOVE RPT-EMP-CLAIMED TO RPT-SUM-CLAIMED-EDIT
           MOVE RPT-EMP-NONTAX TO RPT-SUM-NONTAX-EDIT
           MOVE RPT-EMP-EXCESS TO RPT-SUM-EXCESS-EDIT
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           STRING "  EMPLOYEE TOTAL  APPROVED " RPT-SUM-CLAIMED-EDIT
                  "  NON-TAXABLE " RPT-SUM-NONTAX-EDIT
                  "  TO REMUNERATION " RPT-SUM-EXCESS-EDIT
               DELIMITED BY SIZE INTO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           ADD RPT-EMP-CLAIMED TO RPT-TOT-CLAIMED
           ADD RPT-EMP-NONTAX TO RPT-TOT-NONTAX
           ADD RPT-EMP-EXCESS TO RPT-TOT-EXCESS.
      *
       WRITE-ONE-CLAIM-LINE.
           ADD 1 TO RPT-CLAIM-LINES
           MOVE CLAIM-DAYS (CLAIM-IDX) TO RPT-DAYS-EDIT
           MOVE CLAIM-AMOUNT (CLAIM-IDX) TO RPT-AMT-EDIT
           MOVE CLAIM-NONTAX (CLAIM-IDX) TO RPT-NONTAX-EDIT
           MOVE CLAIM-EXCESS (CLAIM-IDX) TO RPT-EXCESS-EDIT
           MOVE SPACES TO EXPENSE-REPORT-RECORD
           STRING "  " CLAIM-ID (CLAIM-IDX) " "
                  CLAIM-TRIP-DATE (CLAIM-IDX) "   "
                  RPT-DAYS-EDIT "  "
                  CLAIM-DEST (CLAIM-IDX) " "
                  RPT-AMT-EDIT "    "
                  RPT-NONTAX-EDIT "  "
                  RPT-EXCESS-EDIT "  "
                  CLAIM-STATUS (CLAIM-IDX)
               DELIMITED BY SIZE INTO EXPENSE-REPORT-RECORD
           WRITE EXPENSE-REPORT-RECORD
           IF CLAIM-STATUS (CLAIM-IDX) = "APPROVED"
               ADD CLAIM-AMOUNT (CLAIM-IDX) TO RPT-EMP-CLAIMED
               ADD CLAIM-NONTAX (CLAIM-IDX) TO RPT-EMP-NONTAX
               ADD CLAIM-EXCESS (CLAIM-IDX) TO RPT-EMP-EXCESS
           END-IF.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE RUN-NONTAX-TOTAL TO RPT-SUM-NONTAX-EDIT
           MOVE RUN-EXCESS-TOTAL TO RPT-SUM-EXCESS-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=VIATICOS APPROVED=" APPROVED-COUNT
                  " REJECTED=" REJECTED-COUNT
                  " NONTAX=" FUNCTION TRIM (RPT-SUM-NONTAX-EDIT)
                  " EXCESS=" FUNCTION TRIM (RPT-SUM-EXCESS-EDIT)
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
       END PROGRAM TRAVEL-EXPENSES.
      *
