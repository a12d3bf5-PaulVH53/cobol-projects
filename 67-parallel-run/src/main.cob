      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PARALLEL-RUN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The sign-off evidence before a rate, bracket, or engine
      * change goes live: a past period is rerun, and this matches
      * the rerun's payroll register and bank extract against the
      * original's, employee by employee, instead of by eye.
      * ORIGINAL_RUN_ID and RERUN_RUN_ID name the two runs; both
      * registers must be catalogued in data/generations.txt
      * (payroll_register, kept by every payslip run), the bank
      * extracts (bank_deposit) when the run moved money. Every
      * difference in gross, each deduction, net, and the bank
      * amount larger than COMPARE_TOLERANCE (default 0.00) is
      * listed, with totals by difference type, and the employees
      * in only one of the runs are listed apart.
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-CATALOG-STATUS.
      *
      * One run's register generation, by whichever path is being
      * loaded -- the payslip run's register layout, one row per
      * employee after the headings.
           SELECT REGISTER-FILE
               ASSIGN TO DYNAMIC REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
      *
      * One run's bank extract generation -- "ID ACCOUNT AMOUNT" per
      * employee, the direct-deposit layout.
           SELECT BANK-FILE
               ASSIGN TO DYNAMIC BANK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
      *
           SELECT COMPARISON-REPORT-FILE
               ASSIGN TO "output/parallel_run_comparison.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD GENERATION-CATALOG-FILE.
       01 GENERATION-CATALOG-RECORD PIC X(120).
      *
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REG-EMP-ID          PIC X(5).
           05 FILLER              PIC X(1).
           05 REG-EMP-NAME        PIC X(10).
           05 FILLER              PIC X(1).
           05 REG-BASE-TEXT       PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-OT-TEXT         PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-DT-TEXT         PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-GROSS-TEXT      PIC X(9).
           05 FILLER              PIC X(1).
           05 REG-AFP-TEXT        PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-TAX-TEXT        PIC X(8).
           05 FILLER              PIC X(1).
           05 REG-DED-COLUMN      PIC X(30).
           05 FILLER              PIC X(1).
           05 REG-NET-TEXT        PIC X(9).
           05 FILLER              PIC X(20).
      *
       FD BANK-FILE.
       01 BANK-RECORD.
           05 BANK-EMP-ID         PIC X(5).
           05 FILLER              PIC X(1).
           05 BANK-ACCOUNT-REF    PIC X(14).
           05 FILLER              PIC X(1).
           05 BANK-NET-PAY        PIC 9(7)V99.
           05 BANK-NET-PAY-TEXT REDEFINES BANK-NET-PAY PIC X(9).
      *
       FD COMPARISON-REPORT-FILE.
       01 COMPARISON-REPORT-RECORD PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 GENERATION-CATALOG-STATUS PIC XX.
       01 REGISTER-FILE-NAME      PIC X(100).
       01 REGISTER-FILE-STATUS    PIC XX.
       01 BANK-FILE-NAME          PIC X(100).
       01 BANK-FILE-STATUS        PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The two runs, side 1 the original and side 2 the rerun, and
      * the generations the catalog holds for each.
       01 SIDE-TABLE.
           05 SIDE-ENTRY OCCURS 2 TIMES.
               10 SIDE-RUN-ID     PIC X(16).
               10 SIDE-REGISTER-PATH PIC X(100).
               10 SIDE-BANK-PATH  PIC X(100).
       01 SIDE-IDX                PIC 9.
       01 EXPECTED-PATH           PIC X(100).
       01 CATALOG-TAG-TOKEN       PIC X(20).
       01 CATALOG-PATH-TOKEN      PIC X(100).
       01 BANK-COMPARED-FLAG      PIC X VALUE "N".
           88 BANK-COMPARED       VALUE "Y".
      *
       01 TOLERANCE-PARM          PIC X(12).
       01 TOLERANCE               PIC 9(5)V99 VALUE 0.
       01 DISP-TOLERANCE          PIC ZZZZ9.99.
      *
      * Every employee either run paid, with each run's figures.
       01 CMP-MAX                 PIC 9(4) VALUE 2000.
       01 CMP-COUNT               PIC 9(4) VALUE 0.
       01 CMP-TABLE.
           05 CMP-ENTRY OCCURS 2000 TIMES.
               10 CMP-ID          PIC X(5).
               10 CMP-NAME        PIC X(10).
               10 CMP-SIDE OCCURS 2 TIMES.
                   15 CMP-PRESENT PIC X.
                   15 CMP-GROSS   PIC 9(7)V99.
                   15 CMP-AFP     PIC 9(7)V99.
                   15 CMP-TAX     PIC 9(7)V99.
                   15 CMP-NET     PIC 9(7)V99.
                   15 CMP-BANK    PIC 9(7)V99.
                   15 CMP-DED-COUNT PIC 9.
                   15 CMP-DED OCCURS 8 TIMES.
                       20 CMP-DED-CODE PIC X(4).
                       20 CMP-DED-AMT  PIC 9(7)V99.
       01 CMP-IDX                 PIC 9(4).
       01 CMP-FOUND-FLAG          PIC X.
           88 CMP-FOUND           VALUE "Y".
       01 SEARCH-ID               PIC X(5).
      *
      * One register row's deductions, split from "CODE:AMOUNT ...".
       01 DED-TOKEN-TABLE.
           05 DED-TOKEN           PIC X(16) OCCURS 8 TIMES.
       01 DED-TOKEN-IDX           PIC 9.
       01 DED-CODE-TOKEN          PIC X(4).
       01 DED-AMT-TOKEN           PIC X(12).
       01 DED-IDX                 PIC 9.
       01 DED-IDX-2               PIC 9.
       01 DED-FOUND-FLAG          PIC X.
           88 DED-FOUND           VALUE "Y".
      *
      * One item as compared.
       01 ITEM-NAME               PIC X(12).
       01 ITEM-ORIGINAL           PIC 9(7)V99.
       01 ITEM-RERUN              PIC 9(7)V99.
       01 ITEM-DIFFERENCE         PIC S9(7)V99.
       01 ITEM-ABS-DIFFERENCE     PIC 9(7)V99.
       01 EMP-DIFFERENT-FLAG      PIC X.
           88 EMP-DIFFERENT       VALUE "Y".
      *
      * Totals by difference type -- GROSS, AFP, TAX, NET, BANK, and
      * one per deduction code -- the count of employees off by more
      * than the tolerance and the net of their differences.
       01 TYPE-MAX                PIC 99 VALUE 40.
       01 TYPE-COUNT              PIC 99 VALUE 0.
       01 TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 40 TIMES.
               10 TYPE-NAME       PIC X(12).
               10 TYPE-EMPLOYEES  PIC 9(5).
               10 TYPE-NET-DIFF   PIC S9(9)V99.
       01 TYPE-IDX                PIC 99.
       01 TYPE-FOUND-FLAG         PIC X.
           88 TYPE-FOUND          VALUE "Y".
      *
       01 COMPARED-COUNT          PIC 9(5) VALUE 0.
       01 DIFFERENT-COUNT         PIC 9(5) VALUE 0.
       01 DIFFERENCE-LINES        PIC 9(5) VALUE 0.
       01 ONLY-ORIGINAL-COUNT     PIC 9(5) VALUE 0.
       01 ONLY-RERUN-COUNT        PIC 9(5) VALUE 0.
       01 DISP-ORIGINAL           PIC ZZZZZZ9.99.
       01 DISP-RERUN              PIC ZZZZZZ9.99.
       01 DISP-DIFFERENCE         PIC -------9.99.
       01 DISP-NET-DIFF           PIC ---------9.99.
       01 DISP-COUNT              PIC ZZZZ9.
       01 DISP-COUNT-2            PIC ZZZZ9.
       01 DISP-COUNT-3            PIC ZZZZ9.
       01 DISP-COUNT-4            PIC ZZZZ9.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID

           INITIALIZE SIDE-TABLE
           ACCEPT SIDE-RUN-ID (1) FROM ENVIRONMENT "ORIGINAL_RUN_ID"
           ACCEPT SIDE-RUN-ID (2) FROM ENVIRONMENT "RERUN_RUN_ID"
           IF SIDE-RUN-ID (1) = SPACES OR SIDE-RUN-ID (2) = SPACES
               DISPLAY "PARALLEL RUN COMPARISON ABORTED -- SET "
                   "ORIGINAL_RUN_ID AND RERUN_RUN_ID"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TOLERANCE-PARM
           ACCEPT TOLERANCE-PARM FROM ENVIRONMENT "COMPARE_TOLERANCE"
           IF TOLERANCE-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL (TOLERANCE-PARM) = 0
                   COMPUTE TOLERANCE =
                       FUNCTION NUMVAL (TOLERANCE-PARM)
               ELSE
                   DISPLAY "PARALLEL RUN COMPARISON ABORTED -- "
                       "COMPARE_TOLERANCE "
                       FUNCTION TRIM (TOLERANCE-PARM)
                       " IS NOT AN AMOUNT"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM FIND-RUN-GENERATIONS
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               IF SIDE-REGISTER-PATH (SIDE-IDX) = SPACES
                   DISPLAY "PARALLEL RUN COMPARISON ABORTED -- NO "
                       "REGISTER CATALOGUED FOR RUN "
                       FUNCTION TRIM (SIDE-RUN-ID (SIDE-IDX))
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF SIDE-BANK-PATH (1) NOT = SPACES
                   AND SIDE-BANK-PATH (2) NOT = SPACES
               SET BANK-COMPARED TO TRUE
           END-IF

           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               PERFORM LOAD-RUN-REGISTER
               IF BANK-COMPARED
                   PERFORM LOAD-RUN-BANK-EXTRACT
               END-IF
           END-PERFORM

           OPEN OUTPUT COMPARISON-REPORT-FILE
           PERFORM WRITE-COMPARISON-HEADINGS
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               IF CMP-PRESENT (CMP-IDX, 1) = "Y"
                       AND CMP-PRESENT (CMP-IDX, 2) = "Y"
                   PERFORM COMPARE-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           IF DIFFERENCE-LINES = 0
               MOVE "  (NO DIFFERENCES OUTSIDE THE TOLERANCE)"
                   TO COMPARISON-REPORT-RECORD
               WRITE COMPARISON-REPORT-RECORD
           END-IF
           PERFORM WRITE-ONE-RUN-ONLY
           PERFORM WRITE-DIFFERENCE-TOTALS
           CLOSE COMPARISON-REPORT-FILE

           PERFORM WRITE-AUDIT-LOG-ENTRY
           MOVE COMPARED-COUNT TO DISP-COUNT
           MOVE DIFFERENT-COUNT TO DISP-COUNT-2
           MOVE ONLY-ORIGINAL-COUNT TO DISP-COUNT-3
           MOVE ONLY-RERUN-COUNT TO DISP-COUNT-4
           DISPLAY "PARALLEL RUN COMPARISON WRITTEN TO "
               "output/parallel_run_comparison.txt"
           DISPLAY "  COMPARED: " DISP-COUNT
               "  WITH DIFFERENCES: " DISP-COUNT-2
               "  ONLY IN ORIGINAL: " DISP-COUNT-3
               "  ONLY IN RERUN: " DISP-COUNT-4
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   PARALLEL RUN COMPARISON            "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * The register and bank extract the catalog holds under each
      * run's RUN-ID -- the latest entry wins should one have been
      * catalogued twice.
       FIND-RUN-GENERATIONS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GENERATION-CATALOG-FILE
           IF GENERATION-CATALOG-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ GENERATION-CATALOG-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM MATCH-CATALOG-LINE
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       MATCH-CATALOG-LINE.
           MOVE SPACES TO CATALOG-TAG-TOKEN CATALOG-PATH-TOKEN
           UNSTRING GENERATION-CATALOG-RECORD DELIMITED BY SPACE
               INTO CATALOG-TAG-TOKEN CATALOG-PATH-TOKEN
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               IF CATALOG-TAG-TOKEN = "payroll_register"
                   MOVE SPACES TO EXPECTED-PATH
                   STRING "output/payroll_register."
                          FUNCTION TRIM (SIDE-RUN-ID (SIDE-IDX))
                          ".txt"
                       DELIMITED BY SIZE INTO EXPECTED-PATH
                   IF CATALOG-PATH-TOKEN = EXPECTED-PATH
                       MOVE CATALOG-PATH-TOKEN
                           TO SIDE-REGISTER-PATH (SIDE-IDX)
                   END-IF
               END-IF
               IF CATALOG-TAG-TOKEN = "bank_deposit"
                   MOVE SPACES TO EXPECTED-PATH
                   STRING "report/bank_deposit."
                          FUNCTION TRIM (SIDE-RUN-ID (SIDE-IDX))
                          ".txt"
                       DELIMITED BY SIZE INTO EXPECTED-PATH
                   IF CATALOG-PATH-TOKEN = EXPECTED-PATH
                       MOVE CATALOG-PATH-TOKEN
                           TO SIDE-BANK-PATH (SIDE-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      *
      * Every employee row of one run's register: headings, the
      * RUN-ID line, and the control totals are skipped by their
      * non-numeric first column.
       LOAD-RUN-REGISTER.
           MOVE SIDE-REGISTER-PATH (SIDE-IDX) TO REGISTER-FILE-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "PARALLEL RUN COMPARISON ABORTED -- "
                   FUNCTION TRIM (REGISTER-FILE-NAME)
                   " NOT READABLE (STATUS " REGISTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ REGISTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF REG-EMP-ID IS NUMERIC
                           PERFORM FOLD-REGISTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE "N" TO EOF-FLAG.
      *
      * An employee paid on two input lines has two rows; their
      * figures add, as they did on the bank file.
       FOLD-REGISTER-ROW.
           MOVE REG-EMP-ID TO SEARCH-ID
           PERFORM FIND-OR-ADD-EMPLOYEE
           IF CMP-FOUND
               MOVE REG-EMP-NAME TO CMP-NAME (CMP-IDX)
               MOVE "Y" TO CMP-PRESENT (CMP-IDX, SIDE-IDX)
               COMPUTE CMP-GROSS (CMP-IDX, SIDE-IDX) =
                   CMP-GROSS (CMP-IDX, SIDE-IDX)
                   + FUNCTION NUMVAL (REG-GROSS-TEXT)
               COMPUTE CMP-AFP (CMP-IDX, SIDE-IDX) =
                   CMP-AFP (CMP-IDX, SIDE-IDX)
                   + FUNCTION NUMVAL (REG-AFP-TEXT)
               COMPUTE CMP-TAX (CMP-IDX, SIDE-IDX) =
                   CMP-TAX (CMP-IDX, SIDE-IDX)
                   + FUNCTION NUMVAL (REG-TAX-TEXT)
               COMPUTE CMP-NET (CMP-IDX, SIDE-IDX) =
                   CMP-NET (CMP-IDX, SIDE-IDX)
                   + FUNCTION NUMVAL (REG-NET-TEXT)
               MOVE SPACES TO DED-TOKEN-TABLE
               UNSTRING REG-DED-COLUMN DELIMITED BY ALL SPACE
                   INTO DED-TOKEN (1) DED-TOKEN (2) DED-TOKEN (3)
                        DED-TOKEN (4) DED-TOKEN (5) DED-TOKEN (6)
                        DED-TOKEN (7) DED-TOKEN (8)
               PERFORM VARYING DED-TOKEN-IDX FROM 1 BY 1
                       UNTIL DED-TOKEN-IDX > 8
                   IF DED-TOKEN (DED-TOKEN-IDX) NOT = SPACES
                       PERFORM FOLD-REGISTER-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF.
      *
       FOLD-REGISTER-DEDUCTION.
           MOVE SPACES TO DED-CODE-TOKEN DED-AMT-TOKEN
           UNSTRING DED-TOKEN (DED-TOKEN-IDX) DELIMITED BY ":"
               INTO DED-CODE-TOKEN DED-AMT-TOKEN
           IF DED-CODE-TOKEN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (DED-AMT-TOKEN) = 0
               MOVE "N" TO DED-FOUND-FLAG
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > CMP-DED-COUNT (CMP-IDX, SIDE-IDX)
                           OR DED-FOUND
                   IF CMP-DED-CODE (CMP-IDX, SIDE-IDX, DED-IDX)
                           = DED-CODE-TOKEN
                       SET DED-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF DED-FOUND
                   SUBTRACT 1 FROM DED-IDX
               ELSE
                   IF CMP-DED-COUNT (CMP-IDX, SIDE-IDX) < 8
                       ADD 1 TO CMP-DED-COUNT (CMP-IDX, SIDE-IDX)
                       MOVE CMP-DED-COUNT (CMP-IDX, SIDE-IDX)
                           TO DED-IDX
                       MOVE DED-CODE-TOKEN
                           TO CMP-DED-CODE (CMP-IDX, SIDE-IDX, DED-IDX)
                       MOVE 0
                           TO CMP-DED-AMT (CMP-IDX, SIDE-IDX, DED-IDX)
                       SET DED-FOUND TO TRUE
                   END-IF
               END-IF
               IF DED-FOUND
                   COMPUTE CMP-DED-AMT (CMP-IDX, SIDE-IDX, DED-IDX) =
                       CMP-DED-AMT (CMP-IDX, SIDE-IDX, DED-IDX)
                       + FUNCTION NUMVAL (DED-AMT-TOKEN)
               END-IF
           END-IF.
      *
      * What the bank was told to pay each employee in that run --
      * the register's net plus anything reissued with it.
       LOAD-RUN-BANK-EXTRACT.
           MOVE SIDE-BANK-PATH (SIDE-IDX) TO BANK-FILE-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BANK-FILE
           IF BANK-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ BANK-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF BANK-EMP-ID IS NUMERIC
                                   AND BANK-NET-PAY-TEXT IS NUMERIC
                               MOVE BANK-EMP-ID TO SEARCH-ID
                               PERFORM FIND-OR-ADD-EMPLOYEE
                               IF CMP-FOUND
                                   MOVE "Y" TO
                                       CMP-PRESENT (CMP-IDX, SIDE-IDX)
                                   ADD BANK-NET-PAY
                                       TO CMP-BANK (CMP-IDX, SIDE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       FIND-OR-ADD-EMPLOYEE.
           MOVE "N" TO CMP-FOUND-FLAG
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT OR CMP-FOUND
               IF CMP-ID (CMP-IDX) = SEARCH-ID
                   SET CMP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CMP-FOUND
               SUBTRACT 1 FROM CMP-IDX
           ELSE
               IF CMP-COUNT < CMP-MAX
                   ADD 1 TO CMP-COUNT
                   MOVE CMP-COUNT TO CMP-IDX
                   INITIALIZE CMP-ENTRY (CMP-IDX)
                   MOVE SEARCH-ID TO CMP-ID (CMP-IDX)
                   MOVE "N" TO CMP-PRESENT (CMP-IDX, 1)
                   MOVE "N" TO CMP-PRESENT (CMP-IDX, 2)
                   SET CMP-FOUND TO TRUE
               ELSE
                   DISPLAY "WARNING: COMPARISON TABLE FULL, EMPLOYEE "
                       SEARCH-ID " LEFT OUT"
               END-IF
           END-IF.
      *
       WRITE-COMPARISON-HEADINGS.
           MOVE TOLERANCE TO DISP-TOLERANCE
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "PARALLEL RUN COMPARISON -- RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "ORIGINAL " SIDE-RUN-ID (1)
                  "  " FUNCTION TRIM (SIDE-REGISTER-PATH (1))
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "RERUN    " SIDE-RUN-ID (2)
                  "  " FUNCTION TRIM (SIDE-REGISTER-PATH (2))
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           IF BANK-COMPARED
               STRING "TOLERANCE " FUNCTION TRIM (DISP-TOLERANCE)
                      "  BANK EXTRACTS COMPARED"
                   DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           ELSE
               STRING "TOLERANCE " FUNCTION TRIM (DISP-TOLERANCE)
                      "  BANK AMOUNTS NOT COMPARED -- NO BANK "
                      "EXTRACT CATALOGUED FOR BOTH RUNS"
                   DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           END-IF
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "ID    NAME       ITEM           ORIGINAL"
                  "       RERUN   DIFFERENCE"
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD.
      *
      * Gross, AFP, tax, every deduction code either run took, net,
      * and the bank amount -- one line per item off by more than
      * the tolerance.
       COMPARE-ONE-EMPLOYEE.
           ADD 1 TO COMPARED-COUNT
           MOVE "N" TO EMP-DIFFERENT-FLAG
           MOVE "GROSS" TO ITEM-NAME
           MOVE CMP-GROSS (CMP-IDX, 1) TO ITEM-ORIGINAL
           MOVE CMP-GROSS (CMP-IDX, 2) TO ITEM-RERUN
           PERFORM COMPARE-ONE-ITEM
           MOVE "AFP" TO ITEM-NAME
           MOVE CMP-AFP (CMP-IDX, 1) TO ITEM-ORIGINAL
           MOVE CMP-AFP (CMP-IDX, 2) TO ITEM-RERUN
           PERFORM COMPARE-ONE-ITEM
           MOVE "TAX" TO ITEM-NAME
           MOVE CMP-TAX (CMP-IDX, 1) TO ITEM-ORIGINAL
           MOVE CMP-TAX (CMP-IDX, 2) TO ITEM-RERUN
           PERFORM COMPARE-ONE-ITEM
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > CMP-DED-COUNT (CMP-IDX, 1)
               MOVE SPACES TO ITEM-NAME
               STRING "DED " CMP-DED-CODE (CMP-IDX, 1, DED-IDX)
                   DELIMITED BY SIZE INTO ITEM-NAME
               MOVE CMP-DED-AMT (CMP-IDX, 1, DED-IDX) TO ITEM-ORIGINAL
               MOVE 0 TO ITEM-RERUN
               PERFORM VARYING DED-IDX-2 FROM 1 BY 1
                       UNTIL DED-IDX-2 > CMP-DED-COUNT (CMP-IDX, 2)
                   IF CMP-DED-CODE (CMP-IDX, 2, DED-IDX-2)
                           = CMP-DED-CODE (CMP-IDX, 1, DED-IDX)
                       MOVE CMP-DED-AMT (CMP-IDX, 2, DED-IDX-2)
                           TO ITEM-RERUN
                   END-IF
               END-PERFORM
               PERFORM COMPARE-ONE-ITEM
           END-PERFORM
      * A deduction only the rerun took.
           PERFORM VARYING DED-IDX-2 FROM 1 BY 1
                   UNTIL DED-IDX-2 > CMP-DED-COUNT (CMP-IDX, 2)
               MOVE "N" TO DED-FOUND-FLAG
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > CMP-DED-COUNT (CMP-IDX, 1)
                   IF CMP-DED-CODE (CMP-IDX, 1, DED-IDX)
                           = CMP-DED-CODE (CMP-IDX, 2, DED-IDX-2)
                       SET DED-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DED-FOUND
                   MOVE SPACES TO ITEM-NAME
                   STRING "DED " CMP-DED-CODE (CMP-IDX, 2, DED-IDX-2)
                       DELIMITED BY SIZE INTO ITEM-NAME
                   MOVE 0 TO ITEM-ORIGINAL
                   MOVE CMP-DED-AMT (CMP-IDX, 2, DED-IDX-2)
                       TO ITEM-RERUN
                   PERFORM COMPARE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE "NET" TO ITEM-NAME
           MOVE CMP-NET (CMP-IDX, 1) TO ITEM-ORIGINAL
           MOVE CMP-NET (CMP-IDX, 2) TO ITEM-RERUN
           PERFORM COMPARE-ONE-ITEM
           IF BANK-COMPARED
               MOVE "BANK" TO ITEM-NAME
               MOVE CMP-BANK (CMP-IDX, 1) TO ITEM-ORIGINAL
               MOVE CMP-BANK (CMP-IDX, 2) TO ITEM-RERUN
               PERFORM COMPARE-ONE-ITEM
           END-IF
           IF EMP-DIFFERENT
               ADD 1 TO DIFFERENT-COUNT
           END-IF.
      *
       COMPARE-ONE-ITEM.
           COMPUTE ITEM-DIFFERENCE = ITEM-RERUN - ITEM-ORIGINAL
           IF ITEM-DIFFERENCE < 0
               COMPUTE ITEM-ABS-DIFFERENCE = 0 - ITEM-DIFFERENCE
           ELSE
               MOVE ITEM-DIFFERENCE TO ITEM-ABS-DIFFERENCE
           END-IF
           IF ITEM-ABS-DIFFERENCE > TOLERANCE
               SET EMP-DIFFERENT TO TRUE
               ADD 1 TO DIFFERENCE-LINES
               MOVE ITEM-ORIGINAL TO DISP-ORIGINAL
               MOVE ITEM-RERUN TO DISP-RERUN
               MOVE ITEM-DIFFERENCE TO DISP-DIFFERENCE
               MOVE SPACES TO COMPARISON-REPORT-RECORD
               STRING CMP-ID (CMP-IDX) " " CMP-NAME (CMP-IDX) " "
                      ITEM-NAME " " DISP-ORIGINAL "  " DISP-RERUN
                      " " DISP-DIFFERENCE
                   DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
               WRITE COMPARISON-REPORT-RECORD
               PERFORM ADD-TO-DIFFERENCE-TYPE
           END-IF.
      *
       ADD-TO-DIFFERENCE-TYPE.
           MOVE "N" TO TYPE-FOUND-FLAG
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-COUNT OR TYPE-FOUND
               IF TYPE-NAME (TYPE-IDX) = ITEM-NAME
                   SET TYPE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TYPE-FOUND
               SUBTRACT 1 FROM TYPE-IDX
           ELSE
               IF TYPE-COUNT < TYPE-MAX
                   ADD 1 TO TYPE-COUNT
                   MOVE TYPE-COUNT TO TYPE-IDX
                   MOVE ITEM-NAME TO TYPE-NAME (TYPE-IDX)
                   MOVE 0 TO TYPE-EMPLOYEES (TYPE-IDX)
                   MOVE 0 TO TYPE-NET-DIFF (TYPE-IDX)
                   SET TYPE-FOUND TO TRUE
               END-IF
           END-IF
           IF TYPE-FOUND
               ADD 1 TO TYPE-EMPLOYEES (TYPE-IDX)
               ADD ITEM-DIFFERENCE TO TYPE-NET-DIFF (TYPE-IDX)
           END-IF.
      *
      * Employees in one run and not the other -- new starters or
      * leavers the rerun treats differently -- with what that run
      * paid them.
       WRITE-ONE-RUN-ONLY.
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE "EMPLOYEES IN ONLY ONE RUN" TO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "ID    NAME       RUN                 GROSS"
                  "         NET"
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               IF CMP-PRESENT (CMP-IDX, 1) = "Y"
                       AND CMP-PRESENT (CMP-IDX, 2) NOT = "Y"
                   ADD 1 TO ONLY-ORIGINAL-COUNT
                   MOVE 1 TO SIDE-IDX
                   PERFORM WRITE-ONE-RUN-ONLY-LINE
               END-IF
               IF CMP-PRESENT (CMP-IDX, 2) = "Y"
                       AND CMP-PRESENT (CMP-IDX, 1) NOT = "Y"
                   ADD 1 TO ONLY-RERUN-COUNT
                   MOVE 2 TO SIDE-IDX
                   PERFORM WRITE-ONE-RUN-ONLY-LINE
               END-IF
           END-PERFORM
           IF ONLY-ORIGINAL-COUNT + ONLY-RERUN-COUNT = 0
               MOVE "  (NONE)" TO COMPARISON-REPORT-RECORD
               WRITE COMPARISON-REPORT-RECORD
           END-IF.
      *
       WRITE-ONE-RUN-ONLY-LINE.
           MOVE CMP-GROSS (CMP-IDX, SIDE-IDX) TO DISP-ORIGINAL
           MOVE CMP-NET (CMP-IDX, SIDE-IDX) TO DISP-RERUN
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           IF SIDE-IDX = 1
               STRING CMP-ID (CMP-IDX) " " CMP-NAME (CMP-IDX)
                      " ORIGINAL ONLY  " DISP-ORIGINAL "  " DISP-RERUN
                   DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           ELSE
               STRING CMP-ID (CMP-IDX) " " CMP-NAME (CMP-IDX)
                      " RERUN ONLY     " DISP-ORIGINAL "  " DISP-RERUN
                   DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           END-IF
           WRITE COMPARISON-REPORT-RECORD.
      *
       WRITE-DIFFERENCE-TOTALS.
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE "TOTALS BY DIFFERENCE TYPE"
               TO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "ITEM          EMPLOYEES  NET DIFFERENCE"
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-COUNT
               MOVE TYPE-EMPLOYEES (TYPE-IDX) TO DISP-COUNT
               MOVE TYPE-NET-DIFF (TYPE-IDX) TO DISP-NET-DIFF
               MOVE SPACES TO COMPARISON-REPORT-RECORD
               STRING TYPE-NAME (TYPE-IDX) "     " DISP-COUNT
                      " " DISP-NET-DIFF
                   DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
               WRITE COMPARISON-REPORT-RECORD
           END-PERFORM
           IF TYPE-COUNT = 0
               MOVE "  (NONE)" TO COMPARISON-REPORT-RECORD
               WRITE COMPARISON-REPORT-RECORD
           END-IF
           MOVE COMPARED-COUNT TO DISP-COUNT
           MOVE DIFFERENT-COUNT TO DISP-COUNT-2
           MOVE ONLY-ORIGINAL-COUNT TO DISP-COUNT-3
           MOVE ONLY-RERUN-COUNT TO DISP-COUNT-4
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD
           MOVE SPACES TO COMPARISON-REPORT-RECORD
           STRING "EMPLOYEES COMPARED: " DISP-COUNT
                  "  WITH DIFFERENCES: " DISP-COUNT-2
                  "  ONLY IN ORIGINAL: " DISP-COUNT-3
                  "  ONLY IN RERUN: " DISP-COUNT-4
               DELIMITED BY SIZE INTO COMPARISON-REPORT-RECORD
           WRITE COMPARISON-REPORT-RECORD.
      *
      * The comparison is sign-off evidence, so its outcome goes on
      * the audit trail with both run IDs.
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOLERANCE TO DISP-TOLERANCE
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=PARALLEL ORIGINAL="
                  FUNCTION TRIM (SIDE-RUN-ID (1))
                  " RERUN=" FUNCTION TRIM (SIDE-RUN-ID (2))
                  " TOL=" FUNCTION TRIM (DISP-TOLERANCE)
                  " COMPARED=" COMPARED-COUNT
                  " DIFFERENT=" DIFFERENT-COUNT
                  " ONLY-ORIGINAL=" ONLY-ORIGINAL-COUNT
                  " ONLY-RERUN=" ONLY-RERUN-COUNT
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
       END PROGRAM PARALLEL-RUN.
      *
