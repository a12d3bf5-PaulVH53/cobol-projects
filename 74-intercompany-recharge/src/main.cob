      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. INTERCOMPANY-RECHARGE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The monthly recharge of shared staff across the group. Run
      * from the group directory, like the consolidation: each
      * shared employee stays on the one company's payroll that
      * employs them, and the sharing agreements say what share of
      * their time each other company takes. The run prices the
      * employee's full loaded cost for RECHARGE_MONTH (YYYYMM,
      * default the current month) off the employing company's own
      * tree -- the month's pay off the pay history, the employer
      * contributions on it, and the month's movement in the benefit
      * provisions -- and charges each company its percentage. Out
      * come the charge schedule per company pair, a balanced
      * intercompany journal in every company's tree (receivable
      * and recharge income for the employer, recharge expense and
      * payable for the company charged), and the group ledger of
      * charges the consolidation eliminates.
           SELECT COMPANY-REGISTRY-FILE
               ASSIGN TO "data/company_profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-REGISTRY-FILE-STATUS.
      *
      * "EMPLOYER-CODE ID COMPANY-CODE PCT" -- one line per company
      * an employee's time is shared with; the employer keeps
      * whatever the lines leave. "*" lines are comments.
           SELECT SHARING-AGREEMENT-FILE
               ASSIGN TO "data/sharing_agreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHARING-AGREEMENT-FILE-STATUS.
      *
      * The employing tree's artifacts, opened by whatever prefix
      * the registry line names.
           SELECT TREE-HISTORY-FILE
               ASSIGN TO DYNAMIC TREE-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-HISTORY-FILE-STATUS.
      *
           SELECT TREE-PROVISION-FILE
               ASSIGN TO DYNAMIC TREE-PROVISION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-PROVISION-FILE-STATUS.
      *
           SELECT TREE-MASTER-FILE
               ASSIGN TO DYNAMIC TREE-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS TREE-MASTER-FILE-STATUS.
      *
           SELECT TREE-GL-ACCOUNTS-FILE
               ASSIGN TO DYNAMIC TREE-GL-ACCOUNTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-GL-ACCOUNTS-FILE-STATUS.
      *
      * Each company's side of the recharge, in the payroll engine's
      * output/gl_journal.txt format under its own name.
           SELECT TREE-JOURNAL-FILE
               ASSIGN TO DYNAMIC TREE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-JOURNAL-FILE-STATUS.
      *
           SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO "output/intercompany_recharge.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * "YYYYMM FROM TO AMOUNT RUN-ID" per company pair -- what the
      * consolidation eliminates.
           SELECT INTERCOMPANY-LEDGER-FILE
               ASSIGN TO "output/intercompany_entries.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD COMPANY-REGISTRY-FILE.
       01 COMPANY-REGISTRY-RECORD PIC X(120).
      *
       FD SHARING-AGREEMENT-FILE.
       01 SHARING-AGREEMENT-RECORD PIC X(40).
      *
       FD TREE-HISTORY-FILE.
       01 TREE-HISTORY-RECORD     PIC X(80).
      *
       FD TREE-PROVISION-FILE.
       01 TREE-PROVISION-RECORD   PIC X(40).
      *
       FD TREE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD TREE-GL-ACCOUNTS-FILE.
       01 TREE-GL-ACCOUNTS-RECORD PIC X(40).
      *
       FD TREE-JOURNAL-FILE.
       01 TREE-JOURNAL-RECORD     PIC X(80).
      *
       FD SCHEDULE-REPORT-FILE.
       01 SCHEDULE-REPORT-RECORD  PIC X(100).
      *
       FD INTERCOMPANY-LEDGER-FILE.
       01 INTERCOMPANY-LEDGER-RECORD PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 COMPANY-REGISTRY-FILE-STATUS PIC XX.
       01 SHARING-AGREEMENT-FILE-STATUS PIC XX.
       01 TREE-HISTORY-FILE-STATUS PIC XX.
       01 TREE-PROVISION-FILE-STATUS PIC XX.
       01 TREE-MASTER-FILE-STATUS PIC XX.
       01 TREE-GL-ACCOUNTS-FILE-STATUS PIC XX.
       01 TREE-JOURNAL-FILE-STATUS PIC XX.
       01 TREE-HISTORY-FILE-NAME  PIC X(140).
       01 TREE-PROVISION-FILE-NAME PIC X(140).
       01 TREE-MASTER-FILE-NAME   PIC X(140).
       01 TREE-GL-ACCOUNTS-FILE-NAME PIC X(140).
       01 TREE-JOURNAL-FILE-NAME  PIC X(140).
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The month recharged and the one before it, for the
      * provisions' movement.
       01 RECHARGE-MONTH-PARM     PIC X(6).
       01 RECHARGE-YYYYMM         PIC 9(6).
       01 RECHARGE-YEAR           PIC 9(4).
       01 RECHARGE-MONTH          PIC 99.
       01 PRIOR-YYYYMM            PIC 9(6).
       01 CURRENT-DATE-FIELD      PIC 9(8).
      *
      * The companies in the registry.
       01 REGISTRY-CODE-TOKEN     PIC X(4).
       01 REGISTRY-PREFIX-TOKEN   PIC X(40).
       01 REGISTRY-NAME-TOKEN     PIC X(30).
       01 CO-MAX                  PIC 99 VALUE 50.
       01 CO-COUNT                PIC 99 VALUE 0.
       01 CO-TABLE.
           05 CO-ENTRY OCCURS 50 TIMES.
               10 CO-CODE         PIC X(4).
               10 CO-PREFIX       PIC X(40).
               10 CO-NAME         PIC X(30).
       01 CO-IDX                  PIC 99.
       01 CO-LOOKUP-CODE          PIC X(4).
       01 CO-FOUND-IDX            PIC 99.
      *
      * The agreement lines, each with the charge it produces.
       01 AGR-EMPLOYER-TOKEN      PIC X(4).
       01 AGR-ID-TOKEN            PIC X(5).
       01 AGR-COMPANY-TOKEN       PIC X(4).
       01 AGR-PCT-TOKEN           PIC X(8).
       01 AGR-MAX                 PIC 9(3) VALUE 500.
       01 AGR-COUNT               PIC 9(3) VALUE 0.
       01 AGR-TABLE.
           05 AGR-ENTRY OCCURS 500 TIMES.
               10 AGR-EMPLOYER    PIC X(4).
               10 AGR-ID          PIC X(5).
               10 AGR-COMPANY     PIC X(4).
               10 AGR-PCT         PIC 999V99.
               10 AGR-SHARED-IDX  PIC 9(3).
               10 AGR-CHARGE      PIC 9(9)V99.
       01 AGR-IDX                 PIC 9(3).
       01 AGR-REJECTED            PIC 9(3) VALUE 0.
      *
      * One entry per shared employee: the employing company, the
      * month's cost components, and the total of the percentages
      * charged out.
       01 SHARED-MAX              PIC 9(3) VALUE 300.
       01 SHARED-COUNT            PIC 9(3) VALUE 0.
       01 SHARED-TABLE.
           05 SHARED-ENTRY OCCURS 300 TIMES.
               10 SHARED-EMPLOYER PIC X(4).
               10 SHARED-ID       PIC X(5).
               10 SHARED-NAME     PIC X(10).
               10 SHARED-PCT-TOTAL PIC 9(4)V99.
               10 SHARED-PAY      PIC S9(9)V99.
               10 SHARED-CONTRIB  PIC 9(9)V99.
               10 SHARED-PROV-NOW PIC 9(9)V99.
               10 SHARED-PROV-PRIOR PIC 9(9)V99.
               10 SHARED-HAS-PRIOR PIC X.
               10 SHARED-PROVISION PIC 9(9)V99.
               10 SHARED-LOADED   PIC 9(9)V99.
       01 SHARED-IDX              PIC 9(3).
       01 SHARED-FOUND-FLAG       PIC X VALUE "N".
           88 SHARED-FOUND        VALUE "Y".
      *
      * The on-cost rates the payroll engine prices employer_cost.txt
      * at -- the EsSalud contribution and the payroll tax.
       01 EMPLOYER-CONTRIB-RATE   PIC V99 VALUE .09.
       01 EMPLOYER-PAYROLL-TAX-RATE PIC V999 VALUE .015.
      *
      * One pay-history line ("ID MM/DD/YYYY AMOUNT RUN-ID") and one
      * provision-history line ("YYYYMM ID TOTAL") as parsed.
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 HIST-AMOUNT-TOKEN       PIC X(12).
       01 HIST-YYYYMM             PIC 9(6).
       01 PH-MONTH-TOKEN          PIC X(6).
       01 PH-ID-TOKEN             PIC X(5).
       01 PH-TOTAL-TOKEN          PIC X(12).
      *
      * The company pairs charged, in the order first met.
       01 PAIR-MAX                PIC 9(3) VALUE 200.
       01 PAIR-COUNT              PIC 9(3) VALUE 0.
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 200 TIMES.
               10 PAIR-FROM       PIC X(4).
               10 PAIR-TO         PIC X(4).
               10 PAIR-AMOUNT     PIC 9(9)V99.
               10 PAIR-EMPLOYEES  PIC 9(3).
       01 PAIR-IDX                PIC 9(3).
       01 PAIR-FOUND-FLAG         PIC X VALUE "N".
           88 PAIR-FOUND          VALUE "Y".
       01 GRAND-RECHARGE          PIC 9(11)V99 VALUE 0.
      *
      * GL account map and journal work fields -- same shapes as
      * the payroll engine's, loaded per company tree.
       01 GL-MAP-MAX              PIC 99 VALUE 50.
       01 GL-MAP-COUNT            PIC 99 VALUE 0.
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 50 TIMES.
               10 GL-MAP-KEY      PIC X(14).
               10 GL-MAP-ACCOUNT  PIC X(8).
       01 GL-MAP-IDX              PIC 99.
       01 GL-MAP-FOUND-FLAG       PIC X.
           88 GL-MAP-FOUND        VALUE "Y".
       01 GL-MAP-KEY-TOKEN        PIC X(14).
       01 GL-MAP-KEY-TOKEN-2      PIC X(12).
       01 GL-MAP-ACCT-TOKEN       PIC X(8).
       01 GL-MAP-LOOKUP-KEY       PIC X(14).
       01 GL-MAPPED-ACCOUNT       PIC X(8).
       01 JOURNAL-SIDE            PIC X.
       01 JOURNAL-DEPT            PIC X(10).
       01 JOURNAL-AMOUNT          PIC 9(9)V99.
       01 JOURNAL-AMOUNT-EDIT     PIC 9(9).99.
       01 JOURNAL-DEBIT-TOTAL     PIC 9(11)V99.
       01 JOURNAL-CREDIT-TOTAL    PIC 9(11)V99.
       01 JOURNAL-DEBIT-EDIT      PIC 9(9).99.
       01 JOURNAL-CREDIT-EDIT     PIC 9(9).99.
       01 JOURNAL-LINES           PIC 9(3).
       01 JOURNALS-WRITTEN        PIC 99 VALUE 0.
      *
       01 LEDGER-AMOUNT-EDIT      PIC 9(9).99.
       01 DISP-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-LOADED             PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-PCT                PIC ZZ9.99.
       01 DISP-COUNT              PIC ZZ9.
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
           PERFORM RESOLVE-RECHARGE-MONTH

           PERFORM LOAD-COMPANY-REGISTRY
           IF CO-COUNT = 0
               DISPLAY "INTERCOMPANY RECHARGE ABORTED -- "
                   "data/company_profiles.txt NOT FOUND OR EMPTY"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SHARING-AGREEMENTS
           IF AGR-COUNT = 0
               DISPLAY "INTERCOMPANY RECHARGE -- NO USABLE LINES ON "
                   "data/sharing_agreements.txt (NOTHING TO CHARGE)"
               STOP RUN
           END-IF

           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
               PERFORM PRICE-EMPLOYER-TREE
           END-PERFORM
           PERFORM COMPUTE-CHARGES
           PERFORM WRITE-CHARGE-SCHEDULE
           PERFORM WRITE-INTERCOMPANY-LEDGER
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
               PERFORM WRITE-COMPANY-JOURNAL
           END-PERFORM

           MOVE GRAND-RECHARGE TO DISP-AMOUNT
           DISPLAY "INTERCOMPANY RECHARGE COMPLETE FOR "
               RECHARGE-YYYYMM " -- " FUNCTION TRIM (DISP-AMOUNT)
               " CHARGED, " JOURNALS-WRITTEN " COMPANY JOURNALS, SEE "
               "output/intercompany_recharge.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   INTERCOMPANY RECHARGE              "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * RECHARGE_MONTH (YYYYMM) or the current month, and the month
      * before it.
       RESOLVE-RECHARGE-MONTH.
           MOVE SPACES TO RECHARGE-MONTH-PARM
           ACCEPT RECHARGE-MONTH-PARM
               FROM ENVIRONMENT "RECHARGE_MONTH"
           IF RECHARGE-MONTH-PARM IS NUMERIC
                   AND RECHARGE-MONTH-PARM NOT = SPACES
               MOVE RECHARGE-MONTH-PARM TO RECHARGE-YYYYMM
           ELSE
               ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD
               COMPUTE RECHARGE-YYYYMM =
                   FUNCTION INTEGER (CURRENT-DATE-FIELD / 100)
           END-IF
           COMPUTE RECHARGE-YEAR =
               FUNCTION INTEGER (RECHARGE-YYYYMM / 100)
           COMPUTE RECHARGE-MONTH =
               FUNCTION MOD (RECHARGE-YYYYMM, 100)
           COMPUTE PRIOR-YYYYMM = RECHARGE-YYYYMM - 1
           IF RECHARGE-MONTH = 1
               COMPUTE PRIOR-YYYYMM =
                   (RECHARGE-YEAR - 1) * 100 + 12
           END-IF.
      *
      * "CODE|PREFIX|NAME|RUC|CCY" -- the code, the tree's prefix,
      * and the name are what the recharge needs.
       LOAD-COMPANY-REGISTRY.
           MOVE 0 TO CO-COUNT
           OPEN INPUT COMPANY-REGISTRY-FILE
           IF COMPANY-REGISTRY-FILE-STATUS = "00"
               PERFORM UNTIL COMPANY-REGISTRY-FILE-STATUS NOT = "00"
                   READ COMPANY-REGISTRY-FILE
                       AT END
                           MOVE "10" TO COMPANY-REGISTRY-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO REGISTRY-CODE-TOKEN
                               REGISTRY-PREFIX-TOKEN
                               REGISTRY-NAME-TOKEN
                           UNSTRING COMPANY-REGISTRY-RECORD
                               DELIMITED BY "|"
                               INTO REGISTRY-CODE-TOKEN
                                    REGISTRY-PREFIX-TOKEN
                                    REGISTRY-NAME-TOKEN
                           IF REGISTRY-CODE-TOKEN NOT = SPACES
                                   AND REGISTRY-PREFIX-TOKEN
                                       NOT = SPACES
                                   AND CO-COUNT < CO-MAX
                               ADD 1 TO CO-COUNT
                               MOVE REGISTRY-CODE-TOKEN
                                   TO CO-CODE (CO-COUNT)
                               MOVE REGISTRY-PREFIX-TOKEN
                                   TO CO-PREFIX (CO-COUNT)
                               MOVE REGISTRY-NAME-TOKEN
                                   TO CO-NAME (CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-REGISTRY-FILE
           END-IF.
      *
       FIND-COMPANY.
           MOVE 0 TO CO-FOUND-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT OR CO-FOUND-IDX > 0
               IF CO-CODE (CO-IDX) = CO-LOOKUP-CODE
                   MOVE CO-IDX TO CO-FOUND-IDX
               END-IF
           END-PERFORM.
      *
      * A line is refused with a warning when either company is not
      * in the registry, the company charged is the employer itself,
      * the ID or percentage is unreadable, or the employee's lines
      * would charge out more than the whole of their cost.
       LOAD-SHARING-AGREEMENTS.
           MOVE 0 TO AGR-COUNT
           MOVE 0 TO SHARED-COUNT
           OPEN INPUT SHARING-AGREEMENT-FILE
           IF SHARING-AGREEMENT-FILE-STATUS = "00"
               PERFORM UNTIL SHARING-AGREEMENT-FILE-STATUS NOT = "00"
                   READ SHARING-AGREEMENT-FILE
                       AT END
                           MOVE "10" TO SHARING-AGREEMENT-FILE-STATUS
                       NOT AT END
                           IF SHARING-AGREEMENT-RECORD (1:1) NOT = "*"
                                   AND SHARING-AGREEMENT-RECORD
                                       NOT = SPACES
                               PERFORM PARSE-AGREEMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHARING-AGREEMENT-FILE
           END-IF.
      *
       PARSE-AGREEMENT-LINE.
           MOVE SPACES TO AGR-EMPLOYER-TOKEN AGR-ID-TOKEN
               AGR-COMPANY-TOKEN AGR-PCT-TOKEN
           UNSTRING SHARING-AGREEMENT-RECORD DELIMITED BY ALL SPACE
               INTO AGR-EMPLOYER-TOKEN AGR-ID-TOKEN
                    AGR-COMPANY-TOKEN AGR-PCT-TOKEN
           MOVE AGR-EMPLOYER-TOKEN TO CO-LOOKUP-CODE
           PERFORM FIND-COMPANY
           IF CO-FOUND-IDX = 0
               DISPLAY "WARNING: AGREEMENT REFUSED, EMPLOYER "
                   AGR-EMPLOYER-TOKEN " NOT IN THE REGISTRY -- "
                   FUNCTION TRIM (SHARING-AGREEMENT-RECORD)
               ADD 1 TO AGR-REJECTED
           ELSE
           MOVE AGR-COMPANY-TOKEN TO CO-LOOKUP-CODE
           PERFORM FIND-COMPANY
           IF CO-FOUND-IDX = 0
                   OR AGR-COMPANY-TOKEN = AGR-EMPLOYER-TOKEN
               DISPLAY "WARNING: AGREEMENT REFUSED, COMPANY "
                   AGR-COMPANY-TOKEN " NOT CHARGEABLE -- "
                   FUNCTION TRIM (SHARING-AGREEMENT-RECORD)
               ADD 1 TO AGR-REJECTED
           ELSE
           IF AGR-ID-TOKEN IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL (AGR-PCT-TOKEN) NOT = 0
                   OR AGR-PCT-TOKEN = SPACES
               DISPLAY "WARNING: AGREEMENT REFUSED, UNREADABLE ID OR "
                   "PERCENTAGE -- "
                   FUNCTION TRIM (SHARING-AGREEMENT-RECORD)
               ADD 1 TO AGR-REJECTED
           ELSE
           IF FUNCTION NUMVAL (AGR-PCT-TOKEN) <= 0
                   OR FUNCTION NUMVAL (AGR-PCT-TOKEN) > 100
               DISPLAY "WARNING: AGREEMENT REFUSED, PERCENTAGE OUT "
                   "OF RANGE -- "
                   FUNCTION TRIM (SHARING-AGREEMENT-RECORD)
               ADD 1 TO AGR-REJECTED
           ELSE
               PERFORM FIND-OR-ADD-SHARED
               IF SHARED-IDX = 0 OR AGR-COUNT >= AGR-MAX
                   DISPLAY "WARNING: AGREEMENT REFUSED, TABLE FULL -- "
                       FUNCTION TRIM (SHARING-AGREEMENT-RECORD)
                   ADD 1 TO AGR-REJECTED
               ELSE
               IF SHARED-PCT-TOTAL (SHARED-IDX)
                       + FUNCTION NUMVAL (AGR-PCT-TOKEN) > 100
                   DISPLAY "WARNING: AGREEMENT REFUSED, "
                       AGR-EMPLOYER-TOKEN " " AGR-ID-TOKEN
                       " WOULD BE CHARGED OUT PAST 100 PERCENT -- "
                       FUNCTION TRIM (SHARING-AGREEMENT-RECORD)
                   ADD 1 TO AGR-REJECTED
               ELSE
                   ADD 1 TO AGR-COUNT
                   MOVE AGR-EMPLOYER-TOKEN TO AGR-EMPLOYER (AGR-COUNT)
                   MOVE AGR-ID-TOKEN TO AGR-ID (AGR-COUNT)
                   MOVE AGR-COMPANY-TOKEN TO AGR-COMPANY (AGR-COUNT)
                   COMPUTE AGR-PCT (AGR-COUNT) =
                       FUNCTION NUMVAL (AGR-PCT-TOKEN)
                   MOVE SHARED-IDX TO AGR-SHARED-IDX (AGR-COUNT)
                   MOVE 0 TO AGR-CHARGE (AGR-COUNT)
                   ADD AGR-PCT (AGR-COUNT)
                       TO SHARED-PCT-TOTAL (SHARED-IDX)
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       FIND-OR-ADD-SHARED.
           MOVE "N" TO SHARED-FOUND-FLAG
           PERFORM VARYING SHARED-IDX FROM 1 BY 1
                   UNTIL SHARED-IDX > SHARED-COUNT OR SHARED-FOUND
               IF SHARED-EMPLOYER (SHARED-IDX) = AGR-EMPLOYER-TOKEN
                       AND SHARED-ID (SHARED-IDX) = AGR-ID-TOKEN
                   SET SHARED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SHARED-FOUND
               SUBTRACT 1 FROM SHARED-IDX
           ELSE
               IF SHARED-COUNT < SHARED-MAX
                   ADD 1 TO SHARED-COUNT
                   MOVE SHARED-COUNT TO SHARED-IDX
                   MOVE AGR-EMPLOYER-TOKEN
                       TO SHARED-EMPLOYER (SHARED-IDX)
                   MOVE AGR-ID-TOKEN TO SHARED-ID (SHARED-IDX)
                   MOVE SPACES TO SHARED-NAME (SHARED-IDX)
                   MOVE 0 TO SHARED-PCT-TOTAL (SHARED-IDX)
                   MOVE 0 TO SHARED-PAY (SHARED-IDX)
                   MOVE 0 TO SHARED-CONTRIB (SHARED-IDX)
                   MOVE 0 TO SHARED-PROV-NOW (SHARED-IDX)
                   MOVE 0 TO SHARED-PROV-PRIOR (SHARED-IDX)
                   MOVE "N" TO SHARED-HAS-PRIOR (SHARED-IDX)
                   MOVE 0 TO SHARED-PROVISION (SHARED-IDX)
                   MOVE 0 TO SHARED-LOADED (SHARED-IDX)
               ELSE
                   MOVE 0 TO SHARED-IDX
               END-IF
           END-IF.
      *
      * One pass over a company's tree for the shared employees it
      * employs: names off its master, the month's pay off its pay
      * history, and the provision totals for the month and the one
      * before off its provision history. A company that employs
      * nobody shared is not opened at all.
       PRICE-EMPLOYER-TREE.
           MOVE "N" TO SHARED-FOUND-FLAG
           PERFORM VARYING SHARED-IDX FROM 1 BY 1
                   UNTIL SHARED-IDX > SHARED-COUNT
               IF SHARED-EMPLOYER (SHARED-IDX) = CO-CODE (CO-IDX)
                   SET SHARED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SHARED-FOUND
               PERFORM READ-TREE-NAMES
               PERFORM READ-TREE-PAY-HISTORY
               PERFORM READ-TREE-PROVISIONS
           END-IF.
      *
       READ-TREE-NAMES.
           MOVE SPACES TO TREE-MASTER-FILE-NAME
           STRING FUNCTION TRIM (CO-PREFIX (CO-IDX))
                  "/data/employee_master.idx"
               DELIMITED BY SIZE INTO TREE-MASTER-FILE-NAME
           OPEN INPUT TREE-MASTER-FILE
           IF TREE-MASTER-FILE-STATUS = "00"
               PERFORM VARYING SHARED-IDX FROM 1 BY 1
                       UNTIL SHARED-IDX > SHARED-COUNT
                   IF SHARED-EMPLOYER (SHARED-IDX) = CO-CODE (CO-IDX)
                       MOVE SHARED-ID (SHARED-IDX) TO EMPMAST-ID
                       READ TREE-MASTER-FILE
                           INVALID KEY
                               MOVE "?" TO SHARED-NAME (SHARED-IDX)
                           NOT INVALID KEY
                               MOVE EMPMAST-NAME
                                   TO SHARED-NAME (SHARED-IDX)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TREE-MASTER-FILE
           END-IF.
      *
       READ-TREE-PAY-HISTORY.
           MOVE SPACES TO TREE-HISTORY-FILE-NAME
           STRING FUNCTION TRIM (CO-PREFIX (CO-IDX))
                  "/data/pay_history.txt"
               DELIMITED BY SIZE INTO TREE-HISTORY-FILE-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TREE-HISTORY-FILE
           IF TREE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ TREE-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE TREE-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: NO PAY HISTORY FOR "
                   CO-CODE (CO-IDX) " -- "
                   FUNCTION TRIM (TREE-HISTORY-FILE-NAME)
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
      * A pay line belongs to the month its period ends in; an
      * adjustment line carries its own sign.
       FOLD-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN
           UNSTRING TREE-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN
                    HIST-AMOUNT-TOKEN
           IF HIST-ID-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-PERIOD-TOKEN (1:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
               COMPUTE HIST-YYYYMM =
                   FUNCTION NUMVAL (HIST-PERIOD-TOKEN (7:4)) * 100
                   + FUNCTION NUMVAL (HIST-PERIOD-TOKEN (1:2))
               IF HIST-YYYYMM = RECHARGE-YYYYMM
                   PERFORM VARYING SHARED-IDX FROM 1 BY 1
                           UNTIL SHARED-IDX > SHARED-COUNT
                       IF SHARED-EMPLOYER (SHARED-IDX)
                               = CO-CODE (CO-IDX)
                               AND SHARED-ID (SHARED-IDX)
                                   = HIST-ID-TOKEN
                           COMPUTE SHARED-PAY (SHARED-IDX) =
                               SHARED-PAY (SHARED-IDX)
                               + FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *
      * The provision totals BENEFIT-PROVISIONS appended for the
      * month and the month before; a rerun appends a fresh set, so
      * the last value seen per month wins, as it does there.
       READ-TREE-PROVISIONS.
           MOVE SPACES TO TREE-PROVISION-FILE-NAME
           STRING FUNCTION TRIM (CO-PREFIX (CO-IDX))
                  "/data/provisions_history.txt"
               DELIMITED BY SIZE INTO TREE-PROVISION-FILE-NAME
           OPEN INPUT TREE-PROVISION-FILE
           IF TREE-PROVISION-FILE-STATUS = "00"
               PERFORM UNTIL TREE-PROVISION-FILE-STATUS NOT = "00"
                   READ TREE-PROVISION-FILE
                       AT END
                           MOVE "10" TO TREE-PROVISION-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-ONE-PROVISION-LINE
                   END-READ
               END-PERFORM
               CLOSE TREE-PROVISION-FILE
           END-IF.
      *
       FOLD-ONE-PROVISION-LINE.
           MOVE SPACES TO PH-MONTH-TOKEN PH-ID-TOKEN PH-TOTAL-TOKEN
           UNSTRING TREE-PROVISION-RECORD DELIMITED BY SPACE
               INTO PH-MONTH-TOKEN PH-ID-TOKEN PH-TOTAL-TOKEN
           IF PH-MONTH-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (PH-TOTAL-TOKEN) = 0
                   AND (PH-MONTH-TOKEN = RECHARGE-YYYYMM
                       OR PH-MONTH-TOKEN = PRIOR-YYYYMM)
               PERFORM VARYING SHARED-IDX FROM 1 BY 1
                       UNTIL SHARED-IDX > SHARED-COUNT
                   IF SHARED-EMPLOYER (SHARED-IDX) = CO-CODE (CO-IDX)
                           AND SHARED-ID (SHARED-IDX) = PH-ID-TOKEN
                       IF PH-MONTH-TOKEN = RECHARGE-YYYYMM
                           COMPUTE SHARED-PROV-NOW (SHARED-IDX) =
                               FUNCTION NUMVAL (PH-TOTAL-TOKEN)
                       ELSE
                           COMPUTE SHARED-PROV-PRIOR (SHARED-IDX) =
                               FUNCTION NUMVAL (PH-TOTAL-TOKEN)
                           MOVE "Y" TO SHARED-HAS-PRIOR (SHARED-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
      * The loaded cost: the month's pay, the employer contributions
      * on it, and the month's provision charge -- the growth in the
      * CTS, grati, and vacation liability since last month. A month
      * the liability fell (a deposit or payout month) charges no
      * provision; what was paid out is already in the pay. Nor does
      * a month with no provision line for the month before (the
      * employee's first month, or a month the provisions run was
      * skipped) -- the whole liability is not one month's growth.
      * Each agreement line then takes its percentage of the whole.
       COMPUTE-CHARGES.
           PERFORM VARYING SHARED-IDX FROM 1 BY 1
                   UNTIL SHARED-IDX > SHARED-COUNT
               IF SHARED-PAY (SHARED-IDX) > 0
                   COMPUTE SHARED-CONTRIB (SHARED-IDX) ROUNDED =
                       SHARED-PAY (SHARED-IDX)
                       * (EMPLOYER-CONTRIB-RATE
                          + EMPLOYER-PAYROLL-TAX-RATE)
               END-IF
               IF SHARED-HAS-PRIOR (SHARED-IDX) = "Y"
                   IF SHARED-PROV-NOW (SHARED-IDX)
                           > SHARED-PROV-PRIOR (SHARED-IDX)
                       COMPUTE SHARED-PROVISION (SHARED-IDX) =
                           SHARED-PROV-NOW (SHARED-IDX)
                           - SHARED-PROV-PRIOR (SHARED-IDX)
                   END-IF
               ELSE
                   IF SHARED-PROV-NOW (SHARED-IDX) > 0
                       DISPLAY "NOTE: " SHARED-EMPLOYER (SHARED-IDX)
                           " " SHARED-ID (SHARED-IDX)
                           " HAS NO PROVISION LINE FOR " PRIOR-YYYYMM
                           " -- NO PROVISION CHARGED"
                   END-IF
               END-IF
               IF SHARED-PAY (SHARED-IDX) > 0
                   COMPUTE SHARED-LOADED (SHARED-IDX) =
                       SHARED-PAY (SHARED-IDX)
                       + SHARED-CONTRIB (SHARED-IDX)
                       + SHARED-PROVISION (SHARED-IDX)
               ELSE
                   MOVE SHARED-PROVISION (SHARED-IDX)
                       TO SHARED-LOADED (SHARED-IDX)
               END-IF
               IF SHARED-LOADED (SHARED-IDX) = 0
                   DISPLAY "NOTE: " SHARED-EMPLOYER (SHARED-IDX) " "
                       SHARED-ID (SHARED-IDX)
                       " HAS NO COST FOR " RECHARGE-YYYYMM
                       " -- NOTHING CHARGED"
               END-IF
           END-PERFORM
           PERFORM VARYING AGR-IDX FROM 1 BY 1
                   UNTIL AGR-IDX > AGR-COUNT
               MOVE AGR-SHARED-IDX (AGR-IDX) TO SHARED-IDX
               COMPUTE AGR-CHARGE (AGR-IDX) ROUNDED =
                   SHARED-LOADED (SHARED-IDX) * AGR-PCT (AGR-IDX)
                   / 100
               IF AGR-CHARGE (AGR-IDX) > 0
                   PERFORM FIND-OR-ADD-PAIR
                   IF PAIR-IDX > 0
                       ADD AGR-CHARGE (AGR-IDX)
                           TO PAIR-AMOUNT (PAIR-IDX)
                       ADD 1 TO PAIR-EMPLOYEES (PAIR-IDX)
                       ADD AGR-CHARGE (AGR-IDX) TO GRAND-RECHARGE
                   END-IF
               END-IF
           END-PERFORM.
      *
       FIND-OR-ADD-PAIR.
           MOVE "N" TO PAIR-FOUND-FLAG
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT OR PAIR-FOUND
               IF PAIR-FROM (PAIR-IDX) = AGR-EMPLOYER (AGR-IDX)
                       AND PAIR-TO (PAIR-IDX) = AGR-COMPANY (AGR-IDX)
                   SET PAIR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PAIR-FOUND
               SUBTRACT 1 FROM PAIR-IDX
           ELSE
               IF PAIR-COUNT < PAIR-MAX
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-COUNT TO PAIR-IDX
                   MOVE AGR-EMPLOYER (AGR-IDX) TO PAIR-FROM (PAIR-IDX)
                   MOVE AGR-COMPANY (AGR-IDX) TO PAIR-TO (PAIR-IDX)
                   MOVE 0 TO PAIR-AMOUNT (PAIR-IDX)
                   MOVE 0 TO PAIR-EMPLOYEES (PAIR-IDX)
               ELSE
                   MOVE 0 TO PAIR-IDX
               END-IF
           END-IF.
      *
      * Per company pair: each shared employee's loaded cost, the
      * percentage, and the charge, then the pair's invoice total.
       WRITE-CHARGE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "RUN-ID " RUN-ID " INTERCOMPANY RECHARGE "
                  RECHARGE-YYYYMM
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM WRITE-ONE-PAIR-SCHEDULE
           END-PERFORM
           MOVE GRAND-RECHARGE TO DISP-AMOUNT
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "TOTAL RECHARGED ACROSS THE GROUP     "
                  DISP-AMOUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           IF AGR-REJECTED > 0
               MOVE AGR-REJECTED TO DISP-COUNT
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING "AGREEMENT LINES REFUSED: " DISP-COUNT
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF
           CLOSE SCHEDULE-REPORT-FILE.
      *
       WRITE-ONE-PAIR-SCHEDULE.
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "CHARGED BY " PAIR-FROM (PAIR-IDX)
                  " TO " PAIR-TO (PAIR-IDX)
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "  ID    NAME            LOADED COST     PCT"
                  "          CHARGE"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           PERFORM VARYING AGR-IDX FROM 1 BY 1
                   UNTIL AGR-IDX > AGR-COUNT
               IF AGR-EMPLOYER (AGR-IDX) = PAIR-FROM (PAIR-IDX)
                       AND AGR-COMPANY (AGR-IDX) = PAIR-TO (PAIR-IDX)
                       AND AGR-CHARGE (AGR-IDX) > 0
                   MOVE AGR-SHARED-IDX (AGR-IDX) TO SHARED-IDX
                   MOVE SHARED-LOADED (SHARED-IDX) TO DISP-LOADED
                   MOVE AGR-PCT (AGR-IDX) TO DISP-PCT
                   MOVE AGR-CHARGE (AGR-IDX) TO DISP-AMOUNT
                   MOVE SPACES TO SCHEDULE-REPORT-RECORD
                   STRING "  " AGR-ID (AGR-IDX) " "
                          SHARED-NAME (SHARED-IDX) " "
                          DISP-LOADED "  " DISP-PCT
                          "  " DISP-AMOUNT
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
                   WRITE SCHEDULE-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE PAIR-AMOUNT (PAIR-IDX) TO DISP-AMOUNT
           MOVE PAIR-EMPLOYEES (PAIR-IDX) TO DISP-COUNT
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING "  TOTAL " PAIR-FROM (PAIR-IDX) " -> "
                  PAIR-TO (PAIR-IDX) " (" DISP-COUNT " EMPLOYEES)"
                  "         " DISP-AMOUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD.
      *
       WRITE-INTERCOMPANY-LEDGER.
           OPEN OUTPUT INTERCOMPANY-LEDGER-FILE
           MOVE SPACES TO INTERCOMPANY-LEDGER-RECORD
           STRING "RUN-ID " RUN-ID " INTERCOMPANY RECHARGE "
                  RECHARGE-YYYYMM
               DELIMITED BY SIZE INTO INTERCOMPANY-LEDGER-RECORD
           WRITE INTERCOMPANY-LEDGER-RECORD
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PAIR-AMOUNT (PAIR-IDX) TO LEDGER-AMOUNT-EDIT
               MOVE SPACES TO INTERCOMPANY-LEDGER-RECORD
               STRING RECHARGE-YYYYMM " "
                      PAIR-FROM (PAIR-IDX) " "
                      PAIR-TO (PAIR-IDX) " "
                      LEDGER-AMOUNT-EDIT " "
                      RUN-ID
                   DELIMITED BY SIZE INTO INTERCOMPANY-LEDGER-RECORD
               WRITE INTERCOMPANY-LEDGER-RECORD
           END-PERFORM
           CLOSE INTERCOMPANY-LEDGER-FILE.
      *
      * A company's side of every pair it is in, booked through its
      * own account map: as employer, debit the intercompany
      * receivable and credit recharge income (IC-RECEIVABLE,
      * IC-INCOME); as the company charged, debit recharge
      * expense and credit the intercompany payable (IC-EXPENSE,
      * IC-PAYABLE). The department column names the other company,
      * which is what pairs the two sides off. Both sides balance on
      * their own, with the engine's debits=credits trailer.
       WRITE-COMPANY-JOURNAL.
           MOVE 0 TO JOURNAL-LINES
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-FROM (PAIR-IDX) = CO-CODE (CO-IDX)
                       OR PAIR-TO (PAIR-IDX) = CO-CODE (CO-IDX)
                   ADD 1 TO JOURNAL-LINES
               END-IF
           END-PERFORM
           IF JOURNAL-LINES > 0
               PERFORM LOAD-GL-ACCOUNT-MAP
               MOVE SPACES TO TREE-JOURNAL-FILE-NAME
               STRING FUNCTION TRIM (CO-PREFIX (CO-IDX))
                      "/output/gl_journal_intercompany.txt"
                   DELIMITED BY SIZE INTO TREE-JOURNAL-FILE-NAME
               OPEN OUTPUT TREE-JOURNAL-FILE
               IF TREE-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "*** JOURNAL NOT WRITTEN FOR "
                       CO-CODE (CO-IDX) " -- "
                       FUNCTION TRIM (TREE-JOURNAL-FILE-NAME)
                       " (STATUS " TREE-JOURNAL-FILE-STATUS ") ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-JOURNAL-BODY
                   CLOSE TREE-JOURNAL-FILE
                   ADD 1 TO JOURNALS-WRITTEN
               END-IF
           END-IF.
      *
       WRITE-JOURNAL-BODY.
           MOVE 0 TO JOURNAL-DEBIT-TOTAL
           MOVE 0 TO JOURNAL-CREDIT-TOTAL
           MOVE SPACES TO TREE-JOURNAL-RECORD
           STRING "RUN-ID " RUN-ID " JOURNAL "
                  RECHARGE-MONTH "/" RECHARGE-YEAR
                  " INTERCOMPANY RECHARGE"
               DELIMITED BY SIZE INTO TREE-JOURNAL-RECORD
           WRITE TREE-JOURNAL-RECORD
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PAIR-AMOUNT (PAIR-IDX) TO JOURNAL-AMOUNT
               IF PAIR-FROM (PAIR-IDX) = CO-CODE (CO-IDX)
                   MOVE PAIR-TO (PAIR-IDX) TO JOURNAL-DEPT
                   MOVE "IC-RECEIVABLE" TO GL-MAP-LOOKUP-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE "D" TO JOURNAL-SIDE
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "IC-INCOME" TO GL-MAP-LOOKUP-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE "C" TO JOURNAL-SIDE
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               IF PAIR-TO (PAIR-IDX) = CO-CODE (CO-IDX)
                   MOVE PAIR-FROM (PAIR-IDX) TO JOURNAL-DEPT
                   MOVE "IC-EXPENSE" TO GL-MAP-LOOKUP-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE "D" TO JOURNAL-SIDE
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "IC-PAYABLE" TO GL-MAP-LOOKUP-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE "C" TO JOURNAL-SIDE
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM
           MOVE JOURNAL-DEBIT-TOTAL TO JOURNAL-DEBIT-EDIT
           MOVE JOURNAL-CREDIT-TOTAL TO JOURNAL-CREDIT-EDIT
           MOVE SPACES TO TREE-JOURNAL-RECORD
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
               STRING "T " JOURNAL-DEBIT-EDIT " "
                      JOURNAL-CREDIT-EDIT " BALANCED"
                   DELIMITED BY SIZE INTO TREE-JOURNAL-RECORD
           ELSE
               STRING "T " JOURNAL-DEBIT-EDIT " "
                      JOURNAL-CREDIT-EDIT " *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO TREE-JOURNAL-RECORD
               DISPLAY "*** GL JOURNAL OUT OF BALANCE FOR "
                   CO-CODE (CO-IDX) " -- DEBITS "
                   JOURNAL-DEBIT-EDIT " CREDITS "
                   JOURNAL-CREDIT-EDIT " ***"
           END-IF
           WRITE TREE-JOURNAL-RECORD.
      *
       WRITE-JOURNAL-LINE.
           IF JOURNAL-SIDE = "D"
               ADD JOURNAL-AMOUNT TO JOURNAL-DEBIT-TOTAL
           ELSE
               ADD JOURNAL-AMOUNT TO JOURNAL-CREDIT-TOTAL
           END-IF
           MOVE JOURNAL-AMOUNT TO JOURNAL-AMOUNT-EDIT
           MOVE SPACES TO TREE-JOURNAL-RECORD
           STRING JOURNAL-SIDE " "
                  GL-MAPPED-ACCOUNT " "
                  JOURNAL-AMOUNT-EDIT " "
                  JOURNAL-DEPT " "
                  RUN-ID
               DELIMITED BY SIZE INTO TREE-JOURNAL-RECORD
           WRITE TREE-JOURNAL-RECORD.
      *
      * "KEY ACCOUNT" lines off the company's own account map;
      * department and project mappings ("DEPT code acct", "PROJ
      * code acct") are the engine's and are skipped here.
       LOAD-GL-ACCOUNT-MAP.
           MOVE 0 TO GL-MAP-COUNT
           MOVE SPACES TO TREE-GL-ACCOUNTS-FILE-NAME
           STRING FUNCTION TRIM (CO-PREFIX (CO-IDX))
                  "/data/gl_accounts.txt"
               DELIMITED BY SIZE INTO TREE-GL-ACCOUNTS-FILE-NAME
           OPEN INPUT TREE-GL-ACCOUNTS-FILE
           IF TREE-GL-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL TREE-GL-ACCOUNTS-FILE-STATUS NOT = "00"
                   READ TREE-GL-ACCOUNTS-FILE
                       AT END
                           MOVE "10" TO TREE-GL-ACCOUNTS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO GL-MAP-KEY-TOKEN
                           MOVE SPACES TO GL-MAP-KEY-TOKEN-2
                           MOVE SPACES TO GL-MAP-ACCT-TOKEN
                           UNSTRING TREE-GL-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO GL-MAP-KEY-TOKEN
                                    GL-MAP-KEY-TOKEN-2
                                    GL-MAP-ACCT-TOKEN
                           IF GL-MAP-KEY-TOKEN NOT = "DEPT"
                                   AND GL-MAP-KEY-TOKEN NOT = "PROJ"
                                   AND GL-MAP-COUNT < GL-MAP-MAX
                               ADD 1 TO GL-MAP-COUNT
                               MOVE GL-MAP-KEY-TOKEN TO
                                   GL-MAP-KEY (GL-MAP-COUNT)
                               MOVE GL-MAP-KEY-TOKEN-2 TO
                                   GL-MAP-ACCOUNT (GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TREE-GL-ACCOUNTS-FILE
           END-IF.
      *
       FIND-GL-ACCOUNT.
           MOVE "999999" TO GL-MAPPED-ACCOUNT
           MOVE "N" TO GL-MAP-FOUND-FLAG
           PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
                   UNTIL GL-MAP-IDX > GL-MAP-COUNT
                       OR GL-MAP-FOUND
               IF GL-MAP-KEY (GL-MAP-IDX) = GL-MAP-LOOKUP-KEY
                   SET GL-MAP-FOUND TO TRUE
                   MOVE GL-MAP-ACCOUNT (GL-MAP-IDX)
                       TO GL-MAPPED-ACCOUNT
               END-IF
           END-PERFORM
           IF NOT GL-MAP-FOUND
               DISPLAY "WARNING: NO GL ACCOUNT MAPPED FOR "
                   FUNCTION TRIM (GL-MAP-LOOKUP-KEY) " IN "
                   CO-CODE (CO-IDX) " -- BOOKED TO SUSPENSE 999999"
           END-IF.
      *
       END PROGRAM INTERCOMPANY-RECHARGE.
      *
