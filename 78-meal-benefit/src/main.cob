      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. MEAL-BENEFIT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The monthly food benefit (prestaciones alimentarias) loaded
      * onto the meal provider's cards. For the month in MEAL_PERIOD
      * (YYYYMM; unset, the current month) every employee with an
      * election in force is priced:
      *   - the elected monthly amount, prorated by the days of the
      *     month the employee was employed and not absent on
      *     approved leave of any type -- load = elected x days
      *     paid / days in the month;
      *   - the load is non-remunerative up to MEAL_LIMIT_PCT
      *     (default 20) percent of the employee's monthly
      *     remuneration -- the master's monthly amount, or the
      *     hourly rate times 173.33 hours; the excess over that is
      *     remuneration.
      * The run writes the provider's load file, the invoice-control
      * report finance checks the provider's invoice against, and
      * one MEAL: line per employee loaded on the pay components
      * file, so the payslip shows the benefit and the computable
      * bases take the remunerative excess. An employee already
      * loaded for the month by an earlier run is not loaded again;
      * the report still carries that load in the month's totals.
      *
      * Elections: "EMP-ID CARD-NUMBER MONTHLY-AMOUNT FROM-YYYYMM
      * [TO-YYYYMM]", a blank TO meaning open-ended. Where several
      * lines cover the month the one with the latest FROM wins, so
      * a change of amount is a new line. "*" lines are comments.
           SELECT ELECTION-FILE
               ASSIGN TO "data/meal_benefit_elections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECTION-FILE-STATUS.
      * Name, document, dates and pay for every employee priced.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * "ID TYPE START END", the leave absence management approved.
           SELECT APPROVED-LEAVE-FILE
               ASSIGN TO "data/approved_leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-LEAVE-FILE-STATUS.
      * The computable base the gratificacion, CTS and settlement
      * runs read. Each load goes on as "ID MONTH-END 0000000.00
      * EXCESS RUN-ID MEAL:NON-REMUNERATIVE" -- the excess as a
      * variable component, the card's non-remunerative part in the
      * MEAL: tag for the payslip.
           SELECT COMPONENT-DETAIL-FILE
               ASSIGN TO "data/pay_components.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPONENT-DETAIL-FILE-STATUS.
      * The provider's upload: type-1 header (RUC, period, load
      * date, run), one type-2 detail per card (card, employee,
      * identity document, amount with two implied decimals), and a
      * type-3 trailer with the card count and total.
           SELECT CARD-LOAD-FILE
               ASSIGN TO DYNAMIC CARD-LOAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-LOAD-FILE-STATUS.
      * The month's loads employee by employee, the election lines
      * that could not be used, and the totals the provider's
      * invoice must agree with.
           SELECT INVOICE-CONTROL-FILE
               ASSIGN TO "output/meal_invoice_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-CONTROL-FILE-STATUS.
      * The company this tree belongs to -- data/company_profile.
      * txt ("CODE|NAME|RUC|CCY"). Missing file keeps the
      * compiled-in single-company defaults.
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD ELECTION-FILE.
       01 ELECTION-RECORD           PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD APPROVED-LEAVE-FILE.
       01 APPROVED-LEAVE-RECORD     PIC X(80).
      *
       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD   PIC X(160).
      *
       FD CARD-LOAD-FILE.
       01 CARD-LOAD-RECORD          PIC X(60).
      *
       FD INVOICE-CONTROL-FILE.
       01 INVOICE-CONTROL-RECORD    PIC X(132).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 ELECTION-FILE-STATUS      PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 APPROVED-LEAVE-FILE-STATUS PIC XX.
       01 COMPONENT-DETAIL-FILE-STATUS PIC XX.
       01 CARD-LOAD-FILE-STATUS     PIC XX.
       01 INVOICE-CONTROL-FILE-STATUS PIC XX.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 CARD-LOAD-FILE-NAME       PIC X(100).
       01 AUDIT-LOG-RECORD          PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                  PIC 9(6).
       01 RUN-TIME                  PIC 9(8).
       01 RUN-ID                    PIC X(16).
       01 RUN-YYYYMMDD              PIC 9(8).
      *
      * Company identity off the per-tree profile.
       01 COMPANY-CODE              PIC X(4) VALUE SPACES.
       01 COMPANY-TAX-ID            PIC X(11) VALUE "20123456789".
       01 PROFILE-CODE-TOKEN        PIC X(4).
       01 PROFILE-NAME-TEXT         PIC X(30).
       01 PROFILE-RUC-TEXT          PIC X(11).
       01 PROFILE-CCY-TEXT          PIC X(3).
      *
      * The month loaded and its first and last day.
       01 PERIOD-PARM               PIC X(6).
       01 MEAL-PERIOD               PIC X(6).
       01 MEAL-PERIOD-NUM REDEFINES MEAL-PERIOD PIC 9(6).
       01 PERIOD-START-DATE         PIC 9(8).
       01 PERIOD-START-PARTS REDEFINES PERIOD-START-DATE.
           05 PERIOD-START-YEAR     PIC 9(4).
           05 PERIOD-START-MONTH    PIC 99.
           05 PERIOD-START-DAY      PIC 99.
       01 PERIOD-NEXT-DATE          PIC 9(8).
       01 PERIOD-NEXT-PARTS REDEFINES PERIOD-NEXT-DATE.
           05 PERIOD-NEXT-YEAR      PIC 9(4).
           05 PERIOD-NEXT-MONTH     PIC 99.
           05 PERIOD-NEXT-DAY       PIC 99.
       01 PERIOD-END-DATE           PIC 9(8).
       01 PERIOD-END-PARTS REDEFINES PERIOD-END-DATE.
           05 PERIOD-END-YEAR       PIC 9(4).
           05 PERIOD-END-MONTH      PIC 99.
           05 PERIOD-END-DAY        PIC 99.
      *
      * The limits. MEAL_LIMIT_PCT is the non-remunerative ceiling
      * as a percent of the monthly remuneration; MEAL_FEE_PCT the
      * provider's commission on the amount loaded, which carries
      * IGV on the invoice.
       01 THRESHOLD-PARM            PIC X(12).
       01 LIMIT-PCT                 PIC 9(3)V99 VALUE 20.
       01 FEE-PCT                   PIC 9(2)V99 VALUE 0.
       01 IGV-RATE                  PIC V99 VALUE .18.
       01 MONTH-HOURS               PIC 9(3)V99 VALUE 173.33.
      *
      * The elections in force for the month, one per employee, and
      * what each came to.
       01 ELEC-MAX                  PIC 9(4) VALUE 3000.
       01 ELEC-COUNT                PIC 9(4) VALUE 0.
       01 ELEC-TABLE.
           05 ELEC-ENTRY OCCURS 3000 TIMES.
               10 ELEC-EMP-ID       PIC 9(5).
               10 ELEC-CARD         PIC X(16).
               10 ELEC-AMOUNT       PIC 9(5)V99.
               10 ELEC-FROM         PIC 9(6).
               10 ELEC-STATUS       PIC X(8).
               10 ELEC-NAME         PIC X(10).
               10 ELEC-DOC-TYPE     PIC X(3).
               10 ELEC-DOC-NUMBER   PIC X(15).
               10 ELEC-PAID-DAYS    PIC 99.
               10 ELEC-ABSENT-DAYS  PIC 99.
               10 ELEC-OUT-DAYS     PIC 99.
               10 ELEC-LOAD         PIC 9(5)V99.
               10 ELEC-NONREM       PIC 9(5)V99.
               10 ELEC-EXCESS       PIC 9(5)V99.
       01 ELEC-IDX                  PIC 9(4).
       01 ELEC-FOUND-FLAG           PIC X.
           88 ELEC-FOUND            VALUE "Y".
       01 ELEC-ID-TOKEN             PIC X(10).
       01 ELEC-CARD-TOKEN           PIC X(20).
       01 ELEC-AMOUNT-TOKEN         PIC X(12).
       01 ELEC-FROM-TOKEN           PIC X(8).
       01 ELEC-TO-TOKEN             PIC X(8).
       01 ELEC-LINE-AMOUNT          PIC 9(5)V99.
       01 ELEC-LINE-FROM            PIC 9(6).
       01 ELEC-LINE-TO              PIC 9(6).
      *
      * Election lines that could not be used, and why.
       01 REJ-MAX                   PIC 9(3) VALUE 200.
       01 REJ-COUNT                 PIC 9(3) VALUE 0.
       01 REJ-TABLE.
           05 REJ-ENTRY OCCURS 200 TIMES.
               10 REJ-LINE          PIC X(60).
               10 REJ-REASON        PIC X(30).
       01 REJ-IDX                   PIC 9(3).
       01 REJECT-REASON             PIC X(30).
      *
      * Approved leave inside the month, clipped to its days.
       01 LEAVE-MAX                 PIC 9(4) VALUE 3000.
       01 LEAVE-COUNT               PIC 9(4) VALUE 0.
       01 LEAVE-TABLE.
           05 LEAVE-ENTRY OCCURS 3000 TIMES.
               10 LEAVE-EMP-ID      PIC 9(5).
               10 LEAVE-FIRST-DAY   PIC 99.
               10 LEAVE-LAST-DAY    PIC 99.
       01 LEAVE-IDX                 PIC 9(4).
       01 LEAVE-ID-TOKEN            PIC X(10).
       01 LEAVE-TYPE-TOKEN          PIC X(10).
       01 LEAVE-START-TOKEN         PIC X(10).
       01 LEAVE-END-TOKEN           PIC X(10).
       01 LEAVE-START-DATE          PIC 9(8).
       01 LEAVE-END-DATE            PIC 9(8).
      *
      * Loads already on the components file for this month.
       01 DONE-MAX                  PIC 9(4) VALUE 3000.
       01 DONE-COUNT                PIC 9(4) VALUE 0.
       01 DONE-TABLE.
           05 DONE-ENTRY OCCURS 3000 TIMES.
               10 DONE-EMP-ID       PIC 9(5).
               10 DONE-NONREM       PIC 9(5)V99.
               10 DONE-EXCESS       PIC 9(5)V99.
       01 DONE-IDX                  PIC 9(4).
       01 DONE-FOUND-FLAG           PIC X.
           88 DONE-FOUND            VALUE "Y".
       01 COMP-ID-TOKEN             PIC X(10).
       01 COMP-DATE-TOKEN           PIC X(10).
       01 COMP-FIXED-TOKEN          PIC X(12).
       01 COMP-VARIABLE-TOKEN       PIC X(12).
       01 COMP-RUN-TOKEN            PIC X(16).
       01 COMP-TAG-TOKEN            PIC X(20).
      *
      * The employee being priced: each day of the month PAID,
      * ABSENT on approved leave, or OUT of employment.
       01 DAY-FLAG-TABLE.
           05 DAY-FLAG              PIC X OCCURS 31 TIMES.
       01 DAY-IDX                   PIC 99.
       01 DAYS-IN-MONTH             PIC 99.
       01 FIRST-DAY                 PIC 99.
       01 LAST-DAY                  PIC 99.
       01 WORK-DATE                 PIC 9(8).
       01 WORK-DATE-PARTS REDEFINES WORK-DATE.
           05 WORK-YEAR             PIC 9(4).
           05 WORK-MONTH            PIC 99.
           05 WORK-DAY              PIC 99.
       01 MONTHLY-REMUNERATION      PIC 9(7)V99.
       01 NONREM-CAP                PIC 9(7)V99.
      *
      * Run totals: this run's loads, and the month's with the
      * earlier runs' loads added.
       01 LOAD-COUNT                PIC 9(5) VALUE 0.
       01 EARLIER-COUNT             PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT             PIC 9(5) VALUE 0.
       01 RUN-LOAD-TOTAL            PIC 9(9)V99 VALUE 0.
       01 RUN-NONREM-TOTAL          PIC 9(9)V99 VALUE 0.
       01 RUN-EXCESS-TOTAL          PIC 9(9)V99 VALUE 0.
       01 MONTH-LOAD-TOTAL          PIC 9(9)V99 VALUE 0.
       01 FEE-AMOUNT                PIC 9(7)V99 VALUE 0.
       01 FEE-IGV-AMOUNT            PIC 9(7)V99 VALUE 0.
       01 INVOICE-TOTAL             PIC 9(9)V99 VALUE 0.
      *
       01 COMPONENT-FIXED-EDIT      PIC 9(7).99.
       01 COMPONENT-VARIABLE-EDIT   PIC 9(7).99.
       01 COMPONENT-NONREM-EDIT     PIC 9(7).99.
       01 RPT-AMT-EDIT              PIC ZZ,ZZ9.99.
       01 RPT-LOAD-EDIT             PIC ZZ,ZZ9.99.
       01 RPT-NONREM-EDIT           PIC ZZ,ZZ9.99.
       01 RPT-EXCESS-EDIT           PIC ZZ,ZZ9.99.
       01 RPT-SUM-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-DAYS-EDIT             PIC Z9.
       01 RPT-ABSENT-EDIT           PIC Z9.
       01 RPT-OUT-EDIT              PIC Z9.
       01 RPT-COUNT-EDIT            PIC ZZZZ9.
       01 RPT-PCT-EDIT              PIC ZZ9.99.
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
           PERFORM READ-MEAL-PARMS
           PERFORM SET-PERIOD-BOUNDS
           PERFORM LOAD-COMPANY-PROFILE

           PERFORM LOAD-ELECTIONS
           IF ELECTION-FILE-STATUS = "35"
               DISPLAY "MEAL BENEFIT ABORTED -- NO ELECTION FILE "
                   "(data/meal_benefit_elections.txt)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MEAL BENEFIT ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-APPROVED-LEAVE
           PERFORM LOAD-EARLIER-LOADS

           PERFORM VARYING ELEC-IDX FROM 1 BY 1
                   UNTIL ELEC-IDX > ELEC-COUNT
               PERFORM PRICE-ONE-ELECTION
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE

           IF LOAD-COUNT > 0
               PERFORM WRITE-CARD-LOAD-FILE
               PERFORM APPEND-COMPONENT-LINES
           END-IF
           PERFORM WRITE-INVOICE-CONTROL
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE RUN-LOAD-TOTAL TO RPT-SUM-EDIT
           DISPLAY "PERIOD " MEAL-PERIOD "  CARDS LOADED "
               LOAD-COUNT "  TOTAL " RPT-SUM-EDIT
           IF EARLIER-COUNT > 0
               DISPLAY EARLIER-COUNT " EMPLOYEE(S) ALREADY LOADED "
                   "FOR THE MONTH BY AN EARLIER RUN"
           END-IF
           IF SKIPPED-COUNT > 0 OR REJ-COUNT > 0
               DISPLAY "ELECTIONS NOT LOADED LISTED IN "
                   "output/meal_invoice_control.txt"
           END-IF
           IF LOAD-COUNT > 0
               DISPLAY "PROVIDER LOAD FILE "
                   FUNCTION TRIM (CARD-LOAD-FILE-NAME)
           END-IF
           DISPLAY "INVOICE CONTROL WRITTEN TO "
               "output/meal_invoice_control.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   MEAL BENEFIT CARD LOADS            "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       READ-MEAL-PARMS.
           MOVE RUN-YYYYMMDD (1:6) TO MEAL-PERIOD
           MOVE SPACES TO PERIOD-PARM
           ACCEPT PERIOD-PARM FROM ENVIRONMENT "MEAL_PERIOD"
           IF PERIOD-PARM NOT = SPACES
               IF PERIOD-PARM IS NUMERIC
                       AND PERIOD-PARM (5:2) >= "01"
                       AND PERIOD-PARM (5:2) <= "12"
                   MOVE PERIOD-PARM TO MEAL-PERIOD
               ELSE
                   DISPLAY "MEAL BENEFIT ABORTED -- MEAL_PERIOD "
                       PERIOD-PARM " IS NOT YYYYMM"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO THRESHOLD-PARM
           ACCEPT THRESHOLD-PARM FROM ENVIRONMENT "MEAL_LIMIT_PCT"
           IF THRESHOLD-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (THRESHOLD-PARM) = 0
               COMPUTE LIMIT-PCT = FUNCTION NUMVAL (THRESHOLD-PARM)
           END-IF
           IF LIMIT-PCT > 100
               MOVE 100 TO LIMIT-PCT
           END-IF
           MOVE SPACES TO THRESHOLD-PARM
           ACCEPT THRESHOLD-PARM FROM ENVIRONMENT "MEAL_FEE_PCT"
           IF THRESHOLD-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (THRESHOLD-PARM) = 0
               COMPUTE FEE-PCT = FUNCTION NUMVAL (THRESHOLD-PARM)
           END-IF.
      *
       SET-PERIOD-BOUNDS.
           MOVE MEAL-PERIOD TO PERIOD-START-DATE (1:6)
           MOVE 1 TO PERIOD-START-DAY
           MOVE PERIOD-START-DATE TO PERIOD-NEXT-DATE
           IF PERIOD-NEXT-MONTH = 12
               ADD 1 TO PERIOD-NEXT-YEAR
               MOVE 1 TO PERIOD-NEXT-MONTH
           ELSE
               ADD 1 TO PERIOD-NEXT-MONTH
           END-IF
           COMPUTE PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PERIOD-NEXT-DATE) - 1)
           MOVE PERIOD-END-DAY TO DAYS-IN-MONTH.
      *
      * Every election line covering the month, the latest FROM per
      * employee kept.
       LOAD-ELECTIONS.
           OPEN INPUT ELECTION-FILE
           IF ELECTION-FILE-STATUS = "00"
               PERFORM UNTIL ELECTION-FILE-STATUS NOT = "00"
                   READ ELECTION-FILE
                       AT END
                           MOVE "10" TO ELECTION-FILE-STATUS
                       NOT AT END
                           IF ELECTION-RECORD (1:1) NOT = "*"
                                   AND ELECTION-RECORD NOT = SPACES
                               PERFORM TAKE-ELECTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF.
      *
       TAKE-ELECTION-LINE.
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO ELEC-ID-TOKEN ELEC-CARD-TOKEN
               ELEC-AMOUNT-TOKEN ELEC-FROM-TOKEN ELEC-TO-TOKEN
           UNSTRING ELECTION-RECORD DELIMITED BY ALL SPACE
               INTO ELEC-ID-TOKEN ELEC-CARD-TOKEN ELEC-AMOUNT-TOKEN
                    ELEC-FROM-TOKEN ELEC-TO-TOKEN
           MOVE 0 TO ELEC-LINE-AMOUNT ELEC-LINE-FROM
           MOVE 999999 TO ELEC-LINE-TO
           IF ELEC-ID-TOKEN (1:5) IS NOT NUMERIC
                   OR ELEC-ID-TOKEN (6:) NOT = SPACES
               MOVE "EMPLOYEE ID NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               IF ELEC-CARD-TOKEN = SPACES
                       OR ELEC-CARD-TOKEN (17:) NOT = SPACES
                   MOVE "CARD NUMBER MISSING OR TOO LONG"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               IF ELEC-AMOUNT-TOKEN = SPACES
                       OR FUNCTION TEST-NUMVAL (ELEC-AMOUNT-TOKEN)
                           NOT = 0
                   MOVE "MONTHLY AMOUNT NOT NUMERIC" TO REJECT-REASON
               ELSE
                   COMPUTE ELEC-LINE-AMOUNT =
                       FUNCTION NUMVAL (ELEC-AMOUNT-TOKEN)
                   IF ELEC-LINE-AMOUNT = 0
                       MOVE "MONTHLY AMOUNT IS ZERO" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               IF ELEC-FROM-TOKEN (1:6) IS NOT NUMERIC
                       OR ELEC-FROM-TOKEN (7:) NOT = SPACES
                       OR ELEC-FROM-TOKEN (5:2) < "01"
                       OR ELEC-FROM-TOKEN (5:2) > "12"
                   MOVE "FROM IS NOT YYYYMM" TO REJECT-REASON
               ELSE
                   MOVE ELEC-FROM-TOKEN (1:6) TO ELEC-LINE-FROM
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
                   AND ELEC-TO-TOKEN NOT = SPACES
               IF ELEC-TO-TOKEN (1:6) IS NOT NUMERIC
                       OR ELEC-TO-TOKEN (7:) NOT = SPACES
                       OR ELEC-TO-TOKEN (5:2) < "01"
                       OR ELEC-TO-TOKEN (5:2) > "12"
                   MOVE "TO IS NOT YYYYMM" TO REJECT-REASON
               ELSE
                   MOVE ELEC-TO-TOKEN (1:6) TO ELEC-LINE-TO
                   IF ELEC-LINE-TO < ELEC-LINE-FROM
                       MOVE "TO IS BEFORE FROM" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON NOT = SPACES
               IF REJ-COUNT < REJ-MAX
                   ADD 1 TO REJ-COUNT
                   MOVE ELECTION-RECORD TO REJ-LINE (REJ-COUNT)
                   MOVE REJECT-REASON TO REJ-REASON (REJ-COUNT)
               END-IF
           ELSE
               IF ELEC-LINE-FROM <= MEAL-PERIOD-NUM
                       AND ELEC-LINE-TO >= MEAL-PERIOD-NUM
                   PERFORM KEEP-ELECTION
               END-IF
           END-IF.
      *
       KEEP-ELECTION.
           MOVE "N" TO ELEC-FOUND-FLAG
           PERFORM VARYING ELEC-IDX FROM 1 BY 1
                   UNTIL ELEC-IDX > ELEC-COUNT OR ELEC-FOUND
               IF ELEC-EMP-ID (ELEC-IDX) = ELEC-ID-TOKEN (1:5)
                   SET ELEC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ELEC-FOUND
               SUBTRACT 1 FROM ELEC-IDX
               IF ELEC-LINE-FROM >= ELEC-FROM (ELEC-IDX)
                   MOVE ELEC-CARD-TOKEN TO ELEC-CARD (ELEC-IDX)
                   MOVE ELEC-LINE-AMOUNT TO ELEC-AMOUNT (ELEC-IDX)
                   MOVE ELEC-LINE-FROM TO ELEC-FROM (ELEC-IDX)
               END-IF
           ELSE
               IF ELEC-COUNT < ELEC-MAX
                   ADD 1 TO ELEC-COUNT
                   INITIALIZE ELEC-ENTRY (ELEC-COUNT)
                   MOVE ELEC-ID-TOKEN (1:5)
                       TO ELEC-EMP-ID (ELEC-COUNT)
                   MOVE ELEC-CARD-TOKEN TO ELEC-CARD (ELEC-COUNT)
                   MOVE ELEC-LINE-AMOUNT TO ELEC-AMOUNT (ELEC-COUNT)
                   MOVE ELEC-LINE-FROM TO ELEC-FROM (ELEC-COUNT)
               ELSE
                   IF REJ-COUNT < REJ-MAX
                       ADD 1 TO REJ-COUNT
                       MOVE ELECTION-RECORD TO REJ-LINE (REJ-COUNT)
                       MOVE "ELECTION TABLE FULL"
                           TO REJ-REASON (REJ-COUNT)
                   END-IF
               END-IF
           END-IF.
      *
      * Every approved leave overlapping the month, clipped to the
      * month's first and last day.
       LOAD-APPROVED-LEAVE.
           OPEN INPUT APPROVED-LEAVE-FILE
           IF APPROVED-LEAVE-FILE-STATUS = "00"
               PERFORM UNTIL APPROVED-LEAVE-FILE-STATUS NOT = "00"
                   READ APPROVED-LEAVE-FILE
                       AT END
                           MOVE "10" TO APPROVED-LEAVE-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-LEAVE-LINE
                   END-READ
               END-PERFORM
               CLOSE APPROVED-LEAVE-FILE
           END-IF.
      *
       TAKE-LEAVE-LINE.
           MOVE SPACES TO LEAVE-ID-TOKEN LEAVE-TYPE-TOKEN
               LEAVE-START-TOKEN LEAVE-END-TOKEN
           UNSTRING APPROVED-LEAVE-RECORD DELIMITED BY ALL SPACE
               INTO LEAVE-ID-TOKEN LEAVE-TYPE-TOKEN LEAVE-START-TOKEN
                    LEAVE-END-TOKEN
           IF LEAVE-ID-TOKEN (1:5) IS NUMERIC
                   AND LEAVE-START-TOKEN (1:8) IS NUMERIC
                   AND LEAVE-END-TOKEN (1:8) IS NUMERIC
               MOVE LEAVE-START-TOKEN (1:8) TO LEAVE-START-DATE
               MOVE LEAVE-END-TOKEN (1:8) TO LEAVE-END-DATE
               IF LEAVE-START-DATE <= PERIOD-END-DATE
                       AND LEAVE-END-DATE >= PERIOD-START-DATE
                       AND LEAVE-END-DATE >= LEAVE-START-DATE
                   IF LEAVE-COUNT < LEAVE-MAX
                       ADD 1 TO LEAVE-COUNT
                       MOVE LEAVE-ID-TOKEN (1:5)
                           TO LEAVE-EMP-ID (LEAVE-COUNT)
                       MOVE 1 TO LEAVE-FIRST-DAY (LEAVE-COUNT)
                       IF LEAVE-START-DATE > PERIOD-START-DATE
                           MOVE LEAVE-START-DATE TO WORK-DATE
                           MOVE WORK-DAY
                               TO LEAVE-FIRST-DAY (LEAVE-COUNT)
                       END-IF
                       MOVE DAYS-IN-MONTH
                           TO LEAVE-LAST-DAY (LEAVE-COUNT)
                       IF LEAVE-END-DATE < PERIOD-END-DATE
                           MOVE LEAVE-END-DATE TO WORK-DATE
                           MOVE WORK-DAY
                               TO LEAVE-LAST-DAY (LEAVE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "WARNING: LEAVE TABLE FULL, ABSENCE "
                           "NOT PRORATED FOR EMPLOYEE "
                           LEAVE-ID-TOKEN (1:5)
                   END-IF
               END-IF
           END-IF.
      *
      * The MEAL: lines an earlier run already put on the components
      * file for this month's last day.
       LOAD-EARLIER-LOADS.
           OPEN INPUT COMPONENT-DETAIL-FILE
           IF COMPONENT-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL COMPONENT-DETAIL-FILE-STATUS NOT = "00"
                   READ COMPONENT-DETAIL-FILE
                       AT END
                           MOVE "10" TO COMPONENT-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-COMPONENT-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-DETAIL-FILE
           END-IF.
      *
       TAKE-COMPONENT-LINE.
           MOVE SPACES TO COMP-ID-TOKEN COMP-DATE-TOKEN
               COMP-FIXED-TOKEN COMP-VARIABLE-TOKEN
               COMP-RUN-TOKEN COMP-TAG-TOKEN
           UNSTRING COMPONENT-DETAIL-RECORD DELIMITED BY ALL SPACE
               INTO COMP-ID-TOKEN COMP-DATE-TOKEN COMP-FIXED-TOKEN
                    COMP-VARIABLE-TOKEN COMP-RUN-TOKEN COMP-TAG-TOKEN
           IF COMP-TAG-TOKEN (1:5) = "MEAL:"
                   AND COMP-ID-TOKEN (1:5) IS NUMERIC
                   AND COMP-DATE-TOKEN (1:8) = PERIOD-END-DATE
                   AND FUNCTION TEST-NUMVAL (COMP-VARIABLE-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (COMP-TAG-TOKEN (6:)) = 0
               IF DONE-COUNT < DONE-MAX
                   ADD 1 TO DONE-COUNT
                   MOVE COMP-ID-TOKEN (1:5) TO DONE-EMP-ID (DONE-COUNT)
                   COMPUTE DONE-NONREM (DONE-COUNT) =
                       FUNCTION NUMVAL (COMP-TAG-TOKEN (6:))
                   COMPUTE DONE-EXCESS (DONE-COUNT) =
                       FUNCTION NUMVAL (COMP-VARIABLE-TOKEN)
               END-IF
           END-IF.
      *
      * One election: on the master, employed in the month, not
      * already loaded, and then what its card gets.
       PRICE-ONE-ELECTION.
           MOVE ELEC-EMP-ID (ELEC-IDX) TO EMPMAST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "NOMASTER" TO ELEC-STATUS (ELEC-IDX)
               NOT INVALID KEY
                   MOVE EMPMAST-NAME TO ELEC-NAME (ELEC-IDX)
                   MOVE EMPMAST-DOC-TYPE TO ELEC-DOC-TYPE (ELEC-IDX)
                   MOVE EMPMAST-DOC-NUMBER
                       TO ELEC-DOC-NUMBER (ELEC-IDX)
           END-READ
           IF ELEC-STATUS (ELEC-IDX) = SPACES
               PERFORM FIND-EARLIER-LOAD
               IF DONE-FOUND
                   MOVE "EARLIER" TO ELEC-STATUS (ELEC-IDX)
                   COMPUTE ELEC-LOAD (ELEC-IDX) =
                       DONE-NONREM (DONE-IDX) + DONE-EXCESS (DONE-IDX)
                   MOVE DONE-NONREM (DONE-IDX)
                       TO ELEC-NONREM (ELEC-IDX)
                   MOVE DONE-EXCESS (DONE-IDX)
                       TO ELEC-EXCESS (ELEC-IDX)
                   ADD 1 TO EARLIER-COUNT
                   ADD ELEC-LOAD (ELEC-IDX) TO MONTH-LOAD-TOTAL
               END-IF
           END-IF
           IF ELEC-STATUS (ELEC-IDX) = SPACES
               IF EMPMAST-HIRE-DATE IS NUMERIC
                       AND EMPMAST-HIRE-DATE > PERIOD-END-DATE
                   MOVE "NOTHIRED" TO ELEC-STATUS (ELEC-IDX)
               END-IF
               IF EMPMAST-TERM-DATE IS NUMERIC
                       AND EMPMAST-TERM-DATE > 0
                       AND EMPMAST-TERM-DATE < PERIOD-START-DATE
                   MOVE "LEFT" TO ELEC-STATUS (ELEC-IDX)
               END-IF
               IF EMPMAST-STATUS = "RETIRED"
                       AND (EMPMAST-TERM-DATE IS NOT NUMERIC
                            OR EMPMAST-TERM-DATE = 0)
                   MOVE "LEFT" TO ELEC-STATUS (ELEC-IDX)
               END-IF
           END-IF
           IF ELEC-STATUS (ELEC-IDX) = SPACES
               PERFORM COUNT-PAID-DAYS
               IF ELEC-PAID-DAYS (ELEC-IDX) = 0
                   MOVE "NODAYS" TO ELEC-STATUS (ELEC-IDX)
               ELSE
                   PERFORM PRICE-CARD-LOAD
               END-IF
           END-IF
           IF ELEC-STATUS (ELEC-IDX) NOT = "LOADED"
                   AND ELEC-STATUS (ELEC-IDX) NOT = "EARLIER"
               ADD 1 TO SKIPPED-COUNT
           END-IF.
      *
       FIND-EARLIER-LOAD.
           MOVE "N" TO DONE-FOUND-FLAG
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > DONE-COUNT OR DONE-FOUND
               IF DONE-EMP-ID (DONE-IDX) = ELEC-EMP-ID (ELEC-IDX)
                   SET DONE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DONE-FOUND
               SUBTRACT 1 FROM DONE-IDX
           END-IF.
      *
      * Marks the month day by day: OUT before a hire or after a
      * termination inside the month, ABSENT on approved leave, and
      * PAID otherwise.
       COUNT-PAID-DAYS.
           MOVE ALL "P" TO DAY-FLAG-TABLE
           IF EMPMAST-HIRE-DATE IS NUMERIC
                   AND EMPMAST-HIRE-DATE > PERIOD-START-DATE
               MOVE EMPMAST-HIRE-DATE TO WORK-DATE
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX >= WORK-DAY
                   MOVE "O" TO DAY-FLAG (DAY-IDX)
               END-PERFORM
           END-IF
           IF EMPMAST-TERM-DATE IS NUMERIC
                   AND EMPMAST-TERM-DATE > 0
                   AND EMPMAST-TERM-DATE < PERIOD-END-DATE
               MOVE EMPMAST-TERM-DATE TO WORK-DATE
               COMPUTE FIRST-DAY = WORK-DAY + 1
               PERFORM VARYING DAY-IDX FROM FIRST-DAY BY 1
                       UNTIL DAY-IDX > DAYS-IN-MONTH
                   MOVE "O" TO DAY-FLAG (DAY-IDX)
               END-PERFORM
           END-IF
           PERFORM VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > LEAVE-COUNT
               IF LEAVE-EMP-ID (LEAVE-IDX) = ELEC-EMP-ID (ELEC-IDX)
                   MOVE LEAVE-FIRST-DAY (LEAVE-IDX) TO FIRST-DAY
                   MOVE LEAVE-LAST-DAY (LEAVE-IDX) TO LAST-DAY
                   PERFORM VARYING DAY-IDX FROM FIRST-DAY BY 1
                           UNTIL DAY-IDX > LAST-DAY
                       IF DAY-FLAG (DAY-IDX) = "P"
                           MOVE "A" TO DAY-FLAG (DAY-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO ELEC-PAID-DAYS (ELEC-IDX)
               ELEC-ABSENT-DAYS (ELEC-IDX) ELEC-OUT-DAYS (ELEC-IDX)
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAYS-IN-MONTH
               EVALUATE DAY-FLAG (DAY-IDX)
                   WHEN "P"
                       ADD 1 TO ELEC-PAID-DAYS (ELEC-IDX)
                   WHEN "A"
                       ADD 1 TO ELEC-ABSENT-DAYS (ELEC-IDX)
                   WHEN OTHER
                       ADD 1 TO ELEC-OUT-DAYS (ELEC-IDX)
               END-EVALUATE
           END-PERFORM.
      *
      * The prorated load and its split at the non-remunerative
      * ceiling.
       PRICE-CARD-LOAD.
           MOVE "LOADED" TO ELEC-STATUS (ELEC-IDX)
           IF ELEC-PAID-DAYS (ELEC-IDX) = DAYS-IN-MONTH
               MOVE ELEC-AMOUNT (ELEC-IDX) TO ELEC-LOAD (ELEC-IDX)
           ELSE
               COMPUTE ELEC-LOAD (ELEC-IDX) ROUNDED =
                   ELEC-AMOUNT (ELEC-IDX) * ELEC-PAID-DAYS (ELEC-IDX)
                   / DAYS-IN-MONTH
           END-IF
           MOVE 0 TO MONTHLY-REMUNERATION
           IF EMPMAST-MONTHLY-AMOUNT IS NUMERIC
                   AND EMPMAST-MONTHLY-AMOUNT > 0
               MOVE EMPMAST-MONTHLY-AMOUNT TO MONTHLY-REMUNERATION
           ELSE
               IF EMPMAST-RATE IS NUMERIC
                   COMPUTE MONTHLY-REMUNERATION ROUNDED =
                       EMPMAST-RATE * MONTH-HOURS
               END-IF
           END-IF
           COMPUTE NONREM-CAP ROUNDED =
               MONTHLY-REMUNERATION * LIMIT-PCT / 100
           IF ELEC-LOAD (ELEC-IDX) > NONREM-CAP
               MOVE NONREM-CAP TO ELEC-NONREM (ELEC-IDX)
           ELSE
               MOVE ELEC-LOAD (ELEC-IDX) TO ELEC-NONREM (ELEC-IDX)
           END-IF
           COMPUTE ELEC-EXCESS (ELEC-IDX) =
               ELEC-LOAD (ELEC-IDX) - ELEC-NONREM (ELEC-IDX)
           ADD 1 TO LOAD-COUNT
           ADD ELEC-LOAD (ELEC-IDX) TO RUN-LOAD-TOTAL
           ADD ELEC-NONREM (ELEC-IDX) TO RUN-NONREM-TOTAL
           ADD ELEC-EXCESS (ELEC-IDX) TO RUN-EXCESS-TOTAL
           ADD ELEC-LOAD (ELEC-IDX) TO MONTH-LOAD-TOTAL.
      *
      * output/meal_card_load_<period>_<run>.txt -- each run's loads
      * are a batch of their own for the provider's portal.
       WRITE-CARD-LOAD-FILE.
           MOVE SPACES TO CARD-LOAD-FILE-NAME
           STRING "output/meal_card_load_" MEAL-PERIOD "_"
                  RUN-ID ".txt"
               DELIMITED BY SIZE INTO CARD-LOAD-FILE-NAME
           OPEN OUTPUT CARD-LOAD-FILE
           MOVE SPACES TO CARD-LOAD-RECORD
           STRING "1" COMPANY-TAX-ID MEAL-PERIOD RUN-YYYYMMDD RUN-ID
               DELIMITED BY SIZE INTO CARD-LOAD-RECORD
           WRITE CARD-LOAD-RECORD
           PERFORM VARYING ELEC-IDX FROM 1 BY 1
                   UNTIL ELEC-IDX > ELEC-COUNT
               IF ELEC-STATUS (ELEC-IDX) = "LOADED"
                   MOVE SPACES TO CARD-LOAD-RECORD
                   STRING "2" ELEC-CARD (ELEC-IDX)
                          ELEC-EMP-ID (ELEC-IDX)
                          ELEC-DOC-TYPE (ELEC-IDX)
                          ELEC-DOC-NUMBER (ELEC-IDX)
                          ELEC-LOAD (ELEC-IDX)
                       DELIMITED BY SIZE INTO CARD-LOAD-RECORD
                   WRITE CARD-LOAD-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO CARD-LOAD-RECORD
           STRING "3" LOAD-COUNT RUN-LOAD-TOTAL
               DELIMITED BY SIZE INTO CARD-LOAD-RECORD
           WRITE CARD-LOAD-RECORD
           CLOSE CARD-LOAD-FILE.
      *
       APPEND-COMPONENT-LINES.
           OPEN EXTEND COMPONENT-DETAIL-FILE
           IF COMPONENT-DETAIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMPONENT-DETAIL-FILE
           END-IF
           PERFORM VARYING ELEC-IDX FROM 1 BY 1
                   UNTIL ELEC-IDX > ELEC-COUNT
               IF ELEC-STATUS (ELEC-IDX) = "LOADED"
                   MOVE 0 TO COMPONENT-FIXED-EDIT
                   MOVE ELEC-EXCESS (ELEC-IDX)
                       TO COMPONENT-VARIABLE-EDIT
                   MOVE ELEC-NONREM (ELEC-IDX)
                       TO COMPONENT-NONREM-EDIT
                   MOVE SPACES TO COMPONENT-DETAIL-RECORD
                   STRING ELEC-EMP-ID (ELEC-IDX) " "
                          PERIOD-END-DATE " "
                          COMPONENT-FIXED-EDIT " "
                          COMPONENT-VARIABLE-EDIT " "
                          RUN-ID " MEAL:"
                          COMPONENT-NONREM-EDIT
                       DELIMITED BY SIZE
                       INTO COMPONENT-DETAIL-RECORD
                   WRITE COMPONENT-DETAIL-RECORD
               END-IF
           END-PERFORM
           CLOSE COMPONENT-DETAIL-FILE.
      *
      * The invoice the provider sends covers the whole month --
      * every run's loads, its commission on them, and the IGV on
      * the commission.
       WRITE-INVOICE-CONTROL.
           COMPUTE FEE-AMOUNT ROUNDED =
               MONTH-LOAD-TOTAL * FEE-PCT / 100
           COMPUTE FEE-IGV-AMOUNT ROUNDED = FEE-AMOUNT * IGV-RATE
           COMPUTE INVOICE-TOTAL =
               MONTH-LOAD-TOTAL + FEE-AMOUNT + FEE-IGV-AMOUNT
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "MEAL BENEFIT CARD LOADS -- INVOICE CONTROL  "
                  "PERIOD " MEAL-PERIOD "  RUC " COMPANY-TAX-ID
                  "  RUN " RUN-ID
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE LIMIT-PCT TO RPT-PCT-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "NON-REMUNERATIVE UP TO " RPT-PCT-EDIT
                  "% OF THE MONTHLY REMUNERATION"
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "ID    NAME       CARD               ELECTED "
                  "DAYS ABS OUT       LOAD    NON-REM     EXCESS "
                  "STATUS"
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           PERFORM VARYING ELEC-IDX FROM 1 BY 1
                   UNTIL ELEC-IDX > ELEC-COUNT
               PERFORM WRITE-ELECTION-LINE
           END-PERFORM
           IF REJ-COUNT > 0
               MOVE SPACES TO INVOICE-CONTROL-RECORD
               WRITE INVOICE-CONTROL-RECORD
               MOVE "ELECTION LINES NOT USED:"
                   TO INVOICE-CONTROL-RECORD
               WRITE INVOICE-CONTROL-RECORD
               PERFORM VARYING REJ-IDX FROM 1 BY 1
                       UNTIL REJ-IDX > REJ-COUNT
                   MOVE SPACES TO INVOICE-CONTROL-RECORD
                   STRING "  " REJ-REASON (REJ-IDX) " "
                          REJ-LINE (REJ-IDX)
                       DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
                   WRITE INVOICE-CONTROL-RECORD
               END-PERFORM
           END-IF
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE LOAD-COUNT TO RPT-COUNT-EDIT
           MOVE RUN-LOAD-TOTAL TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "CARDS LOADED THIS RUN     : " RPT-COUNT-EDIT
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE RUN-NONREM-TOTAL TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "  NON-REMUNERATIVE        :        "
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE RUN-EXCESS-TOTAL TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "  EXCESS TO REMUNERATION  :        "
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE EARLIER-COUNT TO RPT-COUNT-EDIT
           COMPUTE RPT-SUM-EDIT = MONTH-LOAD-TOTAL - RUN-LOAD-TOTAL
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "CARDS LOADED EARLIER      : " RPT-COUNT-EDIT
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE SKIPPED-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "ELECTIONS NOT LOADED      : " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE MONTH-LOAD-TOTAL TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "LOADED FOR THE MONTH      :        "
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE FEE-PCT TO RPT-PCT-EDIT
           MOVE FEE-AMOUNT TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "PROVIDER FEE " RPT-PCT-EDIT "%      :        "
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE FEE-IGV-AMOUNT TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "IGV ON THE FEE            :        "
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           MOVE INVOICE-TOTAL TO RPT-SUM-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING "EXPECTED INVOICE TOTAL    :        "
                  "  AMOUNT " RPT-SUM-EDIT
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVOICE-CONTROL-FILE.
      *
       WRITE-ELECTION-LINE.
           MOVE ELEC-AMOUNT (ELEC-IDX) TO RPT-AMT-EDIT
           MOVE ELEC-PAID-DAYS (ELEC-IDX) TO RPT-DAYS-EDIT
           MOVE ELEC-ABSENT-DAYS (ELEC-IDX) TO RPT-ABSENT-EDIT
           MOVE ELEC-OUT-DAYS (ELEC-IDX) TO RPT-OUT-EDIT
           MOVE ELEC-LOAD (ELEC-IDX) TO RPT-LOAD-EDIT
           MOVE ELEC-NONREM (ELEC-IDX) TO RPT-NONREM-EDIT
           MOVE ELEC-EXCESS (ELEC-IDX) TO RPT-EXCESS-EDIT
           MOVE SPACES TO INVOICE-CONTROL-RECORD
           STRING ELEC-EMP-ID (ELEC-IDX) " "
                  ELEC-NAME (ELEC-IDX) " "
                  ELEC-CARD (ELEC-IDX) " "
                  RPT-AMT-EDIT "   "
                  RPT-DAYS-EDIT "  "
                  RPT-ABSENT-EDIT "  "
                  RPT-OUT-EDIT " "
                  RPT-LOAD-EDIT "  "
                  RPT-NONREM-EDIT "  "
                  RPT-EXCESS-EDIT " "
                  ELEC-STATUS (ELEC-IDX)
               DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
           WRITE INVOICE-CONTROL-RECORD.
      *
       LOAD-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO PROFILE-CODE-TOKEN
                       MOVE SPACES TO PROFILE-NAME-TEXT
                       MOVE SPACES TO PROFILE-RUC-TEXT
                       MOVE SPACES TO PROFILE-CCY-TEXT
                       UNSTRING COMPANY-PROFILE-RECORD
                           DELIMITED BY "|"
                           INTO PROFILE-CODE-TOKEN
                                PROFILE-NAME-TEXT
                                PROFILE-RUC-TEXT
                                PROFILE-CCY-TEXT
                       IF PROFILE-CODE-TOKEN NOT = SPACES
                           MOVE PROFILE-CODE-TOKEN TO COMPANY-CODE
                       END-IF
                       IF PROFILE-RUC-TEXT NOT = SPACES
                           MOVE PROFILE-RUC-TEXT TO COMPANY-TAX-ID
                       END-IF
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE RUN-LOAD-TOTAL TO RPT-SUM-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=MEALCARD PERIOD=" MEAL-PERIOD
                  " LOADED=" LOAD-COUNT
                  " TOTAL=" FUNCTION TRIM (RPT-SUM-EDIT)
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
       END PROGRAM MEAL-BENEFIT.
      *
