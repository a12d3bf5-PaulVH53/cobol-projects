      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. FRAUD-SCREEN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Internal audit's annual ghost-employee and payment-fraud
      * test, run from the files instead of by hand. For the month
      * in SCREEN_PERIOD (YYYYMM; unset, the latest month in the pay
      * history) each check below lists its hits, every hit with
      * the lines on file that raised it:
      *   NOPUNCH   paid in the month with no clock punch and no
      *             approved leave in it
      *   DORMANT   an active master record paid nothing for more
      *             than DORMANT_WEEKS weeks (default 8) -- since
      *             its last payment, or since hire when it was
      *             never paid -- and paid in the month
      *   NOMASTER  paid in the month with no master record at all
      *   PAIDLEFT  paid in the month after leaving -- the master
      *             RETIRED with no termination date, or terminated
      *             before the month began (a final payment in the
      *             month of leaving is not a hit)
      *   BANKCHG   the account paid into changed (a BANK line on
      *             the master history) within BANK_CHANGE_DAYS days
      *             (default 30) before a large payment -- one at or
      *             over LARGE_PAYMENT (default 5000.00), or half
      *             again the employee's average earlier payment
      *   SHAREACC  one bank account on file for different employees
      *   NODOC     a master record, still employed or paid in the
      *             month, with no identity document number
      *
      * Each hit's heading starts "CODE ID KEY". Once audit has
      * looked into a hit and cleared it, those three words copied
      * into data/fraud_cleared.txt (anything after them -- who
      * cleared it, when, why -- is kept for the file's reader) stop
      * it being listed again; a KEY of "*" clears every hit of that
      * code for the employee, e.g. NOPUNCH for someone exempt from
      * the clock. Cleared hits are counted on the summary.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * "ID MM/DD/YYYY AMOUNT RUN-ID" per payment or adjustment.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      * "EMP-ID YYYYMMDD HHMM IN|OUT", the same file (and the same
      * CLOCK_PUNCH_FILE override) the punch import reads.
           SELECT CLOCK-PUNCH-FILE
               ASSIGN TO DYNAMIC PUNCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-PUNCH-FILE-STATUS.
      * "ID TYPE START END", paid leave absence management approved.
           SELECT APPROVED-LEAVE-FILE
               ASSIGN TO "data/approved_leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-LEAVE-FILE-STATUS.
      * "ID BANK ACCOUNT STATUS PRIORITY KIND VALUE".
           SELECT BANK-ACCOUNTS-FILE
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-ACCOUNTS-FILE-STATUS.
      * Employee maintenance's before/after line per applied
      * request, "RYYMMDD-HHMMSScc ACTION ID ...".
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "data/employee_master_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-HISTORY-FILE-STATUS.
      * "CODE ID KEY ..." per hit audit has cleared ("*" lines are
      * comments).
           SELECT CLEARED-HITS-FILE
               ASSIGN TO "data/fraud_cleared.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARED-HITS-FILE-STATUS.
      *
           SELECT FRAUD-REPORT-FILE
               ASSIGN TO "output/fraud_screen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUD-REPORT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD        PIC X(80).
      *
       FD CLOCK-PUNCH-FILE.
       01 CLOCK-PUNCH-RECORD        PIC X(80).
      *
       FD APPROVED-LEAVE-FILE.
       01 APPROVED-LEAVE-RECORD     PIC X(80).
      *
       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD      PIC X(100).
      *
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-RECORD     PIC X(680).
      *
       FD CLEARED-HITS-FILE.
       01 CLEARED-HITS-RECORD       PIC X(120).
      *
       FD FRAUD-REPORT-FILE.
       01 FRAUD-REPORT-RECORD       PIC X(160).
      *
       WORKING-STORAGE SECTION.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS   PIC XX.
       01 CLOCK-PUNCH-FILE-STATUS   PIC XX.
       01 APPROVED-LEAVE-FILE-STATUS PIC XX.
       01 BANK-ACCOUNTS-FILE-STATUS PIC XX.
       01 CHANGE-HISTORY-FILE-STATUS PIC XX.
       01 CLEARED-HITS-FILE-STATUS  PIC XX.
       01 FRAUD-REPORT-FILE-STATUS  PIC XX.
       01 PUNCH-FILE-NAME           PIC X(100).
       01 MASTER-EOF-FLAG           PIC X VALUE "N".
           88 MASTER-EOF            VALUE "Y".
      *
      * The month screened and its first and last day.
       01 PERIOD-PARM               PIC X(6).
       01 SCREEN-PERIOD             PIC X(6) VALUE SPACES.
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
      *
      * The thresholds.
       01 THRESHOLD-PARM            PIC X(12).
       01 DORMANT-WEEKS             PIC 9(3) VALUE 8.
       01 DORMANT-DAYS              PIC 9(5).
       01 BANK-CHANGE-DAYS          PIC 9(3) VALUE 30.
       01 LARGE-PAYMENT             PIC 9(7)V99 VALUE 5000.00.
       01 LARGE-PAYMENT-FACTOR      PIC 9V99 VALUE 1.50.
      *
      * Everyone on the master, plus anyone paid in the month who is
      * not: what the master says, what they were paid in the month
      * (and the largest payment, the one a changed account matters
      * for), their last payment before it, and whether they punched
      * or were on approved leave in it.
       01 SCR-MAX                   PIC 9(4) VALUE 3000.
       01 SCR-COUNT                 PIC 9(4) VALUE 0.
       01 SCR-DROPPED               PIC 9(5) VALUE 0.
       01 SCR-TABLE.
           05 SCR-ENTRY OCCURS 3000 TIMES.
               10 SCR-EMP-ID        PIC 9(5).
               10 SCR-ON-MASTER     PIC X.
               10 SCR-NAME          PIC X(10).
               10 SCR-STATUS        PIC X(7).
               10 SCR-DOC-TYPE      PIC X(3).
               10 SCR-DOC-NUMBER    PIC X(15).
               10 SCR-HIRE-DATE     PIC 9(8).
               10 SCR-TERM-DATE     PIC 9(8).
               10 SCR-PAID-COUNT    PIC 9(3).
               10 SCR-PAID-TOTAL    PIC S9(7)V99.
               10 SCR-FIRST-PAID-DATE PIC 9(8).
               10 SCR-PAID-MAX      PIC S9(7)V99.
               10 SCR-PAID-DATE     PIC 9(8).
               10 SCR-PAID-LINE     PIC X(80).
               10 SCR-PRIOR-DATE    PIC 9(8).
               10 SCR-PRIOR-LINE    PIC X(80).
               10 SCR-PRIOR-COUNT   PIC 9(5).
               10 SCR-PRIOR-TOTAL   PIC S9(9)V99.
               10 SCR-PUNCH-COUNT   PIC 9(5).
               10 SCR-LEAVE-LINE    PIC X(80).
       01 SCR-IDX                   PIC 9(4).
       01 LOOKUP-ID                 PIC 9(5).
       01 SCR-FOUND-FLAG            PIC X.
           88 SCR-FOUND             VALUE "Y".
      *
      * Every bank account line on file.
       01 ACCT-MAX                  PIC 9(4) VALUE 3000.
       01 ACCT-COUNT                PIC 9(4) VALUE 0.
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 3000 TIMES.
               10 ACCT-EMP-ID       PIC 9(5).
               10 ACCT-BANK         PIC X(10).
               10 ACCT-NUMBER       PIC X(24).
               10 ACCT-LINE         PIC X(100).
       01 ACCT-IDX                  PIC 9(4).
       01 ACCT-OTHER-IDX            PIC 9(4).
       01 ACCT-SEEN-FLAG            PIC X.
           88 ACCT-SEEN             VALUE "Y".
       01 ACCT-SHARED-FLAG          PIC X.
           88 ACCT-SHARED           VALUE "Y".
       01 BA-ID-TOKEN               PIC X(10).
       01 BA-BANK-TOKEN             PIC X(10).
       01 BA-NUMBER-TOKEN           PIC X(24).
      *
      * Every account change on the master history.
       01 CHG-MAX                   PIC 9(4) VALUE 3000.
       01 CHG-COUNT                 PIC 9(4) VALUE 0.
       01 CHG-TABLE.
           05 CHG-ENTRY OCCURS 3000 TIMES.
               10 CHG-EMP-ID        PIC 9(5).
               10 CHG-DATE          PIC 9(8).
               10 CHG-LINE          PIC X(120).
       01 CHG-IDX                   PIC 9(4).
       01 CHG-LATEST-IDX            PIC 9(4).
      *
      * The hits audit has cleared.
       01 CLR-MAX                   PIC 9(4) VALUE 2000.
       01 CLR-COUNT                 PIC 9(4) VALUE 0.
       01 CLR-TABLE.
           05 CLR-ENTRY OCCURS 2000 TIMES.
               10 CLR-CODE          PIC X(8).
               10 CLR-ID            PIC X(5).
               10 CLR-KEY           PIC X(24).
       01 CLR-IDX                   PIC 9(4).
       01 CLR-CODE-TOKEN            PIC X(8).
       01 CLR-ID-TOKEN              PIC X(5).
       01 CLR-KEY-TOKEN             PIC X(24).
       01 HIT-CLEARED-FLAG          PIC X.
           88 HIT-CLEARED           VALUE "Y".
      *
      * The checks, in report order, each with what a hit means and
      * its open and cleared counts.
       01 CHECK-CODE-VALUES.
           05 FILLER                PIC X(8) VALUE "NOPUNCH".
           05 FILLER                PIC X(8) VALUE "DORMANT".
           05 FILLER                PIC X(8) VALUE "NOMASTER".
           05 FILLER                PIC X(8) VALUE "PAIDLEFT".
           05 FILLER                PIC X(8) VALUE "BANKCHG".
           05 FILLER                PIC X(8) VALUE "SHAREACC".
           05 FILLER                PIC X(8) VALUE "NODOC".
       01 CHECK-CODE-TABLE REDEFINES CHECK-CODE-VALUES.
           05 CHECK-CODE            PIC X(8) OCCURS 7 TIMES.
       01 CHECK-TITLE-VALUES.
           05 FILLER                PIC X(50)
               VALUE "PAID WITH NO CLOCK PUNCHES AND NO APPROVED LEAVE".
           05 FILLER                PIC X(50)
               VALUE "DORMANT MASTER RECORD SUDDENLY PAID".
           05 FILLER                PIC X(50)
               VALUE "PAID WITH NO MASTER RECORD".
           05 FILLER                PIC X(50)
               VALUE "PAID AFTER LEAVING".
           05 FILLER                PIC X(50)
               VALUE "BANK ACCOUNT CHANGED BEFORE A LARGE PAYMENT".
           05 FILLER                PIC X(50)
               VALUE "BANK ACCOUNT SHARED BY DIFFERENT EMPLOYEES".
           05 FILLER                PIC X(50)
               VALUE "NO IDENTITY DOCUMENT NUMBER".
       01 CHECK-TITLE-TABLE REDEFINES CHECK-TITLE-VALUES.
           05 CHECK-TITLE           PIC X(50) OCCURS 7 TIMES.
       01 CHECK-COUNTS.
           05 CHECK-COUNT-ENTRY OCCURS 7 TIMES.
               10 CHECK-OPEN-COUNT  PIC 9(5).
               10 CHECK-CLEARED-COUNT PIC 9(5).
       01 CHECK-IDX                 PIC 9.
       01 TOTAL-OPEN-COUNT          PIC 9(5) VALUE 0.
       01 TOTAL-CLEARED-COUNT       PIC 9(5) VALUE 0.
      *
      * The hit being reported and the lines that raised it.
       01 HIT-ID                    PIC X(5).
       01 HIT-KEY                   PIC X(24).
       01 EVID-MAX                  PIC 99 VALUE 20.
       01 EVID-COUNT                PIC 99 VALUE 0.
       01 EVID-TABLE.
           05 EVID-ENTRY OCCURS 20 TIMES.
               10 EVID-SOURCE       PIC X(16).
               10 EVID-TEXT         PIC X(130).
       01 EVID-IDX                  PIC 99.
       01 NEW-EVID-SOURCE           PIC X(16).
       01 NEW-EVID-TEXT             PIC X(130).
      *
      * Line parsing.
       01 LINE-ID-TOKEN             PIC X(10).
       01 LINE-DATE-TOKEN           PIC X(10).
       01 LINE-AMOUNT-TOKEN         PIC X(15).
       01 LINE-TYPE-TOKEN           PIC X(10).
       01 LINE-END-TOKEN            PIC X(10).
       01 LINE-KEY-TOKEN            PIC X(20).
       01 LINE-ACTION-TOKEN         PIC X(10).
       01 LINE-STAMP-DATE           PIC X(8).
       01 LINE-STAMP-TIME           PIC X(8).
       01 LINE-AMOUNT               PIC S9(7)V99.
       01 LINE-DATE                 PIC 9(8).
       01 LINE-DATE-PARTS REDEFINES LINE-DATE.
           05 LINE-DATE-PERIOD      PIC X(6).
           05 LINE-DATE-DAY         PIC XX.
       01 LINE-END-DATE             PIC 9(8).
       01 LINE-DATE-VALID-FLAG      PIC X.
           88 LINE-DATE-VALID       VALUE "Y".
      *
       01 GAP-DAYS                  PIC S9(7).
       01 AVERAGE-PAYMENT           PIC 9(7)V99.
       01 LARGE-FLAG                PIC X.
           88 PAYMENT-IS-LARGE      VALUE "Y".
       01 LEFT-FLAG                 PIC X.
           88 EMPLOYEE-HAD-LEFT     VALUE "Y".
       01 DISP-AMOUNT               PIC Z(6)9.99.
       01 DISP-COUNT                PIC ZZZZ9.
       01 DISP-CLEARED              PIC ZZZZ9.
       01 DISP-DAYS                 PIC ZZZZZZ9.
       01 DISP-LIMIT                PIC ZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           PERFORM READ-SCREEN-PARMS
           PERFORM LOAD-MASTER
           IF SCREEN-PERIOD = SPACES
               PERFORM FIND-LATEST-PERIOD
           END-IF
           IF SCREEN-PERIOD = SPACES
               DISPLAY "FRAUD SCREEN ABORTED -- NO PAYMENTS IN "
                   "data/pay_history.txt AND NO SCREEN_PERIOD GIVEN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-PERIOD-BOUNDS
           PERFORM LOAD-PAY-HISTORY
           PERFORM LOAD-PUNCHES
           PERFORM LOAD-APPROVED-LEAVE
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-BANK-CHANGES
           PERFORM LOAD-CLEARED-HITS
           IF SCR-DROPPED > 0
               DISPLAY "WARNING: " SCR-DROPPED " EMPLOYEE(S) BEYOND "
                   "THE TABLE WERE NOT SCREENED"
           END-IF

           OPEN OUTPUT FRAUD-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           INITIALIZE CHECK-COUNTS
           PERFORM VARYING CHECK-IDX FROM 1 BY 1 UNTIL CHECK-IDX > 7
               PERFORM WRITE-CHECK-SECTION
           END-PERFORM
           PERFORM WRITE-SUMMARY
           CLOSE FRAUD-REPORT-FILE

           DISPLAY "PERIOD " SCREEN-PERIOD "  OPEN HITS "
               TOTAL-OPEN-COUNT "  CLEARED " TOTAL-CLEARED-COUNT
           DISPLAY "FRAUD SCREEN WRITTEN TO output/fraud_screen.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   GHOST EMPLOYEE AND FRAUD SCREEN    "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       READ-SCREEN-PARMS.
           MOVE SPACES TO PERIOD-PARM
           ACCEPT PERIOD-PARM FROM ENVIRONMENT "SCREEN_PERIOD"
           IF PERIOD-PARM NOT = SPACES
               IF PERIOD-PARM IS NUMERIC
                       AND PERIOD-PARM (5:2) >= "01"
                       AND PERIOD-PARM (5:2) <= "12"
                   MOVE PERIOD-PARM TO SCREEN-PERIOD
               ELSE
                   DISPLAY "FRAUD SCREEN ABORTED -- SCREEN_PERIOD "
                       PERIOD-PARM " IS NOT YYYYMM"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO THRESHOLD-PARM
           ACCEPT THRESHOLD-PARM FROM ENVIRONMENT "DORMANT_WEEKS"
           IF THRESHOLD-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (THRESHOLD-PARM) = 0
               COMPUTE DORMANT-WEEKS =
                   FUNCTION NUMVAL (THRESHOLD-PARM)
           END-IF
           MOVE SPACES TO THRESHOLD-PARM
           ACCEPT THRESHOLD-PARM FROM ENVIRONMENT "BANK_CHANGE_DAYS"
           IF THRESHOLD-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (THRESHOLD-PARM) = 0
               COMPUTE BANK-CHANGE-DAYS =
                   FUNCTION NUMVAL (THRESHOLD-PARM)
           END-IF
           MOVE SPACES TO THRESHOLD-PARM
           ACCEPT THRESHOLD-PARM FROM ENVIRONMENT "LARGE_PAYMENT"
           IF THRESHOLD-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (THRESHOLD-PARM) = 0
               COMPUTE LARGE-PAYMENT =
                   FUNCTION NUMVAL (THRESHOLD-PARM)
           END-IF
           COMPUTE DORMANT-DAYS = DORMANT-WEEKS * 7
           MOVE SPACES TO PUNCH-FILE-NAME
           ACCEPT PUNCH-FILE-NAME FROM ENVIRONMENT "CLOCK_PUNCH_FILE"
           IF PUNCH-FILE-NAME = SPACES
               MOVE "data/clock_punches.txt" TO PUNCH-FILE-NAME
           END-IF.
      *
      * Every master record, retired ones included -- a retired
      * record being paid is one of the hits.
       LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FRAUD SCREEN ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EMPMAST-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EMPMAST-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE EMPMAST-ID TO LOOKUP-ID
                       PERFORM ADD-SCREEN-ENTRY
                       IF SCR-FOUND
                           PERFORM TABLE-MASTER-FIELDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
      *
      * Dates written before the fields existed read spaces.
       TABLE-MASTER-FIELDS.
           MOVE "Y" TO SCR-ON-MASTER (SCR-IDX)
           MOVE EMPMAST-NAME TO SCR-NAME (SCR-IDX)
           MOVE EMPMAST-STATUS TO SCR-STATUS (SCR-IDX)
           MOVE EMPMAST-DOC-TYPE TO SCR-DOC-TYPE (SCR-IDX)
           MOVE EMPMAST-DOC-NUMBER TO SCR-DOC-NUMBER (SCR-IDX)
           IF EMPMAST-HIRE-DATE IS NUMERIC
               MOVE EMPMAST-HIRE-DATE TO SCR-HIRE-DATE (SCR-IDX)
           END-IF
           IF EMPMAST-TERM-DATE IS NUMERIC
               MOVE EMPMAST-TERM-DATE TO SCR-TERM-DATE (SCR-IDX)
           END-IF.
      *
      * A new, empty entry for LOOKUP-ID; SCR-FOUND only when there
      * was room for it.
       ADD-SCREEN-ENTRY.
           MOVE "N" TO SCR-FOUND-FLAG
           IF SCR-COUNT < SCR-MAX
               ADD 1 TO SCR-COUNT
               MOVE SCR-COUNT TO SCR-IDX
               INITIALIZE SCR-ENTRY (SCR-IDX)
               MOVE LOOKUP-ID TO SCR-EMP-ID (SCR-IDX)
               MOVE "N" TO SCR-ON-MASTER (SCR-IDX)
               SET SCR-FOUND TO TRUE
           ELSE
               ADD 1 TO SCR-DROPPED
           END-IF.
      *
       FIND-SCREEN-ENTRY.
           MOVE "N" TO SCR-FOUND-FLAG
           PERFORM VARYING SCR-IDX FROM 1 BY 1
                   UNTIL SCR-IDX > SCR-COUNT OR SCR-FOUND
               IF SCR-EMP-ID (SCR-IDX) = LOOKUP-ID
                   SET SCR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SCR-FOUND
               SUBTRACT 1 FROM SCR-IDX
           END-IF.
      *
      * With no period given, the month of the latest payment.
       FIND-LATEST-PERIOD.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-PAY-LINE
                           IF LINE-DATE-VALID AND LINE-AMOUNT > 0
                                   AND LINE-DATE-PERIOD > SCREEN-PERIOD
                               MOVE LINE-DATE-PERIOD TO SCREEN-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *
       SET-PERIOD-BOUNDS.
           MOVE SCREEN-PERIOD TO PERIOD-START-DATE (1:6)
           MOVE 1 TO PERIOD-START-DAY
           MOVE PERIOD-START-DATE TO PERIOD-NEXT-DATE
           IF PERIOD-NEXT-MONTH = 12
               ADD 1 TO PERIOD-NEXT-YEAR
               MOVE 1 TO PERIOD-NEXT-MONTH
           ELSE
               ADD 1 TO PERIOD-NEXT-MONTH
           END-IF
           COMPUTE PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PERIOD-NEXT-DATE) - 1).
      *
      * The ID, the MM/DD/YYYY period as LINE-DATE, and the amount
      * -- signed, on an adjustment line.
       PARSE-PAY-LINE.
           MOVE "N" TO LINE-DATE-VALID-FLAG
           MOVE 0 TO LINE-AMOUNT
           MOVE SPACES TO LINE-ID-TOKEN LINE-DATE-TOKEN
               LINE-AMOUNT-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO LINE-ID-TOKEN LINE-DATE-TOKEN LINE-AMOUNT-TOKEN
           IF LINE-ID-TOKEN (1:5) IS NUMERIC
                   AND LINE-ID-TOKEN (6:) = SPACES
                   AND LINE-DATE-TOKEN (1:2) IS NUMERIC
                   AND LINE-DATE-TOKEN (4:2) IS NUMERIC
                   AND LINE-DATE-TOKEN (7:4) IS NUMERIC
                   AND LINE-AMOUNT-TOKEN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (LINE-AMOUNT-TOKEN) = 0
               MOVE SPACES TO LINE-DATE-PARTS
               STRING LINE-DATE-TOKEN (7:4) LINE-DATE-TOKEN (1:2)
                      LINE-DATE-TOKEN (4:2)
                   DELIMITED BY SIZE INTO LINE-DATE-PARTS
               IF FUNCTION TEST-DATE-YYYYMMDD (LINE-DATE) = 0
                   SET LINE-DATE-VALID TO TRUE
                   MOVE LINE-ID-TOKEN (1:5) TO LOOKUP-ID
                   COMPUTE LINE-AMOUNT =
                       FUNCTION NUMVAL (LINE-AMOUNT-TOKEN)
               END-IF
           END-IF.
      *
      * Payments in the month, and the last one before it with the
      * running average of the earlier ones. Someone paid in the
      * month with no master record gets an entry of their own.
       LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HISTORY-FILE-STATUS NOT = "00"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "10" TO PAY-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-PAY-LINE
                           IF LINE-DATE-VALID AND LINE-AMOUNT > 0
                                   AND LINE-DATE <= PERIOD-END-DATE
                               PERFORM TAKE-PAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *
       TAKE-PAY-LINE.
           PERFORM FIND-SCREEN-ENTRY
           IF NOT SCR-FOUND AND LINE-DATE >= PERIOD-START-DATE
               PERFORM ADD-SCREEN-ENTRY
           END-IF
           IF SCR-FOUND
               IF LINE-DATE >= PERIOD-START-DATE
                   ADD 1 TO SCR-PAID-COUNT (SCR-IDX)
                   ADD LINE-AMOUNT TO SCR-PAID-TOTAL (SCR-IDX)
                   IF SCR-FIRST-PAID-DATE (SCR-IDX) = 0
                           OR LINE-DATE < SCR-FIRST-PAID-DATE (SCR-IDX)
                       MOVE LINE-DATE TO SCR-FIRST-PAID-DATE (SCR-IDX)
                   END-IF
                   IF LINE-AMOUNT > SCR-PAID-MAX (SCR-IDX)
                       MOVE LINE-AMOUNT TO SCR-PAID-MAX (SCR-IDX)
                       MOVE LINE-DATE TO SCR-PAID-DATE (SCR-IDX)
                       MOVE PAY-HISTORY-RECORD
                           TO SCR-PAID-LINE (SCR-IDX)
                   END-IF
               ELSE
                   ADD 1 TO SCR-PRIOR-COUNT (SCR-IDX)
                   ADD LINE-AMOUNT TO SCR-PRIOR-TOTAL (SCR-IDX)
                   IF LINE-DATE >= SCR-PRIOR-DATE (SCR-IDX)
                       MOVE LINE-DATE TO SCR-PRIOR-DATE (SCR-IDX)
                       MOVE PAY-HISTORY-RECORD
                           TO SCR-PRIOR-LINE (SCR-IDX)
                   END-IF
               END-IF
           END-IF.
      *
      * Punches inside the month, counted per employee.
       LOAD-PUNCHES.
           OPEN INPUT CLOCK-PUNCH-FILE
           IF CLOCK-PUNCH-FILE-STATUS = "00"
               PERFORM UNTIL CLOCK-PUNCH-FILE-STATUS NOT = "00"
                   READ CLOCK-PUNCH-FILE
                       AT END
                           MOVE "10" TO CLOCK-PUNCH-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO LINE-ID-TOKEN
                               LINE-DATE-TOKEN
                           UNSTRING CLOCK-PUNCH-RECORD
                               DELIMITED BY ALL SPACE
                               INTO LINE-ID-TOKEN LINE-DATE-TOKEN
                           IF LINE-ID-TOKEN (1:5) IS NUMERIC
                                   AND LINE-DATE-TOKEN (1:8)
                                       IS NUMERIC
                               MOVE LINE-DATE-TOKEN (1:8)
                                   TO LINE-DATE
                               IF LINE-DATE >= PERIOD-START-DATE
                                   AND LINE-DATE <= PERIOD-END-DATE
                                   MOVE LINE-ID-TOKEN (1:5)
                                       TO LOOKUP-ID
                                   PERFORM FIND-SCREEN-ENTRY
                                   IF SCR-FOUND
                                       ADD 1 TO SCR-PUNCH-COUNT
                                           (SCR-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOCK-PUNCH-FILE
           ELSE
               DISPLAY "WARNING: NO CLOCK PUNCHES READ FROM "
                   FUNCTION TRIM (PUNCH-FILE-NAME)
           END-IF.
      *
      * The first approved leave overlapping the month, kept as
      * the evidence an unpunched payment was for time off.
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
           MOVE SPACES TO LINE-ID-TOKEN LINE-TYPE-TOKEN
               LINE-DATE-TOKEN LINE-END-TOKEN
           UNSTRING APPROVED-LEAVE-RECORD DELIMITED BY ALL SPACE
               INTO LINE-ID-TOKEN LINE-TYPE-TOKEN LINE-DATE-TOKEN
                    LINE-END-TOKEN
           IF LINE-ID-TOKEN (1:5) IS NUMERIC
                   AND LINE-DATE-TOKEN (1:8) IS NUMERIC
                   AND LINE-END-TOKEN (1:8) IS NUMERIC
               MOVE LINE-DATE-TOKEN (1:8) TO LINE-DATE
               MOVE LINE-END-TOKEN (1:8) TO LINE-END-DATE
               IF LINE-DATE <= PERIOD-END-DATE
                       AND LINE-END-DATE >= PERIOD-START-DATE
                   MOVE LINE-ID-TOKEN (1:5) TO LOOKUP-ID
                   PERFORM FIND-SCREEN-ENTRY
                   IF SCR-FOUND
                       IF SCR-LEAVE-LINE (SCR-IDX) = SPACES
                           MOVE APPROVED-LEAVE-RECORD
                               TO SCR-LEAVE-LINE (SCR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNTS-FILE
           IF BANK-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL BANK-ACCOUNTS-FILE-STATUS NOT = "00"
                   READ BANK-ACCOUNTS-FILE
                       AT END
                           MOVE "10" TO BANK-ACCOUNTS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO BA-ID-TOKEN BA-BANK-TOKEN
                               BA-NUMBER-TOKEN
                           UNSTRING BANK-ACCOUNTS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO BA-ID-TOKEN BA-BANK-TOKEN
                                    BA-NUMBER-TOKEN
                           IF BA-ID-TOKEN (1:5) IS NUMERIC
                                   AND BA-NUMBER-TOKEN NOT = SPACES
                                   AND ACCT-COUNT < ACCT-MAX
                               ADD 1 TO ACCT-COUNT
                               MOVE BA-ID-TOKEN (1:5)
                                   TO ACCT-EMP-ID (ACCT-COUNT)
                               MOVE BA-BANK-TOKEN
                                   TO ACCT-BANK (ACCT-COUNT)
                               MOVE BA-NUMBER-TOKEN
                                   TO ACCT-NUMBER (ACCT-COUNT)
                               MOVE BANK-ACCOUNTS-RECORD
                                   TO ACCT-LINE (ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNTS-FILE
           END-IF.
      *
      * BANK lines off the master history; the stamp is
      * "RYYMMDD-HHMMSScc".
       LOAD-BANK-CHANGES.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF CHANGE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL CHANGE-HISTORY-FILE-STATUS NOT = "00"
                   READ CHANGE-HISTORY-FILE
                       AT END
                           MOVE "10" TO CHANGE-HISTORY-FILE-STATUS
                       NOT AT END
                           IF CHANGE-HISTORY-RECORD (1:1) = "R"
                               PERFORM TAKE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HISTORY-FILE
           END-IF.
      *
       TAKE-HISTORY-LINE.
           MOVE SPACES TO LINE-KEY-TOKEN LINE-ACTION-TOKEN
               LINE-ID-TOKEN
           UNSTRING CHANGE-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO LINE-KEY-TOKEN LINE-ACTION-TOKEN LINE-ID-TOKEN
           MOVE SPACES TO LINE-STAMP-DATE LINE-STAMP-TIME
           UNSTRING LINE-KEY-TOKEN (2:) DELIMITED BY "-"
               INTO LINE-STAMP-DATE LINE-STAMP-TIME
           IF LINE-ACTION-TOKEN = "BANK"
                   AND LINE-ID-TOKEN (1:5) IS NUMERIC
                   AND LINE-STAMP-DATE (1:6) IS NUMERIC
                   AND LINE-STAMP-DATE (7:2) = SPACES
                   AND CHG-COUNT < CHG-MAX
               ADD 1 TO CHG-COUNT
               MOVE LINE-ID-TOKEN (1:5) TO CHG-EMP-ID (CHG-COUNT)
               MOVE SPACES TO LINE-DATE-PARTS
               STRING "20" LINE-STAMP-DATE (1:6)
                   DELIMITED BY SIZE INTO LINE-DATE-PARTS
               MOVE LINE-DATE TO CHG-DATE (CHG-COUNT)
               MOVE CHANGE-HISTORY-RECORD TO CHG-LINE (CHG-COUNT)
           END-IF.
      *
       LOAD-CLEARED-HITS.
           OPEN INPUT CLEARED-HITS-FILE
           IF CLEARED-HITS-FILE-STATUS = "00"
               PERFORM UNTIL CLEARED-HITS-FILE-STATUS NOT = "00"
                   READ CLEARED-HITS-FILE
                       AT END
                           MOVE "10" TO CLEARED-HITS-FILE-STATUS
                       NOT AT END
                           IF CLEARED-HITS-RECORD (1:1) NOT = "*"
                               PERFORM TAKE-CLEARED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARED-HITS-FILE
           END-IF.
      *
       TAKE-CLEARED-LINE.
           MOVE SPACES TO CLR-CODE-TOKEN CLR-ID-TOKEN CLR-KEY-TOKEN
           UNSTRING CLEARED-HITS-RECORD DELIMITED BY ALL SPACE
               INTO CLR-CODE-TOKEN CLR-ID-TOKEN CLR-KEY-TOKEN
           IF CLR-KEY-TOKEN NOT = SPACES
               IF CLR-COUNT < CLR-MAX
                   ADD 1 TO CLR-COUNT
                   MOVE CLR-CODE-TOKEN TO CLR-CODE (CLR-COUNT)
                   MOVE CLR-ID-TOKEN TO CLR-ID (CLR-COUNT)
                   MOVE CLR-KEY-TOKEN TO CLR-KEY (CLR-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING: CLEARED HIT IGNORED -- "
                   FUNCTION TRIM (CLEARED-HITS-RECORD)
           END-IF.
      *
       WRITE-REPORT-HEADING.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING "GHOST EMPLOYEE AND PAYMENT FRAUD SCREEN -- PERIOD "
                  SCREEN-PERIOD " (" PERIOD-START-DATE " TO "
                  PERIOD-END-DATE ")"
               DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE DORMANT-WEEKS TO DISP-LIMIT
           MOVE LARGE-PAYMENT TO DISP-AMOUNT
           MOVE BANK-CHANGE-DAYS TO DISP-DAYS
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING "DORMANT AFTER " FUNCTION TRIM (DISP-LIMIT)
                  " WEEKS UNPAID -- ACCOUNT CHANGE WITHIN "
                  FUNCTION TRIM (DISP-DAYS)
                  " DAYS OF A PAYMENT OF "
                  FUNCTION TRIM (DISP-AMOUNT)
                  " OR 150% OF THE EMPLOYEE'S AVERAGE"
               DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING "CLEAR A HIT BY COPYING ITS CODE, ID AND KEY INTO "
                  "data/fraud_cleared.txt"
               DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD.
      *
      * One check's heading and hits.
       WRITE-CHECK-SECTION.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING CHECK-CODE (CHECK-IDX) " "
                  CHECK-TITLE (CHECK-IDX)
               DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           IF CHECK-CODE (CHECK-IDX) = "SHAREACC"
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > ACCT-COUNT
                   PERFORM CHECK-SHARED-ACCOUNT
               END-PERFORM
           ELSE
               PERFORM VARYING SCR-IDX FROM 1 BY 1
                       UNTIL SCR-IDX > SCR-COUNT
                   EVALUATE CHECK-CODE (CHECK-IDX)
                       WHEN "NOPUNCH"
                           PERFORM CHECK-NO-PUNCHES
                       WHEN "DORMANT"
                           PERFORM CHECK-DORMANT-RECORD
                       WHEN "NOMASTER"
                           PERFORM CHECK-NOT-ON-MASTER
                       WHEN "PAIDLEFT"
                           PERFORM CHECK-PAID-AFTER-LEAVING
                       WHEN "BANKCHG"
                           PERFORM CHECK-BANK-CHANGE
                       WHEN "NODOC"
                           PERFORM CHECK-MISSING-DOCUMENT
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF CHECK-OPEN-COUNT (CHECK-IDX) = 0
               MOVE "  NONE" TO FRAUD-REPORT-RECORD
               WRITE FRAUD-REPORT-RECORD
           END-IF.
      *
       CHECK-NO-PUNCHES.
           IF SCR-PAID-COUNT (SCR-IDX) > 0
                   AND SCR-PUNCH-COUNT (SCR-IDX) = 0
                   AND SCR-LEAVE-LINE (SCR-IDX) = SPACES
               PERFORM START-EMPLOYEE-HIT
               MOVE SCREEN-PERIOD TO HIT-KEY
               PERFORM ADD-PAID-EVIDENCE
               MOVE "clock_punches" TO NEW-EVID-SOURCE
               MOVE SPACES TO NEW-EVID-TEXT
               STRING "NO PUNCHES " PERIOD-START-DATE " TO "
                      PERIOD-END-DATE " IN "
                      FUNCTION TRIM (PUNCH-FILE-NAME)
                   DELIMITED BY SIZE INTO NEW-EVID-TEXT
               PERFORM ADD-EVIDENCE
               MOVE "approved_leave" TO NEW-EVID-SOURCE
               MOVE "NO APPROVED LEAVE IN THE PERIOD" TO NEW-EVID-TEXT
               PERFORM ADD-EVIDENCE
               PERFORM ADD-MASTER-EVIDENCE
               PERFORM RECORD-HIT
           END-IF.
      *
      * The gap runs from the last payment before the month to the
      * first in it or, for a record never paid before, from hire.
       CHECK-DORMANT-RECORD.
           IF SCR-PAID-COUNT (SCR-IDX) > 0
                   AND SCR-ON-MASTER (SCR-IDX) = "Y"
                   AND SCR-STATUS (SCR-IDX) NOT = "RETIRED"
               MOVE 0 TO GAP-DAYS
               IF SCR-PRIOR-DATE (SCR-IDX) > 0
                   COMPUTE GAP-DAYS = FUNCTION INTEGER-OF-DATE
                           (SCR-FIRST-PAID-DATE (SCR-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (SCR-PRIOR-DATE (SCR-IDX))
               ELSE
                   IF SCR-HIRE-DATE (SCR-IDX) > 0
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (SCR-HIRE-DATE (SCR-IDX)) = 0
                       AND SCR-HIRE-DATE (SCR-IDX)
                           < SCR-FIRST-PAID-DATE (SCR-IDX)
                       COMPUTE GAP-DAYS = FUNCTION INTEGER-OF-DATE
                               (SCR-FIRST-PAID-DATE (SCR-IDX))
                           - FUNCTION INTEGER-OF-DATE
                               (SCR-HIRE-DATE (SCR-IDX))
                   END-IF
               END-IF
               IF GAP-DAYS > DORMANT-DAYS
                   PERFORM START-EMPLOYEE-HIT
                   MOVE SCREEN-PERIOD TO HIT-KEY
                   PERFORM ADD-PAID-EVIDENCE
                   MOVE GAP-DAYS TO DISP-DAYS
                   MOVE "pay_history" TO NEW-EVID-SOURCE
                   MOVE SPACES TO NEW-EVID-TEXT
                   IF SCR-PRIOR-DATE (SCR-IDX) > 0
                       STRING FUNCTION TRIM (SCR-PRIOR-LINE (SCR-IDX))
                              " -- LAST PAYMENT BEFORE, "
                              FUNCTION TRIM (DISP-DAYS) " DAYS EARLIER"
                           DELIMITED BY SIZE INTO NEW-EVID-TEXT
                   ELSE
                       STRING "NO PAYMENT ON FILE SINCE HIRE ON "
                              SCR-HIRE-DATE (SCR-IDX) ", "
                              FUNCTION TRIM (DISP-DAYS) " DAYS EARLIER"
                           DELIMITED BY SIZE INTO NEW-EVID-TEXT
                   END-IF
                   PERFORM ADD-EVIDENCE
                   PERFORM ADD-MASTER-EVIDENCE
                   PERFORM RECORD-HIT
               END-IF
           END-IF.
      *
       CHECK-NOT-ON-MASTER.
           IF SCR-PAID-COUNT (SCR-IDX) > 0
                   AND SCR-ON-MASTER (SCR-IDX) = "N"
               PERFORM START-EMPLOYEE-HIT
               MOVE SCREEN-PERIOD TO HIT-KEY
               PERFORM ADD-PAID-EVIDENCE
               PERFORM ADD-MASTER-EVIDENCE
               PERFORM RECORD-HIT
           END-IF.
      *
      * Left before the month began, or RETIRED with no termination
      * date to say when.
       CHECK-PAID-AFTER-LEAVING.
           MOVE "N" TO LEFT-FLAG
           IF SCR-PAID-COUNT (SCR-IDX) > 0
                   AND SCR-ON-MASTER (SCR-IDX) = "Y"
               IF SCR-TERM-DATE (SCR-IDX) > 0
                   IF SCR-TERM-DATE (SCR-IDX) < PERIOD-START-DATE
                       SET EMPLOYEE-HAD-LEFT TO TRUE
                   END-IF
               ELSE
                   IF SCR-STATUS (SCR-IDX) = "RETIRED"
                       SET EMPLOYEE-HAD-LEFT TO TRUE
                   END-IF
               END-IF
           END-IF
           IF EMPLOYEE-HAD-LEFT
               PERFORM START-EMPLOYEE-HIT
               MOVE SCREEN-PERIOD TO HIT-KEY
               PERFORM ADD-PAID-EVIDENCE
               PERFORM ADD-MASTER-EVIDENCE
               PERFORM RECORD-HIT
           END-IF.
      *
      * The month's largest payment, if large, against the latest
      * account change on or before its date.
       CHECK-BANK-CHANGE.
           MOVE "N" TO LARGE-FLAG
           MOVE 0 TO AVERAGE-PAYMENT
           IF SCR-PAID-COUNT (SCR-IDX) > 0
               IF SCR-PAID-MAX (SCR-IDX) >= LARGE-PAYMENT
                   SET PAYMENT-IS-LARGE TO TRUE
               END-IF
               IF SCR-PRIOR-COUNT (SCR-IDX) > 0
                   COMPUTE AVERAGE-PAYMENT ROUNDED =
                       SCR-PRIOR-TOTAL (SCR-IDX)
                           / SCR-PRIOR-COUNT (SCR-IDX)
                   IF SCR-PAID-MAX (SCR-IDX)
                           >= AVERAGE-PAYMENT * LARGE-PAYMENT-FACTOR
                       SET PAYMENT-IS-LARGE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PAYMENT-IS-LARGE
               MOVE 0 TO CHG-LATEST-IDX
               PERFORM VARYING CHG-IDX FROM 1 BY 1
                       UNTIL CHG-IDX > CHG-COUNT
                   IF CHG-EMP-ID (CHG-IDX) = SCR-EMP-ID (SCR-IDX)
                           AND CHG-DATE (CHG-IDX)
                               <= SCR-PAID-DATE (SCR-IDX)
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (CHG-DATE (CHG-IDX)) = 0
                       IF CHG-LATEST-IDX = 0
                           MOVE CHG-IDX TO CHG-LATEST-IDX
                       ELSE
                           IF CHG-DATE (CHG-IDX)
                                   >= CHG-DATE (CHG-LATEST-IDX)
                               MOVE CHG-IDX TO CHG-LATEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF CHG-LATEST-IDX > 0
                   COMPUTE GAP-DAYS = FUNCTION INTEGER-OF-DATE
                           (SCR-PAID-DATE (SCR-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (CHG-DATE (CHG-LATEST-IDX))
                   IF GAP-DAYS <= BANK-CHANGE-DAYS
                       PERFORM WRITE-BANK-CHANGE-HIT
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-BANK-CHANGE-HIT.
           PERFORM START-EMPLOYEE-HIT
           MOVE CHG-DATE (CHG-LATEST-IDX) TO HIT-KEY
           MOVE "master_history" TO NEW-EVID-SOURCE
           MOVE CHG-LINE (CHG-LATEST-IDX) TO NEW-EVID-TEXT
           PERFORM ADD-EVIDENCE
           MOVE "pay_history" TO NEW-EVID-SOURCE
           MOVE GAP-DAYS TO DISP-DAYS
           MOVE SPACES TO NEW-EVID-TEXT
           STRING FUNCTION TRIM (SCR-PAID-LINE (SCR-IDX))
                  " -- " FUNCTION TRIM (DISP-DAYS)
                  " DAYS AFTER THE CHANGE"
               DELIMITED BY SIZE INTO NEW-EVID-TEXT
           PERFORM ADD-EVIDENCE
           MOVE "pay_history" TO NEW-EVID-SOURCE
           MOVE SPACES TO NEW-EVID-TEXT
           IF SCR-PRIOR-COUNT (SCR-IDX) > 0
               MOVE AVERAGE-PAYMENT TO DISP-AMOUNT
               STRING "AVERAGE EARLIER PAYMENT "
                      FUNCTION TRIM (DISP-AMOUNT)
                   DELIMITED BY SIZE INTO NEW-EVID-TEXT
           ELSE
               MOVE "NO EARLIER PAYMENT ON FILE" TO NEW-EVID-TEXT
           END-IF
           PERFORM ADD-EVIDENCE
           PERFORM RECORD-HIT.
      *
      * One hit per shared account, raised on its first line and
      * listing every line holding it.
       CHECK-SHARED-ACCOUNT.
           MOVE "N" TO ACCT-SEEN-FLAG
           PERFORM VARYING ACCT-OTHER-IDX FROM 1 BY 1
                   UNTIL ACCT-OTHER-IDX >= ACCT-IDX
               IF ACCT-NUMBER (ACCT-OTHER-IDX) = ACCT-NUMBER (ACCT-IDX)
                       AND ACCT-BANK (ACCT-OTHER-IDX)
                           = ACCT-BANK (ACCT-IDX)
                   SET ACCT-SEEN TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO ACCT-SHARED-FLAG
           IF NOT ACCT-SEEN
               PERFORM VARYING ACCT-OTHER-IDX FROM 1 BY 1
                       UNTIL ACCT-OTHER-IDX > ACCT-COUNT
                   IF ACCT-NUMBER (ACCT-OTHER-IDX)
                           = ACCT-NUMBER (ACCT-IDX)
                           AND ACCT-BANK (ACCT-OTHER-IDX)
                               = ACCT-BANK (ACCT-IDX)
                           AND ACCT-EMP-ID (ACCT-OTHER-IDX)
                               NOT = ACCT-EMP-ID (ACCT-IDX)
                       SET ACCT-SHARED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ACCT-SHARED
               MOVE 0 TO EVID-COUNT
               MOVE ACCT-EMP-ID (ACCT-IDX) TO HIT-ID
               MOVE ACCT-NUMBER (ACCT-IDX) TO HIT-KEY
               PERFORM VARYING ACCT-OTHER-IDX FROM 1 BY 1
                       UNTIL ACCT-OTHER-IDX > ACCT-COUNT
                   IF ACCT-NUMBER (ACCT-OTHER-IDX)
                           = ACCT-NUMBER (ACCT-IDX)
                           AND ACCT-BANK (ACCT-OTHER-IDX)
                               = ACCT-BANK (ACCT-IDX)
                       MOVE "bank_accounts" TO NEW-EVID-SOURCE
                       MOVE ACCT-LINE (ACCT-OTHER-IDX)
                           TO NEW-EVID-TEXT
                       PERFORM ADD-EVIDENCE
                   END-IF
               END-PERFORM
               PERFORM RECORD-HIT
           END-IF.
      *
       CHECK-MISSING-DOCUMENT.
           IF SCR-ON-MASTER (SCR-IDX) = "Y"
                   AND SCR-DOC-NUMBER (SCR-IDX) = SPACES
                   AND (SCR-STATUS (SCR-IDX) NOT = "RETIRED"
                        OR SCR-PAID-COUNT (SCR-IDX) > 0)
               PERFORM START-EMPLOYEE-HIT
               MOVE "DOC" TO HIT-KEY
               PERFORM ADD-MASTER-EVIDENCE
               IF SCR-PAID-COUNT (SCR-IDX) > 0
                   PERFORM ADD-PAID-EVIDENCE
               END-IF
               PERFORM RECORD-HIT
           END-IF.
      *
       START-EMPLOYEE-HIT.
           MOVE 0 TO EVID-COUNT
           MOVE SCR-EMP-ID (SCR-IDX) TO HIT-ID
           MOVE SPACES TO HIT-KEY.
      *
       ADD-PAID-EVIDENCE.
           MOVE "pay_history" TO NEW-EVID-SOURCE
           MOVE SCR-PAID-TOTAL (SCR-IDX) TO DISP-AMOUNT
           MOVE SPACES TO NEW-EVID-TEXT
           STRING FUNCTION TRIM (SCR-PAID-LINE (SCR-IDX))
                  " -- " SCR-PAID-COUNT (SCR-IDX)
                  " PAYMENT(S) IN THE PERIOD TOTAL "
                  FUNCTION TRIM (DISP-AMOUNT)
               DELIMITED BY SIZE INTO NEW-EVID-TEXT
           PERFORM ADD-EVIDENCE.
      *
       ADD-MASTER-EVIDENCE.
           MOVE "employee_master" TO NEW-EVID-SOURCE
           MOVE SPACES TO NEW-EVID-TEXT
           IF SCR-ON-MASTER (SCR-IDX) = "Y"
               STRING SCR-EMP-ID (SCR-IDX) " "
                      SCR-NAME (SCR-IDX) " "
                      SCR-STATUS (SCR-IDX)
                      " HIRED " SCR-HIRE-DATE (SCR-IDX)
                      " LEFT " SCR-TERM-DATE (SCR-IDX)
                      " DOC " SCR-DOC-TYPE (SCR-IDX) " "
                      SCR-DOC-NUMBER (SCR-IDX)
                   DELIMITED BY SIZE INTO NEW-EVID-TEXT
           ELSE
               STRING "NO MASTER RECORD FOR " SCR-EMP-ID (SCR-IDX)
                   DELIMITED BY SIZE INTO NEW-EVID-TEXT
           END-IF
           PERFORM ADD-EVIDENCE.
      *
       ADD-EVIDENCE.
           IF EVID-COUNT < EVID-MAX
               ADD 1 TO EVID-COUNT
               MOVE NEW-EVID-SOURCE TO EVID-SOURCE (EVID-COUNT)
               MOVE NEW-EVID-TEXT TO EVID-TEXT (EVID-COUNT)
           END-IF.
      *
      * Suppressed when cleared, otherwise listed as "CODE ID KEY"
      * with its evidence beneath.
       RECORD-HIT.
           MOVE "N" TO HIT-CLEARED-FLAG
           PERFORM VARYING CLR-IDX FROM 1 BY 1
                   UNTIL CLR-IDX > CLR-COUNT OR HIT-CLEARED
               IF CLR-CODE (CLR-IDX) = CHECK-CODE (CHECK-IDX)
                       AND CLR-ID (CLR-IDX) = HIT-ID
                       AND (CLR-KEY (CLR-IDX) = HIT-KEY
                            OR CLR-KEY (CLR-IDX) = "*")
                   SET HIT-CLEARED TO TRUE
               END-IF
           END-PERFORM
           IF HIT-CLEARED
               ADD 1 TO CHECK-CLEARED-COUNT (CHECK-IDX)
               ADD 1 TO TOTAL-CLEARED-COUNT
           ELSE
               ADD 1 TO CHECK-OPEN-COUNT (CHECK-IDX)
               ADD 1 TO TOTAL-OPEN-COUNT
               MOVE SPACES TO FRAUD-REPORT-RECORD
               STRING "  " CHECK-CODE (CHECK-IDX) " "
                      HIT-ID " " HIT-KEY
                   DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
               WRITE FRAUD-REPORT-RECORD
               PERFORM VARYING EVID-IDX FROM 1 BY 1
                       UNTIL EVID-IDX > EVID-COUNT
                   MOVE SPACES TO FRAUD-REPORT-RECORD
                   STRING "      " EVID-SOURCE (EVID-IDX) " "
                          FUNCTION TRIM (EVID-TEXT (EVID-IDX))
                       DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
                   WRITE FRAUD-REPORT-RECORD
               END-PERFORM
           END-IF.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE "SUMMARY  CHECK       OPEN CLEARED" TO
               FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           PERFORM VARYING CHECK-IDX FROM 1 BY 1 UNTIL CHECK-IDX > 7
               MOVE CHECK-OPEN-COUNT (CHECK-IDX) TO DISP-COUNT
               MOVE CHECK-CLEARED-COUNT (CHECK-IDX) TO DISP-CLEARED
               MOVE SPACES TO FRAUD-REPORT-RECORD
               STRING "         " CHECK-CODE (CHECK-IDX) " "
                      DISP-COUNT "   " DISP-CLEARED
                   DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
               WRITE FRAUD-REPORT-RECORD
           END-PERFORM
           MOVE TOTAL-OPEN-COUNT TO DISP-COUNT
           MOVE TOTAL-CLEARED-COUNT TO DISP-CLEARED
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING "         TOTAL    " DISP-COUNT "   " DISP-CLEARED
               DELIMITED BY SIZE INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD.
      *
       END PROGRAM FRAUD-SCREEN.
      *
