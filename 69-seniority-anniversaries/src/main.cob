      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. SENIORITY-ANNIVERSARIES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The service anniversaries coming up, so HR sees a seniority
      * step before the payroll run pays it: every active employee
      * whose anniversary of the master's hire date falls within
      * ANNIVERSARY_WINDOW_DAYS (default 90) of AS_OF_DATE (YYYYMMDD,
      * default today), in date order, with the years completed and
      * -- where the anniversary reaches a step of the collective
      * agreement -- the monthly bonus before and after, and any
      * one-time anniversary payment due.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The seniority steps the payroll engine pays from --
      * "COMPANY YEARS MONTHLY|ONCE AMOUNT", a company of "*" the
      * default for any company with no lines of its own.
           SELECT SENIORITY-STEPS-FILE
               ASSIGN TO "data/seniority_steps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENIORITY-STEPS-FILE-STATUS.
      *
      * The company this tree belongs to ("CODE|NAME|RUC|CCY"),
      * which picks its lines out of the steps file.
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      *
           SELECT ANNIVERSARY-REPORT-FILE
               ASSIGN TO "output/seniority_anniversaries.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD SENIORITY-STEPS-FILE.
       01 SENIORITY-STEPS-RECORD  PIC X(40).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
      *
       FD ANNIVERSARY-REPORT-FILE.
       01 ANNIVERSARY-REPORT-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 SENIORITY-STEPS-FILE-STATUS PIC XX.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 COMPANY-CODE            PIC X(4) VALUE SPACES.
       01 PROFILE-CODE-TOKEN      PIC X(4).
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
      *
       01 AS-OF-DATE-PARM         PIC X(8).
       01 AS-OF-DATE              PIC 9(8).
       01 AS-OF-PARTS REDEFINES AS-OF-DATE.
           05 AS-OF-YEAR          PIC 9(4).
           05 AS-OF-MMDD          PIC 9(4).
       01 AS-OF-SERIAL            PIC 9(9).
       01 WINDOW-DAYS-PARM        PIC X(4).
       01 WINDOW-DAYS             PIC 9(3) VALUE 90.
       01 WINDOW-OFFSET           PIC 9(3).
      *
      * The steps for this company, as the payroll engine loads them.
       01 SENIORITY-STEP-MAX      PIC 9(3) VALUE 100.
       01 SENIORITY-STEP-COUNT    PIC 9(3) VALUE 0.
       01 SENIORITY-STEP-TABLE.
           05 SENIORITY-STEP-ENTRY OCCURS 100 TIMES.
               10 SENIORITY-STEP-OWN  PIC X.
               10 SENIORITY-STEP-YEARS PIC 99.
               10 SENIORITY-STEP-KIND PIC X(7).
               10 SENIORITY-STEP-AMOUNT PIC 9(5)V99.
       01 SENIORITY-STEP-IDX      PIC 9(3).
       01 SENIORITY-OWN-COUNT     PIC 9(3) VALUE 0.
       01 SENIORITY-COMPANY-TOKEN PIC X(4).
       01 SENIORITY-YEARS-TOKEN   PIC X(4).
       01 SENIORITY-KIND-TOKEN    PIC X(8).
       01 SENIORITY-AMOUNT-TOKEN  PIC X(12).
       01 SENIORITY-YEARS         PIC 99.
       01 SENIORITY-BEST-YEARS    PIC 99.
       01 SENIORITY-MONTHLY-RATE  PIC 9(5)V99.
      *
      * The anniversaries inside the window, one per employee.
       01 ANNIV-MAX               PIC 9(4) VALUE 2000.
       01 ANNIV-COUNT             PIC 9(4) VALUE 0.
       01 ANNIV-TABLE.
           05 ANNIV-ENTRY OCCURS 2000 TIMES.
               10 ANNIV-EMP-ID    PIC 9(5).
               10 ANNIV-NAME      PIC X(10).
               10 ANNIV-DEPT      PIC X(10).
               10 ANNIV-HIRE-DATE PIC 9(8).
               10 ANNIV-DATE      PIC 9(8).
               10 ANNIV-OFFSET    PIC 9(3).
               10 ANNIV-YEARS     PIC 99.
       01 ANNIV-IDX               PIC 9(4).
       01 HIRE-DATE-WORK          PIC 9(8).
       01 HIRE-PARTS REDEFINES HIRE-DATE-WORK.
           05 HIRE-YEAR           PIC 9(4).
           05 HIRE-MMDD           PIC 9(4).
       01 ANNIV-DATE-WORK         PIC 9(8).
       01 ANNIV-PARTS REDEFINES ANNIV-DATE-WORK.
           05 ANNIV-YEAR          PIC 9(4).
           05 ANNIV-MMDD          PIC 9(4).
       01 ANNIV-SERIAL            PIC 9(9).
      *
       01 CURRENT-RATE            PIC 9(5)V99.
       01 NEW-RATE                PIC 9(5)V99.
       01 ONCE-AMOUNT             PIC 9(5)V99.
       01 DISP-CURRENT-RATE       PIC ZZ,ZZ9.99.
       01 DISP-NEW-RATE           PIC ZZ,ZZ9.99.
       01 DISP-ONCE-AMOUNT        PIC ZZ,ZZ9.99.
       01 DISP-YEARS              PIC Z9.
       01 DISP-WINDOW             PIC ZZ9.
       01 STEP-COUNT              PIC 9(4) VALUE 0.
       01 DISP-ANNIV-COUNT        PIC ZZZ9.
       01 DISP-STEP-COUNT         PIC ZZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           MOVE SPACES TO AS-OF-DATE-PARM
           ACCEPT AS-OF-DATE-PARM FROM ENVIRONMENT "AS_OF_DATE"
           IF AS-OF-DATE-PARM IS NUMERIC
               MOVE AS-OF-DATE-PARM TO AS-OF-DATE
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (AS-OF-DATE) NOT = 0
               DISPLAY "SENIORITY ANNIVERSARIES ABORTED -- "
                   "AS_OF_DATE " AS-OF-DATE " IS NOT A DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE AS-OF-SERIAL = FUNCTION INTEGER-OF-DATE (AS-OF-DATE)

           MOVE SPACES TO WINDOW-DAYS-PARM
           ACCEPT WINDOW-DAYS-PARM
               FROM ENVIRONMENT "ANNIVERSARY_WINDOW_DAYS"
           IF FUNCTION TRIM (WINDOW-DAYS-PARM) IS NUMERIC
                   AND WINDOW-DAYS-PARM NOT = SPACES
               COMPUTE WINDOW-DAYS =
                   FUNCTION NUMVAL (WINDOW-DAYS-PARM)
           END-IF
           IF WINDOW-DAYS > 366
               MOVE 366 TO WINDOW-DAYS
           END-IF

           PERFORM LOAD-COMPANY-PROFILE
           PERFORM LOAD-SENIORITY-STEPS
           PERFORM LOAD-ANNIVERSARIES

           OPEN OUTPUT ANNIVERSARY-REPORT-FILE
           MOVE WINDOW-DAYS TO DISP-WINDOW
           MOVE SPACES TO ANNIVERSARY-REPORT-RECORD
           STRING "SENIORITY ANNIVERSARIES -- " AS-OF-DATE
                  " AND THE NEXT " FUNCTION TRIM (DISP-WINDOW) " DAYS"
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-RECORD
           WRITE ANNIVERSARY-REPORT-RECORD
           MOVE SPACES TO ANNIVERSARY-REPORT-RECORD
           STRING "DATE     ID    NAME       DEPT       HIRED    "
                  "YRS MONTHLY NOW  MONTHLY NEW    ONE-TIME"
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-RECORD
           WRITE ANNIVERSARY-REPORT-RECORD

      * One pass per day of the window keeps the report in date
      * order without a sort.
           PERFORM VARYING WINDOW-OFFSET FROM 0 BY 1
                   UNTIL WINDOW-OFFSET > WINDOW-DAYS
               PERFORM VARYING ANNIV-IDX FROM 1 BY 1
                       UNTIL ANNIV-IDX > ANNIV-COUNT
                   IF ANNIV-OFFSET (ANNIV-IDX) = WINDOW-OFFSET
                       PERFORM WRITE-ANNIVERSARY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ANNIV-COUNT TO DISP-ANNIV-COUNT
           MOVE STEP-COUNT TO DISP-STEP-COUNT
           MOVE SPACES TO ANNIVERSARY-REPORT-RECORD
           WRITE ANNIVERSARY-REPORT-RECORD
           MOVE SPACES TO ANNIVERSARY-REPORT-RECORD
           STRING "ANNIVERSARIES: " DISP-ANNIV-COUNT
                  "   REACHING A SENIORITY STEP: " DISP-STEP-COUNT
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-RECORD
           WRITE ANNIVERSARY-REPORT-RECORD
           CLOSE ANNIVERSARY-REPORT-FILE

           DISPLAY "SENIORITY ANNIVERSARIES -- " DISP-ANNIV-COUNT
               " IN THE WINDOW, " DISP-STEP-COUNT
               " REACHING A STEP -- output/seniority_anniversaries.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   SENIORITY ANNIVERSARIES            "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-COMPANY-PROFILE.
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO PROFILE-CODE-TOKEN
                       UNSTRING COMPANY-PROFILE-RECORD
                           DELIMITED BY "|"
                           INTO PROFILE-CODE-TOKEN
                       IF PROFILE-CODE-TOKEN NOT = SPACES
                           MOVE PROFILE-CODE-TOKEN TO COMPANY-CODE
                       END-IF
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.
      *
      * This company's own lines and the "*" defaults -- the defaults
      * dropped from use when the company has any lines of its own.
       LOAD-SENIORITY-STEPS.
           MOVE 0 TO SENIORITY-STEP-COUNT
           MOVE 0 TO SENIORITY-OWN-COUNT
           OPEN INPUT SENIORITY-STEPS-FILE
           IF SENIORITY-STEPS-FILE-STATUS = "00"
               PERFORM UNTIL SENIORITY-STEPS-FILE-STATUS NOT = "00"
                   READ SENIORITY-STEPS-FILE
                       AT END
                           MOVE "10" TO SENIORITY-STEPS-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-SENIORITY-STEP
                   END-READ
               END-PERFORM
               CLOSE SENIORITY-STEPS-FILE
           END-IF.
      *
       PARSE-SENIORITY-STEP.
           MOVE SPACES TO SENIORITY-COMPANY-TOKEN SENIORITY-YEARS-TOKEN
               SENIORITY-KIND-TOKEN SENIORITY-AMOUNT-TOKEN
           UNSTRING SENIORITY-STEPS-RECORD DELIMITED BY ALL SPACE
               INTO SENIORITY-COMPANY-TOKEN SENIORITY-YEARS-TOKEN
                    SENIORITY-KIND-TOKEN SENIORITY-AMOUNT-TOKEN
           IF (SENIORITY-COMPANY-TOKEN = COMPANY-CODE
                       OR SENIORITY-COMPANY-TOKEN = "*")
                   AND FUNCTION TRIM (SENIORITY-YEARS-TOKEN)
                       IS NUMERIC
                   AND (SENIORITY-KIND-TOKEN = "MONTHLY"
                       OR SENIORITY-KIND-TOKEN = "ONCE")
                   AND FUNCTION TEST-NUMVAL
                       (SENIORITY-AMOUNT-TOKEN) = 0
                   AND SENIORITY-STEP-COUNT < SENIORITY-STEP-MAX
               ADD 1 TO SENIORITY-STEP-COUNT
               IF SENIORITY-COMPANY-TOKEN = "*"
                   MOVE "N" TO SENIORITY-STEP-OWN
                       (SENIORITY-STEP-COUNT)
               ELSE
                   MOVE "Y" TO SENIORITY-STEP-OWN
                       (SENIORITY-STEP-COUNT)
                   ADD 1 TO SENIORITY-OWN-COUNT
               END-IF
               COMPUTE SENIORITY-STEP-YEARS (SENIORITY-STEP-COUNT) =
                   FUNCTION NUMVAL (SENIORITY-YEARS-TOKEN)
               MOVE SENIORITY-KIND-TOKEN
                   TO SENIORITY-STEP-KIND (SENIORITY-STEP-COUNT)
               COMPUTE SENIORITY-STEP-AMOUNT (SENIORITY-STEP-COUNT) =
                   FUNCTION NUMVAL (SENIORITY-AMOUNT-TOKEN)
           END-IF.
      *
      * Every active employee with a hire date on the master whose
      * next anniversary -- on or after the as-of date -- falls
      * inside the window.
       LOAD-ANNIVERSARIES.
           MOVE 0 TO ANNIV-COUNT
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "SENIORITY ANNIVERSARIES ABORTED -- "
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
                       IF EMPMAST-STATUS NOT = "RETIRED"
                               AND EMPMAST-HIRE-DATE IS NUMERIC
                               AND EMPMAST-HIRE-DATE > 0
                           PERFORM TABLE-ONE-ANNIVERSARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
      *
      * The anniversary in the as-of year, or the next year's when
      * this year's has passed; a 29 February hire date falls on 28
      * February in a common year.
       TABLE-ONE-ANNIVERSARY.
           MOVE EMPMAST-HIRE-DATE TO HIRE-DATE-WORK
           MOVE HIRE-DATE-WORK TO ANNIV-DATE-WORK
           MOVE AS-OF-YEAR TO ANNIV-YEAR
           PERFORM FIX-LEAP-ANNIVERSARY
           COMPUTE ANNIV-SERIAL =
               FUNCTION INTEGER-OF-DATE (ANNIV-DATE-WORK)
           IF ANNIV-SERIAL < AS-OF-SERIAL
               MOVE HIRE-MMDD TO ANNIV-MMDD
               ADD 1 TO ANNIV-YEAR
               PERFORM FIX-LEAP-ANNIVERSARY
               COMPUTE ANNIV-SERIAL =
                   FUNCTION INTEGER-OF-DATE (ANNIV-DATE-WORK)
           END-IF
           IF ANNIV-YEAR > HIRE-YEAR
                   AND ANNIV-SERIAL - AS-OF-SERIAL <= WINDOW-DAYS
                   AND ANNIV-COUNT < ANNIV-MAX
               ADD 1 TO ANNIV-COUNT
               MOVE EMPMAST-ID TO ANNIV-EMP-ID (ANNIV-COUNT)
               MOVE EMPMAST-NAME TO ANNIV-NAME (ANNIV-COUNT)
               MOVE EMPMAST-DEPT TO ANNIV-DEPT (ANNIV-COUNT)
               MOVE HIRE-DATE-WORK TO ANNIV-HIRE-DATE (ANNIV-COUNT)
               MOVE ANNIV-DATE-WORK TO ANNIV-DATE (ANNIV-COUNT)
               COMPUTE ANNIV-OFFSET (ANNIV-COUNT) =
                   ANNIV-SERIAL - AS-OF-SERIAL
               COMPUTE ANNIV-YEARS (ANNIV-COUNT) =
                   ANNIV-YEAR - HIRE-YEAR
           END-IF.
      *
       FIX-LEAP-ANNIVERSARY.
           IF FUNCTION TEST-DATE-YYYYMMDD (ANNIV-DATE-WORK) NOT = 0
               MOVE 0228 TO ANNIV-MMDD
           END-IF.
      *
      * One anniversary: the monthly step in force the year before
      * and the one the anniversary reaches, and any one-time
      * payment for exactly these years of service.
       WRITE-ANNIVERSARY-LINE.
           COMPUTE SENIORITY-YEARS = ANNIV-YEARS (ANNIV-IDX) - 1
           PERFORM FIND-SENIORITY-RATE
           MOVE SENIORITY-MONTHLY-RATE TO CURRENT-RATE
           MOVE ANNIV-YEARS (ANNIV-IDX) TO SENIORITY-YEARS
           PERFORM FIND-SENIORITY-RATE
           MOVE SENIORITY-MONTHLY-RATE TO NEW-RATE
           MOVE 0 TO ONCE-AMOUNT
           PERFORM VARYING SENIORITY-STEP-IDX FROM 1 BY 1
                   UNTIL SENIORITY-STEP-IDX > SENIORITY-STEP-COUNT
               IF SENIORITY-STEP-KIND (SENIORITY-STEP-IDX) = "ONCE"
                       AND (SENIORITY-STEP-OWN (SENIORITY-STEP-IDX)
                           = "Y" OR SENIORITY-OWN-COUNT = 0)
                       AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                           = ANNIV-YEARS (ANNIV-IDX)
                   ADD SENIORITY-STEP-AMOUNT (SENIORITY-STEP-IDX)
                       TO ONCE-AMOUNT
               END-IF
           END-PERFORM
           IF NEW-RATE NOT = CURRENT-RATE OR ONCE-AMOUNT > 0
               ADD 1 TO STEP-COUNT
           END-IF
           MOVE ANNIV-YEARS (ANNIV-IDX) TO DISP-YEARS
           MOVE CURRENT-RATE TO DISP-CURRENT-RATE
           MOVE NEW-RATE TO DISP-NEW-RATE
           MOVE ONCE-AMOUNT TO DISP-ONCE-AMOUNT
           MOVE SPACES TO ANNIVERSARY-REPORT-RECORD
           STRING ANNIV-DATE (ANNIV-IDX) " "
                  ANNIV-EMP-ID (ANNIV-IDX) " "
                  ANNIV-NAME (ANNIV-IDX) " "
                  ANNIV-DEPT (ANNIV-IDX) " "
                  ANNIV-HIRE-DATE (ANNIV-IDX) " "
                  DISP-YEARS "    " DISP-CURRENT-RATE "    "
                  DISP-NEW-RATE "   " DISP-ONCE-AMOUNT
               DELIMITED BY SIZE INTO ANNIVERSARY-REPORT-RECORD
           IF NEW-RATE = CURRENT-RATE
               MOVE "      -" TO ANNIVERSARY-REPORT-RECORD (68:7)
           END-IF
           IF ONCE-AMOUNT = 0
               MOVE "      -" TO ANNIVERSARY-REPORT-RECORD (80:7)
           END-IF
           WRITE ANNIVERSARY-REPORT-RECORD.
      *
      * The monthly amount of the highest MONTHLY step reached with
      * SENIORITY-YEARS of service; zero below the first step.
       FIND-SENIORITY-RATE.
           MOVE 0 TO SENIORITY-MONTHLY-RATE
           MOVE 0 TO SENIORITY-BEST-YEARS
           PERFORM VARYING SENIORITY-STEP-IDX FROM 1 BY 1
                   UNTIL SENIORITY-STEP-IDX > SENIORITY-STEP-COUNT
               IF SENIORITY-STEP-KIND (SENIORITY-STEP-IDX) = "MONTHLY"
                       AND (SENIORITY-STEP-OWN (SENIORITY-STEP-IDX)
                           = "Y" OR SENIORITY-OWN-COUNT = 0)
                       AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                           <= SENIORITY-YEARS
                       AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                           >= SENIORITY-BEST-YEARS
                   MOVE SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                       TO SENIORITY-BEST-YEARS
                   MOVE SENIORITY-STEP-AMOUNT (SENIORITY-STEP-IDX)
                       TO SENIORITY-MONTHLY-RATE
               END-IF
           END-PERFORM.
      *
       END PROGRAM SENIORITY-ANNIVERSARIES.
      *
