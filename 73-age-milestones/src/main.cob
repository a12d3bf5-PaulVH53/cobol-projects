      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AGE-MILESTONES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The birthdays that change what payroll may do, so HR acts
      * before the run does: every active employee turning 18 (the
      * adolescent hours limits and authorization end), 65 (the AFP
      * opt-out opens) or 70 (the legal retirement age) in the
      * calendar quarter after the one AS_OF_DATE (YYYYMMDD, default
      * today) falls in, in date order. Ages come off the master's
      * birth date with the same whole-year arithmetic AGE-CHECK
      * started with; employees with no birth date on file are
      * counted, not guessed at.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
           SELECT MILESTONE-REPORT-FILE
               ASSIGN TO "output/age_milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD MILESTONE-REPORT-FILE.
       01 MILESTONE-REPORT-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
      *
       01 AS-OF-DATE-PARM         PIC X(8).
       01 AS-OF-DATE              PIC 9(8).
       01 AS-OF-PARTS REDEFINES AS-OF-DATE.
           05 AS-OF-YEAR          PIC 9(4).
           05 AS-OF-MONTH         PIC 99.
           05 AS-OF-DAY           PIC 99.
      *
      * The quarter reported: first and last day, and the first day
      * of the quarter after it, one day past the end.
       01 QUARTER-START-DATE      PIC 9(8).
       01 QUARTER-START-PARTS REDEFINES QUARTER-START-DATE.
           05 QUARTER-START-YEAR  PIC 9(4).
           05 QUARTER-START-MONTH PIC 99.
           05 QUARTER-START-DAY   PIC 99.
       01 QUARTER-NEXT-DATE       PIC 9(8).
       01 QUARTER-NEXT-PARTS REDEFINES QUARTER-NEXT-DATE.
           05 QUARTER-NEXT-YEAR   PIC 9(4).
           05 QUARTER-NEXT-MONTH  PIC 99.
           05 QUARTER-NEXT-DAY    PIC 99.
       01 QUARTER-END-DATE        PIC 9(8).
       01 QUARTER-START-SERIAL    PIC 9(9).
       01 QUARTER-END-SERIAL      PIC 9(9).
       01 QUARTER-DAYS            PIC 9(3).
       01 QUARTER-OFFSET          PIC 9(3).
       01 QUARTER-NUMBER          PIC 9.
      *
      * The three ages watched, each with what reaching it changes.
       01 MILESTONE-AGE-VALUES.
           05 FILLER              PIC 99 VALUE 18.
           05 FILLER              PIC 99 VALUE 65.
           05 FILLER              PIC 99 VALUE 70.
       01 MILESTONE-AGE-TABLE REDEFINES MILESTONE-AGE-VALUES.
           05 MILESTONE-AGE       PIC 99 OCCURS 3 TIMES.
       01 MILESTONE-NOTE-VALUES.
           05 FILLER              PIC X(30)
               VALUE "ADOLESCENT LIMITS END".
           05 FILLER              PIC X(30)
               VALUE "AFP OPT-OUT AVAILABLE".
           05 FILLER              PIC X(30)
               VALUE "RETIREMENT AGE REACHED".
       01 MILESTONE-NOTE-TABLE REDEFINES MILESTONE-NOTE-VALUES.
           05 MILESTONE-NOTE      PIC X(30) OCCURS 3 TIMES.
       01 MILESTONE-IDX           PIC 9.
       01 MILESTONE-HITS.
           05 MILESTONE-HIT-COUNT PIC 9(4) OCCURS 3 TIMES.
      *
      * The birthdays inside the quarter, one per milestone reached.
       01 TURNING-MAX             PIC 9(4) VALUE 2000.
       01 TURNING-COUNT           PIC 9(4) VALUE 0.
       01 TURNING-TABLE.
           05 TURNING-ENTRY OCCURS 2000 TIMES.
               10 TURNING-EMP-ID  PIC 9(5).
               10 TURNING-NAME    PIC X(10).
               10 TURNING-DEPT    PIC X(10).
               10 TURNING-BIRTH-DATE PIC 9(8).
               10 TURNING-DATE    PIC 9(8).
               10 TURNING-OFFSET  PIC 9(3).
               10 TURNING-MILESTONE PIC 9.
               10 TURNING-PENSIONER PIC X(1).
       01 TURNING-IDX             PIC 9(4).
       01 BIRTH-DATE-WORK         PIC 9(8).
       01 BIRTH-PARTS REDEFINES BIRTH-DATE-WORK.
           05 BIRTH-YEAR          PIC 9(4).
           05 BIRTH-MMDD          PIC 9(4).
       01 BIRTHDAY-DATE-WORK      PIC 9(8).
       01 BIRTHDAY-PARTS REDEFINES BIRTHDAY-DATE-WORK.
           05 BIRTHDAY-YEAR       PIC 9(4).
           05 BIRTHDAY-MMDD       PIC 9(4).
       01 BIRTHDAY-SERIAL         PIC 9(9).
      *
       01 ACTIVE-COUNT            PIC 9(5) VALUE 0.
       01 NO-BIRTH-COUNT          PIC 9(5) VALUE 0.
       01 DISP-AGE                PIC Z9.
       01 DISP-COUNT              PIC ZZZ9.
       01 DISP-18-COUNT           PIC ZZZ9.
       01 DISP-65-COUNT           PIC ZZZ9.
       01 DISP-70-COUNT           PIC ZZZ9.
       01 DISP-NO-BIRTH-COUNT     PIC ZZZZ9.
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
               DISPLAY "AGE MILESTONES ABORTED -- "
                   "AS_OF_DATE " AS-OF-DATE " IS NOT A DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SET-NEXT-QUARTER
           MOVE ZEROS TO MILESTONE-HITS
           PERFORM LOAD-MILESTONES

           OPEN OUTPUT MILESTONE-REPORT-FILE
           MOVE SPACES TO MILESTONE-REPORT-RECORD
           STRING "AGE MILESTONES -- QUARTER " QUARTER-NUMBER " "
                  QUARTER-START-YEAR " (" QUARTER-START-DATE
                  " TO " QUARTER-END-DATE ") AS OF " AS-OF-DATE
               DELIMITED BY SIZE INTO MILESTONE-REPORT-RECORD
           WRITE MILESTONE-REPORT-RECORD
           MOVE SPACES TO MILESTONE-REPORT-RECORD
           STRING "DATE     ID    NAME       DEPT       BORN     "
                  "AGE PEN ACTION"
               DELIMITED BY SIZE INTO MILESTONE-REPORT-RECORD
           WRITE MILESTONE-REPORT-RECORD

      * One pass per day of the quarter keeps the report in date
      * order without a sort.
           PERFORM VARYING QUARTER-OFFSET FROM 0 BY 1
                   UNTIL QUARTER-OFFSET > QUARTER-DAYS
               PERFORM VARYING TURNING-IDX FROM 1 BY 1
                       UNTIL TURNING-IDX > TURNING-COUNT
                   IF TURNING-OFFSET (TURNING-IDX) = QUARTER-OFFSET
                       PERFORM WRITE-MILESTONE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE TURNING-COUNT TO DISP-COUNT
           MOVE MILESTONE-HIT-COUNT (1) TO DISP-18-COUNT
           MOVE MILESTONE-HIT-COUNT (2) TO DISP-65-COUNT
           MOVE MILESTONE-HIT-COUNT (3) TO DISP-70-COUNT
           MOVE NO-BIRTH-COUNT TO DISP-NO-BIRTH-COUNT
           MOVE SPACES TO MILESTONE-REPORT-RECORD
           WRITE MILESTONE-REPORT-RECORD
           MOVE SPACES TO MILESTONE-REPORT-RECORD
           STRING "MILESTONES: " DISP-COUNT
                  "   TURNING 18: " DISP-18-COUNT
                  "   TURNING 65: " DISP-65-COUNT
                  "   TURNING 70: " DISP-70-COUNT
               DELIMITED BY SIZE INTO MILESTONE-REPORT-RECORD
           WRITE MILESTONE-REPORT-RECORD
           MOVE SPACES TO MILESTONE-REPORT-RECORD
           STRING "ACTIVE EMPLOYEES WITH NO BIRTH DATE ON FILE: "
                  DISP-NO-BIRTH-COUNT
               DELIMITED BY SIZE INTO MILESTONE-REPORT-RECORD
           WRITE MILESTONE-REPORT-RECORD
           CLOSE MILESTONE-REPORT-FILE

           DISPLAY "AGE MILESTONES -- " DISP-COUNT
               " IN THE QUARTER, " DISP-NO-BIRTH-COUNT
               " WITHOUT A BIRTH DATE -- output/age_milestones.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   AGE MILESTONES                     "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * The calendar quarter after the as-of date's own: its first
      * day, and its last as the day before the quarter after it.
       SET-NEXT-QUARTER.
           COMPUTE QUARTER-NUMBER = (AS-OF-MONTH - 1) / 3 + 1
           MOVE AS-OF-YEAR TO QUARTER-START-YEAR
           COMPUTE QUARTER-START-MONTH = QUARTER-NUMBER * 3 + 1
           IF QUARTER-START-MONTH > 12
               MOVE 1 TO QUARTER-START-MONTH
               ADD 1 TO QUARTER-START-YEAR
           END-IF
           MOVE 1 TO QUARTER-START-DAY
           COMPUTE QUARTER-NUMBER = (QUARTER-START-MONTH - 1) / 3 + 1
           MOVE QUARTER-START-DATE TO QUARTER-NEXT-DATE
           ADD 3 TO QUARTER-NEXT-MONTH
           IF QUARTER-NEXT-MONTH > 12
               MOVE 1 TO QUARTER-NEXT-MONTH
               ADD 1 TO QUARTER-NEXT-YEAR
           END-IF
           COMPUTE QUARTER-START-SERIAL =
               FUNCTION INTEGER-OF-DATE (QUARTER-START-DATE)
           COMPUTE QUARTER-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (QUARTER-NEXT-DATE) - 1
           COMPUTE QUARTER-END-DATE =
               FUNCTION DATE-OF-INTEGER (QUARTER-END-SERIAL)
           COMPUTE QUARTER-DAYS =
               QUARTER-END-SERIAL - QUARTER-START-SERIAL.
      *
      * Every active employee with a birth date on the master; each
      * watched age whose birthday falls inside the quarter.
       LOAD-MILESTONES.
           MOVE 0 TO TURNING-COUNT
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "AGE MILESTONES ABORTED -- "
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
                           ADD 1 TO ACTIVE-COUNT
                           IF EMPMAST-BIRTH-DATE IS NUMERIC
                                   AND EMPMAST-BIRTH-DATE > 0
                               PERFORM VARYING MILESTONE-IDX
                                       FROM 1 BY 1
                                       UNTIL MILESTONE-IDX > 3
                                   PERFORM TABLE-ONE-MILESTONE
                               END-PERFORM
                           ELSE
                               ADD 1 TO NO-BIRTH-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
      *
      * The birthday on which the employee reaches the milestone
      * age; a 29 February birth date falls on 28 February in a
      * common year.
       TABLE-ONE-MILESTONE.
           MOVE EMPMAST-BIRTH-DATE TO BIRTH-DATE-WORK
           MOVE BIRTH-DATE-WORK TO BIRTHDAY-DATE-WORK
           COMPUTE BIRTHDAY-YEAR =
               BIRTH-YEAR + MILESTONE-AGE (MILESTONE-IDX)
           IF FUNCTION TEST-DATE-YYYYMMDD (BIRTHDAY-DATE-WORK) NOT = 0
               MOVE 0228 TO BIRTHDAY-MMDD
           END-IF
           COMPUTE BIRTHDAY-SERIAL =
               FUNCTION INTEGER-OF-DATE (BIRTHDAY-DATE-WORK)
           IF BIRTHDAY-SERIAL >= QUARTER-START-SERIAL
                   AND BIRTHDAY-SERIAL <= QUARTER-END-SERIAL
                   AND TURNING-COUNT < TURNING-MAX
               ADD 1 TO TURNING-COUNT
               ADD 1 TO MILESTONE-HIT-COUNT (MILESTONE-IDX)
               MOVE EMPMAST-ID TO TURNING-EMP-ID (TURNING-COUNT)
               MOVE EMPMAST-NAME TO TURNING-NAME (TURNING-COUNT)
               MOVE EMPMAST-DEPT TO TURNING-DEPT (TURNING-COUNT)
               MOVE BIRTH-DATE-WORK
                   TO TURNING-BIRTH-DATE (TURNING-COUNT)
               MOVE BIRTHDAY-DATE-WORK TO TURNING-DATE (TURNING-COUNT)
               COMPUTE TURNING-OFFSET (TURNING-COUNT) =
                   BIRTHDAY-SERIAL - QUARTER-START-SERIAL
               MOVE MILESTONE-IDX TO TURNING-MILESTONE (TURNING-COUNT)
               IF EMPMAST-PENSIONER = SPACE
                   MOVE "N" TO TURNING-PENSIONER (TURNING-COUNT)
               ELSE
                   MOVE EMPMAST-PENSIONER
                       TO TURNING-PENSIONER (TURNING-COUNT)
               END-IF
           END-IF.
      *
      * One milestone: the date, who, the age reached, the pension
      * standing on file, and what the birthday changes.
       WRITE-MILESTONE-LINE.
           MOVE TURNING-MILESTONE (TURNING-IDX) TO MILESTONE-IDX
           MOVE MILESTONE-AGE (MILESTONE-IDX) TO DISP-AGE
           MOVE SPACES TO MILESTONE-REPORT-RECORD
           STRING TURNING-DATE (TURNING-IDX) " "
                  TURNING-EMP-ID (TURNING-IDX) " "
                  TURNING-NAME (TURNING-IDX) " "
                  TURNING-DEPT (TURNING-IDX) " "
                  TURNING-BIRTH-DATE (TURNING-IDX) " "
                  DISP-AGE "   " TURNING-PENSIONER (TURNING-IDX)
                  "   " MILESTONE-NOTE (MILESTONE-IDX)
               DELIMITED BY SIZE INTO MILESTONE-REPORT-RECORD
           WRITE MILESTONE-REPORT-RECORD.
      *
       END PROGRAM AGE-MILESTONES.
      *
