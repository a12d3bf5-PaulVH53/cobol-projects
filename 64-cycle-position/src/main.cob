      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CYCLE-POSITION.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Where each crew member on an atypical cumulative schedule
      * (14x7, 10x4 ...) stands in their cycle: the cycle's dates,
      * the day of it and whether that is an on-day or a rest day,
      * the hours the payroll run has carried into it so far, and
      * the running weekly average against the schedule's limit --
      * the overtime the cycle will settle if the average holds.
      * A closed cycle still waiting for its settlement (its rest
      * block brought no pay line) is flagged. CYCLE_AS_OF
      * (YYYYMMDD) positions the crews on another day than today.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * "CODE ON-DAYS OFF-DAYS [WEEKLY-HOURS]", the weekly limit
      * 48 when not given -- the payroll run's own schedule file.
           SELECT CYCLE-SCHEDULE-FILE
               ASSIGN TO "data/cycle_schedules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-SCHEDULE-FILE-STATUS.
      * Only the "ID CYCLE CODE ANCHOR" lines; the day-of-week
      * shift lines on the roster are skipped.
           SELECT ROSTER-FILE
               ASSIGN TO "data/shift_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
      * "ID CODE CYCLE-START HOURS LAST-PERIOD-END", as the payroll
      * run last rewrote it.
           SELECT CYCLE-BALANCE-FILE
               ASSIGN TO "data/cycle_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-BALANCE-FILE-STATUS.
      *
           SELECT POSITION-REPORT-FILE
               ASSIGN TO "output/cycle_position.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-REPORT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD CYCLE-SCHEDULE-FILE.
       01 CYCLE-SCHEDULE-RECORD     PIC X(40).
      *
       FD ROSTER-FILE.
       01 ROSTER-RECORD             PIC X(30).
      *
       FD CYCLE-BALANCE-FILE.
       01 CYCLE-BALANCE-RECORD      PIC X(50).
      *
       FD POSITION-REPORT-FILE.
       01 POSITION-REPORT-RECORD    PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 CYCLE-SCHEDULE-FILE-STATUS PIC XX.
       01 ROSTER-FILE-STATUS        PIC XX.
       01 CYCLE-BALANCE-FILE-STATUS PIC XX.
       01 POSITION-REPORT-FILE-STATUS PIC XX.
      *
       01 AS-OF-PARM                PIC X(8).
       01 AS-OF-DATE                PIC 9(8).
       01 AS-OF-SERIAL              PIC 9(9).
      *
       01 SCHED-MAX                 PIC 9(3) VALUE 20.
       01 SCHED-COUNT               PIC 9(3) VALUE 0.
       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 20 TIMES.
               10 SCHED-CODE        PIC X(8).
               10 SCHED-ON-DAYS     PIC 9(3).
               10 SCHED-OFF-DAYS    PIC 9(3).
               10 SCHED-WEEKLY      PIC 9(2)V99.
       01 SCHED-IDX                 PIC 9(3).
       01 SCHED-FOUND-FLAG          PIC X.
           88 SCHED-FOUND           VALUE "Y".
      *
      * One entry per crew member -- a later roster line moves them
      * onto the new schedule, as it does for the payroll run.
       01 CREW-MAX                  PIC 9(3) VALUE 500.
       01 CREW-COUNT                PIC 9(3) VALUE 0.
       01 CREW-TABLE.
           05 CREW-ENTRY OCCURS 500 TIMES.
               10 CREW-ID           PIC 9(5).
               10 CREW-SCHED        PIC 9(3).
               10 CREW-ANCHOR       PIC 9(8).
       01 CREW-IDX                  PIC 9(3).
      *
       01 BAL-MAX                   PIC 9(3) VALUE 500.
       01 BAL-COUNT                 PIC 9(3) VALUE 0.
       01 BAL-TABLE.
           05 BAL-ENTRY OCCURS 500 TIMES.
               10 BAL-ID            PIC 9(5).
               10 BAL-CODE          PIC X(8).
               10 BAL-START         PIC 9(8).
               10 BAL-HOURS         PIC 9(4)V99.
               10 BAL-LAST-PE       PIC 9(8).
       01 BAL-IDX                   PIC 9(3).
       01 BAL-FOUND-FLAG            PIC X.
           88 BAL-FOUND             VALUE "Y".
      *
       01 TOKEN-1                   PIC X(10).
       01 TOKEN-2                   PIC X(10).
       01 TOKEN-3                   PIC X(10).
       01 TOKEN-4                   PIC X(10).
       01 TOKEN-5                   PIC X(10).
      *
       01 CREW-NAME                 PIC X(10).
       01 CYCLE-LENGTH              PIC 9(3).
       01 ANCHOR-SERIAL             PIC 9(9).
       01 CYCLE-NUMBER              PIC 9(5).
       01 CYCLE-START-SERIAL        PIC 9(9).
       01 CYCLE-START-DATE          PIC 9(8).
       01 CYCLE-END-DATE            PIC 9(8).
       01 CYCLE-DAY                 PIC 9(3).
       01 CYCLE-PHASE               PIC X(3).
       01 CARRIED-HOURS             PIC 9(4)V99.
       01 CARRIED-DAYS              PIC 9(5).
       01 WEEKLY-AVERAGE            PIC 9(4)V99.
       01 HOURS-OVER-LIMIT          PIC S9(4)V99.
       01 POSITION-STATUS           PIC X(24).
      *
       01 PENDING-COUNT             PIC 9(5) VALUE 0.
       01 OVER-COUNT                PIC 9(5) VALUE 0.
       01 DISP-DAY                  PIC ZZ9.
       01 DISP-LENGTH               PIC ZZ9.
       01 DISP-HOURS                PIC ZZZ9.99.
       01 DISP-AVERAGE              PIC ZZZ9.99.
       01 DISP-LIMIT                PIC Z9.99.
       01 DISP-OVER                 PIC ----9.99.
       01 DISP-COUNT                PIC ZZZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           MOVE SPACES TO AS-OF-PARM
           ACCEPT AS-OF-PARM FROM ENVIRONMENT "CYCLE_AS_OF"
           IF AS-OF-PARM IS NUMERIC
               MOVE AS-OF-PARM TO AS-OF-DATE
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE AS-OF-SERIAL = FUNCTION INTEGER-OF-DATE (AS-OF-DATE)

           PERFORM LOAD-CYCLE-SCHEDULES
           PERFORM LOAD-CYCLE-CREWS
           PERFORM LOAD-CYCLE-BALANCES

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CYCLE POSITION ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSITION-REPORT-FILE
           MOVE SPACES TO POSITION-REPORT-RECORD
           STRING "ATYPICAL SCHEDULE CYCLE POSITION AS OF " AS-OF-DATE
               DELIMITED BY SIZE INTO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE SPACES TO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE "ID    NAME       CYCLE    START    END      DAY      PH
      -        "ASE   HOURS  AVG/WK LIMIT     OVER  STATUS"
               TO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           PERFORM VARYING CREW-IDX FROM 1 BY 1
                   UNTIL CREW-IDX > CREW-COUNT
               PERFORM WRITE-CREW-POSITION
           END-PERFORM
           IF CREW-COUNT = 0
               MOVE "  NONE" TO POSITION-REPORT-RECORD
               WRITE POSITION-REPORT-RECORD
           END-IF
           MOVE SPACES TO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE CREW-COUNT TO DISP-COUNT
           MOVE SPACES TO POSITION-REPORT-RECORD
           STRING "CREW MEMBERS ON A CYCLE:          " DISP-COUNT
               DELIMITED BY SIZE INTO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE OVER-COUNT TO DISP-COUNT
           MOVE SPACES TO POSITION-REPORT-RECORD
           STRING "RUNNING ABOVE THE WEEKLY LIMIT:   " DISP-COUNT
               DELIMITED BY SIZE INTO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE PENDING-COUNT TO DISP-COUNT
           MOVE SPACES TO POSITION-REPORT-RECORD
           STRING "CLOSED CYCLES AWAITING SETTLEMENT:" DISP-COUNT
               DELIMITED BY SIZE INTO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           CLOSE POSITION-REPORT-FILE
           CLOSE EMPLOYEE-MASTER-FILE

           DISPLAY "CREW " CREW-COUNT "  ABOVE LIMIT " OVER-COUNT
               "  AWAITING SETTLEMENT " PENDING-COUNT
           DISPLAY "CYCLE POSITION WRITTEN TO "
               "output/cycle_position.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   ATYPICAL SCHEDULE CYCLE POSITION   "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-CYCLE-SCHEDULES.
           MOVE 0 TO SCHED-COUNT
           OPEN INPUT CYCLE-SCHEDULE-FILE
           IF CYCLE-SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL CYCLE-SCHEDULE-FILE-STATUS NOT = "00"
                   READ CYCLE-SCHEDULE-FILE
                       AT END
                           MOVE "10" TO CYCLE-SCHEDULE-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-SCHEDULE
                   END-READ
               END-PERFORM
               CLOSE CYCLE-SCHEDULE-FILE
           END-IF.
      *
       TABLE-ONE-SCHEDULE.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4
           UNSTRING CYCLE-SCHEDULE-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4
           IF TOKEN-1 NOT = SPACES
                   AND TOKEN-1 (1:1) NOT = "*"
                   AND FUNCTION TEST-NUMVAL (TOKEN-2) = 0
                   AND FUNCTION TEST-NUMVAL (TOKEN-3) = 0
                   AND FUNCTION NUMVAL (TOKEN-2) > 0
                   AND SCHED-COUNT < SCHED-MAX
               ADD 1 TO SCHED-COUNT
               MOVE TOKEN-1 TO SCHED-CODE (SCHED-COUNT)
               COMPUTE SCHED-ON-DAYS (SCHED-COUNT) =
                   FUNCTION NUMVAL (TOKEN-2)
               COMPUTE SCHED-OFF-DAYS (SCHED-COUNT) =
                   FUNCTION NUMVAL (TOKEN-3)
               MOVE 48 TO SCHED-WEEKLY (SCHED-COUNT)
               IF TOKEN-4 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (TOKEN-4) = 0
                   COMPUTE SCHED-WEEKLY (SCHED-COUNT) =
                       FUNCTION NUMVAL (TOKEN-4)
               END-IF
           END-IF.
      *
       LOAD-CYCLE-CREWS.
           MOVE 0 TO CREW-COUNT
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL ROSTER-FILE-STATUS NOT = "00"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO ROSTER-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-CREW-MEMBER
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
      *
       TABLE-ONE-CREW-MEMBER.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4
           UNSTRING ROSTER-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4
           IF TOKEN-1 (1:5) IS NUMERIC
                   AND TOKEN-1 (6:5) = SPACES
                   AND FUNCTION TRIM (TOKEN-2) = "CYCLE"
                   AND TOKEN-4 (1:8) IS NUMERIC
               MOVE "N" TO SCHED-FOUND-FLAG
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > SCHED-COUNT OR SCHED-FOUND
                   IF SCHED-CODE (SCHED-IDX) = TOKEN-3
                       SET SCHED-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SCHED-FOUND
                   DISPLAY "WARNING: roster cycle "
                       FUNCTION TRIM (TOKEN-3) " for " TOKEN-1 (1:5)
                       " is not on the schedule file -- ignored"
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (TOKEN-4 (1:8))) NOT = 0
                   DISPLAY "WARNING: roster cycle anchor "
                       FUNCTION TRIM (TOKEN-4) " for " TOKEN-1 (1:5)
                       " is not a date -- ignored"
               ELSE
                   SUBTRACT 1 FROM SCHED-IDX
                   PERFORM VARYING CREW-IDX FROM 1 BY 1
                           UNTIL CREW-IDX > CREW-COUNT
                               OR CREW-ID (CREW-IDX) = TOKEN-1 (1:5)
                       CONTINUE
                   END-PERFORM
                   IF CREW-IDX > CREW-COUNT
                       IF CREW-COUNT < CREW-MAX
                           ADD 1 TO CREW-COUNT
                       ELSE
                           MOVE 0 TO CREW-IDX
                       END-IF
                   END-IF
                   IF CREW-IDX > 0
                       MOVE TOKEN-1 (1:5) TO CREW-ID (CREW-IDX)
                       MOVE SCHED-IDX TO CREW-SCHED (CREW-IDX)
                       MOVE TOKEN-4 (1:8) TO CREW-ANCHOR (CREW-IDX)
                   END-IF
               END-IF
               END-IF
           END-IF.
      *
       LOAD-CYCLE-BALANCES.
           MOVE 0 TO BAL-COUNT
           OPEN INPUT CYCLE-BALANCE-FILE
           IF CYCLE-BALANCE-FILE-STATUS = "00"
               PERFORM UNTIL CYCLE-BALANCE-FILE-STATUS NOT = "00"
                   READ CYCLE-BALANCE-FILE
                       AT END
                           MOVE "10" TO CYCLE-BALANCE-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE CYCLE-BALANCE-FILE
           END-IF.
      *
       TABLE-ONE-BALANCE.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5
           UNSTRING CYCLE-BALANCE-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5
           IF TOKEN-1 (1:5) IS NUMERIC
                   AND TOKEN-3 (1:8) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (TOKEN-4) = 0
                   AND TOKEN-5 (1:8) IS NUMERIC
                   AND BAL-COUNT < BAL-MAX
               ADD 1 TO BAL-COUNT
               MOVE TOKEN-1 (1:5) TO BAL-ID (BAL-COUNT)
               MOVE TOKEN-2 TO BAL-CODE (BAL-COUNT)
               MOVE TOKEN-3 (1:8) TO BAL-START (BAL-COUNT)
               COMPUTE BAL-HOURS (BAL-COUNT) =
                   FUNCTION NUMVAL (TOKEN-4)
               MOVE TOKEN-5 (1:8) TO BAL-LAST-PE (BAL-COUNT)
           END-IF.
      *
      * The cycle the as-of day falls in, counted from the anchor
      * the same way the payroll run counts it, and the balance
      * carried against it. A balance for an earlier cycle is one
      * whose rest block brought no pay line yet: its hours are
      * shown against that cycle's full length and it is flagged
      * for settlement by the next run that pays the crew member.
       WRITE-CREW-POSITION.
           MOVE CREW-SCHED (CREW-IDX) TO SCHED-IDX
           MOVE CREW-ID (CREW-IDX) TO EMPMAST-ID
           MOVE "?" TO CREW-NAME
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPMAST-NAME TO CREW-NAME
           END-READ
           COMPUTE CYCLE-LENGTH = SCHED-ON-DAYS (SCHED-IDX)
               + SCHED-OFF-DAYS (SCHED-IDX)
           COMPUTE ANCHOR-SERIAL =
               FUNCTION INTEGER-OF-DATE (CREW-ANCHOR (CREW-IDX))
           MOVE 0 TO CARRIED-HOURS CARRIED-DAYS WEEKLY-AVERAGE
               HOURS-OVER-LIMIT
           MOVE SPACES TO CYCLE-PHASE POSITION-STATUS
           IF ANCHOR-SERIAL > AS-OF-SERIAL
               MOVE CREW-ANCHOR (CREW-IDX) TO CYCLE-START-DATE
               COMPUTE CYCLE-END-DATE = FUNCTION DATE-OF-INTEGER
                   (ANCHOR-SERIAL + CYCLE-LENGTH - 1)
               MOVE 0 TO CYCLE-DAY
               MOVE "NOT STARTED" TO POSITION-STATUS
           ELSE
               COMPUTE CYCLE-NUMBER =
                   (AS-OF-SERIAL - ANCHOR-SERIAL) / CYCLE-LENGTH
               COMPUTE CYCLE-START-SERIAL =
                   ANCHOR-SERIAL + CYCLE-NUMBER * CYCLE-LENGTH
               COMPUTE CYCLE-START-DATE =
                   FUNCTION DATE-OF-INTEGER (CYCLE-START-SERIAL)
               COMPUTE CYCLE-END-DATE = FUNCTION DATE-OF-INTEGER
                   (CYCLE-START-SERIAL + CYCLE-LENGTH - 1)
               COMPUTE CYCLE-DAY =
                   AS-OF-SERIAL - CYCLE-START-SERIAL + 1
               IF CYCLE-DAY > SCHED-ON-DAYS (SCHED-IDX)
                   MOVE "OFF" TO CYCLE-PHASE
               ELSE
                   MOVE "ON" TO CYCLE-PHASE
               END-IF
               PERFORM MEASURE-CARRIED-HOURS
           END-IF
           MOVE CYCLE-DAY TO DISP-DAY
           MOVE CYCLE-LENGTH TO DISP-LENGTH
           MOVE CARRIED-HOURS TO DISP-HOURS
           MOVE WEEKLY-AVERAGE TO DISP-AVERAGE
           MOVE SCHED-WEEKLY (SCHED-IDX) TO DISP-LIMIT
           MOVE HOURS-OVER-LIMIT TO DISP-OVER
           MOVE SPACES TO POSITION-REPORT-RECORD
           STRING CREW-ID (CREW-IDX) " "
                  CREW-NAME " "
                  SCHED-CODE (SCHED-IDX) " "
                  CYCLE-START-DATE " "
                  CYCLE-END-DATE " "
                  DISP-DAY "/" DISP-LENGTH "  "
                  CYCLE-PHASE " "
                  DISP-HOURS " "
                  DISP-AVERAGE " "
                  DISP-LIMIT " "
                  DISP-OVER "  "
                  POSITION-STATUS
               DELIMITED BY SIZE INTO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD.
      *
      * Hours over the limit are what the weekly average has run
      * above the schedule's limit across the days carried so far.
       MEASURE-CARRIED-HOURS.
           MOVE "N" TO BAL-FOUND-FLAG
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT OR BAL-FOUND
               IF BAL-ID (BAL-IDX) = CREW-ID (CREW-IDX)
                   SET BAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BAL-FOUND
               SUBTRACT 1 FROM BAL-IDX
      * A cycle opened by the last settlement with nothing carried
      * into it yet.
               IF BAL-HOURS (BAL-IDX) = 0
                       AND BAL-LAST-PE (BAL-IDX) < BAL-START (BAL-IDX)
                       AND BAL-START (BAL-IDX) NOT > CYCLE-START-DATE
                   MOVE "N" TO BAL-FOUND-FLAG
               END-IF
           END-IF
           IF NOT BAL-FOUND
               MOVE "NO HOURS CARRIED YET" TO POSITION-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN BAL-START (BAL-IDX) > CYCLE-START-DATE
                       MOVE "SETTLED" TO POSITION-STATUS
                   WHEN BAL-START (BAL-IDX) < CYCLE-START-DATE
                       ADD 1 TO PENDING-COUNT
                       MOVE BAL-HOURS (BAL-IDX) TO CARRIED-HOURS
                       COMPUTE CARRIED-DAYS = CYCLE-START-SERIAL
                           - FUNCTION INTEGER-OF-DATE
                               (BAL-START (BAL-IDX))
                       IF CARRIED-DAYS > CYCLE-LENGTH
                           MOVE CYCLE-LENGTH TO CARRIED-DAYS
                       END-IF
                       STRING "SETTLE CYCLE " BAL-START (BAL-IDX)
                           DELIMITED BY SIZE INTO POSITION-STATUS
                   WHEN OTHER
                       MOVE BAL-HOURS (BAL-IDX) TO CARRIED-HOURS
                       COMPUTE CARRIED-DAYS =
                           FUNCTION INTEGER-OF-DATE
                               (BAL-LAST-PE (BAL-IDX))
                           - CYCLE-START-SERIAL + 1
                       MOVE "OPEN" TO POSITION-STATUS
               END-EVALUATE
               IF CARRIED-DAYS > 0
                   COMPUTE WEEKLY-AVERAGE ROUNDED =
                       CARRIED-HOURS * 7 / CARRIED-DAYS
                   COMPUTE HOURS-OVER-LIMIT ROUNDED = CARRIED-HOURS
                       - SCHED-WEEKLY (SCHED-IDX) * CARRIED-DAYS / 7
                   IF HOURS-OVER-LIMIT > 0
                       ADD 1 TO OVER-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       END PROGRAM CYCLE-POSITION.
      *
