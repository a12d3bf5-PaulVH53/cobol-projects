      * week under the wrong period.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "data/pay_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The tax authority's monthly due-date schedule (cronograma),
      * one line per tax period and RUC last digit: "PERIOD DIGIT
      * DUE-DATE" (YYYYMM, 0-9, YYYYMMDD), keyed in when SUNAT
      * publishes the year's schedule.
           SELECT CRONOGRAMA-FILE ASSIGN TO "data/tax_cronograma.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRONOGRAMA-FILE-STATUS.
      * The company this tree belongs to ("CODE|NAME|RUC|CCY") --
      * only the RUC's last digit matters here.
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      * The statutory obligations calendar (OBLIGATIONS_MONTH=
      * YYYYMM): one line per obligation falling due in the month,
      * "DUE-DATE CODE PERIOD OUTPUT-FILE", the due date stepped off
      * weekends and holidays, and the file whose presence shows the
      * obligation has been produced. Regenerating a month replaces
      * its own lines and keeps every other month's.
           SELECT OBLIGATIONS-FILE
               ASSIGN TO "data/obligations_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OBLIGATIONS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD     PIC X(50).
      *
       FD CRONOGRAMA-FILE.
       01 CRONOGRAMA-RECORD       PIC X(40).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
      *
       FD OBLIGATIONS-FILE.
       01 OBLIGATIONS-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      * 
       01 CAL-PAY-TEXT         PIC X(10).
       01 CAL-DATE-TEXT        PIC X(10).
      *
      * Obligations-calendar mode. The cronograma obligations are
      * those of the previous month's tax period; the AFP remittance
      * is due the fifth business day of the month; CTS deposits
      * (May, November) and gratificaciones (July, December) by the
      * fifteenth.
       01 OBL-MONTH-PARM       PIC X(6).
       01 OBL-MONTH            PIC 9(6).
       01 OBL-TAX-PERIOD       PIC 9(6).
       01 OBL-MONTH-MM         PIC 99.
       01 CRONOGRAMA-FILE-STATUS PIC XX.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 OBLIGATIONS-FILE-STATUS PIC XX.
       01 PROFILE-CODE-TOKEN   PIC X(4).
       01 PROFILE-NAME-TEXT    PIC X(30).
       01 PROFILE-RUC-TEXT     PIC X(11).
       01 RUC-LAST-DIGIT       PIC X VALUE SPACE.
       01 RUC-DIGIT-IDX        PIC 99.
       01 CRON-PERIOD-TOKEN    PIC X(6).
       01 CRON-DIGIT-TOKEN     PIC X(1).
       01 CRON-DATE-TOKEN      PIC X(8).
       01 CRON-DUE-DATE        PIC 9(8) VALUE 0.
       01 OBL-DUE-DATE         PIC 9(8).
       01 OBL-CODE             PIC X(8).
       01 OBL-PERIOD           PIC 9(6).
       01 OBL-OUTPUT-FILE      PIC X(40).
      * Lines already on the calendar, kept unless this run
      * regenerates the same obligation and period.
       01 OBL-KEEP-MAX         PIC 9(3) VALUE 500.
       01 OBL-KEEP-COUNT       PIC 9(3) VALUE 0.
       01 OBL-KEEP-TABLE.
           05 OBL-KEEP-LINE OCCURS 500 TIMES PIC X(80).
       01 OBL-KEEP-IDX         PIC 9(3).
       01 OBL-NEW-MAX          PIC 99 VALUE 20.
       01 OBL-NEW-COUNT        PIC 99 VALUE 0.
       01 OBL-NEW-TABLE.
           05 OBL-NEW-LINE OCCURS 20 TIMES PIC X(80).
       01 OBL-NEW-IDX          PIC 99.
       01 OBL-KEEP-FLAG        PIC X.
           88 OBL-LINE-KEPT    VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
               PERFORM GENERATE-PAY-CALENDAR
               STOP RUN
           END-IF
           MOVE SPACES TO OBL-MONTH-PARM
           ACCEPT OBL-MONTH-PARM FROM ENVIRONMENT "OBLIGATIONS_MONTH"
           IF OBL-MONTH-PARM IS NUMERIC AND OBL-MONTH-PARM NOT = SPACES
               MOVE OBL-MONTH-PARM TO OBL-MONTH
               PERFORM LOAD-HOLIDAYS
               PERFORM GENERATE-OBLIGATIONS
               STOP RUN
           END-IF
           PERFORM LOAD-DATE-DIFF-PARMS
           IF DATE-DIFF-MODE
               PERFORM CALCULATE-DATE-DIFFERENCE
               WRITE PAY-CALENDAR-RECORD
           END-PERFORM.
      *
      * The month's statutory obligations. The cronograma ones --
      * PLAME, EsSalud, and the fourth- and fifth-category
      * withholding -- fall due on the schedule's date for the
      * previous month's tax period and the RUC's last digit; the
      * rest hang off fixed legal dates. Every due date is stepped
      * off weekends and holidays before it is written.
       GENERATE-OBLIGATIONS.
           MOVE OBL-MONTH-PARM (5:2) TO OBL-MONTH-MM
           IF OBL-MONTH-MM = 1
               COMPUTE OBL-TAX-PERIOD = OBL-MONTH - 100 + 11
           ELSE
               COMPUTE OBL-TAX-PERIOD = OBL-MONTH - 1
           END-IF
           PERFORM LOAD-COMPANY-RUC
           PERFORM LOAD-CRONOGRAMA-DATE
           MOVE 0 TO OBL-NEW-COUNT

           IF CRON-DUE-DATE = 0
               DISPLAY "WARNING: NO CRONOGRAMA DATE FOR PERIOD "
                   OBL-TAX-PERIOD " RUC DIGIT " RUC-LAST-DIGIT
                   " -- PLAME AND WITHHOLDING OBLIGATIONS NOT "
                   "SCHEDULED"
           ELSE
               MOVE OBL-TAX-PERIOD TO OBL-PERIOD
               MOVE SPACES TO OBL-OUTPUT-FILE
               STRING "report/plame_" OBL-TAX-PERIOD ".txt"
                   DELIMITED BY SIZE INTO OBL-OUTPUT-FILE
               MOVE "PLAME" TO OBL-CODE
               PERFORM ADD-CRONOGRAMA-OBLIGATION
               MOVE "ESSALUD" TO OBL-CODE
               PERFORM ADD-CRONOGRAMA-OBLIGATION
               MOVE "RET-5TA" TO OBL-CODE
               PERFORM ADD-CRONOGRAMA-OBLIGATION
               MOVE "RET-4TA" TO OBL-CODE
               MOVE "output/contractor_fee_register.txt"
                   TO OBL-OUTPUT-FILE
               PERFORM ADD-CRONOGRAMA-OBLIGATION
           END-IF

      * AFP remittance: the fifth business day of the month.
           MOVE OBL-TAX-PERIOD TO OBL-PERIOD
           COMPUTE CAL-DATE-WORK = OBL-MONTH * 100 + 1
           COMPUTE INTEGER-FORM =
               FUNCTION INTEGER-OF-DATE (CAL-DATE-WORK)
           PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           PERFORM 4 TIMES
               ADD 1 TO INTEGER-FORM
               PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           END-PERFORM
           MOVE "AFP" TO OBL-CODE
           MOVE "report/afp_remittance.txt" TO OBL-OUTPUT-FILE
           PERFORM ADD-OBLIGATION-LINE

           MOVE OBL-MONTH TO OBL-PERIOD
           IF OBL-MONTH-MM = 5 OR OBL-MONTH-MM = 11
               MOVE "CTS" TO OBL-CODE
               MOVE "output/cts_summary.txt" TO OBL-OUTPUT-FILE
               PERFORM ADD-FIFTEENTH-OBLIGATION
           END-IF
           IF OBL-MONTH-MM = 7 OR OBL-MONTH-MM = 12
               MOVE "GRATI" TO OBL-CODE
               MOVE "report/bonus_deposit.txt" TO OBL-OUTPUT-FILE
               PERFORM ADD-FIFTEENTH-OBLIGATION
           END-IF

           PERFORM SAVE-OBLIGATIONS-CALENDAR
           DISPLAY "STATUTORY OBLIGATIONS FOR " OBL-MONTH
               " WRITTEN TO data/obligations_calendar.txt"
           PERFORM VARYING OBL-NEW-IDX FROM 1 BY 1
                   UNTIL OBL-NEW-IDX > OBL-NEW-COUNT
               DISPLAY "  " FUNCTION TRIM (OBL-NEW-LINE (OBL-NEW-IDX))
           END-PERFORM.
      *
       ADD-CRONOGRAMA-OBLIGATION.
           COMPUTE INTEGER-FORM =
               FUNCTION INTEGER-OF-DATE (CRON-DUE-DATE)
           PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           PERFORM ADD-OBLIGATION-LINE.
      *
       ADD-FIFTEENTH-OBLIGATION.
           COMPUTE CAL-DATE-WORK = OBL-MONTH * 100 + 15
           COMPUTE INTEGER-FORM =
               FUNCTION INTEGER-OF-DATE (CAL-DATE-WORK)
           PERFORM SKIP-HOLIDAYS-AND-WEEKENDS
           PERFORM ADD-OBLIGATION-LINE.
      *
      * INTEGER-FORM holds the adjusted due date.
       ADD-OBLIGATION-LINE.
           COMPUTE OBL-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (INTEGER-FORM)
           IF OBL-NEW-COUNT < OBL-NEW-MAX
               ADD 1 TO OBL-NEW-COUNT
               MOVE SPACES TO OBL-NEW-LINE (OBL-NEW-COUNT)
               STRING OBL-DUE-DATE " " OBL-CODE " " OBL-PERIOD " "
                      FUNCTION TRIM (OBL-OUTPUT-FILE)
                   DELIMITED BY SIZE INTO OBL-NEW-LINE (OBL-NEW-COUNT)
           END-IF.
      *
      * The RUC is the third field of the profile; its last digit
      * picks the cronograma column.
       LOAD-COMPANY-RUC.
           MOVE SPACE TO RUC-LAST-DIGIT
           MOVE SPACES TO PROFILE-RUC-TEXT
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-FILE-STATUS = "00"
               READ COMPANY-PROFILE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO PROFILE-CODE-TOKEN
                       MOVE SPACES TO PROFILE-NAME-TEXT
                       UNSTRING COMPANY-PROFILE-RECORD
                           DELIMITED BY "|"
                           INTO PROFILE-CODE-TOKEN
                                PROFILE-NAME-TEXT
                                PROFILE-RUC-TEXT
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           PERFORM VARYING RUC-DIGIT-IDX FROM 11 BY -1
                   UNTIL RUC-DIGIT-IDX < 1
                       OR RUC-LAST-DIGIT NOT = SPACE
               IF PROFILE-RUC-TEXT (RUC-DIGIT-IDX:1) NOT = SPACE
                   MOVE PROFILE-RUC-TEXT (RUC-DIGIT-IDX:1)
                       TO RUC-LAST-DIGIT
               END-IF
           END-PERFORM
           IF RUC-LAST-DIGIT IS NOT NUMERIC
               DISPLAY "WARNING: NO COMPANY RUC ON "
                   "data/company_profile.txt"
               MOVE SPACE TO RUC-LAST-DIGIT
           END-IF.
      *
       LOAD-CRONOGRAMA-DATE.
           MOVE 0 TO CRON-DUE-DATE
           OPEN INPUT CRONOGRAMA-FILE
           IF CRONOGRAMA-FILE-STATUS = "00"
               PERFORM UNTIL CRONOGRAMA-FILE-STATUS NOT = "00"
                   READ CRONOGRAMA-FILE
                       AT END
                           MOVE "10" TO CRONOGRAMA-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO CRON-PERIOD-TOKEN
                               CRON-DIGIT-TOKEN CRON-DATE-TOKEN
                           UNSTRING CRONOGRAMA-RECORD
                               DELIMITED BY ALL SPACE
                               INTO CRON-PERIOD-TOKEN
                                    CRON-DIGIT-TOKEN
                                    CRON-DATE-TOKEN
                           IF CRON-PERIOD-TOKEN IS NUMERIC
                                   AND CRON-PERIOD-TOKEN
                                       = OBL-TAX-PERIOD
                                   AND CRON-DIGIT-TOKEN
                                       = RUC-LAST-DIGIT
                                   AND CRON-DATE-TOKEN IS NUMERIC
                               MOVE CRON-DATE-TOKEN TO CRON-DUE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRONOGRAMA-FILE
           END-IF.
      *
      * Keeps every existing line that is not one of this run's
      * obligation-and-period pairs, then writes this run's lines.
       SAVE-OBLIGATIONS-CALENDAR.
           MOVE 0 TO OBL-KEEP-COUNT
           OPEN INPUT OBLIGATIONS-FILE
           IF OBLIGATIONS-FILE-STATUS = "00"
               PERFORM UNTIL OBLIGATIONS-FILE-STATUS NOT = "00"
                   READ OBLIGATIONS-FILE
                       AT END
                           MOVE "10" TO OBLIGATIONS-FILE-STATUS
                       NOT AT END
                           PERFORM KEEP-OBLIGATION-LINE
                   END-READ
               END-PERFORM
               CLOSE OBLIGATIONS-FILE
           END-IF
           OPEN OUTPUT OBLIGATIONS-FILE
           PERFORM VARYING OBL-KEEP-IDX FROM 1 BY 1
                   UNTIL OBL-KEEP-IDX > OBL-KEEP-COUNT
               MOVE OBL-KEEP-LINE (OBL-KEEP-IDX) TO OBLIGATIONS-RECORD
               WRITE OBLIGATIONS-RECORD
           END-PERFORM
           PERFORM VARYING OBL-NEW-IDX FROM 1 BY 1
                   UNTIL OBL-NEW-IDX > OBL-NEW-COUNT
               MOVE OBL-NEW-LINE (OBL-NEW-IDX) TO OBLIGATIONS-RECORD
               WRITE OBLIGATIONS-RECORD
           END-PERFORM
           CLOSE OBLIGATIONS-FILE.
      *
      * Columns 10-24 of a line are "CODE PERIOD" -- the same
      * obligation for the same period is replaced, not repeated.
       KEEP-OBLIGATION-LINE.
           MOVE "Y" TO OBL-KEEP-FLAG
           IF OBLIGATIONS-RECORD = SPACES
               MOVE "N" TO OBL-KEEP-FLAG
           END-IF
           PERFORM VARYING OBL-NEW-IDX FROM 1 BY 1
                   UNTIL OBL-NEW-IDX > OBL-NEW-COUNT
                       OR NOT OBL-LINE-KEPT
               IF OBLIGATIONS-RECORD (10:15)
                       = OBL-NEW-LINE (OBL-NEW-IDX) (10:15)
                   MOVE "N" TO OBL-KEEP-FLAG
               END-IF
           END-PERFORM
           IF OBL-LINE-KEPT AND OBL-KEEP-COUNT < OBL-KEEP-MAX
               ADD 1 TO OBL-KEEP-COUNT
               MOVE OBLIGATIONS-RECORD TO OBL-KEEP-LINE (OBL-KEEP-COUNT)
           END-IF.
      *
      * MM/DD/YYYY off CAL-DATE-WORK (YYYYMMDD), the same form the
      * hours-file headers carry.
       FORMAT-CAL-DATE.
