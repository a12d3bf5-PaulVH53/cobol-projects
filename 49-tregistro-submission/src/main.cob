      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. TREGISTRO-SUBMISSION.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master change history employee-maintenance appends one
      * line to per applied request -- "R<date>-<time> ACTION ID
      * NAME:old>new ... REGIME:old>new DOC:old>new HIRED:old>new
      * TERM:old>new ...". Every ADD is an alta, and so is every
      * REHIRE -- a new period of employment starting on the new
      * hire date; every RETIRE is a baja, and a REGIME or document
      * change a modification the T-Registro portal has to be told
      * about; only the lines stamped after the last submission are
      * read.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "data/employee_master_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-HISTORY-FILE-STATUS.
      *
      * The registry fields the master does not hold, captured
      * through employee-maintenance's TREG action --
      * "ID|UBIGEO|NATIONALITY|EDUCATION|OCCUPATION|SCTR|ADDRESS".
           SELECT REGISTRY-DATA-FILE
               ASSIGN TO "data/tregistro_data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-DATA-FILE-STATUS.
      *
      * The stamp of the last history line already submitted, one
      * line, rewritten at the end of every run. TREGISTRO_SINCE
      * overrides it when a submission has to be rebuilt.
           SELECT SUBMISSION-CONTROL-FILE
               ASSIGN TO "data/tregistro_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBMISSION-CONTROL-STATUS.
      *
      * Altas that could not go out yet (no registry data or no
      * identity document on file), kept as their raw history lines
      * and retried ahead of the new movements on every run until
      * they do.
           SELECT HELD-MOVEMENT-FILE
               ASSIGN TO "data/tregistro_held.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-MOVEMENT-FILE-STATUS.
      *
      * The onboarding events (see employee-maintenance) -- every
      * alta filed here is one item off the new hire's checklist,
      * recorded as "ID ALTA YYYYMMDD".
           SELECT ONBOARDING-FILE
               ASSIGN TO "data/onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARDING-FILE-STATUS.
      *
      * Name and document fallback for history lines written before
      * the document field existed.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The three upload files, pipe-delimited under our RUC, and
      * the late-submission report.
           SELECT ALTA-FILE
               ASSIGN TO "output/tregistro_altas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BAJA-FILE
               ASSIGN TO "output/tregistro_bajas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MODIFICATION-FILE
               ASSIGN TO "output/tregistro_modificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LATE-REPORT-FILE
               ASSIGN TO "output/tregistro_late.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-RECORD   PIC X(680).
      *
       FD REGISTRY-DATA-FILE.
       01 REGISTRY-DATA-RECORD    PIC X(100).
      *
       FD SUBMISSION-CONTROL-FILE.
       01 SUBMISSION-CONTROL-RECORD PIC X(40).
      *
       FD HELD-MOVEMENT-FILE.
       01 HELD-MOVEMENT-RECORD    PIC X(680).
      *
       FD ONBOARDING-FILE.
       01 ONBOARDING-RECORD       PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD ALTA-FILE.
       01 ALTA-RECORD             PIC X(160).
      *
       FD BAJA-FILE.
       01 BAJA-RECORD             PIC X(80).
      *
       FD MODIFICATION-FILE.
       01 MODIFICATION-RECORD     PIC X(100).
      *
       FD LATE-REPORT-FILE.
       01 LATE-REPORT-RECORD      PIC X(100).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 COMPANY-CODE            PIC X(4) VALUE SPACES.
       01 PROFILE-CODE-TOKEN      PIC X(4).
       01 PROFILE-NAME-TEXT       PIC X(30).
       01 PROFILE-RUC-TEXT        PIC X(11).
       01 PROFILE-CCY-TEXT        PIC X(3).
       01 COMPANY-TAX-ID          PIC X(11) VALUE "20123456789".
      *
       01 CHANGE-HISTORY-FILE-STATUS PIC XX.
       01 REGISTRY-DATA-FILE-STATUS PIC XX.
       01 SUBMISSION-CONTROL-STATUS PIC XX.
       01 HELD-MOVEMENT-FILE-STATUS PIC XX.
       01 ONBOARDING-FILE-STATUS  PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
      *
      * Statutory deadlines in calendar days after the movement's
      * effective date -- the alta by the day after the start, the
      * baja by the day after the last day worked, and any other
      * registered datum within five days of the change.
       01 ALTA-DEADLINE-DAYS      PIC 99 VALUE 1.
       01 BAJA-DEADLINE-DAYS      PIC 99 VALUE 1.
       01 MODIFICATION-DEADLINE-DAYS PIC 99 VALUE 5.
      *
      * The submission window: history lines stamped after
      * LAST-SUBMITTED-STAMP, and the newest stamp read this run,
      * which becomes the next run's starting point.
       01 LAST-SUBMITTED-STAMP    PIC X(16) VALUE SPACES.
       01 NEWEST-STAMP            PIC X(16) VALUE SPACES.
       01 SINCE-STAMP-PARM        PIC X(16).
       01 RUN-YYYYMMDD            PIC 9(8).
       01 RUN-SERIAL              PIC S9(9).
      *
      * The registry data, loaded whole.
       01 REG-MAX                 PIC 9(4) VALUE 1000.
       01 REG-COUNT               PIC 9(4) VALUE 0.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 1000 TIMES.
               10 REG-ID          PIC X(5).
               10 REG-UBIGEO      PIC X(6).
               10 REG-NATIONALITY PIC X(4).
               10 REG-EDUCATION   PIC X(2).
               10 REG-OCCUPATION  PIC X(6).
               10 REG-SCTR        PIC X(1).
               10 REG-ADDRESS     PIC X(40).
       01 REG-IDX                 PIC 9(4).
       01 REG-FOUND-FLAG          PIC X VALUE "N".
           88 REG-FOUND           VALUE "Y".
       01 REG-ID-TOKEN            PIC X(5).
      *
      * Held altas carried in from the last run, and the ones this
      * run holds back in turn.
       01 HELD-MAX                PIC 9(3) VALUE 500.
       01 HELD-IN-COUNT           PIC 9(3) VALUE 0.
       01 HELD-IN-TABLE.
           05 HELD-IN-LINE        PIC X(680) OCCURS 500 TIMES.
       01 HELD-OUT-COUNT          PIC 9(3) VALUE 0.
       01 HELD-OUT-TABLE.
           05 HELD-OUT-LINE       PIC X(680) OCCURS 500 TIMES.
       01 HELD-IDX                PIC 9(3).
      *
      * One history line, split at its field tags. The tags come in
      * a fixed order, so each piece lands in its own receiver; a
      * line from before a tag existed leaves that piece blank.
       01 HISTORY-LINE            PIC X(680).
       01 HIST-HEAD-PART          PIC X(120).
       01 HIST-REGIME-PART        PIC X(30).
       01 HIST-DOC-PART           PIC X(45).
       01 HIST-HIRED-PART         PIC X(20).
       01 HIST-TERM-PART          PIC X(20).
       01 HIST-TAIL-PART          PIC X(80).
       01 HIST-STAMP              PIC X(16).
       01 HIST-ACTION             PIC X(6).
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-NAME-PART          PIC X(30).
       01 HIST-NAME-TAG           PIC X(5).
       01 HIST-OLD-NAME           PIC X(10).
       01 HIST-NEW-NAME           PIC X(10).
       01 HIST-OLD-REGIME         PIC X(10).
       01 HIST-NEW-REGIME         PIC X(10).
       01 HIST-OLD-DOC            PIC X(20).
       01 HIST-NEW-DOC            PIC X(20).
       01 HIST-OLD-DOC-TYPE       PIC X(3).
       01 HIST-OLD-DOC-NUMBER     PIC X(15).
       01 HIST-NEW-DOC-TYPE       PIC X(3).
       01 HIST-NEW-DOC-NUMBER     PIC X(15).
       01 HIST-OLD-HIRED          PIC X(8).
       01 HIST-NEW-HIRED          PIC X(8).
       01 HIST-OLD-TERM           PIC X(8).
       01 HIST-NEW-TERM           PIC X(8).
       01 HIST-STAMP-DATE         PIC 9(8).
      *
      * The movement being filed.
       01 MOVE-KIND               PIC X(12).
       01 MOVE-FIELD              PIC X(10).
       01 MOVE-EFFECTIVE-DATE     PIC 9(8).
       01 MOVE-DEADLINE-DAYS      PIC 99.
       01 MOVE-DEADLINE-SERIAL    PIC S9(9).
       01 MOVE-DEADLINE-DATE      PIC 9(8).
       01 MOVE-DAYS-LATE          PIC S9(5).
       01 MOVE-STATE              PIC X(10).
       01 MOVE-HOLD-REASON        PIC X(20).
       01 MOVE-DOC-TYPE           PIC X(3).
       01 MOVE-DOC-NUMBER         PIC X(15).
       01 MOVE-NAME               PIC X(10).
       01 MOVE-REGIME             PIC X(10).
      * Dates go to the portal as DD/MM/YYYY.
       01 DATE-WORK               PIC 9(8).
       01 DATE-WORK-PARTS REDEFINES DATE-WORK.
           05 DATE-WORK-YEAR      PIC 9(4).
           05 DATE-WORK-MONTH     PIC 99.
           05 DATE-WORK-DAY       PIC 99.
       01 PORTAL-DATE             PIC X(10).
       01 EFFECTIVE-PORTAL-DATE   PIC X(10).
       01 DISP-DAYS-LATE          PIC ZZZZ9.
      *
       01 ALTA-COUNT              PIC 9(5) VALUE 0.
       01 BAJA-COUNT              PIC 9(5) VALUE 0.
       01 MODIFICATION-COUNT      PIC 9(5) VALUE 0.
       01 LATE-COUNT              PIC 9(5) VALUE 0.
       01 DISP-COUNT              PIC ZZZZ9.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM LOAD-COMPANY-PROFILE
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE RUN-SERIAL = FUNCTION INTEGER-OF-DATE (RUN-YYYYMMDD)

           PERFORM LOAD-SUBMISSION-CONTROL
           MOVE SPACES TO SINCE-STAMP-PARM
           ACCEPT SINCE-STAMP-PARM FROM ENVIRONMENT "TREGISTRO_SINCE"
           IF SINCE-STAMP-PARM NOT = SPACES
               MOVE SINCE-STAMP-PARM TO LAST-SUBMITTED-STAMP
           END-IF
           MOVE LAST-SUBMITTED-STAMP TO NEWEST-STAMP

           PERFORM LOAD-REGISTRY-DATA
           PERFORM LOAD-HELD-MOVEMENTS
           PERFORM OPEN-EMPLOYEE-MASTER

           OPEN OUTPUT ALTA-FILE
           OPEN OUTPUT BAJA-FILE
           OPEN OUTPUT MODIFICATION-FILE
           OPEN OUTPUT LATE-REPORT-FILE
           PERFORM WRITE-LATE-REPORT-HEADER

           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-IN-COUNT
               MOVE HELD-IN-LINE (HELD-IDX) TO HISTORY-LINE
               PERFORM FILE-ONE-MOVEMENT
           END-PERFORM
           PERFORM READ-NEW-HISTORY

           CLOSE ALTA-FILE
           CLOSE BAJA-FILE
           CLOSE MODIFICATION-FILE
           PERFORM WRITE-LATE-REPORT-FOOTER
           CLOSE LATE-REPORT-FILE
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           PERFORM SAVE-HELD-MOVEMENTS
           PERFORM SAVE-SUBMISSION-CONTROL

           MOVE ALTA-COUNT TO DISP-COUNT
           DISPLAY "ALTAS          : " DISP-COUNT
           MOVE BAJA-COUNT TO DISP-COUNT
           DISPLAY "BAJAS          : " DISP-COUNT
           MOVE MODIFICATION-COUNT TO DISP-COUNT
           DISPLAY "MODIFICATIONS  : " DISP-COUNT
           MOVE HELD-OUT-COUNT TO DISP-COUNT
           DISPLAY "HELD ALTAS     : " DISP-COUNT
           MOVE LATE-COUNT TO DISP-COUNT
           DISPLAY "PAST DEADLINE  : " DISP-COUNT
               " -- SEE output/tregistro_late.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   T-REGISTRO SUBMISSION              "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-SUBMISSION-CONTROL.
           MOVE SPACES TO LAST-SUBMITTED-STAMP
           OPEN INPUT SUBMISSION-CONTROL-FILE
           IF SUBMISSION-CONTROL-STATUS = "00"
               READ SUBMISSION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SUBMISSION-CONTROL-RECORD (1:16)
                           TO LAST-SUBMITTED-STAMP
               END-READ
               CLOSE SUBMISSION-CONTROL-FILE
           END-IF.
      *
      * Only advances -- a run that found nothing new leaves the
      * stamp where it was.
       SAVE-SUBMISSION-CONTROL.
           IF NEWEST-STAMP NOT = SPACES
               OPEN OUTPUT SUBMISSION-CONTROL-FILE
               MOVE SPACES TO SUBMISSION-CONTROL-RECORD
               MOVE NEWEST-STAMP TO SUBMISSION-CONTROL-RECORD
               WRITE SUBMISSION-CONTROL-RECORD
               CLOSE SUBMISSION-CONTROL-FILE
           END-IF.
      *
       LOAD-REGISTRY-DATA.
           MOVE 0 TO REG-COUNT
           OPEN INPUT REGISTRY-DATA-FILE
           IF REGISTRY-DATA-FILE-STATUS = "00"
               PERFORM UNTIL REGISTRY-DATA-FILE-STATUS NOT = "00"
                   READ REGISTRY-DATA-FILE
                       AT END
                           MOVE "10" TO REGISTRY-DATA-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO REG-ID-TOKEN
                           UNSTRING REGISTRY-DATA-RECORD
                               DELIMITED BY "|"
                               INTO REG-ID-TOKEN
                           IF REG-ID-TOKEN IS NUMERIC
                                   AND REG-COUNT < REG-MAX
                               ADD 1 TO REG-COUNT
                               MOVE SPACES TO REG-ENTRY (REG-COUNT)
                               UNSTRING REGISTRY-DATA-RECORD
                                   DELIMITED BY "|"
                                   INTO REG-ID (REG-COUNT)
                                        REG-UBIGEO (REG-COUNT)
                                        REG-NATIONALITY (REG-COUNT)
                                        REG-EDUCATION (REG-COUNT)
                                        REG-OCCUPATION (REG-COUNT)
                                        REG-SCTR (REG-COUNT)
                                        REG-ADDRESS (REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-DATA-FILE
           END-IF.
      *
       LOAD-HELD-MOVEMENTS.
           MOVE 0 TO HELD-IN-COUNT
           OPEN INPUT HELD-MOVEMENT-FILE
           IF HELD-MOVEMENT-FILE-STATUS = "00"
               PERFORM UNTIL HELD-MOVEMENT-FILE-STATUS NOT = "00"
                   READ HELD-MOVEMENT-FILE
                       AT END
                           MOVE "10" TO HELD-MOVEMENT-FILE-STATUS
                       NOT AT END
                           IF HELD-MOVEMENT-RECORD NOT = SPACES
                                   AND HELD-IN-COUNT < HELD-MAX
                               ADD 1 TO HELD-IN-COUNT
                               MOVE HELD-MOVEMENT-RECORD
                                   TO HELD-IN-LINE (HELD-IN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-MOVEMENT-FILE
           END-IF.
      *
      * Rewritten every run, so an alta that finally went out drops
      * off and an empty file means nothing is waiting.
       SAVE-HELD-MOVEMENTS.
           OPEN OUTPUT HELD-MOVEMENT-FILE
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-OUT-COUNT
               MOVE HELD-OUT-LINE (HELD-IDX) TO HELD-MOVEMENT-RECORD
               WRITE HELD-MOVEMENT-RECORD
           END-PERFORM
           CLOSE HELD-MOVEMENT-FILE.
      *
       OPEN-EMPLOYEE-MASTER.
           MOVE "N" TO MASTER-OPEN-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
      *
      * Every history line stamped after the last submission. The
      * stamp is R<YYMMDD>-<HHMMSScc>, so it orders as text.
       READ-NEW-HISTORY.
           OPEN INPUT CHANGE-HISTORY-FILE
           IF CHANGE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CHANGE-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CHANGE-HISTORY-RECORD (1:16)
                                   > LAST-SUBMITTED-STAMP
                               MOVE CHANGE-HISTORY-RECORD
                                   TO HISTORY-LINE
                               PERFORM FILE-ONE-MOVEMENT
                               IF CHANGE-HISTORY-RECORD (1:16)
                                       > NEWEST-STAMP
                                   MOVE CHANGE-HISTORY-RECORD (1:16)
                                       TO NEWEST-STAMP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HISTORY-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
      * Sorts one history line into alta, baja, or modification --
      * or nothing, for the changes the registry does not track.
       FILE-ONE-MOVEMENT.
           PERFORM PARSE-HISTORY-LINE
           EVALUATE FUNCTION TRIM (HIST-ACTION)
               WHEN "ADD"
                   PERFORM FILE-ALTA
      * A rehired employee is registered afresh from the new hire
      * date the REHIRE line carries in its HIRED piece.
               WHEN "REHIRE"
                   PERFORM FILE-ALTA
               WHEN "RETIRE"
                   PERFORM FILE-BAJA
               WHEN "REGIME"
                   IF HIST-OLD-REGIME NOT = HIST-NEW-REGIME
                       MOVE "REGIMEN" TO MOVE-FIELD
                       PERFORM FILE-MODIFICATION
                   END-IF
               WHEN OTHER
                   IF HIST-OLD-DOC NOT = SPACES
                           AND HIST-OLD-DOC NOT = HIST-NEW-DOC
                       MOVE "DOCUMENTO" TO MOVE-FIELD
                       PERFORM FILE-MODIFICATION
                   END-IF
           END-EVALUATE.
      *
       PARSE-HISTORY-LINE.
           MOVE SPACES TO HIST-HEAD-PART HIST-REGIME-PART
               HIST-DOC-PART HIST-HIRED-PART HIST-TERM-PART
               HIST-TAIL-PART
           UNSTRING HISTORY-LINE
               DELIMITED BY " REGIME:" OR " DOC:" OR " HIRED:"
                   OR " TERM:" OR " GRADE:"
               INTO HIST-HEAD-PART HIST-REGIME-PART HIST-DOC-PART
                    HIST-HIRED-PART HIST-TERM-PART HIST-TAIL-PART

           MOVE SPACES TO HIST-STAMP HIST-ACTION HIST-ID-TOKEN
               HIST-NAME-PART
           UNSTRING HIST-HEAD-PART DELIMITED BY SPACE
               INTO HIST-STAMP HIST-ACTION HIST-ID-TOKEN
                    HIST-NAME-PART
           MOVE SPACES TO HIST-NAME-TAG HIST-OLD-NAME HIST-NEW-NAME
           UNSTRING HIST-NAME-PART DELIMITED BY ":" OR ">"
               INTO HIST-NAME-TAG HIST-OLD-NAME HIST-NEW-NAME

           MOVE SPACES TO HIST-OLD-REGIME HIST-NEW-REGIME
           UNSTRING HIST-REGIME-PART DELIMITED BY ">"
               INTO HIST-OLD-REGIME HIST-NEW-REGIME

      * An ADD's before-image is blank, so its DOC piece reads
      * " >type number" and the old side trims to nothing.
           MOVE SPACES TO HIST-OLD-DOC HIST-NEW-DOC
           UNSTRING HIST-DOC-PART DELIMITED BY ">"
               INTO HIST-OLD-DOC HIST-NEW-DOC
           MOVE SPACES TO HIST-OLD-DOC-TYPE HIST-OLD-DOC-NUMBER
           UNSTRING HIST-OLD-DOC DELIMITED BY ALL SPACE
               INTO HIST-OLD-DOC-TYPE HIST-OLD-DOC-NUMBER
           MOVE SPACES TO HIST-NEW-DOC-TYPE HIST-NEW-DOC-NUMBER
           UNSTRING HIST-NEW-DOC DELIMITED BY ALL SPACE
               INTO HIST-NEW-DOC-TYPE HIST-NEW-DOC-NUMBER

           MOVE SPACES TO HIST-OLD-HIRED HIST-NEW-HIRED
           UNSTRING HIST-HIRED-PART DELIMITED BY ">"
               INTO HIST-OLD-HIRED HIST-NEW-HIRED
           MOVE SPACES TO HIST-OLD-TERM HIST-NEW-TERM
           UNSTRING HIST-TERM-PART DELIMITED BY ">"
               INTO HIST-OLD-TERM HIST-NEW-TERM

           MOVE 0 TO HIST-STAMP-DATE
           IF HIST-STAMP (2:6) IS NUMERIC
               COMPUTE HIST-STAMP-DATE =
                   20000000 + FUNCTION NUMVAL (HIST-STAMP (2:6))
           END-IF

      * Name and document as they stood after the change; a line
      * without them falls back to what the master holds today.
           MOVE HIST-NEW-NAME TO MOVE-NAME
           MOVE HIST-NEW-DOC-TYPE TO MOVE-DOC-TYPE
           MOVE HIST-NEW-DOC-NUMBER TO MOVE-DOC-NUMBER
           MOVE HIST-NEW-REGIME TO MOVE-REGIME
           IF (MOVE-DOC-NUMBER = SPACES OR MOVE-NAME = SPACES)
                   AND MASTER-IS-OPEN
                   AND HIST-ID-TOKEN IS NUMERIC
               MOVE HIST-ID-TOKEN TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MOVE-NAME = SPACES
                           MOVE EMPMAST-NAME TO MOVE-NAME
                       END-IF
                       IF MOVE-DOC-NUMBER = SPACES
                           MOVE EMPMAST-DOC-TYPE TO MOVE-DOC-TYPE
                           MOVE EMPMAST-DOC-NUMBER
                               TO MOVE-DOC-NUMBER
                       END-IF
                       IF MOVE-REGIME = SPACES
                           MOVE EMPMAST-REGIME TO MOVE-REGIME
                       END-IF
               END-READ
           END-IF
           IF MOVE-REGIME = SPACES
               MOVE "REGULAR" TO MOVE-REGIME
           END-IF.
      *
      * The alta carries the start date and every registry field;
      * without them (or without an identity document) the portal
      * rejects it, so it is held back and retried next run.
       FILE-ALTA.
           MOVE "ALTA" TO MOVE-KIND
           MOVE ALTA-DEADLINE-DAYS TO MOVE-DEADLINE-DAYS
           IF HIST-NEW-HIRED IS NUMERIC AND HIST-NEW-HIRED > ZEROS
               MOVE HIST-NEW-HIRED TO MOVE-EFFECTIVE-DATE
           ELSE
               MOVE HIST-STAMP-DATE TO MOVE-EFFECTIVE-DATE
           END-IF
           PERFORM FIND-REGISTRY-DATA
           MOVE SPACES TO MOVE-HOLD-REASON
           IF MOVE-DOC-NUMBER = SPACES
               MOVE "NO DOCUMENT" TO MOVE-HOLD-REASON
           ELSE
               IF NOT REG-FOUND
                   MOVE "NO REGISTRY DATA" TO MOVE-HOLD-REASON
               END-IF
           END-IF
           IF MOVE-HOLD-REASON NOT = SPACES
               MOVE "HELD" TO MOVE-STATE
               IF HELD-OUT-COUNT < HELD-MAX
                   ADD 1 TO HELD-OUT-COUNT
                   MOVE HISTORY-LINE TO HELD-OUT-LINE (HELD-OUT-COUNT)
               END-IF
               DISPLAY "ALTA HELD FOR EMPLOYEE " HIST-ID-TOKEN
                   " -- " FUNCTION TRIM (MOVE-HOLD-REASON)
           ELSE
               MOVE "FILED" TO MOVE-STATE
               MOVE MOVE-EFFECTIVE-DATE TO DATE-WORK
               PERFORM FORMAT-PORTAL-DATE
               MOVE SPACES TO ALTA-RECORD
               STRING COMPANY-TAX-ID "|"
                      FUNCTION TRIM (MOVE-DOC-TYPE) "|"
                      FUNCTION TRIM (MOVE-DOC-NUMBER) "|"
                      FUNCTION TRIM (MOVE-NAME) "|"
                      PORTAL-DATE "|"
                      FUNCTION TRIM (MOVE-REGIME) "|"
                      FUNCTION TRIM (REG-NATIONALITY (REG-IDX)) "|"
                      REG-UBIGEO (REG-IDX) "|"
                      FUNCTION TRIM (REG-ADDRESS (REG-IDX)) "|"
                      FUNCTION TRIM (REG-EDUCATION (REG-IDX)) "|"
                      FUNCTION TRIM (REG-OCCUPATION (REG-IDX)) "|"
                      REG-SCTR (REG-IDX)
                   DELIMITED BY SIZE INTO ALTA-RECORD
               WRITE ALTA-RECORD
               ADD 1 TO ALTA-COUNT
               PERFORM NOTE-ONBOARDING-ALTA
           END-IF
           PERFORM CHECK-DEADLINE.
      *
       NOTE-ONBOARDING-ALTA.
           OPEN EXTEND ONBOARDING-FILE
           IF ONBOARDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT ONBOARDING-FILE
           END-IF
           MOVE SPACES TO ONBOARDING-RECORD
           STRING HIST-ID-TOKEN " ALTA " RUN-YYYYMMDD
               DELIMITED BY SIZE INTO ONBOARDING-RECORD
           WRITE ONBOARDING-RECORD
           CLOSE ONBOARDING-FILE.
      *
       FILE-BAJA.
           MOVE "BAJA" TO MOVE-KIND
           MOVE BAJA-DEADLINE-DAYS TO MOVE-DEADLINE-DAYS
           MOVE SPACES TO MOVE-HOLD-REASON
           MOVE "FILED" TO MOVE-STATE
           IF HIST-NEW-TERM IS NUMERIC AND HIST-NEW-TERM > ZEROS
               MOVE HIST-NEW-TERM TO MOVE-EFFECTIVE-DATE
           ELSE
               MOVE HIST-STAMP-DATE TO MOVE-EFFECTIVE-DATE
           END-IF
           MOVE MOVE-EFFECTIVE-DATE TO DATE-WORK
           PERFORM FORMAT-PORTAL-DATE
           MOVE SPACES TO BAJA-RECORD
           STRING COMPANY-TAX-ID "|"
                  FUNCTION TRIM (MOVE-DOC-TYPE) "|"
                  FUNCTION TRIM (MOVE-DOC-NUMBER) "|"
                  FUNCTION TRIM (MOVE-NAME) "|"
                  PORTAL-DATE
               DELIMITED BY SIZE INTO BAJA-RECORD
           WRITE BAJA-RECORD
           ADD 1 TO BAJA-COUNT
           PERFORM CHECK-DEADLINE.
      *
      * A modification is keyed by the document the registry knows
      * the worker under -- the old one, when it is the document
      * itself that changed.
       FILE-MODIFICATION.
           MOVE "MODIFICATION" TO MOVE-KIND
           MOVE MODIFICATION-DEADLINE-DAYS TO MOVE-DEADLINE-DAYS
           MOVE SPACES TO MOVE-HOLD-REASON
           MOVE "FILED" TO MOVE-STATE
           MOVE HIST-STAMP-DATE TO MOVE-EFFECTIVE-DATE
           MOVE MOVE-EFFECTIVE-DATE TO DATE-WORK
           PERFORM FORMAT-PORTAL-DATE
           MOVE SPACES TO MODIFICATION-RECORD
           IF MOVE-FIELD = "DOCUMENTO"
               STRING COMPANY-TAX-ID "|"
                      FUNCTION TRIM (HIST-OLD-DOC-TYPE) "|"
                      FUNCTION TRIM (HIST-OLD-DOC-NUMBER) "|"
                      FUNCTION TRIM (MOVE-FIELD) "|"
                      FUNCTION TRIM (HIST-OLD-DOC) "|"
                      FUNCTION TRIM (HIST-NEW-DOC) "|"
                      PORTAL-DATE
                   DELIMITED BY SIZE INTO MODIFICATION-RECORD
           ELSE
               STRING COMPANY-TAX-ID "|"
                      FUNCTION TRIM (MOVE-DOC-TYPE) "|"
                      FUNCTION TRIM (MOVE-DOC-NUMBER) "|"
                      FUNCTION TRIM (MOVE-FIELD) "|"
                      FUNCTION TRIM (HIST-OLD-REGIME) "|"
                      FUNCTION TRIM (HIST-NEW-REGIME) "|"
                      PORTAL-DATE
                   DELIMITED BY SIZE INTO MODIFICATION-RECORD
           END-IF
           WRITE MODIFICATION-RECORD
           ADD 1 TO MODIFICATION-COUNT
           PERFORM CHECK-DEADLINE.
      *
       FIND-REGISTRY-DATA.
           MOVE "N" TO REG-FOUND-FLAG
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT OR REG-FOUND
               IF REG-ID (REG-IDX) = HIST-ID-TOKEN
                   SET REG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF REG-FOUND
               SUBTRACT 1 FROM REG-IDX
           END-IF.
      *
      * A movement whose deadline is already behind the run date
      * goes on the late report, filed or held alike.
       CHECK-DEADLINE.
           IF MOVE-EFFECTIVE-DATE > 19000101
               COMPUTE MOVE-DEADLINE-SERIAL =
                   FUNCTION INTEGER-OF-DATE (MOVE-EFFECTIVE-DATE)
                   + MOVE-DEADLINE-DAYS
               IF RUN-SERIAL > MOVE-DEADLINE-SERIAL
                   COMPUTE MOVE-DAYS-LATE =
                       RUN-SERIAL - MOVE-DEADLINE-SERIAL
                   COMPUTE MOVE-DEADLINE-DATE =
                       FUNCTION DATE-OF-INTEGER (MOVE-DEADLINE-SERIAL)
                   PERFORM WRITE-LATE-LINE
               END-IF
           END-IF.
      *
       WRITE-LATE-LINE.
           ADD 1 TO LATE-COUNT
           MOVE MOVE-EFFECTIVE-DATE TO DATE-WORK
           PERFORM FORMAT-PORTAL-DATE
           MOVE MOVE-DEADLINE-DATE TO DATE-WORK
           MOVE PORTAL-DATE TO EFFECTIVE-PORTAL-DATE
           PERFORM FORMAT-PORTAL-DATE
           MOVE MOVE-DAYS-LATE TO DISP-DAYS-LATE
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING MOVE-KIND " "
                  HIST-ID-TOKEN " "
                  MOVE-NAME " "
                  EFFECTIVE-PORTAL-DATE "  "
                  PORTAL-DATE "  "
                  DISP-DAYS-LATE "  "
                  MOVE-STATE " "
                  MOVE-HOLD-REASON
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD.
      *
       WRITE-LATE-REPORT-HEADER.
           MOVE RUN-YYYYMMDD TO DATE-WORK
           PERFORM FORMAT-PORTAL-DATE
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "T-REGISTRO MOVEMENTS PAST THEIR DEADLINE -- RUC "
                  COMPANY-TAX-ID " AS OF " PORTAL-DATE
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "MOVEMENT     ID    NAME       EFFECTIVE   "
                  "DEADLINE    DAYS  STATE"
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD.
      *
       WRITE-LATE-REPORT-FOOTER.
           MOVE LATE-COUNT TO DISP-COUNT
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "MOVEMENTS PAST DEADLINE: " DISP-COUNT
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD.
      *
       FORMAT-PORTAL-DATE.
           MOVE SPACES TO PORTAL-DATE
           STRING DATE-WORK-DAY "/" DATE-WORK-MONTH "/"
                  DATE-WORK-YEAR
               DELIMITED BY SIZE INTO PORTAL-DATE.
      *
      * Reads the per-tree company profile, overriding the
      * compiled-in identity when one is on file.
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
       END PROGRAM TREGISTRO-SUBMISSION.
      *
