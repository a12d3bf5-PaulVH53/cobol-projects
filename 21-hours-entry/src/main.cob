               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * Keyed hours are not paid as keyed: every confirmed entry is
      * appended to data/hours_pending.txt as a PENDING line --
      * "EMP-ID HOURS PERIOD-ENDING STATUS APPROVER STAMP" -- and only
      * once the department head approves it in HOURS-APPROVAL is it
      * released into the hours file payroll reads. A RETURNED line
      * may be keyed again; a PENDING or APPROVED one may not.
           SELECT PENDING-HOURS-FILE
               ASSIGN TO "data/hours_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-HOURS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PENDING-HOURS-FILE.
       01 PENDING-HOURS-RECORD    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PENDING-HOURS-FILE-STATUS PIC XX.
      *
      * Same entry-time bounds payroll validates against -- catching
      * a 3-digit typo here saves a reject there.
       01 ENTRY-DUP-FLAG          PIC X VALUE "N".
           88 ENTRY-IS-DUPLICATE  VALUE "Y".
      *
      * IDs already waiting on, or already through, approval for
      * this period from earlier sessions -- keyed twice, payroll
      * would pay both once approved.
       01 PRIOR-ID-MAX            PIC 999 VALUE 999.
       01 PRIOR-ID-COUNT          PIC 999 VALUE 0.
       01 PRIOR-ID-TABLE.
           05 PRIOR-ID-ENTRY      PIC 9(5) OCCURS 999 TIMES.
       01 PEND-ID-TOKEN           PIC X(5).
       01 PEND-HOURS-TOKEN        PIC X(6).
       01 PEND-PERIOD-TOKEN       PIC X(10).
       01 PEND-STATUS-TOKEN       PIC X(8).
      *
      * The period this session covers, stamped on the header line.
      * Prompted once at session start; blank takes today's date.
       01 PERIOD-ENDING-PARM      PIC X(10).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM PROMPT-FOR-PERIOD
           PERFORM LOAD-PRIOR-ENTRIES
           PERFORM UNTIL EXIT-ENTRY
               PERFORM PROMPT-FOR-EMPLOYEE
               IF NOT EXIT-ENTRY
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
           IF ENTRY-TABLE-COUNT > 0
               PERFORM WRITE-PENDING-HOURS
           ELSE
               DISPLAY "NO ENTRIES TAKEN -- NOTHING SENT FOR APPROVAL"
           END-IF
           STOP RUN.
      *
      * The master has to be there -- without it no ID can be
      * validated and no name echoed back, so the session would be
           END-IF.
      *
      * Displays the entry screen and reads one employee ID. 00000
      * or a blank entry ends the session and sends the entries on
      * for approval.
       PROMPT-FOR-EMPLOYEE.
           MOVE SPACES TO ENTRY-ID-PARM
           DISPLAY EMPLOYEE-SCREEN
           END-IF.
      *
      * Refuses a second entry for an ID already taken this session
      * or already pending/approved for the period -- payroll would
      * pay both lines.
       CHECK-DUPLICATE-ENTRY.
           MOVE "N" TO ENTRY-DUP-FLAG
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               IF ENTRY-TBL-ID(ENTRY-IDX) = ENTRY-EMP-ID
                   SET ENTRY-IS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > PRIOR-ID-COUNT
               IF PRIOR-ID-ENTRY(ENTRY-IDX) = ENTRY-EMP-ID
                   SET ENTRY-IS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
      *
      * Tables the IDs earlier sessions sent for this period that
      * are still PENDING or already APPROVED.
       LOAD-PRIOR-ENTRIES.
           OPEN INPUT PENDING-HOURS-FILE
           IF PENDING-HOURS-FILE-STATUS = "00"
               PERFORM UNTIL PENDING-HOURS-FILE-STATUS NOT = "00"
                   READ PENDING-HOURS-FILE
                       AT END
                           MOVE "10" TO PENDING-HOURS-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-PRIOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-HOURS-FILE
           END-IF.
      *
       TABLE-ONE-PRIOR-ENTRY.
           MOVE SPACES TO PEND-ID-TOKEN PEND-HOURS-TOKEN
               PEND-PERIOD-TOKEN PEND-STATUS-TOKEN
           UNSTRING PENDING-HOURS-RECORD DELIMITED BY ALL SPACE
               INTO PEND-ID-TOKEN PEND-HOURS-TOKEN
                    PEND-PERIOD-TOKEN PEND-STATUS-TOKEN
           IF PEND-ID-TOKEN IS NUMERIC
                   AND PEND-PERIOD-TOKEN = PERIOD-ENDING-DATE
                   AND PEND-STATUS-TOKEN NOT = "RETURNED"
                   AND PRIOR-ID-COUNT < PRIOR-ID-MAX
               ADD 1 TO PRIOR-ID-COUNT
               MOVE PEND-ID-TOKEN TO PRIOR-ID-ENTRY(PRIOR-ID-COUNT)
           END-IF.
      *
      * The master record is loaded -- echo the name, refuse a
      * retired employee, take and validate the hours, and confirm.
       TAKE-HOURS-FOR-EMPLOYEE.
                               DISPLAY "RECORDED."
                           ELSE
                               DISPLAY "ENTRY TABLE FULL -- "
                                   "ENTRY NOT RECORDED; END THIS "
                                   "SESSION AND START A NEW ONE"
                           END-IF
                       ELSE
                           DISPLAY "ENTRY DISCARDED."
               END-IF
           END-IF.
      *
      * Appends one PENDING line per confirmed entry, in the order
      * taken, for the supervisor's approval screen.
       WRITE-PENDING-HOURS.
           OPEN EXTEND PENDING-HOURS-FILE
           IF PENDING-HOURS-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-HOURS-FILE
           END-IF
           MOVE 0 TO ENTRIES-WRITTEN
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-TABLE-COUNT
               ADD 1 TO ENTRIES-WRITTEN
               MOVE ENTRY-TBL-HOURS(ENTRY-IDX) TO ENTRY-HOURS-EDIT
               MOVE SPACES TO PENDING-HOURS-RECORD
               STRING ENTRY-TBL-ID(ENTRY-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ENTRY-HOURS-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PERIOD-ENDING-DATE DELIMITED BY SIZE
                      " PENDING" DELIMITED BY SIZE
                   INTO PENDING-HOURS-RECORD
               WRITE PENDING-HOURS-RECORD
           END-PERFORM
           CLOSE PENDING-HOURS-FILE
           MOVE ENTRIES-WRITTEN TO DISP-ENTRIES-WRITTEN
           DISPLAY DISP-ENTRIES-WRITTEN " ENTRIES SENT FOR SUPERVISOR "
               "APPROVAL -- data/hours_pending.txt; NOTHING IS PAID "
               "UNTIL APPROVED".
      *
       END PROGRAM WEEKLY-HOURS-ENTRY.
      *
