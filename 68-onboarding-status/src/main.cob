      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ONBOARDING-STATUS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The onboarding events employee-maintenance opens on every
      * hire ("ID EVENT YYYYMMDD DETAIL..."). Every employee with an
      * OPEN event is judged against the checklist by onboardcheck,
      * the same subprogram the payslip run's first-pay gate calls,
      * so the daily report and the gate can never disagree.
           SELECT ONBOARDING-FILE
               ASSIGN TO "data/onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARDING-FILE-STATUS.
      *
      * Name, document number, and hire date for each new hire,
      * read by key the way every program reads the master.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The held-payments list the payslip run appends to -- "ID
      * AMOUNT RUN-ID REASON" per held payment. A first pay the gate
      * held carries reason ONBOARDING; once the checklist is
      * complete (or HR overrides it, or the onboarding has closed)
      * this run takes those lines off.
           SELECT HELD-PAYMENTS-FILE
               ASSIGN TO "data/held_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-PAYMENTS-FILE-STATUS.
      *
      * The reissue queue the payslip run pays onto the employee's
      * next deposit -- "ID AMOUNT ORIG-RUN-ID REASON", the shape
      * PAY-HOLDS writes for a released hold.
           SELECT REISSUE-QUEUE-FILE
               ASSIGN TO "data/payment_reissue_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-QUEUE-FILE-STATUS.
      *
      * Every open onboarding, one line per new hire with each
      * checklist item's status and the items still missing.
           SELECT REPORT-FILE
               ASSIGN TO "output/open_onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *
      * The operator registry -- who may run what. "OPID NAME
      * ROLE[,ROLE...]" per line; releasing held pay needs the
      * PAYHOLD role, the same as lifting any other hold.
           SELECT OPERATOR-REGISTRY-FILE
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD ONBOARDING-FILE.
       01 ONBOARDING-RECORD       PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENTS-RECORD    PIC X(60).
      *
       FD REISSUE-QUEUE-FILE.
       01 REISSUE-QUEUE-RECORD    PIC X(60).
      *
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(160).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 ONBOARDING-FILE-STATUS  PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 HELD-PAYMENTS-FILE-STATUS PIC XX.
       01 REISSUE-QUEUE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       COPY "ONBOARDING-CHECK-PARMS.CPY".
      *
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 MASTER-FOUND-FLAG       PIC X VALUE "N".
           88 MASTER-FOUND        VALUE "Y".
      *
      * Suite-wide run lock, same scheme as payroll's.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
      *
      * The operator running this program, as required against the
      * registry data/operators.txt. An absent, unknown, or
      * unauthorized operator is refused before anything is read.
       01 OPERATOR-REGISTRY-STATUS PIC XX.
       01 OPERATOR-ID-PARM        PIC X(12).
       01 OPERATOR-CHECK-ID       PIC X(12).
       01 OPERATOR-NEEDED-ROLE    PIC X(10).
       01 OPERATOR-FOUND-FLAG     PIC X.
           88 OPERATOR-FOUND      VALUE "Y".
       01 OPERATOR-ROLE-OK-FLAG   PIC X.
           88 OPERATOR-ROLE-OK    VALUE "Y".
       01 OPERATOR-DENY-REASON    PIC X(40).
       01 OPER-ID-TOKEN           PIC X(12).
       01 OPER-NAME-TOKEN         PIC X(20).
       01 OPER-ROLES-TOKEN        PIC X(60).
       01 OPER-ROLE-SPLIT.
           05 OPER-ROLE-ENTRY     PIC X(10) OCCURS 8 TIMES.
       01 OPER-ROLE-IDX           PIC 9.
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
       01 TODAY-DATE              PIC 9(8).
      *
      * Every employee with an onboarding opened, once each, in the
      * order the hires were made.
       01 NEW-HIRE-MAX            PIC 9(3) VALUE 500.
       01 NEW-HIRE-COUNT          PIC 9(3) VALUE 0.
       01 NEW-HIRE-TABLE.
           05 NEW-HIRE-ID         PIC X(5) OCCURS 500 TIMES.
       01 NEW-HIRE-IDX            PIC 9(3).
       01 NEW-HIRE-FOUND-FLAG     PIC X VALUE "N".
           88 NEW-HIRE-FOUND      VALUE "Y".
       01 EVENT-ID-TOKEN          PIC X(5).
       01 EVENT-KIND-TOKEN        PIC X(10).
      *
      * The held-payments list, loaded whole; released payments are
      * blanked and left out of the rewrite.
       01 HELD-PAY-MAX            PIC 9(4) VALUE 2000.
       01 HELD-PAY-COUNT          PIC 9(4) VALUE 0.
       01 HELD-PAY-TABLE.
           05 HELD-PAY-ENTRY OCCURS 2000 TIMES.
               10 HELD-PAY-ID     PIC X(5).
               10 HELD-PAY-NET    PIC 9(7)V99.
               10 HELD-PAY-RUN-ID PIC X(16).
               10 HELD-PAY-REASON PIC X(10).
       01 HELD-PAY-IDX            PIC 9(4).
       01 HP-ID-TOKEN             PIC X(5).
       01 HP-AMOUNT-TOKEN         PIC X(12).
       01 HP-RUN-ID-TOKEN         PIC X(16).
       01 HP-REASON-TOKEN         PIC X(10).
       01 HELD-PAY-EDIT           PIC 9(7).99.
      *
       01 RELEASE-TOTAL           PIC 9(7)V99.
       01 RELEASE-TOTAL-EDIT      PIC 9(7).99.
       01 RELEASE-PAYMENT-COUNT   PIC 9(4).
      *
       01 OPEN-COUNT              PIC 9(5) VALUE 0.
       01 INCOMPLETE-COUNT        PIC 9(5) VALUE 0.
       01 RELEASE-COUNT           PIC 9(5) VALUE 0.
       01 TOTAL-RELEASED          PIC 9(9)V99 VALUE 0.
       01 DISP-OPEN-COUNT         PIC ZZZZ9.
       01 DISP-INCOMPLETE-COUNT   PIC ZZZZ9.
       01 DISP-RELEASE-COUNT      PIC ZZZZ9.
       01 DISP-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 HELD-CHANGED-FLAG       PIC X VALUE "N".
           88 HELD-CHANGED        VALUE "Y".
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID

           MOVE "PAYHOLD" TO OPERATOR-NEEDED-ROLE
           PERFORM VERIFY-OPERATOR

           PERFORM ACQUIRE-RUN-LOCK

           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-NEW-HIRES
           PERFORM LOAD-HELD-PAYMENTS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "OPEN ONBOARDING AS OF " TODAY-DATE
                  "  RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ID    NAME       OPENED   DOCUMENT  BANK      "
                  "PENSION   DEPENDENT CONTRACT  TREG-ALTA "
                  "OVERRIDE MISSING"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN EXTEND REISSUE-QUEUE-FILE
           IF REISSUE-QUEUE-FILE-STATUS NOT = "00"
               OPEN OUTPUT REISSUE-QUEUE-FILE
           END-IF

           PERFORM VARYING NEW-HIRE-IDX FROM 1 BY 1
                   UNTIL NEW-HIRE-IDX > NEW-HIRE-COUNT
               PERFORM CHECK-NEW-HIRE
           END-PERFORM

           CLOSE REPORT-FILE
           CLOSE REISSUE-QUEUE-FILE
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF HELD-CHANGED
               PERFORM SAVE-HELD-PAYMENTS
           END-IF

           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

           MOVE OPEN-COUNT TO DISP-OPEN-COUNT
           MOVE INCOMPLETE-COUNT TO DISP-INCOMPLETE-COUNT
           MOVE RELEASE-COUNT TO DISP-RELEASE-COUNT
           DISPLAY "ONBOARDING STATUS COMPLETE -- OPEN: "
               DISP-OPEN-COUNT "  INCOMPLETE: " DISP-INCOMPLETE-COUNT
               "  FIRST PAYS RELEASED: " DISP-RELEASE-COUNT
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   NEW-HIRE ONBOARDING STATUS         "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * Every employee with an OPEN event, once each. Whether the
      * onboarding is still open is onboardcheck's call, not this
      * list's.
       LOAD-NEW-HIRES.
           MOVE 0 TO NEW-HIRE-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ONBOARDING-FILE
           IF ONBOARDING-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ ONBOARDING-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO EVENT-ID-TOKEN
                               EVENT-KIND-TOKEN
                           UNSTRING ONBOARDING-RECORD DELIMITED BY SPACE
                               INTO EVENT-ID-TOKEN EVENT-KIND-TOKEN
                           IF EVENT-KIND-TOKEN = "OPEN"
                                   AND EVENT-ID-TOKEN IS NUMERIC
                               PERFORM NOTE-NEW-HIRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       NOTE-NEW-HIRE.
           MOVE "N" TO NEW-HIRE-FOUND-FLAG
           PERFORM VARYING NEW-HIRE-IDX FROM 1 BY 1
                   UNTIL NEW-HIRE-IDX > NEW-HIRE-COUNT
               IF NEW-HIRE-ID (NEW-HIRE-IDX) = EVENT-ID-TOKEN
                   SET NEW-HIRE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT NEW-HIRE-FOUND AND NEW-HIRE-COUNT < NEW-HIRE-MAX
               ADD 1 TO NEW-HIRE-COUNT
               MOVE EVENT-ID-TOKEN TO NEW-HIRE-ID (NEW-HIRE-COUNT)
           END-IF.
      *
      * Judges one new hire's checklist as of today. An onboarding
      * still open goes on the report; one that is complete, or that
      * HR has overridden, has any first pay the gate held released.
      * So does one already closed: the payslip run closes it with
      * its PAID event when the checklist clears before this run
      * does, and the pay it held earlier is still on the list.
       CHECK-NEW-HIRE.
           INITIALIZE ONBOARDING-CHECK-PARMS
           MOVE NEW-HIRE-ID (NEW-HIRE-IDX) TO ONB-EMP-ID
           MOVE TODAY-DATE TO ONB-AS-OF-DATE
           PERFORM LOOKUP-EMPLOYEE-MASTER
           IF MASTER-FOUND
               MOVE EMPMAST-DOC-NUMBER TO ONB-DOC-NUMBER
               IF EMPMAST-HIRE-DATE IS NUMERIC
                   MOVE EMPMAST-HIRE-DATE TO ONB-HIRE-DATE
               END-IF
           ELSE
               MOVE SPACES TO EMPMAST-NAME
           END-IF
           CALL "onboardcheck" USING ONBOARDING-CHECK-PARMS
           IF ONB-OPEN
               ADD 1 TO OPEN-COUNT
               IF NOT ONB-COMPLETE
                   ADD 1 TO INCOMPLETE-COUNT
               END-IF
               PERFORM WRITE-ONBOARDING-LINE
               IF ONB-COMPLETE OR ONB-OVERRIDDEN
                   PERFORM RELEASE-FIRST-PAY
               END-IF
           END-IF
           IF ONB-CLOSED
               PERFORM RELEASE-FIRST-PAY
           END-IF.
      *
       WRITE-ONBOARDING-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING ONB-EMP-ID " " EMPMAST-NAME " " ONB-OPEN-DATE " "
                  ONB-DOC-STATUS " " ONB-BANK-STATUS " "
                  ONB-PENSION-STATUS " " ONB-DEPEND-STATUS " "
                  ONB-CONTRACT-STATUS " " ONB-ALTA-STATUS " "
               DELIMITED BY SIZE INTO REPORT-RECORD
           IF ONB-OVERRIDDEN
               MOVE ONB-OVERRIDE-BY (1:8) TO REPORT-RECORD (87:8)
           ELSE
               MOVE "-" TO REPORT-RECORD (87:1)
           END-IF
           IF ONB-COMPLETE
               MOVE "(COMPLETE)" TO REPORT-RECORD (96:10)
           ELSE
               MOVE ONB-MISSING-TEXT TO REPORT-RECORD (96:60)
           END-IF
           WRITE REPORT-RECORD.
      *
      * Every payment the gate held for the employee goes onto the
      * reissue queue under the run that held it -- the next payslip
      * run pays it with the deposit -- and an onboarding still open
      * is closed with a PAID event, the first pay now released.
       RELEASE-FIRST-PAY.
           MOVE 0 TO RELEASE-TOTAL
           MOVE 0 TO RELEASE-PAYMENT-COUNT
           PERFORM VARYING HELD-PAY-IDX FROM 1 BY 1
                   UNTIL HELD-PAY-IDX > HELD-PAY-COUNT
               IF HELD-PAY-ID (HELD-PAY-IDX) = ONB-EMP-ID
                       AND HELD-PAY-REASON (HELD-PAY-IDX)
                           = "ONBOARDING"
                   ADD 1 TO RELEASE-PAYMENT-COUNT
                   ADD HELD-PAY-NET (HELD-PAY-IDX) TO RELEASE-TOTAL
                   PERFORM QUEUE-RELEASED-PAYMENT
                   MOVE SPACES TO HELD-PAY-ID (HELD-PAY-IDX)
               END-IF
           END-PERFORM
           IF RELEASE-PAYMENT-COUNT > 0
               SET HELD-CHANGED TO TRUE
               ADD 1 TO RELEASE-COUNT
               ADD RELEASE-TOTAL TO TOTAL-RELEASED
               IF ONB-OPEN
                   PERFORM APPEND-PAID-EVENT
               END-IF
               MOVE RELEASE-TOTAL TO RELEASE-TOTAL-EDIT
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING "ONBOARD " RUN-DATE " " RUN-TIME
                      " ACTION=RELEASE EMP=" ONB-EMP-ID
                      " PAYMENTS=" RELEASE-PAYMENT-COUNT
                      " AMOUNT=" RELEASE-TOTAL-EDIT
                      " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                      " RUN-ID=" RUN-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               PERFORM APPEND-AUDIT-LOG-RECORD
               DISPLAY "FIRST PAY RELEASED: " ONB-EMP-ID " "
                   EMPMAST-NAME " -- " RELEASE-TOTAL-EDIT
           END-IF.
      *
       QUEUE-RELEASED-PAYMENT.
           MOVE HELD-PAY-NET (HELD-PAY-IDX) TO HELD-PAY-EDIT
           MOVE SPACES TO REISSUE-QUEUE-RECORD
           STRING ONB-EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HELD-PAY-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (HELD-PAY-RUN-ID (HELD-PAY-IDX))
                      DELIMITED BY SIZE
                  " RETENCION-LIBERADA" DELIMITED BY SIZE
               INTO REISSUE-QUEUE-RECORD
           WRITE REISSUE-QUEUE-RECORD.
      *
       APPEND-PAID-EVENT.
           OPEN EXTEND ONBOARDING-FILE
           IF ONBOARDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT ONBOARDING-FILE
           END-IF
           MOVE SPACES TO ONBOARDING-RECORD
           STRING ONB-EMP-ID " PAID " TODAY-DATE " " RUN-ID
               DELIMITED BY SIZE INTO ONBOARDING-RECORD
           WRITE ONBOARDING-RECORD
           CLOSE ONBOARDING-FILE.
      *
       OPEN-EMPLOYEE-MASTER.
           MOVE "N" TO MASTER-OPEN-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
      *
       LOOKUP-EMPLOYEE-MASTER.
           MOVE "N" TO MASTER-FOUND-FLAG
           IF MASTER-IS-OPEN
               MOVE NEW-HIRE-ID (NEW-HIRE-IDX) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.
      *
       LOAD-HELD-PAYMENTS.
           MOVE 0 TO HELD-PAY-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT HELD-PAYMENTS-FILE
           IF HELD-PAYMENTS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ HELD-PAYMENTS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO HP-ID-TOKEN HP-AMOUNT-TOKEN
                               HP-RUN-ID-TOKEN HP-REASON-TOKEN
                           UNSTRING HELD-PAYMENTS-RECORD
                               DELIMITED BY SPACE
                               INTO HP-ID-TOKEN HP-AMOUNT-TOKEN
                                    HP-RUN-ID-TOKEN HP-REASON-TOKEN
                           IF HP-ID-TOKEN IS NUMERIC
                                   AND FUNCTION TEST-NUMVAL
                                       (HP-AMOUNT-TOKEN) = 0
                                   AND HELD-PAY-COUNT < HELD-PAY-MAX
                               ADD 1 TO HELD-PAY-COUNT
                               MOVE HP-ID-TOKEN
                                   TO HELD-PAY-ID (HELD-PAY-COUNT)
                               COMPUTE HELD-PAY-NET (HELD-PAY-COUNT) =
                                   FUNCTION NUMVAL (HP-AMOUNT-TOKEN)
                               MOVE HP-RUN-ID-TOKEN
                                   TO HELD-PAY-RUN-ID (HELD-PAY-COUNT)
                               MOVE HP-REASON-TOKEN
                                   TO HELD-PAY-REASON (HELD-PAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-PAYMENTS-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       SAVE-HELD-PAYMENTS.
           OPEN OUTPUT HELD-PAYMENTS-FILE
           PERFORM VARYING HELD-PAY-IDX FROM 1 BY 1
                   UNTIL HELD-PAY-IDX > HELD-PAY-COUNT
               IF HELD-PAY-ID (HELD-PAY-IDX) NOT = SPACES
                   MOVE HELD-PAY-NET (HELD-PAY-IDX) TO HELD-PAY-EDIT
                   MOVE SPACES TO HELD-PAYMENTS-RECORD
                   STRING HELD-PAY-ID (HELD-PAY-IDX) " "
                          HELD-PAY-EDIT " "
                          FUNCTION TRIM (HELD-PAY-RUN-ID (HELD-PAY-IDX))
                          " "
                          FUNCTION TRIM (HELD-PAY-REASON (HELD-PAY-IDX))
                       DELIMITED BY SIZE INTO HELD-PAYMENTS-RECORD
                   WRITE HELD-PAYMENTS-RECORD
               END-IF
           END-PERFORM
           CLOSE HELD-PAYMENTS-FILE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-RELEASED TO DISP-TOTAL
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=ONBOARDING OPEN=" OPEN-COUNT
                  " INCOMPLETE=" INCOMPLETE-COUNT
                  " RELEASED=" RELEASE-COUNT
                  " TOTAL=" FUNCTION TRIM (DISP-TOTAL)
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * The operator's identity and authority, checked before the
      * run touches anything. The caller sets the needed role; any
      * failure is logged and the run refused.
       VERIFY-OPERATOR.
           MOVE SPACES TO OPERATOR-ID-PARM
           ACCEPT OPERATOR-ID-PARM FROM ENVIRONMENT "OPERATOR_ID"
           MOVE OPERATOR-ID-PARM TO OPERATOR-CHECK-ID
           IF OPERATOR-ID-PARM = SPACES
               MOVE "NO OPERATOR_ID GIVEN" TO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OPERATOR-FOUND
               MOVE "OPERATOR NOT IN REGISTRY"
                   TO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF
           IF NOT OPERATOR-ROLE-OK
               MOVE SPACES TO OPERATOR-DENY-REASON
               STRING "LACKS ROLE "
                      FUNCTION TRIM (OPERATOR-NEEDED-ROLE)
                   DELIMITED BY SIZE INTO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF.
      *
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO OPERATOR-FOUND-FLAG
           MOVE "N" TO OPERATOR-ROLE-OK-FLAG
           OPEN INPUT OPERATOR-REGISTRY-FILE
           IF OPERATOR-REGISTRY-STATUS = "00"
               PERFORM UNTIL OPERATOR-REGISTRY-STATUS NOT = "00"
                   READ OPERATOR-REGISTRY-FILE
                       AT END
                           MOVE "10" TO OPERATOR-REGISTRY-STATUS
                       NOT AT END
                           PERFORM MATCH-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-REGISTRY-FILE
           END-IF.
      *
       MATCH-OPERATOR-LINE.
           MOVE SPACES TO OPER-ID-TOKEN OPER-NAME-TOKEN
               OPER-ROLES-TOKEN
           UNSTRING OPERATOR-REGISTRY-RECORD DELIMITED BY SPACE
               INTO OPER-ID-TOKEN OPER-NAME-TOKEN OPER-ROLES-TOKEN
           IF OPER-ID-TOKEN = OPERATOR-CHECK-ID
                   AND OPER-ID-TOKEN NOT = SPACES
               SET OPERATOR-FOUND TO TRUE
               MOVE SPACES TO OPER-ROLE-SPLIT
               UNSTRING OPER-ROLES-TOKEN DELIMITED BY ","
                   INTO OPER-ROLE-ENTRY (1) OPER-ROLE-ENTRY (2)
                        OPER-ROLE-ENTRY (3) OPER-ROLE-ENTRY (4)
                        OPER-ROLE-ENTRY (5) OPER-ROLE-ENTRY (6)
                        OPER-ROLE-ENTRY (7) OPER-ROLE-ENTRY (8)
               PERFORM VARYING OPER-ROLE-IDX FROM 1 BY 1
                       UNTIL OPER-ROLE-IDX > 8
                   IF OPER-ROLE-ENTRY (OPER-ROLE-IDX)
                           = OPERATOR-NEEDED-ROLE
                       SET OPERATOR-ROLE-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      * The refusal itself is evidence: logged with who asked and
      * why they were turned away, then the run stops.
       REFUSE-OPERATOR.
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " RUN-DATE " " RUN-TIME
                  " PROGRAM=ONBOARDING-STATUS"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "ONBOARDING RUN ABORTED -- OPERATOR CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
           STOP RUN.
      *
      * Takes the suite-wide run lock, or stops with a clear message
      * when another program already holds it -- same scheme as the
      * payroll engine's ACQUIRE-RUN-LOCK.
       ACQUIRE-RUN-LOCK.
           MOVE SPACES TO LOCK-OVERRIDE-PARM
           ACCEPT LOCK-OVERRIDE-PARM FROM ENVIRONMENT "LOCK_OVERRIDE"
           IF LOCK-OVERRIDE-PARM = "Y" OR LOCK-OVERRIDE-PARM = "y"
               SET LOCK-OVERRIDE-ALLOWED TO TRUE
           END-IF
      *
           MOVE SPACES TO RUN-LOCK-HOLDER
           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-RECORD TO RUN-LOCK-HOLDER
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
      *
           IF RUN-LOCK-HOLDER NOT = SPACES
                   AND NOT LOCK-OVERRIDE-ALLOWED
               DISPLAY "*** PAYROLL IN PROGRESS -- LOCK HELD BY "
                   FUNCTION TRIM (RUN-LOCK-HOLDER)
                   " -- RUN REFUSED (SET LOCK_OVERRIDE=Y ONLY IF "
                   "THAT RUN IS KNOWN TO HAVE CRASHED) ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE SPACES TO RUN-LOCK-RECORD
           STRING "onboarding-status " RUN-ID
               DELIMITED BY SIZE INTO RUN-LOCK-RECORD
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.
      *
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE.
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
       END PROGRAM ONBOARDING-STATUS.
      *
