      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAY-HOLDS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Stops and restarts an employee's pay without terminating
      * them or stripping their hours line. One request per line:
      *   HOLD ID REASON      REASON one of ABSENCE (an unreported
      *                       absence under investigation),
      *                       DOCUMENTS (onboarding papers missing),
      *                       BANK (a disputed bank change), OTHER
      *   RELEASE ID [NEXT|OFFCYCLE]
      * A hold stands until released: the payslip run keeps paying
      * the slip and the history but puts the money on the held-
      * payments list. RELEASE lifts the hold and pays everything
      * held -- NEXT (the default) queues it onto the next payslip
      * run's deposit the way a bounced payment is reissued,
      * OFFCYCLE pays it now through this run's own deposit
      * extract. Every hold and release is on the audit trail with
      * the operator who made it. Defaults to data/pay_hold_
      * requests.txt, overridable via PAY_HOLD_REQUEST_FILE like
      * every other input path here.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
      *
      * Name and status for each employee named, read by key the way
      * every program reads the master.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The holds in force -- "ID REASON OPERATOR YYYYMMDD" per
      * line, the date the hold was placed. Read by the payslip run.
           SELECT PAY-HOLDS-FILE
               ASSIGN TO "data/pay_holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HOLDS-FILE-STATUS.
      *
      * The held-payments list the payslip run appends to -- "ID
      * AMOUNT RUN-ID REASON" per held payment. A release takes the
      * employee's lines off it.
           SELECT HELD-PAYMENTS-FILE
               ASSIGN TO "data/held_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-PAYMENTS-FILE-STATUS.
      *
      * The reissue queue the payslip run pays onto the employee's
      * next deposit -- "ID AMOUNT ORIG-RUN-ID REASON", the shape
      * BANK-RETURNS writes.
           SELECT REISSUE-QUEUE-FILE
               ASSIGN TO "data/payment_reissue_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-QUEUE-FILE-STATUS.
      *
      * The off-cycle payment extract -- same RUN-ID-headed detail
      * shape as report/advance_deposit.txt, its own file so a
      * released hold is never mistaken for a wage deposit.
           SELECT BANK-FILE
               ASSIGN TO "report/hold_release_deposit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Requests that could not be applied, with the raw line and
      * the reason.
           SELECT REJECT-FILE
               ASSIGN TO "output/pay_hold_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *
      * The operator registry -- who may run what. "OPID NAME
      * ROLE[,ROLE...]" per line; placing or lifting a hold needs
      * the PAYHOLD role.
           SELECT OPERATOR-REGISTRY-FILE
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD          PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PAY-HOLDS-FILE.
       01 PAY-HOLDS-RECORD        PIC X(60).
      *
       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENTS-RECORD    PIC X(60).
      *
       FD REISSUE-QUEUE-FILE.
       01 REISSUE-QUEUE-RECORD    PIC X(60).
      *
       FD BANK-FILE.
       01 BANK-RECORD.
           05 BANK-EMP-ID         PIC X(5).
           05 FILLER              PIC X(1).
           05 BANK-ACCOUNT-REF    PIC X(14).
           05 FILLER              PIC X(1).
           05 BANK-NET-PAY        PIC 9(7)V99.
      *
       FD REJECT-FILE.
       01 REJECT-RECORD           PIC X(110).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 REQUEST-FILE-NAME       PIC X(100).
       01 REQUEST-FILE-STATUS     PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 PAY-HOLDS-FILE-STATUS   PIC XX.
       01 HELD-PAYMENTS-FILE-STATUS PIC XX.
       01 REISSUE-QUEUE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
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
      * One request as parsed.
       01 HOLD-ACTION-TOKEN       PIC X(8).
       01 HOLD-ID-TOKEN           PIC X(5).
       01 HOLD-OPTION-TOKEN       PIC X(10).
       01 HOLD-EMP-ID             PIC 9(5).
      *
      * The holds in force, loaded whole and rewritten at the end; a
      * released hold is blanked and left out of the rewrite.
       01 PAY-HOLD-MAX            PIC 9(3) VALUE 500.
       01 PAY-HOLD-COUNT          PIC 9(3) VALUE 0.
       01 PAY-HOLD-TABLE.
           05 PAY-HOLD-ENTRY OCCURS 500 TIMES.
               10 PAY-HOLD-ID     PIC X(5).
               10 PAY-HOLD-REASON PIC X(10).
               10 PAY-HOLD-OPERATOR PIC X(12).
               10 PAY-HOLD-DATE   PIC X(8).
       01 PAY-HOLD-IDX            PIC 9(3).
       01 PAY-HOLD-FOUND-FLAG     PIC X VALUE "N".
           88 PAY-HOLD-FOUND      VALUE "Y".
       01 PH-ID-TOKEN             PIC X(5).
       01 PH-REASON-TOKEN         PIC X(10).
       01 PH-OPERATOR-TOKEN       PIC X(12).
       01 PH-DATE-TOKEN           PIC X(8).
      *
      * The held-payments list, loaded whole the same way; released
      * payments are blanked and left out of the rewrite.
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
       01 REQUEST-VALID-FLAG      PIC X VALUE "Y".
           88 REQUEST-IS-VALID    VALUE "Y".
           88 REQUEST-IS-INVALID  VALUE "N".
       01 REJECT-REASON           PIC X(30) VALUE SPACES.
      *
       01 REQUEST-COUNT           PIC 9(5) VALUE 0.
       01 HOLD-COUNT              PIC 9(5) VALUE 0.
       01 RELEASE-COUNT           PIC 9(5) VALUE 0.
       01 REJECT-COUNT            PIC 9(5) VALUE 0.
       01 TOTAL-RELEASED          PIC 9(9)V99 VALUE 0.
       01 DISP-REQUEST-COUNT      PIC ZZZZ9.
       01 DISP-HOLD-COUNT         PIC ZZZZ9.
       01 DISP-RELEASE-COUNT      PIC ZZZZ9.
       01 DISP-REJECT-COUNT       PIC ZZZZ9.
       01 DISP-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 HOLDS-CHANGED-FLAG      PIC X VALUE "N".
           88 HOLDS-CHANGED       VALUE "Y".
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

           MOVE SPACES TO REQUEST-FILE-NAME
           ACCEPT REQUEST-FILE-NAME
               FROM ENVIRONMENT "PAY_HOLD_REQUEST_FILE"
           IF REQUEST-FILE-NAME = SPACES
               MOVE "data/pay_hold_requests.txt" TO REQUEST-FILE-NAME
           END-IF

           MOVE "PAYHOLD" TO OPERATOR-NEEDED-ROLE
           PERFORM VERIFY-OPERATOR

           PERFORM ACQUIRE-RUN-LOCK

           OPEN INPUT REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "PAY HOLD RUN ABORTED -- REQUEST FILE "
                   FUNCTION TRIM (REQUEST-FILE-NAME)
                   " NOT FOUND (STATUS " REQUEST-FILE-STATUS ")"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-PAY-HOLDS
           PERFORM LOAD-HELD-PAYMENTS

           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO REJECT-RECORD
           STRING "RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD

           OPEN OUTPUT BANK-FILE
           MOVE SPACES TO BANK-RECORD
           STRING "RUN-ID " RUN-ID " HOLD"
               DELIMITED BY SIZE INTO BANK-RECORD
           WRITE BANK-RECORD

           OPEN EXTEND REISSUE-QUEUE-FILE
           IF REISSUE-QUEUE-FILE-STATUS NOT = "00"
               OPEN OUTPUT REISSUE-QUEUE-FILE
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ REQUEST-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO REQUEST-COUNT
                       PERFORM APPLY-HOLD-REQUEST
               END-READ
           END-PERFORM

           CLOSE REQUEST-FILE
           CLOSE REJECT-FILE
           CLOSE BANK-FILE
           CLOSE REISSUE-QUEUE-FILE
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF HOLDS-CHANGED
               PERFORM SAVE-PAY-HOLDS
               PERFORM SAVE-HELD-PAYMENTS
           END-IF

           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

           MOVE REQUEST-COUNT TO DISP-REQUEST-COUNT
           MOVE HOLD-COUNT TO DISP-HOLD-COUNT
           MOVE RELEASE-COUNT TO DISP-RELEASE-COUNT
           MOVE REJECT-COUNT TO DISP-REJECT-COUNT
           DISPLAY "PAY HOLD RUN COMPLETE -- REQUESTS: "
               DISP-REQUEST-COUNT "  HELD: " DISP-HOLD-COUNT
               "  RELEASED: " DISP-RELEASE-COUNT
               "  REJECTED: " DISP-REJECT-COUNT
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   PAY HOLD AND RELEASE               "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * Parses and validates one request, then places or lifts the
      * hold -- or writes the reject line with the reason.
       APPLY-HOLD-REQUEST.
           MOVE SPACES TO HOLD-ACTION-TOKEN HOLD-ID-TOKEN
               HOLD-OPTION-TOKEN
           UNSTRING REQUEST-RECORD DELIMITED BY SPACE
               INTO HOLD-ACTION-TOKEN HOLD-ID-TOKEN HOLD-OPTION-TOKEN

           PERFORM VALIDATE-HOLD-REQUEST
           IF REQUEST-IS-VALID
               SET HOLDS-CHANGED TO TRUE
               IF HOLD-ACTION-TOKEN = "HOLD"
                   PERFORM PLACE-PAY-HOLD
               ELSE
                   PERFORM RELEASE-PAY-HOLD
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO REJECT-RECORD
               STRING REQUEST-RECORD DELIMITED BY SIZE
                      " -- " DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF.
      *
      * Rejects anything but "HOLD id reason" or "RELEASE id
      * [NEXT|OFFCYCLE]": wrong action word, non-numeric or unknown
      * employee, an unknown reason, a hold already in force, or a
      * release with no hold to lift.
       VALIDATE-HOLD-REQUEST.
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           IF HOLD-ACTION-TOKEN NOT = "HOLD"
                   AND HOLD-ACTION-TOKEN NOT = "RELEASE"
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "UNKNOWN ACTION" TO REJECT-REASON
           ELSE
           IF HOLD-ID-TOKEN IS NOT NUMERIC
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC EMPLOYEE ID" TO REJECT-REASON
           ELSE
               MOVE HOLD-ID-TOKEN TO HOLD-EMP-ID
               PERFORM LOOKUP-EMPLOYEE-MASTER
               PERFORM FIND-PAY-HOLD
               IF NOT MASTER-FOUND
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
               ELSE
               IF HOLD-ACTION-TOKEN = "HOLD"
                   IF HOLD-OPTION-TOKEN NOT = "ABSENCE"
                           AND HOLD-OPTION-TOKEN NOT = "DOCUMENTS"
                           AND HOLD-OPTION-TOKEN NOT = "BANK"
                           AND HOLD-OPTION-TOKEN NOT = "OTHER"
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "UNKNOWN HOLD REASON" TO REJECT-REASON
                   ELSE
                   IF PAY-HOLD-FOUND
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "PAY ALREADY ON HOLD" TO REJECT-REASON
                   ELSE
                   IF PAY-HOLD-COUNT >= PAY-HOLD-MAX
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "HOLD TABLE FULL" TO REJECT-REASON
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   IF HOLD-OPTION-TOKEN = SPACES
                       MOVE "NEXT" TO HOLD-OPTION-TOKEN
                   END-IF
                   IF HOLD-OPTION-TOKEN NOT = "NEXT"
                           AND HOLD-OPTION-TOKEN NOT = "OFFCYCLE"
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "RELEASE MUST BE NEXT OR OFFCYCLE"
                           TO REJECT-REASON
                   ELSE
                   IF NOT PAY-HOLD-FOUND
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "NO HOLD IN FORCE" TO REJECT-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
      *
       FIND-PAY-HOLD.
           MOVE "N" TO PAY-HOLD-FOUND-FLAG
           PERFORM VARYING PAY-HOLD-IDX FROM 1 BY 1
                   UNTIL PAY-HOLD-IDX > PAY-HOLD-COUNT
                       OR PAY-HOLD-FOUND
               IF PAY-HOLD-ID (PAY-HOLD-IDX) = HOLD-ID-TOKEN
                   SET PAY-HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PAY-HOLD-FOUND
               SUBTRACT 1 FROM PAY-HOLD-IDX
           END-IF.
      *
       PLACE-PAY-HOLD.
           ADD 1 TO HOLD-COUNT
           ADD 1 TO PAY-HOLD-COUNT
           MOVE HOLD-ID-TOKEN TO PAY-HOLD-ID (PAY-HOLD-COUNT)
           MOVE HOLD-OPTION-TOKEN TO PAY-HOLD-REASON (PAY-HOLD-COUNT)
           MOVE OPERATOR-ID-PARM TO PAY-HOLD-OPERATOR (PAY-HOLD-COUNT)
           MOVE TODAY-DATE TO PAY-HOLD-DATE (PAY-HOLD-COUNT)
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "PAYHOLD " RUN-DATE " " RUN-TIME
                  " ACTION=HOLD EMP=" HOLD-ID-TOKEN
                  " REASON=" FUNCTION TRIM (HOLD-OPTION-TOKEN)
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "PAY HELD: " HOLD-ID-TOKEN " " EMPMAST-NAME " -- "
               FUNCTION TRIM (HOLD-OPTION-TOKEN).
      *
      * Lifts the hold and pays out every payment held for the
      * employee, by the route the request chose. A hold that held
      * nothing yet is simply lifted.
       RELEASE-PAY-HOLD.
           ADD 1 TO RELEASE-COUNT
           MOVE SPACES TO PAY-HOLD-ID (PAY-HOLD-IDX)
           MOVE 0 TO RELEASE-TOTAL
           MOVE 0 TO RELEASE-PAYMENT-COUNT
           PERFORM VARYING HELD-PAY-IDX FROM 1 BY 1
                   UNTIL HELD-PAY-IDX > HELD-PAY-COUNT
               IF HELD-PAY-ID (HELD-PAY-IDX) = HOLD-ID-TOKEN
                   ADD 1 TO RELEASE-PAYMENT-COUNT
                   ADD HELD-PAY-NET (HELD-PAY-IDX) TO RELEASE-TOTAL
                   IF HOLD-OPTION-TOKEN = "NEXT"
                       PERFORM QUEUE-RELEASED-PAYMENT
                   END-IF
                   MOVE SPACES TO HELD-PAY-ID (HELD-PAY-IDX)
               END-IF
           END-PERFORM
      * Off-cycle, the employee's held payments go out as one
      * deposit today.
           IF HOLD-OPTION-TOKEN = "OFFCYCLE" AND RELEASE-TOTAL > 0
               MOVE SPACES TO BANK-RECORD
               MOVE HOLD-ID-TOKEN TO BANK-EMP-ID
               STRING "ACCT" DELIMITED BY SIZE
                      HOLD-ID-TOKEN DELIMITED BY SIZE
                   INTO BANK-ACCOUNT-REF
               MOVE RELEASE-TOTAL TO BANK-NET-PAY
               WRITE BANK-RECORD
           END-IF
           ADD RELEASE-TOTAL TO TOTAL-RELEASED
           MOVE RELEASE-TOTAL TO RELEASE-TOTAL-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "PAYHOLD " RUN-DATE " " RUN-TIME
                  " ACTION=RELEASE EMP=" HOLD-ID-TOKEN
                  " PAYMENTS=" RELEASE-PAYMENT-COUNT
                  " AMOUNT=" RELEASE-TOTAL-EDIT
                  " VIA=" FUNCTION TRIM (HOLD-OPTION-TOKEN)
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "PAY RELEASED: " HOLD-ID-TOKEN " " EMPMAST-NAME
               " -- " RELEASE-TOTAL-EDIT " "
               FUNCTION TRIM (HOLD-OPTION-TOKEN).
      *
      * One held payment onto the reissue queue under the run that
      * held it -- the next payslip run adds it onto the deposit,
      * envelope, or cheque and consumes the entry.
       QUEUE-RELEASED-PAYMENT.
           MOVE HELD-PAY-NET (HELD-PAY-IDX) TO HELD-PAY-EDIT
           MOVE SPACES TO REISSUE-QUEUE-RECORD
           STRING HOLD-ID-TOKEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HELD-PAY-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (HELD-PAY-RUN-ID (HELD-PAY-IDX))
                      DELIMITED BY SIZE
                  " RETENCION-LIBERADA" DELIMITED BY SIZE
               INTO REISSUE-QUEUE-RECORD
           WRITE REISSUE-QUEUE-RECORD.
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
               MOVE HOLD-EMP-ID TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.
      *
       LOAD-PAY-HOLDS.
           MOVE 0 TO PAY-HOLD-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAY-HOLDS-FILE
           IF PAY-HOLDS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PAY-HOLDS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO PH-ID-TOKEN PH-REASON-TOKEN
                               PH-OPERATOR-TOKEN PH-DATE-TOKEN
                           UNSTRING PAY-HOLDS-RECORD DELIMITED BY SPACE
                               INTO PH-ID-TOKEN PH-REASON-TOKEN
                                    PH-OPERATOR-TOKEN PH-DATE-TOKEN
                           IF PH-ID-TOKEN IS NUMERIC
                                   AND PAY-HOLD-COUNT < PAY-HOLD-MAX
                               ADD 1 TO PAY-HOLD-COUNT
                               MOVE PH-ID-TOKEN
                                   TO PAY-HOLD-ID (PAY-HOLD-COUNT)
                               MOVE PH-REASON-TOKEN
                                   TO PAY-HOLD-REASON (PAY-HOLD-COUNT)
                               MOVE PH-OPERATOR-TOKEN TO
                                   PAY-HOLD-OPERATOR (PAY-HOLD-COUNT)
                               MOVE PH-DATE-TOKEN
                                   TO PAY-HOLD-DATE (PAY-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HOLDS-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
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
       SAVE-PAY-HOLDS.
           OPEN OUTPUT PAY-HOLDS-FILE
           PERFORM VARYING PAY-HOLD-IDX FROM 1 BY 1
                   UNTIL PAY-HOLD-IDX > PAY-HOLD-COUNT
               IF PAY-HOLD-ID (PAY-HOLD-IDX) NOT = SPACES
                   MOVE SPACES TO PAY-HOLDS-RECORD
                   STRING PAY-HOLD-ID (PAY-HOLD-IDX) " "
                          FUNCTION TRIM (PAY-HOLD-REASON (PAY-HOLD-IDX))
                          " "
                          FUNCTION TRIM
                              (PAY-HOLD-OPERATOR (PAY-HOLD-IDX))
                          " " PAY-HOLD-DATE (PAY-HOLD-IDX)
                       DELIMITED BY SIZE INTO PAY-HOLDS-RECORD
                   WRITE PAY-HOLDS-RECORD
               END-IF
           END-PERFORM
           CLOSE PAY-HOLDS-FILE.
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
                  " TYPE=PAYHOLD HELD=" HOLD-COUNT
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
                  " PROGRAM=PAY-HOLDS"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "PAY HOLD RUN ABORTED -- OPERATOR CHECK FAILED: "
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
           STRING "pay-holds " RUN-ID
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
       END PROGRAM PAY-HOLDS.
      *
