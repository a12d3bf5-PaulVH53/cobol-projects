      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CHEQUE-RECONCILE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Keeps the cheque ledger the payslip run writes honest. Every
      * cheque issued sits on data/cheque_ledger.txt as "NUMBER ID
      * AMOUNT ISSUE-DATE STATUS RUN-ID", ISSUED until this run
      * settles it:
      *   - data/cheque_paid.txt, the bank's paid file ("NUMBER
      *     AMOUNT PAID-DATE"), marks cheques CASHED; a paid cheque
      *     that is unknown, voided, stale (its reissue already
      *     queued), or for another amount is an exception for
      *     treasury to chase with the bank;
      *   - data/cheque_voids.txt ("NUMBER VOID|REISSUE [REASON]")
      *     voids a cheque -- REISSUE also queues its amount for the
      *     next payslip run, and is only taken on a cheque still
      *     ISSUED;
      *   - a cheque still ISSUED more than 90 days after its issue
      *     date (as of CHEQUE_AS_OF=YYYYMMDD, default today) goes
      *     STALE and is queued for reissue.
      * Voided and stale cheques are sent back to the bank on a
      * positive-pay void file so it stops honouring them, and the
      * reissue goes through data/payment_reissue_queue.txt exactly
      * as a bounced deposit does ("ID AMOUNT ORIG-RUN-ID REASON").
           SELECT CHEQUE-LEDGER-FILE
               ASSIGN TO "data/cheque_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-LEDGER-FILE-STATUS.
      *
           SELECT VOID-REQUEST-FILE
               ASSIGN TO "data/cheque_voids.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOID-REQUEST-FILE-STATUS.
      *
           SELECT PAID-FILE ASSIGN TO "data/cheque_paid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-FILE-STATUS.
      *
           SELECT REISSUE-QUEUE-FILE
               ASSIGN TO "data/payment_reissue_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-QUEUE-FILE-STATUS.
      *
           SELECT POSITIVE-PAY-VOID-FILE
               ASSIGN TO "report/positive_pay_void.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CHEQUE-REPORT-FILE
               ASSIGN TO "output/cheque_reconciliation.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD CHEQUE-LEDGER-FILE.
       01 CHEQUE-LEDGER-RECORD    PIC X(80).
      *
       FD VOID-REQUEST-FILE.
       01 VOID-REQUEST-RECORD     PIC X(80).
      *
       FD PAID-FILE.
       01 PAID-RECORD             PIC X(80).
      *
       FD REISSUE-QUEUE-FILE.
       01 REISSUE-QUEUE-RECORD    PIC X(60).
      *
       FD POSITIVE-PAY-VOID-FILE.
       01 POSITIVE-PAY-VOID-RECORD PIC X(80).
      *
       FD CHEQUE-REPORT-FILE.
       01 CHEQUE-REPORT-RECORD    PIC X(110).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 CHEQUE-LEDGER-FILE-STATUS PIC XX.
       01 VOID-REQUEST-FILE-STATUS PIC XX.
       01 PAID-FILE-STATUS        PIC XX.
       01 REISSUE-QUEUE-FILE-STATUS PIC XX.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The company account the positive-pay files are drawn on --
      * the same account the payslip run's bank files carry.
       01 COMPANY-BANK-ACCOUNT    PIC X(16) VALUE "0011012345678901".
      *
      * The stale-cheque cut-off.
       01 STALE-DAYS              PIC 9(3) VALUE 90.
       01 AS-OF-PARM              PIC X(8).
       01 AS-OF-DATE              PIC 9(8).
       01 AS-OF-SERIAL            PIC 9(7).
       01 ISSUE-SERIAL            PIC 9(7).
       01 CHEQUE-AGE-DAYS         PIC 9(5).
      *
      * The cheque ledger, loaded whole and rewritten.
       01 LEDGER-MAX              PIC 9(4) VALUE 2000.
       01 LEDGER-COUNT            PIC 9(4) VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 2000 TIMES.
               10 LEDGER-NUMBER   PIC X(9).
               10 LEDGER-EMP-ID   PIC X(5).
               10 LEDGER-AMOUNT   PIC 9(7)V99.
               10 LEDGER-ISSUE-DATE PIC 9(8).
               10 LEDGER-STATUS   PIC X(8).
               10 LEDGER-RUN-ID   PIC X(16).
               10 LEDGER-VOIDED-NOW PIC X.
       01 LEDGER-IDX              PIC 9(4).
       01 LEDGER-FOUND-FLAG       PIC X.
           88 LEDGER-FOUND        VALUE "Y".
       01 LG-NUMBER-TOKEN         PIC X(9).
       01 LG-ID-TOKEN             PIC X(5).
       01 LG-AMOUNT-TOKEN         PIC X(12).
       01 LG-DATE-TOKEN           PIC X(8).
       01 LG-STATUS-TOKEN         PIC X(8).
       01 LG-RUN-TOKEN            PIC X(16).
       01 LOOKUP-NUMBER           PIC X(9).
      *
       01 REQ-NUMBER-TOKEN        PIC X(9).
       01 REQ-ACTION-TOKEN        PIC X(8).
       01 REQ-AMOUNT-TOKEN        PIC X(12).
       01 REQ-DATE-TOKEN          PIC X(8).
       01 REQ-PARSE-POINTER       PIC 9(3).
       01 REQ-REASON-TEXT         PIC X(40).
       01 PAID-AMOUNT             PIC 9(7)V99.
      *
       01 REISSUE-REASON-TEXT     PIC X(40).
       01 AMOUNT-EDIT             PIC 9(7).99.
       01 AMOUNT-DISPLAY-EDIT     PIC ZZZZZZ9.99.
       01 VOID-TOTAL              PIC 9(9)V99 VALUE 0.
       01 VOID-TOTAL-EDIT         PIC 9(9).99.
       01 OUTSTANDING-TOTAL       PIC 9(9)V99 VALUE 0.
       01 OUTSTANDING-TOTAL-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 VOIDED-COUNT            PIC 9(4) VALUE 0.
       01 CASHED-COUNT            PIC 9(4) VALUE 0.
       01 STALE-COUNT             PIC 9(4) VALUE 0.
       01 REISSUED-COUNT          PIC 9(4) VALUE 0.
       01 EXCEPTION-COUNT         PIC 9(4) VALUE 0.
       01 OUTSTANDING-COUNT       PIC 9(4) VALUE 0.
       01 VOID-FILE-COUNT         PIC 9(5) VALUE 0.
       01 DISP-COUNT              PIC ZZZZ9.
      *
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
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID

           MOVE SPACES TO AS-OF-PARM
           ACCEPT AS-OF-PARM FROM ENVIRONMENT "CHEQUE_AS_OF"
           IF AS-OF-PARM IS NUMERIC
                   AND AS-OF-PARM NOT = SPACES
               MOVE AS-OF-PARM TO AS-OF-DATE
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE AS-OF-SERIAL =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE)

           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-CHEQUE-LEDGER
           IF LEDGER-COUNT = 0
               DISPLAY "NO CHEQUES ON THE LEDGER "
                   "(data/cheque_ledger.txt) -- NOTHING TO PROCESS"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           OPEN OUTPUT CHEQUE-REPORT-FILE
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           STRING "RUN-ID " RUN-ID " CHEQUE RECONCILIATION AS OF "
                  AS-OF-DATE
               DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
           WRITE CHEQUE-REPORT-RECORD

           OPEN EXTEND REISSUE-QUEUE-FILE
           IF REISSUE-QUEUE-FILE-STATUS NOT = "00"
               OPEN OUTPUT REISSUE-QUEUE-FILE
           END-IF

           PERFORM PROCESS-PAID-FILE
           PERFORM PROCESS-VOID-REQUESTS
           PERFORM AGE-OUTSTANDING-CHEQUES
           CLOSE REISSUE-QUEUE-FILE

           PERFORM WRITE-POSITIVE-PAY-VOIDS
           PERFORM WRITE-OUTSTANDING-LIST
           CLOSE CHEQUE-REPORT-FILE

           PERFORM SAVE-CHEQUE-LEDGER
           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

           MOVE OUTSTANDING-COUNT TO DISP-COUNT
           DISPLAY "CHEQUE RECONCILIATION COMPLETE -- " DISP-COUNT
               " CHEQUE(S) OUTSTANDING, SEE "
               "output/cheque_reconciliation.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   CHEQUE RECONCILIATION              "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-CHEQUE-LEDGER.
           MOVE 0 TO LEDGER-COUNT
           OPEN INPUT CHEQUE-LEDGER-FILE
           IF CHEQUE-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL CHEQUE-LEDGER-FILE-STATUS NOT = "00"
                   READ CHEQUE-LEDGER-FILE
                       AT END
                           MOVE "10" TO CHEQUE-LEDGER-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-LEDGER-LINE
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-LEDGER-FILE
           END-IF.
      *
       LOAD-ONE-LEDGER-LINE.
           MOVE SPACES TO LG-NUMBER-TOKEN LG-ID-TOKEN
               LG-AMOUNT-TOKEN LG-DATE-TOKEN LG-STATUS-TOKEN
               LG-RUN-TOKEN
           UNSTRING CHEQUE-LEDGER-RECORD DELIMITED BY ALL SPACE
               INTO LG-NUMBER-TOKEN LG-ID-TOKEN LG-AMOUNT-TOKEN
                    LG-DATE-TOKEN LG-STATUS-TOKEN LG-RUN-TOKEN
           IF LG-NUMBER-TOKEN NOT = SPACES
                   AND LG-DATE-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (LG-AMOUNT-TOKEN) = 0
                   AND LEDGER-COUNT < LEDGER-MAX
               ADD 1 TO LEDGER-COUNT
               MOVE LG-NUMBER-TOKEN TO LEDGER-NUMBER (LEDGER-COUNT)
               MOVE LG-ID-TOKEN TO LEDGER-EMP-ID (LEDGER-COUNT)
               COMPUTE LEDGER-AMOUNT (LEDGER-COUNT) =
                   FUNCTION NUMVAL (LG-AMOUNT-TOKEN)
               MOVE LG-DATE-TOKEN TO LEDGER-ISSUE-DATE (LEDGER-COUNT)
               MOVE LG-STATUS-TOKEN TO LEDGER-STATUS (LEDGER-COUNT)
               MOVE LG-RUN-TOKEN TO LEDGER-RUN-ID (LEDGER-COUNT)
               MOVE "N" TO LEDGER-VOIDED-NOW (LEDGER-COUNT)
           END-IF.
      *
       FIND-LEDGER-ENTRY.
           MOVE "N" TO LEDGER-FOUND-FLAG
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
                       OR LEDGER-FOUND
               IF LEDGER-NUMBER (LEDGER-IDX) = LOOKUP-NUMBER
                   SET LEDGER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LEDGER-FOUND
               SUBTRACT 1 FROM LEDGER-IDX
           END-IF.
      *
      * Voids requested by payroll staff -- a lost or spoiled
      * cheque, or one written wrong. Only an outstanding cheque
      * (ISSUED or STALE) can be voided; a cashed one is reported.
      * A STALE cheque's amount is already queued for reissue, so a
      * REISSUE on one is refused rather than paid twice.
       PROCESS-VOID-REQUESTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT VOID-REQUEST-FILE
           IF VOID-REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ VOID-REQUEST-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF VOID-REQUEST-RECORD NOT = SPACES
                               PERFORM PROCESS-ONE-VOID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOID-REQUEST-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       PROCESS-ONE-VOID.
           MOVE SPACES TO REQ-NUMBER-TOKEN REQ-ACTION-TOKEN
               REQ-REASON-TEXT
           MOVE 1 TO REQ-PARSE-POINTER
           UNSTRING VOID-REQUEST-RECORD DELIMITED BY SPACE
               INTO REQ-NUMBER-TOKEN REQ-ACTION-TOKEN
               WITH POINTER REQ-PARSE-POINTER
           IF REQ-PARSE-POINTER <= 80
               MOVE VOID-REQUEST-RECORD (REQ-PARSE-POINTER:)
                   TO REQ-REASON-TEXT
           END-IF
           MOVE REQ-NUMBER-TOKEN TO LOOKUP-NUMBER
           PERFORM FIND-LEDGER-ENTRY
           IF NOT LEDGER-FOUND
               PERFORM WRITE-VOID-EXCEPTION
           ELSE
           IF (LEDGER-STATUS (LEDGER-IDX) NOT = "ISSUED"
                   AND LEDGER-STATUS (LEDGER-IDX) NOT = "STALE")
                   OR (LEDGER-STATUS (LEDGER-IDX) = "STALE"
                   AND FUNCTION TRIM (REQ-ACTION-TOKEN) = "REISSUE")
               PERFORM WRITE-VOID-EXCEPTION
           ELSE
               IF LEDGER-STATUS (LEDGER-IDX) = "ISSUED"
                   MOVE "Y" TO LEDGER-VOIDED-NOW (LEDGER-IDX)
               END-IF
               MOVE "VOID" TO LEDGER-STATUS (LEDGER-IDX)
               ADD 1 TO VOIDED-COUNT
               MOVE LEDGER-AMOUNT (LEDGER-IDX) TO AMOUNT-DISPLAY-EDIT
               MOVE SPACES TO CHEQUE-REPORT-RECORD
               STRING "VOIDED:    " LEDGER-NUMBER (LEDGER-IDX)
                      " EMP " LEDGER-EMP-ID (LEDGER-IDX)
                      " " AMOUNT-DISPLAY-EDIT
                      " " FUNCTION TRIM (REQ-REASON-TEXT)
                   DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               WRITE CHEQUE-REPORT-RECORD
               IF FUNCTION TRIM (REQ-ACTION-TOKEN) = "REISSUE"
                   MOVE SPACES TO REISSUE-REASON-TEXT
                   STRING "VOID CHEQUE "
                          FUNCTION TRIM (LEDGER-NUMBER (LEDGER-IDX))
                       DELIMITED BY SIZE INTO REISSUE-REASON-TEXT
                   PERFORM QUEUE-CHEQUE-REISSUE
               END-IF
           END-IF
           END-IF.
      *
       WRITE-VOID-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           IF LEDGER-FOUND
               IF LEDGER-STATUS (LEDGER-IDX) = "STALE"
                   STRING "EXCEPTION: REISSUE OF " REQ-NUMBER-TOKEN
                          " REFUSED -- STALE, REISSUE ALREADY QUEUED"
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               ELSE
                   STRING "EXCEPTION: VOID OF " REQ-NUMBER-TOKEN
                          " REFUSED -- CHEQUE IS "
                          LEDGER-STATUS (LEDGER-IDX)
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               END-IF
           ELSE
               STRING "EXCEPTION: VOID OF " REQ-NUMBER-TOKEN
                      " REFUSED -- NOT ON THE CHEQUE LEDGER"
                   DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
           END-IF
           WRITE CHEQUE-REPORT-RECORD.
      *
      * The bank's paid file, taken before the voids so a cheque
      * the bank has already honoured is not voided and reissued.
      * A paid cheque must be on the ledger, still ISSUED, and for
      * exactly the amount issued. A STALE one was paid after its
      * amount went on the reissue queue -- the employee stands to
      * be paid twice, and treasury must stop the reissue.
       PROCESS-PAID-FILE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAID-FILE
           IF PAID-FILE-STATUS NOT = "00"
               MOVE SPACES TO CHEQUE-REPORT-RECORD
               STRING "NO BANK PAID FILE ON HAND "
                      "(data/cheque_paid.txt) -- NOTHING CASHED"
                   DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               WRITE CHEQUE-REPORT-RECORD
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ PAID-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PAID-RECORD NOT = SPACES
                               PERFORM PROCESS-ONE-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       PROCESS-ONE-PAID.
           MOVE SPACES TO REQ-NUMBER-TOKEN REQ-AMOUNT-TOKEN
               REQ-DATE-TOKEN
           UNSTRING PAID-RECORD DELIMITED BY ALL SPACE
               INTO REQ-NUMBER-TOKEN REQ-AMOUNT-TOKEN REQ-DATE-TOKEN
           MOVE 0 TO PAID-AMOUNT
           IF FUNCTION TEST-NUMVAL (REQ-AMOUNT-TOKEN) = 0
               COMPUTE PAID-AMOUNT =
                   FUNCTION NUMVAL (REQ-AMOUNT-TOKEN)
           END-IF
           MOVE PAID-AMOUNT TO AMOUNT-DISPLAY-EDIT
           MOVE REQ-NUMBER-TOKEN TO LOOKUP-NUMBER
           PERFORM FIND-LEDGER-ENTRY
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           EVALUATE TRUE
               WHEN NOT LEDGER-FOUND
                   ADD 1 TO EXCEPTION-COUNT
                   STRING "EXCEPTION: PAID " REQ-NUMBER-TOKEN
                          " " AMOUNT-DISPLAY-EDIT
                          " -- NOT ISSUED BY PAYROLL"
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               WHEN LEDGER-STATUS (LEDGER-IDX) = "STALE"
                   ADD 1 TO EXCEPTION-COUNT
                   STRING "EXCEPTION: PAID " REQ-NUMBER-TOKEN
                          " " AMOUNT-DISPLAY-EDIT
                          " -- STALE, REISSUE ALREADY QUEUED TO EMP "
                          LEDGER-EMP-ID (LEDGER-IDX)
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               WHEN LEDGER-STATUS (LEDGER-IDX) NOT = "ISSUED"
                   ADD 1 TO EXCEPTION-COUNT
                   STRING "EXCEPTION: PAID " REQ-NUMBER-TOKEN
                          " " AMOUNT-DISPLAY-EDIT
                          " -- CHEQUE IS "
                          LEDGER-STATUS (LEDGER-IDX)
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               WHEN PAID-AMOUNT NOT = LEDGER-AMOUNT (LEDGER-IDX)
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE LEDGER-AMOUNT (LEDGER-IDX) TO AMOUNT-EDIT
                   STRING "EXCEPTION: PAID " REQ-NUMBER-TOKEN
                          " " AMOUNT-DISPLAY-EDIT
                          " -- ISSUED FOR " AMOUNT-EDIT
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
               WHEN OTHER
                   ADD 1 TO CASHED-COUNT
                   MOVE "CASHED" TO LEDGER-STATUS (LEDGER-IDX)
                   STRING "CASHED:    " REQ-NUMBER-TOKEN
                          " EMP " LEDGER-EMP-ID (LEDGER-IDX)
                          " " AMOUNT-DISPLAY-EDIT
                          " PAID " REQ-DATE-TOKEN
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
           END-EVALUATE
           WRITE CHEQUE-REPORT-RECORD.
      *
      * Every cheque still ISSUED past the cut-off goes STALE: the
      * bank is told to stop honouring it and the amount is queued
      * for the employee's next payslip run.
       AGE-OUTSTANDING-CHEQUES.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LEDGER-STATUS (LEDGER-IDX) = "ISSUED"
                   COMPUTE ISSUE-SERIAL = FUNCTION INTEGER-OF-DATE
                       (LEDGER-ISSUE-DATE (LEDGER-IDX))
                   IF AS-OF-SERIAL > ISSUE-SERIAL + STALE-DAYS
                       COMPUTE CHEQUE-AGE-DAYS =
                           AS-OF-SERIAL - ISSUE-SERIAL
                       MOVE "STALE" TO LEDGER-STATUS (LEDGER-IDX)
                       MOVE "Y" TO LEDGER-VOIDED-NOW (LEDGER-IDX)
                       ADD 1 TO STALE-COUNT
                       MOVE LEDGER-AMOUNT (LEDGER-IDX)
                           TO AMOUNT-DISPLAY-EDIT
                       MOVE CHEQUE-AGE-DAYS TO DISP-COUNT
                       MOVE SPACES TO CHEQUE-REPORT-RECORD
                       STRING "STALE:     " LEDGER-NUMBER (LEDGER-IDX)
                              " EMP " LEDGER-EMP-ID (LEDGER-IDX)
                              " " AMOUNT-DISPLAY-EDIT
                              " ISSUED "
                              LEDGER-ISSUE-DATE (LEDGER-IDX)
                              " --" DISP-COUNT " DAYS UNCASHED"
                           DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
                       WRITE CHEQUE-REPORT-RECORD
                       MOVE SPACES TO REISSUE-REASON-TEXT
                       STRING "STALE CHEQUE "
                              FUNCTION TRIM
                                  (LEDGER-NUMBER (LEDGER-IDX))
                           DELIMITED BY SIZE INTO REISSUE-REASON-TEXT
                       PERFORM QUEUE-CHEQUE-REISSUE
                   END-IF
               END-IF
           END-PERFORM.
      *
      * Same line the bank-returns run queues -- the payslip run
      * adds the amount onto the employee's next payment.
       QUEUE-CHEQUE-REISSUE.
           ADD 1 TO REISSUED-COUNT
           MOVE LEDGER-AMOUNT (LEDGER-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO REISSUE-QUEUE-RECORD
           STRING LEDGER-EMP-ID (LEDGER-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (LEDGER-RUN-ID (LEDGER-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (REISSUE-REASON-TEXT)
                      DELIMITED BY SIZE
               INTO REISSUE-QUEUE-RECORD
           WRITE REISSUE-QUEUE-RECORD
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           STRING "           QUEUED FOR REISSUE TO EMP "
                  LEDGER-EMP-ID (LEDGER-IDX)
               DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
           WRITE CHEQUE-REPORT-RECORD.
      *
      * The positive-pay void file, laid out like the payslip run's
      * issue file: H header, one V line per cheque the bank must
      * no longer honour, T trailer with the count and total. A
      * cheque already STALE when voided was sent to the bank then.
       WRITE-POSITIVE-PAY-VOIDS.
           IF VOIDED-COUNT + STALE-COUNT > 0
               OPEN OUTPUT POSITIVE-PAY-VOID-FILE
               MOVE SPACES TO POSITIVE-PAY-VOID-RECORD
               STRING "H " COMPANY-BANK-ACCOUNT " " AS-OF-DATE
                      " " RUN-ID " VOID"
                   DELIMITED BY SIZE INTO POSITIVE-PAY-VOID-RECORD
               WRITE POSITIVE-PAY-VOID-RECORD
               PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                       UNTIL LEDGER-IDX > LEDGER-COUNT
                   IF LEDGER-VOIDED-NOW (LEDGER-IDX) = "Y"
                       ADD 1 TO VOID-FILE-COUNT
                       ADD LEDGER-AMOUNT (LEDGER-IDX) TO VOID-TOTAL
                       MOVE LEDGER-AMOUNT (LEDGER-IDX) TO AMOUNT-EDIT
                       MOVE SPACES TO POSITIVE-PAY-VOID-RECORD
                       STRING "V " LEDGER-NUMBER (LEDGER-IDX)
                              " " AMOUNT-EDIT
                              " " LEDGER-ISSUE-DATE (LEDGER-IDX)
                           DELIMITED BY SIZE
                           INTO POSITIVE-PAY-VOID-RECORD
                       WRITE POSITIVE-PAY-VOID-RECORD
                   END-IF
               END-PERFORM
               MOVE VOID-TOTAL TO VOID-TOTAL-EDIT
               MOVE SPACES TO POSITIVE-PAY-VOID-RECORD
               STRING "T " VOID-FILE-COUNT " " VOID-TOTAL-EDIT
                   DELIMITED BY SIZE INTO POSITIVE-PAY-VOID-RECORD
               WRITE POSITIVE-PAY-VOID-RECORD
               CLOSE POSITIVE-PAY-VOID-FILE
           END-IF.
      *
       WRITE-OUTSTANDING-LIST.
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           WRITE CHEQUE-REPORT-RECORD
           MOVE "CHEQUES OUTSTANDING:" TO CHEQUE-REPORT-RECORD
           WRITE CHEQUE-REPORT-RECORD
           MOVE 0 TO OUTSTANDING-COUNT
           MOVE 0 TO OUTSTANDING-TOTAL
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LEDGER-STATUS (LEDGER-IDX) = "ISSUED"
                   ADD 1 TO OUTSTANDING-COUNT
                   ADD LEDGER-AMOUNT (LEDGER-IDX) TO OUTSTANDING-TOTAL
                   COMPUTE CHEQUE-AGE-DAYS = AS-OF-SERIAL
                       - FUNCTION INTEGER-OF-DATE
                           (LEDGER-ISSUE-DATE (LEDGER-IDX))
                   MOVE CHEQUE-AGE-DAYS TO DISP-COUNT
                   MOVE LEDGER-AMOUNT (LEDGER-IDX)
                       TO AMOUNT-DISPLAY-EDIT
                   MOVE SPACES TO CHEQUE-REPORT-RECORD
                   STRING "  " LEDGER-NUMBER (LEDGER-IDX)
                          " EMP " LEDGER-EMP-ID (LEDGER-IDX)
                          " " AMOUNT-DISPLAY-EDIT
                          " ISSUED " LEDGER-ISSUE-DATE (LEDGER-IDX)
                          " AGE" DISP-COUNT " DAYS"
                       DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
                   WRITE CHEQUE-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE OUTSTANDING-COUNT TO DISP-COUNT
           MOVE OUTSTANDING-TOTAL TO OUTSTANDING-TOTAL-EDIT
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           STRING "OUTSTANDING: " DISP-COUNT
                  "  TOTAL: " OUTSTANDING-TOTAL-EDIT
               DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
           WRITE CHEQUE-REPORT-RECORD
           MOVE EXCEPTION-COUNT TO DISP-COUNT
           MOVE SPACES TO CHEQUE-REPORT-RECORD
           STRING "EXCEPTIONS FOR TREASURY: " DISP-COUNT
               DELIMITED BY SIZE INTO CHEQUE-REPORT-RECORD
           WRITE CHEQUE-REPORT-RECORD.
      *
       SAVE-CHEQUE-LEDGER.
           OPEN OUTPUT CHEQUE-LEDGER-FILE
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               MOVE LEDGER-AMOUNT (LEDGER-IDX) TO AMOUNT-EDIT
               MOVE SPACES TO CHEQUE-LEDGER-RECORD
               STRING LEDGER-NUMBER (LEDGER-IDX)
                      " " LEDGER-EMP-ID (LEDGER-IDX)
                      " " AMOUNT-EDIT
                      " " LEDGER-ISSUE-DATE (LEDGER-IDX)
                      " " LEDGER-STATUS (LEDGER-IDX)
                      " " LEDGER-RUN-ID (LEDGER-IDX)
                   DELIMITED BY SIZE INTO CHEQUE-LEDGER-RECORD
               WRITE CHEQUE-LEDGER-RECORD
           END-PERFORM
           CLOSE CHEQUE-LEDGER-FILE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=CHEQUE CASHED=" CASHED-COUNT
                  " VOIDED=" VOIDED-COUNT
                  " STALE=" STALE-COUNT
                  " EXCEPTIONS=" EXCEPTION-COUNT
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
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
           STRING "cheque-reconcile " RUN-ID
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
       END PROGRAM CHEQUE-RECONCILE.
      *
