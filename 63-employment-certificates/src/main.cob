      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. EMPLOYMENT-CERTIFICATES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The constancia de trabajo e ingresos an ACTIVE employee asks
      * for -- bank loans, rentals, visas -- on request instead of
      * typed by hand: one line per request, "EMP-ID [MONTHS]",
      * MONTHS being 3 (the default) or 6 complete calendar months
      * before today. Lines starting "*" are comments. The exit
      * certificado stays with maintenance's RETIRE; this one is
      * refused for anyone not active.
           SELECT CERT-REQUEST-FILE
               ASSIGN TO "data/certificate_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-REQUEST-FILE-STATUS.
      *
      * Name, document, area, regime, and hire date, read by key.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The position the employee holds ("POS-ID EMP-ID FTE") and its
      * title off the position master ("POS-ID DEPT GRADE BUDGET-FTE
      * REPORTS-TO TITLE..."). No seat on file prints no position.
           SELECT POSITION-HOLDER-FILE
               ASSIGN TO "data/position_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-HOLDER-FILE-STATUS.
      *
           SELECT POSITION-FILE ASSIGN TO "data/positions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-FILE-STATUS.
      *
      * Gross pay per period. Read as the live file plus the
      * data/pay_history.YYYY.txt archives the window reaches back
      * into, so a January certificate still shows the months
      * before the year-end cut.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO DYNAMIC PAY-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
      * Pay history carries gross only, so net is gross less what
      * the payslip run durably recorded as taken from it: Renta 5ta
      * and the AFP or ONP contribution off the PLAME detail
      * ("EMP|YYYYMMDD|GROSS|TAX|AFP|ESSALUD|FAMILY|ONP|EPS"), and
      * every other slip deduction off the withholding detail
      * ("YYYYMMDD CODE REF EMP AMOUNT RUN-ID").
           SELECT PLAME-DETAIL-FILE
               ASSIGN TO "data/plame_details.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAME-DETAIL-FILE-STATUS.
      *
           SELECT WITHHOLDING-DETAIL-FILE
               ASSIGN TO "data/withholding_details.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WITHHOLDING-DETAIL-FILE-STATUS.
      *
      * One document per certificate, named by employee and number:
      * report/certificates/<id>_CONSTANCIA_<number>.txt.
           SELECT CERTIFICATE-FILE
               ASSIGN TO DYNAMIC CERTIFICATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-FILE-STATUS.
      *
      * The official document sequences and the issued-number
      * register, shared suite-wide. Each constancia draws its
      * number from the CONSTANCIA sequence, and the register line
      * carries the figures certified, so CERT_VERIFY=<number> can
      * answer a bank that calls about one.
           SELECT DOCUMENT-SEQ-FILE
               ASSIGN TO "data/document_sequences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-SEQ-FILE-STATUS.
      *
           SELECT DOCUMENT-REGISTER-FILE
               ASSIGN TO "data/document_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENT-REGISTER-FILE-STATUS.
      * The company this tree belongs to -- data/company_profile.
      * txt ("CODE|NAME|RUC|CCY"), materialized into each company's
      * tree by the batch driver's COMPANY selection. Missing file
      * keeps the compiled-in single-company defaults, so a plain
      * install keeps working untouched.
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD CERT-REQUEST-FILE.
       01 CERT-REQUEST-RECORD       PIC X(40).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD POSITION-HOLDER-FILE.
       01 POSITION-HOLDER-RECORD    PIC X(30).
      *
       FD POSITION-FILE.
       01 POSITION-RECORD           PIC X(100).
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD        PIC X(80).
      *
       FD PLAME-DETAIL-FILE.
       01 PLAME-DETAIL-RECORD       PIC X(100).
      *
       FD WITHHOLDING-DETAIL-FILE.
       01 WITHHOLDING-DETAIL-RECORD PIC X(70).
      *
       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE          PIC X(80).
      *
       FD DOCUMENT-SEQ-FILE.
       01 DOCUMENT-SEQ-RECORD       PIC X(30).
      *
       FD DOCUMENT-REGISTER-FILE.
       01 DOCUMENT-REGISTER-RECORD  PIC X(60).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD    PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 CERT-REQUEST-FILE-STATUS  PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 POSITION-HOLDER-FILE-STATUS PIC XX.
       01 POSITION-FILE-STATUS      PIC XX.
       01 PAY-HISTORY-FILE-STATUS   PIC XX.
       01 PAY-HISTORY-FILE-NAME     PIC X(100).
       01 HISTORY-SCAN-YEAR         PIC 9(4).
       01 PLAME-DETAIL-FILE-STATUS  PIC XX.
       01 WITHHOLDING-DETAIL-FILE-STATUS PIC XX.
       01 CERTIFICATE-FILE-STATUS   PIC XX.
       01 CERTIFICATE-FILE-NAME     PIC X(100).
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD          PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 COMPANY-CODE              PIC X(4) VALUE SPACES.
       01 COMPANY-NAME              PIC X(30) VALUE "ACME PERU S.A.C.".
       01 COMPANY-TAX-ID            PIC X(11) VALUE "20123456789".
       01 PROFILE-CODE-TOKEN        PIC X(4).
       01 PROFILE-NAME-TEXT         PIC X(30).
       01 PROFILE-RUC-TEXT          PIC X(11).
       01 PROFILE-CCY-TEXT          PIC X(3).
       01 CURRENCY-SYMBOL           PIC X(4).
      *
       01 EOF-FLAG                  PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".
       01 RUN-DATE                  PIC 9(6).
       01 RUN-TIME                  PIC 9(8).
       01 ISSUE-DATE                PIC 9(8).
       01 ISSUE-YEAR                PIC 9(4).
       01 VERIFY-NUMBER-PARM        PIC X(16).
      *
      * The request in hand.
       01 REQ-EMP-TOKEN             PIC X(5).
       01 REQ-MONTHS-TOKEN          PIC X(3).
       01 REQUEST-VALID-FLAG        PIC X.
           88 REQUEST-IS-VALID      VALUE "Y".
           88 REQUEST-IS-INVALID    VALUE "N".
       01 REQUEST-COUNT             PIC 9(5) VALUE 0.
       01 ISSUED-COUNT              PIC 9(5) VALUE 0.
       01 REJECTED-COUNT            PIC 9(5) VALUE 0.
       01 CERT-REGIME               PIC X(12).
       01 CERT-POSITION-TITLE       PIC X(30).
      *
      * Position lookup.
       01 POS-ID-TOKEN              PIC X(8).
       01 POS-DEPT-TOKEN            PIC X(10).
       01 POS-GRADE-TOKEN           PIC X(4).
       01 POS-FTE-TOKEN             PIC X(8).
       01 POS-REPORTS-TOKEN         PIC X(8).
       01 POS-LINE-POINTER          PIC 999.
       01 HOLD-EMP-TOKEN            PIC X(5).
       01 HELD-POS-ID               PIC X(8).
      *
      * The certified months, oldest first: gross off pay history,
      * the deductions taken from it, and the net that leaves.
       01 WIN-MONTHS                PIC 9 VALUE 3.
       01 WIN-TABLE.
           05 WIN-ENTRY OCCURS 6 TIMES.
               10 WIN-YYYYMM        PIC 9(6).
               10 WIN-GROSS         PIC S9(9)V99.
               10 WIN-DEDUCTIONS    PIC S9(9)V99.
               10 WIN-NET           PIC S9(9)V99.
       01 WIN-IDX                   PIC 99.
       01 WIN-YEAR                  PIC 9(4).
       01 WIN-MONTH                 PIC 99.
       01 WIN-FOUND-FLAG            PIC X.
           88 WIN-FOUND             VALUE "Y".
       01 SCAN-YYYYMM               PIC 9(6).
       01 TOTAL-GROSS               PIC S9(9)V99.
       01 TOTAL-NET                 PIC S9(9)V99.
       01 AVERAGE-GROSS             PIC S9(9)V99.
       01 AVERAGE-NET               PIC S9(9)V99.
      *
       01 HIST-ID-TOKEN             PIC X(5).
       01 HIST-PERIOD-TOKEN         PIC X(10).
       01 HIST-AMOUNT-TOKEN         PIC X(12).
      *
       01 DET-EMP-TOKEN             PIC X(5).
       01 DET-DATE-TOKEN            PIC X(8).
       01 DET-GROSS-TOKEN           PIC X(12).
       01 DET-TAX-TOKEN             PIC X(12).
       01 DET-AFP-TOKEN             PIC X(12).
       01 DET-ESSALUD-TOKEN         PIC X(12).
       01 DET-FAMILY-TOKEN          PIC X(12).
       01 DET-ONP-TOKEN             PIC X(12).
      *
       01 WHD-DATE-TOKEN            PIC X(8).
       01 WHD-CODE-TOKEN            PIC X(8).
       01 WHD-REF-TOKEN             PIC X(20).
       01 WHD-EMP-TOKEN             PIC X(5).
       01 WHD-AMOUNT-TOKEN          PIC X(12).
      *
      * Register and verification.
       01 REG-NUMBER-TOKEN          PIC X(16).
       01 REG-EMP-TOKEN             PIC X(5).
       01 REG-DATE-TOKEN            PIC X(8).
       01 REG-TYPE-TOKEN            PIC X(16).
       01 REG-MONTHS-TOKEN          PIC X(3).
       01 REG-GROSS-TOKEN           PIC X(12).
       01 REG-NET-TOKEN             PIC X(12).
       01 REG-FOUND-FLAG            PIC X.
           88 REG-FOUND             VALUE "Y".
       01 REG-AMOUNT-EDIT           PIC -(7)9.99.
       01 REG-NET-EDIT              PIC -(7)9.99.
      *
       01 DISP-MONTH                PIC 9(6).
       01 DISP-GROSS                PIC -Z,ZZZ,ZZ9.99.
       01 DISP-NET                  PIC -Z,ZZZ,ZZ9.99.
       01 DISP-COUNT                PIC ZZZZ9.
      *
      * The official document sequence -- drawn, advanced, and the
      * issue recorded on the register.
       01 DOCUMENT-SEQ-FILE-STATUS  PIC XX.
       01 DOCUMENT-REGISTER-FILE-STATUS PIC XX.
       01 DOC-SEQ-MAX               PIC 99 VALUE 10.
       01 DOC-SEQ-COUNT             PIC 99 VALUE 0.
       01 DOC-SEQ-TABLE.
           05 DOC-SEQ-ENTRY OCCURS 10 TIMES.
               10 DOC-SEQ-TYPE      PIC X(12).
               10 DOC-SEQ-NEXT      PIC 9(8).
       01 DOC-SEQ-IDX               PIC 99.
       01 DOC-SEQ-TYPE-TOKEN        PIC X(12).
       01 DOC-SEQ-NUM-TOKEN         PIC X(10).
       01 DOC-TYPE-WANTED           PIC X(12).
       01 DOC-PREFIX-WANTED         PIC X.
       01 CURRENT-DOC-NUMBER        PIC X(16) VALUE SPACES.
       01 DOC-SEQ-FOUND-FLAG        PIC X.
           88 DOC-SEQ-FOUND         VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           ACCEPT ISSUE-DATE FROM DATE YYYYMMDD
           MOVE ISSUE-DATE (1:4) TO ISSUE-YEAR
           PERFORM LOAD-COMPANY-PROFILE

           MOVE SPACES TO VERIFY-NUMBER-PARM
           ACCEPT VERIFY-NUMBER-PARM FROM ENVIRONMENT "CERT_VERIFY"
           IF VERIFY-NUMBER-PARM NOT = SPACES
               PERFORM VERIFY-CERTIFICATE
               STOP RUN
           END-IF

           MOVE SPACES TO CURRENCY-SYMBOL
           ACCEPT CURRENCY-SYMBOL FROM ENVIRONMENT "CURRENCY_SYMBOL"
           IF CURRENCY-SYMBOL = SPACES
               MOVE "S/" TO CURRENCY-SYMBOL
           END-IF

           OPEN INPUT CERT-REQUEST-FILE
           IF CERT-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "CERTIFICATE RUN ABORTED -- "
                   "data/certificate_requests.txt NOT FOUND"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CERTIFICATE RUN ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               CLOSE CERT-REQUEST-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DOCUMENT-SEQUENCES

           PERFORM UNTIL CERT-REQUEST-FILE-STATUS NOT = "00"
               READ CERT-REQUEST-FILE
                   AT END
                       MOVE "10" TO CERT-REQUEST-FILE-STATUS
                   NOT AT END
                       IF CERT-REQUEST-RECORD NOT = SPACES
                               AND CERT-REQUEST-RECORD (1:1) NOT = "*"
                           ADD 1 TO REQUEST-COUNT
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE

           MOVE REQUEST-COUNT TO DISP-COUNT
           DISPLAY "REQUESTS READ    : " DISP-COUNT
           MOVE ISSUED-COUNT TO DISP-COUNT
           DISPLAY "CERTIFICATES     : " DISP-COUNT
           MOVE REJECTED-COUNT TO DISP-COUNT
           DISPLAY "REJECTED         : " DISP-COUNT
           IF ISSUED-COUNT > 0
               DISPLAY "CERTIFICATES WRITTEN TO report/certificates"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   EMPLOYMENT CERTIFICATES            "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       PROCESS-ONE-REQUEST.
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO REQ-EMP-TOKEN REQ-MONTHS-TOKEN
           UNSTRING CERT-REQUEST-RECORD DELIMITED BY ALL SPACE
               INTO REQ-EMP-TOKEN REQ-MONTHS-TOKEN
           EVALUATE REQ-MONTHS-TOKEN
               WHEN SPACES
                   MOVE 3 TO WIN-MONTHS
               WHEN "3"
                   MOVE 3 TO WIN-MONTHS
               WHEN "6"
                   MOVE 6 TO WIN-MONTHS
               WHEN OTHER
                   SET REQUEST-IS-INVALID TO TRUE
                   DISPLAY "REJECTED " REQ-EMP-TOKEN
                       " -- MONTHS MUST BE 3 OR 6"
           END-EVALUATE
           IF REQUEST-IS-VALID
               IF REQ-EMP-TOKEN IS NUMERIC
                   MOVE REQ-EMP-TOKEN TO EMPMAST-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           SET REQUEST-IS-INVALID TO TRUE
                           DISPLAY "REJECTED " REQ-EMP-TOKEN
                               " -- NOT ON THE EMPLOYEE MASTER"
                   END-READ
               ELSE
                   SET REQUEST-IS-INVALID TO TRUE
                   DISPLAY "REJECTED " REQ-EMP-TOKEN
                       " -- EMPLOYEE ID MUST BE FIVE DIGITS"
               END-IF
           END-IF
      * A leaver's certificate is the exit certificado RETIRE
      * already wrote; this one certifies current employment.
           IF REQUEST-IS-VALID
               IF EMPMAST-STATUS = "RETIRED"
                   SET REQUEST-IS-INVALID TO TRUE
                   DISPLAY "REJECTED " REQ-EMP-TOKEN
                       " -- RETIRED, NOT AN ACTIVE EMPLOYEE"
               END-IF
           END-IF
           IF REQUEST-IS-VALID
               PERFORM ISSUE-CERTIFICATE
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF.
      *
       ISSUE-CERTIFICATE.
           IF EMPMAST-REGIME = SPACES
               MOVE "REGULAR" TO CERT-REGIME
           ELSE
               MOVE EMPMAST-REGIME TO CERT-REGIME
           END-IF
           PERFORM LOOKUP-POSITION-TITLE
           PERFORM BUILD-MONTH-WINDOW
           PERFORM ACCUMULATE-GROSS-PAY
           PERFORM ACCUMULATE-PLAME-DEDUCTIONS
           PERFORM ACCUMULATE-OTHER-DEDUCTIONS
           PERFORM COMPUTE-CERTIFIED-TOTALS
           MOVE "CONSTANCIA" TO DOC-TYPE-WANTED
           MOVE "T" TO DOC-PREFIX-WANTED
           PERFORM DRAW-DOCUMENT-NUMBER
           PERFORM WRITE-CERTIFICATE-DOCUMENT
           IF CERTIFICATE-FILE-STATUS = "00"
               PERFORM SAVE-DOCUMENT-SEQUENCES
               PERFORM APPEND-DOCUMENT-REGISTER
               PERFORM WRITE-AUDIT-LOG-ENTRY
               ADD 1 TO ISSUED-COUNT
               DISPLAY "ISSUED " FUNCTION TRIM (CURRENT-DOC-NUMBER)
                   " FOR " REQ-EMP-TOKEN "  "
                   FUNCTION TRIM (CERTIFICATE-FILE-NAME)
           ELSE
      * Nothing was issued, so the number goes back unused.
               SUBTRACT 1 FROM DOC-SEQ-NEXT (DOC-SEQ-IDX)
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED " REQ-EMP-TOKEN " -- "
                   FUNCTION TRIM (CERTIFICATE-FILE-NAME)
                   " NOT WRITABLE (STATUS " CERTIFICATE-FILE-STATUS
                   ")"
           END-IF.
      *
      * The first seat the employee holds on the position master.
       LOOKUP-POSITION-TITLE.
           MOVE SPACES TO CERT-POSITION-TITLE
           MOVE SPACES TO HELD-POS-ID
           OPEN INPUT POSITION-HOLDER-FILE
           IF POSITION-HOLDER-FILE-STATUS = "00"
               PERFORM UNTIL POSITION-HOLDER-FILE-STATUS NOT = "00"
                   READ POSITION-HOLDER-FILE
                       AT END
                           MOVE "10" TO POSITION-HOLDER-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO POS-ID-TOKEN HOLD-EMP-TOKEN
                           UNSTRING POSITION-HOLDER-RECORD
                               DELIMITED BY ALL SPACE
                               INTO POS-ID-TOKEN HOLD-EMP-TOKEN
                           IF HOLD-EMP-TOKEN = REQ-EMP-TOKEN
                                   AND HELD-POS-ID = SPACES
                               MOVE POS-ID-TOKEN TO HELD-POS-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-HOLDER-FILE
           END-IF
           IF HELD-POS-ID NOT = SPACES
               OPEN INPUT POSITION-FILE
               IF POSITION-FILE-STATUS = "00"
                   PERFORM UNTIL POSITION-FILE-STATUS NOT = "00"
                       READ POSITION-FILE
                           AT END
                               MOVE "10" TO POSITION-FILE-STATUS
                           NOT AT END
                               PERFORM MATCH-ONE-POSITION
                       END-READ
                   END-PERFORM
                   CLOSE POSITION-FILE
               END-IF
           END-IF.
      *
       MATCH-ONE-POSITION.
           IF POSITION-RECORD (1:1) NOT = "*"
                   AND POSITION-RECORD NOT = SPACES
               MOVE SPACES TO POS-ID-TOKEN POS-DEPT-TOKEN
                   POS-GRADE-TOKEN POS-FTE-TOKEN POS-REPORTS-TOKEN
               MOVE 1 TO POS-LINE-POINTER
               UNSTRING POSITION-RECORD DELIMITED BY ALL SPACE
                   INTO POS-ID-TOKEN POS-DEPT-TOKEN POS-GRADE-TOKEN
                        POS-FTE-TOKEN POS-REPORTS-TOKEN
                   WITH POINTER POS-LINE-POINTER
               IF POS-ID-TOKEN = HELD-POS-ID
                       AND POS-LINE-POINTER < 100
                   MOVE POSITION-RECORD (POS-LINE-POINTER:)
                       TO CERT-POSITION-TITLE
               END-IF
           END-IF.
      *
      * The last WIN-MONTHS complete calendar months before the
      * issue date, oldest first -- the month in progress is never
      * certified half-paid.
       BUILD-MONTH-WINDOW.
           MOVE ISSUE-DATE (1:4) TO WIN-YEAR
           MOVE ISSUE-DATE (5:2) TO WIN-MONTH
           PERFORM VARYING WIN-IDX FROM WIN-MONTHS BY -1
                   UNTIL WIN-IDX < 1
               IF WIN-MONTH = 1
                   MOVE 12 TO WIN-MONTH
                   SUBTRACT 1 FROM WIN-YEAR
               ELSE
                   SUBTRACT 1 FROM WIN-MONTH
               END-IF
               COMPUTE WIN-YYYYMM (WIN-IDX) =
                   WIN-YEAR * 100 + WIN-MONTH
               MOVE 0 TO WIN-GROSS (WIN-IDX)
               MOVE 0 TO WIN-DEDUCTIONS (WIN-IDX)
               MOVE 0 TO WIN-NET (WIN-IDX)
           END-PERFORM.
      *
       FIND-WINDOW-MONTH.
           MOVE "N" TO WIN-FOUND-FLAG
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WIN-MONTHS OR WIN-FOUND
               IF WIN-YYYYMM (WIN-IDX) = SCAN-YYYYMM
                   SET WIN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WIN-FOUND
               SUBTRACT 1 FROM WIN-IDX
           END-IF.
      *
      * Archives from the window's first year up to last year, then
      * the live file; the month filter keeps everything else out.
       ACCUMULATE-GROSS-PAY.
           MOVE WIN-YYYYMM (1) (1:4) TO HISTORY-SCAN-YEAR
           PERFORM UNTIL HISTORY-SCAN-YEAR NOT < ISSUE-YEAR
               MOVE SPACES TO PAY-HISTORY-FILE-NAME
               STRING "data/pay_history." HISTORY-SCAN-YEAR ".txt"
                   DELIMITED BY SIZE INTO PAY-HISTORY-FILE-NAME
               PERFORM READ-ONE-HISTORY-FILE
               ADD 1 TO HISTORY-SCAN-YEAR
           END-PERFORM
           MOVE "data/pay_history.txt" TO PAY-HISTORY-FILE-NAME
           PERFORM READ-ONE-HISTORY-FILE.
      *
       READ-ONE-HISTORY-FILE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PAY-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
      * Every line counts -- adjustments add, reversals carry their
      * own negative amount -- so the month's gross is what was
      * finally paid.
       FOLD-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN HIST-PERIOD-TOKEN
               HIST-AMOUNT-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN HIST-AMOUNT-TOKEN
           IF HIST-ID-TOKEN = REQ-EMP-TOKEN
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-PERIOD-TOKEN (1:2) IS NUMERIC
                   AND HIST-PERIOD-TOKEN (7:4) IS NUMERIC
               COMPUTE SCAN-YYYYMM =
                   FUNCTION NUMVAL (HIST-PERIOD-TOKEN (7:4)) * 100
                   + FUNCTION NUMVAL (HIST-PERIOD-TOKEN (1:2))
               PERFORM FIND-WINDOW-MONTH
               IF WIN-FOUND
                   COMPUTE WIN-GROSS (WIN-IDX) = WIN-GROSS (WIN-IDX)
                       + FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               END-IF
           END-IF.
      *
      * Renta 5ta and the pension contribution (AFP or ONP) of each
      * period ending in a certified month.
       ACCUMULATE-PLAME-DEDUCTIONS.
           OPEN INPUT PLAME-DETAIL-FILE
           IF PLAME-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL PLAME-DETAIL-FILE-STATUS NOT = "00"
                   READ PLAME-DETAIL-FILE
                       AT END
                           MOVE "10" TO PLAME-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-ONE-PLAME-LINE
                   END-READ
               END-PERFORM
               CLOSE PLAME-DETAIL-FILE
           END-IF.
      *
       FOLD-ONE-PLAME-LINE.
           MOVE SPACES TO DET-EMP-TOKEN DET-DATE-TOKEN DET-GROSS-TOKEN
               DET-TAX-TOKEN DET-AFP-TOKEN DET-ESSALUD-TOKEN
               DET-FAMILY-TOKEN DET-ONP-TOKEN
           UNSTRING PLAME-DETAIL-RECORD DELIMITED BY "|"
               INTO DET-EMP-TOKEN DET-DATE-TOKEN DET-GROSS-TOKEN
                    DET-TAX-TOKEN DET-AFP-TOKEN DET-ESSALUD-TOKEN
                    DET-FAMILY-TOKEN DET-ONP-TOKEN
           IF DET-EMP-TOKEN = REQ-EMP-TOKEN
                   AND DET-DATE-TOKEN IS NUMERIC
               MOVE DET-DATE-TOKEN (1:6) TO SCAN-YYYYMM
               PERFORM FIND-WINDOW-MONTH
               IF WIN-FOUND
                   IF FUNCTION TEST-NUMVAL (DET-TAX-TOKEN) = 0
                       COMPUTE WIN-DEDUCTIONS (WIN-IDX) =
                           WIN-DEDUCTIONS (WIN-IDX)
                           + FUNCTION NUMVAL (DET-TAX-TOKEN)
                   END-IF
                   IF FUNCTION TEST-NUMVAL (DET-AFP-TOKEN) = 0
                       COMPUTE WIN-DEDUCTIONS (WIN-IDX) =
                           WIN-DEDUCTIONS (WIN-IDX)
                           + FUNCTION NUMVAL (DET-AFP-TOKEN)
                   END-IF
                   IF FUNCTION TEST-NUMVAL (DET-ONP-TOKEN) = 0
                       COMPUTE WIN-DEDUCTIONS (WIN-IDX) =
                           WIN-DEDUCTIONS (WIN-IDX)
                           + FUNCTION NUMVAL (DET-ONP-TOKEN)
                   END-IF
               END-IF
           END-IF.
      *
      * The slip's other deductions -- loans, union dues, court
      * orders -- as the payslip run recorded them taken.
       ACCUMULATE-OTHER-DEDUCTIONS.
           OPEN INPUT WITHHOLDING-DETAIL-FILE
           IF WITHHOLDING-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL WITHHOLDING-DETAIL-FILE-STATUS NOT = "00"
                   READ WITHHOLDING-DETAIL-FILE
                       AT END
                           MOVE "10" TO WITHHOLDING-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-ONE-WITHHOLDING-LINE
                   END-READ
               END-PERFORM
               CLOSE WITHHOLDING-DETAIL-FILE
           END-IF.
      *
       FOLD-ONE-WITHHOLDING-LINE.
           MOVE SPACES TO WHD-DATE-TOKEN WHD-CODE-TOKEN WHD-REF-TOKEN
               WHD-EMP-TOKEN WHD-AMOUNT-TOKEN
           UNSTRING WITHHOLDING-DETAIL-RECORD DELIMITED BY ALL SPACE
               INTO WHD-DATE-TOKEN WHD-CODE-TOKEN WHD-REF-TOKEN
                    WHD-EMP-TOKEN WHD-AMOUNT-TOKEN
           IF WHD-EMP-TOKEN = REQ-EMP-TOKEN
                   AND WHD-DATE-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (WHD-AMOUNT-TOKEN) = 0
               MOVE WHD-DATE-TOKEN (1:6) TO SCAN-YYYYMM
               PERFORM FIND-WINDOW-MONTH
               IF WIN-FOUND
                   COMPUTE WIN-DEDUCTIONS (WIN-IDX) =
                       WIN-DEDUCTIONS (WIN-IDX)
                       + FUNCTION NUMVAL (WHD-AMOUNT-TOKEN)
               END-IF
           END-IF.
      *
      * The average runs over every certified month, unpaid ones
      * included -- a bank reads it as what the employee earns a
      * month, and a month with no pay is part of that answer.
       COMPUTE-CERTIFIED-TOTALS.
           MOVE 0 TO TOTAL-GROSS
           MOVE 0 TO TOTAL-NET
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WIN-MONTHS
               COMPUTE WIN-NET (WIN-IDX) =
                   WIN-GROSS (WIN-IDX) - WIN-DEDUCTIONS (WIN-IDX)
               ADD WIN-GROSS (WIN-IDX) TO TOTAL-GROSS
               ADD WIN-NET (WIN-IDX) TO TOTAL-NET
           END-PERFORM
           COMPUTE AVERAGE-GROSS ROUNDED = TOTAL-GROSS / WIN-MONTHS
           COMPUTE AVERAGE-NET ROUNDED = TOTAL-NET / WIN-MONTHS.
      *
      * The constancia itself, in the wording and layout of the exit
      * certificado, plus the number a bank quotes back to verify it.
       WRITE-CERTIFICATE-DOCUMENT.
           MOVE SPACES TO CERTIFICATE-FILE-NAME
           STRING "report/certificates/" REQ-EMP-TOKEN
                  "_CONSTANCIA_" FUNCTION TRIM (CURRENT-DOC-NUMBER)
                  ".txt"
               DELIMITED BY SIZE INTO CERTIFICATE-FILE-NAME
           OPEN OUTPUT CERTIFICATE-FILE
           IF CERTIFICATE-FILE-STATUS = "00"
               PERFORM WRITE-CERTIFICATE-HEADING
               PERFORM WRITE-CERTIFICATE-EMPLOYEE
               PERFORM WRITE-CERTIFICATE-PAY
               PERFORM WRITE-CERTIFICATE-CLOSING
               CLOSE CERTIFICATE-FILE
           END-IF.
      *
       WRITE-CERTIFICATE-HEADING.
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE COMPANY-NAME TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "RUC: " COMPANY-TAX-ID
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "          CONSTANCIA DE TRABAJO E INGRESOS"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "          No. " FUNCTION TRIM (CURRENT-DOC-NUMBER)
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.
      *
       WRITE-CERTIFICATE-EMPLOYEE.
           MOVE "Se deja constancia que:" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Trabajador : " REQ-EMP-TOKEN " "
                  FUNCTION TRIM (EMPMAST-NAME)
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           IF EMPMAST-DOC-NUMBER NOT = SPACES
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "Documento  : "
                      FUNCTION TRIM (EMPMAST-DOC-TYPE) " "
                      FUNCTION TRIM (EMPMAST-DOC-NUMBER)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Area       : " FUNCTION TRIM (EMPMAST-DEPT)
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           IF CERT-POSITION-TITLE NOT = SPACES
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "Cargo      : "
                      FUNCTION TRIM (CERT-POSITION-TITLE)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Regimen    : " FUNCTION TRIM (CERT-REGIME)
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           IF EMPMAST-HIRE-DATE IS NUMERIC
                   AND EMPMAST-HIRE-DATE > 0
               STRING "Ingreso    : " EMPMAST-HIRE-DATE
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               MOVE "Ingreso    : NO REGISTRADO" TO CERTIFICATE-LINE
           END-IF
           WRITE CERTIFICATE-LINE
           MOVE "labora en la empresa a la fecha de emision."
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.
      *
       WRITE-CERTIFICATE-PAY.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Remuneraciones de los ultimos " WIN-MONTHS
                  " meses (" FUNCTION TRIM (CURRENCY-SYMBOL) "):"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "  Mes               Bruto           Neto"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WIN-MONTHS
               MOVE WIN-GROSS (WIN-IDX) TO DISP-GROSS
               MOVE WIN-NET (WIN-IDX) TO DISP-NET
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  " WIN-YYYYMM (WIN-IDX) (1:4) "/"
                      WIN-YYYYMM (WIN-IDX) (5:2) "  "
                      DISP-GROSS "  " DISP-NET
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-PERFORM
           MOVE TOTAL-GROSS TO DISP-GROSS
           MOVE TOTAL-NET TO DISP-NET
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "  Total    " DISP-GROSS "  " DISP-NET
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE AVERAGE-GROSS TO DISP-GROSS
           MOVE AVERAGE-NET TO DISP-NET
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "  Promedio " DISP-GROSS "  " DISP-NET
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "  Neto: bruto menos Renta 5ta, aporte previsional y"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "  demas descuentos de la boleta." TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.
      *
       WRITE-CERTIFICATE-CLOSING.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "Se expide la presente constancia a solicitud"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "del interesado, para los fines que estime"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "convenientes." TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Fecha de emision : " ISSUE-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "Para verificar esta constancia, cite el numero "
                  FUNCTION TRIM (CURRENT-DOC-NUMBER) "."
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-GROSS TO REG-AMOUNT-EDIT
           MOVE TOTAL-NET TO REG-NET-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=CONSTANCIA NUM="
                  FUNCTION TRIM (CURRENT-DOC-NUMBER)
                  " EMP=" REQ-EMP-TOKEN
                  " MONTHS=" WIN-MONTHS
                  " GROSS=" FUNCTION TRIM (REG-AMOUNT-EDIT)
                  " NET=" FUNCTION TRIM (REG-NET-EDIT)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Looks the quoted number up on the register and reads back
      * what was issued under it. A constancia's line carries the
      * months and the gross and net it certified, which is what a
      * bank's figures are checked against. The lookup itself goes
      * on the audit trail.
       VERIFY-CERTIFICATE.
           MOVE FUNCTION UPPER-CASE (VERIFY-NUMBER-PARM)
               TO VERIFY-NUMBER-PARM
           MOVE "N" TO REG-FOUND-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DOCUMENT-REGISTER-FILE
           IF DOCUMENT-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE OR REG-FOUND
                   READ DOCUMENT-REGISTER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO REG-NUMBER-TOKEN
                               REG-EMP-TOKEN REG-DATE-TOKEN
                               REG-TYPE-TOKEN REG-MONTHS-TOKEN
                               REG-GROSS-TOKEN REG-NET-TOKEN
                           UNSTRING DOCUMENT-REGISTER-RECORD
                               DELIMITED BY SPACE
                               INTO REG-NUMBER-TOKEN REG-EMP-TOKEN
                                    REG-DATE-TOKEN REG-TYPE-TOKEN
                                    REG-MONTHS-TOKEN REG-GROSS-TOKEN
                                    REG-NET-TOKEN
                           IF REG-NUMBER-TOKEN = VERIFY-NUMBER-PARM
                               SET REG-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENT-REGISTER-FILE
           END-IF
           MOVE "N" TO EOF-FLAG
           MOVE SPACES TO AUDIT-LOG-RECORD
           IF REG-FOUND
               DISPLAY "DOCUMENT " FUNCTION TRIM (REG-NUMBER-TOKEN)
                   " IS ON THE REGISTER"
               DISPLAY "  EMPLOYEE : " REG-EMP-TOKEN
               DISPLAY "  DATED    : " REG-DATE-TOKEN
               IF REG-TYPE-TOKEN = "CONSTANCIA"
                   DISPLAY "  TYPE     : CONSTANCIA DE TRABAJO E "
                       "INGRESOS"
                   DISPLAY "  MONTHS   : " FUNCTION TRIM
                       (REG-MONTHS-TOKEN)
                   DISPLAY "  GROSS    : " FUNCTION TRIM
                       (REG-GROSS-TOKEN)
                   DISPLAY "  NET      : " FUNCTION TRIM
                       (REG-NET-TOKEN)
               END-IF
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " TYPE=CERT-VERIFY NUM="
                      FUNCTION TRIM (VERIFY-NUMBER-PARM)
                      " EMP=" REG-EMP-TOKEN " RESULT=FOUND"
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           ELSE
               DISPLAY "DOCUMENT " FUNCTION TRIM (VERIFY-NUMBER-PARM)
                   " IS NOT ON THE REGISTER -- NOT ISSUED HERE"
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " TYPE=CERT-VERIFY NUM="
                      FUNCTION TRIM (VERIFY-NUMBER-PARM)
                      " RESULT=NOT-FOUND"
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD
           IF NOT REG-FOUND
               MOVE 1 TO RETURN-CODE
           END-IF.
      *
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
                       IF PROFILE-NAME-TEXT NOT = SPACES
                           MOVE PROFILE-NAME-TEXT TO COMPANY-NAME
                       END-IF
                       IF PROFILE-RUC-TEXT NOT = SPACES
                           MOVE PROFILE-RUC-TEXT TO COMPANY-TAX-ID
                       END-IF
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.
      *
       LOAD-DOCUMENT-SEQUENCES.
           MOVE 0 TO DOC-SEQ-COUNT
           OPEN INPUT DOCUMENT-SEQ-FILE
           IF DOCUMENT-SEQ-FILE-STATUS = "00"
               PERFORM UNTIL DOCUMENT-SEQ-FILE-STATUS NOT = "00"
                   READ DOCUMENT-SEQ-FILE
                       AT END
                           MOVE "10" TO DOCUMENT-SEQ-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO DOC-SEQ-TYPE-TOKEN
                           MOVE SPACES TO DOC-SEQ-NUM-TOKEN
                           UNSTRING DOCUMENT-SEQ-RECORD
                               DELIMITED BY SPACE
                               INTO DOC-SEQ-TYPE-TOKEN
                                    DOC-SEQ-NUM-TOKEN
                           IF DOC-SEQ-TYPE-TOKEN NOT = SPACES
                                   AND FUNCTION TRIM
                                       (DOC-SEQ-NUM-TOKEN)
                                       IS NUMERIC
                                   AND DOC-SEQ-NUM-TOKEN NOT = SPACES
                                   AND DOC-SEQ-COUNT < DOC-SEQ-MAX
                               ADD 1 TO DOC-SEQ-COUNT
                               MOVE DOC-SEQ-TYPE-TOKEN
                                   TO DOC-SEQ-TYPE (DOC-SEQ-COUNT)
                               COMPUTE DOC-SEQ-NEXT (DOC-SEQ-COUNT)
                                   = FUNCTION NUMVAL
                                       (DOC-SEQ-NUM-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENT-SEQ-FILE
           END-IF.
      *
      * Draws the next number of DOC-TYPE-WANTED -- the prefix
      * letter plus eight digits -- and advances the sequence.
       DRAW-DOCUMENT-NUMBER.
           MOVE "N" TO DOC-SEQ-FOUND-FLAG
           PERFORM VARYING DOC-SEQ-IDX FROM 1 BY 1
                   UNTIL DOC-SEQ-IDX > DOC-SEQ-COUNT
                       OR DOC-SEQ-FOUND
               IF DOC-SEQ-TYPE (DOC-SEQ-IDX) = DOC-TYPE-WANTED
                   SET DOC-SEQ-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DOC-SEQ-FOUND
               SUBTRACT 1 FROM DOC-SEQ-IDX
           ELSE
               IF DOC-SEQ-COUNT < DOC-SEQ-MAX
                   ADD 1 TO DOC-SEQ-COUNT
                   MOVE DOC-SEQ-COUNT TO DOC-SEQ-IDX
                   MOVE DOC-TYPE-WANTED
                       TO DOC-SEQ-TYPE (DOC-SEQ-IDX)
                   MOVE 1 TO DOC-SEQ-NEXT (DOC-SEQ-IDX)
               ELSE
                   MOVE 1 TO DOC-SEQ-IDX
               END-IF
           END-IF
           MOVE SPACES TO CURRENT-DOC-NUMBER
           STRING DOC-PREFIX-WANTED DOC-SEQ-NEXT (DOC-SEQ-IDX)
               DELIMITED BY SIZE INTO CURRENT-DOC-NUMBER
           ADD 1 TO DOC-SEQ-NEXT (DOC-SEQ-IDX).
      *
      * Rewritten after every issue, so a run stopped part way
      * through never hands the same number out twice.
       SAVE-DOCUMENT-SEQUENCES.
           IF DOC-SEQ-COUNT > 0
               OPEN OUTPUT DOCUMENT-SEQ-FILE
               PERFORM VARYING DOC-SEQ-IDX FROM 1 BY 1
                       UNTIL DOC-SEQ-IDX > DOC-SEQ-COUNT
                   MOVE SPACES TO DOCUMENT-SEQ-RECORD
                   STRING DOC-SEQ-TYPE (DOC-SEQ-IDX)
                              DELIMITED BY SPACE
                          " " DOC-SEQ-NEXT (DOC-SEQ-IDX)
                       DELIMITED BY SIZE INTO DOCUMENT-SEQ-RECORD
                   WRITE DOCUMENT-SEQ-RECORD
               END-PERFORM
               CLOSE DOCUMENT-SEQ-FILE
           END-IF.
      *
      * "NUMBER EMP-ID ISSUE-DATE CONSTANCIA MONTHS GROSS NET" --
      * the same leading three tokens every other document's line
      * has, then the figures certified.
       APPEND-DOCUMENT-REGISTER.
           OPEN EXTEND DOCUMENT-REGISTER-FILE
           IF DOCUMENT-REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT DOCUMENT-REGISTER-FILE
           END-IF
           MOVE TOTAL-GROSS TO REG-AMOUNT-EDIT
           MOVE TOTAL-NET TO REG-NET-EDIT
           MOVE SPACES TO DOCUMENT-REGISTER-RECORD
           STRING FUNCTION TRIM (CURRENT-DOC-NUMBER)
                  " " REQ-EMP-TOKEN
                  " " ISSUE-DATE
                  " CONSTANCIA"
                  " " WIN-MONTHS
                  " " FUNCTION TRIM (REG-AMOUNT-EDIT)
                  " " FUNCTION TRIM (REG-NET-EDIT)
               DELIMITED BY SIZE INTO DOCUMENT-REGISTER-RECORD
           WRITE DOCUMENT-REGISTER-RECORD
           CLOSE DOCUMENT-REGISTER-FILE.
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
       END PROGRAM EMPLOYMENT-CERTIFICATES.
      *
