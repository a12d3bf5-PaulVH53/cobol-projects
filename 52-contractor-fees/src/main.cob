      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CONTRACTOR-FEES.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fee payments to independent contractors (recibos por
      * honorarios). Each recibo in the batch is recorded, the 8%
      * fourth-category withholding taken unless the contractor has
      * a suspension certificate on file for the year of payment,
      * and the net paid through the same per-bank interface
      * batches the payslip run builds -- H header with the company
      * account, value date and RUN-ID, D details, T trailer with
      * count, amount and account hash. Every payment lands on the
      * durable ledger PLAME-EXPORT declares the month's 4ta lines
      * from.
      *
      * The contractor master, "ID|RUC|NAME|BANK|ACCOUNT" per line
      * -- contractor IDs carry a C prefix (C0001) so they can never
      * collide with an employee ID on a bank detail. A contractor
      * with no bank on file pays through the SINB pseudo-bank like
      * an employee with none.
           SELECT CONTRACTOR-MASTER-FILE
               ASSIGN TO "data/contractor_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACTOR-MASTER-FILE-STATUS.
      *
      * Suspension certificates: "ID YEAR CERTIFICATE" -- valid for
      * the calendar year they were issued for, and only that year.
           SELECT SUSPENSION-FILE
               ASSIGN TO "data/contractor_suspensions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSION-FILE-STATUS.
      *
      * The batch to pay: "ID SERIES-NUMBER ISSUE-DATE GROSS" per
      * recibo (E001-123 20261010 2500.00).
           SELECT RECIBO-FILE
               ASSIGN TO "data/contractor_recibos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIBO-FILE-STATUS.
      *
      * The durable payment ledger:
      * "ID|RUC|SERIES|ISSUE|PAID|GROSS|WITHHELD|NET|SUSP|RUN-ID".
      * Also the duplicate check -- a recibo already on it is never
      * paid twice.
           SELECT FEE-LEDGER-FILE
               ASSIGN TO "data/contractor_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-FILE-STATUS.
      *
           SELECT BANK-INTERFACE-FILE
               ASSIGN TO DYNAMIC BANK-INTERFACE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FEE-REGISTER-FILE
               ASSIGN TO "output/contractor_fee_register.txt"
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
       FD CONTRACTOR-MASTER-FILE.
       01 CONTRACTOR-MASTER-RECORD PIC X(100).
      *
       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD       PIC X(40).
      *
       FD RECIBO-FILE.
       01 RECIBO-RECORD           PIC X(80).
      *
       FD FEE-LEDGER-FILE.
       01 FEE-LEDGER-RECORD       PIC X(120).
      *
       FD BANK-INTERFACE-FILE.
       01 BANK-INTERFACE-RECORD   PIC X(80).
      *
       FD FEE-REGISTER-FILE.
       01 FEE-REGISTER-RECORD     PIC X(110).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 CONTRACTOR-MASTER-FILE-STATUS PIC XX.
       01 SUSPENSION-FILE-STATUS  PIC XX.
       01 RECIBO-FILE-STATUS      PIC XX.
       01 FEE-LEDGER-FILE-STATUS  PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 BANK-INTERFACE-FILE-NAME PIC X(100).
      *
      * Suite-wide run lock, same scheme as payroll's.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
      *
      * The value date the banks move the money on -- VALUE_DATE
      * (YYYYMMDD) overrides today, as on the payslip run. Its year
      * is the year a suspension certificate must cover.
       01 VALUE-DATE-PARM         PIC X(8).
       01 VALUE-DATE              PIC 9(8).
       01 PAYMENT-YEAR            PIC 9(4).
       01 COMPANY-BANK-ACCOUNT    PIC X(16) VALUE "0011012345678901".
      *
      * The fourth-category withholding: 8% of a recibo above the
      * S/ 1,500 threshold, none at or below it.
       01 FOURTH-CAT-RATE         PIC V99 VALUE .08.
       01 FOURTH-CAT-THRESHOLD    PIC 9(7)V99 VALUE 1500.00.
      *
       01 CTR-MAX                 PIC 9(4) VALUE 500.
       01 CTR-COUNT               PIC 9(4) VALUE 0.
       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 500 TIMES.
               10 CTR-ID          PIC X(5).
               10 CTR-RUC         PIC X(11).
               10 CTR-NAME        PIC X(30).
               10 CTR-BANK        PIC X(4).
               10 CTR-ACCOUNT     PIC X(14).
       01 CTR-IDX                 PIC 9(4).
       01 CTR-FOUND-FLAG          PIC X.
           88 CTR-FOUND           VALUE "Y".
       01 CTR-ID-TOKEN            PIC X(5).
       01 CTR-RUC-TOKEN           PIC X(11).
       01 CTR-NAME-TOKEN          PIC X(30).
       01 CTR-BANK-TOKEN          PIC X(4).
       01 CTR-ACCOUNT-TOKEN       PIC X(14).
      *
       01 SUSP-MAX                PIC 9(4) VALUE 500.
       01 SUSP-COUNT              PIC 9(4) VALUE 0.
       01 SUSP-TABLE.
           05 SUSP-ENTRY OCCURS 500 TIMES.
               10 SUSP-ID         PIC X(5).
               10 SUSP-YEAR       PIC X(4).
               10 SUSP-CERT       PIC X(20).
       01 SUSP-IDX                PIC 9(4).
       01 SUSP-FOUND-FLAG         PIC X.
           88 SUSP-FOUND          VALUE "Y".
       01 SUSP-ID-TOKEN           PIC X(5).
       01 SUSP-YEAR-TOKEN         PIC X(4).
       01 SUSP-CERT-TOKEN         PIC X(20).
       01 SUSP-CERT-WORK          PIC X(20).
      *
      * Recibos already paid, RUC plus series-number, for the
      * duplicate check.
       01 PAID-MAX                PIC 9(5) VALUE 10000.
       01 PAID-COUNT              PIC 9(5) VALUE 0.
       01 PAID-TABLE.
           05 PAID-KEY OCCURS 10000 TIMES PIC X(27).
       01 PAID-IDX                PIC 9(5).
       01 PAID-FOUND-FLAG         PIC X.
           88 PAID-FOUND          VALUE "Y".
       01 PAID-KEY-WORK           PIC X(27).
       01 LEDGER-ID-TOKEN         PIC X(5).
       01 LEDGER-RUC-TOKEN        PIC X(11).
       01 LEDGER-SERIES-TOKEN     PIC X(16).
      *
      * One recibo as parsed, and what is paid on it.
       01 REC-ID-TOKEN            PIC X(5).
       01 REC-SERIES-TOKEN        PIC X(16).
       01 REC-DATE-TOKEN          PIC X(8).
       01 REC-GROSS-TOKEN         PIC X(12).
       01 REC-GROSS               PIC 9(7)V99.
       01 REC-WITHHELD            PIC 9(7)V99.
       01 REC-NET                 PIC 9(7)V99.
       01 REC-REJECT-REASON       PIC X(30).
      *
      * The bank details of the run -- same shape as the payslip
      * run's BANK-DETAIL-TABLE.
       01 BANK-DETAIL-MAX         PIC 9(4) VALUE 1000.
       01 BANK-DETAIL-COUNT       PIC 9(4) VALUE 0.
       01 BANK-DETAIL-TABLE.
           05 BANK-DETAIL-ENTRY OCCURS 1000 TIMES.
               10 BANK-DET-ID     PIC X(5).
               10 BANK-DET-CODE   PIC X(4).
               10 BANK-DET-NUMBER PIC X(14).
               10 BANK-DET-NET    PIC 9(7)V99.
               10 BANK-DET-CCY    PIC X(3).
               10 BANK-DET-DOC    PIC X(15).
               10 BANK-DET-GROUPED PIC X.
       01 BANK-DET-IDX            PIC 9(4).
       01 BANK-DET-IDX-2          PIC 9(4).
       01 CURRENT-BANK-CODE       PIC X(4).
       01 BATCH-RECORD-COUNT      PIC 9(5).
       01 BATCH-AMOUNT-TOTAL      PIC 9(9)V99.
       01 BATCH-HASH-TOTAL        PIC 9(16).
       01 BATCH-AMOUNT-EDIT       PIC 9(9).99.
       01 BANK-DET-NET-EDIT       PIC 9(7).99.
      *
       01 PAID-RECIBO-COUNT       PIC 9(5) VALUE 0.
       01 REJECTED-COUNT          PIC 9(5) VALUE 0.
       01 TOTAL-GROSS             PIC 9(9)V99 VALUE 0.
       01 TOTAL-WITHHELD          PIC 9(9)V99 VALUE 0.
       01 TOTAL-NET               PIC 9(9)V99 VALUE 0.
       01 DISP-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-GROSS              PIC ZZZZZZ9.99.
       01 DISP-WITHHELD           PIC ZZZZZZ9.99.
       01 DISP-NET                PIC ZZZZZZ9.99.
       01 DISP-COUNT              PIC ZZZZ9.
       01 GROSS-EDIT              PIC 9(7).99.
       01 WITHHELD-EDIT           PIC 9(7).99.
       01 NET-EDIT                PIC 9(7).99.
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

           MOVE SPACES TO VALUE-DATE-PARM
           ACCEPT VALUE-DATE-PARM FROM ENVIRONMENT "VALUE_DATE"
           IF VALUE-DATE-PARM IS NUMERIC
                   AND VALUE-DATE-PARM NOT = SPACES
               MOVE VALUE-DATE-PARM TO VALUE-DATE
           ELSE
               ACCEPT VALUE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE VALUE-DATE (1:4) TO PAYMENT-YEAR

           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-CONTRACTOR-MASTER
           PERFORM LOAD-SUSPENSIONS
           PERFORM LOAD-PAID-RECIBOS

           OPEN OUTPUT FEE-REGISTER-FILE
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "RUN-ID " RUN-ID " CONTRACTOR FEE PAYMENTS VALUE "
                  VALUE-DATE
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "ID    RUC         SERIES           ISSUED   "
                  "     GROSS   WITHHELD        NET  SUSPENSION"
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD

           PERFORM PROCESS-RECIBOS
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE FEE-REGISTER-FILE

           PERFORM WRITE-BANK-INTERFACE-FILES
           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

           MOVE PAID-RECIBO-COUNT TO DISP-COUNT
           DISPLAY "CONTRACTOR FEES COMPLETE -- " DISP-COUNT
               " RECIBO(S) PAID, SEE "
               "output/contractor_fee_register.txt"
           IF REJECTED-COUNT > 0
               MOVE REJECTED-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " DISP-COUNT
                   " RECIBO(S) REJECTED -- SEE THE REGISTER"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   CONTRACTOR FEE PAYMENTS (4TA)      "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-CONTRACTOR-MASTER.
           MOVE 0 TO CTR-COUNT
           OPEN INPUT CONTRACTOR-MASTER-FILE
           IF CONTRACTOR-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CONTRACTOR FEES ABORTED -- "
                   "data/contractor_master.txt NOT FOUND"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CONTRACTOR-MASTER-FILE-STATUS NOT = "00"
               READ CONTRACTOR-MASTER-FILE
                   AT END
                       MOVE "10" TO CONTRACTOR-MASTER-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO CTR-ID-TOKEN CTR-RUC-TOKEN
                           CTR-NAME-TOKEN CTR-BANK-TOKEN
                           CTR-ACCOUNT-TOKEN
                       UNSTRING CONTRACTOR-MASTER-RECORD
                           DELIMITED BY "|"
                           INTO CTR-ID-TOKEN CTR-RUC-TOKEN
                                CTR-NAME-TOKEN CTR-BANK-TOKEN
                                CTR-ACCOUNT-TOKEN
                       IF CTR-ID-TOKEN NOT = SPACES
                               AND CTR-COUNT < CTR-MAX
                           ADD 1 TO CTR-COUNT
                           MOVE CTR-ID-TOKEN TO CTR-ID (CTR-COUNT)
                           MOVE CTR-RUC-TOKEN TO CTR-RUC (CTR-COUNT)
                           MOVE CTR-NAME-TOKEN
                               TO CTR-NAME (CTR-COUNT)
                           MOVE CTR-BANK-TOKEN
                               TO CTR-BANK (CTR-COUNT)
                           MOVE CTR-ACCOUNT-TOKEN
                               TO CTR-ACCOUNT (CTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACTOR-MASTER-FILE.
      *
       LOAD-SUSPENSIONS.
           MOVE 0 TO SUSP-COUNT
           OPEN INPUT SUSPENSION-FILE
           IF SUSPENSION-FILE-STATUS = "00"
               PERFORM UNTIL SUSPENSION-FILE-STATUS NOT = "00"
                   READ SUSPENSION-FILE
                       AT END
                           MOVE "10" TO SUSPENSION-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO SUSP-ID-TOKEN
                               SUSP-YEAR-TOKEN SUSP-CERT-TOKEN
                           UNSTRING SUSPENSION-RECORD
                               DELIMITED BY ALL SPACE
                               INTO SUSP-ID-TOKEN SUSP-YEAR-TOKEN
                                    SUSP-CERT-TOKEN
                           IF SUSP-ID-TOKEN NOT = SPACES
                                   AND SUSP-YEAR-TOKEN IS NUMERIC
                                   AND SUSP-COUNT < SUSP-MAX
                               ADD 1 TO SUSP-COUNT
                               MOVE SUSP-ID-TOKEN
                                   TO SUSP-ID (SUSP-COUNT)
                               MOVE SUSP-YEAR-TOKEN
                                   TO SUSP-YEAR (SUSP-COUNT)
                               MOVE SUSP-CERT-TOKEN
                                   TO SUSP-CERT (SUSP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSION-FILE
           END-IF.
      *
       LOAD-PAID-RECIBOS.
           MOVE 0 TO PAID-COUNT
           OPEN INPUT FEE-LEDGER-FILE
           IF FEE-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL FEE-LEDGER-FILE-STATUS NOT = "00"
                   READ FEE-LEDGER-FILE
                       AT END
                           MOVE "10" TO FEE-LEDGER-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO LEDGER-ID-TOKEN
                               LEDGER-RUC-TOKEN LEDGER-SERIES-TOKEN
                           UNSTRING FEE-LEDGER-RECORD
                               DELIMITED BY "|"
                               INTO LEDGER-ID-TOKEN LEDGER-RUC-TOKEN
                                    LEDGER-SERIES-TOKEN
                           IF LEDGER-SERIES-TOKEN NOT = SPACES
                                   AND PAID-COUNT < PAID-MAX
                               ADD 1 TO PAID-COUNT
                               MOVE SPACES TO PAID-KEY (PAID-COUNT)
                               STRING LEDGER-RUC-TOKEN
                                      LEDGER-SERIES-TOKEN
                                   DELIMITED BY SIZE
                                   INTO PAID-KEY (PAID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.
      *
       PROCESS-RECIBOS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RECIBO-FILE
           IF RECIBO-FILE-STATUS NOT = "00"
               MOVE SPACES TO FEE-REGISTER-RECORD
               STRING "NO RECIBOS ON HAND "
                      "(data/contractor_recibos.txt) -- NOTHING PAID"
                   DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
               WRITE FEE-REGISTER-RECORD
           ELSE
               OPEN EXTEND FEE-LEDGER-FILE
               IF FEE-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT FEE-LEDGER-FILE
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ RECIBO-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF RECIBO-RECORD NOT = SPACES
                               PERFORM PROCESS-ONE-RECIBO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
               CLOSE RECIBO-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       PROCESS-ONE-RECIBO.
           MOVE SPACES TO REC-ID-TOKEN REC-SERIES-TOKEN
               REC-DATE-TOKEN REC-GROSS-TOKEN REC-REJECT-REASON
           UNSTRING RECIBO-RECORD DELIMITED BY ALL SPACE
               INTO REC-ID-TOKEN REC-SERIES-TOKEN REC-DATE-TOKEN
                    REC-GROSS-TOKEN
           PERFORM FIND-CONTRACTOR
           EVALUATE TRUE
               WHEN NOT CTR-FOUND
                   MOVE "UNKNOWN CONTRACTOR" TO REC-REJECT-REASON
               WHEN REC-SERIES-TOKEN = SPACES
                   MOVE "NO RECIBO NUMBER" TO REC-REJECT-REASON
               WHEN REC-DATE-TOKEN IS NOT NUMERIC
                   MOVE "BAD ISSUE DATE" TO REC-REJECT-REASON
               WHEN FUNCTION TEST-NUMVAL (REC-GROSS-TOKEN) NOT = 0
                       OR REC-GROSS-TOKEN = SPACES
                   MOVE "BAD AMOUNT" TO REC-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO PAID-KEY-WORK
                   STRING CTR-RUC (CTR-IDX) REC-SERIES-TOKEN
                       DELIMITED BY SIZE INTO PAID-KEY-WORK
                   PERFORM FIND-PAID-RECIBO
                   IF PAID-FOUND
                       MOVE "ALREADY PAID" TO REC-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF REC-REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO FEE-REGISTER-RECORD
               STRING "REJECTED: " FUNCTION TRIM (RECIBO-RECORD)
                      " -- " REC-REJECT-REASON
                   DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
               WRITE FEE-REGISTER-RECORD
           ELSE
               PERFORM PAY-ONE-RECIBO
           END-IF.
      *
       PAY-ONE-RECIBO.
           COMPUTE REC-GROSS = FUNCTION NUMVAL (REC-GROSS-TOKEN)
           PERFORM FIND-SUSPENSION
           MOVE 0 TO REC-WITHHELD
           IF NOT SUSP-FOUND AND REC-GROSS > FOURTH-CAT-THRESHOLD
               COMPUTE REC-WITHHELD ROUNDED =
                   REC-GROSS * FOURTH-CAT-RATE
           END-IF
           COMPUTE REC-NET = REC-GROSS - REC-WITHHELD
           ADD 1 TO PAID-RECIBO-COUNT
           ADD REC-GROSS TO TOTAL-GROSS
           ADD REC-WITHHELD TO TOTAL-WITHHELD
           ADD REC-NET TO TOTAL-NET
           IF PAID-COUNT < PAID-MAX
               ADD 1 TO PAID-COUNT
               MOVE PAID-KEY-WORK TO PAID-KEY (PAID-COUNT)
           END-IF

           MOVE REC-GROSS TO GROSS-EDIT
           MOVE REC-WITHHELD TO WITHHELD-EDIT
           MOVE REC-NET TO NET-EDIT
           MOVE SPACES TO FEE-LEDGER-RECORD
           STRING FUNCTION TRIM (REC-ID-TOKEN) "|"
                  CTR-RUC (CTR-IDX) "|"
                  FUNCTION TRIM (REC-SERIES-TOKEN) "|"
                  REC-DATE-TOKEN "|"
                  VALUE-DATE "|"
                  GROSS-EDIT "|"
                  WITHHELD-EDIT "|"
                  NET-EDIT "|"
                  FUNCTION TRIM (SUSP-CERT-WORK) "|"
                  RUN-ID
               DELIMITED BY SIZE INTO FEE-LEDGER-RECORD
           WRITE FEE-LEDGER-RECORD

           MOVE REC-GROSS TO DISP-GROSS
           MOVE REC-WITHHELD TO DISP-WITHHELD
           MOVE REC-NET TO DISP-NET
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING REC-ID-TOKEN " "
                  CTR-RUC (CTR-IDX) " "
                  REC-SERIES-TOKEN " "
                  REC-DATE-TOKEN " "
                  DISP-GROSS " "
                  DISP-WITHHELD " "
                  DISP-NET "  "
                  SUSP-CERT-WORK
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD

           PERFORM COLLECT-BANK-DETAIL.
      *
       FIND-CONTRACTOR.
           MOVE "N" TO CTR-FOUND-FLAG
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > CTR-COUNT OR CTR-FOUND
               IF CTR-ID (CTR-IDX) = REC-ID-TOKEN
                   SET CTR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CTR-FOUND
               SUBTRACT 1 FROM CTR-IDX
           END-IF.
      *
      * A certificate counts only for the year the payment falls
      * in; one for last year does not waive this year's
      * withholding.
       FIND-SUSPENSION.
           MOVE "N" TO SUSP-FOUND-FLAG
           MOVE SPACES TO SUSP-CERT-WORK
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSP-COUNT OR SUSP-FOUND
               IF SUSP-ID (SUSP-IDX) = REC-ID-TOKEN
                       AND SUSP-YEAR (SUSP-IDX) = PAYMENT-YEAR
                   SET SUSP-FOUND TO TRUE
                   MOVE SUSP-CERT (SUSP-IDX) TO SUSP-CERT-WORK
               END-IF
           END-PERFORM.
      *
       FIND-PAID-RECIBO.
           MOVE "N" TO PAID-FOUND-FLAG
           PERFORM VARYING PAID-IDX FROM 1 BY 1
                   UNTIL PAID-IDX > PAID-COUNT OR PAID-FOUND
               IF PAID-KEY (PAID-IDX) = PAID-KEY-WORK
                   SET PAID-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      * The contractor's own bank and account when on file, the
      * SINB pseudo-bank and the ACCT stub otherwise; the RUC goes
      * in the document column the banks key on.
       COLLECT-BANK-DETAIL.
           IF BANK-DETAIL-COUNT < BANK-DETAIL-MAX
               ADD 1 TO BANK-DETAIL-COUNT
               MOVE REC-ID-TOKEN TO BANK-DET-ID (BANK-DETAIL-COUNT)
               MOVE CTR-RUC (CTR-IDX)
                   TO BANK-DET-DOC (BANK-DETAIL-COUNT)
               MOVE REC-NET TO BANK-DET-NET (BANK-DETAIL-COUNT)
               MOVE "PEN" TO BANK-DET-CCY (BANK-DETAIL-COUNT)
               MOVE "N" TO BANK-DET-GROUPED (BANK-DETAIL-COUNT)
               IF CTR-BANK (CTR-IDX) NOT = SPACES
                       AND CTR-ACCOUNT (CTR-IDX) NOT = SPACES
                   MOVE CTR-BANK (CTR-IDX)
                       TO BANK-DET-CODE (BANK-DETAIL-COUNT)
                   MOVE CTR-ACCOUNT (CTR-IDX)
                       TO BANK-DET-NUMBER (BANK-DETAIL-COUNT)
               ELSE
                   MOVE "SINB" TO BANK-DET-CODE (BANK-DETAIL-COUNT)
                   MOVE SPACES TO BANK-DET-NUMBER (BANK-DETAIL-COUNT)
                   STRING "ACCT" REC-ID-TOKEN DELIMITED BY SIZE
                       INTO BANK-DET-NUMBER (BANK-DETAIL-COUNT)
               END-IF
           END-IF.
      *
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE PAID-RECIBO-COUNT TO DISP-COUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "RECIBOS PAID      : " DISP-COUNT
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE REJECTED-COUNT TO DISP-COUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "RECIBOS REJECTED  : " DISP-COUNT
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE TOTAL-GROSS TO DISP-AMOUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "TOTAL FEES        : " DISP-AMOUNT
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE TOTAL-WITHHELD TO DISP-AMOUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "TOTAL 4TA WITHHELD: " DISP-AMOUNT
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE TOTAL-NET TO DISP-AMOUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "TOTAL PAID        : " DISP-AMOUNT
               DELIMITED BY SIZE INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD.
      *
      * One interface file per receiving bank, in the payslip run's
      * H/D/T layout, under its own names with a FEES marker on the
      * header -- the same separation the gratificacion batch gets,
      * so a fee batch never replaces a wage batch waiting for
      * upload.
       WRITE-BANK-INTERFACE-FILES.
           PERFORM VARYING BANK-DET-IDX FROM 1 BY 1
                   UNTIL BANK-DET-IDX > BANK-DETAIL-COUNT
               IF BANK-DET-GROUPED (BANK-DET-IDX) = "N"
                   MOVE BANK-DET-CODE (BANK-DET-IDX)
                       TO CURRENT-BANK-CODE
                   PERFORM WRITE-ONE-BANK-INTERFACE
               END-IF
           END-PERFORM.
      *
       WRITE-ONE-BANK-INTERFACE.
           MOVE 0 TO BATCH-RECORD-COUNT
           MOVE 0 TO BATCH-AMOUNT-TOTAL
           MOVE 0 TO BATCH-HASH-TOTAL
           MOVE SPACES TO BANK-INTERFACE-FILE-NAME
           STRING "report/fees_bank_"
                  FUNCTION TRIM (CURRENT-BANK-CODE) ".txt"
               DELIMITED BY SIZE INTO BANK-INTERFACE-FILE-NAME
           OPEN OUTPUT BANK-INTERFACE-FILE
           MOVE SPACES TO BANK-INTERFACE-RECORD
           STRING "H " COMPANY-BANK-ACCOUNT " " VALUE-DATE
                  " " RUN-ID " FEES"
               DELIMITED BY SIZE INTO BANK-INTERFACE-RECORD
           WRITE BANK-INTERFACE-RECORD

           PERFORM VARYING BANK-DET-IDX-2 FROM 1 BY 1
                   UNTIL BANK-DET-IDX-2 > BANK-DETAIL-COUNT
               IF BANK-DET-GROUPED (BANK-DET-IDX-2) = "N"
                       AND BANK-DET-CODE (BANK-DET-IDX-2)
                           = CURRENT-BANK-CODE
                   MOVE "Y" TO BANK-DET-GROUPED (BANK-DET-IDX-2)
                   ADD 1 TO BATCH-RECORD-COUNT
                   ADD BANK-DET-NET (BANK-DET-IDX-2)
                       TO BATCH-AMOUNT-TOTAL
                   IF BANK-DET-NUMBER (BANK-DET-IDX-2) IS NUMERIC
                       ADD FUNCTION NUMVAL
                           (BANK-DET-NUMBER (BANK-DET-IDX-2))
                           TO BATCH-HASH-TOTAL
                   END-IF
                   MOVE BANK-DET-NET (BANK-DET-IDX-2)
                       TO BANK-DET-NET-EDIT
                   MOVE SPACES TO BANK-INTERFACE-RECORD
                   STRING "D " BANK-DET-ID (BANK-DET-IDX-2)
                          " " BANK-DET-NUMBER (BANK-DET-IDX-2)
                          " " BANK-DET-NET-EDIT
                          " " BANK-DET-CCY (BANK-DET-IDX-2)
                          " " BANK-DET-DOC (BANK-DET-IDX-2)
                       DELIMITED BY SIZE
                       INTO BANK-INTERFACE-RECORD
                   WRITE BANK-INTERFACE-RECORD
               END-IF
           END-PERFORM

           MOVE BATCH-AMOUNT-TOTAL TO BATCH-AMOUNT-EDIT
           MOVE SPACES TO BANK-INTERFACE-RECORD
           STRING "T " BATCH-RECORD-COUNT
                  " " BATCH-AMOUNT-EDIT
                  " " BATCH-HASH-TOTAL
               DELIMITED BY SIZE INTO BANK-INTERFACE-RECORD
           WRITE BANK-INTERFACE-RECORD
           CLOSE BANK-INTERFACE-FILE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=FEES PAID=" PAID-RECIBO-COUNT
                  " REJECTED=" REJECTED-COUNT
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
           STRING "contractor-fees " RUN-ID
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
       END PROGRAM CONTRACTOR-FEES.
      *
