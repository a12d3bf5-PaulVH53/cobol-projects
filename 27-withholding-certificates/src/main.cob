      * document per employee from the payslip YTD master, in the
      * same one-file-per-employee style as report/payslips, instead
      * of being composed by hand from data/payslip_ytd.txt.
      * Keyed on employee and year, read in key order; only the
      * records for the year asked for are used.
           SELECT PAYSLIP-YTD-FILE ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
      * Employee names, read one record per certificate from the
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The payslip run's PLAME detail lines -- the last column says
      * whether each period was taxed as domiciled (D) or non-
      * domiciled (N). A certificate covering non-domiciled months
      * states the condition and what was earned and withheld under
      * it. A missing file certifies everyone as before.
           SELECT PLAME-DETAIL-FILE
               ASSIGN TO "data/plame_details.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAME-DETAIL-FILE-STATUS.
      *
           SELECT CERTIFICATE-FILE
               ASSIGN TO DYNAMIC CERTIFICATE-FILE-NAME
      *-------------
       FILE SECTION.
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD PLAME-DETAIL-FILE.
       01 PLAME-DETAIL-RECORD     PIC X(100).
      *
       FD CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD      PIC X(80).
       01 CERT-EMP-NAME           PIC X(10).
       01 CERT-DOC-TYPE           PIC X(3).
       01 CERT-DOC-NUMBER         PIC X(15).
      * The employee's language off the master; Spanish when the
      * master doesn't say.
       01 CERT-LANGUAGE           PIC X(2).
       COPY "CERTIFICATE-CAPTIONS.CPY".
      *
      * The certificate year -- printed on the document and stamped
      * into each file name. Defaults to the current year; CERT_YEAR
       01 DISP-TAX                PIC Z,ZZZ,ZZ9.99.
      *
       01 CERT-TAX-AMOUNT         PIC 9(7)V99.
      *
      * The year's non-domiciled periods per employee, and the
      * residence of the employee's latest period in the year.
       01 PLAME-DETAIL-FILE-STATUS PIC XX.
       01 DET-ID-TOKEN            PIC X(5).
       01 DET-PERIOD-TOKEN        PIC X(8).
       01 DET-GROSS-TOKEN         PIC X(12).
       01 DET-TAX-TOKEN           PIC X(12).
       01 DET-SKIP-TOKEN          PIC X(12).
       01 DET-RESIDENCE-TOKEN     PIC X(2).
       01 NONDOM-MAX              PIC 9(4) VALUE 1000.
       01 NONDOM-COUNT            PIC 9(4) VALUE 0.
       01 NONDOM-TABLE.
           05 NONDOM-ENTRY OCCURS 1000 TIMES.
               10 NONDOM-ID           PIC X(5).
               10 NONDOM-GROSS        PIC 9(9)V99.
               10 NONDOM-TAX          PIC 9(9)V99.
               10 NONDOM-LAST-PERIOD  PIC X(8).
               10 NONDOM-LAST-CODE    PIC X.
       01 NONDOM-IDX              PIC 9(4).
       01 NONDOM-SEARCH-ID        PIC X(5).
       01 NONDOM-FOUND-FLAG       PIC X VALUE "N".
           88 NONDOM-FOUND        VALUE "Y".
       01 CERTIFICATE-COUNT       PIC 9(5) VALUE 0.
       01 DISP-CERT-COUNT         PIC ZZZZ9.
       01 EOF-FLAG                PIC X VALUE "N".
           END-IF

           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-NONDOM-PERIODS

           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS NOT = "00"
               DISPLAY "CERTIFICATE RUN ABORTED -- "
                   "data/payslip_ytd.idx NOT FOUND (STATUS "
                   PAYSLIP-YTD-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PSYTD-YEAR = CERT-YEAR
                           PERFORM WRITE-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYSLIP-YTD-FILE
           MOVE SPACES TO CERT-EMP-NAME
           MOVE SPACES TO CERT-DOC-TYPE
           MOVE SPACES TO CERT-DOC-NUMBER
           MOVE "ES" TO CERT-LANGUAGE
           IF MASTER-IS-OPEN
               MOVE FUNCTION NUMVAL (PSYTD-EMP-ID) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                       MOVE EMPMAST-NAME TO CERT-EMP-NAME
                       MOVE EMPMAST-DOC-TYPE TO CERT-DOC-TYPE
                       MOVE EMPMAST-DOC-NUMBER TO CERT-DOC-NUMBER
                       IF EMPMAST-LANGUAGE = "EN"
                           MOVE EMPMAST-LANGUAGE TO CERT-LANGUAGE
                       END-IF
               END-READ
           END-IF.
      *
      * read: company and RUC header, the year, the employee, and
      * the year's accumulated gross, deductions, net, and Renta 5ta
      * withheld. A record written before the tax column existed
      * certifies zero withheld, which is what is on file. The
      * captions are in the employee's language; the prescribed
      * title and declaration are not.
       WRITE-ONE-CERTIFICATE.
           PERFORM LOOKUP-EMPLOYEE-NAME
           IF CERT-LANGUAGE = "EN"
               MOVE CERT-CAPTIONS-EN TO CERT-CAPTIONS
           ELSE
               MOVE CERT-CAPTIONS-ES TO CERT-CAPTIONS
           END-IF
           IF PSYTD-TAX IS NUMERIC
               MOVE PSYTD-TAX TO CERT-TAX-AMOUNT
           ELSE
               MOVE 0 TO CERT-TAX-AMOUNT
           END-IF

           MOVE SPACES TO CERTIFICATE-FILE-NAME
           STRING "report/certificates/"
                  PSYTD-EMP-ID "_" CERT-YEAR ".txt"
               DELIMITED BY SIZE INTO CERTIFICATE-FILE-NAME
           OPEN OUTPUT CERTIFICATE-FILE

           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO CERT-LINE
           STRING CERT-CAP-EMPLOYEE PSYTD-EMP-ID " "
                  FUNCTION TRIM (CERT-EMP-NAME)
               DELIMITED BY SIZE INTO CERT-LINE
           PERFORM WRITE-CERT-LINE
      * certificate without it sends them back to us for a reissue.
           IF CERT-DOC-NUMBER NOT = SPACES
               MOVE SPACES TO CERT-LINE
               STRING CERT-CAP-DOCUMENT
                      FUNCTION TRIM (CERT-DOC-TYPE) " "
                      FUNCTION TRIM (CERT-DOC-NUMBER)
                   DELIMITED BY SIZE INTO CERT-LINE
           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE

           MOVE PSYTD-GROSS TO DISP-GROSS
           MOVE PSYTD-DEDUCTIONS TO DISP-DEDUCTIONS
           MOVE PSYTD-NET TO DISP-NET
           MOVE CERT-TAX-AMOUNT TO DISP-TAX

           MOVE SPACES TO CERT-LINE
           STRING CERT-CAP-GROSS
                  CURRENCY-SYMBOL " " DISP-GROSS
               DELIMITED BY SIZE INTO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING CERT-CAP-DEDUCTIONS
                  CURRENCY-SYMBOL " " DISP-DEDUCTIONS
               DELIMITED BY SIZE INTO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING CERT-CAP-NET
                  CURRENCY-SYMBOL " " DISP-NET
               DELIMITED BY SIZE INTO CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING CERT-CAP-TAX
                  CURRENCY-SYMBOL " " DISP-TAX
               DELIMITED BY SIZE INTO CERT-LINE
           PERFORM WRITE-CERT-LINE
      * Non-domiciled months were taxed at the flat rate on the
      * whole gross, so the certificate says so and separates them.
           MOVE PSYTD-EMP-ID TO NONDOM-SEARCH-ID
           PERFORM FIND-NONDOM-ENTRY
           IF NONDOM-FOUND
               MOVE SPACES TO CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE SPACES TO CERT-LINE
               IF NONDOM-LAST-CODE (NONDOM-IDX) = "N"
                   STRING CERT-CAP-CONDITION
                          CERT-CAP-NON-DOMICILED
                       DELIMITED BY SIZE INTO CERT-LINE
               ELSE
                   STRING CERT-CAP-CONDITION
                          CERT-CAP-DOMICILED
                       DELIMITED BY SIZE INTO CERT-LINE
               END-IF
               PERFORM WRITE-CERT-LINE
               MOVE NONDOM-GROSS (NONDOM-IDX) TO DISP-GROSS
               MOVE SPACES TO CERT-LINE
               STRING CERT-CAP-NONDOM-GROSS
                      CURRENCY-SYMBOL " " DISP-GROSS
                   DELIMITED BY SIZE INTO CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE NONDOM-TAX (NONDOM-IDX) TO DISP-TAX
               MOVE SPACES TO CERT-LINE
               STRING CERT-CAP-NONDOM-TAX
                      CURRENCY-SYMBOL " " DISP-TAX
                   DELIMITED BY SIZE INTO CERT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF

           MOVE SPACES TO CERT-LINE
           PERFORM WRITE-CERT-LINE

           CLOSE CERTIFICATE-FILE
           ADD 1 TO CERTIFICATE-COUNT.
      *
      * Folds the certificate year's PLAME detail into NONDOM-TABLE:
      * an employee enters it with their first non-domiciled period,
      * and every later period of theirs keeps the latest residence
      * current.
       LOAD-NONDOM-PERIODS.
           MOVE 0 TO NONDOM-COUNT
           OPEN INPUT PLAME-DETAIL-FILE
           IF PLAME-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL PLAME-DETAIL-FILE-STATUS NOT = "00"
                   READ PLAME-DETAIL-FILE
                       AT END
                           MOVE "10" TO PLAME-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-NONDOM-LINE
                   END-READ
               END-PERFORM
               CLOSE PLAME-DETAIL-FILE
           END-IF.
      *
       FOLD-NONDOM-LINE.
           MOVE SPACES TO DET-ID-TOKEN DET-PERIOD-TOKEN
               DET-GROSS-TOKEN DET-TAX-TOKEN DET-RESIDENCE-TOKEN
           UNSTRING PLAME-DETAIL-RECORD DELIMITED BY "|"
               INTO DET-ID-TOKEN DET-PERIOD-TOKEN DET-GROSS-TOKEN
                    DET-TAX-TOKEN DET-SKIP-TOKEN DET-SKIP-TOKEN
                    DET-SKIP-TOKEN DET-SKIP-TOKEN DET-SKIP-TOKEN
                    DET-RESIDENCE-TOKEN
           IF DET-PERIOD-TOKEN (1:4) = CERT-YEAR
                   AND FUNCTION TEST-NUMVAL (DET-GROSS-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (DET-TAX-TOKEN) = 0
                   AND DET-RESIDENCE-TOKEN NOT = SPACES
               MOVE DET-ID-TOKEN TO NONDOM-SEARCH-ID
               PERFORM FIND-NONDOM-ENTRY
               IF NOT NONDOM-FOUND
                       AND DET-RESIDENCE-TOKEN = "N"
                       AND NONDOM-COUNT < NONDOM-MAX
                   ADD 1 TO NONDOM-COUNT
                   MOVE NONDOM-COUNT TO NONDOM-IDX
                   MOVE DET-ID-TOKEN TO NONDOM-ID (NONDOM-IDX)
                   MOVE 0 TO NONDOM-GROSS (NONDOM-IDX)
                   MOVE 0 TO NONDOM-TAX (NONDOM-IDX)
                   MOVE SPACES TO NONDOM-LAST-PERIOD (NONDOM-IDX)
                   SET NONDOM-FOUND TO TRUE
               END-IF
               IF NONDOM-FOUND
                   IF DET-RESIDENCE-TOKEN = "N"
                       COMPUTE NONDOM-GROSS (NONDOM-IDX) =
                           NONDOM-GROSS (NONDOM-IDX)
                           + FUNCTION NUMVAL (DET-GROSS-TOKEN)
                       COMPUTE NONDOM-TAX (NONDOM-IDX) =
                           NONDOM-TAX (NONDOM-IDX)
                           + FUNCTION NUMVAL (DET-TAX-TOKEN)
                   END-IF
                   IF DET-PERIOD-TOKEN
                           >= NONDOM-LAST-PERIOD (NONDOM-IDX)
                       MOVE DET-PERIOD-TOKEN
                           TO NONDOM-LAST-PERIOD (NONDOM-IDX)
                       MOVE DET-RESIDENCE-TOKEN
                           TO NONDOM-LAST-CODE (NONDOM-IDX)
                   END-IF
               END-IF
           END-IF.
      *
      * The employee of NONDOM-SEARCH-ID in NONDOM-TABLE, if there.
       FIND-NONDOM-ENTRY.
           MOVE "N" TO NONDOM-FOUND-FLAG
           PERFORM VARYING NONDOM-IDX FROM 1 BY 1
                   UNTIL NONDOM-IDX > NONDOM-COUNT
                       OR NONDOM-FOUND
               IF NONDOM-ID (NONDOM-IDX) = NONDOM-SEARCH-ID
                   SET NONDOM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NONDOM-FOUND
               SUBTRACT 1 FROM NONDOM-IDX
           END-IF.
      *
       WRITE-CERT-LINE.
           MOVE CERT-LINE TO CERTIFICATE-RECORD
