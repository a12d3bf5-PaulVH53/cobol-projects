      * staff, and queued for reissue -- the next payslip run adds
      * the amount onto that employee's deposit once the account is
      * corrected, or it lands with the cash payments if the
      * employee is moved to CASH. An employee whose net is split
      * over several accounts was paid one deposit per account, and
      * the bank returns them one at a time: a return matching one
      * of those deposits (by employee, account and amount on the
      * latest bank interface files) fails and reissues that deposit
      * alone, leaving the others paid and their accounts live.
           SELECT RETURN-FILE ASSIGN TO "data/bank_returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.
           SELECT BANK-FILE ASSIGN TO "report/direct_deposit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
      *
      * The per-bank interface files the same run wrote -- one
      * deposit per account, the detail a split return is matched
      * against.
           SELECT BANK-INTERFACE-FILE
               ASSIGN TO DYNAMIC BANK-INTERFACE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-INTERFACE-FILE-STATUS.
      *
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-ACCOUNTS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 BANK-ACCOUNT-REF    PIC X(14).
           05 FILLER              PIC X(1).
           05 BANK-NET-PAY        PIC 9(7)V99.
      *
       FD BANK-INTERFACE-FILE.
       01 BANK-INTERFACE-RECORD   PIC X(80).
      *
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(80).
       01 REISSUE-QUEUE-RECORD    PIC X(60).
      *
       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD    PIC X(60).
      *
       WORKING-STORAGE SECTION.
      *
       01 BANK-FILE-STATUS        PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 REISSUE-QUEUE-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 PAYMENT-IDX             PIC 9(4).
       01 PAYMENT-FOUND-FLAG      PIC X VALUE "N".
           88 PAYMENT-FOUND       VALUE "Y".
      *
      * The deposits on the bank interface files, one per account
      * paid -- prenotes left out, they move no money.
       01 BANK-INTERFACE-FILE-STATUS PIC XX.
       01 BANK-INTERFACE-FILE-NAME PIC X(100).
       01 LEG-MAX                 PIC 9(4) VALUE 3000.
       01 LEG-COUNT               PIC 9(4) VALUE 0.
       01 LEG-TABLE.
           05 LEG-ENTRY OCCURS 3000 TIMES.
               10 LEG-ID          PIC X(5).
               10 LEG-NUMBER      PIC X(14).
               10 LEG-NET         PIC 9(7)V99.
       01 LEG-IDX                 PIC 9(4).
       01 LEG-FOUND-FLAG          PIC X VALUE "N".
           88 LEG-FOUND           VALUE "Y".
       01 LEG-BANK-SEEN-FLAG      PIC X VALUE "N".
           88 LEG-BANK-SEEN       VALUE "Y".
       01 LEG-BANK-IDX            PIC 9(4).
       01 LEG-TYPE-TOKEN          PIC X(2).
       01 LEG-ID-TOKEN            PIC X(5).
       01 LEG-NUMBER-TOKEN        PIC X(14).
       01 LEG-NET-TOKEN           PIC X(12).
       01 LEG-CCY-TOKEN           PIC X(3).
       01 LEG-DOC-TOKEN           PIC X(15).
      *
       01 RET-ID-TOKEN            PIC X(5).
       01 RET-ACCOUNT-TOKEN       PIC X(14).
               10 ACCT-BANK       PIC X(4).
               10 ACCT-NUMBER     PIC X(14).
               10 ACCT-STATUS     PIC X(8).
               10 ACCT-SPLIT-TEXT PIC X(24).
       01 ACCT-IDX                PIC 9(4).
       01 ACCT-PARSE-POINTER      PIC 9(3).
       01 ACCT-ID-TOKEN           PIC X(5).
       01 ACCT-BANK-TOKEN         PIC X(4).
       01 ACCT-NUMBER-TOKEN       PIC X(14).

           PERFORM LOAD-LATEST-EXTRACT
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-INTERFACE-DEPOSITS
           OPEN INPUT RETURN-FILE
           IF RETURN-FILE-STATUS NOT = "00"
               DISPLAY "NO BANK RETURN FILE ON HAND "
               MOVE 0 TO RET-AMOUNT
           END-IF

      * The one deposit into the returned account first; failing
      * that, the employee's whole payment as the extract has it.
           MOVE "N" TO LEG-FOUND-FLAG
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > LEG-COUNT
                       OR LEG-FOUND
               IF LEG-ID (LEG-IDX) = RET-ID-TOKEN
                       AND LEG-NUMBER (LEG-IDX) = RET-ACCOUNT-TOKEN
                       AND LEG-NET (LEG-IDX) = RET-AMOUNT
                   SET LEG-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO PAYMENT-FOUND-FLAG
           IF LEG-FOUND
               SET PAYMENT-FOUND TO TRUE
           ELSE
               PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
                       UNTIL PAYMENT-IDX > PAYMENT-COUNT
                           OR PAYMENT-FOUND
                   IF PAYMENT-ID (PAYMENT-IDX) = RET-ID-TOKEN
                           AND PAYMENT-NET (PAYMENT-IDX) = RET-AMOUNT
                       SET PAYMENT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           MOVE RET-AMOUNT TO RET-AMOUNT-EDIT
           IF PAYMENT-FOUND
      *
      * The bounced employee's account is demoted to FAILED -- the
      * payslip run falls back to the SINB pseudo-bank for them
      * until a corrected account is captured and verified. A
      * return on one deposit of a split fails that account only;
      * the payslip run moves its share onto the accounts still
      * paying.
       MARK-ACCOUNT-FAILED.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-ID (ACCT-IDX) = RET-ID-TOKEN
                       AND (NOT LEG-FOUND
                           OR ACCT-NUMBER (ACCT-IDX)
                               = RET-ACCOUNT-TOKEN)
                   SET ACCTS-CHANGED TO TRUE
                   MOVE "FAILED" TO ACCT-STATUS (ACCT-IDX)
               END-IF
           END-PERFORM.
      *
      * Each bank on the account master has its own interface file
      * from the latest run; read each once. A bank paid nobody, or
      * a file not there, just contributes no deposits.
       LOAD-INTERFACE-DEPOSITS.
           MOVE 0 TO LEG-COUNT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               MOVE "N" TO LEG-BANK-SEEN-FLAG
               PERFORM VARYING LEG-BANK-IDX FROM 1 BY 1
                       UNTIL LEG-BANK-IDX >= ACCT-IDX
                           OR LEG-BANK-SEEN
                   IF ACCT-BANK (LEG-BANK-IDX) = ACCT-BANK (ACCT-IDX)
                       SET LEG-BANK-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LEG-BANK-SEEN
                   PERFORM LOAD-ONE-INTERFACE-FILE
               END-IF
           END-PERFORM.
      *
       LOAD-ONE-INTERFACE-FILE.
           MOVE SPACES TO BANK-INTERFACE-FILE-NAME
           STRING "report/bank_"
                  FUNCTION TRIM (ACCT-BANK (ACCT-IDX)) ".txt"
               DELIMITED BY SIZE INTO BANK-INTERFACE-FILE-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BANK-INTERFACE-FILE
           IF BANK-INTERFACE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ BANK-INTERFACE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SPACES TO LEG-TYPE-TOKEN
                               LEG-ID-TOKEN LEG-NUMBER-TOKEN
                               LEG-NET-TOKEN LEG-CCY-TOKEN
                               LEG-DOC-TOKEN
                           UNSTRING BANK-INTERFACE-RECORD
                               DELIMITED BY SPACE
                               INTO LEG-TYPE-TOKEN LEG-ID-TOKEN
                                    LEG-NUMBER-TOKEN LEG-NET-TOKEN
                                    LEG-CCY-TOKEN LEG-DOC-TOKEN
                           IF LEG-TYPE-TOKEN = "D"
                                   AND LEG-DOC-TOKEN NOT = "PRENOTE"
                                   AND FUNCTION TEST-NUMVAL
                                       (LEG-NET-TOKEN) = 0
                                   AND LEG-COUNT < LEG-MAX
                               ADD 1 TO LEG-COUNT
                               MOVE LEG-ID-TOKEN
                                   TO LEG-ID (LEG-COUNT)
                               MOVE LEG-NUMBER-TOKEN
                                   TO LEG-NUMBER (LEG-COUNT)
                               COMPUTE LEG-NET (LEG-COUNT) =
                                   FUNCTION NUMVAL (LEG-NET-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-INTERFACE-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
       LOAD-BANK-ACCOUNTS.
           MOVE 0 TO ACCT-COUNT
                           MOVE SPACES TO ACCT-ID-TOKEN
                               ACCT-BANK-TOKEN ACCT-NUMBER-TOKEN
                               ACCT-STATUS-TOKEN
                           MOVE 1 TO ACCT-PARSE-POINTER
                           UNSTRING BANK-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO ACCT-ID-TOKEN ACCT-BANK-TOKEN
                                    ACCT-NUMBER-TOKEN
                                    ACCT-STATUS-TOKEN
                               WITH POINTER ACCT-PARSE-POINTER
                           IF ACCT-ID-TOKEN IS NUMERIC
                                   AND ACCT-COUNT < ACCT-MAX
                               ADD 1 TO ACCT-COUNT
                                   MOVE ACCT-STATUS-TOKEN
                                       TO ACCT-STATUS (ACCT-COUNT)
                               END-IF
      * The split columns ride along untouched.
                               MOVE SPACES
                                   TO ACCT-SPLIT-TEXT (ACCT-COUNT)
                               IF ACCT-PARSE-POINTER <= 60
                                   MOVE BANK-ACCOUNTS-RECORD
                                       (ACCT-PARSE-POINTER:)
                                       TO ACCT-SPLIT-TEXT (ACCT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               MOVE SPACES TO BANK-ACCOUNTS-RECORD
               STRING ACCT-ID (ACCT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ACCT-BANK (ACCT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ACCT-NUMBER (ACCT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ACCT-STATUS (ACCT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ACCT-SPLIT-TEXT (ACCT-IDX) DELIMITED BY SIZE
                   INTO BANK-ACCOUNTS-RECORD
               WRITE BANK-ACCOUNTS-RECORD
           END-PERFORM
           CLOSE BANK-ACCOUNTS-FILE.
           END-IF.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=DEVOLUCION MATCHED=" MATCHED-COUNT
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
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
       END PROGRAM BANK-RETURNS.
      *
