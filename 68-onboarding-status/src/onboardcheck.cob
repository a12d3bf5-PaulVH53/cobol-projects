      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. onboardcheck.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The onboarding events -- "ID EVENT YYYYMMDD DETAIL..." per
      * line, appended by whoever the event belongs to:
      *   OPEN     employee-maintenance's ADD, the hire itself
      *   PENSION  the pension system chosen (an AFP name or ONP)
      *   OVERRIDE HR letting first pay go out incomplete
      *   ALTA     the T-Registro alta filed by TREGISTRO-SUBMISSION
      *   PAID     the first pay made (payslip run or the onboarding
      *            run's release of the pay the gate held)
           SELECT ONBOARDING-FILE
               ASSIGN TO "data/onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARDING-FILE-STATUS.
      *
      * The receiving accounts ("ID BANK ACCOUNT STATUS ..."); one
      * whose prenote cleared reads VERIFIED, and lines from before
      * the status column read VERIFIED too.
           SELECT BANK-ACCOUNTS-FILE
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-ACCOUNTS-FILE-STATUS.
      *
      * "ID CASH" and "ID CHEQUE" payees need no bank account.
           SELECT PAYMENT-METHOD-FILE
               ASSIGN TO "data/payment_methods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-METHOD-FILE-STATUS.
      *
      * The dependents declaration ("ID COUNT") -- a count of zero
      * is a declaration of none, and counts.
           SELECT DEPENDENTS-FILE
               ASSIGN TO "data/dependents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENTS-FILE-STATUS.
      *
      * The contract master ("EMP-ID TYPE START END ..."); a line on
      * file is a contract signed.
           SELECT CONTRACT-FILE
               ASSIGN TO "data/contracts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD ONBOARDING-FILE.
       01 ONBOARDING-RECORD         PIC X(80).
      *
       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD      PIC X(80).
      *
       FD PAYMENT-METHOD-FILE.
       01 PAYMENT-METHOD-RECORD     PIC X(40).
      *
       FD DEPENDENTS-FILE.
       01 DEPENDENTS-RECORD         PIC X(20).
      *
       FD CONTRACT-FILE.
       01 CONTRACT-RECORD           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 ONBOARDING-FILE-STATUS    PIC XX.
       01 BANK-ACCOUNTS-FILE-STATUS PIC XX.
       01 PAYMENT-METHOD-FILE-STATUS PIC XX.
       01 DEPENDENTS-FILE-STATUS    PIC XX.
       01 CONTRACT-FILE-STATUS      PIC XX.
      *
       01 EVENT-ID-TOKEN            PIC X(5).
       01 EVENT-KIND-TOKEN          PIC X(10).
       01 EVENT-DATE-TOKEN          PIC X(8).
       01 EVENT-DETAIL-TOKEN        PIC X(12).
       01 LINE-ID-TOKEN             PIC X(5).
       01 LINE-SECOND-TOKEN         PIC X(10).
       01 LINE-THIRD-TOKEN          PIC X(24).
       01 LINE-STATUS-TOKEN         PIC X(10).
      *
      * Days a new hire has to choose a pension system before the
      * default assignment applies -- PENSION_ELECTION_DAYS,
      * default 10.
       01 ELECTION-DAYS-PARM        PIC X(4).
       01 ELECTION-DAYS             PIC 9(3) VALUE 10.
       01 WINDOW-START-DATE         PIC 9(8).
       01 DAYS-SINCE-HIRE           PIC S9(7).
      *
       01 PENSION-CHOSEN-FLAG       PIC X.
           88 PENSION-CHOSEN        VALUE "Y".
       01 ALTA-FILED-FLAG           PIC X.
           88 ALTA-FILED            VALUE "Y".
       01 ITEM-FOUND-FLAG           PIC X.
           88 ITEM-FOUND            VALUE "Y".
       01 PAYEE-NO-BANK-FLAG        PIC X.
           88 PAYEE-NEEDS-NO-BANK   VALUE "Y".
       01 MISSING-POINTER           PIC 99.
      *
       LINKAGE SECTION.
       COPY "ONBOARDING-CHECK-PARMS.CPY".
      *
      *------------------
       PROCEDURE DIVISION USING ONBOARDING-CHECK-PARMS.
      *------------------
       MAIN-PROCESSING.
           MOVE "00" TO ONB-RESULT
           MOVE "NONE" TO ONB-STATE
           MOVE 0 TO ONB-OPEN-DATE
           MOVE SPACES TO ONB-DOC-STATUS ONB-BANK-STATUS
               ONB-PENSION-STATUS ONB-PENSION-SYSTEM
               ONB-DEPEND-STATUS ONB-CONTRACT-STATUS
               ONB-ALTA-STATUS ONB-MISSING-TEXT ONB-OVERRIDE-BY
           MOVE 0 TO ONB-MISSING-COUNT
           MOVE "N" TO ONB-COMPLETE-FLAG
           MOVE "N" TO ONB-OVERRIDE-FLAG
           PERFORM READ-ONBOARDING-EVENTS
           IF NOT ONB-NOT-TRACKED
               PERFORM CHECK-DOCUMENT
               PERFORM CHECK-BANK-ACCOUNT
               PERFORM CHECK-PENSION-SYSTEM
               PERFORM CHECK-DEPENDENTS
               PERFORM CHECK-CONTRACT
               PERFORM CHECK-TREGISTRO-ALTA
               IF ONB-MISSING-COUNT = 0
                   SET ONB-COMPLETE TO TRUE
               END-IF
           END-IF
           GOBACK.
      *
      * The employee's own events: OPEN starts the onboarding, PAID
      * ends it, and the rest fill in the checklist as they land.
       READ-ONBOARDING-EVENTS.
           MOVE "N" TO PENSION-CHOSEN-FLAG
           MOVE "N" TO ALTA-FILED-FLAG
           OPEN INPUT ONBOARDING-FILE
           IF ONBOARDING-FILE-STATUS = "00"
               PERFORM UNTIL ONBOARDING-FILE-STATUS NOT = "00"
                   READ ONBOARDING-FILE
                       AT END
                           MOVE "10" TO ONBOARDING-FILE-STATUS
                       NOT AT END
                           PERFORM APPLY-ONBOARDING-EVENT
                   END-READ
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF.
      *
       APPLY-ONBOARDING-EVENT.
           MOVE SPACES TO EVENT-ID-TOKEN EVENT-KIND-TOKEN
               EVENT-DATE-TOKEN EVENT-DETAIL-TOKEN
           UNSTRING ONBOARDING-RECORD DELIMITED BY ALL SPACE
               INTO EVENT-ID-TOKEN EVENT-KIND-TOKEN
                    EVENT-DATE-TOKEN EVENT-DETAIL-TOKEN
           IF EVENT-ID-TOKEN = ONB-EMP-ID
               EVALUATE EVENT-KIND-TOKEN
                   WHEN "OPEN"
                       MOVE "OPEN" TO ONB-STATE
                       IF EVENT-DATE-TOKEN IS NUMERIC
                           MOVE EVENT-DATE-TOKEN TO ONB-OPEN-DATE
                       END-IF
                   WHEN "PENSION"
                       SET PENSION-CHOSEN TO TRUE
                       MOVE EVENT-DETAIL-TOKEN TO ONB-PENSION-SYSTEM
                   WHEN "OVERRIDE"
                       SET ONB-OVERRIDDEN TO TRUE
                       MOVE EVENT-DETAIL-TOKEN TO ONB-OVERRIDE-BY
                   WHEN "ALTA"
                       SET ALTA-FILED TO TRUE
                   WHEN "PAID"
                       IF ONB-OPEN
                           MOVE "CLOSED" TO ONB-STATE
                       END-IF
               END-EVALUATE
           END-IF.
      *
       CHECK-DOCUMENT.
           IF ONB-DOC-NUMBER = SPACES
               MOVE "MISSING" TO ONB-DOC-STATUS
               MOVE "DOCUMENT" TO LINE-SECOND-TOKEN
               PERFORM NOTE-MISSING-ITEM
           ELSE
               MOVE "OK" TO ONB-DOC-STATUS
           END-IF.
      *
      * A verified account, or no account needed at all. A PENDING
      * account is one whose prenote has not cleared yet, and a
      * FAILED one bounced -- neither is a bank to pay into.
       CHECK-BANK-ACCOUNT.
           MOVE "N" TO PAYEE-NO-BANK-FLAG
           OPEN INPUT PAYMENT-METHOD-FILE
           IF PAYMENT-METHOD-FILE-STATUS = "00"
               PERFORM UNTIL PAYMENT-METHOD-FILE-STATUS NOT = "00"
                   READ PAYMENT-METHOD-FILE
                       AT END
                           MOVE "10" TO PAYMENT-METHOD-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO LINE-ID-TOKEN
                               LINE-SECOND-TOKEN
                           UNSTRING PAYMENT-METHOD-RECORD
                               DELIMITED BY ALL SPACE
                               INTO LINE-ID-TOKEN LINE-SECOND-TOKEN
                           IF LINE-ID-TOKEN = ONB-EMP-ID
                                   AND (LINE-SECOND-TOKEN = "CASH"
                                     OR LINE-SECOND-TOKEN = "CHEQUE")
                               SET PAYEE-NEEDS-NO-BANK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-METHOD-FILE
           END-IF
           MOVE "N" TO ITEM-FOUND-FLAG
           IF NOT PAYEE-NEEDS-NO-BANK
               OPEN INPUT BANK-ACCOUNTS-FILE
               IF BANK-ACCOUNTS-FILE-STATUS = "00"
                   PERFORM UNTIL BANK-ACCOUNTS-FILE-STATUS NOT = "00"
                       READ BANK-ACCOUNTS-FILE
                           AT END
                               MOVE "10" TO BANK-ACCOUNTS-FILE-STATUS
                           NOT AT END
                               PERFORM MATCH-BANK-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE BANK-ACCOUNTS-FILE
               END-IF
           END-IF
           IF PAYEE-NEEDS-NO-BANK
               MOVE "N/A" TO ONB-BANK-STATUS
           ELSE
           IF ITEM-FOUND
               MOVE "OK" TO ONB-BANK-STATUS
           ELSE
               MOVE "MISSING" TO ONB-BANK-STATUS
               MOVE "BANK" TO LINE-SECOND-TOKEN
               PERFORM NOTE-MISSING-ITEM
           END-IF
           END-IF.
      *
       MATCH-BANK-ACCOUNT.
           MOVE SPACES TO LINE-ID-TOKEN LINE-SECOND-TOKEN
               LINE-THIRD-TOKEN LINE-STATUS-TOKEN
           UNSTRING BANK-ACCOUNTS-RECORD DELIMITED BY ALL SPACE
               INTO LINE-ID-TOKEN LINE-SECOND-TOKEN
                    LINE-THIRD-TOKEN LINE-STATUS-TOKEN
           IF LINE-ID-TOKEN = ONB-EMP-ID
                   AND (LINE-STATUS-TOKEN = "VERIFIED"
                     OR LINE-STATUS-TOKEN = SPACES)
               SET ITEM-FOUND TO TRUE
           END-IF.
      *
      * Chosen, or defaulted: once the election window since the
      * hire has run out with no choice made, the default
      * assignment stands and the item no longer holds pay.
       CHECK-PENSION-SYSTEM.
           IF PENSION-CHOSEN
               MOVE "OK" TO ONB-PENSION-STATUS
           ELSE
               MOVE SPACES TO ELECTION-DAYS-PARM
               ACCEPT ELECTION-DAYS-PARM
                   FROM ENVIRONMENT "PENSION_ELECTION_DAYS"
               IF ELECTION-DAYS-PARM NOT = SPACES
                       AND FUNCTION TEST-NUMVAL
                           (ELECTION-DAYS-PARM) = 0
                   COMPUTE ELECTION-DAYS =
                       FUNCTION NUMVAL (ELECTION-DAYS-PARM)
               END-IF
               MOVE ONB-HIRE-DATE TO WINDOW-START-DATE
               IF WINDOW-START-DATE = 0
                   MOVE ONB-OPEN-DATE TO WINDOW-START-DATE
               END-IF
               MOVE 0 TO DAYS-SINCE-HIRE
               IF WINDOW-START-DATE > 19000101
                       AND ONB-AS-OF-DATE > 19000101
                   COMPUTE DAYS-SINCE-HIRE =
                       FUNCTION INTEGER-OF-DATE (ONB-AS-OF-DATE)
                       - FUNCTION INTEGER-OF-DATE (WINDOW-START-DATE)
               END-IF
               IF DAYS-SINCE-HIRE > ELECTION-DAYS
                   MOVE "DEFAULTED" TO ONB-PENSION-STATUS
               ELSE
                   MOVE "MISSING" TO ONB-PENSION-STATUS
                   MOVE "PENSION" TO LINE-SECOND-TOKEN
                   PERFORM NOTE-MISSING-ITEM
               END-IF
           END-IF.
      *
       CHECK-DEPENDENTS.
           MOVE "N" TO ITEM-FOUND-FLAG
           OPEN INPUT DEPENDENTS-FILE
           IF DEPENDENTS-FILE-STATUS = "00"
               PERFORM UNTIL DEPENDENTS-FILE-STATUS NOT = "00"
                   READ DEPENDENTS-FILE
                       AT END
                           MOVE "10" TO DEPENDENTS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO LINE-ID-TOKEN
                           UNSTRING DEPENDENTS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO LINE-ID-TOKEN
                           IF LINE-ID-TOKEN = ONB-EMP-ID
                               SET ITEM-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTS-FILE
           END-IF
           IF ITEM-FOUND
               MOVE "OK" TO ONB-DEPEND-STATUS
           ELSE
               MOVE "MISSING" TO ONB-DEPEND-STATUS
               MOVE "DEPENDENTS" TO LINE-SECOND-TOKEN
               PERFORM NOTE-MISSING-ITEM
           END-IF.
      *
       CHECK-CONTRACT.
           MOVE "N" TO ITEM-FOUND-FLAG
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = "00"
               PERFORM UNTIL CONTRACT-FILE-STATUS NOT = "00"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "10" TO CONTRACT-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO LINE-ID-TOKEN
                           UNSTRING CONTRACT-RECORD
                               DELIMITED BY ALL SPACE
                               INTO LINE-ID-TOKEN
                           IF LINE-ID-TOKEN = ONB-EMP-ID
                               SET ITEM-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF
           IF ITEM-FOUND
               MOVE "OK" TO ONB-CONTRACT-STATUS
           ELSE
               MOVE "MISSING" TO ONB-CONTRACT-STATUS
               MOVE "CONTRACT" TO LINE-SECOND-TOKEN
               PERFORM NOTE-MISSING-ITEM
           END-IF.
      *
       CHECK-TREGISTRO-ALTA.
           IF ALTA-FILED
               MOVE "OK" TO ONB-ALTA-STATUS
           ELSE
               MOVE "MISSING" TO ONB-ALTA-STATUS
               MOVE "TREG-ALTA" TO LINE-SECOND-TOKEN
               PERFORM NOTE-MISSING-ITEM
           END-IF.
      *
      * Adds the item named in LINE-SECOND-TOKEN to the missing
      * list.
       NOTE-MISSING-ITEM.
           ADD 1 TO ONB-MISSING-COUNT
           MOVE 1 TO MISSING-POINTER
           IF ONB-MISSING-TEXT NOT = SPACES
               COMPUTE MISSING-POINTER = FUNCTION LENGTH
                   (FUNCTION TRIM (ONB-MISSING-TEXT TRAILING)) + 2
           END-IF
           STRING FUNCTION TRIM (LINE-SECOND-TOKEN)
               DELIMITED BY SIZE INTO ONB-MISSING-TEXT
               WITH POINTER MISSING-POINTER.
      *
       END PROGRAM onboardcheck.
      *
