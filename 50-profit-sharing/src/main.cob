      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PROFIT-SHARING.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The annual legal profit-sharing (utilidades) distribution.
      * The pool is the declared profit times the participation
      * percentage, both carried on the company profile; half of it
      * is split by days worked in the fiscal year and half by
      * remuneration received, each employee's share is capped at
      * 18 monthly remunerations, and whatever the cap strips goes
      * to the regional employment fund. PROFIT_YEAR (YYYY) picks
      * the fiscal year; default is the year before the run date.
      * Everyone whose service span touches the year shares --
      * former employees included, since the master keeps RETIRED
      * records -- except TRAINEE staff, who are not workers under
      * the training-modality rules.
      *
      * Remuneration received comes from the pay history: the live
      * file plus the data/pay_history.YYYY.txt archive
      * YEAR-END-ARCHIVE writes for the fiscal year, same as the CTS
      * run reads them.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO DYNAMIC PAY-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
      *
      * Days worked come from the master's service dates, read in
      * key order the way the generation export reads it.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * Spans a REHIRE closed off, "ID HIRE-DATE TERM-DATE RUN-STAMP";
      * the master only carries the current one.
           SELECT SERVICE-HISTORY-FILE
               ASSIGN TO "data/service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERVICE-HISTORY-FILE-STATUS.
      *
      * "CODE|NAME|RUC|CCY|DECLARED-PROFIT|PARTICIPATION-PCT" --
      * the two trailing columns are read only here; every other
      * reader stops at the currency.
           SELECT COMPANY-PROFILE-FILE
               ASSIGN TO "data/company_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-PROFILE-FILE-STATUS.
      *
      * The GL account map the payroll engine books through; the
      * run posts to PROFIT-EXP (by department), PROFIT-PAY and
      * PROFIT-FUND.
           SELECT GL-ACCOUNTS-FILE ASSIGN TO "data/gl_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNTS-FILE-STATUS.
      *
      * The individual liquidation statement each employee must
      * receive, one document per employee.
           SELECT LIQUIDATION-FILE
               ASSIGN TO DYNAMIC LIQUIDATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The payment extract, in the direct-deposit layout the
      * payslip run writes to report/direct_deposit.txt.
           SELECT BANK-FILE ASSIGN TO DYNAMIC BANK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The distribution's journal, in the payroll engine's
      * output/gl_journal.txt format, under its own name so it never
      * overwrites a payroll journal still awaiting acknowledgment.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "output/gl_journal_utilidades.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUMMARY-FILE
               ASSIGN TO "output/utilidades_summary.txt"
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
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD  PIC X(60).
      *
       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
      *
       FD GL-ACCOUNTS-FILE.
       01 GL-ACCOUNTS-RECORD      PIC X(40).
      *
       FD LIQUIDATION-FILE.
       01 LIQUIDATION-RECORD      PIC X(80).
      *
       FD BANK-FILE.
       01 BANK-RECORD.
           05 BANK-EMP-ID             PIC X(5).
           05 FILLER                  PIC X(1).
           05 BANK-ACCOUNT-REF        PIC X(14).
           05 FILLER                  PIC X(1).
           05 BANK-NET-PAY            PIC 9(7)V99.
      *
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD       PIC X(80).
      *
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD          PIC X(120).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-NAME   PIC X(100).
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 SERVICE-HISTORY-FILE-STATUS PIC XX.
       01 GL-ACCOUNTS-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 LIQUIDATION-FILE-NAME   PIC X(100).
       01 BANK-FILE-NAME          PIC X(100).
      *
      * Company identity and the year's declared figures.
       01 COMPANY-PROFILE-FILE-STATUS PIC XX.
       01 COMPANY-CODE            PIC X(4) VALUE SPACES.
       01 COMPANY-NAME            PIC X(30) VALUE
           "ACME PERU S.A.C.".
       01 COMPANY-TAX-ID          PIC X(11) VALUE "20123456789".
       01 PROFILE-CODE-TOKEN      PIC X(4).
       01 PROFILE-NAME-TEXT       PIC X(30).
       01 PROFILE-RUC-TEXT        PIC X(11).
       01 PROFILE-CCY-TEXT        PIC X(3).
       01 PROFILE-PROFIT-TOKEN    PIC X(16).
       01 PROFILE-PCT-TOKEN       PIC X(8).
       01 DECLARED-PROFIT         PIC 9(11)V99 VALUE 0.
       01 PARTICIPATION-PCT       PIC 99V99 VALUE 0.
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
      * The fiscal year and its bounds as day serials.
       01 PROFIT-YEAR-PARM        PIC X(4).
       01 FISCAL-YEAR             PIC 9(4).
       01 CURRENT-DATE-FIELD      PIC 9(8).
       01 YEAR-START-DATE         PIC 9(8).
       01 YEAR-END-DATE           PIC 9(8).
       01 YEAR-START-SERIAL       PIC S9(9).
       01 YEAR-END-SERIAL         PIC S9(9).
       01 SPAN-START-SERIAL       PIC S9(9).
       01 SPAN-END-SERIAL         PIC S9(9).
       01 SERVICE-DAYS            PIC S9(5).
      *
      * Earlier spans off the service history that touch the fiscal
      * year, clipped to it.
       01 PRIOR-MAX               PIC 9(4) VALUE 2000.
       01 PRIOR-COUNT             PIC 9(4) VALUE 0.
       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 2000 TIMES.
               10 PRIOR-EMP-ID    PIC X(5).
               10 PRIOR-START-SERIAL PIC S9(9).
               10 PRIOR-END-SERIAL PIC S9(9).
       01 PRIOR-IDX               PIC 9(4).
       01 PRIOR-ID-TOKEN          PIC X(5).
       01 PRIOR-HIRE-TOKEN        PIC X(8).
       01 PRIOR-TERM-TOKEN        PIC X(8).
       01 PRIOR-HIRE-DATE         PIC 9(8).
       01 PRIOR-TERM-DATE         PIC 9(8).
      *
      * The legal cap: 18 monthly remunerations.
       01 CAP-MONTHS              PIC 99 VALUE 18.
      *
      * One pay-history line as parsed.
       01 HIST-ID-TOKEN           PIC X(5).
       01 HIST-PERIOD-TOKEN       PIC X(10).
       01 HIST-AMOUNT-TOKEN       PIC X(12).
      *
      * Every participant: service days and remuneration in the
      * year, the monthly remuneration the cap is measured in, and
      * the computed shares.
       01 PS-MAX                  PIC 9(4) VALUE 2000.
       01 PS-COUNT                PIC 9(4) VALUE 0.
       01 PS-TABLE.
           05 PS-ENTRY OCCURS 2000 TIMES.
               10 PS-EMP-ID       PIC X(5).
               10 PS-NAME         PIC X(10).
               10 PS-DEPT         PIC X(10).
               10 PS-DOC-TYPE     PIC X(3).
               10 PS-DOC-NUMBER   PIC X(15).
               10 PS-MONTHLY-FIXED PIC 9(7)V99.
               10 PS-DAYS         PIC 9(3).
               10 PS-REMUNERATION PIC S9(9)V99.
               10 PS-DAYS-SHARE   PIC 9(9)V99.
               10 PS-REM-SHARE    PIC 9(9)V99.
               10 PS-GROSS-SHARE  PIC 9(9)V99.
               10 PS-CAP          PIC 9(9)V99.
               10 PS-EXCESS       PIC 9(9)V99.
               10 PS-PAID         PIC 9(9)V99.
       01 PS-IDX                  PIC 9(4).
       01 PS-FOUND-FLAG           PIC X VALUE "N".
           88 PS-FOUND            VALUE "Y".
      *
      * The distribution's totals.
       01 POOL-TOTAL              PIC 9(11)V99 VALUE 0.
       01 POOL-DAYS-HALF          PIC 9(11)V99 VALUE 0.
       01 POOL-REM-HALF           PIC 9(11)V99 VALUE 0.
       01 TOTAL-DAYS              PIC 9(7) VALUE 0.
       01 TOTAL-REMUNERATION      PIC 9(11)V99 VALUE 0.
       01 TOTAL-PAID              PIC 9(11)V99 VALUE 0.
       01 TOTAL-EXCESS            PIC 9(11)V99 VALUE 0.
       01 MONTHLY-REMUNERATION    PIC 9(9)V99.
       01 SERVICE-MONTHS          PIC 99.
      *
      * GL account map and journal work fields -- same shapes as
      * the payroll engine's.
       01 GL-MAP-MAX              PIC 99 VALUE 50.
       01 GL-MAP-COUNT            PIC 99 VALUE 0.
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 50 TIMES.
               10 GL-MAP-KEY      PIC X(14).
               10 GL-MAP-ACCOUNT  PIC X(8).
       01 GL-MAP-IDX              PIC 99.
       01 GL-MAP-FOUND-FLAG       PIC X.
           88 GL-MAP-FOUND        VALUE "Y".
       01 GL-MAP-KEY-TOKEN        PIC X(12).
       01 GL-MAP-KEY-TOKEN-2      PIC X(12).
       01 GL-MAP-ACCT-TOKEN       PIC X(8).
       01 GL-MAP-LOOKUP-KEY       PIC X(14).
       01 GL-MAPPED-ACCOUNT       PIC X(8).
       01 JOURNAL-SIDE            PIC X.
       01 JOURNAL-DEPT            PIC X(10).
       01 JOURNAL-AMOUNT          PIC 9(9)V99.
       01 JOURNAL-AMOUNT-EDIT     PIC 9(9).99.
       01 JOURNAL-DEBIT-TOTAL     PIC 9(11)V99.
       01 JOURNAL-CREDIT-TOTAL    PIC 9(11)V99.
       01 JOURNAL-DEBIT-EDIT      PIC 9(9).99.
       01 JOURNAL-CREDIT-EDIT     PIC 9(9).99.
      *
      * Department totals for the expense lines.
       01 DEPT-MAX                PIC 999 VALUE 100.
       01 DEPT-COUNT              PIC 999 VALUE 0.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES.
               10 DEPT-CODE       PIC X(10).
               10 DEPT-AMOUNT     PIC 9(9)V99.
       01 DEPT-IDX                PIC 999.
       01 DEPT-FOUND-FLAG         PIC X VALUE "N".
           88 DEPT-FOUND          VALUE "Y".
      *
       01 DOC-LINE                PIC X(80).
       01 DISP-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-DAYS               PIC ZZZ9.
       01 DISP-TOTAL-DAYS         PIC ZZZ,ZZ9.
       01 DISP-PCT                PIC Z9.99.
       01 DISP-COUNT              PIC ZZZZ9.
      *
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
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

           PERFORM LOAD-COMPANY-PROFILE
           IF DECLARED-PROFIT = 0 OR PARTICIPATION-PCT = 0
               DISPLAY "PROFIT SHARING ABORTED -- NO DECLARED PROFIT "
                   "AND PARTICIPATION PERCENTAGE ON "
                   "data/company_profile.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-FISCAL-YEAR
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-PARTICIPANTS
           IF PS-COUNT = 0
               DISPLAY "PROFIT SHARING -- NOBODY WORKED IN "
                   FISCAL-YEAR " (NOTHING TO DISTRIBUTE)"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM ACCUMULATE-REMUNERATION
           PERFORM COMPUTE-SHARES
           PERFORM WRITE-LIQUIDATION-STATEMENTS
           PERFORM WRITE-BANK-FILE
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-AUDIT-LOG-ENTRY
           PERFORM RELEASE-RUN-LOCK

           MOVE TOTAL-PAID TO DISP-AMOUNT
           DISPLAY "PROFIT SHARING COMPLETE -- PAID " DISP-AMOUNT
           MOVE TOTAL-EXCESS TO DISP-AMOUNT
           DISPLAY "  TO REGIONAL FUND        " DISP-AMOUNT
               "  SEE output/utilidades_summary.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   PROFIT SHARING (UTILIDADES)        "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       RESOLVE-FISCAL-YEAR.
           ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD
           COMPUTE FISCAL-YEAR = CURRENT-DATE-FIELD / 10000 - 1
           MOVE SPACES TO PROFIT-YEAR-PARM
           ACCEPT PROFIT-YEAR-PARM FROM ENVIRONMENT "PROFIT_YEAR"
           IF PROFIT-YEAR-PARM IS NUMERIC
                   AND PROFIT-YEAR-PARM NOT = SPACES
               MOVE PROFIT-YEAR-PARM TO FISCAL-YEAR
           END-IF
           COMPUTE YEAR-START-DATE = FISCAL-YEAR * 10000 + 0101
           COMPUTE YEAR-END-DATE = FISCAL-YEAR * 10000 + 1231
           COMPUTE YEAR-START-SERIAL =
               FUNCTION INTEGER-OF-DATE (YEAR-START-DATE)
           COMPUTE YEAR-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (YEAR-END-DATE)
           DISPLAY "FISCAL YEAR: " FISCAL-YEAR.
      *
      * Every master record whose service span touches the fiscal
      * year, with its days of service inside it. A record with no
      * hire date counts from the first of the year; one with no
      * termination date is still employed. A rehired employee's
      * earlier spans in the year count too.
       LOAD-PARTICIPANTS.
           PERFORM LOAD-PRIOR-SPANS
           MOVE 0 TO PS-COUNT
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "PROFIT SHARING ABORTED -- CANNOT OPEN "
                   "data/employee_master.idx (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO MASTER-EOF-FLAG
           MOVE 0 TO EMPMAST-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EMPMAST-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM TABLE-ONE-PARTICIPANT
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
      *
       TABLE-ONE-PARTICIPANT.
           MOVE YEAR-START-SERIAL TO SPAN-START-SERIAL
           MOVE YEAR-END-SERIAL TO SPAN-END-SERIAL
           IF EMPMAST-HIRE-DATE IS NUMERIC
                   AND EMPMAST-HIRE-DATE > YEAR-START-DATE
               IF EMPMAST-HIRE-DATE > YEAR-END-DATE
                   MOVE 0 TO SPAN-END-SERIAL
               ELSE
                   COMPUTE SPAN-START-SERIAL =
                       FUNCTION INTEGER-OF-DATE (EMPMAST-HIRE-DATE)
               END-IF
           END-IF
           IF EMPMAST-TERM-DATE IS NUMERIC
                   AND EMPMAST-TERM-DATE > 0
                   AND EMPMAST-TERM-DATE < YEAR-END-DATE
               IF EMPMAST-TERM-DATE < YEAR-START-DATE
                   MOVE 0 TO SPAN-END-SERIAL
               ELSE
                   COMPUTE SPAN-END-SERIAL =
                       FUNCTION INTEGER-OF-DATE (EMPMAST-TERM-DATE)
               END-IF
           END-IF
           MOVE 0 TO SERVICE-DAYS
           IF SPAN-END-SERIAL >= SPAN-START-SERIAL
               COMPUTE SERVICE-DAYS =
                   SPAN-END-SERIAL - SPAN-START-SERIAL + 1
           END-IF
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               IF PRIOR-EMP-ID (PRIOR-IDX) = EMPMAST-ID
                   COMPUTE SERVICE-DAYS = SERVICE-DAYS
                       + PRIOR-END-SERIAL (PRIOR-IDX)
                       - PRIOR-START-SERIAL (PRIOR-IDX) + 1
               END-IF
           END-PERFORM
           IF SERVICE-DAYS >
                   YEAR-END-SERIAL - YEAR-START-SERIAL + 1
               COMPUTE SERVICE-DAYS =
                   YEAR-END-SERIAL - YEAR-START-SERIAL + 1
           END-IF
           IF SERVICE-DAYS > 0
                   AND FUNCTION TRIM (EMPMAST-REGIME) NOT = "TRAINEE"
                   AND PS-COUNT < PS-MAX
               ADD 1 TO PS-COUNT
               MOVE EMPMAST-ID TO PS-EMP-ID (PS-COUNT)
               MOVE EMPMAST-NAME TO PS-NAME (PS-COUNT)
               MOVE EMPMAST-DEPT TO PS-DEPT (PS-COUNT)
               MOVE EMPMAST-DOC-TYPE TO PS-DOC-TYPE (PS-COUNT)
               MOVE EMPMAST-DOC-NUMBER TO PS-DOC-NUMBER (PS-COUNT)
               IF EMPMAST-MONTHLY-AMOUNT IS NUMERIC
                   MOVE EMPMAST-MONTHLY-AMOUNT
                       TO PS-MONTHLY-FIXED (PS-COUNT)
               ELSE
                   MOVE 0 TO PS-MONTHLY-FIXED (PS-COUNT)
               END-IF
               MOVE SERVICE-DAYS TO PS-DAYS (PS-COUNT)
               MOVE 0 TO PS-REMUNERATION (PS-COUNT)
               ADD PS-DAYS (PS-COUNT) TO TOTAL-DAYS
           END-IF.
      *
       LOAD-PRIOR-SPANS.
           MOVE 0 TO PRIOR-COUNT
           OPEN INPUT SERVICE-HISTORY-FILE
           IF SERVICE-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL SERVICE-HISTORY-FILE-STATUS NOT = "00"
                   READ SERVICE-HISTORY-FILE
                       AT END
                           MOVE "10" TO SERVICE-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM TABLE-ONE-PRIOR-SPAN
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY-FILE
           END-IF.
      *
      * A span kept only where it overlaps the fiscal year.
       TABLE-ONE-PRIOR-SPAN.
           MOVE SPACES TO PRIOR-ID-TOKEN PRIOR-HIRE-TOKEN
               PRIOR-TERM-TOKEN
           UNSTRING SERVICE-HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO PRIOR-ID-TOKEN PRIOR-HIRE-TOKEN PRIOR-TERM-TOKEN
           IF PRIOR-ID-TOKEN IS NUMERIC
                   AND PRIOR-HIRE-TOKEN IS NUMERIC
                   AND PRIOR-TERM-TOKEN IS NUMERIC
                   AND PRIOR-COUNT < PRIOR-MAX
               MOVE PRIOR-HIRE-TOKEN TO PRIOR-HIRE-DATE
               MOVE PRIOR-TERM-TOKEN TO PRIOR-TERM-DATE
               IF PRIOR-HIRE-DATE <= YEAR-END-DATE
                       AND PRIOR-TERM-DATE >= YEAR-START-DATE
                       AND PRIOR-TERM-DATE >= PRIOR-HIRE-DATE
                   ADD 1 TO PRIOR-COUNT
                   MOVE PRIOR-ID-TOKEN TO PRIOR-EMP-ID (PRIOR-COUNT)
                   MOVE YEAR-START-SERIAL
                       TO PRIOR-START-SERIAL (PRIOR-COUNT)
                   MOVE YEAR-END-SERIAL
                       TO PRIOR-END-SERIAL (PRIOR-COUNT)
                   IF PRIOR-HIRE-DATE > YEAR-START-DATE
                       COMPUTE PRIOR-START-SERIAL (PRIOR-COUNT) =
                           FUNCTION INTEGER-OF-DATE (PRIOR-HIRE-DATE)
                   END-IF
                   IF PRIOR-TERM-DATE < YEAR-END-DATE
                       COMPUTE PRIOR-END-SERIAL (PRIOR-COUNT) =
                           FUNCTION INTEGER-OF-DATE (PRIOR-TERM-DATE)
                   END-IF
               END-IF
           END-IF.
      *
      * The fiscal year's archive first, then the live file; the
      * year filter keeps everything else out.
       ACCUMULATE-REMUNERATION.
           MOVE SPACES TO PAY-HISTORY-FILE-NAME
           STRING "data/pay_history." FISCAL-YEAR ".txt"
               DELIMITED BY SIZE INTO PAY-HISTORY-FILE-NAME
           PERFORM READ-ONE-HISTORY-FILE
           MOVE "data/pay_history.txt" TO PAY-HISTORY-FILE-NAME
           PERFORM READ-ONE-HISTORY-FILE
           MOVE 0 TO TOTAL-REMUNERATION
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
      * Reversals can net an employee below zero; nobody shares on
      * a negative base.
               IF PS-REMUNERATION (PS-IDX) < 0
                   MOVE 0 TO PS-REMUNERATION (PS-IDX)
               END-IF
               ADD PS-REMUNERATION (PS-IDX) TO TOTAL-REMUNERATION
           END-PERFORM.
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
      * Regular, adjustment and reversal lines all count -- they
      * are signed -- and a period outside the year (the all-zero
      * period of a refund line included) does not.
       FOLD-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-ID-TOKEN
           MOVE SPACES TO HIST-PERIOD-TOKEN
           MOVE SPACES TO HIST-AMOUNT-TOKEN
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY SPACE
               INTO HIST-ID-TOKEN HIST-PERIOD-TOKEN
                    HIST-AMOUNT-TOKEN
           IF HIST-ID-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (HIST-AMOUNT-TOKEN) = 0
                   AND HIST-PERIOD-TOKEN (7:4) = FISCAL-YEAR
               MOVE "N" TO PS-FOUND-FLAG
               PERFORM VARYING PS-IDX FROM 1 BY 1
                       UNTIL PS-IDX > PS-COUNT OR PS-FOUND
                   IF PS-EMP-ID (PS-IDX) = HIST-ID-TOKEN
                       SET PS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF PS-FOUND
                   SUBTRACT 1 FROM PS-IDX
                   COMPUTE PS-REMUNERATION (PS-IDX) =
                       PS-REMUNERATION (PS-IDX)
                       + FUNCTION NUMVAL (HIST-AMOUNT-TOKEN)
               END-IF
           END-IF.
      *
      * Half the pool by days, half by remuneration, then the cap.
      * The monthly remuneration the cap is measured in is the
      * fixed monthly amount on the master for salaried staff, and
      * the year's remuneration averaged over the months of service
      * for everyone else.
       COMPUTE-SHARES.
           COMPUTE POOL-TOTAL ROUNDED =
               DECLARED-PROFIT * PARTICIPATION-PCT / 100
           COMPUTE POOL-DAYS-HALF ROUNDED = POOL-TOTAL / 2
           COMPUTE POOL-REM-HALF = POOL-TOTAL - POOL-DAYS-HALF
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
               MOVE 0 TO PS-DAYS-SHARE (PS-IDX)
               MOVE 0 TO PS-REM-SHARE (PS-IDX)
               IF TOTAL-DAYS > 0
                   COMPUTE PS-DAYS-SHARE (PS-IDX) ROUNDED =
                       POOL-DAYS-HALF * PS-DAYS (PS-IDX) / TOTAL-DAYS
               END-IF
               IF TOTAL-REMUNERATION > 0
                   COMPUTE PS-REM-SHARE (PS-IDX) ROUNDED =
                       POOL-REM-HALF * PS-REMUNERATION (PS-IDX)
                       / TOTAL-REMUNERATION
               END-IF
               COMPUTE PS-GROSS-SHARE (PS-IDX) =
                   PS-DAYS-SHARE (PS-IDX) + PS-REM-SHARE (PS-IDX)

               IF PS-MONTHLY-FIXED (PS-IDX) > 0
                   MOVE PS-MONTHLY-FIXED (PS-IDX)
                       TO MONTHLY-REMUNERATION
               ELSE
                   COMPUTE SERVICE-MONTHS =
                       (PS-DAYS (PS-IDX) + 29) / 30
                   IF SERVICE-MONTHS > 12
                       MOVE 12 TO SERVICE-MONTHS
                   END-IF
                   IF SERVICE-MONTHS = 0
                       MOVE 1 TO SERVICE-MONTHS
                   END-IF
                   COMPUTE MONTHLY-REMUNERATION ROUNDED =
                       PS-REMUNERATION (PS-IDX) / SERVICE-MONTHS
               END-IF
               COMPUTE PS-CAP (PS-IDX) =
                   MONTHLY-REMUNERATION * CAP-MONTHS
               IF PS-GROSS-SHARE (PS-IDX) > PS-CAP (PS-IDX)
                   MOVE PS-CAP (PS-IDX) TO PS-PAID (PS-IDX)
                   COMPUTE PS-EXCESS (PS-IDX) =
                       PS-GROSS-SHARE (PS-IDX) - PS-CAP (PS-IDX)
               ELSE
                   MOVE PS-GROSS-SHARE (PS-IDX) TO PS-PAID (PS-IDX)
                   MOVE 0 TO PS-EXCESS (PS-IDX)
               END-IF
               ADD PS-PAID (PS-IDX) TO TOTAL-PAID
               ADD PS-EXCESS (PS-IDX) TO TOTAL-EXCESS
           END-PERFORM.
      *
      * The liquidation statement the law requires each employee to
      * receive: the declared base, both halves of the computation
      * with the company-wide divisors, the cap and what it
      * stripped, and the amount paid.
       WRITE-LIQUIDATION-STATEMENTS.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
               PERFORM WRITE-ONE-LIQUIDATION
           END-PERFORM.
      *
       WRITE-ONE-LIQUIDATION.
           MOVE SPACES TO LIQUIDATION-FILE-NAME
           STRING "report/certificates/" PS-EMP-ID (PS-IDX)
                  "_UTILIDADES_" FISCAL-YEAR ".txt"
               DELIMITED BY SIZE INTO LIQUIDATION-FILE-NAME
           OPEN OUTPUT LIQUIDATION-FILE
           MOVE ALL "=" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE COMPANY-NAME TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           STRING "RUC " COMPANY-TAX-ID
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           STRING " LIQUIDACION DE PARTICIPACION EN LAS UTILIDADES "
                  FISCAL-YEAR
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ALL "=" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           STRING "Trabajador : " PS-EMP-ID (PS-IDX) " "
                  FUNCTION TRIM (PS-NAME (PS-IDX)) "  "
                  FUNCTION TRIM (PS-DOC-TYPE (PS-IDX)) " "
                  FUNCTION TRIM (PS-DOC-NUMBER (PS-IDX))
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE DECLARED-PROFIT TO DISP-AMOUNT
           STRING "Renta anual antes de impuestos : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PARTICIPATION-PCT TO DISP-PCT
           STRING "Porcentaje de participacion   : " DISP-PCT "%"
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE POOL-TOTAL TO DISP-AMOUNT
           STRING "Monto a distribuir            : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE "Por dias laborados (50%)" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE TOTAL-DAYS TO DISP-TOTAL-DAYS
           STRING "  Dias de todos los trabajadores: " DISP-TOTAL-DAYS
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PS-DAYS (PS-IDX) TO DISP-DAYS
           STRING "  Dias laborados del trabajador : " DISP-DAYS
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PS-DAYS-SHARE (PS-IDX) TO DISP-AMOUNT
           STRING "  Participacion por dias        : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE "Por remuneraciones (50%)" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE TOTAL-REMUNERATION TO DISP-AMOUNT
           STRING "  Remuneraciones de todos       : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PS-REMUNERATION (PS-IDX) TO DISP-AMOUNT
           STRING "  Remuneracion del trabajador   : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PS-REM-SHARE (PS-IDX) TO DISP-AMOUNT
           STRING "  Participacion por remuneracion: " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PS-GROSS-SHARE (PS-IDX) TO DISP-AMOUNT
           STRING "Participacion calculada       : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE PS-CAP (PS-IDX) TO DISP-AMOUNT
           STRING "Tope (18 remuneraciones)      : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           IF PS-EXCESS (PS-IDX) > 0
               MOVE PS-EXCESS (PS-IDX) TO DISP-AMOUNT
               STRING "Exceso al fondo regional      : " DISP-AMOUNT
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF
           MOVE PS-PAID (PS-IDX) TO DISP-AMOUNT
           STRING "MONTO A PAGAR                 : " DISP-AMOUNT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ALL "=" TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           CLOSE LIQUIDATION-FILE.
      *
       WRITE-DOC-LINE.
           MOVE DOC-LINE TO LIQUIDATION-RECORD
           WRITE LIQUIDATION-RECORD
           MOVE SPACES TO DOC-LINE.
      *
      * RUN-ID header, then one fixed-format line per employee paid
      * -- the payslip run's direct-deposit layout, so the bank
      * upload takes it unchanged.
       WRITE-BANK-FILE.
           MOVE SPACES TO BANK-FILE-NAME
           STRING "report/utilidades_deposit_" FISCAL-YEAR ".txt"
               DELIMITED BY SIZE INTO BANK-FILE-NAME
           OPEN OUTPUT BANK-FILE
           MOVE SPACES TO BANK-RECORD
           STRING "RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO BANK-RECORD
           WRITE BANK-RECORD
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
               IF PS-PAID (PS-IDX) > 0
                   MOVE SPACES TO BANK-RECORD
                   MOVE PS-EMP-ID (PS-IDX) TO BANK-EMP-ID
                   STRING "ACCT" DELIMITED BY SIZE
                          PS-EMP-ID (PS-IDX) DELIMITED BY SIZE
                       INTO BANK-ACCOUNT-REF
                   MOVE PS-PAID (PS-IDX) TO BANK-NET-PAY
                   WRITE BANK-RECORD
               END-IF
           END-PERFORM
           CLOSE BANK-FILE.
      *
      * The expense debited by department, the employees' payable
      * and the regional fund's payable credited, with the engine's
      * debits=credits proof trailer.
       WRITE-GL-JOURNAL.
           PERFORM LOAD-GL-ACCOUNT-MAP
           MOVE 0 TO DEPT-COUNT
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
               PERFORM ADD-DEPT-EXPENSE
           END-PERFORM
           MOVE 0 TO JOURNAL-DEBIT-TOTAL
           MOVE 0 TO JOURNAL-CREDIT-TOTAL
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING "RUN-ID " RUN-ID " JOURNAL 12/31/" FISCAL-YEAR
               DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD

           MOVE "PROFIT-EXP" TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE DEPT-AMOUNT (DEPT-IDX) TO JOURNAL-AMOUNT
               MOVE DEPT-CODE (DEPT-IDX) TO JOURNAL-DEPT
               MOVE "D" TO JOURNAL-SIDE
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM

           MOVE SPACES TO JOURNAL-DEPT
           MOVE "PROFIT-PAY" TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-ACCOUNT
           MOVE TOTAL-PAID TO JOURNAL-AMOUNT
           MOVE "C" TO JOURNAL-SIDE
           PERFORM WRITE-JOURNAL-LINE
           IF TOTAL-EXCESS > 0
               MOVE "PROFIT-FUND" TO GL-MAP-LOOKUP-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE TOTAL-EXCESS TO JOURNAL-AMOUNT
               MOVE "C" TO JOURNAL-SIDE
               PERFORM WRITE-JOURNAL-LINE
           END-IF

           MOVE JOURNAL-DEBIT-TOTAL TO JOURNAL-DEBIT-EDIT
           MOVE JOURNAL-CREDIT-TOTAL TO JOURNAL-CREDIT-EDIT
           MOVE SPACES TO GL-JOURNAL-RECORD
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
               STRING "T " JOURNAL-DEBIT-EDIT " "
                      JOURNAL-CREDIT-EDIT " BALANCED"
                   DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
           ELSE
               STRING "T " JOURNAL-DEBIT-EDIT " "
                      JOURNAL-CREDIT-EDIT " *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
               DISPLAY "*** GL JOURNAL OUT OF BALANCE -- DEBITS "
                   JOURNAL-DEBIT-EDIT " CREDITS "
                   JOURNAL-CREDIT-EDIT " ***"
           END-IF
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.
      *
      * The expense is the whole computed share -- what the
      * employee is paid plus what the cap sends to the fund.
       ADD-DEPT-EXPENSE.
           MOVE "N" TO DEPT-FOUND-FLAG
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-FOUND
               IF DEPT-CODE (DEPT-IDX) = PS-DEPT (PS-IDX)
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DEPT-FOUND
               SUBTRACT 1 FROM DEPT-IDX
           ELSE
               IF DEPT-COUNT < DEPT-MAX
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-IDX
                   MOVE PS-DEPT (PS-IDX) TO DEPT-CODE (DEPT-IDX)
                   MOVE 0 TO DEPT-AMOUNT (DEPT-IDX)
               ELSE
                   MOVE 0 TO DEPT-IDX
               END-IF
           END-IF
           IF DEPT-IDX > 0
               ADD PS-GROSS-SHARE (PS-IDX) TO DEPT-AMOUNT (DEPT-IDX)
           END-IF.
      *
       WRITE-JOURNAL-LINE.
           IF JOURNAL-SIDE = "D"
               ADD JOURNAL-AMOUNT TO JOURNAL-DEBIT-TOTAL
           ELSE
               ADD JOURNAL-AMOUNT TO JOURNAL-CREDIT-TOTAL
           END-IF
           MOVE JOURNAL-AMOUNT TO JOURNAL-AMOUNT-EDIT
           MOVE SPACES TO GL-JOURNAL-RECORD
           STRING JOURNAL-SIDE " "
                  GL-MAPPED-ACCOUNT " "
                  JOURNAL-AMOUNT-EDIT " "
                  JOURNAL-DEPT " "
                  RUN-ID
               DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD.
      *
      * "KEY ACCOUNT" lines; department and project mappings
      * ("DEPT code acct", "PROJ code acct") are the engine's and
      * are skipped here.
       LOAD-GL-ACCOUNT-MAP.
           MOVE 0 TO GL-MAP-COUNT
           OPEN INPUT GL-ACCOUNTS-FILE
           IF GL-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL GL-ACCOUNTS-FILE-STATUS NOT = "00"
                   READ GL-ACCOUNTS-FILE
                       AT END
                           MOVE "10" TO GL-ACCOUNTS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO GL-MAP-KEY-TOKEN
                           MOVE SPACES TO GL-MAP-KEY-TOKEN-2
                           MOVE SPACES TO GL-MAP-ACCT-TOKEN
                           UNSTRING GL-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO GL-MAP-KEY-TOKEN
                                    GL-MAP-KEY-TOKEN-2
                                    GL-MAP-ACCT-TOKEN
                           IF GL-MAP-KEY-TOKEN NOT = "DEPT"
                                   AND GL-MAP-KEY-TOKEN NOT = "PROJ"
                                   AND GL-MAP-COUNT < GL-MAP-MAX
                               ADD 1 TO GL-MAP-COUNT
                               MOVE GL-MAP-KEY-TOKEN TO
                                   GL-MAP-KEY (GL-MAP-COUNT)
                               MOVE GL-MAP-KEY-TOKEN-2 TO
                                   GL-MAP-ACCOUNT (GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNTS-FILE
           END-IF.
      *
       FIND-GL-ACCOUNT.
           MOVE "999999" TO GL-MAPPED-ACCOUNT
           MOVE "N" TO GL-MAP-FOUND-FLAG
           PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
                   UNTIL GL-MAP-IDX > GL-MAP-COUNT
                       OR GL-MAP-FOUND
               IF GL-MAP-KEY (GL-MAP-IDX) = GL-MAP-LOOKUP-KEY
                   SET GL-MAP-FOUND TO TRUE
                   MOVE GL-MAP-ACCOUNT (GL-MAP-IDX)
                       TO GL-MAPPED-ACCOUNT
               END-IF
           END-PERFORM
           IF NOT GL-MAP-FOUND
               DISPLAY "WARNING: NO GL ACCOUNT MAPPED FOR "
                   FUNCTION TRIM (GL-MAP-LOOKUP-KEY)
                   " -- BOOKED TO SUSPENSE 999999"
           END-IF.
      *
       WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-RECORD
           STRING "RUN-ID " RUN-ID " UTILIDADES " FISCAL-YEAR
                  " RUC " COMPANY-TAX-ID
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE POOL-TOTAL TO DISP-AMOUNT
           MOVE PARTICIPATION-PCT TO DISP-PCT
           MOVE SPACES TO SUMMARY-RECORD
           STRING "POOL " DISP-AMOUNT " (" DISP-PCT "% OF DECLARED "
                  "PROFIT)"
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "ID    NAME       DEPT       DAYS  REMUNERATION"
                  "    DAYS-SHARE     REM-SHARE          PAID"
                  "       TO FUND"
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE PS-COUNT TO DISP-COUNT
           MOVE TOTAL-PAID TO DISP-AMOUNT
           MOVE SPACES TO SUMMARY-RECORD
           STRING "PARTICIPANTS " DISP-COUNT "  TOTAL PAID "
                  DISP-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE TOTAL-EXCESS TO DISP-AMOUNT
           MOVE SPACES TO SUMMARY-RECORD
           STRING "EXCESS OVER 18-SALARY CAP TO REGIONAL FUND "
                  DISP-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE.
      *
       WRITE-SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE PS-DAYS (PS-IDX) TO DISP-DAYS
           MOVE PS-REMUNERATION (PS-IDX) TO DISP-AMOUNT
           STRING PS-EMP-ID (PS-IDX) " "
                  PS-NAME (PS-IDX) " "
                  PS-DEPT (PS-IDX) " "
                  DISP-DAYS DISP-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           MOVE PS-DAYS-SHARE (PS-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO SUMMARY-RECORD (47:14)
           MOVE PS-REM-SHARE (PS-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO SUMMARY-RECORD (61:14)
           MOVE PS-PAID (PS-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO SUMMARY-RECORD (75:14)
           MOVE PS-EXCESS (PS-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO SUMMARY-RECORD (89:14)
           WRITE SUMMARY-RECORD.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE TOTAL-PAID TO DISP-AMOUNT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=UTILIDADES YEAR=" FISCAL-YEAR
                  " PAID=" FUNCTION TRIM (DISP-AMOUNT)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           IF COMPANY-CODE NOT = SPACES
               STRING FUNCTION TRIM (AUDIT-LOG-RECORD)
                      " COMPANY=" COMPANY-CODE
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * Reads the per-tree company profile: identity, plus the
      * year's declared profit and participation percentage.
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
                       MOVE SPACES TO PROFILE-PROFIT-TOKEN
                       MOVE SPACES TO PROFILE-PCT-TOKEN
                       UNSTRING COMPANY-PROFILE-RECORD
                           DELIMITED BY "|"
                           INTO PROFILE-CODE-TOKEN
                                PROFILE-NAME-TEXT
                                PROFILE-RUC-TEXT
                                PROFILE-CCY-TEXT
                                PROFILE-PROFIT-TOKEN
                                PROFILE-PCT-TOKEN
                       IF PROFILE-CODE-TOKEN NOT = SPACES
                           MOVE PROFILE-CODE-TOKEN TO COMPANY-CODE
                       END-IF
                       IF PROFILE-NAME-TEXT NOT = SPACES
                           MOVE PROFILE-NAME-TEXT TO COMPANY-NAME
                       END-IF
                       IF PROFILE-RUC-TEXT NOT = SPACES
                           MOVE PROFILE-RUC-TEXT TO COMPANY-TAX-ID
                       END-IF
                       IF FUNCTION TEST-NUMVAL (PROFILE-PROFIT-TOKEN)
                               = 0
                               AND PROFILE-PROFIT-TOKEN NOT = SPACES
                           COMPUTE DECLARED-PROFIT =
                               FUNCTION NUMVAL (PROFILE-PROFIT-TOKEN)
                       END-IF
                       IF FUNCTION TEST-NUMVAL (PROFILE-PCT-TOKEN) = 0
                               AND PROFILE-PCT-TOKEN NOT = SPACES
                           COMPUTE PARTICIPATION-PCT =
                               FUNCTION NUMVAL (PROFILE-PCT-TOKEN)
                       END-IF
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.
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
           STRING "profit-sharing " RUN-ID
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
       END PROGRAM PROFIT-SHARING.
      *
