      *> One line per add/change/retire request: "ACTION ID NAME RATE
      *> DEPT" (ACTION is ADD, CHANGE, or RETIRE; NAME/RATE/DEPT are
      *> only required for ADD and CHANGE). BANK, SALARY, and REGIME
      *> requests carry their own shapes ("BANK ID BANKCODE ACCOUNT
      *> [PRIORITY FIXED AMOUNT|PCT PERCENT|REST]", "BANKOK ID
      *> [ACCOUNT]",
      *> "SALARY ID MONTHLY-AMOUNT", "REGIME ID REGULAR|PART-TIME|
      *> TRAINEE|CIVIL [OPERARIO|OFICIAL|PEON]", "HIRE ID
      *> YYYYMMDD", "DEPEND ID MINOR-CHILD-COUNT", "TREG ID UBIGEO
      *> NATIONALITY EDUCATION OCCUPATION SCTR-Y/N ADDRESS...",
      *> "CATEGORY ID JOB-CATEGORY M|F [JUSTIFICATION|-]", "POSITION
      *> ID POSITION-ID", "CONTRACT ID TYPE START END [PROBATION-
      *> END]", "RENEW ID NEW-END", "LANGUAGE ID ES|EN",
      *> "RESIDENCE ID ENTRY|EXIT YYYYMMDD", "PENSION ID AFP-NAME|
      *> ONP", "ONBOARD ID OVERRIDE REASON...", "BIRTH ID
      *> YYYYMMDD", "PENSIONER ID P|O|N", "NETPAY ID TARGET-NET|
      *> OFF"), and
      *> RETIRE takes an optional termination date ("RETIRE ID
      *> [YYYYMMDD]", default today), and REHIRE brings a retired
      *> employee back ("REHIRE ID [YYYYMMDD [POSITION-ID]]", default
      *> today; the position is required under position control).
      *> Defaults to data/employee_
      *> maintenance_requests.txt but can be overridden via the
      *> MAINTENANCE_REQUEST_FILE environment variable, same as every
      *> other input path in this system.
      *> marks it VERIFIED once the prenote cleared, and a bounce
      *> marks it FAILED through BANK-RETURNS. Lines from before the
      *> column existed read VERIFIED, which is what they are.
      *> An employee may split the net over up to nine accounts:
      *> "ID BANK ACCOUNT STATUS PRIORITY KIND VALUE", each taking
      *> a FIXED amount or a PCT of the net in priority order and the
      *> REST account, always the last, whatever is left. A BANK
      *> request with a priority replaces or adds that one account;
      *> without one it replaces them all with a single account for
      *> the whole net, as it always did. Lines from before the split
      *> columns read as that single account (priority 1, REST).
           SELECT BANK-ACCOUNTS-FILE
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENTS-FILE-STATUS.

      *> The fields the T-Registro filing needs that the master does
      *> not carry -- "ID|UBIGEO|NATIONALITY|EDUCATION|OCCUPATION|
      *> SCTR|ADDRESS" per line, pipe-delimited because the address
      *> has spaces in it. Captured through the TREG action and read
      *> by TREGISTRO-SUBMISSION when it builds the alta file.
           SELECT REGISTRY-DATA-FILE
               ASSIGN TO "data/tregistro_data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-DATA-FILE-STATUS.

      *> The effective-dated minimum wage (RMV) table -- one
      *> "YYYYMMDD MONTHLY-AMOUNT" line per decree. An ADD or CHANGE
      *> whose rate sits below the RMV in force (and a SALARY below
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAND-EXCEPTION-FILE-STATUS.

      *> The pay-equity job categories and functions -- "CODE|MIN-
      *> RATE|MAX-RATE|TITLE|FUNCTIONS" per line -- and the codes a
      *> pay difference may be documented under ("CODE DESCRIPTION"
      *> per line). A CATEGORY request naming a category or
      *> justification that is not on file rejects.
           SELECT JOB-CATEGORY-FILE
               ASSIGN TO "data/job_categories.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CATEGORY-FILE-STATUS.

           SELECT JUSTIFICATION-FILE
               ASSIGN TO "data/pay_justifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JUSTIFICATION-FILE-STATUS.

      *> Position control -- the approved positions ("POS-ID DEPT
      *> GRADE BUDGET-FTE REPORTS-TO TITLE..." per line, kept by HR)
      *> and who holds each one ("POS-ID EMP-ID FTE" per line,
      *> maintained here). With the position master on file an ADD
      *> must name a vacant position in its department, POSITION
      *> moves an employee into another one, and RETIRE vacates the
      *> seat; WORKFORCE-REPORT lists vacancies, overfills and the
      *> reporting lines off the same two files.
           SELECT POSITION-FILE
               ASSIGN TO "data/positions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-FILE-STATUS.

           SELECT POSITION-HOLDER-FILE
               ASSIGN TO "data/position_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-HOLDER-FILE-STATUS.

      *> The contract master -- one line per contract ever signed,
      *> "EMP-ID TYPE START END RENEWAL PROBATION-END", dates
      *> YYYYMMDD and zero where there is none (an INDEF contract
      *> has no end). CONTRACT captures a new one, RENEW extends the
      *> current fixed-term contract as its next renewal; both hold
      *> fixed-term service inside the five-year cumulative limit.
      *> CONTRACT-ALERTS and the payroll engine read the same file.
           SELECT CONTRACT-FILE
               ASSIGN TO "data/contracts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.

      *> Foreign staff's entries into and exits from the country,
      *> "EMP-ID ENTRY|EXIT YYYYMMDD", one line per movement in date
      *> order -- the record the payroll engine counts days present
      *> from to decide domiciled or non-domiciled tax treatment.
      *> Only employees with movements on file are tracked at all;
      *> RESIDENCE records each movement as it is reported.
           SELECT TAX-RESIDENCE-FILE
               ASSIGN TO "data/tax_residence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RESIDENCE-FILE-STATUS.

      *> The onboarding events the first-pay gate judges a new hire
      *> by -- "ID EVENT YYYYMMDD DETAIL..." per line. ADD opens the
      *> employee's onboarding (OPEN), PENSION records the pension
      *> system chosen, and ONBOARD OVERRIDE records HR letting the
      *> first pay go out with the checklist still incomplete; the
      *> rest of the checklist is read from the files that already
      *> hold it (see the onboardcheck subprogram).
           SELECT ONBOARDING-FILE
               ASSIGN TO "data/onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARDING-FILE-STATUS.

      *> Every employment span a REHIRE closes off -- "ID HIRE-DATE
      *> TERM-DATE RUN-STAMP" per line, appended -- so the master can
      *> carry the new span's dates while the old span, and the exit
      *> documents and settlement written against it, stay on record.
           SELECT SERVICE-HISTORY-FILE
               ASSIGN TO "data/service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERVICE-HISTORY-FILE-STATUS.

      *> The vacation balances ("ID HIRE-DATE ACCRUED TAKEN"), read
      *> and rewritten whole when a REHIRE restarts an employee's
      *> accrual at the new hire date.
           SELECT VACATION-BALANCE-FILE
               ASSIGN TO "data/vacation_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VACATION-BALANCE-FILE-STATUS.

      *> The exit clearance a RETIRE now runs: one sweep over the
      *> loans, garnishments, advances, arrears, vacation balances,
      *> and comp-time bank, every open item on a clearance report
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARANCE-SCAN-FILE-STATUS.

      *> The keyed payslip YTD master the retention certificate is
      *> read from -- one READ for the leaver's year.
           SELECT PAYSLIP-YTD-FILE
               ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.

           SELECT CLEARANCE-REPORT-FILE
               ASSIGN TO DYNAMIC CLEARANCE-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "data/employee_master_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD REQUEST-FILE.
       01 REQUEST-RECORD          PIC X(120).

       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
       01 RUN-LOCK-RECORD         PIC X(40).

       FD GENERATION-FILE.
       01 GENERATION-RECORD       PIC X(200).

       FD GENERATION-CATALOG-FILE.
       01 GENERATION-CATALOG-RECORD PIC X(120).

       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD    PIC X(60).

       FD MONTHLY-SALARY-FILE.
       01 MONTHLY-SALARY-RECORD   PIC X(30).
       FD DEPENDENTS-FILE.
       01 DEPENDENTS-RECORD       PIC X(20).

       FD REGISTRY-DATA-FILE.
       01 REGISTRY-DATA-RECORD    PIC X(100).

       FD MINIMUM-WAGE-FILE.
       01 MINIMUM-WAGE-RECORD     PIC X(30).

       FD BAND-EXCEPTION-FILE.
       01 BAND-EXCEPTION-RECORD   PIC X(110).

       FD JOB-CATEGORY-FILE.
       01 JOB-CATEGORY-RECORD     PIC X(200).

       FD JUSTIFICATION-FILE.
       01 JUSTIFICATION-RECORD    PIC X(80).

       FD POSITION-FILE.
       01 POSITION-RECORD         PIC X(100).

       FD POSITION-HOLDER-FILE.
       01 POSITION-HOLDER-RECORD  PIC X(30).

       FD CONTRACT-FILE.
       01 CONTRACT-RECORD         PIC X(60).

       FD TAX-RESIDENCE-FILE.
       01 TAX-RESIDENCE-RECORD    PIC X(40).

       FD ONBOARDING-FILE.
       01 ONBOARDING-RECORD       PIC X(80).

       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD  PIC X(60).

       FD VACATION-BALANCE-FILE.
       01 VACATION-BALANCE-RECORD PIC X(40).

       FD CLEARANCE-SCAN-FILE.
       01 CLEARANCE-SCAN-RECORD   PIC X(100).

       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".

       FD CLEARANCE-REPORT-FILE.
       01 CLEARANCE-REPORT-RECORD PIC X(100).

       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD PIC X(100).

       FD CHANGE-HISTORY-FILE.
       01 CHANGE-HISTORY-RECORD   PIC X(680).

       FD REJECT-FILE.
       01 REJECT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG                PIC X VALUE "N".
           88 MASTER-FOUND         VALUE "Y".

      *> One maintenance request as parsed off REQUEST-RECORD.
       01 TXN-ACTION               PIC X(8).
       01 TXN-ID                   PIC 9(5).
       01 TXN-NAME                 PIC X(10).
      *> The rate arrives as a token so it can carry cents
      *> band check keys on. Blank keeps whatever is on file.
       01 TXN-GRADE                PIC X(4).
       01 OLD-GRADE                PIC X(4).
      *> 11th token on ADD -- the approved position the new hire
      *> fills (required once data/positions.txt exists).
       01 TXN-POSITION             PIC X(8).
       01 OLD-DOC-TYPE             PIC X(3).
       01 OLD-DOC-NUMBER           PIC X(15).
       01 EFF-DATE-WORK            PIC 9(8).
      *> a read-only listing of one employee's full master history
      *> instead of a maintenance batch.
       01 CHANGE-HISTORY-FILE-STATUS PIC XX.
       01 CHANGE-HISTORY-LINE     PIC X(640).

      *> The operator running this batch, as required against the
      *> registry data/operators.txt. An absent, unknown, or
      *> moves, and the refusal itself goes on the audit trail;
      *> every change-history line carries who keyed it.
       01 OPERATOR-REGISTRY-STATUS PIC XX.
       01 AUDIT-LOG-RECORD         PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 OPERATOR-ID-PARM         PIC X(12).
       01 OPERATOR-CHECK-ID        PIC X(12).
       01 OPERATOR-NEEDED-ROLE     PIC X(10).
               10 BANK-ACCT-BANK   PIC X(4).
               10 BANK-ACCT-NUMBER PIC X(14).
               10 BANK-ACCT-STATUS PIC X(8).
               10 BANK-ACCT-PRIORITY PIC 9.
               10 BANK-ACCT-SPLIT-KIND PIC X(5).
               10 BANK-ACCT-SPLIT-VALUE PIC 9(7)V99.
       01 BANK-ACCT-IDX            PIC 9(4).
       01 BANK-ACCT-FOUND-FLAG     PIC X VALUE "N".
           88 BANK-ACCT-FOUND      VALUE "Y".
       01 BA-BANK-TOKEN            PIC X(4).
       01 BA-NUMBER-TOKEN          PIC X(14).
       01 BA-STATUS-TOKEN          PIC X(8).
       01 BA-PRIORITY-TOKEN        PIC X(2).
       01 BA-KIND-TOKEN            PIC X(5).
       01 BA-VALUE-TOKEN           PIC X(12).
       01 BA-VALUE-EDIT            PIC 9(7).99.
       01 TXN-BANK-CODE            PIC X(4).
       01 TXN-ACCOUNT              PIC X(14).
       01 TXN-SPLIT-PRIORITY-TOKEN PIC X(2).
       01 TXN-SPLIT-KIND           PIC X(5).
       01 TXN-SPLIT-VALUE-TOKEN    PIC X(12).
       01 TXN-SPLIT-PRIORITY       PIC 9.
       01 TXN-SPLIT-VALUE          PIC 9(7)V99.
      *> The employee's split as it would stand after the request,
      *> checked before anything is stored.
       01 SPLIT-PCT-TOTAL          PIC 9(5)V99.
       01 SPLIT-REST-COUNT         PIC 9(2).
       01 SPLIT-REST-PRIORITY      PIC 9.
       01 SPLIT-LAST-PRIORITY      PIC 9.

      *> The monthly-salary file, loaded whole at start and rewritten
      *> at end when a SALARY request changed it -- same load/save
       01 DEP-ID-TOKEN             PIC X(5).
       01 DEP-COUNT-TOKEN          PIC X(4).

      *> The T-Registro data file, loaded whole at start and
      *> rewritten at end when a TREG request changed it -- same
      *> load/save shape as the dependents above. The address is
      *> whatever follows the SCTR flag on the request line.
       01 REGISTRY-DATA-FILE-STATUS PIC XX.
       01 REG-MAX                  PIC 9(4) VALUE 1000.
       01 REG-COUNT                PIC 9(4) VALUE 0.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 1000 TIMES.
               10 REG-ID           PIC X(5).
               10 REG-UBIGEO       PIC X(6).
               10 REG-NATIONALITY  PIC X(4).
               10 REG-EDUCATION    PIC X(2).
               10 REG-OCCUPATION   PIC X(6).
               10 REG-SCTR         PIC X(1).
               10 REG-ADDRESS      PIC X(40).
       01 REG-IDX                  PIC 9(4).
       01 REG-FOUND-FLAG           PIC X VALUE "N".
           88 REG-FOUND            VALUE "Y".
       01 REG-CHANGED-FLAG         PIC X VALUE "N".
           88 REG-CHANGED          VALUE "Y".
       01 REG-ID-TOKEN             PIC X(5).
       01 TXN-UBIGEO               PIC X(6).
       01 TXN-NATIONALITY          PIC X(4).
       01 TXN-EDUCATION            PIC X(2).
       01 TXN-OCCUPATION           PIC X(6).
       01 TXN-SCTR                 PIC X(1).
       01 TXN-ADDRESS              PIC X(40).
       01 TXN-LINE-POINTER         PIC 999.

      *> The RMV in force at the run date, resolved once at start;
      *> zero (no table on file) leaves the check quiet. The hourly
      *> floor is the monthly RMV over 240 hours (30 days x 8).
       01 BAND-MAX-EDIT            PIC ZZ9.99.
       01 BAND-RATE-EDIT           PIC ZZ9.99.

      *> The job-category codes and justification codes a CATEGORY
      *> request is validated against, and the request's own
      *> tokens. A justification of "-" clears the one on file.
       01 JOB-CATEGORY-FILE-STATUS PIC XX.
       01 JUSTIFICATION-FILE-STATUS PIC XX.
       01 JOBCAT-MAX               PIC 9(3) VALUE 200.
       01 JOBCAT-COUNT             PIC 9(3) VALUE 0.
       01 JOBCAT-TABLE.
           05 JOBCAT-CODE          PIC X(6) OCCURS 200 TIMES.
       01 JOBCAT-IDX               PIC 9(3).
       01 JOBCAT-CODE-TOKEN        PIC X(6).
       01 JOBCAT-FOUND-FLAG        PIC X VALUE "N".
           88 JOBCAT-FOUND         VALUE "Y".
       01 JUSTIFY-MAX              PIC 99 VALUE 50.
       01 JUSTIFY-COUNT            PIC 99 VALUE 0.
       01 JUSTIFY-TABLE.
           05 JUSTIFY-CODE         PIC X(4) OCCURS 50 TIMES.
       01 JUSTIFY-IDX              PIC 99.
       01 JUSTIFY-CODE-TOKEN       PIC X(4).
       01 JUSTIFY-FOUND-FLAG       PIC X VALUE "N".
           88 JUSTIFY-FOUND        VALUE "Y".
       01 TXN-JOB-CATEGORY         PIC X(6).
       01 TXN-SEX                  PIC X(1).
       01 TXN-PAY-JUSTIFY          PIC X(4).
       01 OLD-JOB-CATEGORY         PIC X(6).
       01 OLD-SEX                  PIC X(1).
       01 OLD-PAY-JUSTIFY          PIC X(4).

      *> The position master and its holders, both loaded whole at
      *> start; the holders are rewritten at end when an ADD,
      *> POSITION, RETIRE or REGIME request moved anyone. Filled FTE
      *> is summed off the holders at load and kept current as
      *> requests apply. No position master on file leaves position
      *> control off, as it was before the file existed.
       01 POSITION-FILE-STATUS     PIC XX.
       01 POSITION-HOLDER-FILE-STATUS PIC XX.
       01 POS-CONTROL-FLAG         PIC X VALUE "N".
           88 POS-CONTROL-ON       VALUE "Y".
       01 POS-MAX                  PIC 9(4) VALUE 500.
       01 POS-COUNT                PIC 9(4) VALUE 0.
       01 POS-TABLE.
           05 POS-ENTRY OCCURS 500 TIMES.
               10 POS-ID           PIC X(8).
               10 POS-DEPT         PIC X(10).
               10 POS-GRADE        PIC X(4).
               10 POS-BUDGET-FTE   PIC 9(3)V9.
               10 POS-FILLED-FTE   PIC 9(3)V9.
       01 POS-IDX                  PIC 9(4).
       01 POS-FOUND-FLAG           PIC X VALUE "N".
           88 POS-FOUND            VALUE "Y".
       01 POS-ID-TOKEN             PIC X(8).
       01 POS-DEPT-TOKEN           PIC X(10).
       01 POS-GRADE-TOKEN          PIC X(4).
       01 POS-FTE-TOKEN            PIC X(6).
       01 POS-SEARCH-ID            PIC X(8).
       01 POS-NEED-FTE             PIC 9V9.
       01 HOLD-MAX                 PIC 9(4) VALUE 1000.
       01 HOLD-COUNT               PIC 9(4) VALUE 0.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HOLD-POS-ID      PIC X(8).
               10 HOLD-EMP-ID      PIC X(5).
               10 HOLD-FTE         PIC 9V9.
       01 HOLD-IDX                 PIC 9(4).
       01 HOLD-FOUND-FLAG          PIC X VALUE "N".
           88 HOLD-FOUND           VALUE "Y".
       01 HOLD-CHANGED-FLAG        PIC X VALUE "N".
           88 HOLD-CHANGED         VALUE "Y".
       01 HOLD-SEARCH-ID           PIC X(5).
       01 HOLD-FTE-EDIT            PIC 9.9.
       01 HOLD-EMP-TOKEN           PIC X(5).
       01 HOLD-FTE-TOKEN           PIC X(6).
       01 OLD-POSITION             PIC X(8).
       01 NEW-POSITION             PIC X(8).

      *> The contract master, loaded whole at start and rewritten at
      *> end when a CONTRACT or RENEW request added to it -- same
      *> load/save shape as the dependents. The employee's latest
      *> contract is the one with the latest start; fixed-term days
      *> are summed over every non-INDEF contract on file.
       01 CONTRACT-FILE-STATUS     PIC XX.
       01 CTR-MAX                  PIC 9(4) VALUE 3000.
       01 CTR-COUNT                PIC 9(4) VALUE 0.
       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 3000 TIMES.
               10 CTR-EMP-ID       PIC X(5).
               10 CTR-TYPE         PIC X(8).
               10 CTR-START        PIC 9(8).
               10 CTR-END          PIC 9(8).
               10 CTR-RENEWAL      PIC 99.
               10 CTR-PROBATION-END PIC 9(8).
       01 CTR-IDX                  PIC 9(4).
       01 CTR-LATEST-IDX           PIC 9(4).
       01 CTR-CHANGED-FLAG         PIC X VALUE "N".
           88 CTR-CHANGED          VALUE "Y".
       01 CTR-EMP-TOKEN            PIC X(5).
       01 CTR-TYPE-TOKEN           PIC X(8).
       01 CTR-START-TOKEN          PIC X(8).
       01 CTR-END-TOKEN            PIC X(8).
       01 CTR-RENEWAL-TOKEN        PIC X(3).
       01 CTR-PROBATION-TOKEN      PIC X(8).
       01 TXN-CTR-TYPE             PIC X(8).
       01 TXN-CTR-START            PIC X(8).
       01 TXN-CTR-END              PIC X(8).
       01 TXN-CTR-PROBATION        PIC X(8).
       01 CTR-NEW-START            PIC 9(8).
       01 CTR-NEW-END              PIC 9(8).
       01 CTR-NEW-RENEWAL          PIC 99.
       01 CTR-NEW-PROBATION        PIC 9(8).
       01 CTR-START-SERIAL         PIC 9(9).
       01 CTR-END-SERIAL           PIC 9(9).
       01 CTR-FIXED-DAYS           PIC 9(5).
       01 CTR-NEW-DAYS             PIC 9(5).
      *> Five years of fixed-term service, counted in days; and the
      *> statutory three-month probation, as 90 days from the start
      *> when the request does not say otherwise.
       01 CTR-LIMIT-DAYS           PIC 9(5) VALUE 1826.
       01 CTR-PROBATION-DAYS       PIC 9(3) VALUE 90.

      *> The entry/exit movements, loaded whole and rewritten when a
      *> RESIDENCE request added one -- the contract master's shape.
      *> Movements must alternate: an ENTRY only when the employee
      *> is out (or has no movement yet), an EXIT only when in, and
      *> never dated before the movement it follows.
       01 TAX-RESIDENCE-FILE-STATUS PIC XX.
       01 RES-MAX                  PIC 9(4) VALUE 3000.
       01 RES-COUNT                PIC 9(4) VALUE 0.
       01 RES-TABLE.
           05 RES-ENTRY OCCURS 3000 TIMES.
               10 RES-EMP-ID       PIC X(5).
               10 RES-MOVEMENT     PIC X(5).
               10 RES-DATE         PIC 9(8).
       01 RES-IDX                  PIC 9(4).
       01 RES-LATEST-IDX           PIC 9(4).
       01 RES-CHANGED-FLAG         PIC X VALUE "N".
           88 RES-CHANGED          VALUE "Y".
       01 RES-EMP-TOKEN            PIC X(5).
       01 RES-MOVEMENT-TOKEN       PIC X(5).
       01 RES-DATE-TOKEN           PIC X(8).
       01 TXN-RES-MOVEMENT         PIC X(5).
       01 TXN-RES-DATE             PIC X(8).

      *> Exit-clearance work fields: the file being swept, which
      *> token of its lines names the employee, and the open-item
      *> tally.
           "ACME PERU S.A.C.".
       01 COMPANY-TAX-ID           PIC X(11) VALUE "20123456789".
      *> The retention certificate's figures off the payslip YTD
      *> master's record for the year the leaver goes -- the
      *> termination date's year, this year when none is on file.
       01 PAYSLIP-YTD-FILE-STATUS  PIC XX.
       01 CLEAR-YTD-YEAR           PIC 9(4).
       01 CLEAR-YTD-GROSS          PIC 9(7)V99.
       01 CLEAR-YTD-TAX            PIC 9(7)V99.
       01 CLEAR-YTD-FOUND-FLAG     PIC X VALUE "N".
           88 CLEAR-YTD-FOUND      VALUE "Y".
       01 CLEAR-DISP-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01 OLD-MONTHLY-AMOUNT       PIC 9(7)V99.
       01 TXN-REGIME               PIC X(10).
       01 OLD-REGIME               PIC X(10).
      *> The construction-agreement category a CIVIL regime
      *> request carries after the code.
       01 TXN-CIVIL-CATEGORY       PIC X(8).
       01 OLD-CIVIL-CATEGORY       PIC X(8).
      *> The payslip language a LANGUAGE request sets.
       01 TXN-LANGUAGE             PIC X(2).
       01 OLD-LANGUAGE             PIC X(2).
      *> The birth date a BIRTH request records and the pension
      *> standing a PENSIONER request sets. Ages are whole years as
      *> of today -- the YYYYMMDD difference over 10000, the same
      *> arithmetic AGE-CHECK compares against its threshold.
       01 TXN-BIRTH-DATE           PIC X(8).
       01 OLD-BIRTH-DATE           PIC 9(8).
       01 TXN-PENSIONER            PIC X(1).
       01 OLD-PENSIONER            PIC X(1).
       01 BIRTH-EXPORT-EDIT        PIC 9(8).
       01 EMPLOYEE-AGE             PIC 999.
      *> The youngest a worker may be on the books, and the legal
      *> age past which an AFP member may stop contributing.
       01 MIN-WORKING-AGE          PIC 99 VALUE 12.
       01 AFP-OPT-OUT-AGE          PIC 99 VALUE 65.
      *> The guaranteed net a NETPAY request sets (or OFF to clear
      *> it). The monthly pay fields carry five integer digits, so
      *> the guarantee cannot go past them.
       01 TXN-NET-TOKEN            PIC X(12).
       01 TXN-TARGET-NET           PIC 9(7)V99.
       01 OLD-NET-GUARANTEED       PIC X(1).
       01 OLD-TARGET-NET           PIC 9(7)V99.
       01 TARGET-NET-EDIT          PIC 9(7).99.
       01 MAX-TARGET-NET           PIC 9(7)V99 VALUE 99999.99.
      *> The pension system a PENSION request records, and the
      *> option and reason an ONBOARD request carries; each lands on
      *> data/onboarding.txt as one event line, appended as the
      *> request is applied so a later request in the same batch
      *> already sees it.
       01 ONBOARDING-FILE-STATUS   PIC XX.
       01 TXN-PENSION-SYSTEM       PIC X(10).
       01 TXN-ONBOARD-OPTION       PIC X(10).
       01 TXN-ONBOARD-REASON       PIC X(60).
       01 ONBOARDING-EVENT-KIND    PIC X(10).
       01 ONBOARDING-EVENT-DETAIL  PIC X(70).
       COPY "ONBOARDING-CHECK-PARMS.CPY".
      *> A REHIRE closes the old span onto the service history and
      *> restarts the vacation balance: the balance file is held
      *> here line by line while the employee's own line is replaced.
       01 SERVICE-HISTORY-FILE-STATUS  PIC XX.
       01 VACATION-BALANCE-FILE-STATUS PIC XX.
       01 REHIRE-DATE-WORK         PIC 9(8).
       01 VACBAL-MAX               PIC 9(4) VALUE 2000.
       01 VACBAL-COUNT             PIC 9(4) VALUE 0.
       01 VACBAL-TABLE.
           05 VACBAL-LINE OCCURS 2000 TIMES PIC X(40).
       01 VACBAL-IDX               PIC 9(4).
       01 VACBAL-ID-TOKEN          PIC X(5).
       01 VACBAL-FOUND-FLAG        PIC X VALUE "N".
           88 VACBAL-FOUND         VALUE "Y".
      *> Service dates: ADD stamps today's date as the hire date
      *> (HIRE corrects it afterward), RETIRE stamps the termination
      *> date -- the master is the one place the settlement, absence
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-MONTHLY-SALARIES
           PERFORM LOAD-DEPENDENTS
           PERFORM LOAD-REGISTRY-DATA
           PERFORM LOAD-MINIMUM-WAGE
           PERFORM LOAD-SALARY-BANDS
           PERFORM LOAD-JOB-CATEGORIES
           PERFORM LOAD-POSITIONS
           PERFORM LOAD-POSITION-HOLDERS
           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-TAX-RESIDENCE

           OPEN INPUT REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
           IF DEP-CHANGED
               PERFORM SAVE-DEPENDENTS
           END-IF
           IF REG-CHANGED
               PERFORM SAVE-REGISTRY-DATA
           END-IF
           IF HOLD-CHANGED
               PERFORM SAVE-POSITION-HOLDERS
           END-IF
           IF CTR-CHANGED
               PERFORM SAVE-CONTRACTS
           END-IF
           IF RES-CHANGED
               PERFORM SAVE-TAX-RESIDENCE
           END-IF

           MOVE REQUEST-COUNT TO DISP-REQUEST-COUNT
           MOVE APPLIED-COUNT TO DISP-APPLIED-COUNT
                       ELSE
                           MOVE 0 TO PENDING-EXPORT-EDIT
                       END-IF
                       IF EMPMAST-BIRTH-DATE IS NUMERIC
                           MOVE EMPMAST-BIRTH-DATE
                               TO BIRTH-EXPORT-EDIT
                       ELSE
                           MOVE 0 TO BIRTH-EXPORT-EDIT
                       END-IF
                       IF EMPMAST-TARGET-NET IS NUMERIC
                           MOVE EMPMAST-TARGET-NET TO TARGET-NET-EDIT
                       ELSE
                           MOVE 0 TO TARGET-NET-EDIT
                       END-IF
      *> The parked rate change rides as trailing tokens (zeros when
      *> nothing is pending) so a restore through the conversion
      *> utility cannot silently cancel an effective-dated raise;
                              EMPMAST-TERM-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMPMAST-GRADE DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              EMPMAST-SEX DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              EMPMAST-JOB-CATEGORY DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              EMPMAST-PAY-JUSTIFY DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              EMPMAST-CIVIL-CATEGORY
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              EMPMAST-LANGUAGE DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              BIRTH-EXPORT-EDIT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EMPMAST-PENSIONER DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              EMPMAST-NET-GUARANTEED
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              TARGET-NET-EDIT DELIMITED BY SIZE
                           INTO GENERATION-RECORD
                       WRITE GENERATION-RECORD
               END-READ
           MOVE SPACES TO TXN-BANK-CODE
           MOVE SPACES TO TXN-ACCOUNT
           MOVE SPACES TO TXN-DOC-TYPE TXN-DOC-NUMBER
           MOVE SPACES TO TXN-RATE-TOKEN TXN-GRADE TXN-POSITION
           UNSTRING REQUEST-RECORD DELIMITED BY SPACE
               INTO TXN-ACTION TXN-ID TXN-NAME TXN-RATE-TOKEN
                    TXN-DEPT TXN-PAY-TYPE TXN-EFF-DATE
                    TXN-DOC-TYPE TXN-DOC-NUMBER TXN-GRADE
                    TXN-POSITION
      *> A rate that doesn't parse stays zero and rejects on the
      *> range check, same as a rate of zero always has.
           IF FUNCTION TEST-NUMVAL (TXN-RATE-TOKEN) = 0
      *> A BANK request has its own shape -- reparse it so the bank
      *> code and account aren't forced through the name/rate
      *> fields.
           MOVE SPACES TO TXN-SPLIT-PRIORITY-TOKEN TXN-SPLIT-KIND
               TXN-SPLIT-VALUE-TOKEN
           MOVE 0 TO TXN-SPLIT-PRIORITY TXN-SPLIT-VALUE
           IF FUNCTION TRIM (TXN-ACTION) = "BANK"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-BANK-CODE TXN-ACCOUNT
                        TXN-SPLIT-PRIORITY-TOKEN TXN-SPLIT-KIND
                        TXN-SPLIT-VALUE-TOKEN
           END-IF
      *> BANKOK may name the one account whose prenote cleared.
           IF FUNCTION TRIM (TXN-ACTION) = "BANKOK"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-ACCOUNT
           END-IF
      *> A SALARY request likewise -- the monthly amount must not be
      *> forced through the two-digit rate field.
      *> And a REGIME request -- the contract-regime code that
      *> drives CTS/gratificacion eligibility and the PLAME regime
      *> column.
           MOVE SPACES TO TXN-REGIME TXN-CIVIL-CATEGORY
           IF FUNCTION TRIM (TXN-ACTION) = "REGIME"
               UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
                   INTO TXN-ACTION TXN-ID TXN-REGIME
                        TXN-CIVIL-CATEGORY
           END-IF
      *> A HIRE request corrects the hire date ADD stamped; a
      *> RETIRE request may carry the actual termination date.
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-DEPEND-TOKEN
           END-IF
      *> A TREG request carries the T-Registro fields, the address
      *> last so it can run to the end of the line.
           MOVE SPACES TO TXN-UBIGEO TXN-NATIONALITY TXN-EDUCATION
               TXN-OCCUPATION TXN-SCTR TXN-ADDRESS
           IF FUNCTION TRIM (TXN-ACTION) = "TREG"
               MOVE 1 TO TXN-LINE-POINTER
               UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
                   INTO TXN-ACTION TXN-ID TXN-UBIGEO TXN-NATIONALITY
                        TXN-EDUCATION TXN-OCCUPATION TXN-SCTR
                   WITH POINTER TXN-LINE-POINTER
               IF TXN-LINE-POINTER < 120
                   MOVE REQUEST-RECORD (TXN-LINE-POINTER:)
                       TO TXN-ADDRESS
               END-IF
           END-IF
      *> A CATEGORY request carries the pay-equity classification.
           MOVE SPACES TO TXN-JOB-CATEGORY TXN-SEX TXN-PAY-JUSTIFY
           IF FUNCTION TRIM (TXN-ACTION) = "CATEGORY"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-JOB-CATEGORY TXN-SEX
                        TXN-PAY-JUSTIFY
           END-IF
      *> A CONTRACT request carries the contract's type and dates; a
      *> RENEW request only the renewal's new end date.
           MOVE SPACES TO TXN-CTR-TYPE TXN-CTR-START TXN-CTR-END
               TXN-CTR-PROBATION
           IF FUNCTION TRIM (TXN-ACTION) = "CONTRACT"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-CTR-TYPE TXN-CTR-START
                        TXN-CTR-END TXN-CTR-PROBATION
           END-IF
           IF FUNCTION TRIM (TXN-ACTION) = "RENEW"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-CTR-END
           END-IF
      *> A POSITION request names the position to move into.
           IF FUNCTION TRIM (TXN-ACTION) = "POSITION"
               MOVE SPACES TO TXN-POSITION
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-POSITION
           END-IF
      *> A LANGUAGE request names the payslip language.
           MOVE SPACES TO TXN-LANGUAGE
           IF FUNCTION TRIM (TXN-ACTION) = "LANGUAGE"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-LANGUAGE
           END-IF
      *> A BIRTH request carries the date of birth; a PENSIONER
      *> request the pension standing.
           MOVE SPACES TO TXN-BIRTH-DATE TXN-PENSIONER
           IF FUNCTION TRIM (TXN-ACTION) = "BIRTH"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-BIRTH-DATE
           END-IF
           IF FUNCTION TRIM (TXN-ACTION) = "PENSIONER"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-PENSIONER
           END-IF
      *> A NETPAY request carries the guaranteed net, or OFF.
           MOVE SPACES TO TXN-NET-TOKEN
           MOVE 0 TO TXN-TARGET-NET
           IF FUNCTION TRIM (TXN-ACTION) = "NETPAY"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-NET-TOKEN
           END-IF
      *> A PENSION request names the system chosen; an ONBOARD
      *> request its option and, for OVERRIDE, the reason -- free
      *> text to the end of the line.
           MOVE SPACES TO TXN-PENSION-SYSTEM
           IF FUNCTION TRIM (TXN-ACTION) = "PENSION"
               UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
                   INTO TXN-ACTION TXN-ID TXN-PENSION-SYSTEM
           END-IF
           MOVE SPACES TO TXN-ONBOARD-OPTION TXN-ONBOARD-REASON
           IF FUNCTION TRIM (TXN-ACTION) = "ONBOARD"
               MOVE 1 TO TXN-LINE-POINTER
               UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
                   INTO TXN-ACTION TXN-ID TXN-ONBOARD-OPTION
                   WITH POINTER TXN-LINE-POINTER
               IF TXN-LINE-POINTER < 120
                   MOVE REQUEST-RECORD (TXN-LINE-POINTER:)
                       TO TXN-ONBOARD-REASON
               END-IF
           END-IF
      *> A RESIDENCE request carries the movement and its date.
           MOVE SPACES TO TXN-RES-MOVEMENT TXN-RES-DATE
           IF FUNCTION TRIM (TXN-ACTION) = "RESIDENCE"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-RES-MOVEMENT
                        TXN-RES-DATE
           END-IF
           MOVE SPACES TO TXN-HIRE-DATE
           IF FUNCTION TRIM (TXN-ACTION) = "HIRE"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   INTO TXN-ACTION TXN-ID TXN-HIRE-DATE
           END-IF
      *> A REHIRE request may carry the new hire date and the
      *> position the returning employee fills.
           IF FUNCTION TRIM (TXN-ACTION) = "REHIRE"
               MOVE SPACES TO TXN-POSITION
               UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
                   INTO TXN-ACTION TXN-ID TXN-HIRE-DATE TXN-POSITION
           END-IF
           MOVE SPACES TO TXN-TERM-DATE
           IF FUNCTION TRIM (TXN-ACTION) = "RETIRE"
               UNSTRING REQUEST-RECORD DELIMITED BY SPACE
                   MOVE SPACES TO OLD-NAME OLD-DEPT OLD-STATUS
                       OLD-PAY-TYPE OLD-REGIME
                       OLD-DOC-TYPE OLD-DOC-NUMBER OLD-GRADE
                       OLD-SEX OLD-JOB-CATEGORY OLD-PAY-JUSTIFY
                       OLD-CIVIL-CATEGORY OLD-LANGUAGE
                       OLD-PENSIONER OLD-NET-GUARANTEED
                   MOVE 0 TO OLD-HIRE-DATE OLD-TERM-DATE
                       OLD-BIRTH-DATE OLD-TARGET-NET
                   MOVE 0 TO OLD-RATE
                   MOVE 0 TO OLD-MONTHLY-AMOUNT
               ELSE
                   MOVE EMPMAST-DOC-TYPE TO OLD-DOC-TYPE
                   MOVE EMPMAST-DOC-NUMBER TO OLD-DOC-NUMBER
                   MOVE EMPMAST-GRADE TO OLD-GRADE
                   MOVE EMPMAST-SEX TO OLD-SEX
                   MOVE EMPMAST-JOB-CATEGORY TO OLD-JOB-CATEGORY
                   MOVE EMPMAST-PAY-JUSTIFY TO OLD-PAY-JUSTIFY
                   MOVE EMPMAST-CIVIL-CATEGORY TO OLD-CIVIL-CATEGORY
                   MOVE EMPMAST-LANGUAGE TO OLD-LANGUAGE
                   MOVE EMPMAST-PENSIONER TO OLD-PENSIONER
                   MOVE EMPMAST-NET-GUARANTEED TO OLD-NET-GUARANTEED
                   IF EMPMAST-TARGET-NET IS NUMERIC
                       MOVE EMPMAST-TARGET-NET TO OLD-TARGET-NET
                   ELSE
                       MOVE 0 TO OLD-TARGET-NET
                   END-IF
                   IF EMPMAST-BIRTH-DATE IS NUMERIC
                       MOVE EMPMAST-BIRTH-DATE TO OLD-BIRTH-DATE
                   ELSE
                       MOVE 0 TO OLD-BIRTH-DATE
                   END-IF
                   IF EMPMAST-HIRE-DATE IS NUMERIC
                       MOVE EMPMAST-HIRE-DATE TO OLD-HIRE-DATE
                   ELSE
                       MOVE 0 TO OLD-MONTHLY-AMOUNT
                   END-IF
               END-IF
               PERFORM FIND-HOLDER-OF-TXN-ID
               IF HOLD-FOUND
                   MOVE HOLD-POS-ID (HOLD-IDX) TO OLD-POSITION
               ELSE
                   MOVE SPACES TO OLD-POSITION
               END-IF
               EVALUATE FUNCTION TRIM (TXN-ACTION)
                   WHEN "ADD"
                       PERFORM ADD-EMPLOYEE
                       PERFORM CHANGE-EMPLOYEE
                   WHEN "RETIRE"
                       PERFORM RETIRE-EMPLOYEE
                   WHEN "REHIRE"
                       PERFORM REHIRE-EMPLOYEE
                   WHEN "BANK"
                       PERFORM APPLY-BANK-ACCOUNT
                   WHEN "BANKOK"
                       PERFORM APPLY-HIRE-DATE
                   WHEN "DEPEND"
                       PERFORM APPLY-DEPENDENTS
                   WHEN "TREG"
                       PERFORM APPLY-REGISTRY-DATA
                   WHEN "CATEGORY"
                       PERFORM APPLY-JOB-CATEGORY
                   WHEN "POSITION"
                       PERFORM APPLY-POSITION
                   WHEN "CONTRACT"
                       PERFORM ADD-CONTRACT-ENTRY
                   WHEN "RENEW"
                       PERFORM ADD-CONTRACT-ENTRY
                   WHEN "LANGUAGE"
                       PERFORM APPLY-LANGUAGE
                   WHEN "BIRTH"
                       PERFORM APPLY-BIRTH-DATE
                   WHEN "PENSIONER"
                       PERFORM APPLY-PENSIONER
                   WHEN "NETPAY"
                       PERFORM APPLY-NET-GUARANTEE
                   WHEN "RESIDENCE"
                       PERFORM ADD-RESIDENCE-ENTRY
                   WHEN "PENSION"
                       MOVE "PENSION" TO ONBOARDING-EVENT-KIND
                       MOVE TXN-PENSION-SYSTEM
                           TO ONBOARDING-EVENT-DETAIL
                       PERFORM APPEND-ONBOARDING-EVENT
                   WHEN "ONBOARD"
                       MOVE "OVERRIDE" TO ONBOARDING-EVENT-KIND
                       MOVE SPACES TO ONBOARDING-EVENT-DETAIL
                       STRING FUNCTION TRIM (OPERATOR-ID-PARM) " "
                              FUNCTION TRIM (TXN-ONBOARD-REASON)
                           DELIMITED BY SIZE
                           INTO ONBOARDING-EVENT-DETAIL
                       PERFORM APPEND-ONBOARDING-EVENT
               END-EVALUATE
               PERFORM APPEND-CHANGE-HISTORY
           ELSE
      *> Rejects an unrecognized action, a non-numeric ID, a missing
      *> name/department on ADD, a rate outside MIN-VALID-RATE/
      *> MAX-VALID-RATE on ADD or CHANGE, a duplicate ID on ADD, an
      *> unknown ID on CHANGE or RETIRE, an already-retired
      *> employee on RETIRE, and -- under position control -- an ADD
      *> or POSITION request without a vacant approved position.
       VALIDATE-REQUEST.
           SET REQUEST-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
                                   IF REQUEST-IS-VALID
                                       PERFORM CHECK-RATE-VS-RMV
                                   END-IF
                                   IF REQUEST-IS-VALID
                                           AND POS-CONTROL-ON
                                       PERFORM VALIDATE-HIRE-POSITION
                                   END-IF
                                   IF REQUEST-IS-VALID
                                       PERFORM CHECK-RATE-VS-BAND
                                   END-IF
                               IF REQUEST-IS-VALID
                                   PERFORM CHECK-RATE-VS-RMV
                               END-IF
                               IF REQUEST-IS-VALID
                                   PERFORM CHECK-CHANGE-VS-POSITION
                               END-IF
                               IF REQUEST-IS-VALID
                                   PERFORM CHECK-RATE-VS-BAND
                               END-IF
                                   SET REQUEST-IS-INVALID TO TRUE
                                   MOVE "ACCOUNT CHECK DIGIT BAD"
                                       TO REJECT-REASON
                               ELSE
                               IF TXN-SPLIT-PRIORITY-TOKEN
                                       NOT = SPACES
                                   PERFORM VALIDATE-BANK-SPLIT
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                       IF TXN-ACCOUNT NOT = SPACES
                           MOVE "N" TO BANK-ACCT-FOUND-FLAG
                           PERFORM VARYING BANK-ACCT-IDX FROM 1 BY 1
                                   UNTIL BANK-ACCT-IDX > BANK-ACCT-COUNT
                               IF BANK-ACCT-ID (BANK-ACCT-IDX) = TXN-ID
                                       AND BANK-ACCT-NUMBER
                                           (BANK-ACCT-IDX) = TXN-ACCOUNT
                                   SET BANK-ACCT-FOUND TO TRUE
                               END-IF
                           END-PERFORM
                           IF NOT BANK-ACCT-FOUND
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "NO SUCH ACCOUNT ON FILE"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                       END-IF
                   WHEN "REGIME"
                       IF NOT MASTER-FOUND
                                       NOT = "PART-TIME"
                                   AND FUNCTION TRIM (TXN-REGIME)
                                       NOT = "TRAINEE"
                                   AND FUNCTION TRIM (TXN-REGIME)
                                       NOT = "CIVIL"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "UNKNOWN REGIME CODE"
                                   TO REJECT-REASON
                           END-IF
      *> The agreement prices a construction worker by category --
      *> without one the payroll run has no daily wage to apply.
                           IF FUNCTION TRIM (TXN-REGIME)
                                   = "CIVIL"
                                   AND TXN-CIVIL-CATEGORY
                                       NOT = "OPERARIO"
                                   AND TXN-CIVIL-CATEGORY
                                       NOT = "OFICIAL"
                                   AND TXN-CIVIL-CATEGORY
                                       NOT = "PEON"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "UNKNOWN CONSTRUCTION CATEGORY"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   WHEN "DEPEND"
                       IF NOT MASTER-FOUND
                                   FUNCTION NUMVAL (TXN-DEPEND-TOKEN)
                           END-IF
                       END-IF
                   WHEN "TREG"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF TXN-UBIGEO IS NOT NUMERIC
                                   OR FUNCTION TRIM (TXN-NATIONALITY)
                                       IS NOT NUMERIC
                                   OR FUNCTION TRIM (TXN-EDUCATION)
                                       IS NOT NUMERIC
                                   OR FUNCTION TRIM (TXN-OCCUPATION)
                                       IS NOT NUMERIC
                                   OR TXN-ADDRESS = SPACES
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "INCOMPLETE REGISTRY DATA"
                                   TO REJECT-REASON
                           ELSE
                               IF TXN-SCTR NOT = "Y"
                                       AND TXN-SCTR NOT = "N"
                                   SET REQUEST-IS-INVALID TO TRUE
                                   MOVE "SCTR FLAG MUST BE Y OR N"
                                       TO REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   WHEN "CATEGORY"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-JOB-CATEGORY
                       END-IF
                   WHEN "POSITION"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF EMPMAST-STATUS = "RETIRED"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "ALREADY RETIRED"
                                   TO REJECT-REASON
                           ELSE
                               PERFORM VALIDATE-POSITION-MOVE
                           END-IF
                       END-IF
                   WHEN "CONTRACT"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF EMPMAST-STATUS = "RETIRED"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "ALREADY RETIRED"
                                   TO REJECT-REASON
                           ELSE
                               PERFORM VALIDATE-NEW-CONTRACT
                           END-IF
                       END-IF
                   WHEN "RENEW"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF EMPMAST-STATUS = "RETIRED"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "ALREADY RETIRED"
                                   TO REJECT-REASON
                           ELSE
                               PERFORM VALIDATE-RENEWAL
                           END-IF
                       END-IF
      *> Only a retired employee can be rehired, and only from a
      *> date after the old span ended.
                   WHEN "REHIRE"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF EMPMAST-STATUS NOT = "RETIRED"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "NOT RETIRED" TO REJECT-REASON
                           ELSE
                               PERFORM VALIDATE-REHIRE
                           END-IF
                       END-IF
                   WHEN "HIRE"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                               MOVE "BAD HIRE DATE" TO REJECT-REASON
                           END-IF
                       END-IF
                   WHEN "LANGUAGE"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF TXN-LANGUAGE NOT = "ES"
                                   AND TXN-LANGUAGE NOT = "EN"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "LANGUAGE MUST BE ES OR EN"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   WHEN "BIRTH"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-BIRTH-DATE
                       END-IF
                   WHEN "PENSIONER"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-PENSIONER
                       END-IF
                   WHEN "NETPAY"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-NET-GUARANTEE
                       END-IF
                   WHEN "RESIDENCE"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF EMPMAST-STATUS = "RETIRED"
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "ALREADY RETIRED"
                                   TO REJECT-REASON
                           ELSE
                               PERFORM VALIDATE-RESIDENCE-MOVEMENT
                           END-IF
                       END-IF
                   WHEN "PENSION"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                           IF TXN-PENSION-SYSTEM = SPACES
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "NO PENSION SYSTEM GIVEN"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
      *> An override is only meaningful while the employee's first
      *> pay is still gated, and HR must say why.
                   WHEN "ONBOARD"
                       IF NOT MASTER-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN EMPLOYEE ID" TO REJECT-REASON
                       ELSE
                       IF TXN-ONBOARD-OPTION NOT = "OVERRIDE"
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "ONBOARD OPTION MUST BE OVERRIDE"
                               TO REJECT-REASON
                       ELSE
                       IF TXN-ONBOARD-REASON = SPACES
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "NO OVERRIDE REASON GIVEN"
                               TO REJECT-REASON
                       ELSE
                           INITIALIZE ONBOARDING-CHECK-PARMS
                           MOVE TXN-ID TO ONB-EMP-ID
                           MOVE RUN-YYYYMMDD TO ONB-AS-OF-DATE
                           MOVE EMPMAST-DOC-NUMBER TO ONB-DOC-NUMBER
                           MOVE 0 TO ONB-HIRE-DATE
                           CALL "onboardcheck"
                               USING ONBOARDING-CHECK-PARMS
                           IF NOT ONB-OPEN
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "NO ONBOARDING OPEN"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN OTHER
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON
               END-IF
           END-IF.

      *> The split account's priority, kind and value, then the
      *> employee's whole split as it would stand with this account
      *> in place: at most one REST account and it the last, and
      *> the percentages not over the whole net. Whatever a split
      *> leaves unplaced goes to its last account, so a split need
      *> not end in REST.
       VALIDATE-BANK-SPLIT.
           IF TXN-SPLIT-PRIORITY-TOKEN (1:1) IS NUMERIC
                   AND TXN-SPLIT-PRIORITY-TOKEN (1:1) NOT = "0"
                   AND TXN-SPLIT-PRIORITY-TOKEN (2:1) = SPACE
               MOVE TXN-SPLIT-PRIORITY-TOKEN (1:1)
                   TO TXN-SPLIT-PRIORITY
           ELSE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "BAD SPLIT PRIORITY" TO REJECT-REASON
           END-IF
           IF REQUEST-IS-VALID
               EVALUATE TXN-SPLIT-KIND
                   WHEN "REST"
                       MOVE 0 TO TXN-SPLIT-VALUE
                   WHEN "FIXED"
                   WHEN "PCT"
                       IF FUNCTION TEST-NUMVAL (TXN-SPLIT-VALUE-TOKEN)
                               = 0
                               AND TXN-SPLIT-VALUE-TOKEN NOT = SPACES
                           COMPUTE TXN-SPLIT-VALUE =
                               FUNCTION NUMVAL (TXN-SPLIT-VALUE-TOKEN)
                       END-IF
                       IF TXN-SPLIT-VALUE = 0
                               OR (TXN-SPLIT-KIND = "PCT"
                                   AND TXN-SPLIT-VALUE > 100)
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "BAD SPLIT AMOUNT" TO REJECT-REASON
                       END-IF
                   WHEN OTHER
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "SPLIT MUST BE FIXED PCT REST"
                           TO REJECT-REASON
               END-EVALUATE
           END-IF
           IF REQUEST-IS-VALID
               MOVE 0 TO SPLIT-PCT-TOTAL SPLIT-REST-COUNT
                   SPLIT-REST-PRIORITY
               MOVE TXN-SPLIT-PRIORITY TO SPLIT-LAST-PRIORITY
               IF TXN-SPLIT-KIND = "PCT"
                   ADD TXN-SPLIT-VALUE TO SPLIT-PCT-TOTAL
               END-IF
               IF TXN-SPLIT-KIND = "REST"
                   ADD 1 TO SPLIT-REST-COUNT
                   MOVE TXN-SPLIT-PRIORITY TO SPLIT-REST-PRIORITY
               END-IF
               PERFORM VARYING BANK-ACCT-IDX FROM 1 BY 1
                       UNTIL BANK-ACCT-IDX > BANK-ACCT-COUNT
                   IF BANK-ACCT-ID (BANK-ACCT-IDX) = TXN-ID
                           AND BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
                               NOT = TXN-SPLIT-PRIORITY
                       IF BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
                               > SPLIT-LAST-PRIORITY
                           MOVE BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
                               TO SPLIT-LAST-PRIORITY
                       END-IF
                       IF BANK-ACCT-SPLIT-KIND (BANK-ACCT-IDX) = "PCT"
                           ADD BANK-ACCT-SPLIT-VALUE (BANK-ACCT-IDX)
                               TO SPLIT-PCT-TOTAL
                       END-IF
                       IF BANK-ACCT-SPLIT-KIND (BANK-ACCT-IDX)
                               = "REST"
                           ADD 1 TO SPLIT-REST-COUNT
                           MOVE BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
                               TO SPLIT-REST-PRIORITY
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SPLIT-REST-COUNT > 1
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "ONLY ONE REST ACCOUNT" TO REJECT-REASON
                   WHEN SPLIT-REST-COUNT = 1
                           AND SPLIT-REST-PRIORITY
                               NOT = SPLIT-LAST-PRIORITY
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "REST MUST BE THE LAST ACCOUNT"
                           TO REJECT-REASON
                   WHEN SPLIT-PCT-TOTAL > 100
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "SPLIT PERCENT OVER 100"
                           TO REJECT-REASON
               END-EVALUATE
           END-IF.

      *> Stores (or replaces) the employee's receiving bank and
      *> account in the table the payslip run's extract reads. With
      *> a priority it is that one account of the split; without,
      *> the one account for the whole net, replacing any split.
       APPLY-BANK-ACCOUNT.
           SET BANK-ACCTS-CHANGED TO TRUE
           IF TXN-SPLIT-PRIORITY = 0
               MOVE 1 TO TXN-SPLIT-PRIORITY
               MOVE "REST" TO TXN-SPLIT-KIND
               MOVE 0 TO TXN-SPLIT-VALUE
               PERFORM VARYING BANK-ACCT-IDX FROM 1 BY 1
                       UNTIL BANK-ACCT-IDX > BANK-ACCT-COUNT
                   IF BANK-ACCT-ID (BANK-ACCT-IDX) = TXN-ID
                           AND BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
                               NOT = 1
                       MOVE SPACES TO BANK-ACCT-ID (BANK-ACCT-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO BANK-ACCT-FOUND-FLAG
           PERFORM VARYING BANK-ACCT-IDX FROM 1 BY 1
                   UNTIL BANK-ACCT-IDX > BANK-ACCT-COUNT
                       OR BANK-ACCT-FOUND
               IF BANK-ACCT-ID (BANK-ACCT-IDX) = TXN-ID
                       AND BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
                           = TXN-SPLIT-PRIORITY
                   SET BANK-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BANK-ACCT-IDX > 0
               MOVE TXN-BANK-CODE TO BANK-ACCT-BANK (BANK-ACCT-IDX)
               MOVE TXN-ACCOUNT TO BANK-ACCT-NUMBER (BANK-ACCT-IDX)
               MOVE TXN-SPLIT-PRIORITY
                   TO BANK-ACCT-PRIORITY (BANK-ACCT-IDX)
               MOVE TXN-SPLIT-KIND
                   TO BANK-ACCT-SPLIT-KIND (BANK-ACCT-IDX)
               MOVE TXN-SPLIT-VALUE
                   TO BANK-ACCT-SPLIT-VALUE (BANK-ACCT-IDX)
      *> A new or changed account must survive its prenote before a
      *> live deposit rides it.
               MOVE "PENDING" TO BANK-ACCT-STATUS (BANK-ACCT-IDX)
           END-IF.

      *> Marks the employee's account VERIFIED once the prenote
      *> cycle cleared -- the next payslip run pays into it. Naming
      *> the account verifies just that one of a split.
       APPLY-BANK-VERIFIED.
           SET BANK-ACCTS-CHANGED TO TRUE
           PERFORM VARYING BANK-ACCT-IDX FROM 1 BY 1
                   UNTIL BANK-ACCT-IDX > BANK-ACCT-COUNT
               IF BANK-ACCT-ID (BANK-ACCT-IDX) = TXN-ID
                       AND (TXN-ACCOUNT = SPACES
                           OR BANK-ACCT-NUMBER (BANK-ACCT-IDX)
                               = TXN-ACCOUNT)
                   MOVE "VERIFIED"
                       TO BANK-ACCT-STATUS (BANK-ACCT-IDX)
               END-IF
                           MOVE SPACES TO BA-BANK-TOKEN
                           MOVE SPACES TO BA-NUMBER-TOKEN
                           MOVE SPACES TO BA-STATUS-TOKEN
                           MOVE SPACES TO BA-PRIORITY-TOKEN
                               BA-KIND-TOKEN BA-VALUE-TOKEN
                           UNSTRING BANK-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO BA-ID-TOKEN BA-BANK-TOKEN
                                    BA-NUMBER-TOKEN BA-STATUS-TOKEN
                                    BA-PRIORITY-TOKEN BA-KIND-TOKEN
                                    BA-VALUE-TOKEN
                           IF BA-ID-TOKEN IS NUMERIC
                                   AND BANK-ACCT-COUNT
                                       < BANK-ACCT-MAX
                                       BANK-ACCT-STATUS
                                           (BANK-ACCT-COUNT)
                               END-IF
                               IF BA-PRIORITY-TOKEN (1:1) IS NUMERIC
                                       AND BA-PRIORITY-TOKEN (1:1)
                                           NOT = "0"
                                   MOVE BA-PRIORITY-TOKEN (1:1) TO
                                       BANK-ACCT-PRIORITY
                                           (BANK-ACCT-COUNT)
                               ELSE
                                   MOVE 1 TO BANK-ACCT-PRIORITY
                                       (BANK-ACCT-COUNT)
                               END-IF
                               IF BA-KIND-TOKEN = "FIXED"
                                       OR BA-KIND-TOKEN = "PCT"
                                   MOVE BA-KIND-TOKEN TO
                                       BANK-ACCT-SPLIT-KIND
                                           (BANK-ACCT-COUNT)
                               ELSE
                                   MOVE "REST" TO BANK-ACCT-SPLIT-KIND
                                       (BANK-ACCT-COUNT)
                               END-IF
                               MOVE 0 TO BANK-ACCT-SPLIT-VALUE
                                   (BANK-ACCT-COUNT)
                               IF FUNCTION TEST-NUMVAL
                                       (BA-VALUE-TOKEN) = 0
                                       AND BA-VALUE-TOKEN NOT = SPACES
                                   COMPUTE BANK-ACCT-SPLIT-VALUE
                                       (BANK-ACCT-COUNT) =
                                       FUNCTION NUMVAL (BA-VALUE-TOKEN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNTS-FILE
           END-IF.

      *> An account a whole-net BANK request replaced has a blank ID
      *> and is left out.
       SAVE-BANK-ACCOUNTS.
           OPEN OUTPUT BANK-ACCOUNTS-FILE
           PERFORM VARYING BANK-ACCT-IDX FROM 1 BY 1
                   UNTIL BANK-ACCT-IDX > BANK-ACCT-COUNT
               IF BANK-ACCT-ID (BANK-ACCT-IDX) NOT = SPACES
                   MOVE SPACES TO BANK-ACCOUNTS-RECORD
                   MOVE BANK-ACCT-SPLIT-VALUE (BANK-ACCT-IDX)
                       TO BA-VALUE-EDIT
                   STRING BANK-ACCT-ID (BANK-ACCT-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          BANK-ACCT-BANK (BANK-ACCT-IDX)
                              DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          BANK-ACCT-NUMBER (BANK-ACCT-IDX)
                              DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          BANK-ACCT-STATUS (BANK-ACCT-IDX)
                              DELIMITED BY SPACE
                          " " BANK-ACCT-PRIORITY (BANK-ACCT-IDX) " "
                              DELIMITED BY SIZE
                          BANK-ACCT-SPLIT-KIND (BANK-ACCT-IDX)
                              DELIMITED BY SPACE
                          " " BA-VALUE-EDIT
                              DELIMITED BY SIZE
                       INTO BANK-ACCOUNTS-RECORD
                   WRITE BANK-ACCOUNTS-RECORD
               END-IF
           END-PERFORM
           CLOSE BANK-ACCOUNTS-FILE.

      *> instead of someone's memory.
       APPLY-REGIME.
           MOVE TXN-REGIME TO EMPMAST-REGIME
           IF FUNCTION TRIM (TXN-REGIME) = "CIVIL"
               MOVE TXN-CIVIL-CATEGORY TO EMPMAST-CIVIL-CATEGORY
           ELSE
               MOVE SPACES TO EMPMAST-CIVIL-CATEGORY
           END-IF
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           REWRITE EMPMAST-RECORD
           PERFORM REWEIGHT-HELD-POSITION.

      *> Stores (or replaces) the employee's minor-child count in
      *> the table the payroll runs price the asignacion familiar
           END-PERFORM
           CLOSE DEPENDENTS-FILE.

      *> Stores (or replaces) the employee's T-Registro fields.
       APPLY-REGISTRY-DATA.
           SET REG-CHANGED TO TRUE
           MOVE "N" TO REG-FOUND-FLAG
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT OR REG-FOUND
               IF REG-ID (REG-IDX) = TXN-ID
                   SET REG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF REG-FOUND
               SUBTRACT 1 FROM REG-IDX
           ELSE
               IF REG-COUNT < REG-MAX
                   ADD 1 TO REG-COUNT
                   MOVE REG-COUNT TO REG-IDX
                   MOVE TXN-ID TO REG-ID (REG-IDX)
               ELSE
                   MOVE 0 TO REG-IDX
               END-IF
           END-IF
           IF REG-IDX > 0
               MOVE TXN-UBIGEO TO REG-UBIGEO (REG-IDX)
               MOVE TXN-NATIONALITY TO REG-NATIONALITY (REG-IDX)
               MOVE TXN-EDUCATION TO REG-EDUCATION (REG-IDX)
               MOVE TXN-OCCUPATION TO REG-OCCUPATION (REG-IDX)
               MOVE TXN-SCTR TO REG-SCTR (REG-IDX)
               MOVE TXN-ADDRESS TO REG-ADDRESS (REG-IDX)
           END-IF.

       LOAD-REGISTRY-DATA.
           MOVE 0 TO REG-COUNT
           OPEN INPUT REGISTRY-DATA-FILE
           IF REGISTRY-DATA-FILE-STATUS = "00"
               PERFORM UNTIL REGISTRY-DATA-FILE-STATUS NOT = "00"
                   READ REGISTRY-DATA-FILE
                       AT END
                           MOVE "10" TO REGISTRY-DATA-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO REG-ID-TOKEN
                           UNSTRING REGISTRY-DATA-RECORD
                               DELIMITED BY "|"
                               INTO REG-ID-TOKEN
                           IF REG-ID-TOKEN IS NUMERIC
                                   AND REG-COUNT < REG-MAX
                               ADD 1 TO REG-COUNT
                               MOVE SPACES TO REG-ENTRY (REG-COUNT)
                               UNSTRING REGISTRY-DATA-RECORD
                                   DELIMITED BY "|"
                                   INTO REG-ID (REG-COUNT)
                                        REG-UBIGEO (REG-COUNT)
                                        REG-NATIONALITY (REG-COUNT)
                                        REG-EDUCATION (REG-COUNT)
                                        REG-OCCUPATION (REG-COUNT)
                                        REG-SCTR (REG-COUNT)
                                        REG-ADDRESS (REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-DATA-FILE
           END-IF.

       SAVE-REGISTRY-DATA.
           OPEN OUTPUT REGISTRY-DATA-FILE
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               MOVE SPACES TO REGISTRY-DATA-RECORD
               STRING REG-ID (REG-IDX) "|"
                      FUNCTION TRIM (REG-UBIGEO (REG-IDX)) "|"
                      FUNCTION TRIM (REG-NATIONALITY (REG-IDX)) "|"
                      FUNCTION TRIM (REG-EDUCATION (REG-IDX)) "|"
                      FUNCTION TRIM (REG-OCCUPATION (REG-IDX)) "|"
                      REG-SCTR (REG-IDX) "|"
                      FUNCTION TRIM (REG-ADDRESS (REG-IDX))
                   DELIMITED BY SIZE INTO REGISTRY-DATA-RECORD
               WRITE REGISTRY-DATA-RECORD
           END-PERFORM
           CLOSE REGISTRY-DATA-FILE.

       LOAD-MONTHLY-SALARIES.
           MOVE 0 TO MSAL-COUNT
           OPEN INPUT MONTHLY-SALARY-FILE
               END-IF
           END-IF.

      *> Reads data/job_categories.txt and data/pay_justifications.txt
      *> -- only the codes; the ranges are the pay-equity report's
      *> business.
       LOAD-JOB-CATEGORIES.
           MOVE 0 TO JOBCAT-COUNT
           OPEN INPUT JOB-CATEGORY-FILE
           IF JOB-CATEGORY-FILE-STATUS = "00"
               PERFORM UNTIL JOB-CATEGORY-FILE-STATUS NOT = "00"
                   READ JOB-CATEGORY-FILE
                       AT END
                           MOVE "10" TO JOB-CATEGORY-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO JOBCAT-CODE-TOKEN
                           UNSTRING JOB-CATEGORY-RECORD
                               DELIMITED BY "|"
                               INTO JOBCAT-CODE-TOKEN
                           IF JOBCAT-CODE-TOKEN NOT = SPACES
                                   AND JOBCAT-COUNT < JOBCAT-MAX
                               ADD 1 TO JOBCAT-COUNT
                               MOVE JOBCAT-CODE-TOKEN
                                   TO JOBCAT-CODE (JOBCAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CATEGORY-FILE
           END-IF
           MOVE 0 TO JUSTIFY-COUNT
           OPEN INPUT JUSTIFICATION-FILE
           IF JUSTIFICATION-FILE-STATUS = "00"
               PERFORM UNTIL JUSTIFICATION-FILE-STATUS NOT = "00"
                   READ JUSTIFICATION-FILE
                       AT END
                           MOVE "10" TO JUSTIFICATION-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO JUSTIFY-CODE-TOKEN
                           UNSTRING JUSTIFICATION-RECORD
                               DELIMITED BY SPACE
                               INTO JUSTIFY-CODE-TOKEN
                           IF JUSTIFY-CODE-TOKEN NOT = SPACES
                                   AND JUSTIFY-COUNT < JUSTIFY-MAX
                               ADD 1 TO JUSTIFY-COUNT
                               MOVE JUSTIFY-CODE-TOKEN
                                   TO JUSTIFY-CODE (JUSTIFY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JUSTIFICATION-FILE
           END-IF.

      *> The category must be on file, the sex M or F, and a
      *> justification (when one is given, other than the "-" that
      *> clears it) one of the documented codes.
       VALIDATE-JOB-CATEGORY.
           MOVE "N" TO JOBCAT-FOUND-FLAG
           PERFORM VARYING JOBCAT-IDX FROM 1 BY 1
                   UNTIL JOBCAT-IDX > JOBCAT-COUNT OR JOBCAT-FOUND
               IF JOBCAT-CODE (JOBCAT-IDX) = TXN-JOB-CATEGORY
                   SET JOBCAT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TXN-JOB-CATEGORY = SPACES OR NOT JOBCAT-FOUND
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "UNKNOWN JOB CATEGORY" TO REJECT-REASON
           ELSE
               IF TXN-SEX NOT = "M" AND TXN-SEX NOT = "F"
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "SEX MUST BE M OR F" TO REJECT-REASON
               ELSE
                   IF TXN-PAY-JUSTIFY NOT = SPACES
                           AND TXN-PAY-JUSTIFY NOT = "-"
                       MOVE "N" TO JUSTIFY-FOUND-FLAG
                       PERFORM VARYING JUSTIFY-IDX FROM 1 BY 1
                               UNTIL JUSTIFY-IDX > JUSTIFY-COUNT
                                   OR JUSTIFY-FOUND
                           IF JUSTIFY-CODE (JUSTIFY-IDX)
                                   = TXN-PAY-JUSTIFY
                               SET JUSTIFY-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT JUSTIFY-FOUND
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNKNOWN JUSTIFICATION CODE"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Stores the pay-equity classification on the master. A blank
      *> justification keeps the one on file; "-" clears it.
       APPLY-JOB-CATEGORY.
           MOVE TXN-JOB-CATEGORY TO EMPMAST-JOB-CATEGORY
           MOVE TXN-SEX TO EMPMAST-SEX
           IF TXN-PAY-JUSTIFY = "-"
               MOVE SPACES TO EMPMAST-PAY-JUSTIFY
           ELSE
               IF TXN-PAY-JUSTIFY NOT = SPACES
                   MOVE TXN-PAY-JUSTIFY TO EMPMAST-PAY-JUSTIFY
               END-IF
           END-IF
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           REWRITE EMPMAST-RECORD.

      *> Writes a new keyed master record for a validated ADD request.
      *> Reads data/positions.txt -- "*" lines are comments. The
      *> file being there at all is what turns position control on.
       LOAD-POSITIONS.
           MOVE 0 TO POS-COUNT
           OPEN INPUT POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               SET POS-CONTROL-ON TO TRUE
               PERFORM UNTIL POSITION-FILE-STATUS NOT = "00"
                   READ POSITION-FILE
                       AT END
                           MOVE "10" TO POSITION-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-POSITION-LINE
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

       PARSE-POSITION-LINE.
           MOVE SPACES TO POS-ID-TOKEN POS-DEPT-TOKEN
               POS-GRADE-TOKEN POS-FTE-TOKEN
           IF POSITION-RECORD (1:1) NOT = "*"
                   AND POSITION-RECORD NOT = SPACES
               UNSTRING POSITION-RECORD DELIMITED BY ALL SPACE
                   INTO POS-ID-TOKEN POS-DEPT-TOKEN POS-GRADE-TOKEN
                        POS-FTE-TOKEN
               IF POS-ID-TOKEN NOT = SPACES
                       AND POS-DEPT-TOKEN NOT = SPACES
                       AND POS-FTE-TOKEN NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (POS-FTE-TOKEN) = 0
                       AND POS-COUNT < POS-MAX
                   ADD 1 TO POS-COUNT
                   MOVE POS-ID-TOKEN TO POS-ID (POS-COUNT)
                   MOVE POS-DEPT-TOKEN TO POS-DEPT (POS-COUNT)
                   MOVE POS-GRADE-TOKEN TO POS-GRADE (POS-COUNT)
                   COMPUTE POS-BUDGET-FTE (POS-COUNT) =
                       FUNCTION NUMVAL (POS-FTE-TOKEN)
                   MOVE 0 TO POS-FILLED-FTE (POS-COUNT)
               END-IF
           END-IF.

      *> Reads data/position_holders.txt and sums each position's
      *> filled FTE. A holder line without an FTE is a full head.
       LOAD-POSITION-HOLDERS.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT POSITION-HOLDER-FILE
           IF POSITION-HOLDER-FILE-STATUS = "00"
               PERFORM UNTIL POSITION-HOLDER-FILE-STATUS NOT = "00"
                   READ POSITION-HOLDER-FILE
                       AT END
                           MOVE "10" TO POSITION-HOLDER-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-HOLDER-LINE
                   END-READ
               END-PERFORM
               CLOSE POSITION-HOLDER-FILE
           END-IF.

       PARSE-HOLDER-LINE.
           MOVE SPACES TO POS-ID-TOKEN HOLD-EMP-TOKEN HOLD-FTE-TOKEN
           UNSTRING POSITION-HOLDER-RECORD DELIMITED BY ALL SPACE
               INTO POS-ID-TOKEN HOLD-EMP-TOKEN HOLD-FTE-TOKEN
           IF POS-ID-TOKEN NOT = SPACES
                   AND HOLD-EMP-TOKEN IS NUMERIC
                   AND HOLD-COUNT < HOLD-MAX
               ADD 1 TO HOLD-COUNT
               MOVE POS-ID-TOKEN TO HOLD-POS-ID (HOLD-COUNT)
               MOVE HOLD-EMP-TOKEN TO HOLD-EMP-ID (HOLD-COUNT)
               IF HOLD-FTE-TOKEN NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (HOLD-FTE-TOKEN) = 0
                   COMPUTE HOLD-FTE (HOLD-COUNT) =
                       FUNCTION NUMVAL (HOLD-FTE-TOKEN)
               ELSE
                   MOVE 1 TO HOLD-FTE (HOLD-COUNT)
               END-IF
               MOVE POS-ID-TOKEN TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               IF POS-FOUND
                   ADD HOLD-FTE (HOLD-COUNT)
                       TO POS-FILLED-FTE (POS-IDX)
               END-IF
           END-IF.

      *> Vacated seats are blanked in the table, not removed, and
      *> simply left out here.
       SAVE-POSITION-HOLDERS.
           OPEN OUTPUT POSITION-HOLDER-FILE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HOLD-EMP-ID (HOLD-IDX) NOT = SPACES
                   MOVE HOLD-FTE (HOLD-IDX) TO HOLD-FTE-EDIT
                   MOVE SPACES TO POSITION-HOLDER-RECORD
                   STRING HOLD-POS-ID (HOLD-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          HOLD-EMP-ID (HOLD-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          HOLD-FTE-EDIT DELIMITED BY SIZE
                       INTO POSITION-HOLDER-RECORD
                   WRITE POSITION-HOLDER-RECORD
               END-IF
           END-PERFORM
           CLOSE POSITION-HOLDER-FILE.

      *> Looks POS-SEARCH-ID up in the position master; POS-IDX is
      *> left on the match.
       FIND-POSITION.
           MOVE "N" TO POS-FOUND-FLAG
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT OR POS-FOUND
               IF POS-ID (POS-IDX) = POS-SEARCH-ID
                   SET POS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF POS-FOUND
               SUBTRACT 1 FROM POS-IDX
           END-IF.

      *> The seat the request's employee holds, if any; HOLD-IDX is
      *> left on it.
       FIND-HOLDER-OF-TXN-ID.
           MOVE TXN-ID TO HOLD-SEARCH-ID
           MOVE "N" TO HOLD-FOUND-FLAG
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-FOUND
               IF HOLD-EMP-ID (HOLD-IDX) = HOLD-SEARCH-ID
                   SET HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF HOLD-FOUND
               SUBTRACT 1 FROM HOLD-IDX
           END-IF.

      *> An ADD must name an approved position in the new hire's own
      *> department with a full head of budget still unfilled. The
      *> grade is the position's -- a blank grade token takes it, a
      *> different one rejects.
       VALIDATE-HIRE-POSITION.
           IF TXN-POSITION = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "NO POSITION GIVEN" TO REJECT-REASON
           ELSE
               MOVE TXN-POSITION TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               IF NOT POS-FOUND
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "UNKNOWN POSITION" TO REJECT-REASON
               ELSE
                   IF POS-DEPT (POS-IDX) NOT = TXN-DEPT
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "POSITION IN ANOTHER DEPARTMENT"
                           TO REJECT-REASON
                   ELSE
                       IF TXN-GRADE NOT = SPACES
                               AND TXN-GRADE NOT = POS-GRADE (POS-IDX)
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "GRADE NOT THE POSITION'S"
                               TO REJECT-REASON
                       ELSE
                           IF POS-FILLED-FTE (POS-IDX) + 1
                                   > POS-BUDGET-FTE (POS-IDX)
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "POSITION NOT VACANT"
                                   TO REJECT-REASON
                           ELSE
                               MOVE POS-GRADE (POS-IDX) TO TXN-GRADE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A POSITION request moves an active employee into another
      *> approved position with room for their FTE; the employee
      *> takes on that position's department and grade, so the
      *> current rate is checked against the new band.
       VALIDATE-POSITION-MOVE.
           IF NOT POS-CONTROL-ON
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "NO POSITION MASTER ON FILE" TO REJECT-REASON
           ELSE
               MOVE TXN-POSITION TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               PERFORM FIND-HOLDER-OF-TXN-ID
               IF FUNCTION TRIM (EMPMAST-REGIME) = "PART-TIME"
                   MOVE 0.5 TO POS-NEED-FTE
               ELSE
                   MOVE 1 TO POS-NEED-FTE
               END-IF
               IF NOT POS-FOUND
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "UNKNOWN POSITION" TO REJECT-REASON
               ELSE
                   IF HOLD-FOUND
                           AND HOLD-POS-ID (HOLD-IDX) = TXN-POSITION
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "ALREADY IN THIS POSITION"
                           TO REJECT-REASON
                   ELSE
                       IF POS-FILLED-FTE (POS-IDX) + POS-NEED-FTE
                               > POS-BUDGET-FTE (POS-IDX)
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "POSITION NOT VACANT"
                               TO REJECT-REASON
                       ELSE
                           MOVE EMPMAST-RATE TO TXN-RATE
                           MOVE POS-DEPT (POS-IDX) TO TXN-DEPT
                           MOVE POS-GRADE (POS-IDX) TO TXN-GRADE
                           PERFORM CHECK-RATE-VS-BAND
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Department and grade follow the position an employee holds,
      *> so a CHANGE may not move either away from it -- a transfer
      *> or promotion is a POSITION request.
       CHECK-CHANGE-VS-POSITION.
           IF POS-CONTROL-ON
               PERFORM FIND-HOLDER-OF-TXN-ID
               IF HOLD-FOUND
                   MOVE HOLD-POS-ID (HOLD-IDX) TO POS-SEARCH-ID
                   PERFORM FIND-POSITION
                   IF POS-FOUND
                       IF TXN-DEPT NOT = POS-DEPT (POS-IDX)
                               OR (TXN-GRADE NOT = SPACES
                                   AND TXN-GRADE
                                       NOT = POS-GRADE (POS-IDX))
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "DEPT/GRADE FIXED BY POSITION"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-POSITION.
           MOVE TXN-DEPT TO EMPMAST-DEPT
           IF TXN-GRADE NOT = SPACES
               MOVE TXN-GRADE TO EMPMAST-GRADE
           END-IF
           REWRITE EMPMAST-RECORD
           PERFORM TAKE-POSITION.

      *> Seats the request's employee in TXN-POSITION, giving up
      *> whatever seat they held before. A part-timer fills half.
       TAKE-POSITION.
           PERFORM VACATE-HELD-POSITION
           IF FUNCTION TRIM (EMPMAST-REGIME) = "PART-TIME"
               MOVE 0.5 TO POS-NEED-FTE
           ELSE
               MOVE 1 TO POS-NEED-FTE
           END-IF
           MOVE "N" TO HOLD-FOUND-FLAG
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-FOUND
               IF HOLD-EMP-ID (HOLD-IDX) = SPACES
                   SET HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF HOLD-FOUND
               SUBTRACT 1 FROM HOLD-IDX
           ELSE
               IF HOLD-COUNT < HOLD-MAX
                   ADD 1 TO HOLD-COUNT
                   MOVE HOLD-COUNT TO HOLD-IDX
               ELSE
                   MOVE 0 TO HOLD-IDX
               END-IF
           END-IF
           IF HOLD-IDX > 0
               SET HOLD-CHANGED TO TRUE
               MOVE TXN-POSITION TO HOLD-POS-ID (HOLD-IDX)
               MOVE TXN-ID TO HOLD-EMP-ID (HOLD-IDX)
               MOVE POS-NEED-FTE TO HOLD-FTE (HOLD-IDX)
               MOVE TXN-POSITION TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               IF POS-FOUND
                   ADD POS-NEED-FTE TO POS-FILLED-FTE (POS-IDX)
               END-IF
           END-IF.

      *> Frees the seat the request's employee holds, if any.
       VACATE-HELD-POSITION.
           PERFORM FIND-HOLDER-OF-TXN-ID
           IF HOLD-FOUND
               SET HOLD-CHANGED TO TRUE
               MOVE HOLD-POS-ID (HOLD-IDX) TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               IF POS-FOUND
                   IF POS-FILLED-FTE (POS-IDX) > HOLD-FTE (HOLD-IDX)
                       SUBTRACT HOLD-FTE (HOLD-IDX)
                           FROM POS-FILLED-FTE (POS-IDX)
                   ELSE
                       MOVE 0 TO POS-FILLED-FTE (POS-IDX)
                   END-IF
               END-IF
               MOVE SPACES TO HOLD-POS-ID (HOLD-IDX)
                   HOLD-EMP-ID (HOLD-IDX)
               MOVE 0 TO HOLD-FTE (HOLD-IDX)
           END-IF.

      *> A regime change re-weights the seat: a part-timer fills half
      *> of it, anyone else all of it.
       REWEIGHT-HELD-POSITION.
           PERFORM FIND-HOLDER-OF-TXN-ID
           IF HOLD-FOUND
               IF FUNCTION TRIM (EMPMAST-REGIME) = "PART-TIME"
                   MOVE 0.5 TO POS-NEED-FTE
               ELSE
                   MOVE 1 TO POS-NEED-FTE
               END-IF
               IF POS-NEED-FTE NOT = HOLD-FTE (HOLD-IDX)
                   SET HOLD-CHANGED TO TRUE
                   MOVE HOLD-POS-ID (HOLD-IDX) TO POS-SEARCH-ID
                   PERFORM FIND-POSITION
                   IF POS-FOUND
                       COMPUTE POS-FILLED-FTE (POS-IDX) =
                           POS-FILLED-FTE (POS-IDX)
                           - HOLD-FTE (HOLD-IDX) + POS-NEED-FTE
                   END-IF
                   MOVE POS-NEED-FTE TO HOLD-FTE (HOLD-IDX)
               END-IF
           END-IF.

       LOAD-CONTRACTS.
           MOVE 0 TO CTR-COUNT
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = "00"
               PERFORM UNTIL CONTRACT-FILE-STATUS NOT = "00"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "10" TO CONTRACT-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-CONTRACT-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       PARSE-CONTRACT-LINE.
           MOVE SPACES TO CTR-EMP-TOKEN CTR-TYPE-TOKEN CTR-START-TOKEN
               CTR-END-TOKEN CTR-RENEWAL-TOKEN CTR-PROBATION-TOKEN
           UNSTRING CONTRACT-RECORD DELIMITED BY ALL SPACE
               INTO CTR-EMP-TOKEN CTR-TYPE-TOKEN CTR-START-TOKEN
                    CTR-END-TOKEN CTR-RENEWAL-TOKEN
                    CTR-PROBATION-TOKEN
           IF CTR-EMP-TOKEN IS NUMERIC
                   AND CTR-TYPE-TOKEN NOT = SPACES
                   AND CTR-START-TOKEN IS NUMERIC
                   AND CTR-END-TOKEN IS NUMERIC
                   AND CTR-COUNT < CTR-MAX
               ADD 1 TO CTR-COUNT
               MOVE CTR-EMP-TOKEN TO CTR-EMP-ID (CTR-COUNT)
               MOVE CTR-TYPE-TOKEN TO CTR-TYPE (CTR-COUNT)
               MOVE CTR-START-TOKEN TO CTR-START (CTR-COUNT)
               MOVE CTR-END-TOKEN TO CTR-END (CTR-COUNT)
               IF FUNCTION TRIM (CTR-RENEWAL-TOKEN) IS NUMERIC
                       AND CTR-RENEWAL-TOKEN NOT = SPACES
                   COMPUTE CTR-RENEWAL (CTR-COUNT) =
                       FUNCTION NUMVAL (CTR-RENEWAL-TOKEN)
               ELSE
                   MOVE 0 TO CTR-RENEWAL (CTR-COUNT)
               END-IF
               IF CTR-PROBATION-TOKEN IS NUMERIC
                   MOVE CTR-PROBATION-TOKEN
                       TO CTR-PROBATION-END (CTR-COUNT)
               ELSE
                   MOVE 0 TO CTR-PROBATION-END (CTR-COUNT)
               END-IF
           END-IF.

       SAVE-CONTRACTS.
           OPEN OUTPUT CONTRACT-FILE
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > CTR-COUNT
               MOVE SPACES TO CONTRACT-RECORD
               STRING CTR-EMP-ID (CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CTR-TYPE (CTR-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CTR-START (CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CTR-END (CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CTR-RENEWAL (CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CTR-PROBATION-END (CTR-IDX) DELIMITED BY SIZE
                   INTO CONTRACT-RECORD
               WRITE CONTRACT-RECORD
           END-PERFORM
           CLOSE CONTRACT-FILE.

      *> The request employee's latest contract (CTR-LATEST-IDX, zero
      *> when none) and the fixed-term days served under all of
      *> them.
       FIND-LATEST-CONTRACT.
           MOVE 0 TO CTR-LATEST-IDX
           MOVE 0 TO CTR-FIXED-DAYS
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > CTR-COUNT
               IF CTR-EMP-ID (CTR-IDX) = TXN-ID
                   IF CTR-LATEST-IDX = 0
                       MOVE CTR-IDX TO CTR-LATEST-IDX
                   ELSE
                       IF CTR-START (CTR-IDX)
                               > CTR-START (CTR-LATEST-IDX)
                           MOVE CTR-IDX TO CTR-LATEST-IDX
                       END-IF
                   END-IF
                   IF CTR-TYPE (CTR-IDX) NOT = "INDEF"
                           AND CTR-END (CTR-IDX) > CTR-START (CTR-IDX)
                       COMPUTE CTR-FIXED-DAYS = CTR-FIXED-DAYS
                           + FUNCTION INTEGER-OF-DATE
                               (CTR-END (CTR-IDX))
                           - FUNCTION INTEGER-OF-DATE
                               (CTR-START (CTR-IDX)) + 1
                   END-IF
               END-IF
           END-PERFORM.

      *> A new contract: a type, a valid start, and -- unless it is
      *> INDEF -- an end after the start. It must begin after the
      *> current contract ends, cannot follow an indefinite one, and
      *> a fixed-term one must keep the employee's fixed-term
      *> service within the five-year limit. The probation end is
      *> the request's date when given ("0" for none), otherwise 90
      *> days from the start.
       VALIDATE-NEW-CONTRACT.
           MOVE 0 TO CTR-NEW-RENEWAL
           IF TXN-CTR-TYPE = SPACES OR TXN-CTR-START = SPACES
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "INCOMPLETE CONTRACT" TO REJECT-REASON
           ELSE
               MOVE TXN-CTR-START TO TXN-EFF-DATE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF REQUEST-IS-INVALID
                   MOVE "BAD CONTRACT START" TO REJECT-REASON
               ELSE
                   MOVE TXN-CTR-START TO CTR-NEW-START
                   MOVE EFF-DATE-SERIAL TO CTR-START-SERIAL
               END-IF
           END-IF
           IF REQUEST-IS-VALID
               IF TXN-CTR-TYPE = "INDEF"
                   IF TXN-CTR-END NOT = SPACES
                           AND TXN-CTR-END NOT = "0"
                           AND TXN-CTR-END NOT = "00000000"
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "INDEF CONTRACT HAS NO END"
                           TO REJECT-REASON
                   ELSE
                       MOVE 0 TO CTR-NEW-END
                   END-IF
               ELSE
                   MOVE TXN-CTR-END TO TXN-EFF-DATE
                   PERFORM VALIDATE-EFFECTIVE-DATE
                   IF REQUEST-IS-INVALID
                           OR EFF-DATE-SERIAL <= CTR-START-SERIAL
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "BAD CONTRACT END" TO REJECT-REASON
                   ELSE
                       MOVE TXN-CTR-END TO CTR-NEW-END
                       MOVE EFF-DATE-SERIAL TO CTR-END-SERIAL
                   END-IF
               END-IF
           END-IF
           IF REQUEST-IS-VALID
               IF TXN-CTR-PROBATION = SPACES
                   COMPUTE CTR-NEW-PROBATION = FUNCTION DATE-OF-INTEGER
                       (CTR-START-SERIAL + CTR-PROBATION-DAYS - 1)
               ELSE
                   IF TXN-CTR-PROBATION = "0"
                           OR TXN-CTR-PROBATION = "00000000"
                       MOVE 0 TO CTR-NEW-PROBATION
                   ELSE
                       MOVE TXN-CTR-PROBATION TO TXN-EFF-DATE
                       PERFORM VALIDATE-EFFECTIVE-DATE
                       IF REQUEST-IS-INVALID
                               OR EFF-DATE-SERIAL < CTR-START-SERIAL
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "BAD PROBATION END" TO REJECT-REASON
                       ELSE
                           MOVE TXN-CTR-PROBATION
                               TO CTR-NEW-PROBATION
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REQUEST-IS-VALID
               PERFORM FIND-LATEST-CONTRACT
               IF CTR-LATEST-IDX > 0
                   IF CTR-TYPE (CTR-LATEST-IDX) = "INDEF"
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "ALREADY INDEFINITE" TO REJECT-REASON
                   ELSE
                       IF CTR-NEW-START <= CTR-END (CTR-LATEST-IDX)
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "OVERLAPS CURRENT CONTRACT"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REQUEST-IS-VALID
                   AND TXN-CTR-TYPE NOT = "INDEF"
               COMPUTE CTR-NEW-DAYS =
                   CTR-END-SERIAL - CTR-START-SERIAL + 1
               IF CTR-FIXED-DAYS + CTR-NEW-DAYS > CTR-LIMIT-DAYS
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "EXCEEDS FIVE-YEAR LIMIT" TO REJECT-REASON
               END-IF
           END-IF.

      *> A renewal continues the current fixed-term contract: same
      *> type, starting the day after it ends, the next renewal
      *> number, no new probation -- and still inside the five-year
      *> limit. A lapsed contract may be renewed from its end date,
      *> which is how the gap gets regularised.
       VALIDATE-RENEWAL.
           PERFORM FIND-LATEST-CONTRACT
           IF CTR-LATEST-IDX = 0
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "NO CONTRACT TO RENEW" TO REJECT-REASON
           ELSE
               IF CTR-TYPE (CTR-LATEST-IDX) = "INDEF"
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "INDEFINITE -- NOTHING TO RENEW"
                       TO REJECT-REASON
               ELSE
                   MOVE CTR-TYPE (CTR-LATEST-IDX) TO TXN-CTR-TYPE
                   COMPUTE CTR-START-SERIAL = FUNCTION INTEGER-OF-DATE
                       (CTR-END (CTR-LATEST-IDX)) + 1
                   COMPUTE CTR-NEW-START =
                       FUNCTION DATE-OF-INTEGER (CTR-START-SERIAL)
                   COMPUTE CTR-NEW-RENEWAL =
                       CTR-RENEWAL (CTR-LATEST-IDX) + 1
                   MOVE 0 TO CTR-NEW-PROBATION
                   MOVE TXN-CTR-END TO TXN-EFF-DATE
                   PERFORM VALIDATE-EFFECTIVE-DATE
                   IF REQUEST-IS-INVALID
                           OR EFF-DATE-SERIAL < CTR-START-SERIAL
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "BAD CONTRACT END" TO REJECT-REASON
                   ELSE
                       MOVE TXN-CTR-END TO CTR-NEW-END
                       COMPUTE CTR-NEW-DAYS =
                           EFF-DATE-SERIAL - CTR-START-SERIAL + 1
                       IF CTR-FIXED-DAYS + CTR-NEW-DAYS
                               > CTR-LIMIT-DAYS
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "EXCEEDS FIVE-YEAR LIMIT"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Files the contract VALIDATE-NEW-CONTRACT or VALIDATE-RENEWAL
      *> worked out.
       ADD-CONTRACT-ENTRY.
           IF CTR-COUNT < CTR-MAX
               SET CTR-CHANGED TO TRUE
               ADD 1 TO CTR-COUNT
               MOVE TXN-ID TO CTR-EMP-ID (CTR-COUNT)
               MOVE TXN-CTR-TYPE TO CTR-TYPE (CTR-COUNT)
               MOVE CTR-NEW-START TO CTR-START (CTR-COUNT)
               MOVE CTR-NEW-END TO CTR-END (CTR-COUNT)
               MOVE CTR-NEW-RENEWAL TO CTR-RENEWAL (CTR-COUNT)
               MOVE CTR-NEW-PROBATION
                   TO CTR-PROBATION-END (CTR-COUNT)
           END-IF.

       ADD-EMPLOYEE.
           MOVE TXN-ID TO EMPMAST-ID
           MOVE TXN-NAME TO EMPMAST-NAME
           MOVE RUN-YYYYMMDD TO EMPMAST-HIRE-DATE
           MOVE 0 TO EMPMAST-TERM-DATE
           MOVE TXN-GRADE TO EMPMAST-GRADE
           MOVE SPACES TO EMPMAST-SEX EMPMAST-JOB-CATEGORY
               EMPMAST-PAY-JUSTIFY EMPMAST-CIVIL-CATEGORY
      *> New hires print Spanish until a LANGUAGE request says
      *> otherwise.
           MOVE "ES" TO EMPMAST-LANGUAGE
      *> No birth date until a BIRTH request records one, and
      *> contributing until a PENSIONER request says otherwise.
           MOVE 0 TO EMPMAST-BIRTH-DATE
           MOVE "N" TO EMPMAST-PENSIONER
           MOVE "N" TO EMPMAST-NET-GUARANTEED
           MOVE 0 TO EMPMAST-TARGET-NET
           WRITE EMPMAST-RECORD
           IF POS-CONTROL-ON
               PERFORM TAKE-POSITION
           END-IF
      *> Every hire starts its onboarding checklist here; the
      *> payslip run holds the first pay until it is complete.
           MOVE "OPEN" TO ONBOARDING-EVENT-KIND
           MOVE OPERATOR-ID-PARM TO ONBOARDING-EVENT-DETAIL
           PERFORM APPEND-ONBOARDING-EVENT.

      *> One "ID EVENT YYYYMMDD DETAIL" line onto the onboarding
      *> events.
       APPEND-ONBOARDING-EVENT.
           OPEN EXTEND ONBOARDING-FILE
           IF ONBOARDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT ONBOARDING-FILE
           END-IF
           MOVE SPACES TO ONBOARDING-RECORD
           STRING EMPMAST-ID " "
                  FUNCTION TRIM (ONBOARDING-EVENT-KIND) " "
                  RUN-YYYYMMDD " "
                  FUNCTION TRIM (ONBOARDING-EVENT-DETAIL)
               DELIMITED BY SIZE INTO ONBOARDING-RECORD
           WRITE ONBOARDING-RECORD
           CLOSE ONBOARDING-FILE.

      *> Updates name/rate/department in place for a validated CHANGE
      *> request. EMPMAST-RECORD was left loaded by VALIDATE-REQUEST's
           END-IF
           REWRITE EMPMAST-RECORD.

      *> The new span's start: the request's date (default today)
      *> must be a real date after the old termination date, and
      *> under position control the returning employee needs a
      *> vacant approved seat in their department like any hire.
       VALIDATE-REHIRE.
           IF TXN-HIRE-DATE = SPACES
               MOVE RUN-YYYYMMDD TO REHIRE-DATE-WORK
           ELSE
               MOVE TXN-HIRE-DATE TO TXN-EFF-DATE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF REQUEST-IS-INVALID
                   MOVE "BAD REHIRE DATE" TO REJECT-REASON
               ELSE
                   MOVE TXN-HIRE-DATE TO REHIRE-DATE-WORK
               END-IF
           END-IF
           IF REQUEST-IS-VALID
                   AND EMPMAST-TERM-DATE IS NUMERIC
                   AND REHIRE-DATE-WORK NOT > EMPMAST-TERM-DATE
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "REHIRE DATE NOT AFTER TERMINATION"
                   TO REJECT-REASON
           END-IF
           IF REQUEST-IS-VALID AND POS-CONTROL-ON
               MOVE EMPMAST-DEPT TO TXN-DEPT
               MOVE SPACES TO TXN-GRADE
               PERFORM VALIDATE-HIRE-POSITION
           END-IF.

      *> Marks an employee RETIRED in place for a validated RETIRE
      *> request, so 08-payroll-with-table-and-report-adding-col/src/
      *> main.cob rejects any further hours submitted for this ID.
               MOVE RUN-YYYYMMDD TO EMPMAST-TERM-DATE
           END-IF
           REWRITE EMPMAST-RECORD
           PERFORM VACATE-HELD-POSITION
           PERFORM RUN-EXIT-CLEARANCE
           PERFORM WRITE-CERTIFICADO-TRABAJO
           PERFORM WRITE-RETENTION-CERTIFICATE.
           MOVE 1 TO CLEAR-MATCH-POSITION
           PERFORM SWEEP-ONE-CLEARANCE-FILE

           MOVE "data/cts_carryover.txt" TO CLEARANCE-SCAN-FILE-NAME
           MOVE "CTS CARRIED IN" TO CLEAR-SCAN-LABEL
           MOVE 1 TO CLEAR-MATCH-POSITION
           PERFORM SWEEP-ONE-CLEARANCE-FILE

           MOVE SPACES TO CLEARANCE-REPORT-RECORD
           IF CLEAR-OPEN-COUNT = 0
               MOVE "NO OPEN ITEMS -- CLEAR TO SETTLE"
           MOVE 0 TO CLEAR-YTD-GROSS
           MOVE 0 TO CLEAR-YTD-TAX
           MOVE "N" TO CLEAR-YTD-FOUND-FLAG
           IF EMPMAST-TERM-DATE > 0
               MOVE EMPMAST-TERM-DATE (1:4) TO CLEAR-YTD-YEAR
           ELSE
               MOVE RUN-YYYYMMDD (1:4) TO CLEAR-YTD-YEAR
           END-IF
           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "00"
               MOVE CLEAR-EMP-TEXT TO PSYTD-EMP-ID
               MOVE CLEAR-YTD-YEAR TO PSYTD-YEAR
               READ PAYSLIP-YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLEAR-YTD-FOUND TO TRUE
                       MOVE PSYTD-GROSS TO CLEAR-YTD-GROSS
                       MOVE PSYTD-TAX TO CLEAR-YTD-TAX
               END-READ
               CLOSE PAYSLIP-YTD-FILE
           END-IF

           MOVE SPACES TO EXIT-DOC-FILE-NAME
           STRING "report/certificates/" CLEAR-EMP-TEXT
           WRITE EXIT-DOC-RECORD
           MOVE SPACES TO EXIT-DOC-LINE.

      *> Reactivates a retired employee for a validated REHIRE. The
      *> old span goes onto the service history first; the master
      *> then carries the new span alone, so every accrual that
      *> counts from the hire date -- vacation, CTS, gratificacion
      *> -- starts over as a new period of employment. The exit
      *> clearance, certificates, settlement and comp-time
      *> liquidation written for the old span are left as they are.
       REHIRE-EMPLOYEE.
           PERFORM NORMALIZE-SERVICE-DATES
           PERFORM APPEND-SERVICE-HISTORY
           MOVE "ACTIVE" TO EMPMAST-STATUS
           MOVE REHIRE-DATE-WORK TO EMPMAST-HIRE-DATE
           MOVE 0 TO EMPMAST-TERM-DATE
           MOVE 0 TO EMPMAST-PENDING-RATE
           MOVE 0 TO EMPMAST-RATE-EFF-DATE
           IF TXN-GRADE NOT = SPACES
               MOVE TXN-GRADE TO EMPMAST-GRADE
           END-IF
           REWRITE EMPMAST-RECORD
           IF POS-CONTROL-ON
               PERFORM TAKE-POSITION
           END-IF
           PERFORM RESTART-VACATION-BALANCE
      *> The returning employee's first pay is gated on a fresh
      *> onboarding checklist, the same as any hire's.
           MOVE "OPEN" TO ONBOARDING-EVENT-KIND
           MOVE OPERATOR-ID-PARM TO ONBOARDING-EVENT-DETAIL
           PERFORM APPEND-ONBOARDING-EVENT.

      *> One "ID HIRE-DATE TERM-DATE RUN-STAMP" line for the span
      *> being closed off.
       APPEND-SERVICE-HISTORY.
           OPEN EXTEND SERVICE-HISTORY-FILE
           IF SERVICE-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT SERVICE-HISTORY-FILE
           END-IF
           MOVE SPACES TO SERVICE-HISTORY-RECORD
           STRING EMPMAST-ID " " EMPMAST-HIRE-DATE
                  " " EMPMAST-TERM-DATE
                  " R" LOCK-STAMP-DATE "-" LOCK-STAMP-TIME
               DELIMITED BY SIZE INTO SERVICE-HISTORY-RECORD
           WRITE SERVICE-HISTORY-RECORD
           CLOSE SERVICE-HISTORY-FILE.

      *> The employee's vacation balance line restarts at the new
      *> hire date with nothing accrued and nothing taken -- the old
      *> span's days were settled at exit. Every other line is
      *> written back as read; an employee with no line gets one.
       RESTART-VACATION-BALANCE.
           MOVE 0 TO VACBAL-COUNT
           MOVE "N" TO VACBAL-FOUND-FLAG
           OPEN INPUT VACATION-BALANCE-FILE
           IF VACATION-BALANCE-FILE-STATUS = "00"
               PERFORM UNTIL VACATION-BALANCE-FILE-STATUS NOT = "00"
                   READ VACATION-BALANCE-FILE
                       AT END
                           MOVE "10" TO VACATION-BALANCE-FILE-STATUS
                       NOT AT END
                           IF VACBAL-COUNT < VACBAL-MAX
                               ADD 1 TO VACBAL-COUNT
                               MOVE VACATION-BALANCE-RECORD
                                   TO VACBAL-LINE (VACBAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACATION-BALANCE-FILE
           END-IF
           PERFORM VARYING VACBAL-IDX FROM 1 BY 1
                   UNTIL VACBAL-IDX > VACBAL-COUNT
               MOVE SPACES TO VACBAL-ID-TOKEN
               UNSTRING VACBAL-LINE (VACBAL-IDX) DELIMITED BY SPACE
                   INTO VACBAL-ID-TOKEN
               IF VACBAL-ID-TOKEN = TXN-ID
                   SET VACBAL-FOUND TO TRUE
                   MOVE SPACES TO VACBAL-LINE (VACBAL-IDX)
                   STRING TXN-ID " " EMPMAST-HIRE-DATE " 000.0 000.0"
                       DELIMITED BY SIZE INTO VACBAL-LINE (VACBAL-IDX)
               END-IF
           END-PERFORM
           IF NOT VACBAL-FOUND AND VACBAL-COUNT < VACBAL-MAX
               ADD 1 TO VACBAL-COUNT
               MOVE SPACES TO VACBAL-LINE (VACBAL-COUNT)
               STRING TXN-ID " " EMPMAST-HIRE-DATE " 000.0 000.0"
                   DELIMITED BY SIZE INTO VACBAL-LINE (VACBAL-COUNT)
           END-IF
           OPEN OUTPUT VACATION-BALANCE-FILE
           PERFORM VARYING VACBAL-IDX FROM 1 BY 1
                   UNTIL VACBAL-IDX > VACBAL-COUNT
               MOVE VACBAL-LINE (VACBAL-IDX)
                   TO VACATION-BALANCE-RECORD
               WRITE VACATION-BALANCE-RECORD
           END-PERFORM
           CLOSE VACATION-BALANCE-FILE.

      *> Corrects the hire date on file for a validated HIRE
      *> request.
       APPLY-HIRE-DATE.
           MOVE TXN-HIRE-DATE TO EMPMAST-HIRE-DATE
           REWRITE EMPMAST-RECORD.

      *> The request employee's latest movement (RES-LATEST-IDX, zero
      *> when none) -- the last one on file, since they are only
      *> ever appended in date order.
       FIND-LATEST-RESIDENCE.
           MOVE 0 TO RES-LATEST-IDX
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > RES-COUNT
               IF RES-EMP-ID (RES-IDX) = TXN-ID
                   MOVE RES-IDX TO RES-LATEST-IDX
               END-IF
           END-PERFORM.

      *> A movement must be ENTRY or EXIT with a valid date, must
      *> alternate with the one before it, and cannot be dated
      *> before it -- an ENTRY on the day of the last EXIT is
      *> refused as well, the stay would count that day twice.
       VALIDATE-RESIDENCE-MOVEMENT.
           IF TXN-RES-MOVEMENT NOT = "ENTRY"
                   AND TXN-RES-MOVEMENT NOT = "EXIT"
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "MOVEMENT MUST BE ENTRY OR EXIT" TO REJECT-REASON
           ELSE
               MOVE TXN-RES-DATE TO TXN-EFF-DATE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF REQUEST-IS-INVALID
                   MOVE "BAD RESIDENCE DATE" TO REJECT-REASON
               END-IF
           END-IF
           IF REQUEST-IS-VALID
               PERFORM FIND-LATEST-RESIDENCE
               IF TXN-RES-MOVEMENT = "ENTRY"
                   IF RES-LATEST-IDX > 0
                       IF RES-MOVEMENT (RES-LATEST-IDX) = "ENTRY"
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "ALREADY IN THE COUNTRY"
                               TO REJECT-REASON
                       ELSE
                           IF EFF-DATE-WORK
                                   <= RES-DATE (RES-LATEST-IDX)
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "ENTRY NOT AFTER LAST EXIT"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF RES-LATEST-IDX = 0
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "NO ENTRY ON FILE" TO REJECT-REASON
                   ELSE
                       IF RES-MOVEMENT (RES-LATEST-IDX) = "EXIT"
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "ALREADY OUT OF THE COUNTRY"
                               TO REJECT-REASON
                       ELSE
                           IF EFF-DATE-WORK
                                   < RES-DATE (RES-LATEST-IDX)
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "EXIT BEFORE LAST ENTRY"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Files the movement VALIDATE-RESIDENCE-MOVEMENT accepted.
       ADD-RESIDENCE-ENTRY.
           IF RES-COUNT < RES-MAX
               SET RES-CHANGED TO TRUE
               ADD 1 TO RES-COUNT
               MOVE TXN-ID TO RES-EMP-ID (RES-COUNT)
               MOVE TXN-RES-MOVEMENT TO RES-MOVEMENT (RES-COUNT)
               MOVE TXN-RES-DATE TO RES-DATE (RES-COUNT)
           END-IF.

       LOAD-TAX-RESIDENCE.
           MOVE 0 TO RES-COUNT
           OPEN INPUT TAX-RESIDENCE-FILE
           IF TAX-RESIDENCE-FILE-STATUS = "00"
               PERFORM UNTIL TAX-RESIDENCE-FILE-STATUS NOT = "00"
                   READ TAX-RESIDENCE-FILE
                       AT END
                           MOVE "10" TO TAX-RESIDENCE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO RES-EMP-TOKEN
                               RES-MOVEMENT-TOKEN RES-DATE-TOKEN
                           UNSTRING TAX-RESIDENCE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO RES-EMP-TOKEN RES-MOVEMENT-TOKEN
                                    RES-DATE-TOKEN
                           IF RES-EMP-TOKEN IS NUMERIC
                                   AND (RES-MOVEMENT-TOKEN = "ENTRY"
                                     OR RES-MOVEMENT-TOKEN = "EXIT")
                                   AND RES-DATE-TOKEN IS NUMERIC
                                   AND RES-COUNT < RES-MAX
                               ADD 1 TO RES-COUNT
                               MOVE RES-EMP-TOKEN
                                   TO RES-EMP-ID (RES-COUNT)
                               MOVE RES-MOVEMENT-TOKEN
                                   TO RES-MOVEMENT (RES-COUNT)
                               MOVE RES-DATE-TOKEN
                                   TO RES-DATE (RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RESIDENCE-FILE
           END-IF.

       SAVE-TAX-RESIDENCE.
           OPEN OUTPUT TAX-RESIDENCE-FILE
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > RES-COUNT
               MOVE SPACES TO TAX-RESIDENCE-RECORD
               STRING RES-EMP-ID (RES-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RES-MOVEMENT (RES-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RES-DATE (RES-IDX) DELIMITED BY SIZE
                   INTO TAX-RESIDENCE-RECORD
               WRITE TAX-RESIDENCE-RECORD
           END-PERFORM
           CLOSE TAX-RESIDENCE-FILE.

      *> Sets the language the employee's payslips and statements
      *> print in for a validated LANGUAGE request.
       APPLY-LANGUAGE.
           PERFORM NORMALIZE-SERVICE-DATES
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           MOVE TXN-LANGUAGE TO EMPMAST-LANGUAGE
           REWRITE EMPMAST-RECORD.

      *> A birth date must be a real calendar date, not in the
      *> future, and leave the employee at least MIN-WORKING-AGE --
      *> a date that makes a current employee younger than the law
      *> allows anyone to work is a typo, not a hire.
       VALIDATE-BIRTH-DATE.
           MOVE TXN-BIRTH-DATE TO TXN-EFF-DATE
           PERFORM VALIDATE-EFFECTIVE-DATE
           IF REQUEST-IS-INVALID
               MOVE "BAD BIRTH DATE" TO REJECT-REASON
           ELSE
               MOVE TXN-BIRTH-DATE TO EFF-DATE-WORK
               IF EFF-DATE-WORK > RUN-YYYYMMDD
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "BIRTH DATE IN THE FUTURE" TO REJECT-REASON
               ELSE
                   COMPUTE EMPLOYEE-AGE =
                       (RUN-YYYYMMDD - EFF-DATE-WORK) / 10000
                   IF EMPLOYEE-AGE < MIN-WORKING-AGE
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "UNDER MINIMUM WORKING AGE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *> P (drawing a retirement pension) and N (contributing) take
      *> HR's word; O -- opting out of the AFP -- is only open to an
      *> AFP member past AFP-OPT-OUT-AGE, so it needs the birth date
      *> on file to prove it.
       VALIDATE-PENSIONER.
           IF TXN-PENSIONER NOT = "P" AND TXN-PENSIONER NOT = "O"
                   AND TXN-PENSIONER NOT = "N"
               SET REQUEST-IS-INVALID TO TRUE
               MOVE "PENSIONER MUST BE P, O, OR N" TO REJECT-REASON
           ELSE
               IF TXN-PENSIONER = "O"
                   IF EMPMAST-BIRTH-DATE IS NOT NUMERIC
                           OR EMPMAST-BIRTH-DATE = 0
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "NO BIRTH DATE ON FILE" TO REJECT-REASON
                   ELSE
                       COMPUTE EMPLOYEE-AGE =
                           (RUN-YYYYMMDD - EMPMAST-BIRTH-DATE) / 10000
                       IF EMPLOYEE-AGE < AFP-OPT-OUT-AGE
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "UNDER AFP OPT-OUT AGE"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A net guarantee is a monthly-run concept, so only SALARIED
      *> staff may carry one; the amount must be readable, above
      *> zero, within the pay fields, and -- like a SALARY amount --
      *> not below the minimum wage in force. OFF always clears.
       VALIDATE-NET-GUARANTEE.
           IF FUNCTION TRIM (TXN-NET-TOKEN) = "OFF"
               CONTINUE
           ELSE
               IF FUNCTION TRIM (EMPMAST-PAY-TYPE) NOT = "SALARIED"
                   SET REQUEST-IS-INVALID TO TRUE
                   MOVE "NOT A SALARIED EMPLOYEE" TO REJECT-REASON
               ELSE
                   IF FUNCTION TEST-NUMVAL (TXN-NET-TOKEN) NOT = 0
                           OR TXN-NET-TOKEN = SPACES
                       SET REQUEST-IS-INVALID TO TRUE
                       MOVE "BAD TARGET NET" TO REJECT-REASON
                   ELSE
                       COMPUTE TXN-TARGET-NET =
                           FUNCTION NUMVAL (TXN-NET-TOKEN)
                       IF TXN-TARGET-NET = 0
                               OR TXN-TARGET-NET > MAX-TARGET-NET
                           SET REQUEST-IS-INVALID TO TRUE
                           MOVE "BAD TARGET NET" TO REJECT-REASON
                       ELSE
                           IF RMV-IN-FORCE > 0
                                   AND TXN-TARGET-NET < RMV-IN-FORCE
                               SET REQUEST-IS-INVALID TO TRUE
                               MOVE "BELOW MINIMUM WAGE"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Sets or clears the net guarantee for a validated NETPAY
      *> request.
       APPLY-NET-GUARANTEE.
           PERFORM NORMALIZE-SERVICE-DATES
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           IF FUNCTION TRIM (TXN-NET-TOKEN) = "OFF"
               MOVE "N" TO EMPMAST-NET-GUARANTEED
               MOVE 0 TO EMPMAST-TARGET-NET
           ELSE
               MOVE "Y" TO EMPMAST-NET-GUARANTEED
               MOVE TXN-TARGET-NET TO EMPMAST-TARGET-NET
           END-IF
           REWRITE EMPMAST-RECORD.

      *> Records the date of birth for a validated BIRTH request.
       APPLY-BIRTH-DATE.
           PERFORM NORMALIZE-SERVICE-DATES
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           MOVE TXN-BIRTH-DATE TO EMPMAST-BIRTH-DATE
           REWRITE EMPMAST-RECORD.

      *> Sets the pension standing for a validated PENSIONER request.
       APPLY-PENSIONER.
           PERFORM NORMALIZE-SERVICE-DATES
           IF EMPMAST-MONTHLY-AMOUNT IS NOT NUMERIC
               MOVE 0 TO EMPMAST-MONTHLY-AMOUNT
           END-IF
           MOVE TXN-PENSIONER TO EMPMAST-PENSIONER
           REWRITE EMPMAST-RECORD.

      *> Records written before the service-date fields existed read
      *> spaces there -- normalized to zero before any rewrite, the
      *> same treatment the monthly amount gets.
           END-IF
           IF EMPMAST-TERM-DATE IS NOT NUMERIC
               MOVE 0 TO EMPMAST-TERM-DATE
           END-IF
           IF EMPMAST-BIRTH-DATE IS NOT NUMERIC
               MOVE 0 TO EMPMAST-BIRTH-DATE
           END-IF
           IF EMPMAST-TARGET-NET IS NOT NUMERIC
               MOVE 0 TO EMPMAST-TARGET-NET
           END-IF.

      *> One history line per applied request: timestamp, action,
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " LOCK-STAMP-DATE " " LOCK-STAMP-TIME
                  " PROGRAM=EMPLOYEE-MAINTENANCE"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "EMPLOYEE MAINTENANCE ABORTED -- OPERATOR CHECK "
               "FAILED: " FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       APPEND-CHANGE-HISTORY.
           PERFORM FIND-HOLDER-OF-TXN-ID
           IF HOLD-FOUND
               MOVE HOLD-POS-ID (HOLD-IDX) TO NEW-POSITION
           ELSE
               MOVE SPACES TO NEW-POSITION
           END-IF
           MOVE OLD-RATE TO OLD-RATE-EDIT
           IF EMPMAST-RATE IS NUMERIC
               MOVE EMPMAST-RATE TO NEW-RATE-EDIT
           ELSE
               MOVE 0 TO NEW-RATE-EDIT
           END-IF
           MOVE SPACES TO CHANGE-HISTORY-LINE
           STRING "R" LOCK-STAMP-DATE "-" LOCK-STAMP-TIME
                  " " FUNCTION TRIM (TXN-ACTION)
                  " " EMPMAST-ID
                  " TERM:" OLD-TERM-DATE ">" EMPMAST-TERM-DATE
                  " GRADE:" FUNCTION TRIM (OLD-GRADE)
                  ">" FUNCTION TRIM (EMPMAST-GRADE)
                  " SEX:" OLD-SEX ">" EMPMAST-SEX
                  " CAT:" FUNCTION TRIM (OLD-JOB-CATEGORY)
                  ">" FUNCTION TRIM (EMPMAST-JOB-CATEGORY)
                  " JUST:" FUNCTION TRIM (OLD-PAY-JUSTIFY)
                  ">" FUNCTION TRIM (EMPMAST-PAY-JUSTIFY)
                  " POS:" FUNCTION TRIM (OLD-POSITION)
                  ">" FUNCTION TRIM (NEW-POSITION)
                  " CIVIL:" FUNCTION TRIM (OLD-CIVIL-CATEGORY)
                  ">" FUNCTION TRIM (EMPMAST-CIVIL-CATEGORY)
                  " LANG:" OLD-LANGUAGE ">" EMPMAST-LANGUAGE
                  " BORN:" OLD-BIRTH-DATE ">" EMPMAST-BIRTH-DATE
                  " PENSIONER:" OLD-PENSIONER ">" EMPMAST-PENSIONER
                  " NETG:" OLD-NET-GUARANTEED OLD-TARGET-NET
                  ">" EMPMAST-NET-GUARANTEED EMPMAST-TARGET-NET
                  " FILE:" FUNCTION TRIM (REQUEST-FILE-NAME)
                  " OP:" FUNCTION TRIM (OPERATOR-ID-PARM)
               DELIMITED BY SIZE INTO CHANGE-HISTORY-LINE
      *> Numbered and chained onto the history by auditchain, the
      *> same as every audit-trail line.
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-HISTORY TO TRUE
           MOVE CHANGE-HISTORY-LINE TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.

      *> Read-only listing of one employee's full master history --
      *> every before/after line ever appended for that ID, in the
                  REJECT-REASON DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD.

      *> Every audit line goes out through auditchain, which numbers
      *> it and chains it to the line before, so the trail can be
      *> checked end to end by the integrity verifier.
       APPEND-AUDIT-LOG-RECORD.
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-TRAIL TO TRUE
           MOVE AUDIT-LOG-RECORD TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
