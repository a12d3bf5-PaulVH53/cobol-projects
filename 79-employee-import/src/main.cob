      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. EMPLOYEE-IMPORT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Bulk hire of another company's workforce -- an acquisition
      * or absorption -- straight off that company's own employee
      * file, instead of re-keying every employee as an ADD request.
      * Each record is read through a field-mapping profile, its
      * department, grade, regime and pay-type codes translated to
      * ours, and validated with the rules EMPLOYEE-MAINTENANCE
      * applies to an ADD (ID, name and department, rate range, pay
      * type, document, minimum wage, salary band under the same
      * BAND_OVERRIDE switch) and to the BANK, SALARY, REGIME, BIRTH
      * and DEPEND requests that would otherwise follow it, plus a
      * document already on our master and the carried balances.
      *
      * The employee keeps the prior service date -- the master's
      * hire date is the one the acquired company hired on, so
      * seniority, vacation accrual and the settlement count from
      * it -- and brings across the vacation days accrued and taken
      * and the CTS accrued and not yet deposited. The CTS balance
      * is carried on data/cts_carryover.txt and rides the deposit
      * of the half-year the import falls in.
      *
      * Every run writes the import report; nothing is written
      * anywhere else unless IMPORT_COMMIT=Y, so the first run of a
      * file is always the dry run HR reviews. A committing run
      * needs an operator with the MAINT role and the run lock, the
      * same as a maintenance batch. Records that fail go to the
      * reject file exactly as read, each under a "*" line giving
      * the reason, with the header lines copied ahead of them --
      * corrected, the file is resubmitted as IMPORT_FILE as it
      * stands, the "*" lines being skipped. Where position control
      * is in force (data/positions.txt on file) each record must
      * name a vacant approved position in its department, as an
      * ADD must, and a committed hire is seated in it.
      *
      * The acquired company's file, one employee per line, columns
      * separated by the profile's delimiter (IMPORT_FILE; default
      * data/import_employees.txt).
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.
      *
      * The mapping profile (IMPORT_PROFILE; default data/import_
      * profile.txt), one setting per line, "*" lines comments:
      *   DELIMITER <c>           column separator (default |)
      *   SKIP <n>                header lines at the top of the file
      *   IDOFFSET <n>            added to the source ID to give ours
      *   DATES YMD|DMY           YYYYMMDD (default) or DD/MM/YYYY
      *   FIELD <name> <column>   which column holds which field
      *   DEPT|GRADE|REGIME|PAYTYPE <their-code> <our-code>
      * The fields are ID NAME RATE DEPT GRADE REGIME CIVILCAT
      * PAYTYPE MONTHLY DOCTYPE DOCNUMBER HIREDATE BIRTHDATE SEX BANK
      * ACCOUNT VACACCRUED VACTAKEN CTSBALANCE PENSION DEPENDENTS
      * POSITION; ID, NAME, DEPT and HIREDATE must be mapped, and
      * POSITION as well where position control is in force. A kind
      * of code with translations on the profile must translate --
      * an unmapped code rejects the record; a kind with none is
      * taken as already ours. Our regime codes are REGULAR, PART-TIME,
      * TRAINEE and CIVIL (construccion civil, which also needs its
      * CIVILCAT -- OPERARIO, OFICIAL or PEON); a source company's
      * construction code is translated with "REGIME <code> CIVIL".
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC PROFILE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.
      *
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      *
      * The effective-dated minimum wage ("YYYYMMDD AMOUNT") and the
      * salary bands ("DEPT GRADE MIN-RATE MAX-RATE") maintenance
      * checks an ADD against, and the exception report a forced
      * override lands on.
           SELECT MINIMUM-WAGE-FILE
               ASSIGN TO "data/minimum_wage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINIMUM-WAGE-FILE-STATUS.
      *
           SELECT SALARY-BAND-FILE
               ASSIGN TO "data/salary_bands.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALARY-BAND-FILE-STATUS.
      *
           SELECT BAND-EXCEPTION-FILE
               ASSIGN TO "output/band_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAND-EXCEPTION-FILE-STATUS.
      *
      * What a committed record appends besides its master record,
      * each in the layout its owner keeps: the receiving account
      * (PENDING until its prenote clears), the monthly salary of a
      * SALARIED hire, the minor-child count, the vacation balance
      * ("ID HIRE-DATE ACCRUED TAKEN"), the CTS carried ("ID YYYYMM
      * AMOUNT RUN-ID") and the onboarding events (OPEN, and the
      * pension system when the file gives one).
           SELECT BANK-ACCOUNTS-FILE
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-ACCOUNTS-FILE-STATUS.
      *
           SELECT MONTHLY-SALARY-FILE
               ASSIGN TO "data/monthly_salaries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTHLY-SALARY-FILE-STATUS.
      *
           SELECT DEPENDENTS-FILE
               ASSIGN TO "data/dependents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENTS-FILE-STATUS.
      *
           SELECT VACATION-BALANCE-FILE
               ASSIGN TO "data/vacation_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VACATION-BALANCE-FILE-STATUS.
      *
           SELECT CTS-CARRYOVER-FILE
               ASSIGN TO "data/cts_carryover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-CARRYOVER-FILE-STATUS.
      *
           SELECT ONBOARDING-FILE
               ASSIGN TO "data/onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARDING-FILE-STATUS.
      *
      * Position control, as maintenance keeps it: the approved
      * positions ("POS-ID DEPT GRADE BUDGET-FTE ...") and who holds
      * each ("POS-ID EMP-ID FTE"), the holders rewritten when a
      * committing run seats its hires.
           SELECT POSITION-FILE
               ASSIGN TO "data/positions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-FILE-STATUS.
      *
           SELECT POSITION-HOLDER-FILE
               ASSIGN TO "data/position_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-HOLDER-FILE-STATUS.
      *
      * The dry-run / commit report: every record with its mapped
      * values and verdict, then the totals.
           SELECT REPORT-FILE
               ASSIGN TO "output/employee_import_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REJECT-FILE
               ASSIGN TO "output/employee_import_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *
      * The operator registry -- who may run what. "OPID NAME
      * ROLE[,ROLE...]" per line; committing an import needs the
      * MAINT role, the same as any maintenance batch.
           SELECT OPERATOR-REGISTRY-FILE
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD SOURCE-FILE.
       01 SOURCE-RECORD           PIC X(400).
      *
       FD PROFILE-FILE.
       01 PROFILE-RECORD          PIC X(80).
      *
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD MINIMUM-WAGE-FILE.
       01 MINIMUM-WAGE-RECORD     PIC X(40).
      *
       FD SALARY-BAND-FILE.
       01 SALARY-BAND-RECORD      PIC X(60).
      *
       FD BAND-EXCEPTION-FILE.
       01 BAND-EXCEPTION-RECORD   PIC X(120).
      *
       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD    PIC X(60).
      *
       FD MONTHLY-SALARY-FILE.
       01 MONTHLY-SALARY-RECORD   PIC X(40).
      *
       FD DEPENDENTS-FILE.
       01 DEPENDENTS-RECORD       PIC X(20).
      *
       FD VACATION-BALANCE-FILE.
       01 VACATION-BALANCE-RECORD PIC X(60).
      *
       FD CTS-CARRYOVER-FILE.
       01 CTS-CARRYOVER-RECORD    PIC X(60).
      *
       FD ONBOARDING-FILE.
       01 ONBOARDING-RECORD       PIC X(80).
      *
       FD POSITION-FILE.
       01 POSITION-RECORD         PIC X(100).
      *
       FD POSITION-HOLDER-FILE.
       01 POSITION-HOLDER-RECORD  PIC X(30).
      *
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(160).
      *
       FD REJECT-FILE.
       01 REJECT-RECORD           PIC X(400).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SOURCE-FILE-NAME        PIC X(100).
       01 SOURCE-FILE-STATUS      PIC XX.
       01 PROFILE-FILE-NAME       PIC X(100).
       01 PROFILE-FILE-STATUS     PIC XX.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 MINIMUM-WAGE-FILE-STATUS PIC XX.
       01 SALARY-BAND-FILE-STATUS PIC XX.
       01 BAND-EXCEPTION-FILE-STATUS PIC XX.
       01 BANK-ACCOUNTS-FILE-STATUS PIC XX.
       01 MONTHLY-SALARY-FILE-STATUS PIC XX.
       01 DEPENDENTS-FILE-STATUS  PIC XX.
       01 VACATION-BALANCE-FILE-STATUS PIC XX.
       01 CTS-CARRYOVER-FILE-STATUS PIC XX.
       01 ONBOARDING-FILE-STATUS  PIC XX.
       01 POSITION-FILE-STATUS    PIC XX.
       01 POSITION-HOLDER-FILE-STATUS PIC XX.
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 AUDIT-LOG-RECORD        PIC X(200).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
      * Dry run unless IMPORT_COMMIT=Y.
       01 COMMIT-PARM             PIC X(1).
       01 COMMIT-FLAG             PIC X VALUE "N".
           88 COMMIT-MODE         VALUE "Y".
      *
      * The profile's settings.
       01 PROFILE-DELIMITER       PIC X VALUE "|".
       01 SKIP-COUNT              PIC 9(3) VALUE 0.
       01 ID-OFFSET               PIC 9(5) VALUE 0.
       01 DATE-ORDER              PIC X(3) VALUE "YMD".
           88 DATES-DMY           VALUE "DMY".
       01 PROF-KEYWORD            PIC X(10).
       01 PROF-ARG-1              PIC X(20).
       01 PROF-ARG-2              PIC X(20).
       01 PROF-LINE-NO            PIC 9(4) VALUE 0.
       01 PROF-BAD-LINE           PIC 9(4) VALUE 0.
      *
      * The fields a profile may map, each with the widest value the
      * master or its sibling file can hold (NAME is shortened to
      * the master's ten characters rather than refused), the source
      * column it was mapped to, and the value as read.
       01 MAP-FIELD-LIST.
           05 FILLER PIC X(12) VALUE "ID        05".
           05 FILLER PIC X(12) VALUE "NAME      40".
           05 FILLER PIC X(12) VALUE "RATE      12".
           05 FILLER PIC X(12) VALUE "DEPT      10".
           05 FILLER PIC X(12) VALUE "GRADE     04".
           05 FILLER PIC X(12) VALUE "REGIME    10".
           05 FILLER PIC X(12) VALUE "CIVILCAT  08".
           05 FILLER PIC X(12) VALUE "PAYTYPE   10".
           05 FILLER PIC X(12) VALUE "MONTHLY   12".
           05 FILLER PIC X(12) VALUE "DOCTYPE   03".
           05 FILLER PIC X(12) VALUE "DOCNUMBER 15".
           05 FILLER PIC X(12) VALUE "HIREDATE  10".
           05 FILLER PIC X(12) VALUE "BIRTHDATE 10".
           05 FILLER PIC X(12) VALUE "SEX       01".
           05 FILLER PIC X(12) VALUE "BANK      04".
           05 FILLER PIC X(12) VALUE "ACCOUNT   14".
           05 FILLER PIC X(12) VALUE "VACACCRUED06".
           05 FILLER PIC X(12) VALUE "VACTAKEN  06".
           05 FILLER PIC X(12) VALUE "CTSBALANCE12".
           05 FILLER PIC X(12) VALUE "PENSION   10".
           05 FILLER PIC X(12) VALUE "DEPENDENTS02".
           05 FILLER PIC X(12) VALUE "POSITION  08".
       01 MAP-FIELD-TABLE REDEFINES MAP-FIELD-LIST.
           05 MAP-FIELD-ENTRY OCCURS 22 TIMES.
               10 MAP-FIELD-NAME  PIC X(10).
               10 MAP-FIELD-WIDTH PIC 99.
       01 MAP-FIELD-COUNT         PIC 99 VALUE 22.
       01 MAP-COLUMN-TABLE.
           05 MAP-COLUMN          PIC 99 OCCURS 22 TIMES.
       01 MAP-IDX                 PIC 99.
       01 MAP-FOUND-FLAG          PIC X.
           88 MAP-FOUND           VALUE "Y".
      *
       01 IMPORT-VALUES.
           05 VAL-ID              PIC X(40).
           05 VAL-NAME            PIC X(40).
           05 VAL-RATE            PIC X(40).
           05 VAL-DEPT            PIC X(40).
           05 VAL-GRADE           PIC X(40).
           05 VAL-REGIME          PIC X(40).
           05 VAL-CIVIL           PIC X(40).
           05 VAL-PAY-TYPE        PIC X(40).
           05 VAL-MONTHLY         PIC X(40).
           05 VAL-DOC-TYPE        PIC X(40).
           05 VAL-DOC-NUMBER      PIC X(40).
           05 VAL-HIRE            PIC X(40).
           05 VAL-BIRTH           PIC X(40).
           05 VAL-SEX             PIC X(40).
           05 VAL-BANK            PIC X(40).
           05 VAL-ACCOUNT         PIC X(40).
           05 VAL-VAC-ACCRUED     PIC X(40).
           05 VAL-VAC-TAKEN       PIC X(40).
           05 VAL-CTS             PIC X(40).
           05 VAL-PENSION         PIC X(40).
           05 VAL-DEPENDENTS      PIC X(40).
           05 VAL-POSITION        PIC X(40).
       01 IMPORT-VALUE-TABLE REDEFINES IMPORT-VALUES.
           05 IMPORT-VALUE        PIC X(40) OCCURS 22 TIMES.
      *
      * One source line split at the delimiter.
       01 SRC-COL-MAX             PIC 99 VALUE 40.
       01 SRC-COLUMNS.
           05 SRC-COL             PIC X(40) OCCURS 40 TIMES.
       01 SRC-COL-IDX             PIC 99.
       01 SRC-POINTER             PIC 9(3).
      *
      * The code translations, "KIND THEIR-CODE OUR-CODE".
       01 XLAT-MAX                PIC 9(3) VALUE 300.
       01 XLAT-COUNT              PIC 9(3) VALUE 0.
       01 XLAT-TABLE.
           05 XLAT-ENTRY OCCURS 300 TIMES.
               10 XLAT-KIND       PIC X(7).
               10 XLAT-SOURCE     PIC X(20).
               10 XLAT-TARGET     PIC X(10).
       01 XLAT-IDX                PIC 9(3).
       01 XLAT-KIND-WANTED        PIC X(7).
       01 XLAT-CODE               PIC X(40).
       01 XLAT-KIND-SEEN-FLAG     PIC X.
           88 XLAT-KIND-SEEN      VALUE "Y".
       01 XLAT-FOUND-FLAG         PIC X.
           88 XLAT-FOUND          VALUE "Y".
       01 XLAT-MISS-FLAG          PIC X.
           88 XLAT-MISS           VALUE "Y".
      *
      * The IDs and documents already on the master, and every
      * record accepted so far this run, so a duplicate inside the
      * file rejects the same as one against the master.
       01 KNOWN-MAX               PIC 9(5) VALUE 5000.
       01 KNOWN-COUNT             PIC 9(5) VALUE 0.
       01 KNOWN-TABLE.
           05 KNOWN-ENTRY OCCURS 5000 TIMES.
               10 KNOWN-ID        PIC 9(5).
               10 KNOWN-DOC-TYPE  PIC X(3).
               10 KNOWN-DOC-NUMBER PIC X(15).
       01 KNOWN-IDX               PIC 9(5).
       01 KNOWN-FOUND-FLAG        PIC X.
           88 KNOWN-FOUND         VALUE "Y".
       01 MASTER-EOF-FLAG         PIC X VALUE "N".
           88 MASTER-EOF          VALUE "Y".
      *
      * One record as it will stand on our master.
       01 IMP-ID                  PIC 9(5).
       01 IMP-NAME                PIC X(10).
       01 IMP-RATE                PIC 9(3)V99.
       01 IMP-DEPT                PIC X(10).
       01 IMP-GRADE               PIC X(4).
       01 IMP-REGIME              PIC X(10).
       01 IMP-CIVIL               PIC X(8).
       01 IMP-PAY-TYPE            PIC X(10).
       01 IMP-MONTHLY             PIC 9(7)V99.
       01 IMP-DOC-TYPE            PIC X(3).
       01 IMP-DOC-NUMBER          PIC X(15).
       01 IMP-HIRE-DATE           PIC 9(8).
       01 IMP-BIRTH-DATE          PIC 9(8).
       01 IMP-SEX                 PIC X.
       01 IMP-BANK                PIC X(4).
       01 IMP-ACCOUNT             PIC X(14).
       01 IMP-VAC-ACCRUED         PIC 9(3)V9.
       01 IMP-VAC-TAKEN           PIC 9(3)V9.
       01 IMP-CTS-BALANCE         PIC 9(7)V99.
       01 IMP-PENSION             PIC X(10).
       01 IMP-DEPENDENTS          PIC 99.
       01 IMP-POSITION            PIC X(8).
       01 NAME-LENGTH             PIC 99.
       01 ID-WORK                 PIC 9(6).
       01 NAME-SHORTENED-FLAG     PIC X.
           88 NAME-SHORTENED      VALUE "Y".
       01 RATE-DERIVED-FLAG       PIC X.
           88 RATE-DERIVED        VALUE "Y".
       01 BAND-FORCED-FLAG        PIC X.
           88 BAND-FORCED         VALUE "Y".
      *
       01 RECORD-VALID-FLAG       PIC X.
           88 RECORD-IS-VALID     VALUE "Y".
           88 RECORD-IS-INVALID   VALUE "N".
       01 REJECT-REASON           PIC X(40).
      *
      * A money or day-count column as parsed.
       01 AMOUNT-TEXT             PIC X(40).
       01 AMOUNT-WORK             PIC S9(9)V99.
       01 AMOUNT-OK-FLAG          PIC X.
           88 AMOUNT-OK           VALUE "Y".
      *
      * A date column as parsed -- YYYYMMDD, or DD/MM/YYYY (or
      * DD-MM-YYYY) under DATES DMY.
       01 DATE-TEXT               PIC X(40).
       01 DATE-DIGITS             PIC X(8).
       01 DATE-WORK               PIC 9(8).
       01 DATE-OK-FLAG            PIC X.
           88 DATE-OK             VALUE "Y".
       01 EMPLOYEE-AGE            PIC 9(3).
       01 MIN-WORKING-AGE         PIC 99 VALUE 12.
      *
      * The rate limits and minimum wage, as maintenance has them.
       01 MIN-VALID-RATE          PIC 9(3)V99 VALUE 001.00.
       01 MAX-VALID-RATE          PIC 9(3)V99 VALUE 999.00.
       01 RMV-IN-FORCE            PIC 9(7)V99 VALUE 0.
       01 RMV-BEST-DATE           PIC 9(8) VALUE 0.
       01 RMV-LINE-DATE           PIC 9(8).
       01 RMV-DATE-TOKEN          PIC X(8).
       01 RMV-AMT-TOKEN           PIC X(12).
       01 RMV-MONTHLY-EQUIV       PIC 9(7)V99.
      *
       01 BAND-MAX                PIC 9(3) VALUE 200.
       01 BAND-COUNT              PIC 9(3) VALUE 0.
       01 BAND-TABLE.
           05 BAND-ENTRY OCCURS 200 TIMES.
               10 BAND-DEPT       PIC X(10).
               10 BAND-GRADE      PIC X(4).
               10 BAND-MIN        PIC 9(3)V99.
               10 BAND-MAX-RATE   PIC 9(3)V99.
       01 BAND-IDX                PIC 9(3).
       01 BAND-DEPT-TOKEN         PIC X(10).
       01 BAND-GRADE-TOKEN        PIC X(4).
       01 BAND-MIN-TOKEN          PIC X(8).
       01 BAND-MAX-TOKEN          PIC X(8).
       01 BAND-FOUND-FLAG         PIC X.
           88 BAND-FOUND          VALUE "Y".
       01 BAND-OVERRIDE-PARM      PIC X(1).
       01 BAND-OVERRIDE-FLAG      PIC X VALUE "N".
           88 BAND-OVERRIDE-ALLOWED VALUE "Y".
       01 BAND-MIN-EDIT           PIC ZZ9.99.
       01 BAND-MAX-EDIT           PIC ZZ9.99.
       01 BAND-RATE-EDIT          PIC ZZ9.99.
      *
      * The position master and its holders, as maintenance loads
      * them; the file being there is what turns the control on.
       01 POS-CONTROL-FLAG        PIC X VALUE "N".
           88 POS-CONTROL-ON      VALUE "Y".
       01 POS-MAX                 PIC 9(4) VALUE 500.
       01 POS-COUNT               PIC 9(4) VALUE 0.
       01 POS-TABLE.
           05 POS-ENTRY OCCURS 500 TIMES.
               10 POS-ID          PIC X(8).
               10 POS-DEPT        PIC X(10).
               10 POS-GRADE       PIC X(4).
               10 POS-BUDGET-FTE  PIC 9(3)V9.
               10 POS-FILLED-FTE  PIC 9(3)V9.
       01 POS-IDX                 PIC 9(4).
       01 POS-FOUND-FLAG          PIC X VALUE "N".
           88 POS-FOUND           VALUE "Y".
       01 POS-ID-TOKEN            PIC X(8).
       01 POS-DEPT-TOKEN          PIC X(10).
       01 POS-GRADE-TOKEN         PIC X(4).
       01 POS-FTE-TOKEN           PIC X(6).
       01 POS-SEARCH-ID           PIC X(8).
       01 POS-NEED-FTE            PIC 9V9.
       01 HOLD-MAX                PIC 9(4) VALUE 1000.
       01 HOLD-COUNT              PIC 9(4) VALUE 0.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HOLD-POS-ID     PIC X(8).
               10 HOLD-EMP-ID     PIC X(5).
               10 HOLD-FTE        PIC 9V9.
       01 HOLD-IDX                PIC 9(4).
       01 HOLD-FOUND-FLAG         PIC X VALUE "N".
           88 HOLD-FOUND          VALUE "Y".
       01 HOLD-CHANGED-FLAG       PIC X VALUE "N".
           88 HOLD-CHANGED        VALUE "Y".
       01 HOLD-FTE-EDIT           PIC 9.9.
       01 HOLD-EMP-TOKEN          PIC X(5).
       01 HOLD-FTE-TOKEN          PIC X(6).
      *
       01 LUHN-SUM                PIC 9(4).
       01 LUHN-IDX                PIC 99.
       01 LUHN-DIGIT              PIC 99.
       01 LUHN-DOUBLE-FLAG        PIC X.
       01 LUHN-LENGTH             PIC 99.
       01 LUHN-VALID-FLAG         PIC X.
           88 LUHN-VALID          VALUE "Y".
      *
      * Suite-wide run lock, same scheme as payroll's.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
       01 LOCK-HELD-FLAG          PIC X VALUE "N".
           88 LOCK-HELD           VALUE "Y".
      *
      * The operator committing the import, as required against the
      * registry data/operators.txt.
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
       01 RUN-YYYYMMDD            PIC 9(8).
      *
      * Run counts and the balances carried.
       01 LINE-NO                 PIC 9(5) VALUE 0.
       01 READ-COUNT              PIC 9(5) VALUE 0.
       01 ACCEPT-COUNT            PIC 9(5) VALUE 0.
       01 REJECT-COUNT            PIC 9(5) VALUE 0.
       01 FORCED-COUNT            PIC 9(5) VALUE 0.
       01 VAC-DAYS-TOTAL          PIC 9(7)V9 VALUE 0.
       01 CTS-CARRIED-TOTAL       PIC 9(9)V99 VALUE 0.
      *
      * Report and file-line edits.
       01 RPT-LINE-EDIT           PIC ZZZZ9.
       01 RPT-RATE-EDIT           PIC ZZ9.99.
       01 RPT-MONTHLY-EDIT        PIC Z,ZZZ,ZZ9.99.
       01 RPT-DAYS-EDIT           PIC ZZ9.9.
       01 RPT-CTS-EDIT            PIC Z,ZZZ,ZZ9.99.
       01 RPT-COUNT-EDIT          PIC ZZ,ZZ9.
       01 RPT-TOTAL-DAYS-EDIT     PIC Z,ZZZ,ZZ9.9.
       01 RPT-TOTAL-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 RESULT-TEXT             PIC X(70).
       01 RESULT-PTR              PIC 9(3).
       01 BA-VALUE-EDIT           PIC 9(7).99.
       01 MSAL-AMOUNT-EDIT        PIC 9(7).99.
       01 BAL-DAYS-EDIT           PIC 999.9.
       01 BAL-TAKEN-EDIT          PIC 999.9.
       01 CTS-AMOUNT-EDIT         PIC ZZZZZZ9.99.
       01 HIST-RATE-EDIT          PIC 999.99.
       01 ONBOARDING-EVENT-KIND   PIC X(10).
       01 ONBOARDING-EVENT-DETAIL PIC X(40).
       01 CHANGE-HISTORY-LINE     PIC X(640).
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
           ACCEPT RUN-YYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID
           PERFORM READ-IMPORT-PARMS
           PERFORM LOAD-IMPORT-PROFILE
           IF COMMIT-MODE
               MOVE "MAINT" TO OPERATOR-NEEDED-ROLE
               PERFORM VERIFY-OPERATOR
               PERFORM ACQUIRE-RUN-LOCK
           END-IF

           OPEN INPUT SOURCE-FILE
           IF SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE IMPORT ABORTED -- SOURCE FILE "
                   FUNCTION TRIM (SOURCE-FILE-NAME)
                   " NOT FOUND (STATUS " SOURCE-FILE-STATUS ")"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-MASTER-KEYS
           PERFORM LOAD-MINIMUM-WAGE
           PERFORM LOAD-SALARY-BANDS
           PERFORM LOAD-POSITIONS
           PERFORM LOAD-POSITION-HOLDERS
           IF COMMIT-MODE
               PERFORM OPEN-COMMIT-FILES
           END-IF

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL END-OF-FILE
               READ SOURCE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO <= SKIP-COUNT
                           MOVE SOURCE-RECORD TO REJECT-RECORD
                           WRITE REJECT-RECORD
                       ELSE
                           IF SOURCE-RECORD NOT = SPACES
                                   AND SOURCE-RECORD (1:1) NOT = "*"
                               PERFORM IMPORT-ONE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE REJECT-FILE

           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF COMMIT-MODE
               PERFORM CLOSE-COMMIT-FILES
               IF HOLD-CHANGED
                   PERFORM SAVE-POSITION-HOLDERS
               END-IF
               PERFORM WRITE-AUDIT-LOG-ENTRY
               PERFORM RELEASE-RUN-LOCK
           END-IF

           MOVE READ-COUNT TO RPT-COUNT-EDIT
           DISPLAY "RECORDS READ: " RPT-COUNT-EDIT
           MOVE ACCEPT-COUNT TO RPT-COUNT-EDIT
           IF COMMIT-MODE
               DISPLAY "IMPORTED    : " RPT-COUNT-EDIT
           ELSE
               DISPLAY "WOULD IMPORT: " RPT-COUNT-EDIT
                   "  (DRY RUN -- SET IMPORT_COMMIT=Y TO WRITE)"
           END-IF
           MOVE REJECT-COUNT TO RPT-COUNT-EDIT
           DISPLAY "REJECTED    : " RPT-COUNT-EDIT
           DISPLAY "REPORT WRITTEN TO output/employee_import_report.txt"
           IF REJECT-COUNT > 0
               DISPLAY "REJECTS FOR CORRECTION IN "
                   "output/employee_import_rejects.txt"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   ACQUIRED EMPLOYEE IMPORT           "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       READ-IMPORT-PARMS.
           MOVE SPACES TO SOURCE-FILE-NAME
           ACCEPT SOURCE-FILE-NAME FROM ENVIRONMENT "IMPORT_FILE"
           IF SOURCE-FILE-NAME = SPACES
               MOVE "data/import_employees.txt" TO SOURCE-FILE-NAME
           END-IF
           MOVE SPACES TO PROFILE-FILE-NAME
           ACCEPT PROFILE-FILE-NAME FROM ENVIRONMENT "IMPORT_PROFILE"
           IF PROFILE-FILE-NAME = SPACES
               MOVE "data/import_profile.txt" TO PROFILE-FILE-NAME
           END-IF
           MOVE SPACES TO COMMIT-PARM
           ACCEPT COMMIT-PARM FROM ENVIRONMENT "IMPORT_COMMIT"
           IF COMMIT-PARM = "Y" OR COMMIT-PARM = "y"
               SET COMMIT-MODE TO TRUE
           END-IF.
      *
      * Reads the mapping profile. A line it cannot make sense of, or
      * a profile that leaves a required field unmapped, stops the
      * run before a record is read -- a wrong column mapping would
      * otherwise reject (or worse, accept) the whole file wrongly.
       LOAD-IMPORT-PROFILE.
           INITIALIZE MAP-COLUMN-TABLE
           OPEN INPUT PROFILE-FILE
           IF PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE IMPORT ABORTED -- PROFILE "
                   FUNCTION TRIM (PROFILE-FILE-NAME)
                   " NOT FOUND (STATUS " PROFILE-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PROFILE-FILE-STATUS NOT = "00"
               READ PROFILE-FILE
                   AT END
                       MOVE "10" TO PROFILE-FILE-STATUS
                   NOT AT END
                       ADD 1 TO PROF-LINE-NO
                       IF PROFILE-RECORD NOT = SPACES
                               AND PROFILE-RECORD (1:1) NOT = "*"
                           PERFORM TAKE-PROFILE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           IF PROF-BAD-LINE > 0
               DISPLAY "EMPLOYEE IMPORT ABORTED -- PROFILE LINE "
                   PROF-BAD-LINE " NOT UNDERSTOOD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MAP-COLUMN (1) = 0 OR MAP-COLUMN (2) = 0
                   OR MAP-COLUMN (4) = 0 OR MAP-COLUMN (12) = 0
               DISPLAY "EMPLOYEE IMPORT ABORTED -- PROFILE MUST MAP "
                   "ID, NAME, DEPT AND HIREDATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       TAKE-PROFILE-LINE.
           MOVE SPACES TO PROF-KEYWORD PROF-ARG-1 PROF-ARG-2
           UNSTRING PROFILE-RECORD DELIMITED BY ALL SPACE
               INTO PROF-KEYWORD PROF-ARG-1 PROF-ARG-2
           EVALUATE PROF-KEYWORD
               WHEN "DELIMITER"
                   IF PROF-ARG-1 = SPACES
                           OR PROF-ARG-1 (2:1) NOT = SPACE
                       MOVE PROF-LINE-NO TO PROF-BAD-LINE
                   ELSE
                       MOVE PROF-ARG-1 (1:1) TO PROFILE-DELIMITER
                   END-IF
               WHEN "SKIP"
                   IF FUNCTION TRIM (PROF-ARG-1) IS NUMERIC
                           AND FUNCTION LENGTH
                               (FUNCTION TRIM (PROF-ARG-1)) <= 3
                       COMPUTE SKIP-COUNT =
                           FUNCTION NUMVAL (PROF-ARG-1)
                   ELSE
                       MOVE PROF-LINE-NO TO PROF-BAD-LINE
                   END-IF
               WHEN "IDOFFSET"
                   IF FUNCTION TRIM (PROF-ARG-1) IS NUMERIC
                           AND FUNCTION LENGTH
                               (FUNCTION TRIM (PROF-ARG-1)) <= 5
                       COMPUTE ID-OFFSET =
                           FUNCTION NUMVAL (PROF-ARG-1)
                   ELSE
                       MOVE PROF-LINE-NO TO PROF-BAD-LINE
                   END-IF
               WHEN "DATES"
                   IF PROF-ARG-1 = "YMD" OR PROF-ARG-1 = "DMY"
                       MOVE PROF-ARG-1 TO DATE-ORDER
                   ELSE
                       MOVE PROF-LINE-NO TO PROF-BAD-LINE
                   END-IF
               WHEN "FIELD"
                   MOVE "N" TO MAP-FOUND-FLAG
                   PERFORM VARYING MAP-IDX FROM 1 BY 1
                           UNTIL MAP-IDX > MAP-FIELD-COUNT
                               OR MAP-FOUND
                       IF MAP-FIELD-NAME (MAP-IDX) = PROF-ARG-1
                           SET MAP-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF MAP-FOUND
                           AND FUNCTION TRIM (PROF-ARG-2) IS NUMERIC
                           AND FUNCTION LENGTH
                               (FUNCTION TRIM (PROF-ARG-2)) <= 2
                           AND FUNCTION NUMVAL (PROF-ARG-2) > 0
                           AND FUNCTION NUMVAL (PROF-ARG-2)
                               <= SRC-COL-MAX
                       SUBTRACT 1 FROM MAP-IDX
                       COMPUTE MAP-COLUMN (MAP-IDX) =
                           FUNCTION NUMVAL (PROF-ARG-2)
                   ELSE
                       MOVE PROF-LINE-NO TO PROF-BAD-LINE
                   END-IF
               WHEN "DEPT"
               WHEN "GRADE"
               WHEN "REGIME"
               WHEN "PAYTYPE"
                   IF PROF-ARG-1 = SPACES OR PROF-ARG-2 = SPACES
                           OR XLAT-COUNT >= XLAT-MAX
                       MOVE PROF-LINE-NO TO PROF-BAD-LINE
                   ELSE
                       ADD 1 TO XLAT-COUNT
                       MOVE PROF-KEYWORD TO XLAT-KIND (XLAT-COUNT)
                       MOVE PROF-ARG-1 TO XLAT-SOURCE (XLAT-COUNT)
                       MOVE PROF-ARG-2 TO XLAT-TARGET (XLAT-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE PROF-LINE-NO TO PROF-BAD-LINE
           END-EVALUATE.
      *
      * The master for update when committing (created empty when
      * there is none yet, as maintenance does), read-only for a dry
      * run -- where a missing master is simply an empty one.
       OPEN-EMPLOYEE-MASTER.
           IF COMMIT-MODE
               OPEN I-O EMPLOYEE-MASTER-FILE
               IF EMPLOYEE-MASTER-FILE-STATUS = "35"
                   OPEN OUTPUT EMPLOYEE-MASTER-FILE
                   CLOSE EMPLOYEE-MASTER-FILE
                   OPEN I-O EMPLOYEE-MASTER-FILE
               END-IF
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE IMPORT ABORTED -- CANNOT OPEN "
                       "data/employee_master.idx (STATUS "
                       EMPLOYEE-MASTER-FILE-STATUS ")"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF EMPLOYEE-MASTER-FILE-STATUS = "00"
                   SET MASTER-IS-OPEN TO TRUE
               END-IF
           END-IF.
      *
      * Every ID and document on the master, in key order.
       LOAD-MASTER-KEYS.
           MOVE 0 TO KNOWN-COUNT
           IF MASTER-IS-OPEN
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
                           IF KNOWN-COUNT < KNOWN-MAX
                               ADD 1 TO KNOWN-COUNT
                               MOVE EMPMAST-ID
                                   TO KNOWN-ID (KNOWN-COUNT)
                               MOVE EMPMAST-DOC-TYPE
                                   TO KNOWN-DOC-TYPE (KNOWN-COUNT)
                               MOVE EMPMAST-DOC-NUMBER
                                   TO KNOWN-DOC-NUMBER (KNOWN-COUNT)
                           ELSE
                               DISPLAY "EMPLOYEE IMPORT ABORTED -- "
                                   "MASTER LARGER THAN THE KEY TABLE"
                               PERFORM RELEASE-RUN-LOCK
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
      * The RMV in force today -- the latest "YYYYMMDD AMOUNT" line
      * dated on or before the run.
       LOAD-MINIMUM-WAGE.
           MOVE 0 TO RMV-IN-FORCE
           MOVE 0 TO RMV-BEST-DATE
           OPEN INPUT MINIMUM-WAGE-FILE
           IF MINIMUM-WAGE-FILE-STATUS = "00"
               PERFORM UNTIL MINIMUM-WAGE-FILE-STATUS NOT = "00"
                   READ MINIMUM-WAGE-FILE
                       AT END
                           MOVE "10" TO MINIMUM-WAGE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO RMV-DATE-TOKEN
                           MOVE SPACES TO RMV-AMT-TOKEN
                           UNSTRING MINIMUM-WAGE-RECORD
                               DELIMITED BY SPACE
                               INTO RMV-DATE-TOKEN RMV-AMT-TOKEN
                           IF RMV-DATE-TOKEN IS NUMERIC
                                   AND FUNCTION TEST-NUMVAL
                                       (RMV-AMT-TOKEN) = 0
                               MOVE RMV-DATE-TOKEN TO RMV-LINE-DATE
                               IF RMV-LINE-DATE <= RUN-YYYYMMDD
                                       AND RMV-LINE-DATE
                                           > RMV-BEST-DATE
                                   MOVE RMV-LINE-DATE
                                       TO RMV-BEST-DATE
                                   COMPUTE RMV-IN-FORCE =
                                       FUNCTION NUMVAL
                                           (RMV-AMT-TOKEN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MINIMUM-WAGE-FILE
           END-IF.
      *
      * The salary bands and the BAND_OVERRIDE switch. A missing
      * file leaves the check quiet.
       LOAD-SALARY-BANDS.
           MOVE 0 TO BAND-COUNT
           MOVE SPACES TO BAND-OVERRIDE-PARM
           ACCEPT BAND-OVERRIDE-PARM FROM ENVIRONMENT "BAND_OVERRIDE"
           IF BAND-OVERRIDE-PARM = "Y" OR BAND-OVERRIDE-PARM = "y"
               SET BAND-OVERRIDE-ALLOWED TO TRUE
           END-IF
           OPEN INPUT SALARY-BAND-FILE
           IF SALARY-BAND-FILE-STATUS = "00"
               PERFORM UNTIL SALARY-BAND-FILE-STATUS NOT = "00"
                   READ SALARY-BAND-FILE
                       AT END
                           MOVE "10" TO SALARY-BAND-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO BAND-DEPT-TOKEN
                               BAND-GRADE-TOKEN BAND-MIN-TOKEN
                               BAND-MAX-TOKEN
                           UNSTRING SALARY-BAND-RECORD
                               DELIMITED BY SPACE
                               INTO BAND-DEPT-TOKEN BAND-GRADE-TOKEN
                                    BAND-MIN-TOKEN BAND-MAX-TOKEN
                           IF FUNCTION TEST-NUMVAL
                                   (BAND-MIN-TOKEN) = 0
                                   AND FUNCTION TEST-NUMVAL
                                       (BAND-MAX-TOKEN) = 0
                                   AND BAND-DEPT-TOKEN NOT = SPACES
                                   AND BAND-COUNT < BAND-MAX
                               ADD 1 TO BAND-COUNT
                               MOVE BAND-DEPT-TOKEN
                                   TO BAND-DEPT (BAND-COUNT)
                               MOVE BAND-GRADE-TOKEN
                                   TO BAND-GRADE (BAND-COUNT)
                               COMPUTE BAND-MIN (BAND-COUNT) =
                                   FUNCTION NUMVAL (BAND-MIN-TOKEN)
                               COMPUTE BAND-MAX-RATE (BAND-COUNT) =
                                   FUNCTION NUMVAL (BAND-MAX-TOKEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-BAND-FILE
           END-IF.
      *
      * Reads data/positions.txt -- "*" lines are comments. The
      * file being there at all is what turns position control on.
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
      *
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
      *
      * Reads data/position_holders.txt and sums each position's
      * filled FTE. A holder line without an FTE is a full head.
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
      *
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
      *
      * The holders back out whole, the committed hires' seats with
      * them, in maintenance's "POS-ID EMP-ID FTE" form.
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
      *
      * The sibling files a committed record appends to, opened once
      * for the run.
       OPEN-COMMIT-FILES.
           OPEN EXTEND BANK-ACCOUNTS-FILE
           IF BANK-ACCOUNTS-FILE-STATUS NOT = "00"
               OPEN OUTPUT BANK-ACCOUNTS-FILE
           END-IF
           OPEN EXTEND MONTHLY-SALARY-FILE
           IF MONTHLY-SALARY-FILE-STATUS NOT = "00"
               OPEN OUTPUT MONTHLY-SALARY-FILE
           END-IF
           OPEN EXTEND DEPENDENTS-FILE
           IF DEPENDENTS-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPENDENTS-FILE
           END-IF
           OPEN EXTEND VACATION-BALANCE-FILE
           IF VACATION-BALANCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT VACATION-BALANCE-FILE
           END-IF
           OPEN EXTEND CTS-CARRYOVER-FILE
           IF CTS-CARRYOVER-FILE-STATUS NOT = "00"
               OPEN OUTPUT CTS-CARRYOVER-FILE
           END-IF
           OPEN EXTEND ONBOARDING-FILE
           IF ONBOARDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT ONBOARDING-FILE
           END-IF.
      *
       CLOSE-COMMIT-FILES.
           CLOSE BANK-ACCOUNTS-FILE
           CLOSE MONTHLY-SALARY-FILE
           CLOSE DEPENDENTS-FILE
           CLOSE VACATION-BALANCE-FILE
           CLOSE CTS-CARRYOVER-FILE
           CLOSE ONBOARDING-FILE.
      *
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "EMPLOYEE IMPORT -- " FUNCTION TRIM (SOURCE-FILE-NAME)
                  "  PROFILE " FUNCTION TRIM (PROFILE-FILE-NAME)
                  "  RUN " RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF COMMIT-MODE
               STRING "MODE: COMMIT -- ACCEPTED RECORDS WRITTEN TO "
                      "THE MASTER  OPERATOR "
                      FUNCTION TRIM (OPERATOR-ID-PARM)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE "MODE: DRY RUN -- NOTHING WRITTEN"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING " LINE SRC-ID     NEW-ID NAME       DEPT       "
                  "GRD  REGIME     PAY-TYPE     RATE      MONTHLY "
                  "HIRED    VAC-DAYS      CTS-BAL  RESULT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD.
      *
      * One source record: split, map, translate, validate, and --
      * committing -- write; the verdict goes on the report either
      * way and a failure onto the reject file.
       IMPORT-ONE-RECORD.
           ADD 1 TO READ-COUNT
           PERFORM SPLIT-SOURCE-RECORD
           PERFORM MAP-SOURCE-FIELDS
           PERFORM VALIDATE-IMPORT-RECORD
           IF RECORD-IS-VALID AND COMMIT-MODE
               PERFORM COMMIT-IMPORT-RECORD
           END-IF
           IF RECORD-IS-VALID
               ADD 1 TO ACCEPT-COUNT
               IF POS-CONTROL-ON
                   PERFORM TAKE-POSITION
               END-IF
               IF KNOWN-COUNT < KNOWN-MAX
                   ADD 1 TO KNOWN-COUNT
                   MOVE IMP-ID TO KNOWN-ID (KNOWN-COUNT)
                   MOVE IMP-DOC-TYPE TO KNOWN-DOC-TYPE (KNOWN-COUNT)
                   MOVE IMP-DOC-NUMBER
                       TO KNOWN-DOC-NUMBER (KNOWN-COUNT)
               END-IF
               IF BAND-FORCED
                   ADD 1 TO FORCED-COUNT
               END-IF
               COMPUTE VAC-DAYS-TOTAL = VAC-DAYS-TOTAL
                   + IMP-VAC-ACCRUED - IMP-VAC-TAKEN
               ADD IMP-CTS-BALANCE TO CTS-CARRIED-TOTAL
           ELSE
               ADD 1 TO REJECT-COUNT
               PERFORM WRITE-REJECT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE.
      *
       SPLIT-SOURCE-RECORD.
           MOVE SPACES TO SRC-COLUMNS
           MOVE 1 TO SRC-POINTER
           PERFORM VARYING SRC-COL-IDX FROM 1 BY 1
                   UNTIL SRC-COL-IDX > SRC-COL-MAX
                       OR SRC-POINTER > LENGTH OF SOURCE-RECORD
               UNSTRING SOURCE-RECORD
                   DELIMITED BY PROFILE-DELIMITER
                   INTO SRC-COL (SRC-COL-IDX)
                   WITH POINTER SRC-POINTER
               END-UNSTRING
           END-PERFORM.
      *
       MAP-SOURCE-FIELDS.
           MOVE SPACES TO IMPORT-VALUES
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-FIELD-COUNT
               IF MAP-COLUMN (MAP-IDX) > 0
                   MOVE FUNCTION TRIM
                           (SRC-COL (MAP-COLUMN (MAP-IDX)))
                       TO IMPORT-VALUE (MAP-IDX)
               END-IF
           END-PERFORM.
      *
      * The checks in the order maintenance makes them on an ADD,
      * then those of the requests that would have followed it; the
      * first failure is the reason given.
       VALIDATE-IMPORT-RECORD.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE "N" TO NAME-SHORTENED-FLAG RATE-DERIVED-FLAG
               BAND-FORCED-FLAG
           MOVE 0 TO IMP-ID IMP-RATE IMP-MONTHLY IMP-HIRE-DATE
               IMP-BIRTH-DATE IMP-VAC-ACCRUED IMP-VAC-TAKEN
               IMP-CTS-BALANCE IMP-DEPENDENTS
           MOVE SPACES TO IMP-NAME IMP-DEPT IMP-GRADE IMP-REGIME
               IMP-CIVIL IMP-PAY-TYPE IMP-DOC-TYPE IMP-DOC-NUMBER
               IMP-SEX IMP-BANK IMP-ACCOUNT IMP-PENSION IMP-POSITION
           PERFORM VALIDATE-IMPORT-ID
           IF RECORD-IS-VALID
               PERFORM TRANSLATE-SOURCE-CODES
           END-IF
           IF RECORD-IS-VALID
               PERFORM CHECK-FIELD-WIDTHS
           END-IF
           IF RECORD-IS-VALID
               IF VAL-NAME = SPACES OR VAL-DEPT = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INCOMPLETE REQUEST" TO REJECT-REASON
               ELSE
                   PERFORM SET-IMPORT-FIELDS
               END-IF
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-PAY-TYPE
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-RATE-AND-SALARY
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-DOCUMENT
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-REGIME
           END-IF
           IF RECORD-IS-VALID AND POS-CONTROL-ON
               PERFORM VALIDATE-HIRE-POSITION
           END-IF
           IF RECORD-IS-VALID
               PERFORM CHECK-RATE-VS-BAND
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-SERVICE-DATES
           END-IF
           IF RECORD-IS-VALID
               IF IMP-SEX NOT = SPACE AND IMP-SEX NOT = "M"
                       AND IMP-SEX NOT = "F"
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "SEX MUST BE M OR F" TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-BANK-DETAILS
           END-IF
           IF RECORD-IS-VALID
               PERFORM VALIDATE-CARRIED-BALANCES
           END-IF.
      *
      * Our ID is theirs plus the profile's offset, and must be free.
       VALIDATE-IMPORT-ID.
           IF VAL-ID = SPACES
                   OR FUNCTION TRIM (VAL-ID) IS NOT NUMERIC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC EMPLOYEE ID" TO REJECT-REASON
           ELSE
               IF FUNCTION LENGTH (FUNCTION TRIM (VAL-ID)) > 5
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "ID OUT OF RANGE AFTER OFFSET"
                       TO REJECT-REASON
               ELSE
                   COMPUTE ID-WORK =
                       FUNCTION NUMVAL (VAL-ID) + ID-OFFSET
                   IF ID-WORK = 0 OR ID-WORK > 99999
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "ID OUT OF RANGE AFTER OFFSET"
                           TO REJECT-REASON
                   ELSE
                       MOVE ID-WORK TO IMP-ID
                       PERFORM FIND-KNOWN-ID
                       IF KNOWN-FOUND
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "DUPLICATE EMPLOYEE ID"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       FIND-KNOWN-ID.
           MOVE "N" TO KNOWN-FOUND-FLAG
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                   UNTIL KNOWN-IDX > KNOWN-COUNT OR KNOWN-FOUND
               IF KNOWN-ID (KNOWN-IDX) = IMP-ID
                   SET KNOWN-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       FIND-KNOWN-DOCUMENT.
           MOVE "N" TO KNOWN-FOUND-FLAG
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                   UNTIL KNOWN-IDX > KNOWN-COUNT OR KNOWN-FOUND
               IF KNOWN-DOC-TYPE (KNOWN-IDX) = IMP-DOC-TYPE
                       AND KNOWN-DOC-NUMBER (KNOWN-IDX)
                           = IMP-DOC-NUMBER
                   SET KNOWN-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      * Their codes to ours, written back over the value read so the
      * width checks and the report see our code.
       TRANSLATE-SOURCE-CODES.
           MOVE "DEPT" TO XLAT-KIND-WANTED
           MOVE VAL-DEPT TO XLAT-CODE
           PERFORM TRANSLATE-CODE
           MOVE XLAT-CODE TO VAL-DEPT
           IF XLAT-MISS
               SET RECORD-IS-INVALID TO TRUE
               MOVE "UNMAPPED DEPT CODE" TO REJECT-REASON
           END-IF
           MOVE "GRADE" TO XLAT-KIND-WANTED
           MOVE VAL-GRADE TO XLAT-CODE
           PERFORM TRANSLATE-CODE
           MOVE XLAT-CODE TO VAL-GRADE
           IF XLAT-MISS AND RECORD-IS-VALID
               SET RECORD-IS-INVALID TO TRUE
               MOVE "UNMAPPED GRADE CODE" TO REJECT-REASON
           END-IF
           MOVE "REGIME" TO XLAT-KIND-WANTED
           MOVE VAL-REGIME TO XLAT-CODE
           PERFORM TRANSLATE-CODE
           MOVE XLAT-CODE TO VAL-REGIME
           IF XLAT-MISS AND RECORD-IS-VALID
               SET RECORD-IS-INVALID TO TRUE
               MOVE "UNMAPPED REGIME CODE" TO REJECT-REASON
           END-IF
           MOVE "PAYTYPE" TO XLAT-KIND-WANTED
           MOVE VAL-PAY-TYPE TO XLAT-CODE
           PERFORM TRANSLATE-CODE
           MOVE XLAT-CODE TO VAL-PAY-TYPE
           IF XLAT-MISS AND RECORD-IS-VALID
               SET RECORD-IS-INVALID TO TRUE
               MOVE "UNMAPPED PAY TYPE CODE" TO REJECT-REASON
           END-IF.
      *
       TRANSLATE-CODE.
           MOVE "N" TO XLAT-MISS-FLAG
           IF XLAT-CODE NOT = SPACES
               MOVE "N" TO XLAT-KIND-SEEN-FLAG
               MOVE "N" TO XLAT-FOUND-FLAG
               PERFORM VARYING XLAT-IDX FROM 1 BY 1
                       UNTIL XLAT-IDX > XLAT-COUNT OR XLAT-FOUND
                   IF XLAT-KIND (XLAT-IDX) = XLAT-KIND-WANTED
                       SET XLAT-KIND-SEEN TO TRUE
                       IF XLAT-SOURCE (XLAT-IDX) = XLAT-CODE
                           SET XLAT-FOUND TO TRUE
                           MOVE XLAT-TARGET (XLAT-IDX) TO XLAT-CODE
                       END-IF
                   END-IF
               END-PERFORM
               IF XLAT-KIND-SEEN AND NOT XLAT-FOUND
                   SET XLAT-MISS TO TRUE
               END-IF
           END-IF.
      *
      * A value wider than its home on the master would be stored
      * cut short -- refused instead, naming the field.
       CHECK-FIELD-WIDTHS.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-FIELD-COUNT
                       OR RECORD-IS-INVALID
               IF IMPORT-VALUE (MAP-IDX) NOT = SPACES
                       AND FUNCTION LENGTH (FUNCTION TRIM
                           (IMPORT-VALUE (MAP-IDX)))
                           > MAP-FIELD-WIDTH (MAP-IDX)
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE SPACES TO REJECT-REASON
                   STRING FUNCTION TRIM (MAP-FIELD-NAME (MAP-IDX))
                          " VALUE TOO LONG"
                       DELIMITED BY SIZE INTO REJECT-REASON
               END-IF
           END-PERFORM.
      *
      * The master keeps one ten-character name token: spaces inside
      * the name become hyphens and a longer name is cut, noted on
      * the report. A blank pay type is HOURLY and a blank regime
      * REGULAR, as on an ADD.
       SET-IMPORT-FIELDS.
           COMPUTE NAME-LENGTH =
               FUNCTION LENGTH (FUNCTION TRIM (VAL-NAME))
           INSPECT VAL-NAME (1:NAME-LENGTH)
               REPLACING ALL SPACE BY "-"
           IF NAME-LENGTH > LENGTH OF IMP-NAME
               SET NAME-SHORTENED TO TRUE
           END-IF
           MOVE VAL-NAME TO IMP-NAME
           MOVE VAL-DEPT TO IMP-DEPT
           MOVE VAL-GRADE TO IMP-GRADE
           IF VAL-PAY-TYPE = SPACES
               MOVE "HOURLY" TO IMP-PAY-TYPE
           ELSE
               MOVE VAL-PAY-TYPE TO IMP-PAY-TYPE
           END-IF
           IF VAL-REGIME = SPACES
               MOVE "REGULAR" TO IMP-REGIME
           ELSE
               MOVE VAL-REGIME TO IMP-REGIME
           END-IF
           MOVE VAL-CIVIL TO IMP-CIVIL
           MOVE VAL-DOC-TYPE TO IMP-DOC-TYPE
           MOVE VAL-DOC-NUMBER TO IMP-DOC-NUMBER
           MOVE VAL-SEX TO IMP-SEX
           MOVE VAL-BANK TO IMP-BANK
           MOVE VAL-ACCOUNT TO IMP-ACCOUNT
           MOVE VAL-PENSION TO IMP-PENSION
           MOVE VAL-POSITION TO IMP-POSITION.
      *
       VALIDATE-PAY-TYPE.
           IF IMP-PAY-TYPE NOT = "HOURLY"
                   AND IMP-PAY-TYPE NOT = "PIECE"
                   AND IMP-PAY-TYPE NOT = "COMMISSION"
                   AND IMP-PAY-TYPE NOT = "SALARIED"
               SET RECORD-IS-INVALID TO TRUE
               MOVE "UNKNOWN PAY TYPE" TO REJECT-REASON
           END-IF.
      *
      * A SALARIED hire's monthly amount is held to the RMV as a
      * SALARY request is; with no rate in the file the rate is the
      * monthly amount over 240 hours, the same equivalence the
      * rate's own RMV check uses. Every rate then answers to the
      * range and RMV checks of an ADD.
       VALIDATE-RATE-AND-SALARY.
           IF IMP-PAY-TYPE = "SALARIED"
               MOVE VAL-MONTHLY TO AMOUNT-TEXT
               PERFORM PARSE-AMOUNT
               IF NOT AMOUNT-OK OR AMOUNT-WORK = 0
                       OR AMOUNT-WORK > 9999999.99
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BAD MONTHLY AMOUNT" TO REJECT-REASON
               ELSE
                   MOVE AMOUNT-WORK TO IMP-MONTHLY
                   IF RMV-IN-FORCE > 0
                           AND IMP-MONTHLY < RMV-IN-FORCE
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "BELOW MINIMUM WAGE" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF VAL-RATE = SPACES AND IMP-MONTHLY > 0
                   COMPUTE AMOUNT-WORK ROUNDED = IMP-MONTHLY / 240
                   SET RATE-DERIVED TO TRUE
               ELSE
                   MOVE VAL-RATE TO AMOUNT-TEXT
                   PERFORM PARSE-AMOUNT
                   IF NOT AMOUNT-OK
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "RATE OUT OF RANGE" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF AMOUNT-WORK < MIN-VALID-RATE
                       OR AMOUNT-WORK > MAX-VALID-RATE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "RATE OUT OF RANGE" TO REJECT-REASON
               ELSE
                   MOVE AMOUNT-WORK TO IMP-RATE
                   PERFORM CHECK-RATE-VS-RMV
               END-IF
           END-IF.
      *
       CHECK-RATE-VS-RMV.
           IF RMV-IN-FORCE > 0
               COMPUTE RMV-MONTHLY-EQUIV = IMP-RATE * 240
               IF RMV-MONTHLY-EQUIV < RMV-IN-FORCE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BELOW MINIMUM WAGE" TO REJECT-REASON
               END-IF
           END-IF.
      *
      * A document, when supplied, must be a known type with a
      * number alongside it -- and must not already belong to
      * someone on our master, who would be the same person twice.
       VALIDATE-DOCUMENT.
           IF IMP-DOC-TYPE NOT = SPACES
               IF IMP-DOC-TYPE NOT = "DNI" AND IMP-DOC-TYPE NOT = "CE"
                       AND IMP-DOC-TYPE NOT = "PAS"
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN DOCUMENT TYPE" TO REJECT-REASON
               ELSE
                   IF IMP-DOC-NUMBER = SPACES
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "DOCUMENT NUMBER MISSING"
                           TO REJECT-REASON
                   ELSE
                       PERFORM FIND-KNOWN-DOCUMENT
                       IF KNOWN-FOUND
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "DOCUMENT ALREADY ON MASTER"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       VALIDATE-REGIME.
           IF IMP-REGIME NOT = "REGULAR"
                   AND IMP-REGIME NOT = "PART-TIME"
                   AND IMP-REGIME NOT = "TRAINEE"
                   AND IMP-REGIME NOT = "CIVIL"
               SET RECORD-IS-INVALID TO TRUE
               MOVE "UNKNOWN REGIME CODE" TO REJECT-REASON
           END-IF
           IF RECORD-IS-VALID
               IF IMP-REGIME = "CIVIL"
                   IF IMP-CIVIL NOT = "OPERARIO"
                           AND IMP-CIVIL NOT = "OFICIAL"
                           AND IMP-CIVIL NOT = "PEON"
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "UNKNOWN CONSTRUCTION CATEGORY"
                           TO REJECT-REASON
                   END-IF
               ELSE
                   MOVE SPACES TO IMP-CIVIL
               END-IF
           END-IF.
      *
      * The rate against the band for the department and grade.
      * Outside it: rejected -- or, under BAND_OVERRIDE=Y, accepted
      * and, once committed, written to the out-of-band exception
      * report. No band on file (or no grade) checks nothing.
       CHECK-RATE-VS-BAND.
           IF BAND-COUNT > 0 AND IMP-GRADE NOT = SPACES
               MOVE "N" TO BAND-FOUND-FLAG
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                       UNTIL BAND-IDX > BAND-COUNT OR BAND-FOUND
                   IF BAND-DEPT (BAND-IDX) = IMP-DEPT
                           AND BAND-GRADE (BAND-IDX) = IMP-GRADE
                       SET BAND-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF BAND-FOUND
                   SUBTRACT 1 FROM BAND-IDX
                   IF IMP-RATE < BAND-MIN (BAND-IDX)
                           OR IMP-RATE > BAND-MAX-RATE (BAND-IDX)
                       IF BAND-OVERRIDE-ALLOWED
                           SET BAND-FORCED TO TRUE
                       ELSE
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "RATE OUTSIDE SALARY BAND"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * An import is an ADD, and under position control names an
      * approved position in the hire's own department with a full
      * head of budget still unfilled -- counting the seats taken by
      * the records ahead of it in the file. The grade is the
      * position's: a blank grade takes it, a different one rejects.
       VALIDATE-HIRE-POSITION.
           IF IMP-POSITION = SPACES
               SET RECORD-IS-INVALID TO TRUE
               MOVE "NO POSITION GIVEN" TO REJECT-REASON
           ELSE
               MOVE IMP-POSITION TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               IF NOT POS-FOUND
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN POSITION" TO REJECT-REASON
               ELSE
                   IF POS-DEPT (POS-IDX) NOT = IMP-DEPT
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "POSITION IN ANOTHER DEPARTMENT"
                           TO REJECT-REASON
                   ELSE
                       IF IMP-GRADE NOT = SPACES
                               AND IMP-GRADE NOT = POS-GRADE (POS-IDX)
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "GRADE NOT THE POSITION'S"
                               TO REJECT-REASON
                       ELSE
                           IF POS-FILLED-FTE (POS-IDX) + 1
                                   > POS-BUDGET-FTE (POS-IDX)
                               SET RECORD-IS-INVALID TO TRUE
                               MOVE "POSITION NOT VACANT"
                                   TO REJECT-REASON
                           ELSE
                               MOVE POS-GRADE (POS-IDX) TO IMP-GRADE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * Seats the accepted hire in IMP-POSITION -- in the table on a
      * dry run, so the file's later records see the seat gone, and
      * on the holder file too once committed. A new ID holds no
      * seat to give up; a part-timer fills half.
       TAKE-POSITION.
           IF IMP-REGIME = "PART-TIME"
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
               MOVE IMP-POSITION TO HOLD-POS-ID (HOLD-IDX)
               MOVE IMP-ID TO HOLD-EMP-ID (HOLD-IDX)
               MOVE POS-NEED-FTE TO HOLD-FTE (HOLD-IDX)
               MOVE IMP-POSITION TO POS-SEARCH-ID
               PERFORM FIND-POSITION
               IF POS-FOUND
                   ADD POS-NEED-FTE TO POS-FILLED-FTE (POS-IDX)
               END-IF
           END-IF.
      *
      * Looks POS-SEARCH-ID up in the position master; POS-IDX is
      * left on the match.
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
      *
      * The prior service date is required -- it is what keeps the
      * employee's seniority -- and must be a real date no later
      * than today. A birth date, when given, is held to the
      * minimum working age at that hire date.
       VALIDATE-SERVICE-DATES.
           IF VAL-HIRE = SPACES
               SET RECORD-IS-INVALID TO TRUE
               MOVE "PRIOR SERVICE DATE MISSING" TO REJECT-REASON
           ELSE
               MOVE VAL-HIRE TO DATE-TEXT
               PERFORM NORMALIZE-SOURCE-DATE
               IF NOT DATE-OK
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BAD HIRE DATE" TO REJECT-REASON
               ELSE
                   IF DATE-WORK > RUN-YYYYMMDD
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "HIRE DATE IN THE FUTURE" TO REJECT-REASON
                   ELSE
                       MOVE DATE-WORK TO IMP-HIRE-DATE
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND VAL-BIRTH NOT = SPACES
               MOVE VAL-BIRTH TO DATE-TEXT
               PERFORM NORMALIZE-SOURCE-DATE
               IF NOT DATE-OK
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BAD BIRTH DATE" TO REJECT-REASON
               ELSE
                   IF DATE-WORK > IMP-HIRE-DATE
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "UNDER MINIMUM WORKING AGE"
                           TO REJECT-REASON
                   ELSE
                       COMPUTE EMPLOYEE-AGE =
                           (IMP-HIRE-DATE - DATE-WORK) / 10000
                       IF EMPLOYEE-AGE < MIN-WORKING-AGE
                           SET RECORD-IS-INVALID TO TRUE
                           MOVE "UNDER MINIMUM WORKING AGE"
                               TO REJECT-REASON
                       ELSE
                           MOVE DATE-WORK TO IMP-BIRTH-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * A date column to YYYYMMDD, valid only if it is a real
      * calendar date.
       NORMALIZE-SOURCE-DATE.
           MOVE "N" TO DATE-OK-FLAG
           MOVE 0 TO DATE-WORK
           MOVE SPACES TO DATE-DIGITS
           IF DATES-DMY
               IF (DATE-TEXT (3:1) = "/" OR DATE-TEXT (3:1) = "-")
                       AND DATE-TEXT (6:1) = DATE-TEXT (3:1)
                       AND DATE-TEXT (11:1) = SPACE
                   STRING DATE-TEXT (7:4) DATE-TEXT (4:2)
                          DATE-TEXT (1:2)
                       DELIMITED BY SIZE INTO DATE-DIGITS
               END-IF
           ELSE
               IF DATE-TEXT (9:1) = SPACE
                   MOVE DATE-TEXT (1:8) TO DATE-DIGITS
               END-IF
           END-IF
           IF DATE-DIGITS IS NUMERIC
               MOVE DATE-DIGITS TO DATE-WORK
               IF FUNCTION INTEGER-OF-DATE (DATE-WORK) NOT = 0
                   SET DATE-OK TO TRUE
               END-IF
           END-IF.
      *
      * A receiving account needs its bank, and passes the check
      * digit before it is stored -- as a BANK request does.
       VALIDATE-BANK-DETAILS.
           IF IMP-BANK NOT = SPACES OR IMP-ACCOUNT NOT = SPACES
               IF IMP-BANK = SPACES OR IMP-ACCOUNT = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "INCOMPLETE BANK DETAILS" TO REJECT-REASON
               ELSE
                   PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
                   IF NOT LUHN-VALID
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "ACCOUNT CHECK DIGIT BAD" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *
      * Luhn over the whole account number -- doubling every second
      * digit from the right, a valid number's digit-sum is a
      * multiple of ten.
       VALIDATE-ACCOUNT-CHECK-DIGIT.
           MOVE "N" TO LUHN-VALID-FLAG
           IF FUNCTION TRIM (IMP-ACCOUNT) IS NUMERIC
               COMPUTE LUHN-LENGTH = FUNCTION LENGTH
                   (FUNCTION TRIM (IMP-ACCOUNT))
               MOVE 0 TO LUHN-SUM
               MOVE "N" TO LUHN-DOUBLE-FLAG
               PERFORM VARYING LUHN-IDX FROM LUHN-LENGTH BY -1
                       UNTIL LUHN-IDX < 1
                   COMPUTE LUHN-DIGIT =
                       FUNCTION NUMVAL (IMP-ACCOUNT (LUHN-IDX:1))
                   IF LUHN-DOUBLE-FLAG = "Y"
                       COMPUTE LUHN-DIGIT = LUHN-DIGIT * 2
                       IF LUHN-DIGIT > 9
                           SUBTRACT 9 FROM LUHN-DIGIT
                       END-IF
                       MOVE "N" TO LUHN-DOUBLE-FLAG
                   ELSE
                       MOVE "Y" TO LUHN-DOUBLE-FLAG
                   END-IF
                   ADD LUHN-DIGIT TO LUHN-SUM
               END-PERFORM
               IF FUNCTION MOD (LUHN-SUM, 10) = 0
                   SET LUHN-VALID TO TRUE
               END-IF
           END-IF.
      *
      * Vacation days accrued and taken (taken no more than
      * accrued), the CTS carried -- none for the regimes that earn
      * no CTS -- and the dependents count.
       VALIDATE-CARRIED-BALANCES.
           MOVE VAL-VAC-ACCRUED TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-OK OR AMOUNT-WORK > 999.9
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BAD VACATION BALANCE" TO REJECT-REASON
           ELSE
               MOVE AMOUNT-WORK TO IMP-VAC-ACCRUED
               MOVE VAL-VAC-TAKEN TO AMOUNT-TEXT
               PERFORM PARSE-AMOUNT
               IF NOT AMOUNT-OK OR AMOUNT-WORK > 999.9
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BAD VACATION BALANCE" TO REJECT-REASON
               ELSE
                   MOVE AMOUNT-WORK TO IMP-VAC-TAKEN
                   IF IMP-VAC-TAKEN > IMP-VAC-ACCRUED
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "VACATION TAKEN OVER ACCRUED"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
               MOVE VAL-CTS TO AMOUNT-TEXT
               PERFORM PARSE-AMOUNT
               IF NOT AMOUNT-OK OR AMOUNT-WORK > 9999999.99
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BAD CTS BALANCE" TO REJECT-REASON
               ELSE
                   MOVE AMOUNT-WORK TO IMP-CTS-BALANCE
                   IF IMP-CTS-BALANCE > 0
                           AND (IMP-REGIME = "PART-TIME"
                               OR IMP-REGIME = "TRAINEE"
                               OR IMP-REGIME = "CIVIL")
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "NO CTS UNDER THIS REGIME"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND VAL-DEPENDENTS NOT = SPACES
               IF FUNCTION TRIM (VAL-DEPENDENTS) IS NUMERIC
                   COMPUTE IMP-DEPENDENTS =
                       FUNCTION NUMVAL (VAL-DEPENDENTS)
               ELSE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BAD DEPENDENT COUNT" TO REJECT-REASON
               END-IF
           END-IF.
      *
      * A money or day column: blank is zero; anything else must be
      * a plain non-negative number.
       PARSE-AMOUNT.
           SET AMOUNT-OK TO TRUE
           MOVE 0 TO AMOUNT-WORK
           IF AMOUNT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (AMOUNT-TEXT) NOT = 0
                   MOVE "N" TO AMOUNT-OK-FLAG
               ELSE
                   COMPUTE AMOUNT-WORK = FUNCTION NUMVAL (AMOUNT-TEXT)
                       ON SIZE ERROR
                           MOVE "N" TO AMOUNT-OK-FLAG
                   END-COMPUTE
                   IF AMOUNT-WORK < 0
                       MOVE "N" TO AMOUNT-OK-FLAG
                   END-IF
               END-IF
           END-IF.
      *
      * The hire itself, set up as an ADD sets it up and then
      * carrying everything the file brought: the master record,
      * the account, salary, dependents, balances, onboarding, and
      * the master history line.
       COMMIT-IMPORT-RECORD.
           MOVE IMP-ID TO EMPMAST-ID
           MOVE IMP-NAME TO EMPMAST-NAME
           MOVE IMP-RATE TO EMPMAST-RATE
           MOVE IMP-DEPT TO EMPMAST-DEPT
           MOVE "ACTIVE" TO EMPMAST-STATUS
           MOVE IMP-PAY-TYPE TO EMPMAST-PAY-TYPE
           MOVE 0 TO EMPMAST-PENDING-RATE
           MOVE 0 TO EMPMAST-RATE-EFF-DATE
           MOVE IMP-MONTHLY TO EMPMAST-MONTHLY-AMOUNT
           MOVE IMP-REGIME TO EMPMAST-REGIME
           MOVE IMP-DOC-TYPE TO EMPMAST-DOC-TYPE
           MOVE IMP-DOC-NUMBER TO EMPMAST-DOC-NUMBER
           MOVE IMP-HIRE-DATE TO EMPMAST-HIRE-DATE
           MOVE 0 TO EMPMAST-TERM-DATE
           MOVE IMP-GRADE TO EMPMAST-GRADE
           MOVE IMP-SEX TO EMPMAST-SEX
           MOVE SPACES TO EMPMAST-JOB-CATEGORY EMPMAST-PAY-JUSTIFY
           MOVE IMP-CIVIL TO EMPMAST-CIVIL-CATEGORY
           MOVE "ES" TO EMPMAST-LANGUAGE
           MOVE IMP-BIRTH-DATE TO EMPMAST-BIRTH-DATE
           MOVE "N" TO EMPMAST-PENSIONER
           MOVE "N" TO EMPMAST-NET-GUARANTEED
           MOVE 0 TO EMPMAST-TARGET-NET
           WRITE EMPMAST-RECORD
               INVALID KEY
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE SPACES TO REJECT-REASON
                   STRING "MASTER WRITE FAILED (STATUS "
                          EMPLOYEE-MASTER-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO REJECT-REASON
           END-WRITE
           IF RECORD-IS-VALID
               IF IMP-ACCOUNT NOT = SPACES
                   MOVE 0 TO BA-VALUE-EDIT
                   MOVE SPACES TO BANK-ACCOUNTS-RECORD
                   STRING EMPMAST-ID " "
                          FUNCTION TRIM (IMP-BANK) " "
                          FUNCTION TRIM (IMP-ACCOUNT)
                          " PENDING 1 REST " BA-VALUE-EDIT
                       DELIMITED BY SIZE INTO BANK-ACCOUNTS-RECORD
                   WRITE BANK-ACCOUNTS-RECORD
               END-IF
               IF IMP-PAY-TYPE = "SALARIED"
                   MOVE IMP-MONTHLY TO MSAL-AMOUNT-EDIT
                   MOVE SPACES TO MONTHLY-SALARY-RECORD
                   STRING EMPMAST-ID " " MSAL-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO MONTHLY-SALARY-RECORD
                   WRITE MONTHLY-SALARY-RECORD
               END-IF
               IF VAL-DEPENDENTS NOT = SPACES
                   MOVE SPACES TO DEPENDENTS-RECORD
                   STRING EMPMAST-ID " " IMP-DEPENDENTS
                       DELIMITED BY SIZE INTO DEPENDENTS-RECORD
                   WRITE DEPENDENTS-RECORD
               END-IF
               MOVE IMP-VAC-ACCRUED TO BAL-DAYS-EDIT
               MOVE IMP-VAC-TAKEN TO BAL-TAKEN-EDIT
               MOVE SPACES TO VACATION-BALANCE-RECORD
               STRING EMPMAST-ID " " IMP-HIRE-DATE " "
                      BAL-DAYS-EDIT " " BAL-TAKEN-EDIT
                   DELIMITED BY SIZE INTO VACATION-BALANCE-RECORD
               WRITE VACATION-BALANCE-RECORD
               IF IMP-CTS-BALANCE > 0
                   MOVE IMP-CTS-BALANCE TO CTS-AMOUNT-EDIT
                   MOVE SPACES TO CTS-CARRYOVER-RECORD
                   STRING EMPMAST-ID " " RUN-YYYYMMDD (1:6) " "
                          FUNCTION TRIM (CTS-AMOUNT-EDIT) " "
                          RUN-ID
                       DELIMITED BY SIZE INTO CTS-CARRYOVER-RECORD
                   WRITE CTS-CARRYOVER-RECORD
               END-IF
               MOVE "OPEN" TO ONBOARDING-EVENT-KIND
               MOVE OPERATOR-ID-PARM TO ONBOARDING-EVENT-DETAIL
               PERFORM APPEND-ONBOARDING-EVENT
               IF IMP-PENSION NOT = SPACES
                   MOVE "PENSION" TO ONBOARDING-EVENT-KIND
                   MOVE IMP-PENSION TO ONBOARDING-EVENT-DETAIL
                   PERFORM APPEND-ONBOARDING-EVENT
               END-IF
               IF BAND-FORCED
                   PERFORM WRITE-BAND-EXCEPTION
               END-IF
               PERFORM APPEND-IMPORT-HISTORY
           END-IF.
      *
       APPEND-ONBOARDING-EVENT.
           MOVE SPACES TO ONBOARDING-RECORD
           STRING EMPMAST-ID " "
                  FUNCTION TRIM (ONBOARDING-EVENT-KIND) " "
                  RUN-YYYYMMDD " "
                  FUNCTION TRIM (ONBOARDING-EVENT-DETAIL)
               DELIMITED BY SIZE INTO ONBOARDING-RECORD
           WRITE ONBOARDING-RECORD.
      *
       WRITE-BAND-EXCEPTION.
           OPEN EXTEND BAND-EXCEPTION-FILE
           IF BAND-EXCEPTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT BAND-EXCEPTION-FILE
           END-IF
           MOVE IMP-RATE TO BAND-RATE-EDIT
           MOVE BAND-MIN (BAND-IDX) TO BAND-MIN-EDIT
           MOVE BAND-MAX-RATE (BAND-IDX) TO BAND-MAX-EDIT
           MOVE SPACES TO BAND-EXCEPTION-RECORD
           STRING RUN-ID " IMPORT " EMPMAST-ID
                  " RATE " BAND-RATE-EDIT
                  " OUTSIDE BAND " BAND-MIN-EDIT
                  "-" BAND-MAX-EDIT
                  " (" FUNCTION TRIM (IMP-DEPT)
                  " " FUNCTION TRIM (IMP-GRADE)
                  ") -- FORCED BY BAND_OVERRIDE"
               DELIMITED BY SIZE INTO BAND-EXCEPTION-RECORD
           WRITE BAND-EXCEPTION-RECORD
           CLOSE BAND-EXCEPTION-FILE.
      *
      * The hire on the master history, in maintenance's "STAMP
      * ACTION ID field:old>new" form -- the old side blank, the
      * source ID and file alongside -- chained by auditchain.
       APPEND-IMPORT-HISTORY.
           MOVE IMP-RATE TO HIST-RATE-EDIT
           MOVE SPACES TO CHANGE-HISTORY-LINE
           STRING RUN-ID " IMPORT " EMPMAST-ID
                  " NAME:>" FUNCTION TRIM (EMPMAST-NAME)
                  " RATE:>" HIST-RATE-EDIT
                  " DEPT:>" FUNCTION TRIM (EMPMAST-DEPT)
                  " STATUS:>" FUNCTION TRIM (EMPMAST-STATUS)
                  " TYPE:>" FUNCTION TRIM (EMPMAST-PAY-TYPE)
                  " MONTHLY:>" EMPMAST-MONTHLY-AMOUNT
                  " REGIME:>" FUNCTION TRIM (EMPMAST-REGIME)
                  " DOC:>" FUNCTION TRIM (EMPMAST-DOC-TYPE)
                  " " FUNCTION TRIM (EMPMAST-DOC-NUMBER)
                  " HIRED:>" EMPMAST-HIRE-DATE
                  " GRADE:>" FUNCTION TRIM (EMPMAST-GRADE)
                  " POS:>" FUNCTION TRIM (IMP-POSITION)
                  " BORN:>" EMPMAST-BIRTH-DATE
                  " SOURCE-ID:" FUNCTION TRIM (VAL-ID)
                  " FILE:" FUNCTION TRIM (SOURCE-FILE-NAME)
                  " OP:" FUNCTION TRIM (OPERATOR-ID-PARM)
               DELIMITED BY SIZE INTO CHANGE-HISTORY-LINE
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-HISTORY TO TRUE
           MOVE CHANGE-HISTORY-LINE TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
      *
       WRITE-REPORT-LINE.
           MOVE LINE-NO TO RPT-LINE-EDIT
           MOVE IMP-RATE TO RPT-RATE-EDIT
           MOVE IMP-MONTHLY TO RPT-MONTHLY-EDIT
           COMPUTE RPT-DAYS-EDIT = IMP-VAC-ACCRUED - IMP-VAC-TAKEN
           MOVE IMP-CTS-BALANCE TO RPT-CTS-EDIT
           MOVE SPACES TO RESULT-TEXT
           MOVE 1 TO RESULT-PTR
           IF RECORD-IS-VALID
               IF COMMIT-MODE
                   STRING "IMPORTED" DELIMITED BY SIZE
                       INTO RESULT-TEXT WITH POINTER RESULT-PTR
               ELSE
                   STRING "OK" DELIMITED BY SIZE
                       INTO RESULT-TEXT WITH POINTER RESULT-PTR
               END-IF
               IF RATE-DERIVED
                   STRING "  RATE FROM MONTHLY" DELIMITED BY SIZE
                       INTO RESULT-TEXT WITH POINTER RESULT-PTR
               END-IF
               IF NAME-SHORTENED
                   STRING "  NAME SHORTENED" DELIMITED BY SIZE
                       INTO RESULT-TEXT WITH POINTER RESULT-PTR
               END-IF
               IF BAND-FORCED
                   STRING "  BAND OVERRIDE" DELIMITED BY SIZE
                       INTO RESULT-TEXT WITH POINTER RESULT-PTR
               END-IF
               IF POS-CONTROL-ON
                   STRING "  POSITION " FUNCTION TRIM (IMP-POSITION)
                       DELIMITED BY SIZE
                       INTO RESULT-TEXT WITH POINTER RESULT-PTR
               END-IF
           ELSE
               STRING "REJECTED: " FUNCTION TRIM (REJECT-REASON)
                   DELIMITED BY SIZE
                   INTO RESULT-TEXT WITH POINTER RESULT-PTR
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING RPT-LINE-EDIT " "
                  VAL-ID (1:10) " "
                  IMP-ID " "
                  IMP-NAME " "
                  IMP-DEPT " "
                  IMP-GRADE " "
                  IMP-REGIME " "
                  IMP-PAY-TYPE " "
                  RPT-RATE-EDIT " "
                  RPT-MONTHLY-EDIT " "
                  IMP-HIRE-DATE " "
                  RPT-DAYS-EDIT " "
                  RPT-CTS-EDIT "  "
                  RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
      *
      * The record exactly as read, under the reason -- a corrected
      * copy of this file resubmits as it stands.
       WRITE-REJECT-RECORD.
           MOVE LINE-NO TO RPT-LINE-EDIT
           MOVE SPACES TO REJECT-RECORD
           STRING "* LINE " FUNCTION TRIM (RPT-LINE-EDIT) ": "
                  FUNCTION TRIM (REJECT-REASON)
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE SOURCE-RECORD TO REJECT-RECORD
           WRITE REJECT-RECORD.
      *
       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE READ-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS READ            : " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ACCEPT-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF COMMIT-MODE
               STRING "IMPORTED                : " RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "ACCEPTED (NOT WRITTEN)  : " RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE REJECT-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED                : " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FORCED-COUNT TO RPT-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "FORCED BY BAND_OVERRIDE : " RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE VAC-DAYS-TOTAL TO RPT-TOTAL-DAYS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "VACATION DAYS CARRIED   : " RPT-TOTAL-DAYS-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CTS-CARRIED-TOTAL TO RPT-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CTS CARRIED             : " RPT-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF COMMIT-MODE
               STRING "ONBOARDING OPENED FOR EACH HIRE; ACCOUNTS "
                      "START PENDING THEIR PRENOTE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "DRY RUN -- RERUN WITH IMPORT_COMMIT=Y TO "
                      "WRITE THE ACCEPTED RECORDS; CORRECT THE "
                      "REJECTS IN output/employee_import_rejects.txt"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE CTS-CARRIED-TOTAL TO RPT-TOTAL-EDIT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=IMPORT READ=" READ-COUNT
                  " IMPORTED=" ACCEPT-COUNT
                  " REJECTED=" REJECT-COUNT
                  " CTS=" FUNCTION TRIM (RPT-TOTAL-EDIT)
                  " FILE=" FUNCTION TRIM (SOURCE-FILE-NAME)
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
      *
      * The operator's identity and authority, checked before the
      * run touches anything. Any failure is logged and the run
      * refused.
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
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " RUN-DATE " " RUN-TIME
                  " PROGRAM=EMPLOYEE-IMPORT"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "EMPLOYEE IMPORT ABORTED -- OPERATOR CHECK FAILED: "
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
           STRING "employee-import " RUN-ID
               DELIMITED BY SIZE INTO RUN-LOCK-RECORD
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE
           SET LOCK-HELD TO TRUE.
      *
      * Only a lock this run took is released -- a dry run, or an
      * abort before the lock, leaves another run's lock alone.
       RELEASE-RUN-LOCK.
           IF LOCK-HELD
               OPEN OUTPUT RUN-LOCK-FILE
               CLOSE RUN-LOCK-FILE
               MOVE "N" TO LOCK-HELD-FLAG
           END-IF.
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
       END PROGRAM EMPLOYEE-IMPORT.
      *
