           SELECT EMP-FILE ASSIGN TO DYNAMIC EMPLOYEE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Year-to-date gross/deductions/net per employee and year,
      *> carried forward across payslip runs so the payslip can show
      *> the running total for the year, not just this period. Keyed
      *> -- the run reads only the employees it pays and rewrites
      *> only their records at the commit point.
           SELECT YTD-FILE ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS YTD-FILE-STATUS.

      *> The payroll engine's YTD master. An off-cycle payment is
      *> pay the engine never sees, so its gross is posted here at
      *> the commit point beside its pay-history line, keyed on the
      *> employee and the payment's year -- the same posting the
      *> adjustment run makes.
           SELECT PAYROLL-YTD-FILE ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS PAYROLL-YTD-FILE-STATUS.

      *> Dated generation the current payslip YTD master is rolled to
      *> before SAVE-YTD-MASTER rewrites any of it. Catalogued in
      *> data/generations.txt; restored through the
      *> YTD-MASTER-CONVERSION utility, pruned by the
      *> GENERATION-RESTORE utility -- same scheme as the payroll
      *> engine's YTD roll.
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "data/payment_reissue_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-QUEUE-FILE-STATUS.
      *> Employees whose pay HR has stopped without terminating them,
      *> maintained by PAY-HOLDS ("ID REASON OPERATOR YYYYMMDD"). A
      *> held employee's pay is computed, slipped, and written to
      *> the history as usual, but the payment goes to no deposit,
      *> envelope, or cheque: it is appended to the held-payments
      *> list ("ID AMOUNT RUN-ID REASON") for PAY-HOLDS to release.
      *> A queued reissue waits with them until the hold is lifted.
           SELECT PAY-HOLDS-FILE
               ASSIGN TO "data/pay_holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HOLDS-FILE-STATUS.
           SELECT HELD-PAYMENTS-FILE
               ASSIGN TO "data/held_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-PAYMENTS-FILE-STATUS.
      *> The onboarding events (see employee-maintenance). A new hire
      *> whose checklist is still incomplete -- and whom HR has not
      *> overridden -- has the first pay held the same way, reason
      *> ONBOARDING, until ONBOARDING-STATUS releases it; the run
      *> that actually pays the first pay appends "ID PAID YYYYMMDD
      *> RUN-ID", which closes the gate for good.
           SELECT ONBOARDING-FILE
               ASSIGN TO "data/onboarding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONBOARDING-FILE-STATUS.
      *> Approved travel-expense claims waiting for a payslip, queued
      *> by TRAVEL-EXPENSES: employee, the part within the per-diem
      *> limit, the excess over it, and the claim number. The next
      *> regular run for the employee pays them and the consumed
      *> lines drop off the rewritten file, like the reissue queue.
           SELECT VIATICO-QUEUE-FILE
               ASSIGN TO "data/viaticos_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIATICO-QUEUE-FILE-STATUS.

      *> The construction collective agreement's rate table, for
      *> employees on the CIVIL regime. "WAGE CATEGORY
      *> EFFECTIVE DAILY-WAGE BUC-PCT" gives each category's daily
      *> wage and BUC allowance; "TERMS EFFECTIVE MOBILITY-PER-DAY
      *> OT-FIRST-PCT OT-AFTER-PCT CTS-PCT GRATI-PCT VACATION-PCT
      *> UNION-PCT CONAFOVICER-PCT" gives the rest of the agreement.
      *> The line in force for the period is the one with the latest
      *> effective date not after it; "*" lines are comments.
           SELECT CONSTRUCTION-RATE-FILE
               ASSIGN TO "data/construction_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSTRUCTION-RATE-FILE-STATUS.

      *> Each employee's real receiving bank and account, captured
      *> by employee maintenance with the check digit already
      *> what the banks accept, unlike the ACCT+ID stub extract
      *> (which stays, as the internal payment register the
      *> verifier and the reversal utility reconcile against).
      *> An employee may split the net over several accounts: each
      *> line carries a priority and FIXED amount, PCT of the net, or
      *> REST ("ID BANK ACCOUNT STATUS PRIORITY KIND VALUE"); a line
      *> from before the split columns is the whole net, priority 1.
           SELECT BANK-ACCOUNTS-FILE
               ASSIGN TO "data/bank_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      *> Cash payees are excluded from the bank file and listed on
      *> the cash-payment report with the exact bills and coins each
      *> envelope needs, which is what the teller actually asks for.
      *> "ID CHEQUE" payees -- the contractors' crews and the
      *> provincial site -- are likewise kept off the bank file:
      *> each draws the next CHEQUE number from the document
      *> sequences, lands on the printed cheque register, on the
      *> positive-pay issue file the bank honours cheques against,
      *> and on the durable cheque ledger that CHEQUE-RECONCILE
      *> voids, cashes, and ages.
           SELECT PAYMENT-METHOD-FILE
               ASSIGN TO "data/payment_methods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENTS-FILE-STATUS.

      *> The collective agreement's seniority steps, per company --
      *> "COMPANY YEARS STEP AMOUNT" per line: STEP is MONTHLY for
      *> the fixed monthly bonus paid from that many years of
      *> continuous service on (each step replaces the one below),
      *> ONCE for a one-time payment on that anniversary. A company
      *> of "*" is the default for any company with no lines of its
      *> own. Service runs from the hire date on the master; a
      *> missing file pays no seniority bonus at all.
           SELECT SENIORITY-STEPS-FILE
               ASSIGN TO "data/seniority_steps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENIORITY-STEPS-FILE-STATUS.

      *> The keyed employee master, read per employee for the
      *> identity document the bank-interface details carry, and in
      *> a gratificacion run for the contract regime -- PART-TIME
               ASSIGN TO "report/cash_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHEQUE-REGISTER-FILE
               ASSIGN TO "report/cheque_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "report/positive_pay.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHEQUE-LEDGER-FILE
               ASSIGN TO "data/cheque_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-LEDGER-FILE-STATUS.

      *> Per-employee deduction arrears ("ID AMOUNT" per line): the
      *> shortfall carried forward when a period's pay cannot bear
      *> its deductions, collected automatically out of the next
               ASSIGN TO "report/spool_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Electronic boleta delivery: each employee's delivery address
      *> ("ID ADDRESS", the address running to end of line) in
      *> data/payslip_delivery.txt, and per run a manifest the
      *> delivery channel picks up -- one pipe-delimited line per
      *> issued slip ("BOLETA|ID|PAY-DATE|ADDRESS|SLIP-FILE") under a
      *> RUN-ID header. Every delivered slip is also appended to
      *> data/payslip_deliveries.txt ("BOLETA ID PAY-DATE RUN-ID"),
      *> the durable list PAYSLIP-ACKNOWLEDGMENT ages the channel's
      *> acknowledgments against -- the proof each boleta reached
      *> the employee within three business days of payment.
           SELECT DELIVERY-ADDRESS-FILE
               ASSIGN TO "data/payslip_delivery.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-ADDRESS-FILE-STATUS.

           SELECT DELIVERY-MANIFEST-FILE
               ASSIGN TO "report/delivery_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-LOG-FILE
               ASSIGN TO "data/payslip_deliveries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-LOG-FILE-STATUS.

      *> The official document sequences ("TYPE NEXT-NUMBER" per
      *> line) and the register of issued numbers ("NUMBER EMP-ID
      *> PERIOD RUN-ID"). Every payslip this run issues draws the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-MONTHS-FILE-STATUS.

           SELECT MINOR-AUTH-FILE
               ASSIGN TO "data/minor_authorizations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINOR-AUTH-FILE-STATUS.

           SELECT TRUEUP-REPORT-FILE
               ASSIGN TO "output/tax_trueup_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "report/eps_provider.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> The payroll engine's employer-cost file, which a monthly run
      *> with net-guaranteed employees restates once the gross-up is
      *> known.
           SELECT EMPLOYER-COST-FILE
               ASSIGN TO "output/employer_cost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-COST-FILE-STATUS.

      *> Comp-time election and bank. An employee on
      *> data/comp_time_elections.txt ("ID COMP") banks their
      *> authorized overtime hours into data/comp_time_bank.txt
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMP-BANK-FILE-STATUS.

      *> Atypical cumulative schedules (jornada atipica). A cycle
      *> is defined on data/cycle_schedules.txt ("CODE ON-DAYS
      *> OFF-DAYS WEEKLY-HOURS", e.g. "14X7 14 7 48") and a crew
      *> member is put on one by a line in the shift roster, "ID
      *> CYCLE CODE ANCHOR-YYYYMMDD" -- the anchor being the first
      *> on-day of any of their cycles. Their hours carry forward in
      *> data/cycle_balances.txt ("ID CODE CYCLE-START HOURS
      *> LAST-PERIOD-END") and overtime is settled on the cycle
      *> average when the cycle closes, not week by week.
           SELECT CYCLE-SCHEDULE-FILE
               ASSIGN TO "data/cycle_schedules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-SCHEDULE-FILE-STATUS.

           SELECT CYCLE-ROSTER-FILE
               ASSIGN TO "data/shift_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-ROSTER-FILE-STATUS.

           SELECT CYCLE-BALANCE-FILE
               ASSIGN TO "data/cycle_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-BALANCE-FILE-STATUS.

      *> Foreign staff's entries into and exits from the country,
      *> "EMP-ID ENTRY|EXIT YYYYMMDD", kept by the RESIDENCE action
      *> of employee maintenance. Fewer than 183 days present in the
      *> twelve months to the end of the previous month makes the
      *> employee non-domiciled for the month: Renta 5ta at the flat
      *> NONDOM rate on the whole gross, no exemption, no annual
      *> projection. Employees with no movements on file are
      *> domiciled, as everyone always was.
           SELECT TAX-RESIDENCE-FILE
               ASSIGN TO "data/tax_residence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RESIDENCE-FILE-STATUS.

      *> Outstanding payroll advances -- "ADV-ID EMP-ID AMOUNT
      *> BALANCE RUN-ID" per line, written by the PAYROLL-ADVANCES
      *> run. Each period the run recovers what the net can bear
      *> computable base only when received in three or more months
      *> of the half-year, and then as an average -- a split the
      *> flat history amounts could never support. Staged and
      *> flushed at the commit point like the PLAME details. Each
      *> line then carries the overtime behind the variable pay --
      *> "OT-HRS DT-HRS OT-PAY DT-PAY NIGHT-PAY HOLIDAY-PAY BASE-PAY"
      *> -- for OVERTIME-TREND; lines from before have none.
           SELECT COMPONENT-DETAIL-FILE
               ASSIGN TO "data/pay_components.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      *> TRIAL run it is the ONLY thing written, the document a
      *> supervisor approves before a RELEASE run is allowed to move
      *> money.
      *> A special run writes its own register (REGISTER-FILE-NAME)
      *> so a weekly trial register awaiting approval is never
      *> overwritten by an off-cycle payment in between.
           SELECT REGISTER-FILE
               ASSIGN TO DYNAMIC REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.


      *> Suite-wide run lock -- same data/payroll.lock the payroll
      *> engine and employee maintenance honor, so this run can't
      *> rewrite data/payslip_ytd.idx while another program is
      *> mid-run against the shared masters.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.

      *> The off-cycle payments a special run (RUN_MODE=SPECIAL)
      *> pays: "EMP-ID AMOUNT TYPE [REFERENCE]" per line, TYPE one
      *> of MISSED (a week the employee was left out of), BONUS (a
      *> one-off bonus management granted), or COURT (a payment a
      *> court ordered). Defaults to data/special_payments.txt;
      *> SPECIAL_PAYMENTS_FILE overrides. Lines starting "*" are
      *> comments.
           SELECT SPECIAL-PAYMENTS-FILE
               ASSIGN TO DYNAMIC SPECIAL-PAYMENTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPECIAL-PAYMENTS-FILE-STATUS.

      *> The pay history the payroll engine appends to, and its
      *> keyed shadow (see PAY-HISTORY-INDEX.CPY). Only a special
      *> run writes here -- the weekly history line is the engine's
      *> -- one line per off-cycle payment, tagged OFFCYCLE with its
      *> type so nobody mistakes it for a week's pay.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT PAY-HISTORY-INDEX-FILE
               ASSIGN TO "data/pay_history.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIDX-KEY
               FILE STATUS IS PAY-HISTORY-INDEX-STATUS.

      *> The company this tree belongs to -- data/company_profile.
      *> txt ("CODE|NAME|RUC|CCY"), materialized into each company's
       FD EMP-FILE.
       01 EMP-RECORD              PIC X(100).  *> Read whole line

       FD SPECIAL-PAYMENTS-FILE.
       01 SPECIAL-PAYMENTS-RECORD PIC X(80).

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD      PIC X(100).

       FD PAY-HISTORY-INDEX-FILE.
       COPY "PAY-HISTORY-INDEX.CPY".

       FD OT-EXCEPTION-FILE.
       01 OT-EXCEPTION-RECORD     PIC X(90).

       FD REISSUE-QUEUE-FILE.
       01 REISSUE-QUEUE-RECORD    PIC X(60).

       FD PAY-HOLDS-FILE.
       01 PAY-HOLDS-RECORD        PIC X(60).

       FD HELD-PAYMENTS-FILE.
       01 HELD-PAYMENTS-RECORD    PIC X(60).

       FD ONBOARDING-FILE.
       01 ONBOARDING-RECORD       PIC X(80).

       FD VIATICO-QUEUE-FILE.
       01 VIATICO-QUEUE-RECORD    PIC X(60).

       FD CONSTRUCTION-RATE-FILE.
       01 CONSTRUCTION-RATE-RECORD PIC X(100).

       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD    PIC X(60).

       FD BANK-INTERFACE-FILE.
       01 BANK-INTERFACE-RECORD   PIC X(80).
       FD DEPENDENTS-FILE.
       01 DEPENDENTS-RECORD       PIC X(20).

       FD SENIORITY-STEPS-FILE.
       01 SENIORITY-STEPS-RECORD  PIC X(40).

       FD CASH-REPORT-FILE.
       01 CASH-REPORT-RECORD      PIC X(100).

       FD CHEQUE-REGISTER-FILE.
       01 CHEQUE-REGISTER-RECORD  PIC X(100).

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD     PIC X(80).

       FD CHEQUE-LEDGER-FILE.
       01 CHEQUE-LEDGER-RECORD    PIC X(80).

       FD ARREARS-FILE.
       01 ARREARS-RECORD          PIC X(30).

       FD SPOOL-MANIFEST-FILE.
       01 SPOOL-MANIFEST-RECORD   PIC X(80).

       FD DELIVERY-ADDRESS-FILE.
       01 DELIVERY-ADDRESS-RECORD PIC X(80).

       FD DELIVERY-MANIFEST-FILE.
       01 DELIVERY-MANIFEST-RECORD PIC X(200).

       FD DELIVERY-LOG-FILE.
       01 DELIVERY-LOG-RECORD     PIC X(60).

       FD DOCUMENT-SEQ-FILE.
       01 DOCUMENT-SEQ-RECORD     PIC X(30).

       FD CLOSED-MONTHS-FILE.
       01 CLOSED-MONTH-RECORD     PIC X(6).

       FD MINOR-AUTH-FILE.
       01 MINOR-AUTH-RECORD       PIC X(60).

       FD TRUEUP-REPORT-FILE.
       01 TRUEUP-REPORT-RECORD    PIC X(110).

       FD EPS-REPORT-FILE.
       01 EPS-REPORT-RECORD       PIC X(80).

       FD EMPLOYER-COST-FILE.
       01 EMPLOYER-COST-RECORD    PIC X(80).

       FD COMP-ELECTION-FILE.
       01 COMP-ELECTION-RECORD    PIC X(20).

       FD COMP-BANK-FILE.
       01 COMP-BANK-RECORD        PIC X(20).

       FD CYCLE-SCHEDULE-FILE.
       01 CYCLE-SCHEDULE-RECORD   PIC X(40).

       FD CYCLE-ROSTER-FILE.
       01 CYCLE-ROSTER-RECORD     PIC X(30).

       FD CYCLE-BALANCE-FILE.
       01 CYCLE-BALANCE-RECORD    PIC X(50).

       FD TAX-RESIDENCE-FILE.
       01 TAX-RESIDENCE-RECORD    PIC X(40).

       FD GARNISHMENT-REPORT-FILE.
       01 GARNISHMENT-REPORT-RECORD PIC X(100).

       01 PLAME-DETAIL-RECORD     PIC X(100).

       FD COMPONENT-DETAIL-FILE.
       01 COMPONENT-DETAIL-RECORD PIC X(160).

       FD WITHHOLDING-DETAIL-FILE.
       01 WITHHOLDING-DETAIL-RECORD PIC X(70).
       FD GENERATION-CATALOG-FILE.
       01 GENERATION-CATALOG-RECORD PIC X(120).

       FD BANK-FILE.
       01 BANK-RECORD.
           05 BANK-EMP-ID             PIC X(5).
           05 FILLER                  PIC X(1).
           05 BANK-NET-PAY            PIC 9(7)V99.

       FD PAYROLL-YTD-FILE.
       COPY "YTD-MASTER-RECORD.CPY".

       FD YTD-FILE.
      *> The Renta 5ta column carries the year's tax accumulated per
      *> employee for the withholding certificates -- the combined
      *> deductions figure cannot be split after the fact.
       COPY "PAYSLIP-YTD-RECORD.CPY".

       FD COMPANY-PROFILE-FILE.
       01 COMPANY-PROFILE-RECORD  PIC X(80).
       01 PROFILE-NAME-TEXT       PIC X(30).
       01 PROFILE-RUC-TEXT        PIC X(11).
       01 PROFILE-CCY-TEXT        PIC X(3).
       01 AUDIT-COMPANY-WORK      PIC X(160).
       01 END-FILE-FLAG           PIC X VALUE "N".
       01 EMP-ID                  PIC X(5).
       01 EMP-NAME                PIC X(10).
       01 CLOSED-MONTH-IDX        PIC 9(3).
       01 MONTH-CLOSED-FLAG       PIC X VALUE "N".
           88 MONTH-IS-CLOSED     VALUE "Y".
      *> Age and pension standing off the master's birth date and
      *> pensioner flag. The age is whole years at the period end --
      *> the YYYYMMDD difference over 10000, AGE-CHECK's arithmetic.
      *> An adolescent (under 18) may only be paid with a labor
      *> authorization on file covering the period end (data/minor_
      *> authorizations.txt, "ID AUTH-NUMBER FROM-YYYYMMDD TO-
      *> YYYYMMDD"), within the reduced limits: 4 hours a day and 24
      *> a week from 12 to 14, 6 a day and 36 a week from 15 to 17.
      *> An employee drawing a retirement pension, or an AFP member
      *> past 65 who has opted out, has no pension deducted.
       01 MINOR-AUTH-FILE-STATUS  PIC XX.
       01 MINOR-AUTH-MAX          PIC 9(3) VALUE 500.
       01 MINOR-AUTH-COUNT        PIC 9(3) VALUE 0.
       01 MINOR-AUTH-TABLE.
           05 MINOR-AUTH-ENTRY OCCURS 500 TIMES.
               10 MINOR-AUTH-EMP-ID  PIC X(5).
               10 MINOR-AUTH-FROM    PIC 9(8).
               10 MINOR-AUTH-TO      PIC 9(8).
       01 MINOR-AUTH-IDX          PIC 9(3).
       01 MINOR-AUTH-ID-TOKEN     PIC X(5).
       01 MINOR-AUTH-NUM-TOKEN    PIC X(20).
       01 MINOR-AUTH-FROM-TOKEN   PIC X(8).
       01 MINOR-AUTH-TO-TOKEN     PIC X(8).
       01 MINOR-AUTH-FOUND-FLAG   PIC X VALUE "N".
           88 MINOR-AUTH-FOUND    VALUE "Y".
       01 EMP-AGE                 PIC 999 VALUE 0.
       01 EMP-AGE-KNOWN-FLAG      PIC X VALUE "N".
           88 EMP-AGE-KNOWN       VALUE "Y".
       01 EMP-PENSIONER-FIELD     PIC X(1).
       01 ADULT-AGE               PIC 99 VALUE 18.
       01 YOUNG-MINOR-AGE         PIC 99 VALUE 15.
       01 MIN-WORKING-AGE         PIC 99 VALUE 12.
       01 AFP-OPT-OUT-AGE         PIC 99 VALUE 65.
       01 MINOR-DAY-LIMIT         PIC 9(3)V99.
       01 MINOR-WEEK-LIMIT        PIC 9(3)V99.
       01 MONTH-CHECK-YYYYMM      PIC 9(6).
       01 MONTH-REOPEN-PARM       PIC X(1).
       01 MONTH-REOPEN-FLAG       PIC X VALUE "N".
       01 EMP-DEPT-WORK           PIC X(10).
       01 DISP-SPOOL-COUNT        PIC ZZZZ9.

      *> Delivery addresses, loaded whole, and the run's issued
      *> slips collected for the delivery manifest once the commit
      *> step has promoted them.
       01 DELIVERY-ADDRESS-FILE-STATUS PIC XX.
       01 DELIVERY-LOG-FILE-STATUS PIC XX.
       01 DLV-ADDR-MAX            PIC 9(4) VALUE 1000.
       01 DLV-ADDR-COUNT          PIC 9(4) VALUE 0.
       01 DLV-ADDR-TABLE.
           05 DLV-ADDR-ENTRY OCCURS 1000 TIMES.
               10 DLV-ADDR-ID     PIC X(5).
               10 DLV-ADDR-TEXT   PIC X(60).
       01 DLV-ADDR-IDX            PIC 9(4).
       01 DLV-ADDR-FOUND-FLAG     PIC X.
           88 DLV-ADDR-FOUND      VALUE "Y".
       01 DLV-ID-TOKEN            PIC X(5).
       01 DLV-PARSE-POINTER       PIC 99.
       01 DLV-MAX                 PIC 9(4) VALUE 1000.
       01 DLV-COUNT               PIC 9(4) VALUE 0.
       01 DLV-TABLE.
           05 DLV-ENTRY OCCURS 1000 TIMES.
               10 DLV-DOC-NUMBER  PIC X(16).
               10 DLV-EMP         PIC X(5).
               10 DLV-SLIP-FILE   PIC X(100).
       01 DLV-IDX                 PIC 9(4).
       01 DLV-ADDRESS-WORK        PIC X(60).
       01 DLV-NO-ADDRESS-COUNT    PIC 9(4) VALUE 0.
       01 DISP-DLV-COUNT          PIC ZZZZ9.

       01 TRUEUP-REPORT-OPEN-FLAG PIC X VALUE "N".
           88 TRUEUP-REPORT-OPEN  VALUE "Y".
       01 TRUEUP-SETTLE-AMOUNT    PIC S9(7)V99.
       01 COMPONENT-DETAIL-FILE-STATUS PIC XX.
       01 COMPONENT-STAGE-COUNT   PIC 9(4) VALUE 0.
       01 COMPONENT-STAGE-TABLE.
           05 COMPONENT-STAGE-ENTRY OCCURS 1000 TIMES PIC X(160).
       01 COMPONENT-STAGE-IDX     PIC 9(4).
       01 COMPONENT-FIXED-AMT     PIC 9(7)V99.
       01 COMPONENT-VARIABLE-AMT  PIC 9(7)V99.
       01 COMPONENT-FIXED-EDIT    PIC 9(7).99.
       01 COMPONENT-VARIABLE-EDIT PIC 9(7).99.
       01 COMPONENT-OT-HOURS-EDIT PIC 9(3).99.
       01 COMPONENT-DT-HOURS-EDIT PIC 9(3).99.
       01 COMPONENT-OT-PAY-EDIT   PIC 9(7).99.
       01 COMPONENT-DT-PAY-EDIT   PIC 9(7).99.
       01 COMPONENT-NIGHT-EDIT    PIC 9(7).99.
       01 COMPONENT-HOLIDAY-EDIT  PIC 9(7).99.
       01 COMPONENT-BASE-EDIT     PIC 9(7).99.
      *> The half-year's component history, folded per employee for
      *> the gratificacion's computable base: the fixed pay averaged
      *> over the months worked, the variable pay averaged over the
       01 DISP-EPS-COUNT          PIC ZZZZ9.
       01 PLAME-EPS-DISPLAY       PIC 9(7).99.
       01 PLAME-GROSS-DISPLAY     PIC 9(7).99.
       01 PLAME-RESIDENCE-CODE    PIC X.
       01 PLAME-TAX-DISPLAY       PIC 9(7).99.
       01 PLAME-AFP-DISPLAY       PIC 9(7).99.
       01 PLAME-ESSALUD-DISPLAY   PIC 9(7).99.
           88 RELEASE-MODE        VALUE "R".
           88 BONUS-MODE          VALUE "B".
           88 MONTHLY-MODE        VALUE "M".
           88 SPECIAL-MODE        VALUE "S".
       01 REGISTER-FILE-NAME      PIC X(100)
               VALUE "output/payroll_register.txt".

      *> Monthly run (RUN_MODE=MONTHLY): SALARIED staff paid the
      *> fixed monthly amount off the employee master less a
       01 ABSENCE-DAYS            PIC 99.
       01 ABSENCE-DISCOUNT        PIC 9(7)V99.

      *> Special run (RUN_MODE=SPECIAL): only the employees on the
      *> special payments list are paid, each the listed amount in
      *> place of the week's pay, from the same input lines the
      *> weekly run reads for name, AFP, and provider -- the hours
      *> column plays no part. AFP, Renta 5ta, and garnishment
      *> orders apply as on a weekly slip; the standing CODE:AMOUNT
      *> deductions, loans, and advances are the weekly run's and
      *> are not taken twice. A MISSED week is taxed as the week it
      *> is; a BONUS or COURT payment is extraordinary income, taxed
      *> in full now as the extra liability it adds to the year's
      *> projection. Nothing here touches the weekly period: the
      *> register, the deposit extract, and the bank batches all go
      *> to special names.
       01 SPECIAL-PAYMENTS-FILE-NAME PIC X(100).
       01 SPECIAL-PAYMENTS-FILE-STATUS PIC XX.
       01 SPECIAL-MAX             PIC 9(4) VALUE 500.
       01 SPECIAL-COUNT           PIC 9(4) VALUE 0.
       01 SPECIAL-TABLE.
           05 SPECIAL-ENTRY OCCURS 500 TIMES.
               10 SPECIAL-ID      PIC X(5).
               10 SPECIAL-AMOUNT  PIC 9(5)V99.
               10 SPECIAL-TYPE    PIC X(6).
               10 SPECIAL-REF     PIC X(20).
               10 SPECIAL-PAID-FLAG PIC X.
       01 SPECIAL-IDX             PIC 9(4).
       01 SPECIAL-FOUND-FLAG      PIC X VALUE "N".
           88 SPECIAL-FOUND       VALUE "Y".
       01 SPECIAL-ID-TOKEN        PIC X(10).
       01 SPECIAL-AMOUNT-TOKEN    PIC X(15).
       01 SPECIAL-TYPE-TOKEN      PIC X(10).
       01 SPECIAL-REF-TOKEN       PIC X(20).
       01 SPECIAL-AMOUNT-WORK     PIC 9(7)V99.
       01 SPECIAL-REFUSE-REASON   PIC X(30).
       01 SPECIAL-UNPAID-COUNT    PIC 9(4) VALUE 0.
       01 SPECIAL-BASE-LIABILITY  PIC 9(9)V99.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 PAY-HISTORY-INDEX-STATUS PIC XX.
       01 PHIDX-OPEN-FLAG         PIC X VALUE "N".
           88 PHIDX-IS-OPEN       VALUE "Y".
       01 PHIDX-WRITE-DONE-FLAG   PIC X VALUE "N".
           88 PHIDX-WRITE-DONE    VALUE "Y".
       01 SPECIAL-HIST-COUNT      PIC 9(4) VALUE 0.
       01 SPECIAL-HIST-TABLE.
           05 SPECIAL-HIST-ENTRY OCCURS 500 TIMES.
               10 SPECIAL-HIST-EMP-ID PIC X(5).
               10 SPECIAL-HIST-YEAR   PIC 9(4).
               10 SPECIAL-HIST-GROSS  PIC 9(7)V99.
               10 SPECIAL-HIST-LINE   PIC X(100).
       01 SPECIAL-HIST-IDX        PIC 9(4).
       01 PAYROLL-YTD-FILE-STATUS PIC XX.
       01 SPECIAL-HIST-PERIOD     PIC X(10).
       01 SPECIAL-HIST-PAY-EDIT   PIC 9(5).99.

      *> The employee master, opened for the document, regime,
      *> language, and age/pension lookups only; everything else on
      *> the input line stays the self-contained record it always
      *> was.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 MASTER-OPEN-FLAG        PIC X VALUE "N".
           88 MASTER-IS-OPEN      VALUE "Y".
       01 EMP-REGIME-FIELD        PIC X(10).
       01 EMP-DOC-NUMBER-FIELD    PIC X(15).
       01 EMP-LANGUAGE-FIELD      PIC X(2).

      *> The dependents table and the statutory family allowance.
      *> FAMILY_ALLOWANCE overrides the monthly statutory amount (10
       01 FAMILY-ALLOWANCE-MONTHLY PIC 9(5)V99 VALUE 102.50.
       01 FAMILY-ALLOWANCE-PAY    PIC 9(5)V99 VALUE 0.

      *> The seniority steps for this company and the period's bonus.
      *> The monthly step pays like the family allowance -- spread
      *> over 52 weeks on a weekly run, whole on the monthly run --
      *> split by days in the period a new step is reached; the
      *> one-time anniversary payment goes out whole in the period
      *> the anniversary falls in. Both are remuneration inside
      *> GROSS-PAY, each its own payslip line.
       01 SENIORITY-STEPS-FILE-STATUS PIC XX.
       01 SENIORITY-STEP-MAX      PIC 9(3) VALUE 100.
       01 SENIORITY-STEP-COUNT    PIC 9(3) VALUE 0.
       01 SENIORITY-STEP-TABLE.
           05 SENIORITY-STEP-ENTRY OCCURS 100 TIMES.
               10 SENIORITY-STEP-OWN  PIC X.
               10 SENIORITY-STEP-YEARS PIC 99.
               10 SENIORITY-STEP-KIND PIC X(7).
               10 SENIORITY-STEP-AMOUNT PIC 9(5)V99.
       01 SENIORITY-STEP-IDX      PIC 9(3).
       01 SENIORITY-OWN-COUNT     PIC 9(3) VALUE 0.
       01 SENIORITY-COMPANY-TOKEN PIC X(4).
       01 SENIORITY-YEARS-TOKEN   PIC X(4).
       01 SENIORITY-KIND-TOKEN    PIC X(8).
       01 SENIORITY-AMOUNT-TOKEN  PIC X(12).
       01 SENIORITY-PAY-AMOUNTS.
           05 SENIORITY-STEP-PAY  PIC 9(5)V99.
           05 SENIORITY-ANNIV-PAY PIC 9(5)V99.
      *> Net-guaranteed pay. A SALARIED employee whose master carries
      *> EMPMAST-NET-GUARANTEED = Y is hired on a net, not a gross:
      *> the monthly run solves for the gross-up that, on top of the
      *> guaranteed amount, still lands on it after AFP and Renta
      *> 5ta, and the employer bears the difference. The gross-up
      *> and the tax the employer takes on go to the payslip as
      *> lines of their own, and each employee's figures are kept
      *> for the restated employer-cost file.
       01 NET-GUARANTEE-FLAG      PIC X VALUE "N".
           88 NET-GUARANTEED      VALUE "Y".
       01 GROSS-UP-SOLVING-FLAG   PIC X VALUE "N".
           88 GROSS-UP-SOLVING    VALUE "Y".
       01 GROSSUP-PAY-AMOUNTS.
           05 GROSSUP-PAY         PIC 9(5)V99.
           05 GROSSUP-TAX         PIC 9(5)V99.
       01 NETG-ADDITIONS          PIC 9(6)V99.
       01 NETG-TARGET             PIC 9(6)V99.
       01 NETG-GROSSUP            PIC S9(6)V99.
       01 NETG-GAP                PIC S9(6)V99.
       01 NETG-PASS               PIC 9(3).
       01 NETG-MAX-PASSES         PIC 9(3) VALUE 60.
       01 NETG-MAX                PIC 9(3) VALUE 200.
       01 NETG-COUNT              PIC 9(3) VALUE 0.
       01 NETG-TABLE.
           05 NETG-ENTRY OCCURS 200 TIMES.
               10 NETG-ID         PIC X(5).
               10 NETG-NAME       PIC X(10).
               10 NETG-GROSSUP-AMT PIC 9(5)V99.
               10 NETG-TAX-AMT    PIC 9(5)V99.
       01 NETG-IDX                PIC 9(3).
      *> The on-cost rates the payroll engine prices employer_cost.txt
      *> at -- the EsSalud contribution and the payroll tax -- which
      *> the gross-up carries like any other remuneration.
       01 NETG-CONTRIB-RATE       PIC V99 VALUE .09.
       01 NETG-PAYROLL-TAX-RATE   PIC V999 VALUE .015.
       01 NETG-COST-TOTAL         PIC 9(7)V99.
       01 NETG-EXTRA-COST         PIC 9(7)V99.
       01 NETG-BLOCK-HEADER       PIC X(80).
       01 NETG-COST-FOUND-FLAG    PIC X VALUE "N".
           88 NETG-COST-FILE-FOUND VALUE "Y".
       01 NETG-RESTATED-FLAG      PIC X VALUE "N".
           88 NETG-ALREADY-RESTATED VALUE "Y".
       01 EMPLOYER-COST-FILE-STATUS PIC XX.
       01 DISP-NETG-AMOUNT        PIC ZZZ,ZZ9.99.
       01 DISP-NETG-TOTAL         PIC ZZZ,ZZ9.99.
       01 SENIORITY-HIRE-DATE     PIC 9(8).
       01 SENIORITY-HIRE-PARTS REDEFINES SENIORITY-HIRE-DATE.
           05 SENIORITY-HIRE-YEAR PIC 9(4).
           05 SENIORITY-HIRE-MMDD PIC 9(4).
       01 SENIORITY-AS-OF-DATE    PIC 9(8).
       01 SENIORITY-AS-OF-PARTS REDEFINES SENIORITY-AS-OF-DATE.
           05 SENIORITY-AS-OF-YEAR PIC 9(4).
           05 SENIORITY-AS-OF-MMDD PIC 9(4).
       01 SENIORITY-ANNIV-DATE    PIC 9(8).
       01 SENIORITY-ANNIV-PARTS REDEFINES SENIORITY-ANNIV-DATE.
           05 SENIORITY-ANNIV-YEAR PIC 9(4).
           05 SENIORITY-ANNIV-MMDD PIC 9(4).
       01 SENIORITY-ANNIV-SERIAL  PIC 9(9).
       01 SENIORITY-YEARS         PIC 99.
       01 SENIORITY-START-YEARS   PIC 99.
       01 SENIORITY-END-YEARS     PIC 99.
       01 SENIORITY-BEST-YEARS    PIC 99.
       01 SENIORITY-MONTHLY-RATE  PIC 9(5)V99.
       01 SENIORITY-START-RATE    PIC 9(5)V99.
       01 SENIORITY-END-RATE      PIC 9(5)V99.
       01 SENIORITY-DAYS-BEFORE   PIC 9(5).

      *> Gratificacion run (RUN_MODE=BONUS): instead of paying the
      *> week's hours, each employee gets the statutory bonus -- a
      *> month's regular remuneration scaled by complete months
       01 HOLIDAY-HOURS           PIC 9(3) VALUE 0.
       01 HOLIDAY-PREMIUM-RATE    PIC 9V99 VALUE 1.00.
       01 HOLIDAY-PAY             PIC 9(5)V99 VALUE 0.
      *> Rest-day work: DSC:n flags n hours worked on the weekly rest
      *> day with no substitute rest day granted. The statute prices
      *> them like holiday work, so they earn the same surcharge into
      *> the same "Feriado Trabajado" component -- but need no
      *> calendar holiday in the period, since every week has a rest
      *> day.
       01 REST-DAY-HOURS          PIC 9(3) VALUE 0.

      *> Night-work differential: NOC:n on the employee record flags
      *> n of the week's hours as second-shift work, paid the
       01 REISSUE-EXTRA           PIC 9(7)V99.
       01 REISSUE-AMT-EDIT        PIC 9(7).99.

      *> The holds in force, and the payments this run held back --
      *> appended to the held-payments list and the audit trail
      *> only once the run commits.
       01 PAY-HOLDS-FILE-STATUS   PIC XX.
       01 HELD-PAYMENTS-FILE-STATUS PIC XX.
       01 PAY-HOLD-MAX            PIC 9(3) VALUE 500.
       01 PAY-HOLD-COUNT          PIC 9(3) VALUE 0.
       01 PAY-HOLD-TABLE.
           05 PAY-HOLD-ENTRY OCCURS 500 TIMES.
               10 PAY-HOLD-ID     PIC X(5).
               10 PAY-HOLD-REASON PIC X(10).
       01 PAY-HOLD-IDX            PIC 9(3).
       01 PAY-HOLD-ID-TOKEN       PIC X(5).
       01 PAY-HOLD-REASON-TOKEN   PIC X(10).
       01 PAY-HELD-FLAG           PIC X VALUE "N".
           88 PAY-HELD            VALUE "Y".
       01 PAY-HELD-REASON         PIC X(10).
       01 HELD-PAY-MAX            PIC 9(3) VALUE 500.
       01 HELD-PAY-COUNT          PIC 9(3) VALUE 0.
       01 HELD-PAY-TABLE.
           05 HELD-PAY-ENTRY OCCURS 500 TIMES.
               10 HELD-PAY-ID     PIC X(5).
               10 HELD-PAY-NET    PIC 9(7)V99.
               10 HELD-PAY-REASON PIC X(10).
       01 HELD-PAY-IDX            PIC 9(3).
       01 HELD-PAY-EDIT           PIC 9(7).99.

      *> The first-pay gate: the new hires this run paid for the
      *> first time, appended to the onboarding events once the run
      *> commits.
       01 ONBOARDING-FILE-STATUS  PIC XX.
       COPY "ONBOARDING-CHECK-PARMS.CPY".
       01 FIRST-PAY-FLAG          PIC X VALUE "N".
           88 FIRST-PAY           VALUE "Y".
       01 FIRST-PAY-MAX           PIC 9(3) VALUE 500.
       01 FIRST-PAY-COUNT         PIC 9(3) VALUE 0.
       01 FIRST-PAY-TABLE.
           05 FIRST-PAY-ID        PIC X(5) OCCURS 500 TIMES.
       01 FIRST-PAY-IDX           PIC 9(3).

      *> The viaticos queue, loaded whole the same way. NONTAX is
      *> paid on the net outside the gross; EXCESS is remuneration
      *> and goes into the gross before AFP and tax.
       01 VIATICO-QUEUE-FILE-STATUS PIC XX.
       01 VIATICO-MAX             PIC 9(3) VALUE 200.
       01 VIATICO-COUNT           PIC 9(3) VALUE 0.
       01 VIATICO-TABLE.
           05 VIATICO-ENTRY OCCURS 200 TIMES.
               10 VIATICO-ID      PIC X(5).
               10 VIATICO-NONTAX  PIC 9(5)V99.
               10 VIATICO-EXCESS  PIC 9(5)V99.
               10 VIATICO-CLAIM   PIC X(10).
               10 VIATICO-CONSUMED PIC X.
       01 VIATICO-IDX             PIC 9(3).
       01 VIATICO-ID-TOKEN        PIC X(5).
       01 VIATICO-NONTAX-TOKEN    PIC X(12).
       01 VIATICO-EXCESS-TOKEN    PIC X(12).
       01 VIATICO-CLAIM-TOKEN     PIC X(10).
       01 VIATICO-NONTAX-EDIT     PIC 9(5).99.
       01 VIATICO-EXCESS-EDIT     PIC 9(5).99.
       01 VIATICO-PAY             PIC 9(5)V99 VALUE 0.
       01 VIATICO-EXCESS-PAY      PIC 9(5)V99 VALUE 0.

      *> The food benefit MEAL-BENEFIT loaded onto the employees'
      *> provider cards, picked off the MEAL: lines on
      *> data/pay_components.txt dated inside this run's period.
      *> The excess over the non-remunerative limit is remuneration:
      *> it goes into the gross for AFP, EsSalud and Renta 5ta the
      *> way the viaticos excess does, but it was paid on the card,
      *> so it comes back off the bank and cash net. It is already
      *> on the components file for the computable bases.
       01 MEAL-MAX                PIC 9(3) VALUE 500.
       01 MEAL-COUNT              PIC 9(3) VALUE 0.
       01 MEAL-TABLE.
           05 MEAL-ENTRY OCCURS 500 TIMES.
               10 MEAL-ID         PIC X(5).
               10 MEAL-CARD-AMT   PIC 9(5)V99.
               10 MEAL-EXCESS-AMT PIC 9(5)V99.
       01 MEAL-IDX                PIC 9(3).
       01 MEAL-ID-TOKEN           PIC X(5).
       01 MEAL-DATE-TOKEN         PIC X(8).
       01 MEAL-FIXED-TOKEN        PIC X(12).
       01 MEAL-EXCESS-TOKEN       PIC X(12).
       01 MEAL-RUN-TOKEN          PIC X(16).
       01 MEAL-TAG-TOKEN          PIC X(20).
       01 MEAL-DATE-SERIAL        PIC 9(9).
       01 MEAL-PAY-AMOUNTS.
           05 MEAL-CARD-PAY       PIC 9(5)V99.
           05 MEAL-EXCESS-PAY     PIC 9(5)V99.

      *> The construction agreement's daily wages by category and
      *> its terms, each effective-dated, and the week being priced
      *> for a CIVIL-regime employee: the category off the
      *> master, the days attended, and the agreement lines in
      *> force for the period.
       01 CONSTRUCTION-RATE-FILE-STATUS PIC XX.
       01 CIVIL-WAGE-MAX          PIC 99 VALUE 60.
       01 CIVIL-WAGE-COUNT        PIC 99 VALUE 0.
       01 CIVIL-WAGE-TABLE.
           05 CIVIL-WAGE-ENTRY OCCURS 60 TIMES.
               10 CIVIL-WAGE-CATEGORY PIC X(8).
               10 CIVIL-WAGE-EFFECTIVE PIC 9(8).
               10 CIVIL-WAGE-DAILY    PIC 9(4)V99.
               10 CIVIL-WAGE-BUC-PCT  PIC 99V99.
       01 CIVIL-WAGE-IDX          PIC 99.
       01 CIVIL-TERMS-MAX         PIC 99 VALUE 20.
       01 CIVIL-TERMS-COUNT       PIC 99 VALUE 0.
       01 CIVIL-TERMS-TABLE.
           05 CIVIL-TERMS-ENTRY OCCURS 20 TIMES.
               10 CIVIL-TERMS-EFFECTIVE PIC 9(8).
               10 CIVIL-TERMS-MOBILITY PIC 9(3)V99.
               10 CIVIL-TERMS-OT1-PCT  PIC 999V99.
               10 CIVIL-TERMS-OT2-PCT  PIC 999V99.
               10 CIVIL-TERMS-CTS-PCT  PIC 99V99.
               10 CIVIL-TERMS-GRATI-PCT PIC 99V99.
               10 CIVIL-TERMS-VAC-PCT  PIC 99V99.
               10 CIVIL-TERMS-UNION-PCT PIC 99V99.
               10 CIVIL-TERMS-CONAF-PCT PIC 99V99.
       01 CIVIL-TERMS-IDX         PIC 99.
       01 CIVIL-KEY-TOKEN         PIC X(8).
       01 CIVIL-TOKEN-1           PIC X(12).
       01 CIVIL-TOKEN-2           PIC X(12).
       01 CIVIL-TOKEN-3           PIC X(12).
       01 CIVIL-TOKEN-4           PIC X(12).
       01 CIVIL-TOKEN-5           PIC X(12).
       01 CIVIL-TOKEN-6           PIC X(12).
       01 CIVIL-TOKEN-7           PIC X(12).
       01 CIVIL-TOKEN-8           PIC X(12).
       01 CIVIL-TOKEN-9           PIC X(12).
       01 CIVIL-MODE-FLAG         PIC X VALUE "N".
           88 CIVIL-MODE          VALUE "Y".
       01 CIVIL-CATEGORY          PIC X(8).
       01 CIVIL-WAGE-PICK         PIC 99.
       01 CIVIL-TERMS-PICK        PIC 99.
       01 CIVIL-DAYS              PIC 99.
       01 CIVIL-DAYS-DISPLAY      PIC 9.
       01 CIVIL-DAYS-REMAINDER    PIC 9V99.
       01 CIVIL-DAILY-WAGE        PIC 9(4)V99.
       01 CIVIL-EXTRA-HOURS       PIC 9(3)V99.
       01 CIVIL-UNION-DUES        PIC 9(5)V99.
       01 CIVIL-CONAF-AMOUNT      PIC 9(5)V99.
      *> The agreement's own earning lines for the payslip. CTS and
      *> mobility are non-remunerative and ride on the net outside
      *> the gross; the gratificacion is in the gross but bears no
      *> pension contribution. All zero off the construction regime.
       01 CIVIL-PAY-AMOUNTS.
           05 CIVIL-DOMINICAL-PAY PIC 9(5)V99.
           05 CIVIL-BUC-PAY       PIC 9(5)V99.
           05 CIVIL-VACATION-PAY  PIC 9(5)V99.
           05 CIVIL-GRATI-PAY     PIC 9(5)V99.
           05 CIVIL-CTS-PAY       PIC 9(5)V99.
           05 CIVIL-MOBILITY-PAY  PIC 9(5)V99.

      *> The employees' real bank accounts and the run's interface
      *> details, grouped per receiving bank at commit time. The
      *> trailer's hash total is the arithmetic sum of the account
               10 EMP-BANK-CODE   PIC X(4).
               10 EMP-BANK-NUMBER PIC X(14).
               10 EMP-BANK-STATUS PIC X(8).
               10 EMP-BANK-PRIORITY PIC 9.
               10 EMP-BANK-SPLIT-KIND PIC X(5).
               10 EMP-BANK-SPLIT-VALUE PIC 9(7)V99.
       01 EMP-BANK-IDX            PIC 9(4).
       01 BA-ID-TOKEN             PIC X(5).
       01 BA-BANK-TOKEN           PIC X(4).
       01 BA-NUMBER-TOKEN         PIC X(14).
       01 BA-STATUS-TOKEN         PIC X(8).
       01 BA-PRIORITY-TOKEN       PIC X(2).
       01 BA-KIND-TOKEN           PIC X(5).
       01 BA-VALUE-TOKEN          PIC X(12).
      *> One employee's payment as it is divided: the VERIFIED
      *> accounts in priority order, the total in the payment's
      *> currency, and what is still to place. The last verified
      *> account takes whatever remains, rounding included.
       01 SPLIT-LEG-COUNT         PIC 9.
       01 SPLIT-LEG-TABLE.
           05 SPLIT-LEG-ACCT OCCURS 9 TIMES PIC 9(4).
       01 SPLIT-LEG-IDX           PIC 9.
       01 SPLIT-PRIORITY          PIC 99.
       01 SPLIT-PAY-CCY           PIC X(3).
       01 SPLIT-PAY-TOTAL         PIC 9(7)V99.
       01 SPLIT-PCT-BASE          PIC 9(7)V99.
       01 SPLIT-REMAINING         PIC 9(7)V99.
       01 SPLIT-LEG-AMOUNT        PIC 9(7)V99.
       01 SPLIT-LEG-CODE          PIC X(4).
       01 SPLIT-LEG-NUMBER        PIC X(14).
       01 PRENOTE-COUNT           PIC 9(4) VALUE 0.

       01 BANK-DETAIL-MAX         PIC 9(4) VALUE 3000.
       01 BANK-DETAIL-COUNT       PIC 9(4) VALUE 0.
       01 BANK-DETAIL-TABLE.
           05 BANK-DETAIL-ENTRY OCCURS 3000 TIMES.
               10 BANK-DET-ID     PIC X(5).
               10 BANK-DET-CODE   PIC X(4).
               10 BANK-DET-NUMBER PIC X(14).
       01 DENOM-COUNT-EDIT        PIC ZZZZ9.
       01 CASH-LINE-POINTER       PIC 9(3).

      *> Cheque payees and the cheques this run writes. Each
      *> cheque's number is drawn when the employee is paid; the
      *> issue date is the run's value date.
       01 CHEQUE-LEDGER-FILE-STATUS PIC XX.
       01 CHEQUE-PAYEE-MAX        PIC 9(3) VALUE 200.
       01 CHEQUE-PAYEE-COUNT      PIC 9(3) VALUE 0.
       01 CHEQUE-PAYEE-TABLE.
           05 CHEQUE-PAYEE-ENTRY OCCURS 200 TIMES PIC X(5).
       01 CHEQUE-PAYEE-IDX        PIC 9(3).
       01 CHEQUE-PAYEE-FLAG       PIC X VALUE "N".
           88 PAID-BY-CHEQUE      VALUE "Y".
       01 CHEQUE-PAYMENT-MAX      PIC 9(3) VALUE 200.
       01 CHEQUE-PAYMENT-COUNT    PIC 9(3) VALUE 0.
       01 CHEQUE-PAYMENT-TABLE.
           05 CHEQUE-PAYMENT-ENTRY OCCURS 200 TIMES.
               10 CHQ-PAY-ID      PIC X(5).
               10 CHQ-PAY-NAME    PIC X(10).
               10 CHQ-PAY-NET     PIC 9(7)V99.
               10 CHQ-PAY-NUMBER  PIC X(9).
       01 CHQ-PAY-IDX             PIC 9(3).
       01 CHEQUE-GRAND-TOTAL      PIC 9(9)V99.
       01 CHEQUE-NET-EDIT         PIC ZZZZZZ9.99.
       01 CHEQUE-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 CHEQUE-AMOUNT-EDIT      PIC 9(7).99.
       01 CHEQUE-TOTAL-AMT-EDIT   PIC 9(9).99.
       01 CHEQUE-COUNT-EDIT       PIC 9(5).

      *> Deduction arrears and the insufficient-net cap. When the
      *> deductions a period owes exceed what the pay can bear after
      *> AFP and the income tax, they are applied in a defined
           88 ARREARS-FOUND       VALUE "Y".
       01 ARREARS-ID-TOKEN        PIC X(5).
       01 ARREARS-AMT-TOKEN       PIC X(12).
      *> Set when a line would not load -- the table was full or the
      *> line did not parse. The file is then left as it is rather
      *> than rewritten without the lines the run never saw.
       01 ARREARS-INCOMPLETE-FLAG PIC X VALUE "N".
           88 ARREARS-INCOMPLETE  VALUE "Y".
       01 DEDUCTIBLE-ROOM         PIC S9(7)V99.
       01 DEDUCTION-SHORTFALL     PIC 9(7)V99.
       01 ARREARS-COLLECTED       PIC 9(7)V99.
      *> per period, rewritten with advanced balances at end of run.
       01 COMPANY-LOAN-FILE-STATUS PIC XX.
       01 LOAN-LEDGER-FILE-STATUS PIC XX.
       01 LOAN-MAX                PIC 9(3) VALUE 500.
       01 LOAN-COUNT              PIC 9(3) VALUE 0.
       01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 500 TIMES.
               10 LOAN-TBL-ID     PIC X(8).
               10 LOAN-TBL-EMP    PIC X(5).
               10 LOAN-TBL-PRINCIPAL PIC 9(7)V99.
       01 LOAN-RATE-TOKEN         PIC X(8).
       01 LOAN-TERM-TOKEN         PIC X(4).
       01 LOAN-BAL-TOKEN          PIC X(12).
       01 LOAN-INCOMPLETE-FLAG    PIC X VALUE "N".
           88 LOANS-INCOMPLETE    VALUE "Y".
       01 LOAN-PAYMENT            PIC 9(7)V99.
       01 LOAN-INTEREST-PORTION   PIC 9(7)V99.
       01 LOAN-PRINCIPAL-PORTION  PIC 9(7)V99.
       01 LOAN-INT-EDIT           PIC 9(5).99.
       01 LOAN-PPORT-EDIT         PIC 9(5).99.
       01 LOAN-RATE-EDIT          PIC 9.9999.
      *> Which loan each deduction line collects for (zero for lines
      *> that are not a company-loan installment), so a loan
      *> installment the insufficient-net guard cuts is recorded
      *> against its own loan on the ledger as a SHORT line.
       01 DED-LOAN-REF-TABLE.
           05 DED-LOAN-REF OCCURS 5 TIMES PIC 9(3).
       01 LOAN-SHORT-EDIT         PIC 9(5).99.

      *> The garnishment orders, loaded whole, drawn down per
      *> employee per period, and rewritten with the new COLLECTED
       01 ADV-AMT-TOKEN           PIC X(12).
       01 ADV-BAL-TOKEN           PIC X(12).
       01 ADV-RUN-TOKEN           PIC X(16).
       01 ADVANCE-INCOMPLETE-FLAG PIC X VALUE "N".
           88 ADVANCES-INCOMPLETE VALUE "Y".
       01 ADVANCE-ROOM            PIC S9(7)V99.
       01 ADVANCE-RECOVERED       PIC 9(7)V99.
       01 ADV-AMT-EDIT            PIC 9(7).99.
       01 COMP-BANK-CHANGED-FLAG  PIC X VALUE "N".
           88 COMP-BANK-CHANGED   VALUE "Y".

      *> The cycle schedules, the crew members on them, and the
      *> open-cycle hour balances, loaded at start and (the
      *> balances) rewritten at commit.
       01 CYCLE-SCHEDULE-FILE-STATUS PIC XX.
       01 CYCLE-ROSTER-FILE-STATUS PIC XX.
       01 CYCLE-BALANCE-FILE-STATUS PIC XX.
       01 CYCLE-SCHED-MAX         PIC 9(3) VALUE 20.
       01 CYCLE-SCHED-COUNT       PIC 9(3) VALUE 0.
       01 CYCLE-SCHED-TABLE.
           05 CYCLE-SCHED-ENTRY OCCURS 20 TIMES.
               10 CYCLE-SCHED-CODE     PIC X(8).
               10 CYCLE-SCHED-ON-DAYS  PIC 9(3).
               10 CYCLE-SCHED-OFF-DAYS PIC 9(3).
               10 CYCLE-SCHED-WEEKLY   PIC 9(2)V99.
       01 CYCLE-SCHED-IDX         PIC 9(3).
       01 CYCLE-SCHED-FOUND-FLAG  PIC X VALUE "N".
           88 CYCLE-SCHED-FOUND   VALUE "Y".
       01 CYCLE-CREW-MAX          PIC 9(3) VALUE 500.
       01 CYCLE-CREW-COUNT        PIC 9(3) VALUE 0.
       01 CYCLE-CREW-TABLE.
           05 CYCLE-CREW-ENTRY OCCURS 500 TIMES.
               10 CYCLE-CREW-ID        PIC X(5).
               10 CYCLE-CREW-SCHED     PIC 9(3).
               10 CYCLE-CREW-ANCHOR    PIC 9(8).
       01 CYCLE-CREW-IDX          PIC 9(3).
       01 CYCLE-SCHEDULE-FLAG     PIC X VALUE "N".
           88 ON-CYCLE-SCHEDULE   VALUE "Y".
       01 CYCLE-BAL-MAX           PIC 9(3) VALUE 500.
       01 CYCLE-BAL-COUNT         PIC 9(3) VALUE 0.
       01 CYCLE-BAL-TABLE.
           05 CYCLE-BAL-ENTRY OCCURS 500 TIMES.
               10 CYCLE-BAL-ID         PIC X(5).
               10 CYCLE-BAL-CODE       PIC X(8).
               10 CYCLE-BAL-START      PIC 9(8).
               10 CYCLE-BAL-HOURS      PIC 9(4)V99.
               10 CYCLE-BAL-LAST-PE    PIC 9(8).
       01 CYCLE-BAL-IDX           PIC 9(3).
       01 CYCLE-BAL-FOUND-FLAG    PIC X VALUE "N".
           88 CYCLE-BAL-FOUND     VALUE "Y".
       01 CYCLE-BAL-CHANGED-FLAG  PIC X VALUE "N".
           88 CYCLE-BAL-CHANGED   VALUE "Y".
       01 CYCLE-SETTLED-FLAG      PIC X VALUE "N".
           88 CYCLE-SETTLED       VALUE "Y".
       01 CYCLE-TOKEN-1           PIC X(10).
       01 CYCLE-TOKEN-2           PIC X(10).
       01 CYCLE-TOKEN-3           PIC X(10).
       01 CYCLE-TOKEN-4           PIC X(10).
       01 CYCLE-TOKEN-5           PIC X(10).
       01 CYCLE-LENGTH            PIC 9(3).
       01 CYCLE-ANCHOR-SERIAL     PIC 9(9).
       01 CYCLE-START-SERIAL      PIC 9(9).
       01 CYCLE-END-SERIAL        PIC 9(9).
       01 CYCLE-NUMBER            PIC 9(5).
       01 CYCLE-DAY               PIC 9(3).
       01 CYCLE-START-DATE        PIC 9(8).
       01 CYCLE-SETTLE-IDX        PIC 9(3).
       01 CYCLE-SETTLE-LENGTH     PIC 9(3).
       01 CYCLE-SETTLE-ON-DAYS    PIC 9(3).
       01 CYCLE-ALLOWANCE-HOURS   PIC 9(4)V99.
       01 CYCLE-EXCESS-HOURS      PIC 9(4)V99.
       01 CYCLE-OT25-CAP          PIC 9(4)V99.
       01 CYCLE-HOURS-EDIT        PIC 9(4).99.
       01 CYCLE-ALLOWANCE-EDIT    PIC 9(4).99.
       01 CYCLE-DAY-EDIT          PIC ZZ9.
       01 CYCLE-LENGTH-EDIT       PIC ZZ9.

      *> Entry/exit movements, in date order per employee. A stay
      *> still open runs to the evaluation date. The status is
      *> judged at the end of the month before the period's month,
      *> so a change of method always starts with a new month; the
      *> month before that is judged too, to say when the 183-day
      *> line was crossed.
       01 TAX-RESIDENCE-FILE-STATUS PIC XX.
       01 RESIDENCE-TABLE.
           05 RESIDENCE-COUNT         PIC 9(4) VALUE 0.
           05 RESIDENCE-ENTRY OCCURS 2000 TIMES.
               10 RESIDENCE-ID        PIC X(5).
               10 RESIDENCE-MOVEMENT  PIC X(5).
               10 RESIDENCE-DATE      PIC 9(8).
       01 RESIDENCE-IDX           PIC 9(4).
       01 RESIDENCE-TRACKED-FLAG  PIC X VALUE "N".
           88 RESIDENCE-TRACKED   VALUE "Y".
       01 NON-DOMICILED-FLAG      PIC X VALUE "N".
           88 NON-DOMICILED       VALUE "Y".
       01 PRIOR-NON-DOMICILED-FLAG PIC X VALUE "N".
           88 PRIOR-NON-DOMICILED VALUE "Y".
       01 RESIDENCE-TOKEN-1       PIC X(10).
       01 RESIDENCE-TOKEN-2       PIC X(10).
       01 RESIDENCE-TOKEN-3       PIC X(10).
       01 RESIDENCE-MIN-DAYS      PIC 9(3) VALUE 183.
       01 RESIDENCE-EVAL-DATE     PIC 9(8).
       01 RESIDENCE-EVAL-DATE-X REDEFINES RESIDENCE-EVAL-DATE
                                  PIC X(8).
       01 RESIDENCE-EVAL-SERIAL   PIC 9(9).
       01 RESIDENCE-WINDOW-START  PIC 9(9).
       01 RESIDENCE-STAY-START    PIC 9(9).
       01 RESIDENCE-STAY-END      PIC 9(9).
       01 RESIDENCE-OPEN-SERIAL   PIC 9(9).
       01 RESIDENCE-DAYS          PIC 9(3).
       01 PRIOR-RESIDENCE-DAYS    PIC 9(3).
       01 RESIDENCE-DAYS-EDIT     PIC ZZ9.
      *> Renta 5ta on a non-domiciled employee's income -- overridden
      *> by a "NONDOM rate" line in data/tax_brackets.txt.
       01 NONDOM-TAX-RATE         PIC V999 VALUE .300.

       01 REGISTER-FILE-STATUS    PIC XX.
       01 APPROVAL-FILE-STATUS    PIC XX.
       01 APPROVAL-VERDICT-TOKEN  PIC X(8).
       01 APPROVAL-RUN-ID-TOKEN   PIC X(16).
       01 APPROVAL-WHO-TOKEN      PIC X(20) VALUE SPACES.
       01 REGISTER-HEADER-RUN-ID  PIC X(16).
      *> Register line fields -- one row per employee, totals at the
      *> bottom tying to the bank file.
       01 REG-TOT-NET-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01 REG-TOT-COUNT-DISPLAY   PIC ZZZZ9.

      *> Where the payslip YTD master is rolled before the commit
      *> point rewrites any of it -- data/payslip_ytd.<RUN-ID>.txt,
      *> catalogued as "payslip_ytd <path>" in data/generations.txt.
       01 GENERATION-FILE-NAME    PIC X(100).
       01 GENERATION-FILE-STATUS  PIC XX.
       01 GENERATION-CATALOG-STATUS PIC XX.
       01 GENERATION-EOF-FLAG     PIC X VALUE "N".
           88 GENERATION-EOF      VALUE "Y".
      *> Every run's register, and the bank extract of a run that
      *> moved money, kept under the RUN-ID and catalogued as
      *> "payroll_register <path>" / "bank_deposit <path>" -- the
      *> original and the rerun a parallel-run comparison matches.
       01 RUN-OUTPUT-TAG          PIC X(20).
       01 BANK-EXTRACT-NAME       PIC X(100).
      *> Same audit trail the payroll engine appends to -- one line
      *> per payslip run with its RUN-ID, so the bank file and the
      *> payslips stamped with that RUN-ID tie back to one entry in
      *> output/audit_trail.txt.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 RUN-RECORD-COUNT        PIC 9(5) VALUE 0.
       01 RUN-TOTAL-GROSS         PIC 9(9)V99 VALUE 0.
       01 RUN-TOTAL-NET           PIC 9(9)V99 VALUE 0.
      *> prints correctly for a USD-paid contractor crew.
       01 CURRENCY-SYMBOL         PIC X(3).

      *> Year-to-date gross/deductions/net of the employees this run
      *> pays, each entry read off YTD-FILE by employee and year the
      *> first time the employee comes up and accumulated here --
      *> the keyed file itself is only rewritten at the commit
      *> point, so a trial run or an aborted one leaves it as it
      *> was. YTD-YEAR is the calendar year of the period end.
       01 YTD-FILE-STATUS         PIC XX.
       01 YTD-YEAR                PIC 9(4).
       01 YTD-TODAY-DATE          PIC 9(8).
       01 YTD-ON-FILE-FLAG        PIC X VALUE "N".
           88 YTD-ON-FILE         VALUE "Y".
       01 YTD-TABLE-MAX           PIC 9(4) VALUE 5000.
       01 YTD-TABLE-COUNT         PIC 9(4) VALUE 0.
       01 YTD-TABLE.
           05 YTD-ENTRY OCCURS 5000 TIMES.
               10 YTD-TBL-ID           PIC X(5).
               10 YTD-TBL-GROSS        PIC 9(7)V99.
               10 YTD-TBL-DEDUCTIONS   PIC 9(7)V99.
       01 YTD-IDX                 PIC 9(4).
       01 YTD-FOUND-FLAG          PIC X VALUE "N".
           88 YTD-FOUND           VALUE "Y".

      *> Set by CHECK-OVERTIME-AUTHORIZATION when OT-HOURS plus
      *> DT-HOURS computed from EMP-HOURS together run ahead of
                   DISPLAY "MONTHLY RUN -- SALARIED STAFF PAID THE "
                       "FIXED AMOUNT, HOURS COLUMN READ AS ABSENCE "
                       "DAYS"
               WHEN "SPECIAL"
                   MOVE "S" TO RUN-MODE-FLAG
                   MOVE "output/special_register.txt"
                       TO REGISTER-FILE-NAME
                   DISPLAY "SPECIAL RUN -- OFF-CYCLE PAYMENTS FROM "
                       "THE SPECIAL PAYMENTS LIST ONLY"
               WHEN OTHER
                   MOVE "N" TO RUN-MODE-FLAG
           END-EVALUATE
           IF RELEASE-MODE
               PERFORM VERIFY-REGISTER-APPROVAL
           END-IF
           IF SPECIAL-MODE
               PERFORM LOAD-SPECIAL-PAYMENTS
           END-IF

           PERFORM ACQUIRE-RUN-LOCK

               STRING "MENSUAL " RUN-DATE
                   DELIMITED BY SIZE INTO PAY-PERIOD
           END-IF
           IF SPECIAL-MODE
               MOVE SPACES TO PAY-PERIOD
               STRING "EXTRAORDINARIO " RUN-DATE
                   DELIMITED BY SIZE INTO PAY-PERIOD
           END-IF
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-DEPENDENTS
           PERFORM LOAD-SENIORITY-STEPS
           MOVE SPACES TO FAMILY-ALLOWANCE-PARM
           ACCEPT FAMILY-ALLOWANCE-PARM
               FROM ENVIRONMENT "FAMILY_ALLOWANCE"
      *> not write into it -- the declaration is filed. TRIAL runs
      *> pass (they move no money and write only the register).
           PERFORM LOAD-CLOSED-MONTHS
           PERFORM LOAD-MINOR-AUTHORIZATIONS
           COMPUTE MONTH-CHECK-YYYYMM =
               FUNCTION INTEGER (PERIOD-END-DATE / 100)
           PERFORM LOOKUP-CLOSED-MONTH
           PERFORM LOAD-DRAW-BALANCES
           PERFORM LOAD-MINIMUM-WAGE
           PERFORM LOAD-DOCUMENT-SEQUENCES
           PERFORM LOAD-DELIVERY-ADDRESSES
           MOVE SPACES TO PRINT-SPOOL-PARM
           ACCEPT PRINT-SPOOL-PARM FROM ENVIRONMENT "PRINT_SPOOL"
           IF PRINT-SPOOL-PARM = "Y" OR PRINT-SPOOL-PARM = "y"
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-PAY-CURRENCIES
           PERFORM LOAD-REISSUE-QUEUE
           PERFORM LOAD-PAY-HOLDS
           PERFORM LOAD-VIATICO-QUEUE
           PERFORM LOAD-MEAL-BENEFITS
           PERFORM LOAD-CONSTRUCTION-RATES
           PERFORM LOAD-BANK-ACCOUNT-MASTER
           PERFORM LOAD-PAYMENT-METHODS
           PERFORM LOAD-DEDUCTION-ARREARS
           PERFORM LOAD-GARNISHMENT-ORDERS
           PERFORM LOAD-OUTSTANDING-ADVANCES
           PERFORM LOAD-COMP-TIME-FILES
           PERFORM LOAD-CYCLE-SCHEDULES
           PERFORM LOAD-TAX-RESIDENCE
           PERFORM LOAD-EPS-ELECTIONS
           MOVE SPACES TO NIGHT-DIFFERENTIAL-PARM
           ACCEPT NIGHT-DIFFERENTIAL-PARM
                       MOVE 0 TO TERM-DATE-FIELD
                       MOVE 0 TO AUTHORIZED-OT-HOURS
                       MOVE 0 TO HOLIDAY-HOURS
                       MOVE 0 TO REST-DAY-HOURS
                       MOVE 0 TO HOLIDAY-PAY
                       MOVE 0 TO NIGHT-HOURS
                       MOVE 0 TO NIGHT-PAY
      *> what rate the record carries -- the 13 percent is statute,
      *> not a provider's price list.
                       MOVE 0 TO TOPUP-PAY
                       MOVE 0 TO VIATICO-PAY
                       MOVE 0 TO VIATICO-EXCESS-PAY
                       MOVE ZEROS TO CIVIL-PAY-AMOUNTS
                       MOVE ZEROS TO SENIORITY-PAY-AMOUNTS
                       MOVE ZEROS TO GROSSUP-PAY-AMOUNTS
                       MOVE ZEROS TO MEAL-PAY-AMOUNTS
                       MOVE "N" TO NET-GUARANTEE-FLAG
                       MOVE "N" TO ONP-MEMBER-FLAG
                       IF FUNCTION TRIM (AFP-PROVIDER-FIELD) = "ONP"
                           SET ONP-MEMBER TO TRUE
                       PERFORM PARSE-TRAILING-FIELDS
                       PERFORM DEFAULT-DATES-FROM-MASTER
                       PERFORM CHECK-ALTERNATE-PAY-TYPE
                       PERFORM CHECK-CONSTRUCTION-REGIME
                       PERFORM LOOKUP-AGE-AND-PENSION
      *> Day detail collected for some other employee belongs to a
      *> total line that never arrived -- it must not leak onto
      *> this one.
                       END-IF

                       SET RECORD-IS-VALID TO TRUE
                       IF SPECIAL-MODE
                           PERFORM CHECK-SPECIAL-PAYMENT
                       ELSE
                       IF MONTHLY-MODE
                           PERFORM VALIDATE-MONTHLY-RECORD
                       ELSE
                       IF ALT-PAY-MODE
                           CONTINUE
                       ELSE
                       IF CIVIL-MODE
                           PERFORM VALIDATE-CONSTRUCTION-RECORD
                       ELSE
                       IF EMP-HOURS < MIN-VALID-HOURS
                               OR EMP-HOURS > MAX-VALID-HOURS
                           SET RECORD-IS-INVALID TO TRUE
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF

      *> The statute gives PART-TIME and TRAINEE staff no
      *> gratificacion -- a bonus run refuses their lines up front
                       IF BONUS-MODE AND RECORD-IS-VALID
                           PERFORM CHECK-BONUS-ELIGIBILITY
                       END-IF
      *> An adolescent's pay week is held to the reduced hours and
      *> the authorization on file; special payments and the bonus
      *> pay for time already worked and are not hours weeks.
                       IF RECORD-IS-VALID AND EMP-AGE-KNOWN
                               AND EMP-AGE < ADULT-AGE
                               AND NOT SPECIAL-MODE
                               AND NOT BONUS-MODE
                           PERFORM CHECK-MINOR-WORKER
                       END-IF

                       IF RECORD-IS-VALID
                           IF SPECIAL-MODE
                               PERFORM COMPUTE-SPECIAL-PAY
                           ELSE
                           IF MONTHLY-MODE
                               PERFORM COMPUTE-MONTHLY-PAY
                           ELSE
                           IF ALT-PAY-MODE
                               PERFORM COMPUTE-ALTERNATE-PAY
                           ELSE
                           IF CIVIL-MODE
                               PERFORM COMPUTE-CONSTRUCTION-PAY
                           ELSE
                           PERFORM COMPUTE-PRORATION-FACTOR

                           MOVE "N" TO DAILY-OT-USED-FLAG
                           END-IF
                           END-IF

                           PERFORM CHECK-CYCLE-SCHEDULE
                           IF ON-CYCLE-SCHEDULE
                               PERFORM APPLY-CYCLE-AVERAGING
                           END-IF

                           PERFORM CHECK-OVERTIME-AUTHORIZATION
                           PERFORM CHECK-COMP-TIME-ELECTION
                           IF COMP-ELECTED AND NOT ON-CYCLE-SCHEDULE
                                   AND (OT-HOURS > 0 OR DT-HOURS > 0)
                               PERFORM BANK-COMP-TIME
                           END-IF

                           IF ON-CYCLE-SCHEDULE
      *> A cycle crew's hours were all paid straight as they were
      *> worked; what a settled cycle adds is the 25/35 percent
      *> premium on its excess.
                               COMPUTE BASE-PAY ROUNDED =
                                   EMP-HOURS * EMP-RATE
                               COMPUTE OT-PAY ROUNDED =
                                   OT-HOURS * EMP-RATE * 0.25
                               COMPUTE DT-PAY ROUNDED =
                                   DT-HOURS * EMP-RATE * 0.35
                           ELSE
                           COMPUTE BASE-PAY ROUNDED =
                               (EMP-HOURS - OT-HOURS - DT-HOURS)
                                   * EMP-RATE
                               COMPUTE DT-PAY ROUNDED =
                                   DT-HOURS * EMP-RATE * 2
                           END-IF
                           END-IF

                           IF PRORATION-NEEDED
                               COMPUTE BASE-PAY ROUNDED =
                               BASE-PAY + OT-PAY + DT-PAY
                               + HOLIDAY-PAY + NIGHT-PAY
                           PERFORM ADD-FAMILY-ALLOWANCE
                           PERFORM ADD-SENIORITY-BONUS
                           PERFORM CLAIM-PENDING-VIATICOS
                           PERFORM LOOKUP-MEAL-BENEFIT
                           COMPUTE AFP-AMOUNT =
                               GROSS-PAY * AFP-RATE-FIELD

                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF

      *> The non-remunerative viaticos ride on the net only -- no
      *> AFP, no tax, not in the gross.
                           ADD VIATICO-PAY TO NET-PAY
      *> The meal excess is in the gross but was paid on the card.
                           SUBTRACT MEAL-EXCESS-PAY FROM NET-PAY

                           ADD 1 TO RUN-RECORD-COUNT
                           ADD GROSS-PAY TO RUN-TOTAL-GROSS
                           PERFORM CONVERT-PAY-CURRENCY
                           PERFORM CHECK-PAYMENT-METHOD
                           IF NOT TRIAL-MODE
                               PERFORM CHECK-PAY-HOLD
                               IF PAY-HELD
                                   PERFORM COLLECT-HELD-PAYMENT
                               ELSE
                               IF FIRST-PAY
                                   PERFORM NOTE-FIRST-PAY
                               END-IF
                               IF PAID-IN-CASH
                                   PERFORM COLLECT-CASH-PAYMENT
                               ELSE
                               IF PAID-BY-CHEQUE
                                   PERFORM COLLECT-CHEQUE-PAYMENT
                               ELSE
                                   PERFORM WRITE-BANK-RECORD
                               END-IF
                               END-IF
                               END-IF
                               PERFORM APPEND-PLAME-DETAIL
                               PERFORM STAGE-WITHHOLDING-DETAILS
      *> A missed week is the week's pay arriving late and counts
      *> toward the gratificacion base like any week; a one-off
      *> bonus or court payment does not.
                               IF SPECIAL-MODE
                                   PERFORM STAGE-SPECIAL-HISTORY
                                   IF SPECIAL-TYPE (SPECIAL-IDX)
                                           = "MISSED"
                                       PERFORM APPEND-PAY-COMPONENT
                                   END-IF
                               ELSE
                               IF NOT BONUS-MODE
                                   PERFORM APPEND-PAY-COMPONENT
                                   IF NET-GUARANTEED
                                           AND GROSSUP-PAY > 0
                                       PERFORM STAGE-GROSSUP-HISTORY
                                   END-IF
                               END-IF
                               END-IF
                               IF UNAUTHORIZED-OT
                                   PERFORM WRITE-OT-EXCEPTION-RECORD
                                       ".txt"
                                   DELIMITED BY SIZE
                                   INTO FILE-NAME
                           ELSE
                           IF SPECIAL-MODE
      *> The time goes in too -- two special runs in one day must
      *> not overwrite each other's slips.
                               STRING "report/payslips/"
                                       EMP-ID "_"
                                       FUNCTION TRIM
                                           (TMP-NAME TRAILING)
                                       "_EXTRA_" RUN-DATE "_"
                                       RUN-TIME (1:4)
                                       ".txt"
                                   DELIMITED BY SIZE
                                   INTO FILE-NAME
                           ELSE
                               STRING "report/payslips/"
                                       EMP-ID "_"
                                   DELIMITED BY SIZE
                                   INTO FILE-NAME
                           END-IF
                           END-IF

      *> The payslip is written under its .stg staging name; its
      *> final name goes on the manifest for the commit step. A
                           IF SPOOL-WANTED
                               PERFORM COLLECT-SPOOL-ENTRY
                           END-IF
                           PERFORM COLLECT-DELIVERY-ENTRY
                           IF SLIP-MANIFEST-COUNT < SLIP-MANIFEST-MAX
                               ADD 1 TO SLIP-MANIFEST-COUNT
                               MOVE FINAL-FILE-NAME TO

                           DISPLAY "DEBUG CLEAN FILE: " FILE-NAME

                           PERFORM LOOKUP-EMPLOYEE-LANGUAGE
                           CALL "payslip" USING
                               EMP-ID
                               EMP-NAME
                               FAMILY-ALLOWANCE-PAY
                               TOPUP-PAY
                               CURRENT-DOC-NUMBER
                               VIATICO-PAY
                               VIATICO-EXCESS-PAY
                               CIVIL-PAY-AMOUNTS
                               EMP-LANGUAGE-FIELD
                               SENIORITY-PAY-AMOUNTS
                               GROSSUP-PAY-AMOUNTS
                               MEAL-PAY-AMOUNTS
                           END-IF
                       END-IF
                       MOVE 0 TO DAY-DETAIL-COUNT
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF SPECIAL-MODE
               PERFORM REPORT-UNPAID-SPECIALS
           END-IF
           PERFORM CLOSE-PAYROLL-REGISTER
           MOVE REGISTER-FILE-NAME TO STAGED-INPUT-NAME
           MOVE SPACES TO PROMOTED-OUTPUT-NAME
           STRING "output/payroll_register." RUN-ID ".txt"
               DELIMITED BY SIZE INTO PROMOTED-OUTPUT-NAME
           MOVE "payroll_register" TO RUN-OUTPUT-TAG
           PERFORM CATALOG-RUN-OUTPUT

           IF NOT TRIAL-MODE
               PERFORM SAVE-REISSUE-QUEUE
               PERFORM SAVE-VIATICO-QUEUE
               PERFORM WRITE-CASH-PAYMENT-REPORT
               PERFORM WRITE-CHEQUE-REGISTER
               PERFORM SAVE-DEDUCTION-ARREARS
               PERFORM SAVE-COMPANY-LOANS
               PERFORM SAVE-GARNISHMENT-ORDERS
               IF COMP-BANK-CHANGED
                   PERFORM SAVE-COMP-BANK
               END-IF
               IF CYCLE-BAL-CHANGED
                   PERFORM SAVE-CYCLE-BALANCES
               END-IF
               PERFORM WRITE-GARNISHMENT-PROGRESS
               PERFORM WRITE-NET-GUARANTEE-COST
           END-IF

           IF TRIAL-MODE
      *> next run actually look.
               PERFORM SAVE-YTD-MASTER
               PERFORM COMMIT-STAGED-OUTPUTS
               MOVE BANK-EXTRACT-NAME TO STAGED-INPUT-NAME
               MOVE SPACES TO PROMOTED-OUTPUT-NAME
               STRING "report/bank_deposit." RUN-ID ".txt"
                   DELIMITED BY SIZE INTO PROMOTED-OUTPUT-NAME
               MOVE "bank_deposit" TO RUN-OUTPUT-TAG
               PERFORM CATALOG-RUN-OUTPUT
               IF SPOOL-WANTED
                   PERFORM WRITE-PRINT-SPOOL
               END-IF
               PERFORM WRITE-DELIVERY-MANIFEST
               PERFORM WRITE-BANK-INTERFACE-FILES
               PERFORM WRITE-POSITIVE-PAY-FILE
               PERFORM WRITE-AFP-REMITTANCE
               PERFORM WRITE-EFFICIENCY-REPORT
               PERFORM WRITE-EPS-PROVIDER-REPORT
               PERFORM WRITE-AUDIT-LOG-ENTRY
               PERFORM SAVE-HELD-PAYMENTS
               PERFORM SAVE-ONBOARDING-FIRST-PAY
           END-IF

           IF TRUEUP-REPORT-OPEN
           IF BONUS-MODE
               MOVE "report/bonus_deposit.txt"
                   TO PROMOTED-OUTPUT-NAME
           ELSE
           IF SPECIAL-MODE
               MOVE "report/special_deposit.txt"
                   TO PROMOTED-OUTPUT-NAME
           ELSE
               MOVE "report/direct_deposit.txt"
                   TO PROMOTED-OUTPUT-NAME
           END-IF
           END-IF
           MOVE PROMOTED-OUTPUT-NAME TO BANK-EXTRACT-NAME
           PERFORM PROMOTE-STAGED-FILE

           MOVE "report/overtime_exceptions.txt.stg"
           PERFORM FLUSH-COMPONENT-STAGE
           PERFORM FLUSH-LOAN-LEDGER-STAGE
           PERFORM FLUSH-REGISTER-STAGE
           PERFORM FLUSH-CHEQUE-LEDGER
           PERFORM FLUSH-SPECIAL-HISTORY
           PERFORM SAVE-DOCUMENT-SEQUENCES.

      *> The month's durable PLAME details land only now, with the
           MOVE RUN-TOTAL-GROSS TO AUDIT-GROSS-DISPLAY
           MOVE RUN-TOTAL-NET TO AUDIT-NET-DISPLAY

           MOVE SPACES TO AUDIT-LOG-RECORD
           IF BONUS-MODE
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " TYPE=MENSUAL"
                      " RUN-ID=" RUN-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           ELSE
           IF SPECIAL-MODE
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " RECORDS=" RUN-RECORD-COUNT
                      " GROSS=" AUDIT-GROSS-DISPLAY
                      " NET=" AUDIT-NET-DISPLAY
                      " TYPE=EXTRA"
                      " RUN-ID=" RUN-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           ELSE
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " RECORDS=" RUN-RECORD-COUNT
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           END-IF
           END-IF
      *> A RELEASE run names who approved the register it paid, so
      *> the trail shows the approver next to the run -- the other
      *> half of what a segregation-of-duties review pairs against
      *> master changes and adjustments.
           IF APPROVAL-WHO-TOKEN NOT = SPACES
               MOVE AUDIT-LOG-RECORD TO AUDIT-COMPANY-WORK
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING FUNCTION TRIM (AUDIT-COMPANY-WORK)
                      " APPROVER=" FUNCTION TRIM (APPROVAL-WHO-TOKEN)
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
      *> Every audit entry names the company it ran for, so one
      *> shared trail never leaves doubt which RUC an entry belongs to.
           IF COMPANY-CODE NOT = SPACES
                      " COMPANY=" FUNCTION TRIM (COMPANY-CODE)
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD.

      *> Reads data/holidays.txt into HOLIDAY-TABLE, same shape as
      *> DATE-CALCULATOR's loader. A missing file leaves the table
      *> pay period actually contains a calendar holiday -- the
      *> hours' straight-time pay is already inside EMP-HOURS, so the
      *> premium is the surcharge only. A claim in a holiday-less
      *> period pays nothing and is warned about. Rest-day hours
      *> (DSC) add their surcharge on top, holiday or not.
       COMPUTE-HOLIDAY-PREMIUM.
           MOVE 0 TO HOLIDAY-PAY
           IF HOLIDAY-HOURS > 0
                       "STATUTORY HOLIDAY FALLS IN THE PERIOD -- "
                       "NO PREMIUM PAID"
               END-IF
           END-IF
           IF REST-DAY-HOURS > 0
               COMPUTE HOLIDAY-PAY ROUNDED = HOLIDAY-PAY
                   + REST-DAY-HOURS * EMP-RATE * HOLIDAY-PREMIUM-RATE
           END-IF.

      *> Reads data/payment_methods.txt -- only the CASH and CHEQUE
      *> lines matter; anything else stays on the bank extract.
       LOAD-PAYMENT-METHODS.
           MOVE 0 TO CASH-PAYEE-COUNT
           MOVE 0 TO CHEQUE-PAYEE-COUNT
           OPEN INPUT PAYMENT-METHOD-FILE
           IF PAYMENT-METHOD-FILE-STATUS = "00"
               PERFORM UNTIL PAYMENT-METHOD-FILE-STATUS NOT = "00"
                                   CASH-PAYEE-ENTRY
                                       (CASH-PAYEE-COUNT)
                           END-IF
                           IF FUNCTION TRIM (PM-METHOD-TOKEN)
                                   = "CHEQUE"
                                   AND CHEQUE-PAYEE-COUNT
                                       < CHEQUE-PAYEE-MAX
                               ADD 1 TO CHEQUE-PAYEE-COUNT
                               MOVE PM-ID-TOKEN TO
                                   CHEQUE-PAYEE-ENTRY
                                       (CHEQUE-PAYEE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-METHOD-FILE
               IF CASH-PAYEE-ENTRY (CASH-PAYEE-IDX) = EMP-ID
                   SET PAID-IN-CASH TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO CHEQUE-PAYEE-FLAG
           PERFORM VARYING CHEQUE-PAYEE-IDX FROM 1 BY 1
                   UNTIL CHEQUE-PAYEE-IDX > CHEQUE-PAYEE-COUNT
                       OR PAID-BY-CHEQUE
                       OR PAID-IN-CASH
               IF CHEQUE-PAYEE-ENTRY (CHEQUE-PAYEE-IDX) = EMP-ID
                   SET PAID-BY-CHEQUE TO TRUE
               END-IF
           END-PERFORM.

      *> The reissue queue is consumed only on the path that
               PERFORM WRITE-BANK-RECORD
           END-IF.

      *> A cheque payee draws the next CHEQUE number now -- before
      *> the payslip's BOLETA draw -- and is kept for the register,
      *> the positive-pay file, and the ledger. A full table falls
      *> back to the bank extract, as the cash envelopes do.
       COLLECT-CHEQUE-PAYMENT.
           IF CHEQUE-PAYMENT-COUNT < CHEQUE-PAYMENT-MAX
               PERFORM CONSUME-REISSUE-QUEUE
               ADD 1 TO CHEQUE-PAYMENT-COUNT
               MOVE EMP-ID TO CHQ-PAY-ID (CHEQUE-PAYMENT-COUNT)
               MOVE EMP-NAME TO CHQ-PAY-NAME (CHEQUE-PAYMENT-COUNT)
               COMPUTE CHQ-PAY-NET (CHEQUE-PAYMENT-COUNT) =
                   NET-PAY + REISSUE-EXTRA
               MOVE "CHEQUE" TO DOC-TYPE-WANTED
               MOVE "Q" TO DOC-PREFIX-WANTED
               PERFORM DRAW-DOCUMENT-NUMBER
               MOVE CURRENT-DOC-NUMBER
                   TO CHQ-PAY-NUMBER (CHEQUE-PAYMENT-COUNT)
           ELSE
               DISPLAY "WARNING: CHEQUE PAYMENT TABLE FULL -- "
                   EMP-NAME " SENT TO THE BANK EXTRACT INSTEAD"
               PERFORM WRITE-BANK-RECORD
           END-IF.

      *> The cheque register the signatories work from: every
      *> cheque this run writes, its payee and amount, and the
      *> total to be signed.
       WRITE-CHEQUE-REGISTER.
           IF CHEQUE-PAYMENT-COUNT > 0
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               MOVE SPACES TO CHEQUE-REGISTER-RECORD
               STRING "RUN-ID " RUN-ID " CHEQUE REGISTER -- ISSUED "
                      VALUE-DATE
                   DELIMITED BY SIZE INTO CHEQUE-REGISTER-RECORD
               WRITE CHEQUE-REGISTER-RECORD
               MOVE 0 TO CHEQUE-GRAND-TOTAL
               PERFORM VARYING CHQ-PAY-IDX FROM 1 BY 1
                       UNTIL CHQ-PAY-IDX > CHEQUE-PAYMENT-COUNT
                   ADD CHQ-PAY-NET (CHQ-PAY-IDX) TO CHEQUE-GRAND-TOTAL
                   MOVE CHQ-PAY-NET (CHQ-PAY-IDX) TO CHEQUE-NET-EDIT
                   MOVE SPACES TO CHEQUE-REGISTER-RECORD
                   STRING CHQ-PAY-NUMBER (CHQ-PAY-IDX) " "
                          CHQ-PAY-ID (CHQ-PAY-IDX) " "
                          CHQ-PAY-NAME (CHQ-PAY-IDX) " "
                          CHEQUE-NET-EDIT
                       DELIMITED BY SIZE INTO CHEQUE-REGISTER-RECORD
                   WRITE CHEQUE-REGISTER-RECORD
               END-PERFORM
               MOVE CHEQUE-GRAND-TOTAL TO CHEQUE-TOTAL-EDIT
               MOVE CHEQUE-PAYMENT-COUNT TO CHEQUE-COUNT-EDIT
               MOVE SPACES TO CHEQUE-REGISTER-RECORD
               STRING "CHEQUES: " CHEQUE-COUNT-EDIT
                      "  TOTAL: " CHEQUE-TOTAL-EDIT
                   DELIMITED BY SIZE INTO CHEQUE-REGISTER-RECORD
               WRITE CHEQUE-REGISTER-RECORD
               CLOSE CHEQUE-REGISTER-FILE
           END-IF.

      *> The positive-pay issue file for the bank: H header with
      *> the company account, issue date, and RUN-ID; one I line per
      *> cheque issued; T trailer with the count and amount total.
      *> The bank pays only a presented cheque whose number and
      *> amount are on an issue line.
       WRITE-POSITIVE-PAY-FILE.
           IF CHEQUE-PAYMENT-COUNT > 0
               OPEN OUTPUT POSITIVE-PAY-FILE
               MOVE SPACES TO POSITIVE-PAY-RECORD
               STRING "H " COMPANY-BANK-ACCOUNT " " VALUE-DATE
                      " " RUN-ID
                   DELIMITED BY SIZE INTO POSITIVE-PAY-RECORD
               WRITE POSITIVE-PAY-RECORD
               MOVE 0 TO CHEQUE-GRAND-TOTAL
               PERFORM VARYING CHQ-PAY-IDX FROM 1 BY 1
                       UNTIL CHQ-PAY-IDX > CHEQUE-PAYMENT-COUNT
                   ADD CHQ-PAY-NET (CHQ-PAY-IDX) TO CHEQUE-GRAND-TOTAL
                   MOVE CHQ-PAY-NET (CHQ-PAY-IDX)
                       TO CHEQUE-AMOUNT-EDIT
                   MOVE SPACES TO POSITIVE-PAY-RECORD
                   STRING "I " CHQ-PAY-NUMBER (CHQ-PAY-IDX)
                          " " CHEQUE-AMOUNT-EDIT
                          " " VALUE-DATE
                          " " CHQ-PAY-NAME (CHQ-PAY-IDX)
                       DELIMITED BY SIZE INTO POSITIVE-PAY-RECORD
                   WRITE POSITIVE-PAY-RECORD
               END-PERFORM
               MOVE CHEQUE-PAYMENT-COUNT TO CHEQUE-COUNT-EDIT
               MOVE CHEQUE-GRAND-TOTAL TO CHEQUE-TOTAL-AMT-EDIT
               MOVE SPACES TO POSITIVE-PAY-RECORD
               STRING "T " CHEQUE-COUNT-EDIT " " CHEQUE-TOTAL-AMT-EDIT
                   DELIMITED BY SIZE INTO POSITIVE-PAY-RECORD
               WRITE POSITIVE-PAY-RECORD
               CLOSE POSITIVE-PAY-FILE
           END-IF.

      *> Every cheque written lands on the durable ledger at the
      *> commit point, ISSUED -- "NUMBER ID AMOUNT ISSUE-DATE STATUS
      *> RUN-ID", the line CHEQUE-RECONCILE maintains from there.
       FLUSH-CHEQUE-LEDGER.
           IF CHEQUE-PAYMENT-COUNT > 0
               OPEN EXTEND CHEQUE-LEDGER-FILE
               IF CHEQUE-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CHEQUE-LEDGER-FILE
               END-IF
               PERFORM VARYING CHQ-PAY-IDX FROM 1 BY 1
                       UNTIL CHQ-PAY-IDX > CHEQUE-PAYMENT-COUNT
                   MOVE CHQ-PAY-NET (CHQ-PAY-IDX)
                       TO CHEQUE-AMOUNT-EDIT
                   MOVE SPACES TO CHEQUE-LEDGER-RECORD
                   STRING CHQ-PAY-NUMBER (CHQ-PAY-IDX)
                          " " CHQ-PAY-ID (CHQ-PAY-IDX)
                          " " CHEQUE-AMOUNT-EDIT
                          " " VALUE-DATE
                          " ISSUED   " RUN-ID
                       DELIMITED BY SIZE INTO CHEQUE-LEDGER-RECORD
                   WRITE CHEQUE-LEDGER-RECORD
               END-PERFORM
               CLOSE CHEQUE-LEDGER-FILE
           END-IF.

      *> The teller's document: each envelope's exact bills and
      *> coins, then the totals per denomination and the cash to
      *> draw.
                       AT END
                           MOVE "10" TO ARREARS-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ARREARS-LINE
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
           END-IF.

       PARSE-ARREARS-LINE.
           MOVE SPACES TO ARREARS-ID-TOKEN
           MOVE SPACES TO ARREARS-AMT-TOKEN
           UNSTRING ARREARS-RECORD DELIMITED BY SPACE
               INTO ARREARS-ID-TOKEN ARREARS-AMT-TOKEN
           IF ARREARS-RECORD NOT = SPACES
               IF ARREARS-ID-TOKEN IS NUMERIC
                       AND FUNCTION TEST-NUMVAL (ARREARS-AMT-TOKEN) = 0
                   IF ARREARS-COUNT < ARREARS-MAX
                       ADD 1 TO ARREARS-COUNT
                       MOVE ARREARS-ID-TOKEN
                           TO ARREARS-ID (ARREARS-COUNT)
                       COMPUTE ARREARS-AMOUNT (ARREARS-COUNT) =
                           FUNCTION NUMVAL (ARREARS-AMT-TOKEN)
                   ELSE
                       SET ARREARS-INCOMPLETE TO TRUE
                       DISPLAY "WARNING: ARREARS TABLE FULL, BALANCE "
                           "NOT LOADED FOR EMPLOYEE " ARREARS-ID-TOKEN
                   END-IF
               ELSE
                   SET ARREARS-INCOMPLETE TO TRUE
                   DISPLAY "WARNING: UNREADABLE ARREARS LINE: "
                       FUNCTION TRIM (ARREARS-RECORD)
               END-IF
           END-IF.

      *> Finds (or creates) this employee's arrears entry;
      *> ARREARS-IDX is left on it, zero when the table is full.
       FIND-OR-ADD-ARREARS.
       CAP-DEDUCTIONS-AND-ARREARS.
           COMPUTE DEDUCTIBLE-ROOM = GROSS-PAY - AFP-AMOUNT
               - INCOME-TAX-AMOUNT + TAX-REFUND-AMOUNT
               - MEAL-EXCESS-PAY
           IF DEDUCTIBLE-ROOM < 0
      *> Statutory figures alone exceed the pay -- a catch-up
      *> withholding on a short week. The tax is trimmed to what
                                   ADD DEDUCTION-SHORTFALL TO
                                       ARREARS-AMOUNT (ARREARS-IDX)
                               END-IF
                               IF DED-LOAN-REF (CAP-DED-IDX) > 0
                                       AND NOT TRIAL-MODE
                                   PERFORM APPEND-LOAN-SHORTFALL
                               END-IF
                           END-IF
                           MOVE CAP-THIS-AMOUNT
                               TO DED-AMOUNT (CAP-DED-IDX)
           END-IF.

      *> Rewrites the arrears file with only the balances still
      *> owed -- unless part of it never loaded, when the file is
      *> left alone and this run's shortfalls and collections have
      *> to be posted to it by hand.
       SAVE-DEDUCTION-ARREARS.
           IF ARREARS-INCOMPLETE
               DISPLAY "WARNING: data/deduction_arrears.txt NOT "
                   "REWRITTEN -- IT DID NOT LOAD WHOLE; POST THIS "
                   "RUN'S ARREARS MOVEMENTS BY HAND"
           ELSE
               OPEN OUTPUT ARREARS-FILE
               PERFORM VARYING ARREARS-IDX FROM 1 BY 1
                       UNTIL ARREARS-IDX > ARREARS-COUNT
                   IF ARREARS-AMOUNT (ARREARS-IDX) > 0
                       MOVE ARREARS-AMOUNT (ARREARS-IDX)
                           TO ARREARS-BAL-EDIT
                       MOVE SPACES TO ARREARS-RECORD
                       STRING ARREARS-ID (ARREARS-IDX) " "
                              ARREARS-BAL-EDIT
                           DELIMITED BY SIZE INTO ARREARS-RECORD
                       WRITE ARREARS-RECORD
                   END-IF
               END-PERFORM
               CLOSE ARREARS-FILE
           END-IF.

      *> Reads data/company_loans.txt into LOAN-TABLE. Missing file
      *> means no loans outstanding.
           UNSTRING COMPANY-LOAN-RECORD DELIMITED BY SPACE
               INTO LOAN-ID-TOKEN LOAN-EMP-TOKEN LOAN-PRIN-TOKEN
                    LOAN-RATE-TOKEN LOAN-TERM-TOKEN LOAN-BAL-TOKEN
           IF COMPANY-LOAN-RECORD NOT = SPACES
               IF LOAN-EMP-TOKEN IS NUMERIC
                       AND FUNCTION TEST-NUMVAL (LOAN-PRIN-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (LOAN-RATE-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (LOAN-TERM-TOKEN) = 0
                       AND FUNCTION TEST-NUMVAL (LOAN-BAL-TOKEN) = 0
                   IF LOAN-COUNT < LOAN-MAX
                       PERFORM TAKE-LOAN-LINE
                   ELSE
                       SET LOANS-INCOMPLETE TO TRUE
                       DISPLAY "WARNING: LOAN TABLE FULL, LOAN "
                           LOAN-ID-TOKEN " NOT LOADED"
                   END-IF
               ELSE
                   SET LOANS-INCOMPLETE TO TRUE
                   DISPLAY "WARNING: UNREADABLE LOAN LINE: "
                       FUNCTION TRIM (COMPANY-LOAN-RECORD)
               END-IF
           END-IF.

       TAKE-LOAN-LINE.
           ADD 1 TO LOAN-COUNT
           MOVE LOAN-ID-TOKEN TO LOAN-TBL-ID (LOAN-COUNT)
           MOVE LOAN-EMP-TOKEN TO LOAN-TBL-EMP (LOAN-COUNT)
           COMPUTE LOAN-TBL-PRINCIPAL (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-PRIN-TOKEN)
           COMPUTE LOAN-TBL-RATE (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-RATE-TOKEN)
           COMPUTE LOAN-TBL-TERM (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-TERM-TOKEN)
           COMPUTE LOAN-TBL-BALANCE (LOAN-COUNT) =
               FUNCTION NUMVAL (LOAN-BAL-TOKEN).

      *> One installment per open loan for this employee: the
      *> scheduled payment from FUNCTION ANNUITY over the original
      *> principal and term, split against the outstanding balance
      *> is recorded on the loan ledger, and the payslip line carries
      *> the remaining balance.
       APPLY-LOAN-DEDUCTIONS.
           MOVE ZEROS TO DED-LOAN-REF-TABLE
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LOAN-TBL-EMP (LOAN-IDX) = EMP-ID

                   ADD 1 TO DEDUCTION-COUNT
                   MOVE "LOAN" TO DED-CODE (DEDUCTION-COUNT)
                   MOVE LOAN-IDX TO DED-LOAN-REF (DEDUCTION-COUNT)
                   MOVE LOAN-TBL-BALANCE (LOAN-IDX)
                       TO LOAN-BAL-EDIT
                   MOVE SPACES TO DED-DESC (DEDUCTION-COUNT)
                   "DROPPED FOR LOAN " LOAN-TBL-ID (LOAN-IDX)
           END-IF.

      *> "LOAN-ID PERIOD SHORT:AMOUNT RUN-ID" -- the part of this
      *> period's installment the guard could not collect (it went
      *> to the employee's arrears instead), kept beside the
      *> installment line so the loan portfolio can age it.
       APPEND-LOAN-SHORTFALL.
           MOVE DED-LOAN-REF (CAP-DED-IDX) TO LOAN-IDX
           MOVE DEDUCTION-SHORTFALL TO LOAN-SHORT-EDIT
           IF LOAN-STAGE-COUNT < 500
               ADD 1 TO LOAN-STAGE-COUNT
               MOVE SPACES TO LOAN-STAGE-ENTRY (LOAN-STAGE-COUNT)
               STRING LOAN-TBL-ID (LOAN-IDX) DELIMITED BY SPACE
                      " " PERIOD-END-DATE
                      " SHORT:" LOAN-SHORT-EDIT
                      " " RUN-ID
                   DELIMITED BY SIZE
                   INTO LOAN-STAGE-ENTRY (LOAN-STAGE-COUNT)
           ELSE
               DISPLAY "WARNING: LOAN LEDGER STAGE FULL, LINE "
                   "DROPPED FOR LOAN " LOAN-TBL-ID (LOAN-IDX)
           END-IF.

      *> Rewrites the loan master with the advanced balances. A
      *> master that did not load whole is left alone: the loan
      *> ledger holds this run's installments, and the balances are
      *> advanced from it by hand.
       SAVE-COMPANY-LOANS.
           IF LOANS-INCOMPLETE
               DISPLAY "WARNING: data/company_loans.txt NOT "
                   "REWRITTEN -- IT DID NOT LOAD WHOLE; ADVANCE THE "
                   "BALANCES FROM THE LOAN LEDGER BY HAND"
           END-IF
           IF LOAN-COUNT > 0 AND NOT LOANS-INCOMPLETE
               OPEN OUTPUT COMPANY-LOAN-FILE
               PERFORM VARYING LOAN-IDX FROM 1 BY 1
                       UNTIL LOAN-IDX > LOAN-COUNT
           END-PERFORM
           CLOSE COMP-BANK-FILE.

      *> Reads the cycle schedules, the roster's CYCLE lines (the
      *> day-of-week shift lines on the same file are the punch
      *> import's and rest-day check's, and are skipped here) and
      *> the open-cycle balances. Missing files mean nobody is on
      *> an atypical schedule and no hours are being carried.
       LOAD-CYCLE-SCHEDULES.
           MOVE 0 TO CYCLE-SCHED-COUNT
           OPEN INPUT CYCLE-SCHEDULE-FILE
           IF CYCLE-SCHEDULE-FILE-STATUS = "00"
               PERFORM UNTIL CYCLE-SCHEDULE-FILE-STATUS NOT = "00"
                   READ CYCLE-SCHEDULE-FILE
                       AT END
                           MOVE "10" TO CYCLE-SCHEDULE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO CYCLE-TOKEN-1 CYCLE-TOKEN-2
                               CYCLE-TOKEN-3 CYCLE-TOKEN-4
                           UNSTRING CYCLE-SCHEDULE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO CYCLE-TOKEN-1 CYCLE-TOKEN-2
                                    CYCLE-TOKEN-3 CYCLE-TOKEN-4
                           IF CYCLE-TOKEN-1 NOT = SPACES
                                   AND CYCLE-TOKEN-1 (1:1) NOT = "*"
                                   AND FUNCTION TEST-NUMVAL
                                       (CYCLE-TOKEN-2) = 0
                                   AND FUNCTION TEST-NUMVAL
                                       (CYCLE-TOKEN-3) = 0
                                   AND CYCLE-SCHED-COUNT
                                       < CYCLE-SCHED-MAX
                               ADD 1 TO CYCLE-SCHED-COUNT
                               MOVE CYCLE-TOKEN-1 TO CYCLE-SCHED-CODE
                                   (CYCLE-SCHED-COUNT)
                               COMPUTE CYCLE-SCHED-ON-DAYS
                                   (CYCLE-SCHED-COUNT) =
                                   FUNCTION NUMVAL (CYCLE-TOKEN-2)
                               COMPUTE CYCLE-SCHED-OFF-DAYS
                                   (CYCLE-SCHED-COUNT) =
                                   FUNCTION NUMVAL (CYCLE-TOKEN-3)
      *> The ordinary maximum is 48 hours a week unless the
      *> schedule states a lower one.
                               MOVE 48 TO CYCLE-SCHED-WEEKLY
                                   (CYCLE-SCHED-COUNT)
                               IF CYCLE-TOKEN-4 NOT = SPACES
                                       AND FUNCTION TEST-NUMVAL
                                           (CYCLE-TOKEN-4) = 0
                                   COMPUTE CYCLE-SCHED-WEEKLY
                                       (CYCLE-SCHED-COUNT) =
                                       FUNCTION NUMVAL (CYCLE-TOKEN-4)
                               END-IF
                               IF CYCLE-SCHED-ON-DAYS
                                       (CYCLE-SCHED-COUNT) = 0
                                   DISPLAY "WARNING: cycle schedule "
                                       FUNCTION TRIM (CYCLE-TOKEN-1)
                                       " has no on-days -- ignored"
                                   SUBTRACT 1 FROM CYCLE-SCHED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-SCHEDULE-FILE
           END-IF
           MOVE 0 TO CYCLE-CREW-COUNT
           IF CYCLE-SCHED-COUNT > 0
               OPEN INPUT CYCLE-ROSTER-FILE
               IF CYCLE-ROSTER-FILE-STATUS = "00"
                   PERFORM UNTIL CYCLE-ROSTER-FILE-STATUS NOT = "00"
                       READ CYCLE-ROSTER-FILE
                           AT END
                               MOVE "10" TO CYCLE-ROSTER-FILE-STATUS
                           NOT AT END
                               PERFORM PARSE-CYCLE-ROSTER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CYCLE-ROSTER-FILE
               END-IF
           END-IF
           MOVE 0 TO CYCLE-BAL-COUNT
           OPEN INPUT CYCLE-BALANCE-FILE
           IF CYCLE-BALANCE-FILE-STATUS = "00"
               PERFORM UNTIL CYCLE-BALANCE-FILE-STATUS NOT = "00"
                   READ CYCLE-BALANCE-FILE
                       AT END
                           MOVE "10" TO CYCLE-BALANCE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO CYCLE-TOKEN-1 CYCLE-TOKEN-2
                               CYCLE-TOKEN-3 CYCLE-TOKEN-4
                               CYCLE-TOKEN-5
                           UNSTRING CYCLE-BALANCE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO CYCLE-TOKEN-1 CYCLE-TOKEN-2
                                    CYCLE-TOKEN-3 CYCLE-TOKEN-4
                                    CYCLE-TOKEN-5
                           IF CYCLE-TOKEN-1 (1:5) IS NUMERIC
                                   AND CYCLE-TOKEN-3 (1:8) IS NUMERIC
                                   AND FUNCTION TEST-NUMVAL
                                       (CYCLE-TOKEN-4) = 0
                                   AND CYCLE-TOKEN-5 (1:8) IS NUMERIC
                                   AND CYCLE-BAL-COUNT < CYCLE-BAL-MAX
                               ADD 1 TO CYCLE-BAL-COUNT
                               MOVE CYCLE-TOKEN-1 (1:5)
                                   TO CYCLE-BAL-ID (CYCLE-BAL-COUNT)
                               MOVE CYCLE-TOKEN-2
                                   TO CYCLE-BAL-CODE (CYCLE-BAL-COUNT)
                               MOVE CYCLE-TOKEN-3 (1:8)
                                   TO CYCLE-BAL-START (CYCLE-BAL-COUNT)
                               COMPUTE CYCLE-BAL-HOURS
                                   (CYCLE-BAL-COUNT) =
                                   FUNCTION NUMVAL (CYCLE-TOKEN-4)
                               MOVE CYCLE-TOKEN-5 (1:8)
                                   TO CYCLE-BAL-LAST-PE
                                       (CYCLE-BAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-BALANCE-FILE
           END-IF.

      *> One roster line: "ID CYCLE CODE ANCHOR". A later line for
      *> the same crew member moves them onto the new schedule.
       PARSE-CYCLE-ROSTER-LINE.
           MOVE SPACES TO CYCLE-TOKEN-1 CYCLE-TOKEN-2
               CYCLE-TOKEN-3 CYCLE-TOKEN-4
           UNSTRING CYCLE-ROSTER-RECORD DELIMITED BY ALL SPACE
               INTO CYCLE-TOKEN-1 CYCLE-TOKEN-2
                    CYCLE-TOKEN-3 CYCLE-TOKEN-4
           IF CYCLE-TOKEN-1 (1:5) IS NUMERIC
                   AND CYCLE-TOKEN-1 (6:5) = SPACES
                   AND FUNCTION TRIM (CYCLE-TOKEN-2) = "CYCLE"
               MOVE "N" TO CYCLE-SCHED-FOUND-FLAG
               PERFORM VARYING CYCLE-SCHED-IDX FROM 1 BY 1
                       UNTIL CYCLE-SCHED-IDX > CYCLE-SCHED-COUNT
                           OR CYCLE-SCHED-FOUND
                   IF CYCLE-SCHED-CODE (CYCLE-SCHED-IDX)
                           = CYCLE-TOKEN-3
                       SET CYCLE-SCHED-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CYCLE-SCHED-FOUND
                   DISPLAY "WARNING: roster cycle "
                       FUNCTION TRIM (CYCLE-TOKEN-3) " for "
                       CYCLE-TOKEN-1 (1:5)
                       " is not on the schedule file -- ignored"
               ELSE
               IF CYCLE-TOKEN-4 (1:8) IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (CYCLE-TOKEN-4 (1:8)))
                           NOT = 0
                   DISPLAY "WARNING: roster cycle anchor "
                       FUNCTION TRIM (CYCLE-TOKEN-4) " for "
                       CYCLE-TOKEN-1 (1:5)
                       " is not a date -- ignored"
               ELSE
                   SUBTRACT 1 FROM CYCLE-SCHED-IDX
                   PERFORM VARYING CYCLE-CREW-IDX FROM 1 BY 1
                           UNTIL CYCLE-CREW-IDX > CYCLE-CREW-COUNT
                               OR CYCLE-CREW-ID (CYCLE-CREW-IDX)
                                   = CYCLE-TOKEN-1 (1:5)
                       CONTINUE
                   END-PERFORM
                   IF CYCLE-CREW-IDX > CYCLE-CREW-COUNT
                       IF CYCLE-CREW-COUNT < CYCLE-CREW-MAX
                           ADD 1 TO CYCLE-CREW-COUNT
                       ELSE
                           MOVE 0 TO CYCLE-CREW-IDX
                       END-IF
                   END-IF
                   IF CYCLE-CREW-IDX > 0
                       MOVE CYCLE-TOKEN-1 (1:5)
                           TO CYCLE-CREW-ID (CYCLE-CREW-IDX)
                       MOVE CYCLE-SCHED-IDX
                           TO CYCLE-CREW-SCHED (CYCLE-CREW-IDX)
                       MOVE CYCLE-TOKEN-4 (1:8)
                           TO CYCLE-CREW-ANCHOR (CYCLE-CREW-IDX)
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> Is the current employee on a cycle schedule that has begun
      *> by this period's end? CYCLE-SCHED-IDX is left on their
      *> schedule and CYCLE-BAL-IDX on their hour balance (a new,
      *> empty one when they have none). Before the anchor, or with
      *> no room left for a balance, the week is paid on the weekly
      *> rules.
       CHECK-CYCLE-SCHEDULE.
           MOVE "N" TO CYCLE-SCHEDULE-FLAG
           PERFORM VARYING CYCLE-CREW-IDX FROM 1 BY 1
                   UNTIL CYCLE-CREW-IDX > CYCLE-CREW-COUNT
                       OR ON-CYCLE-SCHEDULE
               IF CYCLE-CREW-ID (CYCLE-CREW-IDX) = EMP-ID
                   SET ON-CYCLE-SCHEDULE TO TRUE
               END-IF
           END-PERFORM
           IF ON-CYCLE-SCHEDULE
               SUBTRACT 1 FROM CYCLE-CREW-IDX
               MOVE CYCLE-CREW-SCHED (CYCLE-CREW-IDX)
                   TO CYCLE-SCHED-IDX
               COMPUTE CYCLE-ANCHOR-SERIAL = FUNCTION INTEGER-OF-DATE
                   (CYCLE-CREW-ANCHOR (CYCLE-CREW-IDX))
               IF CYCLE-ANCHOR-SERIAL > PERIOD-END-SERIAL
                   MOVE "N" TO CYCLE-SCHEDULE-FLAG
               END-IF
           END-IF
           IF ON-CYCLE-SCHEDULE
               MOVE "N" TO CYCLE-BAL-FOUND-FLAG
               PERFORM VARYING CYCLE-BAL-IDX FROM 1 BY 1
                       UNTIL CYCLE-BAL-IDX > CYCLE-BAL-COUNT
                           OR CYCLE-BAL-FOUND
                   IF CYCLE-BAL-ID (CYCLE-BAL-IDX) = EMP-ID
                       SET CYCLE-BAL-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF CYCLE-BAL-FOUND
                   SUBTRACT 1 FROM CYCLE-BAL-IDX
               ELSE
               IF CYCLE-BAL-COUNT < CYCLE-BAL-MAX
                   ADD 1 TO CYCLE-BAL-COUNT
                   MOVE CYCLE-BAL-COUNT TO CYCLE-BAL-IDX
                   MOVE EMP-ID TO CYCLE-BAL-ID (CYCLE-BAL-IDX)
                   MOVE SPACES TO CYCLE-BAL-CODE (CYCLE-BAL-IDX)
                   MOVE 0 TO CYCLE-BAL-START (CYCLE-BAL-IDX)
                   MOVE 0 TO CYCLE-BAL-HOURS (CYCLE-BAL-IDX)
                   MOVE 0 TO CYCLE-BAL-LAST-PE (CYCLE-BAL-IDX)
               ELSE
                   DISPLAY "WARNING: cycle balance table full -- "
                       EMP-NAME " paid on the weekly rules"
                   MOVE "N" TO CYCLE-SCHEDULE-FLAG
               END-IF
               END-IF
           END-IF.

      *> Overtime on an atypical schedule is measured against the
      *> average over the whole cycle, so no week of it is overtime
      *> by itself: the week's hours are paid straight and carried
      *> into the open cycle's balance. A week belongs whole to the
      *> cycle its period end falls in. When the period ends on the
      *> cycle's last day the cycle is settled here; a cycle whose
      *> last week brought no hours (the rest block, usually) is
      *> settled by the crew member's first week of the next one.
      *> A period already carried is not carried again, so a rerun
      *> of the same week neither doubles the hours nor the premium.
       APPLY-CYCLE-AVERAGING.
           MOVE 0 TO OT-HOURS
           MOVE 0 TO DT-HOURS
           MOVE "N" TO DAILY-OT-USED-FLAG
           MOVE "N" TO CYCLE-SETTLED-FLAG
           COMPUTE CYCLE-LENGTH =
               CYCLE-SCHED-ON-DAYS (CYCLE-SCHED-IDX)
               + CYCLE-SCHED-OFF-DAYS (CYCLE-SCHED-IDX)
           COMPUTE CYCLE-NUMBER =
               (PERIOD-END-SERIAL - CYCLE-ANCHOR-SERIAL) / CYCLE-LENGTH
           COMPUTE CYCLE-START-SERIAL =
               CYCLE-ANCHOR-SERIAL + CYCLE-NUMBER * CYCLE-LENGTH
           COMPUTE CYCLE-END-SERIAL =
               CYCLE-START-SERIAL + CYCLE-LENGTH - 1
           COMPUTE CYCLE-DAY =
               PERIOD-END-SERIAL - CYCLE-START-SERIAL + 1
           COMPUTE CYCLE-START-DATE =
               FUNCTION DATE-OF-INTEGER (CYCLE-START-SERIAL)
           IF CYCLE-BAL-LAST-PE (CYCLE-BAL-IDX) >= PERIOD-END-DATE
               DISPLAY "WARNING: cycle hours for " EMP-NAME
                   " already carried for the period ending "
                   PERIOD-END-DATE " -- not carried again"
           ELSE
               IF CYCLE-BAL-START (CYCLE-BAL-IDX) > 0
                       AND CYCLE-BAL-START (CYCLE-BAL-IDX)
                           < CYCLE-START-DATE
                       AND CYCLE-BAL-HOURS (CYCLE-BAL-IDX) > 0
                   PERFORM SETTLE-CYCLE-BALANCE
               END-IF
               IF CYCLE-BAL-START (CYCLE-BAL-IDX) NOT = CYCLE-START-DATE
                   MOVE CYCLE-START-DATE
                       TO CYCLE-BAL-START (CYCLE-BAL-IDX)
                   MOVE 0 TO CYCLE-BAL-HOURS (CYCLE-BAL-IDX)
               END-IF
               MOVE CYCLE-SCHED-CODE (CYCLE-SCHED-IDX)
                   TO CYCLE-BAL-CODE (CYCLE-BAL-IDX)
               ADD EMP-HOURS TO CYCLE-BAL-HOURS (CYCLE-BAL-IDX)
               MOVE PERIOD-END-DATE TO CYCLE-BAL-LAST-PE (CYCLE-BAL-IDX)
               SET CYCLE-BAL-CHANGED TO TRUE
               IF CYCLE-DAY = CYCLE-LENGTH
                   PERFORM SETTLE-CYCLE-BALANCE
                   COMPUTE CYCLE-BAL-START (CYCLE-BAL-IDX) =
                       FUNCTION DATE-OF-INTEGER (CYCLE-END-SERIAL + 1)
                   MOVE 0 TO CYCLE-BAL-HOURS (CYCLE-BAL-IDX)
               END-IF
           END-IF
           MOVE CYCLE-DAY TO CYCLE-DAY-EDIT
           MOVE CYCLE-LENGTH TO CYCLE-LENGTH-EDIT
           MOVE SPACES TO PAY-BASIS-TEXT
           IF CYCLE-SETTLED
               STRING "ciclo "
                      FUNCTION TRIM (CYCLE-SCHED-CODE (CYCLE-SCHED-IDX))
                      " liquidado"
                   DELIMITED BY SIZE INTO PAY-BASIS-TEXT
           ELSE
               STRING "ciclo "
                      FUNCTION TRIM (CYCLE-SCHED-CODE (CYCLE-SCHED-IDX))
                      " dia " FUNCTION TRIM (CYCLE-DAY-EDIT)
                      "/" FUNCTION TRIM (CYCLE-LENGTH-EDIT)
                   DELIMITED BY SIZE INTO PAY-BASIS-TEXT
           END-IF.

      *> Settles the balance's cycle on its average: the hours over
      *> the weekly maximum spread across the cycle's days are its
      *> overtime -- the first two hours per on-day at 25 percent,
      *> the rest at 35, as the daily rule would have priced them.
      *> The cycle is measured on the schedule it was worked under,
      *> even if the crew member has since moved to another.
       SETTLE-CYCLE-BALANCE.
           MOVE "N" TO CYCLE-SCHED-FOUND-FLAG
           PERFORM VARYING CYCLE-SETTLE-IDX FROM 1 BY 1
                   UNTIL CYCLE-SETTLE-IDX > CYCLE-SCHED-COUNT
                       OR CYCLE-SCHED-FOUND
               IF CYCLE-SCHED-CODE (CYCLE-SETTLE-IDX)
                       = CYCLE-BAL-CODE (CYCLE-BAL-IDX)
                   SET CYCLE-SCHED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CYCLE-SCHED-FOUND
               SUBTRACT 1 FROM CYCLE-SETTLE-IDX
           ELSE
               MOVE CYCLE-SCHED-IDX TO CYCLE-SETTLE-IDX
           END-IF
           MOVE CYCLE-SCHED-ON-DAYS (CYCLE-SETTLE-IDX)
               TO CYCLE-SETTLE-ON-DAYS
           COMPUTE CYCLE-SETTLE-LENGTH = CYCLE-SETTLE-ON-DAYS
               + CYCLE-SCHED-OFF-DAYS (CYCLE-SETTLE-IDX)
           COMPUTE CYCLE-ALLOWANCE-HOURS ROUNDED =
               CYCLE-SCHED-WEEKLY (CYCLE-SETTLE-IDX)
                   * CYCLE-SETTLE-LENGTH / 7
           IF CYCLE-BAL-HOURS (CYCLE-BAL-IDX) > CYCLE-ALLOWANCE-HOURS
               COMPUTE CYCLE-EXCESS-HOURS =
                   CYCLE-BAL-HOURS (CYCLE-BAL-IDX)
                   - CYCLE-ALLOWANCE-HOURS
               COMPUTE CYCLE-OT25-CAP = CYCLE-SETTLE-ON-DAYS * 2
               IF CYCLE-EXCESS-HOURS > CYCLE-OT25-CAP
                   ADD CYCLE-OT25-CAP TO OT-HOURS
                   COMPUTE DT-HOURS = DT-HOURS
                       + CYCLE-EXCESS-HOURS - CYCLE-OT25-CAP
               ELSE
                   ADD CYCLE-EXCESS-HOURS TO OT-HOURS
               END-IF
           END-IF
           MOVE CYCLE-BAL-HOURS (CYCLE-BAL-IDX) TO CYCLE-HOURS-EDIT
           MOVE CYCLE-ALLOWANCE-HOURS TO CYCLE-ALLOWANCE-EDIT
           DISPLAY "NOTE: cycle "
               FUNCTION TRIM (CYCLE-BAL-CODE (CYCLE-BAL-IDX))
               " from " CYCLE-BAL-START (CYCLE-BAL-IDX)
               " settled for " EMP-NAME " -- " CYCLE-HOURS-EDIT
               " hours against " CYCLE-ALLOWANCE-EDIT " allowed"
           SET CYCLE-SETTLED TO TRUE.

      *> Rewrites the open-cycle balances.
       SAVE-CYCLE-BALANCES.
           OPEN OUTPUT CYCLE-BALANCE-FILE
           PERFORM VARYING CYCLE-BAL-IDX FROM 1 BY 1
                   UNTIL CYCLE-BAL-IDX > CYCLE-BAL-COUNT
               IF CYCLE-BAL-START (CYCLE-BAL-IDX) > 0
                   MOVE CYCLE-BAL-HOURS (CYCLE-BAL-IDX)
                       TO CYCLE-HOURS-EDIT
                   MOVE SPACES TO CYCLE-BALANCE-RECORD
                   STRING CYCLE-BAL-ID (CYCLE-BAL-IDX) " "
                          FUNCTION TRIM (CYCLE-BAL-CODE (CYCLE-BAL-IDX))
                          " " CYCLE-BAL-START (CYCLE-BAL-IDX)
                          " " CYCLE-HOURS-EDIT
                          " " CYCLE-BAL-LAST-PE (CYCLE-BAL-IDX)
                       DELIMITED BY SIZE INTO CYCLE-BALANCE-RECORD
                   WRITE CYCLE-BALANCE-RECORD
               END-IF
           END-PERFORM
           CLOSE CYCLE-BALANCE-FILE.

      *> Reads data/tax_residence.txt into RESIDENCE-TABLE. A missing
      *> file leaves everyone domiciled.
       LOAD-TAX-RESIDENCE.
           MOVE 0 TO RESIDENCE-COUNT
           OPEN INPUT TAX-RESIDENCE-FILE
           IF TAX-RESIDENCE-FILE-STATUS = "00"
               PERFORM UNTIL TAX-RESIDENCE-FILE-STATUS NOT = "00"
                   READ TAX-RESIDENCE-FILE
                       AT END
                           MOVE "10" TO TAX-RESIDENCE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO RESIDENCE-TOKEN-1
                               RESIDENCE-TOKEN-2 RESIDENCE-TOKEN-3
                           UNSTRING TAX-RESIDENCE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO RESIDENCE-TOKEN-1
                                    RESIDENCE-TOKEN-2
                                    RESIDENCE-TOKEN-3
                           IF RESIDENCE-TOKEN-1 (1:5) IS NUMERIC
                                   AND (RESIDENCE-TOKEN-2 = "ENTRY"
                                     OR RESIDENCE-TOKEN-2 = "EXIT")
                                   AND RESIDENCE-TOKEN-3 (1:8)
                                       IS NUMERIC
                                   AND RESIDENCE-COUNT < 2000
                               ADD 1 TO RESIDENCE-COUNT
                               MOVE RESIDENCE-TOKEN-1 (1:5)
                                   TO RESIDENCE-ID (RESIDENCE-COUNT)
                               MOVE RESIDENCE-TOKEN-2
                                   TO RESIDENCE-MOVEMENT
                                       (RESIDENCE-COUNT)
                               MOVE RESIDENCE-TOKEN-3 (1:8)
                                   TO RESIDENCE-DATE (RESIDENCE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RESIDENCE-FILE
           END-IF.

      *> The current employee's tax residence for this period: days
      *> present in the twelve months to the end of the previous
      *> month, and the same a month earlier. Fewer than 183 days is
      *> non-domiciled; the two differing means the line was crossed
      *> at the last month end.
       EVALUATE-TAX-RESIDENCE.
           MOVE "N" TO RESIDENCE-TRACKED-FLAG
           MOVE "N" TO NON-DOMICILED-FLAG
           MOVE "N" TO PRIOR-NON-DOMICILED-FLAG
           MOVE 0 TO RESIDENCE-DAYS
           MOVE 0 TO PRIOR-RESIDENCE-DAYS
           PERFORM VARYING RESIDENCE-IDX FROM 1 BY 1
                   UNTIL RESIDENCE-IDX > RESIDENCE-COUNT
                       OR RESIDENCE-TRACKED
               IF RESIDENCE-ID (RESIDENCE-IDX) = EMP-ID
                   SET RESIDENCE-TRACKED TO TRUE
               END-IF
           END-PERFORM
           IF RESIDENCE-TRACKED
               MOVE PERIOD-END-DATE TO RESIDENCE-EVAL-DATE
               MOVE "01" TO RESIDENCE-EVAL-DATE-X (7:2)
               COMPUTE RESIDENCE-EVAL-SERIAL =
                   FUNCTION INTEGER-OF-DATE (RESIDENCE-EVAL-DATE) - 1
               COMPUTE RESIDENCE-EVAL-DATE =
                   FUNCTION DATE-OF-INTEGER (RESIDENCE-EVAL-SERIAL)
               MOVE "01" TO RESIDENCE-EVAL-DATE-X (7:2)
               COMPUTE RESIDENCE-EVAL-SERIAL =
                   FUNCTION INTEGER-OF-DATE (RESIDENCE-EVAL-DATE) - 1
               PERFORM COUNT-RESIDENCE-DAYS
               MOVE RESIDENCE-DAYS TO PRIOR-RESIDENCE-DAYS
               IF PRIOR-RESIDENCE-DAYS < RESIDENCE-MIN-DAYS
                   SET PRIOR-NON-DOMICILED TO TRUE
               END-IF
               MOVE PERIOD-END-DATE TO RESIDENCE-EVAL-DATE
               MOVE "01" TO RESIDENCE-EVAL-DATE-X (7:2)
               COMPUTE RESIDENCE-EVAL-SERIAL =
                   FUNCTION INTEGER-OF-DATE (RESIDENCE-EVAL-DATE) - 1
               COMPUTE RESIDENCE-EVAL-DATE =
                   FUNCTION DATE-OF-INTEGER (RESIDENCE-EVAL-SERIAL)
               PERFORM COUNT-RESIDENCE-DAYS
               IF RESIDENCE-DAYS < RESIDENCE-MIN-DAYS
                   SET NON-DOMICILED TO TRUE
               END-IF
           END-IF.

      *> Days present in the 365 days ending RESIDENCE-EVAL-SERIAL:
      *> each ENTRY opens a stay, the EXIT after it closes it, and a
      *> stay still open runs to the evaluation date.
       COUNT-RESIDENCE-DAYS.
           MOVE 0 TO RESIDENCE-DAYS
           MOVE 0 TO RESIDENCE-OPEN-SERIAL
           COMPUTE RESIDENCE-WINDOW-START =
               RESIDENCE-EVAL-SERIAL - 364
           PERFORM VARYING RESIDENCE-IDX FROM 1 BY 1
                   UNTIL RESIDENCE-IDX > RESIDENCE-COUNT
               IF RESIDENCE-ID (RESIDENCE-IDX) = EMP-ID
                   IF RESIDENCE-MOVEMENT (RESIDENCE-IDX) = "ENTRY"
                       COMPUTE RESIDENCE-OPEN-SERIAL =
                           FUNCTION INTEGER-OF-DATE
                               (RESIDENCE-DATE (RESIDENCE-IDX))
                   ELSE
                       IF RESIDENCE-OPEN-SERIAL > 0
                           COMPUTE RESIDENCE-STAY-END =
                               FUNCTION INTEGER-OF-DATE
                                   (RESIDENCE-DATE (RESIDENCE-IDX))
                           PERFORM ADD-RESIDENCE-STAY
                           MOVE 0 TO RESIDENCE-OPEN-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RESIDENCE-OPEN-SERIAL > 0
               MOVE RESIDENCE-EVAL-SERIAL TO RESIDENCE-STAY-END
               PERFORM ADD-RESIDENCE-STAY
           END-IF.

      *> The part of one stay inside the window.
       ADD-RESIDENCE-STAY.
           MOVE RESIDENCE-OPEN-SERIAL TO RESIDENCE-STAY-START
           IF RESIDENCE-STAY-START < RESIDENCE-WINDOW-START
               MOVE RESIDENCE-WINDOW-START TO RESIDENCE-STAY-START
           END-IF
           IF RESIDENCE-STAY-END > RESIDENCE-EVAL-SERIAL
               MOVE RESIDENCE-EVAL-SERIAL TO RESIDENCE-STAY-END
           END-IF
           IF RESIDENCE-STAY-END >= RESIDENCE-STAY-START
               COMPUTE RESIDENCE-DAYS = RESIDENCE-DAYS
                   + RESIDENCE-STAY-END - RESIDENCE-STAY-START + 1
           END-IF.

      *> Reads the outstanding advances into ADVANCE-TABLE. Missing
      *> file means nobody owes an advance.
       LOAD-OUTSTANDING-ADVANCES.
           MOVE 0 TO ADVANCE-COUNT
           OPEN INPUT ADVANCES-FILE
           IF ADVANCES-FILE-STATUS = "00"
               PERFORM UNTIL ADVANCES-FILE-STATUS NOT = "00"
                   READ ADVANCES-FILE
                       AT END
                           MOVE "10" TO ADVANCES-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-ADVANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADVANCES-FILE
           END-IF.

       PARSE-ADVANCE-LINE.
           MOVE SPACES TO ADV-ID-TOKEN ADV-EMP-TOKEN ADV-AMT-TOKEN
               ADV-BAL-TOKEN ADV-RUN-TOKEN
           UNSTRING ADVANCES-RECORD DELIMITED BY SPACE
               INTO ADV-ID-TOKEN ADV-EMP-TOKEN ADV-AMT-TOKEN
                    ADV-BAL-TOKEN ADV-RUN-TOKEN
           IF ADVANCES-RECORD NOT = SPACES
               IF ADV-EMP-TOKEN IS NUMERIC
                       AND FUNCTION TEST-NUMVAL (ADV-BAL-TOKEN) = 0
                   IF ADVANCE-COUNT < ADVANCE-MAX
                       PERFORM TAKE-ADVANCE-LINE
                   ELSE
                       SET ADVANCES-INCOMPLETE TO TRUE
                       DISPLAY "WARNING: ADVANCE TABLE FULL, ADVANCE "
                           ADV-ID-TOKEN " NOT LOADED"
                   END-IF
               ELSE
                   SET ADVANCES-INCOMPLETE TO TRUE
                   DISPLAY "WARNING: UNREADABLE ADVANCE LINE: "
                       FUNCTION TRIM (ADVANCES-RECORD)
               END-IF
           END-IF.

       TAKE-ADVANCE-LINE.
           ADD 1 TO ADVANCE-COUNT
           MOVE ADV-ID-TOKEN TO ADV-TBL-ID (ADVANCE-COUNT)
           MOVE ADV-EMP-TOKEN TO ADV-TBL-EMP (ADVANCE-COUNT)
           COMPUTE ADV-TBL-AMOUNT (ADVANCE-COUNT) =
               FUNCTION NUMVAL (ADV-AMT-TOKEN)
           COMPUTE ADV-TBL-BALANCE (ADVANCE-COUNT) =
               FUNCTION NUMVAL (ADV-BAL-TOKEN)
           MOVE ADV-RUN-TOKEN TO ADV-TBL-RUN (ADVANCE-COUNT).

      *> Recovers this employee's outstanding advances under the
      *> same net-pay protection the garnishment ceiling enforces:
      *> the take is capped at GARN-MAX-PCT of the net the pay can
      *> bear after the statutory figures and the deductions
      *> already taken, the employee keeps the rest, and nothing
      *> ever rides to arrears (the unrecovered balance simply
      *> stays on the ledger for next period).
       APPLY-ADVANCE-RECOVERY.
           PERFORM VARYING ADVANCE-IDX FROM 1 BY 1
                   UNTIL ADVANCE-IDX > ADVANCE-COUNT
               IF ADV-TBL-EMP (ADVANCE-IDX) = EMP-ID
                       AND ADV-TBL-BALANCE (ADVANCE-IDX) > 0
                       AND DEDUCTION-COUNT < 5
                   COMPUTE ADVANCE-ROOM ROUNDED =
                       (GROSS-PAY - AFP-AMOUNT
                       - INCOME-TAX-AMOUNT - TOTAL-DEDUCTIONS
                       + TAX-REFUND-AMOUNT) * GARN-MAX-PCT
                   IF ADVANCE-ROOM > 0
                       IF ADVANCE-ROOM
                               > ADV-TBL-BALANCE (ADVANCE-IDX)
                           MOVE ADV-TBL-BALANCE (ADVANCE-IDX)
                               TO ADVANCE-RECOVERED
                       ELSE
                           MOVE ADVANCE-ROOM TO ADVANCE-RECOVERED
                       END-IF
                       SUBTRACT ADVANCE-RECOVERED
                           FROM ADV-TBL-BALANCE (ADVANCE-IDX)
                       ADD 1 TO DEDUCTION-COUNT
                       MOVE "ADEL" TO DED-CODE (DEDUCTION-COUNT)
                       MOVE ADV-TBL-BALANCE (ADVANCE-IDX)
                           TO ADV-BAL-EDIT
                       MOVE SPACES TO DED-DESC (DEDUCTION-COUNT)
           END-PERFORM.

      *> Rewrites the ledger with the drawn-down balances; an
      *> advance fully recovered drops off the file. A ledger that
      *> did not load whole is left alone and this run's recoveries
      *> (the ADEL lines on the slips) are posted to it by hand.
       SAVE-OUTSTANDING-ADVANCES.
           IF ADVANCES-INCOMPLETE
               DISPLAY "WARNING: data/advances_outstanding.txt NOT "
                   "REWRITTEN -- IT DID NOT LOAD WHOLE; POST THIS "
                   "RUN'S ADVANCE RECOVERIES BY HAND"
           END-IF
           IF ADVANCE-COUNT > 0 AND NOT ADVANCES-INCOMPLETE
               OPEN OUTPUT ADVANCES-FILE
               PERFORM VARYING ADVANCE-IDX FROM 1 BY 1
                       UNTIL ADVANCE-IDX > ADVANCE-COUNT
      *> component split (the same order-dependence the proration
      *> reset above guards against).
           PERFORM ADD-FAMILY-ALLOWANCE
           PERFORM ADD-SENIORITY-BONUS
           PERFORM CLAIM-PENDING-VIATICOS
           PERFORM LOOKUP-MEAL-BENEFIT
           COMPUTE AFP-AMOUNT = GROSS-PAY * AFP-RATE-FIELD
           PERFORM COMPUTE-INCOME-TAX
           PERFORM APPLY-LOAN-DEDUCTIONS
               - INCOME-TAX-AMOUNT - TOTAL-DEDUCTIONS
               + TAX-REFUND-AMOUNT.

      *> Reads data/construction_rates.txt into the wage and terms
      *> tables. A missing file leaves both empty, and a
      *> CIVIL-regime line is then refused rather than priced
      *> off an hourly rate the agreement does not use.
       LOAD-CONSTRUCTION-RATES.
           MOVE 0 TO CIVIL-WAGE-COUNT
           MOVE 0 TO CIVIL-TERMS-COUNT
           OPEN INPUT CONSTRUCTION-RATE-FILE
           IF CONSTRUCTION-RATE-FILE-STATUS = "00"
               PERFORM UNTIL CONSTRUCTION-RATE-FILE-STATUS NOT = "00"
                   READ CONSTRUCTION-RATE-FILE
                       AT END
                           MOVE "10"
                               TO CONSTRUCTION-RATE-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-CONSTRUCTION-RATE-LINE
                   END-READ
               END-PERFORM
               CLOSE CONSTRUCTION-RATE-FILE
           END-IF.

       PARSE-CONSTRUCTION-RATE-LINE.
           MOVE SPACES TO CIVIL-KEY-TOKEN CIVIL-TOKEN-1 CIVIL-TOKEN-2
               CIVIL-TOKEN-3 CIVIL-TOKEN-4 CIVIL-TOKEN-5
               CIVIL-TOKEN-6 CIVIL-TOKEN-7 CIVIL-TOKEN-8
               CIVIL-TOKEN-9
           UNSTRING CONSTRUCTION-RATE-RECORD DELIMITED BY ALL SPACE
               INTO CIVIL-KEY-TOKEN CIVIL-TOKEN-1 CIVIL-TOKEN-2
                    CIVIL-TOKEN-3 CIVIL-TOKEN-4 CIVIL-TOKEN-5
                    CIVIL-TOKEN-6 CIVIL-TOKEN-7 CIVIL-TOKEN-8
                    CIVIL-TOKEN-9
           EVALUATE CIVIL-KEY-TOKEN
               WHEN "WAGE"
                   IF CIVIL-WAGE-COUNT < CIVIL-WAGE-MAX
                           AND CIVIL-TOKEN-1 NOT = SPACES
                           AND CIVIL-TOKEN-2 (1:8) IS NUMERIC
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-3) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-4) = 0
                           AND CIVIL-TOKEN-4 NOT = SPACES
                       ADD 1 TO CIVIL-WAGE-COUNT
                       MOVE CIVIL-TOKEN-1
                           TO CIVIL-WAGE-CATEGORY (CIVIL-WAGE-COUNT)
                       MOVE CIVIL-TOKEN-2 (1:8)
                           TO CIVIL-WAGE-EFFECTIVE (CIVIL-WAGE-COUNT)
                       COMPUTE CIVIL-WAGE-DAILY (CIVIL-WAGE-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-3)
                       COMPUTE CIVIL-WAGE-BUC-PCT (CIVIL-WAGE-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-4)
                   END-IF
               WHEN "TERMS"
                   IF CIVIL-TERMS-COUNT < CIVIL-TERMS-MAX
                           AND CIVIL-TOKEN-1 (1:8) IS NUMERIC
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-2) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-3) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-4) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-5) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-6) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-7) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-8) = 0
                           AND FUNCTION TEST-NUMVAL (CIVIL-TOKEN-9) = 0
                           AND CIVIL-TOKEN-9 NOT = SPACES
                       ADD 1 TO CIVIL-TERMS-COUNT
                       MOVE CIVIL-TOKEN-1 (1:8) TO
                           CIVIL-TERMS-EFFECTIVE (CIVIL-TERMS-COUNT)
                       COMPUTE CIVIL-TERMS-MOBILITY
                           (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-2)
                       COMPUTE CIVIL-TERMS-OT1-PCT (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-3)
                       COMPUTE CIVIL-TERMS-OT2-PCT (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-4)
                       COMPUTE CIVIL-TERMS-CTS-PCT (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-5)
                       COMPUTE CIVIL-TERMS-GRATI-PCT
                           (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-6)
                       COMPUTE CIVIL-TERMS-VAC-PCT (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-7)
                       COMPUTE CIVIL-TERMS-UNION-PCT
                           (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-8)
                       COMPUTE CIVIL-TERMS-CONAF-PCT
                           (CIVIL-TERMS-COUNT) =
                           FUNCTION NUMVAL (CIVIL-TOKEN-9)
                   END-IF
           END-EVALUATE.

      *> Is the current employee on the CIVIL regime? Only a
      *> regular weekly line is priced off the agreement -- a
      *> production or sales line keeps its own basis, and the
      *> special, monthly, and bonus runs never price hours.
       CHECK-CONSTRUCTION-REGIME.
           MOVE "N" TO CIVIL-MODE-FLAG
           MOVE SPACES TO CIVIL-CATEGORY
           IF MASTER-IS-OPEN AND EMP-ID IS NUMERIC
                   AND NOT ALT-PAY-MODE
                   AND NOT SPECIAL-MODE
                   AND NOT MONTHLY-MODE
                   AND NOT BONUS-MODE
               MOVE FUNCTION NUMVAL (EMP-ID) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM (EMPMAST-REGIME)
                               = "CIVIL"
                           SET CIVIL-MODE TO TRUE
                           MOVE EMPMAST-CIVIL-CATEGORY
                               TO CIVIL-CATEGORY
                       END-IF
               END-READ
           END-IF.

      *> A construction line needs the agreement lines in force for
      *> the period -- the category's daily wage and the terms, each
      *> the latest effective on or before the period end. The rate
      *> column on the line plays no part, so only the hours bounds
      *> apply.
       VALIDATE-CONSTRUCTION-RECORD.
           MOVE 0 TO CIVIL-WAGE-PICK
           MOVE 0 TO CIVIL-TERMS-PICK
           PERFORM VARYING CIVIL-WAGE-IDX FROM 1 BY 1
                   UNTIL CIVIL-WAGE-IDX > CIVIL-WAGE-COUNT
               IF CIVIL-WAGE-CATEGORY (CIVIL-WAGE-IDX)
                       = CIVIL-CATEGORY
                       AND CIVIL-WAGE-EFFECTIVE (CIVIL-WAGE-IDX)
                           NOT > PERIOD-END-DATE
                   IF CIVIL-WAGE-PICK = 0
                       MOVE CIVIL-WAGE-IDX TO CIVIL-WAGE-PICK
                   ELSE
                       IF CIVIL-WAGE-EFFECTIVE (CIVIL-WAGE-IDX)
                               > CIVIL-WAGE-EFFECTIVE
                                   (CIVIL-WAGE-PICK)
                           MOVE CIVIL-WAGE-IDX TO CIVIL-WAGE-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CIVIL-TERMS-IDX FROM 1 BY 1
                   UNTIL CIVIL-TERMS-IDX > CIVIL-TERMS-COUNT
               IF CIVIL-TERMS-EFFECTIVE (CIVIL-TERMS-IDX)
                       NOT > PERIOD-END-DATE
                   IF CIVIL-TERMS-PICK = 0
                       MOVE CIVIL-TERMS-IDX TO CIVIL-TERMS-PICK
                   ELSE
                       IF CIVIL-TERMS-EFFECTIVE (CIVIL-TERMS-IDX)
                               > CIVIL-TERMS-EFFECTIVE
                                   (CIVIL-TERMS-PICK)
                           MOVE CIVIL-TERMS-IDX TO CIVIL-TERMS-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF EMP-HOURS < MIN-VALID-HOURS
                   OR EMP-HOURS > MAX-VALID-HOURS
               SET RECORD-IS-INVALID TO TRUE
               DISPLAY "WARNING: hours out of range, "
                   "payslip not generated for: " EMP-NAME
           ELSE
               IF CIVIL-WAGE-PICK = 0 OR CIVIL-TERMS-PICK = 0
                   SET RECORD-IS-INVALID TO TRUE
                   DISPLAY "WARNING: no construction rate in force "
                       "for category '" CIVIL-CATEGORY "', payslip "
                       "not generated for: " EMP-NAME
               END-IF
           END-IF.

      *> The construction week: the days attended at the category's
      *> daily wage as BASE-PAY, the dominical (one day's wage for a
      *> full six-day week, in proportion otherwise), the BUC on the
      *> basic wage, overtime past eight hours a day at the
      *> agreement's two tiers (OT-PAY/DT-PAY, so the authorization
      *> check and the payslip lines stay where they are), and the
      *> weekly vacation, gratificacion, and CTS as percentages of
      *> the basic wage. Days attended come from the punch import's
      *> DAY lines when there are any, else from the hours at eight
      *> a day. Union dues and CONAFOVICER join the deductions;
      *> CTS and mobility ride on the net outside the gross.
       COMPUTE-CONSTRUCTION-PAY.
           MOVE 0 TO OT-HOURS
           MOVE 0 TO DT-HOURS
           MOVE "N" TO PRORATION-NEEDED-FLAG
           MOVE 1 TO PRORATION-FACTOR
           MOVE 0 TO TOPUP-PAY
           MOVE CIVIL-WAGE-DAILY (CIVIL-WAGE-PICK) TO CIVIL-DAILY-WAGE
      *> The hourly equivalent of the daily wage -- what the holiday
      *> and night premiums are priced at.
           COMPUTE EMP-RATE ROUNDED = CIVIL-DAILY-WAGE / 8

           MOVE "N" TO DAILY-OT-USED-FLAG
           MOVE 0 TO CIVIL-DAYS
           IF DAY-DETAIL-COUNT > 0
                   AND DAY-DETAIL-EMP-ID = EMP-ID
               SET DAILY-OT-USED TO TRUE
               PERFORM VARYING DAY-DETAIL-IDX FROM 1 BY 1
                       UNTIL DAY-DETAIL-IDX > DAY-DETAIL-COUNT
                   IF DAY-DET-HOURS (DAY-DETAIL-IDX) > 0
                           AND CIVIL-DAYS < 6
                       ADD 1 TO CIVIL-DAYS
                   END-IF
               END-PERFORM
               PERFORM COMPUTE-DAILY-OVERTIME
           ELSE
               DIVIDE EMP-HOURS BY 8 GIVING CIVIL-DAYS
                   REMAINDER CIVIL-DAYS-REMAINDER
               IF CIVIL-DAYS-REMAINDER > 0
                   ADD 1 TO CIVIL-DAYS
               END-IF
               IF CIVIL-DAYS > 6
                   MOVE 6 TO CIVIL-DAYS
               END-IF
               IF EMP-HOURS > CIVIL-DAYS * 8
                   COMPUTE CIVIL-EXTRA-HOURS =
                       EMP-HOURS - CIVIL-DAYS * 8
                   IF CIVIL-EXTRA-HOURS > CIVIL-DAYS * 2
                       COMPUTE OT-HOURS = CIVIL-DAYS * 2
                       COMPUTE DT-HOURS =
                           CIVIL-EXTRA-HOURS - CIVIL-DAYS * 2
                   ELSE
                       MOVE CIVIL-EXTRA-HOURS TO OT-HOURS
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-OVERTIME-AUTHORIZATION

           COMPUTE BASE-PAY ROUNDED = CIVIL-DAYS * CIVIL-DAILY-WAGE
           COMPUTE CIVIL-DOMINICAL-PAY ROUNDED =
               CIVIL-DAILY-WAGE * CIVIL-DAYS / 6
           COMPUTE CIVIL-BUC-PAY ROUNDED = BASE-PAY
               * CIVIL-WAGE-BUC-PCT (CIVIL-WAGE-PICK) / 100
           COMPUTE OT-PAY ROUNDED = OT-HOURS * CIVIL-DAILY-WAGE / 8
               * (1 + CIVIL-TERMS-OT1-PCT (CIVIL-TERMS-PICK) / 100)
           COMPUTE DT-PAY ROUNDED = DT-HOURS * CIVIL-DAILY-WAGE / 8
               * (1 + CIVIL-TERMS-OT2-PCT (CIVIL-TERMS-PICK) / 100)
           COMPUTE CIVIL-VACATION-PAY ROUNDED = BASE-PAY
               * CIVIL-TERMS-VAC-PCT (CIVIL-TERMS-PICK) / 100
           COMPUTE CIVIL-GRATI-PAY ROUNDED = BASE-PAY
               * CIVIL-TERMS-GRATI-PCT (CIVIL-TERMS-PICK) / 100
           COMPUTE CIVIL-CTS-PAY ROUNDED = BASE-PAY
               * CIVIL-TERMS-CTS-PCT (CIVIL-TERMS-PICK) / 100
           COMPUTE CIVIL-MOBILITY-PAY ROUNDED = CIVIL-DAYS
               * CIVIL-TERMS-MOBILITY (CIVIL-TERMS-PICK)
           PERFORM COMPUTE-HOLIDAY-PREMIUM
           PERFORM COMPUTE-NIGHT-DIFFERENTIAL

           MOVE CIVIL-DAYS TO CIVIL-DAYS-DISPLAY
           MOVE SPACES TO PAY-BASIS-TEXT
           STRING "c.civil " FUNCTION TRIM (CIVIL-CATEGORY)
                  " " CIVIL-DAYS-DISPLAY " dias"
               DELIMITED BY SIZE INTO PAY-BASIS-TEXT

           COMPUTE GROSS-PAY = BASE-PAY + CIVIL-DOMINICAL-PAY
               + CIVIL-BUC-PAY + OT-PAY + DT-PAY
               + HOLIDAY-PAY + NIGHT-PAY
               + CIVIL-VACATION-PAY + CIVIL-GRATI-PAY
           PERFORM ADD-FAMILY-ALLOWANCE
      *> Construction staff are paid on the sector agreement, which
      *> has no seniority steps -- no ADD-SENIORITY-BONUS here.
           PERFORM CLAIM-PENDING-VIATICOS
           PERFORM LOOKUP-MEAL-BENEFIT
      *> The gratificacion bears no pension contribution.
           COMPUTE AFP-AMOUNT =
               (GROSS-PAY - CIVIL-GRATI-PAY) * AFP-RATE-FIELD
           PERFORM COMPUTE-INCOME-TAX
           PERFORM ADD-CONSTRUCTION-DEDUCTIONS
           PERFORM APPLY-LOAN-DEDUCTIONS
           PERFORM APPLY-GARNISHMENT-ORDERS
           PERFORM APPLY-ADVANCE-RECOVERY
           PERFORM CAP-DEDUCTIONS-AND-ARREARS
           COMPUTE NET-PAY = GROSS-PAY - AFP-AMOUNT
               - INCOME-TAX-AMOUNT - TOTAL-DEDUCTIONS
               + TAX-REFUND-AMOUNT
               + CIVIL-CTS-PAY + CIVIL-MOBILITY-PAY.

      *> Union dues and the CONAFOVICER contribution, both on the
      *> basic wage, as deduction lines of their own -- ahead of the
      *> loans and garnishments, which find the table that much
      *> fuller. A line already carrying five deductions has no
      *> room, and that is said rather than collected off the slip.
       ADD-CONSTRUCTION-DEDUCTIONS.
           COMPUTE CIVIL-UNION-DUES ROUNDED = BASE-PAY
               * CIVIL-TERMS-UNION-PCT (CIVIL-TERMS-PICK) / 100
           COMPUTE CIVIL-CONAF-AMOUNT ROUNDED = BASE-PAY
               * CIVIL-TERMS-CONAF-PCT (CIVIL-TERMS-PICK) / 100
           IF CIVIL-UNION-DUES > 0
               IF DEDUCTION-COUNT < 5
                   ADD 1 TO DEDUCTION-COUNT
                   MOVE "SIND" TO DED-CODE (DEDUCTION-COUNT)
                   MOVE "Cuota Sindical" TO DED-DESC (DEDUCTION-COUNT)
                   MOVE CIVIL-UNION-DUES TO DED-AMOUNT (DEDUCTION-COUNT)
                   ADD CIVIL-UNION-DUES TO TOTAL-DEDUCTIONS
               ELSE
                   DISPLAY "WARNING: DEDUCTION TABLE FULL -- UNION "
                       "DUES NOT TAKEN FOR " EMP-NAME
               END-IF
           END-IF
           IF CIVIL-CONAF-AMOUNT > 0
               IF DEDUCTION-COUNT < 5
                   ADD 1 TO DEDUCTION-COUNT
                   MOVE "CONF" TO DED-CODE (DEDUCTION-COUNT)
                   MOVE "Conafovicer" TO DED-DESC (DEDUCTION-COUNT)
                   MOVE CIVIL-CONAF-AMOUNT
                       TO DED-AMOUNT (DEDUCTION-COUNT)
                   ADD CIVIL-CONAF-AMOUNT TO TOTAL-DEDUCTIONS
               ELSE
                   DISPLAY "WARNING: DEDUCTION TABLE FULL -- "
                       "CONAFOVICER NOT TAKEN FOR " EMP-NAME
               END-IF
           END-IF.

      *> Reads data/dependents.txt into DEP-TABLE. A missing file
      *> just means no dependents are on record and no allowance is
      *> ever paid.
           END-PERFORM
           ADD FAMILY-ALLOWANCE-PAY TO GROSS-PAY.

      *> Reads data/seniority_steps.txt into SENIORITY-STEP-TABLE --
      *> this company's own lines, and the "*" defaults, which are
      *> dropped from use when the company has any lines of its own.
      *> Unparseable lines are skipped.
       LOAD-SENIORITY-STEPS.
           MOVE 0 TO SENIORITY-STEP-COUNT
           MOVE 0 TO SENIORITY-OWN-COUNT
           OPEN INPUT SENIORITY-STEPS-FILE
           IF SENIORITY-STEPS-FILE-STATUS = "00"
               PERFORM UNTIL SENIORITY-STEPS-FILE-STATUS NOT = "00"
                   READ SENIORITY-STEPS-FILE
                       AT END
                           MOVE "10" TO SENIORITY-STEPS-FILE-STATUS
                       NOT AT END
                           PERFORM PARSE-SENIORITY-STEP
                   END-READ
               END-PERFORM
               CLOSE SENIORITY-STEPS-FILE
           END-IF.

       PARSE-SENIORITY-STEP.
           MOVE SPACES TO SENIORITY-COMPANY-TOKEN
           MOVE SPACES TO SENIORITY-YEARS-TOKEN
           MOVE SPACES TO SENIORITY-KIND-TOKEN
           MOVE SPACES TO SENIORITY-AMOUNT-TOKEN
           UNSTRING SENIORITY-STEPS-RECORD DELIMITED BY ALL SPACE
               INTO SENIORITY-COMPANY-TOKEN SENIORITY-YEARS-TOKEN
                    SENIORITY-KIND-TOKEN SENIORITY-AMOUNT-TOKEN
           IF (SENIORITY-COMPANY-TOKEN = COMPANY-CODE
                       OR SENIORITY-COMPANY-TOKEN = "*")
                   AND FUNCTION TRIM (SENIORITY-YEARS-TOKEN)
                       IS NUMERIC
                   AND (SENIORITY-KIND-TOKEN = "MONTHLY"
                       OR SENIORITY-KIND-TOKEN = "ONCE")
                   AND FUNCTION TEST-NUMVAL
                       (SENIORITY-AMOUNT-TOKEN) = 0
                   AND SENIORITY-STEP-COUNT < SENIORITY-STEP-MAX
               ADD 1 TO SENIORITY-STEP-COUNT
               IF SENIORITY-COMPANY-TOKEN = "*"
                   MOVE "N" TO SENIORITY-STEP-OWN
                       (SENIORITY-STEP-COUNT)
               ELSE
                   MOVE "Y" TO SENIORITY-STEP-OWN
                       (SENIORITY-STEP-COUNT)
                   ADD 1 TO SENIORITY-OWN-COUNT
               END-IF
               COMPUTE SENIORITY-STEP-YEARS (SENIORITY-STEP-COUNT) =
                   FUNCTION NUMVAL (SENIORITY-YEARS-TOKEN)
               MOVE SENIORITY-KIND-TOKEN
                   TO SENIORITY-STEP-KIND (SENIORITY-STEP-COUNT)
               COMPUTE SENIORITY-STEP-AMOUNT (SENIORITY-STEP-COUNT) =
                   FUNCTION NUMVAL (SENIORITY-AMOUNT-TOKEN)
           END-IF.

      *> The seniority bonus for the period, from the hire date. The
      *> monthly step in force the day before the period and at its
      *> last day are compared: the same step pays the period's share
      *> of its monthly amount; a step reached mid-period pays the
      *> old amount for the days before the anniversary and the new
      *> one from it on. A ONCE anniversary inside the period pays
      *> its amount whole. No hire date on file pays nothing.
       ADD-SENIORITY-BONUS.
           MOVE ZEROS TO SENIORITY-PAY-AMOUNTS
           IF HIRE-DATE-FIELD > 0 AND SENIORITY-STEP-COUNT > 0
               MOVE HIRE-DATE-FIELD TO SENIORITY-HIRE-DATE
               COMPUTE SENIORITY-AS-OF-DATE =
                   FUNCTION DATE-OF-INTEGER (PERIOD-START-SERIAL - 1)
               PERFORM COMPUTE-SERVICE-YEARS
               MOVE SENIORITY-YEARS TO SENIORITY-START-YEARS
               PERFORM FIND-SENIORITY-RATE
               MOVE SENIORITY-MONTHLY-RATE TO SENIORITY-START-RATE
               MOVE PERIOD-END-DATE TO SENIORITY-AS-OF-DATE
               PERFORM COMPUTE-SERVICE-YEARS
               MOVE SENIORITY-YEARS TO SENIORITY-END-YEARS
               PERFORM FIND-SENIORITY-RATE
               MOVE SENIORITY-MONTHLY-RATE TO SENIORITY-END-RATE
               IF SENIORITY-START-RATE = SENIORITY-END-RATE
                   MOVE SENIORITY-END-RATE TO SENIORITY-STEP-PAY
               ELSE
                   MOVE SENIORITY-END-YEARS TO SENIORITY-YEARS
                   PERFORM LOCATE-ANNIVERSARY
                   COMPUTE SENIORITY-DAYS-BEFORE =
                       SENIORITY-ANNIV-SERIAL - PERIOD-START-SERIAL
                   COMPUTE SENIORITY-STEP-PAY ROUNDED =
                       (SENIORITY-START-RATE * SENIORITY-DAYS-BEFORE
                       + SENIORITY-END-RATE
                       * (PERIOD-TOTAL-DAYS - SENIORITY-DAYS-BEFORE))
                       / PERIOD-TOTAL-DAYS
                   DISPLAY "NOTE: SENIORITY STEP OF "
                       SENIORITY-END-YEARS " YEARS REACHED BY "
                       EMP-NAME " -- BONUS PRORATED"
               END-IF
               IF NOT MONTHLY-MODE
                   COMPUTE SENIORITY-STEP-PAY ROUNDED =
                       SENIORITY-STEP-PAY * 12 / 52
               END-IF
               PERFORM VARYING SENIORITY-STEP-IDX FROM 1 BY 1
                       UNTIL SENIORITY-STEP-IDX > SENIORITY-STEP-COUNT
                   IF SENIORITY-STEP-KIND (SENIORITY-STEP-IDX) = "ONCE"
                           AND (SENIORITY-STEP-OWN (SENIORITY-STEP-IDX)
                               = "Y" OR SENIORITY-OWN-COUNT = 0)
                           AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                               > SENIORITY-START-YEARS
                           AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                               <= SENIORITY-END-YEARS
                       ADD SENIORITY-STEP-AMOUNT (SENIORITY-STEP-IDX)
                           TO SENIORITY-ANNIV-PAY
                       DISPLAY "NOTE: "
                           SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                           "-YEAR ANNIVERSARY PAYMENT FOR " EMP-NAME
                   END-IF
               END-PERFORM
           END-IF
           ADD SENIORITY-STEP-PAY SENIORITY-ANNIV-PAY TO GROSS-PAY.

      *> Whole years of service from SENIORITY-HIRE-DATE to
      *> SENIORITY-AS-OF-DATE -- the anniversary itself counts.
       COMPUTE-SERVICE-YEARS.
           MOVE 0 TO SENIORITY-YEARS
           IF SENIORITY-AS-OF-DATE > SENIORITY-HIRE-DATE
               COMPUTE SENIORITY-YEARS =
                   SENIORITY-AS-OF-YEAR - SENIORITY-HIRE-YEAR
               IF SENIORITY-AS-OF-MMDD < SENIORITY-HIRE-MMDD
                       AND SENIORITY-YEARS > 0
                   SUBTRACT 1 FROM SENIORITY-YEARS
               END-IF
           END-IF.

      *> The monthly amount of the highest MONTHLY step reached with
      *> SENIORITY-YEARS of service; zero below the first step.
       FIND-SENIORITY-RATE.
           MOVE 0 TO SENIORITY-MONTHLY-RATE
           MOVE 0 TO SENIORITY-BEST-YEARS
           PERFORM VARYING SENIORITY-STEP-IDX FROM 1 BY 1
                   UNTIL SENIORITY-STEP-IDX > SENIORITY-STEP-COUNT
               IF SENIORITY-STEP-KIND (SENIORITY-STEP-IDX) = "MONTHLY"
                       AND (SENIORITY-STEP-OWN (SENIORITY-STEP-IDX)
                           = "Y" OR SENIORITY-OWN-COUNT = 0)
                       AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                           <= SENIORITY-YEARS
                       AND SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                           >= SENIORITY-BEST-YEARS
                   MOVE SENIORITY-STEP-YEARS (SENIORITY-STEP-IDX)
                       TO SENIORITY-BEST-YEARS
                   MOVE SENIORITY-STEP-AMOUNT (SENIORITY-STEP-IDX)
                       TO SENIORITY-MONTHLY-RATE
               END-IF
           END-PERFORM.

      *> The date the employee completes SENIORITY-YEARS of service,
      *> as a day serial -- a 29 February hire date falls on 28
      *> February in a common year.
       LOCATE-ANNIVERSARY.
           MOVE SENIORITY-HIRE-DATE TO SENIORITY-ANNIV-DATE
           COMPUTE SENIORITY-ANNIV-YEAR =
               SENIORITY-HIRE-YEAR + SENIORITY-YEARS
           IF FUNCTION TEST-DATE-YYYYMMDD (SENIORITY-ANNIV-DATE)
                   NOT = 0
               MOVE 0228 TO SENIORITY-ANNIV-MMDD
           END-IF
           COMPUTE SENIORITY-ANNIV-SERIAL =
               FUNCTION INTEGER-OF-DATE (SENIORITY-ANNIV-DATE).

      *> Reads data/document_sequences.txt into DOC-SEQ-TABLE. A
      *> missing file (or a type never seeded) starts that sequence
      *> at one.
           END-IF
           MOVE "N" TO STAGE-COPY-EOF-FLAG.

      *> Reads data/payslip_delivery.txt into DLV-ADDR-TABLE. A
      *> missing file leaves every slip without an address -- still
      *> on the manifest, flagged for the printed copy.
       LOAD-DELIVERY-ADDRESSES.
           MOVE 0 TO DLV-ADDR-COUNT
           OPEN INPUT DELIVERY-ADDRESS-FILE
           IF DELIVERY-ADDRESS-FILE-STATUS = "00"
               PERFORM UNTIL DELIVERY-ADDRESS-FILE-STATUS NOT = "00"
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE "10" TO DELIVERY-ADDRESS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO DLV-ID-TOKEN
                           MOVE 1 TO DLV-PARSE-POINTER
                           UNSTRING DELIVERY-ADDRESS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO DLV-ID-TOKEN
                               WITH POINTER DLV-PARSE-POINTER
                           IF DLV-ID-TOKEN IS NUMERIC
                                   AND DLV-PARSE-POINTER < 80
                                   AND DLV-ADDR-COUNT < DLV-ADDR-MAX
                               ADD 1 TO DLV-ADDR-COUNT
                               MOVE DLV-ID-TOKEN
                                   TO DLV-ADDR-ID (DLV-ADDR-COUNT)
                               MOVE DELIVERY-ADDRESS-RECORD
                                   (DLV-PARSE-POINTER:)
                                   TO DLV-ADDR-TEXT (DLV-ADDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE
           END-IF.

      *> One delivery entry per issued slip -- its BOLETA number,
      *> the employee, and the final payslip file.
       COLLECT-DELIVERY-ENTRY.
           IF DLV-COUNT < DLV-MAX
               ADD 1 TO DLV-COUNT
               MOVE CURRENT-DOC-NUMBER TO DLV-DOC-NUMBER (DLV-COUNT)
               MOVE EMP-ID TO DLV-EMP (DLV-COUNT)
               MOVE FINAL-FILE-NAME TO DLV-SLIP-FILE (DLV-COUNT)
           END-IF.

      *> The run's delivery manifest, plus the durable delivery log
      *> line per slip. The pay date is the bank value date -- the
      *> day the three business days start counting from. A slip
      *> with no delivery address on file goes on the manifest as
      *> NO ADDRESS ON FILE and still counts as outstanding until
      *> acknowledged.
       WRITE-DELIVERY-MANIFEST.
           IF DLV-COUNT > 0
               OPEN OUTPUT DELIVERY-MANIFEST-FILE
               MOVE SPACES TO DELIVERY-MANIFEST-RECORD
               STRING "RUN-ID " RUN-ID " DELIVERY MANIFEST PAID "
                      VALUE-DATE
                   DELIMITED BY SIZE INTO DELIVERY-MANIFEST-RECORD
               WRITE DELIVERY-MANIFEST-RECORD
               OPEN EXTEND DELIVERY-LOG-FILE
               IF DELIVERY-LOG-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DELIVERY-LOG-FILE
               END-IF
               MOVE 0 TO DLV-NO-ADDRESS-COUNT
               PERFORM VARYING DLV-IDX FROM 1 BY 1
                       UNTIL DLV-IDX > DLV-COUNT
                   PERFORM FIND-DELIVERY-ADDRESS
                   MOVE SPACES TO DELIVERY-MANIFEST-RECORD
                   STRING FUNCTION TRIM (DLV-DOC-NUMBER (DLV-IDX))
                          "|" DLV-EMP (DLV-IDX)
                          "|" VALUE-DATE
                          "|" FUNCTION TRIM (DLV-ADDRESS-WORK)
                          "|" FUNCTION TRIM (DLV-SLIP-FILE (DLV-IDX))
                       DELIMITED BY SIZE INTO DELIVERY-MANIFEST-RECORD
                   WRITE DELIVERY-MANIFEST-RECORD
                   MOVE SPACES TO DELIVERY-LOG-RECORD
                   STRING FUNCTION TRIM (DLV-DOC-NUMBER (DLV-IDX))
                          " " DLV-EMP (DLV-IDX)
                          " " VALUE-DATE
                          " " RUN-ID
                       DELIMITED BY SIZE INTO DELIVERY-LOG-RECORD
                   WRITE DELIVERY-LOG-RECORD
               END-PERFORM
               CLOSE DELIVERY-LOG-FILE
               CLOSE DELIVERY-MANIFEST-FILE
               MOVE DLV-COUNT TO DISP-DLV-COUNT
               DISPLAY "DELIVERY MANIFEST WRITTEN -- " DISP-DLV-COUNT
                   " SLIP(S), SEE report/delivery_manifest.txt"
               IF DLV-NO-ADDRESS-COUNT > 0
                   MOVE DLV-NO-ADDRESS-COUNT TO DISP-DLV-COUNT
                   DISPLAY "WARNING: " DISP-DLV-COUNT
                       " SLIP(S) HAVE NO DELIVERY ADDRESS IN "
                       "data/payslip_delivery.txt"
               END-IF
           END-IF.

       FIND-DELIVERY-ADDRESS.
           MOVE "N" TO DLV-ADDR-FOUND-FLAG
           PERFORM VARYING DLV-ADDR-IDX FROM 1 BY 1
                   UNTIL DLV-ADDR-IDX > DLV-ADDR-COUNT
                       OR DLV-ADDR-FOUND
               IF DLV-ADDR-ID (DLV-ADDR-IDX) = DLV-EMP (DLV-IDX)
                   SET DLV-ADDR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DLV-ADDR-FOUND
               SUBTRACT 1 FROM DLV-ADDR-IDX
               MOVE DLV-ADDR-TEXT (DLV-ADDR-IDX) TO DLV-ADDRESS-WORK
           ELSE
               MOVE "NO ADDRESS ON FILE" TO DLV-ADDRESS-WORK
               ADD 1 TO DLV-NO-ADDRESS-COUNT
           END-IF.

       OPEN-EMPLOYEE-MASTER.
           MOVE "N" TO MASTER-OPEN-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           END-PERFORM.


      *> Labor authorizations for adolescent workers. A missing file
      *> simply leaves every minor without one.
       LOAD-MINOR-AUTHORIZATIONS.
           MOVE 0 TO MINOR-AUTH-COUNT
           OPEN INPUT MINOR-AUTH-FILE
           IF MINOR-AUTH-FILE-STATUS = "00"
               PERFORM UNTIL MINOR-AUTH-FILE-STATUS NOT = "00"
                   READ MINOR-AUTH-FILE
                       AT END
                           MOVE "10" TO MINOR-AUTH-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO MINOR-AUTH-ID-TOKEN
                               MINOR-AUTH-NUM-TOKEN
                               MINOR-AUTH-FROM-TOKEN
                               MINOR-AUTH-TO-TOKEN
                           UNSTRING MINOR-AUTH-RECORD
                               DELIMITED BY ALL SPACE
                               INTO MINOR-AUTH-ID-TOKEN
                                    MINOR-AUTH-NUM-TOKEN
                                    MINOR-AUTH-FROM-TOKEN
                                    MINOR-AUTH-TO-TOKEN
                           IF MINOR-AUTH-ID-TOKEN IS NUMERIC
                                   AND MINOR-AUTH-NUM-TOKEN
                                       NOT = SPACES
                                   AND MINOR-AUTH-FROM-TOKEN
                                       IS NUMERIC
                                   AND MINOR-AUTH-TO-TOKEN
                                       IS NUMERIC
                                   AND MINOR-AUTH-COUNT
                                       < MINOR-AUTH-MAX
                               ADD 1 TO MINOR-AUTH-COUNT
                               MOVE MINOR-AUTH-ID-TOKEN TO
                                   MINOR-AUTH-EMP-ID
                                       (MINOR-AUTH-COUNT)
                               MOVE MINOR-AUTH-FROM-TOKEN TO
                                   MINOR-AUTH-FROM (MINOR-AUTH-COUNT)
                               MOVE MINOR-AUTH-TO-TOKEN TO
                                   MINOR-AUTH-TO (MINOR-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MINOR-AUTH-FILE
           END-IF.

      *> The employee's age at the period end and pension standing
      *> off the keyed master. No master record, or no birth date on
      *> it, leaves the age unknown and no age rule applies. A
      *> pensioner -- or an AFP member past AFP-OPT-OUT-AGE who opted
      *> out -- has the pension rate zeroed here, before any pay path
      *> computes the deduction from it.
       LOOKUP-AGE-AND-PENSION.
           MOVE "N" TO EMP-AGE-KNOWN-FLAG
           MOVE 0 TO EMP-AGE
           MOVE SPACES TO EMP-PENSIONER-FIELD
           IF MASTER-IS-OPEN AND EMP-ID IS NUMERIC
               MOVE FUNCTION NUMVAL (EMP-ID) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPMAST-PENSIONER TO EMP-PENSIONER-FIELD
                       IF EMPMAST-BIRTH-DATE IS NUMERIC
                               AND EMPMAST-BIRTH-DATE > 0
                               AND EMPMAST-BIRTH-DATE
                                   <= PERIOD-END-DATE
                           SET EMP-AGE-KNOWN TO TRUE
                           COMPUTE EMP-AGE =
                               (PERIOD-END-DATE - EMPMAST-BIRTH-DATE)
                                   / 10000
                       END-IF
               END-READ
           END-IF
           IF EMP-PENSIONER-FIELD = "P"
               MOVE 0 TO AFP-RATE-FIELD
               DISPLAY "NOTE: retirement pensioner, no pension "
                   "deducted for: " EMP-NAME
           ELSE
               IF EMP-PENSIONER-FIELD = "O" AND NOT ONP-MEMBER
                       AND EMP-AGE-KNOWN
                       AND EMP-AGE >= AFP-OPT-OUT-AGE
                   MOVE 0 TO AFP-RATE-FIELD
                   DISPLAY "NOTE: AFP opt-out past "
                       AFP-OPT-OUT-AGE ", no pension deducted for: "
                       EMP-NAME
               END-IF
           END-IF.

      *> Refuses an adolescent's week that is under the minimum
      *> working age, has no authorization covering the period end,
      *> or runs past the reduced weekly -- or, where the days are
      *> on file, daily -- hours for the age bracket.
       CHECK-MINOR-WORKER.
           IF EMP-AGE < YOUNG-MINOR-AGE
               MOVE 4 TO MINOR-DAY-LIMIT
               MOVE 24 TO MINOR-WEEK-LIMIT
           ELSE
               MOVE 6 TO MINOR-DAY-LIMIT
               MOVE 36 TO MINOR-WEEK-LIMIT
           END-IF
           MOVE "N" TO MINOR-AUTH-FOUND-FLAG
           PERFORM VARYING MINOR-AUTH-IDX FROM 1 BY 1
                   UNTIL MINOR-AUTH-IDX > MINOR-AUTH-COUNT
                       OR MINOR-AUTH-FOUND
               IF MINOR-AUTH-EMP-ID (MINOR-AUTH-IDX) = EMP-ID
                       AND MINOR-AUTH-FROM (MINOR-AUTH-IDX)
                           <= PERIOD-END-DATE
                       AND MINOR-AUTH-TO (MINOR-AUTH-IDX)
                           >= PERIOD-END-DATE
                   SET MINOR-AUTH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF EMP-AGE < MIN-WORKING-AGE
               SET RECORD-IS-INVALID TO TRUE
               DISPLAY "WARNING: under minimum working age, "
                   "payslip not generated for: " EMP-NAME
           ELSE
           IF NOT MINOR-AUTH-FOUND
               SET RECORD-IS-INVALID TO TRUE
               DISPLAY "WARNING: minor without labor authorization, "
                   "payslip not generated for: " EMP-NAME
           ELSE
           IF NOT MONTHLY-MODE
                   AND EMP-HOURS > MINOR-WEEK-LIMIT
               SET RECORD-IS-INVALID TO TRUE
               DISPLAY "WARNING: hours over minor weekly limit, "
                   "payslip not generated for: " EMP-NAME
           ELSE
               IF DAY-DETAIL-COUNT > 0
                       AND DAY-DETAIL-EMP-ID = EMP-ID
                   PERFORM VARYING DAY-DETAIL-IDX FROM 1 BY 1
                           UNTIL DAY-DETAIL-IDX > DAY-DETAIL-COUNT
                               OR RECORD-IS-INVALID
                       IF DAY-DET-HOURS (DAY-DETAIL-IDX)
                               > MINOR-DAY-LIMIT
                           SET RECORD-IS-INVALID TO TRUE
                           DISPLAY "WARNING: hours over minor daily "
                               "limit on " DAY-DET-DATE
                                   (DAY-DETAIL-IDX)
                               ", payslip not generated for: "
                               EMP-NAME
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           END-IF
           END-IF.

      *> One DAY detail line into the day table. A line for a
      *> different employee than the ones collected so far starts a
      *> fresh table -- the import writes each employee's days
               END-READ
           END-IF.

      *> The language the employee's payslip prints its captions in
      *> -- Spanish when the master is missing, doesn't know the
      *> employee, or predates the field.
       LOOKUP-EMPLOYEE-LANGUAGE.
           MOVE "ES" TO EMP-LANGUAGE-FIELD
           IF MASTER-IS-OPEN AND EMP-ID IS NUMERIC
               MOVE FUNCTION NUMVAL (EMP-ID) TO EMPMAST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPMAST-LANGUAGE = "EN"
                           MOVE EMPMAST-LANGUAGE
                               TO EMP-LANGUAGE-FIELD
                       END-IF
               END-READ
           END-IF.

      *> Reads the employee's contract regime off the keyed master
      *> and refuses the bonus for PART-TIME and TRAINEE staff, and
      *> for CIVIL-regime staff, whose gratificacion is already paid
      *> weekly as a percentage of the daily wage. No master record
      *> (or a record from before the regime field existed) keeps
      *> full rights, same as the REGULAR default everywhere else.
       CHECK-BONUS-ELIGIBILITY.
           MOVE SPACES TO EMP-REGIME-FIELD
           IF MASTER-IS-OPEN AND EMP-ID IS NUMERIC
           END-IF
           IF FUNCTION TRIM (EMP-REGIME-FIELD) = "PART-TIME"
                   OR FUNCTION TRIM (EMP-REGIME-FIELD) = "TRAINEE"
                   OR FUNCTION TRIM (EMP-REGIME-FIELD)
                       = "CIVIL"
               SET RECORD-IS-INVALID TO TRUE
               DISPLAY "NOTE: NO GRATIFICACION FOR " EMP-NAME
                   " -- REGIME " FUNCTION TRIM (EMP-REGIME-FIELD)
      *> source, same as the payroll engine's monthly mode -- and
      *> its hours column (the absence days) cannot run past a
      *> calendar month. The rate column plays no part in a monthly
      *> run, so the hourly rate bounds don't apply. A net-guaranteed
      *> employee is priced from the guaranteed net instead.
       VALIDATE-MONTHLY-RECORD.
           MOVE 0 TO MONTHLY-SALARY-AMOUNT
           IF MASTER-IS-OPEN AND EMP-ID IS NUMERIC
                           MOVE EMPMAST-MONTHLY-AMOUNT
                               TO MONTHLY-SALARY-AMOUNT
                       END-IF
                       IF EMPMAST-NET-GUARANTEED = "Y"
                               AND EMPMAST-TARGET-NET IS NUMERIC
                               AND EMPMAST-TARGET-NET > 0
                           SET NET-GUARANTEED TO TRUE
                           MOVE EMPMAST-TARGET-NET
                               TO MONTHLY-SALARY-AMOUNT
                       END-IF
               END-READ
           END-IF
           IF MONTHLY-SALARY-AMOUNT = 0
      *> (the statutory treintavo) as the whole of BASE-PAY -- no
      *> overtime tiers, no service-day proration (the absence days
      *> are the proration). AFP, Renta 5ta, and the CODE:AMOUNT
      *> deductions then apply exactly as for hourly staff -- except
      *> for a guaranteed net, where the amount is the net and the
      *> gross is solved for.
       COMPUTE-MONTHLY-PAY.
           MOVE 0 TO OT-HOURS
           MOVE 0 TO DT-HOURS
                   STOP RUN
           END-COMPUTE
           MOVE SPACES TO PAY-BASIS-TEXT
           IF NET-GUARANTEED
               IF ABSENCE-DAYS > 0
                   STRING "neto garant. -" ABSENCE-DAYS "d aus."
                       DELIMITED BY SIZE INTO PAY-BASIS-TEXT
               ELSE
                   MOVE "neto garantizado" TO PAY-BASIS-TEXT
               END-IF
           ELSE
           IF ABSENCE-DAYS > 0
               STRING "sueldo mensual -" ABSENCE-DAYS "d aus."
                   DELIMITED BY SIZE INTO PAY-BASIS-TEXT
           ELSE
               MOVE "sueldo mensual" TO PAY-BASIS-TEXT
           END-IF
           END-IF

           MOVE BASE-PAY TO GROSS-PAY
           PERFORM ADD-FAMILY-ALLOWANCE
           PERFORM ADD-SENIORITY-BONUS
           PERFORM CLAIM-PENDING-VIATICOS
           PERFORM LOOKUP-MEAL-BENEFIT
           IF NET-GUARANTEED
               PERFORM SOLVE-NET-GUARANTEE
           ELSE
               COMPUTE AFP-AMOUNT = GROSS-PAY * AFP-RATE-FIELD
               PERFORM COMPUTE-INCOME-TAX
           END-IF
           PERFORM APPLY-LOAN-DEDUCTIONS
           PERFORM APPLY-GARNISHMENT-ORDERS
           PERFORM APPLY-ADVANCE-RECOVERY
               - INCOME-TAX-AMOUNT - TOTAL-DEDUCTIONS
               + TAX-REFUND-AMOUNT.

      *> Grosses a guaranteed net up. The target is the guaranteed
      *> amount (less any absence treintavos, already out of
      *> BASE-PAY) plus the period's additions, all of which the
      *> employee is to receive clear of AFP and Renta 5ta. Each pass
      *> prices the gross as it stands, measures how far the net it
      *> leaves falls short of the target, and adds the shortfall to
      *> the gross-up; the pension and tax on the added amount leave
      *> a smaller shortfall for the next pass, and the gap closes to
      *> the cent within a few passes. COMPUTE-INCOME-TAX runs quietly
      *> while solving -- no notes, no regularizacion lines -- and
      *> once more for real on the solved gross. Loans, garnishments,
      *> advances, and the CODE deductions still come out of the
      *> guaranteed net: the employer guarantees the pay, not what
      *> the employee has chosen to owe.
       SOLVE-NET-GUARANTEE.
           COMPUTE NETG-ADDITIONS = GROSS-PAY - BASE-PAY
           MOVE GROSS-PAY TO NETG-TARGET
           MOVE 0 TO NETG-GROSSUP
           MOVE 1 TO NETG-GAP
           SET GROSS-UP-SOLVING TO TRUE
           PERFORM VARYING NETG-PASS FROM 1 BY 1
                   UNTIL NETG-PASS > NETG-MAX-PASSES OR NETG-GAP = 0
               MOVE NETG-GROSSUP TO GROSSUP-PAY
               PERFORM PRICE-GROSSED-UP-PAY
               COMPUTE NETG-GAP = NETG-TARGET
                   - (GROSS-PAY - AFP-AMOUNT - INCOME-TAX-AMOUNT
                      + TAX-REFUND-AMOUNT)
               ADD NETG-GAP TO NETG-GROSSUP
      *> A refund can leave the net above the target with nothing
      *> grossed up at all -- there is nothing to take back then.
               IF NETG-GROSSUP < 0
                   MOVE 0 TO NETG-GROSSUP
                   MOVE 0 TO NETG-GAP
               END-IF
           END-PERFORM
           MOVE "N" TO GROSS-UP-SOLVING-FLAG
           MOVE NETG-GROSSUP TO GROSSUP-PAY
           PERFORM PRICE-GROSSED-UP-PAY
           MOVE INCOME-TAX-AMOUNT TO GROSSUP-TAX
           IF NETG-COUNT < NETG-MAX
               ADD 1 TO NETG-COUNT
               MOVE EMP-ID TO NETG-ID (NETG-COUNT)
               MOVE EMP-NAME TO NETG-NAME (NETG-COUNT)
               MOVE GROSSUP-PAY TO NETG-GROSSUP-AMT (NETG-COUNT)
               MOVE GROSSUP-TAX TO NETG-TAX-AMT (NETG-COUNT)
           END-IF
           DISPLAY "NOTE: NET GUARANTEE FOR " EMP-NAME
               " GROSSED UP BY " GROSSUP-PAY
               " -- EMPLOYER BEARS RENTA 5TA OF " GROSSUP-TAX.

      *> The gross for the gross-up on trial, with the AFP and Renta
      *> 5ta it draws. Same loud abort as the base pay when the
      *> grossed-up amount outgrows the pay fields.
       PRICE-GROSSED-UP-PAY.
           COMPUTE GROSS-PAY = BASE-PAY + NETG-ADDITIONS + GROSSUP-PAY
               ON SIZE ERROR
                   DISPLAY "*** GROSSED-UP PAY FOR " EMP-NAME
                       " EXCEEDS THE PAY FIELD CAPACITY -- RUN "
                       "ABORTED, REVIEW THE GUARANTEED NET ***"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           COMPUTE AFP-AMOUNT = GROSS-PAY * AFP-RATE-FIELD
           PERFORM COMPUTE-INCOME-TAX.

      *> The payroll engine priced each net-guaranteed employee at the
      *> guaranteed net when it wrote output/employer_cost.txt. Once
      *> the gross-up is known the file gets, per employee, the
      *> gross-up and the Renta 5ta the employer bears as lines of
      *> their own, and a restated TOTAL EMPLOYER COST trailer that
      *> adds the gross-up with its EsSalud and payroll-tax on-costs
      *> -- the last trailer in the file is the one consolidation
      *> reads. A run already restated (the same RUN-ID run again)
      *> is left as it is.
       WRITE-NET-GUARANTEE-COST.
           IF NETG-COUNT > 0
               PERFORM SCAN-EMPLOYER-COST-FILE
               IF NETG-ALREADY-RESTATED
                   DISPLAY "NOTE: output/employer_cost.txt ALREADY "
                       "CARRIES THIS RUN'S NET GUARANTEE GROSS-UP"
               ELSE
                   IF NETG-COST-FILE-FOUND
                       OPEN EXTEND EMPLOYER-COST-FILE
                   ELSE
                       OPEN OUTPUT EMPLOYER-COST-FILE
                       MOVE SPACES TO EMPLOYER-COST-RECORD
                       STRING "RUN-ID " RUN-ID
                           DELIMITED BY SIZE INTO EMPLOYER-COST-RECORD
                       WRITE EMPLOYER-COST-RECORD
                   END-IF
                   MOVE NETG-BLOCK-HEADER TO EMPLOYER-COST-RECORD
                   WRITE EMPLOYER-COST-RECORD
                   PERFORM VARYING NETG-IDX FROM 1 BY 1
                           UNTIL NETG-IDX > NETG-COUNT
                       PERFORM WRITE-ONE-NET-GUARANTEE-COST
                   END-PERFORM
                   MOVE NETG-COST-TOTAL TO DISP-NETG-TOTAL
                   MOVE SPACES TO EMPLOYER-COST-RECORD
                   STRING "TOTAL EMPLOYER COST" DELIMITED BY SIZE
                          "                    " DELIMITED BY SIZE
                          DISP-NETG-TOTAL DELIMITED BY SIZE
                       INTO EMPLOYER-COST-RECORD
                   WRITE EMPLOYER-COST-RECORD
                   CLOSE EMPLOYER-COST-FILE
               END-IF
           END-IF.

      *> Picks up the last TOTAL EMPLOYER COST trailer on file and
      *> whether this run's gross-up block is already there.
       SCAN-EMPLOYER-COST-FILE.
           MOVE 0 TO NETG-COST-TOTAL
           MOVE "N" TO NETG-COST-FOUND-FLAG
           MOVE "N" TO NETG-RESTATED-FLAG
           MOVE SPACES TO NETG-BLOCK-HEADER
           STRING "NET GUARANTEE GROSS-UP -- RUN-ID " RUN-ID
               DELIMITED BY SIZE INTO NETG-BLOCK-HEADER
           OPEN INPUT EMPLOYER-COST-FILE
           IF EMPLOYER-COST-FILE-STATUS = "00"
               SET NETG-COST-FILE-FOUND TO TRUE
               PERFORM UNTIL EMPLOYER-COST-FILE-STATUS NOT = "00"
                   READ EMPLOYER-COST-FILE
                       AT END
                           MOVE "10" TO EMPLOYER-COST-FILE-STATUS
                       NOT AT END
                           IF EMPLOYER-COST-RECORD (1:19)
                                   = "TOTAL EMPLOYER COST"
                                   AND FUNCTION TEST-NUMVAL-C
                                       (EMPLOYER-COST-RECORD (40:41))
                                       = 0
                               COMPUTE NETG-COST-TOTAL =
                                   FUNCTION NUMVAL-C
                                       (EMPLOYER-COST-RECORD (40:41))
                           END-IF
                           IF EMPLOYER-COST-RECORD = NETG-BLOCK-HEADER
                               SET NETG-ALREADY-RESTATED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-COST-FILE
           END-IF.

      *> The employee's two lines -- the gross-up and the employer-
      *> borne tax inside it -- and the gross-up's cost to the total.
       WRITE-ONE-NET-GUARANTEE-COST.
           COMPUTE NETG-EXTRA-COST ROUNDED =
               NETG-GROSSUP-AMT (NETG-IDX)
               * (1 + NETG-CONTRIB-RATE + NETG-PAYROLL-TAX-RATE)
           ADD NETG-EXTRA-COST TO NETG-COST-TOTAL
           MOVE NETG-GROSSUP-AMT (NETG-IDX) TO DISP-NETG-AMOUNT
           MOVE SPACES TO EMPLOYER-COST-RECORD
           STRING NETG-ID (NETG-IDX) " " NETG-NAME (NETG-IDX)
                  " GROSS-UP     " DISP-NETG-AMOUNT
               DELIMITED BY SIZE INTO EMPLOYER-COST-RECORD
           WRITE EMPLOYER-COST-RECORD
           MOVE NETG-TAX-AMT (NETG-IDX) TO DISP-NETG-AMOUNT
           MOVE SPACES TO EMPLOYER-COST-RECORD
           STRING NETG-ID (NETG-IDX) " " NETG-NAME (NETG-IDX)
                  " EMPLOYER TAX " DISP-NETG-AMOUNT
               DELIMITED BY SIZE INTO EMPLOYER-COST-RECORD
           WRITE EMPLOYER-COST-RECORD.

      *> Reads the plan definitions -- PLAN, TIER, and MEMBER lines
      *> in any order; unknown lines ignored.
       LOAD-COMMISSION-PLANS.

      *> One durable pipe-delimited line for the month's declaration:
      *> ID|period-end|gross|renta5ta|afp|essalud|asig.familiar|onp
      *> |eps|residence (the pension rides the AFP column for fund
      *> affiliates and the ONP column for national-system
      *> affiliates; residence is D domiciled or N non-domiciled),
      *> with explicit decimal points so the export parses them with
      *> the same NUMVAL treatment as every other amount token in
      *> the suite. The allowance is already inside the gross; its
               PERFORM COLLECT-EPS-DETAIL
           END-IF
           MOVE EPS-CREDIT-AMOUNT TO PLAME-EPS-DISPLAY
           PERFORM EVALUATE-TAX-RESIDENCE
           IF NON-DOMICILED
               MOVE "N" TO PLAME-RESIDENCE-CODE
           ELSE
               MOVE "D" TO PLAME-RESIDENCE-CODE
           END-IF
           MOVE GROSS-PAY TO PLAME-GROSS-DISPLAY
           MOVE INCOME-TAX-AMOUNT TO PLAME-TAX-DISPLAY
           MOVE ESSALUD-AMOUNT TO PLAME-ESSALUD-DISPLAY
                      PLAME-ESSALUD-DISPLAY "|"
                      PLAME-FAMILY-DISPLAY "|"
                      PLAME-ONP-DISPLAY "|"
                      PLAME-EPS-DISPLAY "|"
                      PLAME-RESIDENCE-CODE
                   DELIMITED BY SIZE
                   INTO PLAME-STAGE-ENTRY (PLAME-STAGE-COUNT)
           ELSE
           WRITE EPS-REPORT-RECORD.

      *> One component line behind the period's pay: fixed is base
      *> pay plus the family allowance and the monthly seniority
      *> step; variable is everything the statute calls imprecise --
      *> overtime, the holiday and night premiums, and the whole of
      *> a PIECE or COMMISSION gross. The one-time anniversary
      *> payment is an occasional payment and goes in neither.
       APPEND-PAY-COMPONENT.
           IF ALT-PAY-MODE
               COMPUTE COMPONENT-FIXED-AMT =
                   FAMILY-ALLOWANCE-PAY + SENIORITY-STEP-PAY
      *> The viaticos excess is already on the components file,
      *> put there when the claim was approved, and so is the meal
      *> excess, put there when the card load was filed.
               COMPUTE COMPONENT-VARIABLE-AMT =
                   GROSS-PAY - FAMILY-ALLOWANCE-PAY
                   - VIATICO-EXCESS-PAY - MEAL-EXCESS-PAY
                   - SENIORITY-STEP-PAY - SENIORITY-ANNIV-PAY
      *> Piece and commission pay has no hours and no overtime;
      *> its earnings are its base.
               MOVE 0 TO COMPONENT-OT-HOURS-EDIT
               MOVE 0 TO COMPONENT-DT-HOURS-EDIT
               MOVE 0 TO COMPONENT-OT-PAY-EDIT
               MOVE 0 TO COMPONENT-DT-PAY-EDIT
               MOVE 0 TO COMPONENT-NIGHT-EDIT
               MOVE 0 TO COMPONENT-HOLIDAY-EDIT
               MOVE COMPONENT-VARIABLE-AMT TO COMPONENT-BASE-EDIT
           ELSE
               COMPUTE COMPONENT-FIXED-AMT =
                   BASE-PAY + FAMILY-ALLOWANCE-PAY
                   + CIVIL-DOMINICAL-PAY + CIVIL-BUC-PAY
                   + SENIORITY-STEP-PAY
               COMPUTE COMPONENT-VARIABLE-AMT =
                   OT-PAY + DT-PAY + HOLIDAY-PAY + NIGHT-PAY
               MOVE OT-HOURS TO COMPONENT-OT-HOURS-EDIT
               MOVE DT-HOURS TO COMPONENT-DT-HOURS-EDIT
               MOVE OT-PAY TO COMPONENT-OT-PAY-EDIT
               MOVE DT-PAY TO COMPONENT-DT-PAY-EDIT
               MOVE NIGHT-PAY TO COMPONENT-NIGHT-EDIT
               MOVE HOLIDAY-PAY TO COMPONENT-HOLIDAY-EDIT
               MOVE BASE-PAY TO COMPONENT-BASE-EDIT
           END-IF
           MOVE COMPONENT-FIXED-AMT TO COMPONENT-FIXED-EDIT
           MOVE COMPONENT-VARIABLE-AMT TO COMPONENT-VARIABLE-EDIT
               STRING EMP-ID " " PERIOD-END-DATE " "
                      COMPONENT-FIXED-EDIT " "
                      COMPONENT-VARIABLE-EDIT " "
                      RUN-ID " "
                      COMPONENT-OT-HOURS-EDIT " "
                      COMPONENT-DT-HOURS-EDIT " "
                      COMPONENT-OT-PAY-EDIT " "
                      COMPONENT-DT-PAY-EDIT " "
                      COMPONENT-NIGHT-EDIT " "
                      COMPONENT-HOLIDAY-EDIT " "
                      COMPONENT-BASE-EDIT
                   DELIMITED BY SIZE
                   INTO COMPONENT-STAGE-ENTRY (COMPONENT-STAGE-COUNT)
           ELSE
                       COMPUTE BRACKET-RATE (BRACKET-COUNT) =
                           FUNCTION NUMVAL (BRACKET-TOKEN-3)
                   END-IF
               WHEN "NONDOM"
                   IF FUNCTION TEST-NUMVAL (BRACKET-TOKEN-2) = 0
                       COMPUTE NONDOM-TAX-RATE =
                           FUNCTION NUMVAL (BRACKET-TOKEN-2)
                   END-IF
           END-EVALUATE.

      *> Renta 5ta for the current employee. With brackets on file:
      *> figures and the whole residue settles -- over-withholding
      *> comes back through TAX-REFUND-AMOUNT in net. Without
      *> brackets, the original flat rate over the weekly exemption,
      *> prorated like always. A non-domiciled employee pays the flat
      *> NONDOM rate on the whole gross instead, with or without
      *> brackets -- no exemption, no projection, no true-up.
       COMPUTE-INCOME-TAX.
           MOVE 0 TO TAX-REFUND-AMOUNT
           PERFORM EVALUATE-TAX-RESIDENCE
           IF RESIDENCE-TRACKED
                   AND NON-DOMICILED-FLAG NOT = PRIOR-NON-DOMICILED-FLAG
                   AND NOT GROSS-UP-SOLVING
               MOVE RESIDENCE-DAYS TO RESIDENCE-DAYS-EDIT
               IF NON-DOMICILED
                   DISPLAY "NOTE: " EMP-NAME " NOW NON-DOMICILED ("
                       RESIDENCE-DAYS-EDIT " DAYS PRESENT TO "
                       RESIDENCE-EVAL-DATE ") -- FLAT NONDOM RATE "
                       "FROM THIS MONTH"
               ELSE
                   DISPLAY "NOTE: " EMP-NAME " NOW DOMICILED ("
                       RESIDENCE-DAYS-EDIT " DAYS PRESENT TO "
                       RESIDENCE-EVAL-DATE ") -- REGULAR RENTA 5TA "
                       "FROM THIS MONTH"
               END-IF
           END-IF
           IF NON-DOMICILED
               COMPUTE INCOME-TAX-AMOUNT ROUNDED =
                   GROSS-PAY * NONDOM-TAX-RATE
           ELSE
           IF NOT BRACKETS-LOADED
               MOVE INCOME-TAX-EXEMPT TO EFFECTIVE-TAX-EXEMPT
               IF PRORATION-NEEDED
      *> through net on this final slip.
                       COMPUTE TAX-REFUND-AMOUNT =
                           0 - WITHHOLDING-REMAINDER
                       IF NOT GROSS-UP-SOLVING
                           DISPLAY "NOTE: RENTA 5TA TRUE-UP REFUND OF "
                               TAX-REFUND-AMOUNT " FOR " EMP-NAME
                       END-IF
                   END-IF
               ELSE
                   MOVE WITHHOLDING-REMAINDER TO INCOME-TAX-AMOUNT
               END-IF
      *> The year's final settlement goes on the regularizacion
      *> record and is named on the slip as its own concept line.
               IF (TAX-TRUE-UP-MODE OR TAX-WEEK-NUMBER >= 52)
                       AND NOT GROSS-UP-SOLVING
                   MOVE WITHHOLDING-REMAINDER
                       TO TRUEUP-SETTLE-AMOUNT
                   PERFORM WRITE-TRUEUP-LINE
                           DELIMITED BY SIZE INTO PAY-BASIS-TEXT
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> One regularizacion line per settled employee: the actual
           WRITE TRUEUP-REPORT-RECORD.

      *> The employee's accumulated gross and tax withheld before
      *> this period -- this run's entry if the employee was already
      *> paid earlier in it, otherwise the record on file, read
      *> without disturbing either; UPDATE-YTD-MASTER folds the
      *> current period in afterward.
       FIND-PRIOR-YTD-FIGURES.
           MOVE 0 TO PRIOR-YTD-GROSS
           MOVE 0 TO PRIOR-YTD-TAX
           PERFORM FIND-RUN-YTD-ENTRY
           IF YTD-FOUND
               MOVE YTD-TBL-GROSS (YTD-IDX) TO PRIOR-YTD-GROSS
               MOVE YTD-TBL-TAX (YTD-IDX) TO PRIOR-YTD-TAX
           ELSE
               PERFORM READ-YTD-RECORD
               IF YTD-FOUND
                   MOVE PSYTD-GROSS TO PRIOR-YTD-GROSS
                   MOVE PSYTD-TAX TO PRIOR-YTD-TAX
               END-IF
           END-IF.

      *> Which week of the tax year this period ends in, and how many
      *> weekly periods remain including this one. A monthly run
               ELSE
                   MOVE PERIOD-MONTH TO TAX-WEEK-NUMBER
               END-IF
           ELSE
           COMPUTE YEAR-START-DATE =
               FUNCTION DATE-OF-INTEGER (PERIOD-END-SERIAL)
           MOVE "0101" TO YEAR-START-DATE-X (5:4)
           COMPUTE YEAR-START-SERIAL =
               FUNCTION INTEGER-OF-DATE (YEAR-START-DATE)
           COMPUTE TAX-WEEK-NUMBER =
               (PERIOD-END-SERIAL - YEAR-START-SERIAL) / 7 + 1
           IF TAX-WEEK-NUMBER > 52
               MOVE 52 TO TAX-WEEK-NUMBER
           END-IF
           COMPUTE TAX-PERIODS-REMAINING = 52 - TAX-WEEK-NUMBER + 1
           IF TAX-PERIODS-REMAINING < 1
               MOVE 1 TO TAX-PERIODS-REMAINING
           END-IF
           END-IF.

      *> Steps the projected income, less the annual exemption,
      *> through the brackets: each tier taxes the slice of taxable
      *> income between the previous bound and its own.
       COMPUTE-ANNUAL-LIABILITY.
           MOVE 0 TO ANNUAL-TAX-LIABILITY
           COMPUTE ANNUAL-TAXABLE =
               PROJECTED-ANNUAL-INCOME - ANNUAL-TAX-EXEMPTION
           IF ANNUAL-TAXABLE > 0
               MOVE 0 TO BRACKET-LOWER
               PERFORM VARYING BRACKET-IDX FROM 1 BY 1
                       UNTIL BRACKET-IDX > BRACKET-COUNT
                           OR BRACKET-LOWER >= ANNUAL-TAXABLE
                   IF ANNUAL-TAXABLE > BRACKET-UPPER (BRACKET-IDX)
                       COMPUTE BRACKET-PORTION =
                           BRACKET-UPPER (BRACKET-IDX)
                               - BRACKET-LOWER
                   ELSE
                       COMPUTE BRACKET-PORTION =
                           ANNUAL-TAXABLE - BRACKET-LOWER
                   END-IF
                   COMPUTE ANNUAL-TAX-LIABILITY ROUNDED =
                       ANNUAL-TAX-LIABILITY
                       + BRACKET-PORTION
                           * BRACKET-RATE (BRACKET-IDX)
                   MOVE BRACKET-UPPER (BRACKET-IDX)
                       TO BRACKET-LOWER
               END-PERFORM
           END-IF.

      *> Reads the special payments list for a SPECIAL run. A line
      *> that can't be paid as written -- unreadable ID or amount,
      *> an unknown type, an employee already listed -- is refused
      *> with a warning and the rest still pay. A list with nothing
      *> payable stops the run before the lock is taken or a single
      *> output opened.
       LOAD-SPECIAL-PAYMENTS.
           MOVE 0 TO SPECIAL-COUNT
           MOVE SPACES TO SPECIAL-PAYMENTS-FILE-NAME
           ACCEPT SPECIAL-PAYMENTS-FILE-NAME
               FROM ENVIRONMENT "SPECIAL_PAYMENTS_FILE"
           IF SPECIAL-PAYMENTS-FILE-NAME = SPACES
               MOVE "data/special_payments.txt"
                   TO SPECIAL-PAYMENTS-FILE-NAME
           END-IF
           OPEN INPUT SPECIAL-PAYMENTS-FILE
           IF SPECIAL-PAYMENTS-FILE-STATUS = "00"
               PERFORM UNTIL SPECIAL-PAYMENTS-FILE-STATUS NOT = "00"
                   READ SPECIAL-PAYMENTS-FILE
                       AT END
                           MOVE "10" TO SPECIAL-PAYMENTS-FILE-STATUS
                       NOT AT END
                           IF SPECIAL-PAYMENTS-RECORD (1:1) NOT = "*"
                                   AND SPECIAL-PAYMENTS-RECORD
                                       NOT = SPACES
                               PERFORM PARSE-SPECIAL-PAYMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPECIAL-PAYMENTS-FILE
           END-IF
           IF SPECIAL-COUNT = 0
               DISPLAY "*** SPECIAL RUN REFUSED -- NO PAYABLE LINES "
                   "IN " FUNCTION TRIM (SPECIAL-PAYMENTS-FILE-NAME)
                   " ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       PARSE-SPECIAL-PAYMENT-LINE.
           MOVE SPACES TO SPECIAL-ID-TOKEN SPECIAL-AMOUNT-TOKEN
               SPECIAL-TYPE-TOKEN SPECIAL-REF-TOKEN
               SPECIAL-REFUSE-REASON
           UNSTRING SPECIAL-PAYMENTS-RECORD DELIMITED BY ALL SPACE
               INTO SPECIAL-ID-TOKEN SPECIAL-AMOUNT-TOKEN
                    SPECIAL-TYPE-TOKEN SPECIAL-REF-TOKEN
           MOVE 0 TO SPECIAL-AMOUNT-WORK
           IF FUNCTION TEST-NUMVAL (SPECIAL-AMOUNT-TOKEN) = 0
               COMPUTE SPECIAL-AMOUNT-WORK =
                   FUNCTION NUMVAL (SPECIAL-AMOUNT-TOKEN)
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM (SPECIAL-ID-TOKEN) IS NOT NUMERIC
                   MOVE "UNREADABLE EMPLOYEE ID"
                       TO SPECIAL-REFUSE-REASON
      *> Five integer digits is what the pay fields and the payslip
      *> linkage carry; anything larger is refused rather than
      *> truncated.
               WHEN SPECIAL-AMOUNT-WORK = 0
                       OR SPECIAL-AMOUNT-WORK > 99999.99
                   MOVE "AMOUNT MISSING OR OUT OF RANGE"
                       TO SPECIAL-REFUSE-REASON
               WHEN SPECIAL-TYPE-TOKEN NOT = "MISSED"
                       AND SPECIAL-TYPE-TOKEN NOT = "BONUS"
                       AND SPECIAL-TYPE-TOKEN NOT = "COURT"
                   MOVE "UNKNOWN PAYMENT TYPE"
                       TO SPECIAL-REFUSE-REASON
               WHEN SPECIAL-COUNT >= SPECIAL-MAX
                   MOVE "LIST FULL" TO SPECIAL-REFUSE-REASON
           END-EVALUATE
           IF SPECIAL-REFUSE-REASON = SPACES
               MOVE "N" TO SPECIAL-FOUND-FLAG
               PERFORM VARYING SPECIAL-IDX FROM 1 BY 1
                       UNTIL SPECIAL-IDX > SPECIAL-COUNT
                           OR SPECIAL-FOUND
                   IF SPECIAL-ID (SPECIAL-IDX) = SPECIAL-ID-TOKEN
                       SET SPECIAL-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF SPECIAL-FOUND
                   MOVE "EMPLOYEE ALREADY LISTED"
                       TO SPECIAL-REFUSE-REASON
               END-IF
           END-IF
           IF SPECIAL-REFUSE-REASON NOT = SPACES
               DISPLAY "WARNING: SPECIAL PAYMENT REFUSED -- "
                   FUNCTION TRIM (SPECIAL-REFUSE-REASON) ": "
                   FUNCTION TRIM (SPECIAL-PAYMENTS-RECORD)
           ELSE
               ADD 1 TO SPECIAL-COUNT
               MOVE SPECIAL-ID-TOKEN TO SPECIAL-ID (SPECIAL-COUNT)
               MOVE SPECIAL-AMOUNT-WORK
                   TO SPECIAL-AMOUNT (SPECIAL-COUNT)
               MOVE SPECIAL-TYPE-TOKEN TO SPECIAL-TYPE (SPECIAL-COUNT)
               MOVE SPECIAL-REF-TOKEN TO SPECIAL-REF (SPECIAL-COUNT)
               MOVE "N" TO SPECIAL-PAID-FLAG (SPECIAL-COUNT)
           END-IF.

      *> In a special run an input line is paid only if its
      *> employee is on the list, and only once -- a second line for
      *> the same ID in the input is refused, not paid again.
       CHECK-SPECIAL-PAYMENT.
           MOVE "N" TO SPECIAL-FOUND-FLAG
           PERFORM VARYING SPECIAL-IDX FROM 1 BY 1
                   UNTIL SPECIAL-IDX > SPECIAL-COUNT OR SPECIAL-FOUND
               IF SPECIAL-ID (SPECIAL-IDX) = EMP-ID
                   SET SPECIAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SPECIAL-FOUND
               SUBTRACT 1 FROM SPECIAL-IDX
               IF SPECIAL-PAID-FLAG (SPECIAL-IDX) = "Y"
                   SET RECORD-IS-INVALID TO TRUE
                   DISPLAY "WARNING: " EMP-ID " APPEARS TWICE IN THE "
                       "INPUT -- SPECIAL PAYMENT MADE ONCE ONLY"
               ELSE
                   MOVE "Y" TO SPECIAL-PAID-FLAG (SPECIAL-IDX)
               END-IF
           ELSE
               SET RECORD-IS-INVALID TO TRUE
           END-IF.

      *> The listed amount as the whole of BASE-PAY and gross -- no
      *> hours, premiums, proration, or family allowance -- then AFP
      *> on it, Renta 5ta by type, and any open garnishment orders
      *> against what is left, the same ceiling as a weekly slip.
       COMPUTE-SPECIAL-PAY.
           MOVE 0 TO OT-HOURS
           MOVE 0 TO DT-HOURS
           MOVE 0 TO OT-PAY
           MOVE 0 TO DT-PAY
           MOVE 0 TO HOLIDAY-PAY
           MOVE 0 TO NIGHT-PAY
           MOVE 0 TO TOTAL-DEDUCTIONS
           MOVE 0 TO DEDUCTION-COUNT
           MOVE 0 TO TAX-REFUND-AMOUNT
           MOVE 0 TO FAMILY-ALLOWANCE-PAY
           MOVE 0 TO TOPUP-PAY
           MOVE "N" TO UNAUTHORIZED-OT-FLAG
           MOVE "N" TO PRORATION-NEEDED-FLAG

           MOVE SPECIAL-AMOUNT (SPECIAL-IDX) TO BASE-PAY
           MOVE BASE-PAY TO GROSS-PAY
           COMPUTE AFP-AMOUNT =
               GROSS-PAY * AFP-RATE-FIELD
           IF SPECIAL-TYPE (SPECIAL-IDX) = "MISSED"
               PERFORM COMPUTE-INCOME-TAX
           ELSE
               PERFORM COMPUTE-EXTRAORDINARY-TAX
           END-IF
           PERFORM APPLY-GARNISHMENT-ORDERS
           COMPUTE NET-PAY = GROSS-PAY - AFP-AMOUNT
               - INCOME-TAX-AMOUNT - TOTAL-DEDUCTIONS
               + TAX-REFUND-AMOUNT

           MOVE SPACES TO PAY-BASIS-TEXT
           EVALUATE SPECIAL-TYPE (SPECIAL-IDX)
               WHEN "MISSED"
                   MOVE "Pago semana omitida" TO PAY-BASIS-TEXT
               WHEN "BONUS"
                   MOVE "Bono extraordinario" TO PAY-BASIS-TEXT
               WHEN "COURT"
                   MOVE "Pago por mandato judic." TO PAY-BASIS-TEXT
           END-EVALUATE.

      *> Renta 5ta on an extraordinary payment: the year's liability
      *> on the regular projection (the year so far plus its weekly
      *> average over the periods left), and again with the payment
      *> added -- the difference is withheld whole on this slip.
      *> Without brackets, the flat rate on the whole amount; the
      *> weekly exemption already went to the week's own pay.
       COMPUTE-EXTRAORDINARY-TAX.
           MOVE 0 TO TAX-REFUND-AMOUNT
           PERFORM EVALUATE-TAX-RESIDENCE
           IF NON-DOMICILED
               COMPUTE INCOME-TAX-AMOUNT ROUNDED =
                   GROSS-PAY * NONDOM-TAX-RATE
           ELSE
           IF NOT BRACKETS-LOADED
               COMPUTE INCOME-TAX-AMOUNT ROUNDED =
                   GROSS-PAY * INCOME-TAX-RATE
           ELSE
               PERFORM FIND-PRIOR-YTD-FIGURES
               PERFORM COMPUTE-TAX-WEEK-POSITION
               MOVE PRIOR-YTD-GROSS TO PROJECTED-ANNUAL-INCOME
               IF TAX-WEEK-NUMBER > 1
                   COMPUTE PROJECTED-ANNUAL-INCOME ROUNDED =
                       PRIOR-YTD-GROSS
                       + PRIOR-YTD-GROSS / (TAX-WEEK-NUMBER - 1)
                           * TAX-PERIODS-REMAINING
               END-IF
               PERFORM COMPUTE-ANNUAL-LIABILITY
               MOVE ANNUAL-TAX-LIABILITY TO SPECIAL-BASE-LIABILITY
               ADD GROSS-PAY TO PROJECTED-ANNUAL-INCOME
               PERFORM COMPUTE-ANNUAL-LIABILITY
               COMPUTE INCOME-TAX-AMOUNT =
                   ANNUAL-TAX-LIABILITY - SPECIAL-BASE-LIABILITY
           END-IF
           END-IF.

      *> One pay-history line per off-cycle payment, held until the
      *> commit step like every other durable output:
      *>   ID PERIOD AMOUNT RUN-ID OFFCYCLE TYPE [REFERENCE]
      *> PERIOD is the payment's own date, MM/DD/YYYY like the
      *> engine's lines, and never a weekly period-ending.
       STAGE-SPECIAL-HISTORY.
           IF SPECIAL-HIST-COUNT < 500
               ADD 1 TO SPECIAL-HIST-COUNT
               MOVE SPACES TO SPECIAL-HIST-PERIOD
               STRING PERIOD-END-DATE (5:2) "/"
                      PERIOD-END-DATE (7:2) "/"
                      PERIOD-END-DATE (1:4)
                   DELIMITED BY SIZE INTO SPECIAL-HIST-PERIOD
               MOVE GROSS-PAY TO SPECIAL-HIST-PAY-EDIT
               MOVE EMP-ID TO SPECIAL-HIST-EMP-ID (SPECIAL-HIST-COUNT)
               MOVE PERIOD-END-DATE (1:4)
                   TO SPECIAL-HIST-YEAR (SPECIAL-HIST-COUNT)
               MOVE GROSS-PAY TO SPECIAL-HIST-GROSS (SPECIAL-HIST-COUNT)
               MOVE SPACES TO SPECIAL-HIST-LINE (SPECIAL-HIST-COUNT)
               STRING EMP-ID " " SPECIAL-HIST-PERIOD " "
                      SPECIAL-HIST-PAY-EDIT " " RUN-ID
                      " OFFCYCLE "
                      FUNCTION TRIM (SPECIAL-TYPE (SPECIAL-IDX))
                      " " FUNCTION TRIM (SPECIAL-REF (SPECIAL-IDX))
                   DELIMITED BY SIZE
                   INTO SPECIAL-HIST-LINE (SPECIAL-HIST-COUNT)
           ELSE
               DISPLAY "WARNING: HISTORY STAGE FULL, LINE DROPPED "
                   "FOR EMPLOYEE " EMP-ID
           END-IF.

      *> The payroll engine posts a net-guaranteed employee's week
      *> at the guaranteed net; the gross-up solved here is the rest
      *> of the gross, and goes to the history and the payroll YTD
      *> master alongside it under the same period, so every average
      *> and base built on the history sees the gross actually paid:
      *>   ID PERIOD AMOUNT RUN-ID GROSSUP
      *> A reversal of this run backs it out by its RUN-ID like any
      *> other line.
       STAGE-GROSSUP-HISTORY.
           IF SPECIAL-HIST-COUNT < 500
               ADD 1 TO SPECIAL-HIST-COUNT
               MOVE SPACES TO SPECIAL-HIST-PERIOD
               STRING PERIOD-END-DATE (5:2) "/"
                      PERIOD-END-DATE (7:2) "/"
                      PERIOD-END-DATE (1:4)
                   DELIMITED BY SIZE INTO SPECIAL-HIST-PERIOD
               MOVE GROSSUP-PAY TO SPECIAL-HIST-PAY-EDIT
               MOVE EMP-ID TO SPECIAL-HIST-EMP-ID (SPECIAL-HIST-COUNT)
               MOVE PERIOD-END-DATE (1:4)
                   TO SPECIAL-HIST-YEAR (SPECIAL-HIST-COUNT)
               MOVE GROSSUP-PAY
                   TO SPECIAL-HIST-GROSS (SPECIAL-HIST-COUNT)
               MOVE SPACES TO SPECIAL-HIST-LINE (SPECIAL-HIST-COUNT)
               STRING EMP-ID " " SPECIAL-HIST-PERIOD " "
                      SPECIAL-HIST-PAY-EDIT " " RUN-ID
                      " GROSSUP"
                   DELIMITED BY SIZE
                   INTO SPECIAL-HIST-LINE (SPECIAL-HIST-COUNT)
           ELSE
               DISPLAY "WARNING: HISTORY STAGE FULL, GROSS-UP LINE "
                   "DROPPED FOR EMPLOYEE " EMP-ID
           END-IF.

       FLUSH-SPECIAL-HISTORY.
           IF SPECIAL-HIST-COUNT > 0
               OPEN EXTEND PAY-HISTORY-FILE
               IF PAY-HISTORY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PAY-HISTORY-FILE
               END-IF
               PERFORM OPEN-HISTORY-INDEX
               PERFORM VARYING SPECIAL-HIST-IDX FROM 1 BY 1
                       UNTIL SPECIAL-HIST-IDX > SPECIAL-HIST-COUNT
                   MOVE SPECIAL-HIST-LINE (SPECIAL-HIST-IDX)
                       TO PAY-HISTORY-RECORD
                   WRITE PAY-HISTORY-RECORD
                   MOVE SPECIAL-HIST-EMP-ID (SPECIAL-HIST-IDX)
                       TO PHIDX-EMP-ID
                   MOVE SPECIAL-HIST-LINE (SPECIAL-HIST-IDX) (7:10)
                       TO PHIDX-PERIOD
                   MOVE SPECIAL-HIST-LINE (SPECIAL-HIST-IDX)
                       TO PHIDX-LINE
                   PERFORM APPEND-HISTORY-INDEX
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
               IF PHIDX-IS-OPEN
                   CLOSE PAY-HISTORY-INDEX-FILE
               END-IF
               PERFORM POST-SPECIAL-PAYROLL-YTD
           END-IF.

      *> Each off-cycle gross or gross-up onto the payroll YTD
      *> master, after the master is rolled to a generation: the
      *> employee's record for the payment's year is rewritten, or
      *> written when it is the first pay of that year.
       POST-SPECIAL-PAYROLL-YTD.
           PERFORM ROLL-PAYROLL-YTD-GENERATION
           OPEN I-O PAYROLL-YTD-FILE
           IF PAYROLL-YTD-FILE-STATUS = "35"
               OPEN OUTPUT PAYROLL-YTD-FILE
               CLOSE PAYROLL-YTD-FILE
               OPEN I-O PAYROLL-YTD-FILE
           END-IF
           IF PAYROLL-YTD-FILE-STATUS NOT = "00"
               DISPLAY "*** PAYROLL YTD MASTER NOT AVAILABLE (STATUS "
                   PAYROLL-YTD-FILE-STATUS ") -- OFF-CYCLE AND "
                   "GROSS-UP PAY NOT POSTED, POST IT BY HAND ***"
           ELSE
               PERFORM VARYING SPECIAL-HIST-IDX FROM 1 BY 1
                       UNTIL SPECIAL-HIST-IDX > SPECIAL-HIST-COUNT
                   PERFORM POST-ONE-SPECIAL-YTD
               END-PERFORM
               CLOSE PAYROLL-YTD-FILE
           END-IF.

       POST-ONE-SPECIAL-YTD.
           MOVE SPECIAL-HIST-EMP-ID (SPECIAL-HIST-IDX) TO YTDM-EMP-ID
           MOVE SPECIAL-HIST-YEAR (SPECIAL-HIST-IDX) TO YTDM-YEAR
           READ PAYROLL-YTD-FILE
               INVALID KEY
                   MOVE SPACES TO YTDM-RECORD
                   MOVE SPECIAL-HIST-EMP-ID (SPECIAL-HIST-IDX)
                       TO YTDM-EMP-ID
                   MOVE SPECIAL-HIST-YEAR (SPECIAL-HIST-IDX)
                       TO YTDM-YEAR
                   MOVE SPECIAL-HIST-GROSS (SPECIAL-HIST-IDX)
                       TO YTDM-TOTAL-PAY
                   WRITE YTDM-RECORD
                       INVALID KEY
                           DISPLAY "*** PAYROLL YTD WRITE FAILED FOR "
                               YTDM-EMP-ID " (STATUS "
                               PAYROLL-YTD-FILE-STATUS ") ***"
                   END-WRITE
               NOT INVALID KEY
                   ADD SPECIAL-HIST-GROSS (SPECIAL-HIST-IDX)
                       TO YTDM-TOTAL-PAY
                   REWRITE YTDM-RECORD
                       INVALID KEY
                           DISPLAY "*** PAYROLL YTD REWRITE FAILED "
                               "FOR " YTDM-EMP-ID " (STATUS "
                               PAYROLL-YTD-FILE-STATUS ") ***"
                   END-REWRITE
           END-READ.

      *> The payroll YTD master rolled to its dated generation and
      *> catalogued, the same as the payslip YTD master, so a wrong
      *> off-cycle run's postings can be backed out.
       ROLL-PAYROLL-YTD-GENERATION.
           MOVE "N" TO GENERATION-EOF-FLAG
           OPEN INPUT PAYROLL-YTD-FILE
           IF PAYROLL-YTD-FILE-STATUS = "00"
               MOVE SPACES TO GENERATION-FILE-NAME
               STRING "data/ytd_master." RUN-ID ".txt"
                   DELIMITED BY SIZE INTO GENERATION-FILE-NAME
               OPEN OUTPUT GENERATION-FILE
               PERFORM UNTIL GENERATION-EOF
                   READ PAYROLL-YTD-FILE NEXT RECORD
                       AT END
                           SET GENERATION-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO GENERATION-RECORD
                           MOVE YTDM-RECORD TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
               CLOSE PAYROLL-YTD-FILE
               OPEN EXTEND GENERATION-CATALOG-FILE
               IF GENERATION-CATALOG-STATUS NOT = "00"
                   OPEN OUTPUT GENERATION-CATALOG-FILE
               END-IF
               MOVE SPACES TO GENERATION-CATALOG-RECORD
               STRING "ytd_master " GENERATION-FILE-NAME
                   DELIMITED BY SIZE INTO GENERATION-CATALOG-RECORD
               WRITE GENERATION-CATALOG-RECORD
               CLOSE GENERATION-CATALOG-FILE
           END-IF
           MOVE "N" TO GENERATION-EOF-FLAG.

      *> Opens (creating if need be) the keyed shadow; a shadow that
      *> cannot open just leaves the flag off -- the archive's
      *> rebuild puts it right again.
       OPEN-HISTORY-INDEX.
           MOVE "N" TO PHIDX-OPEN-FLAG
           OPEN I-O PAY-HISTORY-INDEX-FILE
           IF PAY-HISTORY-INDEX-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-INDEX-FILE
               CLOSE PAY-HISTORY-INDEX-FILE
               OPEN I-O PAY-HISTORY-INDEX-FILE
           END-IF
           IF PAY-HISTORY-INDEX-STATUS = "00"
               SET PHIDX-IS-OPEN TO TRUE
           END-IF.

      *> Writes the line just appended under the next free sequence
      *> for its employee and period.
       APPEND-HISTORY-INDEX.
           IF PHIDX-IS-OPEN
               MOVE 1 TO PHIDX-SEQ
               MOVE "N" TO PHIDX-WRITE-DONE-FLAG
               PERFORM UNTIL PHIDX-WRITE-DONE OR PHIDX-SEQ > 999
                   WRITE PHIDX-RECORD
                       INVALID KEY
                           ADD 1 TO PHIDX-SEQ
                       NOT INVALID KEY
                           SET PHIDX-WRITE-DONE TO TRUE
                   END-WRITE
               END-PERFORM
           END-IF.

      *> Listed payments whose employee never came through the
      *> input -- nobody was paid for them, and the operator needs
      *> to hear so rather than assume.
       REPORT-UNPAID-SPECIALS.
           MOVE 0 TO SPECIAL-UNPAID-COUNT
           PERFORM VARYING SPECIAL-IDX FROM 1 BY 1
                   UNTIL SPECIAL-IDX > SPECIAL-COUNT
               IF SPECIAL-PAID-FLAG (SPECIAL-IDX) = "N"
                   ADD 1 TO SPECIAL-UNPAID-COUNT
                   DISPLAY "WARNING: SPECIAL PAYMENT FOR "
                       SPECIAL-ID (SPECIAL-IDX) " NOT MADE -- "
                       "EMPLOYEE NOT IN "
                       FUNCTION TRIM (EMPLOYEE-FILE-NAME)
               END-IF
           END-PERFORM.

      *> The statutory bonus in place of the week's pay: a month's
      *> regular remuneration (the regular-time week annualized over
      *> 12 months) scaled by complete months worked in the half-year
                   STOP RUN
           END-COMPUTE
           MOVE BASE-PAY TO GROSS-PAY
           PERFORM EVALUATE-TAX-RESIDENCE
           IF NON-DOMICILED
               COMPUTE INCOME-TAX-AMOUNT ROUNDED =
                   BONUS-GRATI-AMOUNT * NONDOM-TAX-RATE
           ELSE
               COMPUTE INCOME-TAX-AMOUNT ROUNDED =
                   BONUS-GRATI-AMOUNT * INCOME-TAX-RATE
           END-IF
           COMPUTE NET-PAY = GROSS-PAY - INCOME-TAX-AMOUNT

           IF BONUS-MONTHS-WORKED = 0
                               DED-AMOUNT (DEDUCTION-COUNT)
                           SUBTRACT 1 FROM DEDUCTION-COUNT
                       ELSE
      *> DSC likewise -- hours worked on an unsubstituted rest day.
                       IF DED-CODE (DEDUCTION-COUNT) = "DSC"
                           COMPUTE REST-DAY-HOURS =
                               DED-AMOUNT (DEDUCTION-COUNT)
                           SUBTRACT 1 FROM DEDUCTION-COUNT
                       ELSE
      *> NOC likewise -- night hours, not a deduction.
                       IF DED-CODE (DEDUCTION-COUNT) = "NOC"
                           COMPUTE NIGHT-HOURS =
                           TO TOTAL-DEDUCTIONS
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               END-IF
           END-IF.

      *> Whether HR has this employee's pay on hold -- or the
      *> onboarding gate holds it as a first pay.
       CHECK-PAY-HOLD.
           MOVE "N" TO PAY-HELD-FLAG
           MOVE "N" TO FIRST-PAY-FLAG
           PERFORM VARYING PAY-HOLD-IDX FROM 1 BY 1
                   UNTIL PAY-HOLD-IDX > PAY-HOLD-COUNT OR PAY-HELD
               IF PAY-HOLD-ID (PAY-HOLD-IDX) = EMP-ID
                   SET PAY-HELD TO TRUE
               END-IF
           END-PERFORM
           IF PAY-HELD
               SUBTRACT 1 FROM PAY-HOLD-IDX
               MOVE PAY-HOLD-REASON (PAY-HOLD-IDX) TO PAY-HELD-REASON
           ELSE
               PERFORM CHECK-ONBOARDING-GATE
           END-IF.

      *> A new hire's first pay waits on the onboarding checklist --
      *> identity document, bank account, pension system, dependents
      *> declaration, signed contract, T-Registro alta -- unless HR
      *> has recorded an override. Employees with no onboarding on
      *> file (everyone hired before the checklist) pass untouched.
       CHECK-ONBOARDING-GATE.
           INITIALIZE ONBOARDING-CHECK-PARMS
           MOVE EMP-ID TO ONB-EMP-ID
           IF PERIOD-END-DATE > 0
               MOVE PERIOD-END-DATE TO ONB-AS-OF-DATE
           ELSE
               ACCEPT ONB-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM LOOKUP-EMPLOYEE-DOCUMENT
           MOVE EMP-DOC-NUMBER-FIELD TO ONB-DOC-NUMBER
           MOVE HIRE-DATE-FIELD TO ONB-HIRE-DATE
           CALL "onboardcheck" USING ONBOARDING-CHECK-PARMS
           IF ONB-OPEN
               IF ONB-COMPLETE OR ONB-OVERRIDDEN
                   SET FIRST-PAY TO TRUE
               ELSE
                   SET PAY-HELD TO TRUE
                   MOVE "ONBOARDING" TO PAY-HELD-REASON
                   DISPLAY "NOTE: FIRST PAY HELD FOR " EMP-NAME
                       " -- ONBOARDING INCOMPLETE: "
                       FUNCTION TRIM (ONB-MISSING-TEXT)
               END-IF
           END-IF.

       NOTE-FIRST-PAY.
           MOVE "N" TO FIRST-PAY-FLAG
           PERFORM VARYING FIRST-PAY-IDX FROM 1 BY 1
                   UNTIL FIRST-PAY-IDX > FIRST-PAY-COUNT
               IF FIRST-PAY-ID (FIRST-PAY-IDX) = EMP-ID
                   SET FIRST-PAY TO TRUE
               END-IF
           END-PERFORM
           IF NOT FIRST-PAY AND FIRST-PAY-COUNT < FIRST-PAY-MAX
               ADD 1 TO FIRST-PAY-COUNT
               MOVE EMP-ID TO FIRST-PAY-ID (FIRST-PAY-COUNT)
           END-IF.

      *> Closes the onboarding of every new hire this run paid.
       SAVE-ONBOARDING-FIRST-PAY.
           IF FIRST-PAY-COUNT > 0
               OPEN EXTEND ONBOARDING-FILE
               IF ONBOARDING-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ONBOARDING-FILE
               END-IF
               PERFORM VARYING FIRST-PAY-IDX FROM 1 BY 1
                       UNTIL FIRST-PAY-IDX > FIRST-PAY-COUNT
                   MOVE SPACES TO ONBOARDING-RECORD
                   STRING FIRST-PAY-ID (FIRST-PAY-IDX) " PAID "
                          ONB-AS-OF-DATE " " RUN-ID
                       DELIMITED BY SIZE INTO ONBOARDING-RECORD
                   WRITE ONBOARDING-RECORD
               END-PERFORM
               CLOSE ONBOARDING-FILE
           END-IF.

      *> The net goes on the held list instead of out the door. A
      *> full table is not a reason to pay someone HR has stopped:
      *> the payment is left off every output and flagged for the
      *> payroll office to put right by hand.
       COLLECT-HELD-PAYMENT.
           IF HELD-PAY-COUNT < HELD-PAY-MAX
               ADD 1 TO HELD-PAY-COUNT
               MOVE EMP-ID TO HELD-PAY-ID (HELD-PAY-COUNT)
               MOVE NET-PAY TO HELD-PAY-NET (HELD-PAY-COUNT)
               MOVE PAY-HELD-REASON
                   TO HELD-PAY-REASON (HELD-PAY-COUNT)
               DISPLAY "NOTE: PAYMENT HELD FOR " EMP-NAME " -- "
                   FUNCTION TRIM (PAY-HELD-REASON)
           ELSE
               DISPLAY "WARNING: HELD-PAYMENT TABLE FULL -- "
                   EMP-NAME " NOT PAID AND NOT LISTED, RECORD BY HAND"
           END-IF.

       LOAD-PAY-HOLDS.
           MOVE 0 TO PAY-HOLD-COUNT
           OPEN INPUT PAY-HOLDS-FILE
           IF PAY-HOLDS-FILE-STATUS = "00"
               PERFORM UNTIL PAY-HOLDS-FILE-STATUS NOT = "00"
                   READ PAY-HOLDS-FILE
                       AT END
                           MOVE "10" TO PAY-HOLDS-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO PAY-HOLD-ID-TOKEN
                           MOVE SPACES TO PAY-HOLD-REASON-TOKEN
                           UNSTRING PAY-HOLDS-RECORD
                               DELIMITED BY SPACE
                               INTO PAY-HOLD-ID-TOKEN
                                    PAY-HOLD-REASON-TOKEN
                           IF PAY-HOLD-ID-TOKEN IS NUMERIC
                                   AND PAY-HOLD-COUNT < PAY-HOLD-MAX
                               ADD 1 TO PAY-HOLD-COUNT
                               MOVE PAY-HOLD-ID-TOKEN
                                   TO PAY-HOLD-ID (PAY-HOLD-COUNT)
                               MOVE PAY-HOLD-REASON-TOKEN
                                   TO PAY-HOLD-REASON (PAY-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HOLDS-FILE
           END-IF.

      *> Appends this run's held payments to the list, each one
      *> also on the audit trail next to the run that held it.
       SAVE-HELD-PAYMENTS.
           IF HELD-PAY-COUNT > 0
               OPEN EXTEND HELD-PAYMENTS-FILE
               IF HELD-PAYMENTS-FILE-STATUS NOT = "00"
                   OPEN OUTPUT HELD-PAYMENTS-FILE
               END-IF
               PERFORM VARYING HELD-PAY-IDX FROM 1 BY 1
                       UNTIL HELD-PAY-IDX > HELD-PAY-COUNT
                   MOVE HELD-PAY-NET (HELD-PAY-IDX) TO HELD-PAY-EDIT
                   MOVE SPACES TO HELD-PAYMENTS-RECORD
                   STRING HELD-PAY-ID (HELD-PAY-IDX) " "
                          HELD-PAY-EDIT " " RUN-ID " "
                          FUNCTION TRIM (HELD-PAY-REASON (HELD-PAY-IDX))
                       DELIMITED BY SIZE INTO HELD-PAYMENTS-RECORD
                   WRITE HELD-PAYMENTS-RECORD
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   STRING "PAYHOLD " RUN-DATE " " RUN-TIME
                          " ACTION=HELD EMP=" HELD-PAY-ID (HELD-PAY-IDX)
                          " AMOUNT=" HELD-PAY-EDIT
                          " REASON="
                          FUNCTION TRIM (HELD-PAY-REASON (HELD-PAY-IDX))
                          " RUN-ID=" RUN-ID
                       DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
                   PERFORM APPEND-AUDIT-LOG-RECORD
               END-PERFORM
               CLOSE HELD-PAYMENTS-FILE
           END-IF.

      *> Any bounced payments queued for this employee ride this
      *> run's deposit; their queue entries are consumed.
       CONSUME-REISSUE-QUEUE.
               CLOSE REISSUE-QUEUE-FILE
           END-IF.

      *> Picks up every queued viaticos claim for this employee.
      *> The excess over the per-diem limit joins the gross here,
      *> ahead of AFP and tax; the non-taxable part is added to the
      *> net once the net is known.
       CLAIM-PENDING-VIATICOS.
           MOVE 0 TO VIATICO-PAY
           MOVE 0 TO VIATICO-EXCESS-PAY
           PERFORM VARYING VIATICO-IDX FROM 1 BY 1
                   UNTIL VIATICO-IDX > VIATICO-COUNT
               IF VIATICO-ID (VIATICO-IDX) = EMP-ID
                       AND VIATICO-CONSUMED (VIATICO-IDX) = "N"
                   MOVE "Y" TO VIATICO-CONSUMED (VIATICO-IDX)
                   ADD VIATICO-NONTAX (VIATICO-IDX) TO VIATICO-PAY
                   ADD VIATICO-EXCESS (VIATICO-IDX)
                       TO VIATICO-EXCESS-PAY
                   DISPLAY "VIATICOS CLAIM "
                       VIATICO-CLAIM (VIATICO-IDX) " PAID TO " EMP-NAME
               END-IF
           END-PERFORM
           ADD VIATICO-EXCESS-PAY TO GROSS-PAY.

       LOAD-VIATICO-QUEUE.
           MOVE 0 TO VIATICO-COUNT
           OPEN INPUT VIATICO-QUEUE-FILE
           IF VIATICO-QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL VIATICO-QUEUE-FILE-STATUS NOT = "00"
                   READ VIATICO-QUEUE-FILE
                       AT END
                           MOVE "10" TO VIATICO-QUEUE-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO VIATICO-ID-TOKEN
                           MOVE SPACES TO VIATICO-NONTAX-TOKEN
                           MOVE SPACES TO VIATICO-EXCESS-TOKEN
                           MOVE SPACES TO VIATICO-CLAIM-TOKEN
                           UNSTRING VIATICO-QUEUE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO VIATICO-ID-TOKEN
                                    VIATICO-NONTAX-TOKEN
                                    VIATICO-EXCESS-TOKEN
                                    VIATICO-CLAIM-TOKEN
                           IF VIATICO-ID-TOKEN IS NUMERIC
                                   AND FUNCTION TEST-NUMVAL
                                       (VIATICO-NONTAX-TOKEN) = 0
                                   AND FUNCTION TEST-NUMVAL
                                       (VIATICO-EXCESS-TOKEN) = 0
                                   AND VIATICO-COUNT < VIATICO-MAX
                               ADD 1 TO VIATICO-COUNT
                               MOVE VIATICO-ID-TOKEN
                                   TO VIATICO-ID (VIATICO-COUNT)
                               COMPUTE VIATICO-NONTAX
                                   (VIATICO-COUNT) = FUNCTION
                                   NUMVAL (VIATICO-NONTAX-TOKEN)
                               COMPUTE VIATICO-EXCESS
                                   (VIATICO-COUNT) = FUNCTION
                                   NUMVAL (VIATICO-EXCESS-TOKEN)
                               MOVE VIATICO-CLAIM-TOKEN
                                   TO VIATICO-CLAIM (VIATICO-COUNT)
                               MOVE "N" TO
                                   VIATICO-CONSUMED (VIATICO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIATICO-QUEUE-FILE
           END-IF.

      *> Rewrites the queue with only the claims nobody was paid for
      *> this run -- an employee off this week's input keeps theirs
      *> for the next payslip.
       SAVE-VIATICO-QUEUE.
           IF VIATICO-COUNT > 0
               OPEN OUTPUT VIATICO-QUEUE-FILE
               PERFORM VARYING VIATICO-IDX FROM 1 BY 1
                       UNTIL VIATICO-IDX > VIATICO-COUNT
                   IF VIATICO-CONSUMED (VIATICO-IDX) = "N"
                       MOVE VIATICO-NONTAX (VIATICO-IDX)
                           TO VIATICO-NONTAX-EDIT
                       MOVE VIATICO-EXCESS (VIATICO-IDX)
                           TO VIATICO-EXCESS-EDIT
                       MOVE SPACES TO VIATICO-QUEUE-RECORD
                       STRING VIATICO-ID (VIATICO-IDX) " "
                              VIATICO-NONTAX-EDIT " "
                              VIATICO-EXCESS-EDIT " "
                              VIATICO-CLAIM (VIATICO-IDX)
                           DELIMITED BY SIZE
                           INTO VIATICO-QUEUE-RECORD
                       WRITE VIATICO-QUEUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE VIATICO-QUEUE-FILE
           END-IF.

      *> The period's meal-benefit card loads, one entry per MEAL:
      *> line dated between the period's first and last day. The
      *> line's variable amount is the excess over the limit and
      *> the MEAL: tag carries the non-remunerative part.
       LOAD-MEAL-BENEFITS.
           MOVE 0 TO MEAL-COUNT
           OPEN INPUT COMPONENT-DETAIL-FILE
           IF COMPONENT-DETAIL-FILE-STATUS = "00"
               PERFORM UNTIL COMPONENT-DETAIL-FILE-STATUS NOT = "00"
                   READ COMPONENT-DETAIL-FILE
                       AT END
                           MOVE "10"
                               TO COMPONENT-DETAIL-FILE-STATUS
                       NOT AT END
                           PERFORM TAKE-MEAL-LINE
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-DETAIL-FILE
           END-IF.

       TAKE-MEAL-LINE.
           MOVE SPACES TO MEAL-ID-TOKEN MEAL-DATE-TOKEN
           MOVE SPACES TO MEAL-FIXED-TOKEN MEAL-EXCESS-TOKEN
           MOVE SPACES TO MEAL-RUN-TOKEN MEAL-TAG-TOKEN
           UNSTRING COMPONENT-DETAIL-RECORD DELIMITED BY ALL SPACE
               INTO MEAL-ID-TOKEN MEAL-DATE-TOKEN
                    MEAL-FIXED-TOKEN MEAL-EXCESS-TOKEN
                    MEAL-RUN-TOKEN MEAL-TAG-TOKEN
           IF MEAL-TAG-TOKEN (1:5) = "MEAL:"
                   AND MEAL-ID-TOKEN IS NUMERIC
                   AND MEAL-DATE-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (MEAL-EXCESS-TOKEN) = 0
                   AND FUNCTION TEST-NUMVAL (MEAL-TAG-TOKEN (6:)) = 0
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (MEAL-DATE-TOKEN)) = 0
                   COMPUTE MEAL-DATE-SERIAL = FUNCTION
                       INTEGER-OF-DATE (FUNCTION NUMVAL
                       (MEAL-DATE-TOKEN))
                   IF MEAL-DATE-SERIAL >= PERIOD-START-SERIAL
                           AND MEAL-DATE-SERIAL <= PERIOD-END-SERIAL
                       IF MEAL-COUNT < MEAL-MAX
                           ADD 1 TO MEAL-COUNT
                           MOVE MEAL-ID-TOKEN
                               TO MEAL-ID (MEAL-COUNT)
                           COMPUTE MEAL-CARD-AMT (MEAL-COUNT) =
                               FUNCTION NUMVAL (MEAL-TAG-TOKEN (6:))
                           COMPUTE MEAL-EXCESS-AMT (MEAL-COUNT) =
                               FUNCTION NUMVAL (MEAL-EXCESS-TOKEN)
                       ELSE
                           DISPLAY "WARNING: MEAL TABLE FULL, CARD "
                               "LOAD NOT SHOWN FOR EMPLOYEE "
                               MEAL-ID-TOKEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The card amounts the payslip prints for this employee, the
      *> excess over the limit going into the gross.
       LOOKUP-MEAL-BENEFIT.
           MOVE ZEROS TO MEAL-PAY-AMOUNTS
           PERFORM VARYING MEAL-IDX FROM 1 BY 1
                   UNTIL MEAL-IDX > MEAL-COUNT
               IF MEAL-ID (MEAL-IDX) = EMP-ID
                   ADD MEAL-CARD-AMT (MEAL-IDX) TO MEAL-CARD-PAY
                   ADD MEAL-EXCESS-AMT (MEAL-IDX) TO MEAL-EXCESS-PAY
               END-IF
           END-PERFORM
           ADD MEAL-EXCESS-PAY TO GROSS-PAY.

      *> The same payment as interface details: one per VERIFIED
      *> account on file, in priority order -- a FIXED amount or a
      *> PCT of the net off the top, the last verified account
      *> taking the rest and any rounding -- otherwise the SINB
      *> pseudo-bank so payroll staff see exactly who still needs
      *> their account captured. Only a VERIFIED account carries
      *> live money: a PENDING one gets a zero-amount prenote detail
      *> on its own bank's file while its share stays with the
      *> accounts already paying (the SINB pseudo-bank when none
      *> is), and a FAILED one stays off entirely until it is
      *> re-captured.
       COLLECT-BANK-INTERFACE-DETAIL.
      *> The banks key off the identity document, not our internal
      *> ID -- carried on the detail so the portal upload stops
      *> being corrected by hand.
           PERFORM LOOKUP-EMPLOYEE-DOCUMENT
      *> A foreign-currency detail must carry the CONVERTED amount
      *> -- stamping the soles figure with "USD" would have the bank
      *> pay the soles number in dollars. No rate on file falls back
      *> to soles under PEN, matching the payslip's soles-only
      *> warning path. A FIXED split is in the payment's currency;
      *> a PCT split is of this period's net alone, so a reissued
      *> bounce lands whole on the last account rather than paying
      *> the accounts that were not returned a second time.
           IF EMP-PAY-CCY NOT = SPACES
                   AND FX-APPLIED-RATE > 0
               MOVE EMP-PAY-CCY TO SPLIT-PAY-CCY
               COMPUTE SPLIT-PAY-TOTAL ROUNDED =
                   (NET-PAY + REISSUE-EXTRA) / FX-APPLIED-RATE
               COMPUTE SPLIT-PCT-BASE ROUNDED =
                   NET-PAY / FX-APPLIED-RATE
           ELSE
               MOVE "PEN" TO SPLIT-PAY-CCY
               COMPUTE SPLIT-PAY-TOTAL = NET-PAY + REISSUE-EXTRA
               MOVE NET-PAY TO SPLIT-PCT-BASE
           END-IF
           MOVE 0 TO SPLIT-LEG-COUNT
           PERFORM VARYING SPLIT-PRIORITY FROM 1 BY 1
                   UNTIL SPLIT-PRIORITY > 9
               PERFORM VARYING EMP-BANK-IDX FROM 1 BY 1
                       UNTIL EMP-BANK-IDX > EMP-BANK-COUNT
                   IF EMP-BANK-ID (EMP-BANK-IDX) = EMP-ID
                           AND EMP-BANK-PRIORITY (EMP-BANK-IDX)
                               = SPLIT-PRIORITY
                       IF EMP-BANK-STATUS (EMP-BANK-IDX)
                               = "VERIFIED"
                               AND SPLIT-LEG-COUNT < 9
                           ADD 1 TO SPLIT-LEG-COUNT
                           MOVE EMP-BANK-IDX
                               TO SPLIT-LEG-ACCT (SPLIT-LEG-COUNT)
                       ELSE
                       IF EMP-BANK-STATUS (EMP-BANK-IDX)
                               = "PENDING"
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF SPLIT-LEG-COUNT = 0
               MOVE "SINB" TO SPLIT-LEG-CODE
               MOVE SPACES TO SPLIT-LEG-NUMBER
               STRING "ACCT" EMP-ID DELIMITED BY SIZE
                   INTO SPLIT-LEG-NUMBER
               MOVE SPLIT-PAY-TOTAL TO SPLIT-LEG-AMOUNT
               PERFORM ADD-PAYMENT-DETAIL
           ELSE
               MOVE SPLIT-PAY-TOTAL TO SPLIT-REMAINING
               PERFORM VARYING SPLIT-LEG-IDX FROM 1 BY 1
                       UNTIL SPLIT-LEG-IDX > SPLIT-LEG-COUNT
                   MOVE SPLIT-LEG-ACCT (SPLIT-LEG-IDX)
                       TO EMP-BANK-IDX
                   IF SPLIT-LEG-IDX = SPLIT-LEG-COUNT
                       MOVE SPLIT-REMAINING TO SPLIT-LEG-AMOUNT
                   ELSE
                       EVALUATE EMP-BANK-SPLIT-KIND (EMP-BANK-IDX)
                           WHEN "FIXED"
                               MOVE EMP-BANK-SPLIT-VALUE
                                   (EMP-BANK-IDX) TO SPLIT-LEG-AMOUNT
                           WHEN "PCT"
                               COMPUTE SPLIT-LEG-AMOUNT =
                                   SPLIT-PCT-BASE
                                   * EMP-BANK-SPLIT-VALUE
                                       (EMP-BANK-IDX) / 100
                           WHEN OTHER
                               MOVE SPLIT-REMAINING
                                   TO SPLIT-LEG-AMOUNT
                       END-EVALUATE
                       IF SPLIT-LEG-AMOUNT > SPLIT-REMAINING
                           MOVE SPLIT-REMAINING TO SPLIT-LEG-AMOUNT
                       END-IF
                   END-IF
                   SUBTRACT SPLIT-LEG-AMOUNT FROM SPLIT-REMAINING
                   IF SPLIT-LEG-AMOUNT > 0
                           OR SPLIT-LEG-IDX = SPLIT-LEG-COUNT
                       MOVE EMP-BANK-CODE (EMP-BANK-IDX)
                           TO SPLIT-LEG-CODE
                       MOVE EMP-BANK-NUMBER (EMP-BANK-IDX)
                           TO SPLIT-LEG-NUMBER
                       PERFORM ADD-PAYMENT-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

      *> One live payment detail -- SPLIT-LEG-AMOUNT into
      *> SPLIT-LEG-CODE/SPLIT-LEG-NUMBER.
       ADD-PAYMENT-DETAIL.
           IF BANK-DETAIL-COUNT < BANK-DETAIL-MAX
               ADD 1 TO BANK-DETAIL-COUNT
               MOVE EMP-ID TO BANK-DET-ID (BANK-DETAIL-COUNT)
               MOVE EMP-DOC-NUMBER-FIELD
                   TO BANK-DET-DOC (BANK-DETAIL-COUNT)
               MOVE SPLIT-PAY-CCY TO BANK-DET-CCY (BANK-DETAIL-COUNT)
               MOVE SPLIT-LEG-AMOUNT
                   TO BANK-DET-NET (BANK-DETAIL-COUNT)
               MOVE SPLIT-LEG-CODE TO BANK-DET-CODE (BANK-DETAIL-COUNT)
               MOVE SPLIT-LEG-NUMBER
                   TO BANK-DET-NUMBER (BANK-DETAIL-COUNT)
               MOVE "N" TO BANK-DET-GROUPED (BANK-DETAIL-COUNT)
           ELSE
               DISPLAY "WARNING: BANK DETAIL TABLE FULL, PAYMENT "
                   "DETAIL DROPPED FOR EMPLOYEE " EMP-ID
           END-IF.

      *> The zero-amount prenote the bank validates without moving
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
                                   AND EMP-BANK-COUNT < EMP-BANK-MAX
                               ADD 1 TO EMP-BANK-COUNT
                                       EMP-BANK-STATUS
                                           (EMP-BANK-COUNT)
                               END-IF
      *> Likewise a line from before the split columns: the one
      *> account for the whole net.
                               IF BA-PRIORITY-TOKEN (1:1) IS NUMERIC
                                       AND BA-PRIORITY-TOKEN (1:1)
                                           NOT = "0"
                                   MOVE BA-PRIORITY-TOKEN (1:1) TO
                                       EMP-BANK-PRIORITY
                                           (EMP-BANK-COUNT)
                               ELSE
                                   MOVE 1 TO EMP-BANK-PRIORITY
                                       (EMP-BANK-COUNT)
                               END-IF
                               IF BA-KIND-TOKEN = "FIXED"
                                       OR BA-KIND-TOKEN = "PCT"
                                   MOVE BA-KIND-TOKEN TO
                                       EMP-BANK-SPLIT-KIND
                                           (EMP-BANK-COUNT)
                               ELSE
                                   MOVE "REST" TO EMP-BANK-SPLIT-KIND
                                       (EMP-BANK-COUNT)
                               END-IF
                               MOVE 0 TO EMP-BANK-SPLIT-VALUE
                                   (EMP-BANK-COUNT)
                               IF FUNCTION TEST-NUMVAL
                                       (BA-VALUE-TOKEN) = 0
                                       AND BA-VALUE-TOKEN NOT = SPACES
                                   COMPUTE EMP-BANK-SPLIT-VALUE
                                       (EMP-BANK-COUNT) =
                                       FUNCTION NUMVAL (BA-VALUE-TOKEN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               STRING "report/bonus_bank_"
                      FUNCTION TRIM (CURRENT-BANK-CODE) ".txt"
                   DELIMITED BY SIZE INTO BANK-INTERFACE-FILE-NAME
           ELSE
           IF SPECIAL-MODE
               STRING "report/special_bank_"
                      FUNCTION TRIM (CURRENT-BANK-CODE) ".txt"
                   DELIMITED BY SIZE INTO BANK-INTERFACE-FILE-NAME
           ELSE
               STRING "report/bank_"
                      FUNCTION TRIM (CURRENT-BANK-CODE) ".txt"
                   DELIMITED BY SIZE INTO BANK-INTERFACE-FILE-NAME
           END-IF
           END-IF
           OPEN OUTPUT BANK-INTERFACE-FILE
           MOVE SPACES TO BANK-INTERFACE-RECORD
           IF BONUS-MODE
               STRING "H " COMPANY-BANK-ACCOUNT " " VALUE-DATE
                      " " RUN-ID " GRATI"
                   DELIMITED BY SIZE INTO BANK-INTERFACE-RECORD
           ELSE
           IF SPECIAL-MODE
               STRING "H " COMPANY-BANK-ACCOUNT " " VALUE-DATE
                      " " RUN-ID " EXTRA"
                   DELIMITED BY SIZE INTO BANK-INTERFACE-RECORD
           ELSE
               STRING "H " COMPANY-BANK-ACCOUNT " " VALUE-DATE
                      " " RUN-ID
                   DELIMITED BY SIZE INTO BANK-INTERFACE-RECORD
           END-IF
           END-IF
           WRITE BANK-INTERFACE-RECORD

           PERFORM VARYING BANK-DET-IDX-2 FROM 1 BY 1
           WRITE BANK-INTERFACE-RECORD
           CLOSE BANK-INTERFACE-FILE.

      *> Opens the keyed payslip YTD master for the run's lookups and
      *> works out the year its records are kept under. A missing
      *> master just means no employee has been paid yet -- every
      *> lookup comes back empty and the commit point creates it.
       LOAD-YTD-MASTER.
           MOVE 0 TO YTD-TABLE-COUNT
           IF PERIOD-END-DATE > 0
               MOVE PERIOD-END-DATE (1:4) TO YTD-YEAR
           ELSE
               ACCEPT YTD-TODAY-DATE FROM DATE YYYYMMDD
               MOVE YTD-TODAY-DATE (1:4) TO YTD-YEAR
           END-IF
           MOVE "N" TO YTD-ON-FILE-FLAG
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS = "00"
               SET YTD-ON-FILE TO TRUE
           END-IF.

      *> This run's entry for EMP-ID, if the employee was already
      *> paid earlier in the run; YTD-IDX is left pointing at it.
       FIND-RUN-YTD-ENTRY.
           MOVE "N" TO YTD-FOUND-FLAG
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > YTD-TABLE-COUNT
                   OR YTD-FOUND
           END-PERFORM
           IF YTD-FOUND
               SUBTRACT 1 FROM YTD-IDX
           END-IF.

      *> Keyed read of EMP-ID's record for YTD-YEAR into
      *> PSYTD-RECORD; YTD-FOUND says whether there was one.
       READ-YTD-RECORD.
           MOVE "N" TO YTD-FOUND-FLAG
           IF YTD-ON-FILE
               MOVE EMP-ID TO PSYTD-EMP-ID
               MOVE YTD-YEAR TO PSYTD-YEAR
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET YTD-FOUND TO TRUE
               END-READ
           END-IF.

      *> Adds this period's gross/deductions/net onto the running
      *> year-to-date figures for EMP-ID, starting the employee's
      *> run entry from the record on file (or from zero, the first
      *> pay of the year) the first time the employee comes up.
      *> YTD-IDX is left pointing at the entry so the caller can
      *> pass its totals to the payslip.
       UPDATE-YTD-MASTER.
           PERFORM FIND-RUN-YTD-ENTRY
           IF NOT YTD-FOUND
      *> A full table aborts: the entries are what the commit point
      *> writes back, and a dropped one would leave that employee's
      *> pay off the year.
               IF YTD-TABLE-COUNT >= YTD-TABLE-MAX
                   DISPLAY "*** PAYSLIP YTD TABLE FULL -- RUN "
                       "ABORTED BEFORE EMPLOYEE " EMP-ID
                       " COULD GO UNRECORDED ***"
               MOVE 0 TO YTD-TBL-DEDUCTIONS (YTD-IDX)
               MOVE 0 TO YTD-TBL-NET (YTD-IDX)
               MOVE 0 TO YTD-TBL-TAX (YTD-IDX)
               PERFORM READ-YTD-RECORD
               IF YTD-FOUND
                   MOVE PSYTD-GROSS TO YTD-TBL-GROSS (YTD-IDX)
                   MOVE PSYTD-DEDUCTIONS
                       TO YTD-TBL-DEDUCTIONS (YTD-IDX)
                   MOVE PSYTD-NET TO YTD-TBL-NET (YTD-IDX)
                   MOVE PSYTD-TAX TO YTD-TBL-TAX (YTD-IDX)
               END-IF
               MOVE YTD-TABLE-COUNT TO YTD-IDX
           END-IF
           ADD GROSS-PAY TO YTD-TBL-GROSS (YTD-IDX)
           ADD AFP-AMOUNT INCOME-TAX-AMOUNT TOTAL-DEDUCTIONS
           ADD NET-PAY TO YTD-TBL-NET (YTD-IDX)
           ADD INCOME-TAX-AMOUNT TO YTD-TBL-TAX (YTD-IDX).

      *> Rolls the current payslip YTD master to a dated generation
      *> file -- its records in key order, one record image per
      *> line -- and catalogs it, so a wrong run's rewrites can be
      *> backed out. A missing YTD master (the first payslip run
      *> ever) leaves nothing to roll.
       ROLL-YTD-GENERATION.
           MOVE "N" TO GENERATION-EOF-FLAG
           OPEN INPUT YTD-FILE
                   DELIMITED BY SIZE INTO GENERATION-FILE-NAME
               OPEN OUTPUT GENERATION-FILE
               PERFORM UNTIL GENERATION-EOF
                   READ YTD-FILE NEXT RECORD
                       AT END
                           SET GENERATION-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO GENERATION-RECORD
                           MOVE PSYTD-RECORD TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO GENERATION-EOF-FLAG.

      *> Copies one of this run's finished outputs (STAGED-INPUT-
      *> NAME) to its RUN-ID copy (PROMOTED-OUTPUT-NAME) and catalogs
      *> the copy under RUN-OUTPUT-TAG. The output itself is left as
      *> it is; one that was never written catalogs nothing.
       CATALOG-RUN-OUTPUT.
           MOVE "N" TO STAGE-COPY-EOF-FLAG
           OPEN INPUT STAGED-INPUT-FILE
           IF STAGED-INPUT-STATUS = "00"
               OPEN OUTPUT PROMOTED-OUTPUT-FILE
               PERFORM UNTIL STAGE-COPY-EOF
                   READ STAGED-INPUT-FILE
                       AT END
                           SET STAGE-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO PROMOTED-OUTPUT-RECORD
                           MOVE STAGED-INPUT-RECORD
                               TO PROMOTED-OUTPUT-RECORD
                           WRITE PROMOTED-OUTPUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROMOTED-OUTPUT-FILE
               CLOSE STAGED-INPUT-FILE
               OPEN EXTEND GENERATION-CATALOG-FILE
               IF GENERATION-CATALOG-STATUS NOT = "00"
                   OPEN OUTPUT GENERATION-CATALOG-FILE
               END-IF
               MOVE SPACES TO GENERATION-CATALOG-RECORD
               STRING FUNCTION TRIM (RUN-OUTPUT-TAG) " "
                      PROMOTED-OUTPUT-NAME
                   DELIMITED BY SIZE INTO GENERATION-CATALOG-RECORD
               WRITE GENERATION-CATALOG-RECORD
               CLOSE GENERATION-CATALOG-FILE
           END-IF
           MOVE "N" TO STAGE-COPY-EOF-FLAG.

      *> Writes this run's entries back to the keyed master: the
      *> generation is rolled first, then each paid employee's
      *> record for the year is rewritten -- or written, the first
      *> pay of the year. Employees not paid this run are never
      *> touched.
       SAVE-YTD-MASTER.
           IF YTD-ON-FILE
               CLOSE YTD-FILE
           END-IF
           PERFORM ROLL-YTD-GENERATION
           OPEN I-O YTD-FILE
           IF YTD-FILE-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > YTD-TABLE-COUNT
               PERFORM SAVE-ONE-YTD-ENTRY
           END-PERFORM
           CLOSE YTD-FILE
           MOVE "N" TO YTD-ON-FILE-FLAG.

       SAVE-ONE-YTD-ENTRY.
           MOVE YTD-TBL-ID (YTD-IDX) TO PSYTD-EMP-ID
           MOVE YTD-YEAR TO PSYTD-YEAR
           READ YTD-FILE
               INVALID KEY
                   MOVE "N" TO YTD-FOUND-FLAG
               NOT INVALID KEY
                   SET YTD-FOUND TO TRUE
           END-READ
           MOVE SPACES TO PSYTD-RECORD
           MOVE YTD-TBL-ID (YTD-IDX) TO PSYTD-EMP-ID
           MOVE YTD-YEAR TO PSYTD-YEAR
           MOVE YTD-TBL-GROSS (YTD-IDX) TO PSYTD-GROSS
           MOVE YTD-TBL-DEDUCTIONS (YTD-IDX) TO PSYTD-DEDUCTIONS
           MOVE YTD-TBL-NET (YTD-IDX) TO PSYTD-NET
           MOVE YTD-TBL-TAX (YTD-IDX) TO PSYTD-TAX
           IF YTD-FOUND
               REWRITE PSYTD-RECORD
                   INVALID KEY
                       DISPLAY "*** PAYSLIP YTD REWRITE FAILED FOR "
                           PSYTD-EMP-ID " (STATUS "
                           YTD-FILE-STATUS ") ***"
               END-REWRITE
           ELSE
               WRITE PSYTD-RECORD
                   INVALID KEY
                       DISPLAY "*** PAYSLIP YTD WRITE FAILED FOR "
                           PSYTD-EMP-ID " (STATUS "
                           YTD-FILE-STATUS ") ***"
               END-WRITE
           END-IF.
                 
  
           
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF.

      *> Every audit line goes out through auditchain, which numbers
      *> it and chains it to the line before, so the trail can be
      *> checked end to end by the integrity verifier.
       APPEND-AUDIT-LOG-RECORD.
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-TRAIL TO TRUE
           MOVE AUDIT-LOG-RECORD TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
