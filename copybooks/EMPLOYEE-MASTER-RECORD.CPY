      *> zero).
           05 EMPMAST-MONTHLY-AMOUNT PIC 9(7)V99.
      *> Contract regime -- REGULAR (the default, full statutory
      *> rights), PART-TIME (under 4 hours a day), TRAINEE
      *> (practicante on subvencion), or CIVIL (construccion
      *> civil, paid on the sector agreement). PART-TIME and TRAINEE
      *> staff earn no CTS and no gratificacion, CIVIL-regime staff
      *> are paid theirs weekly as percentages of the daily wage,
      *> and PLAME declares each under its own regime -- the
      *> eligibility that used to be enforced by hand-stripping
      *> lines out of the statutory runs.
      *> A record written before the field existed reads spaces and
      *> is treated as REGULAR.
           05 EMPMAST-REGIME      PIC X(10).
      *> rejects at entry instead of paying that week. Blank means
      *> ungraded and unchecked.
           05 EMPMAST-GRADE       PIC X(4).
      *> Pay-equity classification, captured through maintenance's
      *> CATEGORY action: sex (M or F), the job category the
      *> employee's functions fall under in data/job_categories.txt,
      *> and -- where the rate sits outside that category's range on
      *> purpose -- the documented justification code from
      *> data/pay_justifications.txt. Records written before the
      *> fields existed read spaces and report as unclassified.
           05 EMPMAST-SEX         PIC X(1).
           05 EMPMAST-JOB-CATEGORY PIC X(6).
           05 EMPMAST-PAY-JUSTIFY PIC X(4).
      *> Construction-agreement category -- OPERARIO, OFICIAL, or
      *> PEON -- for an employee on the CIVIL regime, captured
      *> with the regime by maintenance's REGIME action. The payroll
      *> run prices such a week off this category's daily wage in
      *> data/construction_rates.txt instead of the hourly rate.
      *> Blank for every other regime (and on records written
      *> before the field existed).
           05 EMPMAST-CIVIL-CATEGORY PIC X(8).
      *> Language the employee's payslips and statements print their
      *> captions in -- ES (Spanish) or EN (English), set through
      *> maintenance's LANGUAGE action. Amounts, document numbers,
      *> and the wording the law requires in Spanish print the same
      *> either way. Blank (records written before the field
      *> existed) prints Spanish.
           05 EMPMAST-LANGUAGE    PIC X(2).
      *> Date of birth (YYYYMMDD), captured through maintenance's
      *> BIRTH action. The payroll run takes the employee's age from
      *> it -- whole years, the same subtraction AGE-CHECK makes --
      *> to hold an adolescent to the reduced hours and the
      *> authorization on file in data/minor_authorizations.txt.
      *> Zero or spaces (records written before the field existed)
      *> means not on file: no age rule applies.
           05 EMPMAST-BIRTH-DATE  PIC 9(8).
      *> Pension standing, set through maintenance's PENSIONER
      *> action: P for an employee already drawing a retirement
      *> pension, O for an AFP member past the legal age (65) who
      *> has opted out of contributing, N or blank for everyone
      *> else. Either P or O stops the AFP deduction on the run.
           05 EMPMAST-PENSIONER   PIC X(1).
      *> Net-guaranteed pay, set through maintenance's NETPAY action:
      *> Y for a SALARIED employee hired on a guaranteed net monthly
      *> amount, with that amount alongside. The monthly run solves
      *> for the gross that lands on it after Renta 5ta and the
      *> pension, and the employer bears the difference. N or blank
      *> (and a zero amount) for everyone else.
           05 EMPMAST-NET-GUARANTEED PIC X(1).
           05 EMPMAST-TARGET-NET  PIC 9(7)V99.
