      *> The call area for the onboardcheck subprogram, which judges a
      *> new hire's onboarding checklist the same way for the payslip
      *> run's first-pay gate and for the daily open-onboarding
      *> report. The caller fills in the employee, the date to judge
      *> as of, and the document number and hire date off the keyed
      *> master; onboardcheck reads the rest from the files that
      *> already hold it -- data/onboarding.txt, data/bank_accounts.
      *> txt, data/payment_methods.txt, data/dependents.txt, and
      *> data/contracts.txt.
      *>   ONB-STATE     NONE   -- no onboarding on file (everyone
      *>                           hired before the checklist existed)
      *>                 OPEN   -- hired, first pay not yet made
      *>                 CLOSED -- first pay made; the gate is done
      *> Each item comes back OK, MISSING, or -- for the pension
      *> system -- DEFAULTED once the election window has run out
      *> with no choice made, and -- for the bank account -- N/A for
      *> an employee paid in cash or by cheque. ONB-MISSING-TEXT
      *> names the missing items in checklist order.
       01 ONBOARDING-CHECK-PARMS.
           05 ONB-EMP-ID           PIC X(5).
           05 ONB-AS-OF-DATE       PIC 9(8).
           05 ONB-DOC-NUMBER       PIC X(15).
           05 ONB-HIRE-DATE        PIC 9(8).
           05 ONB-STATE            PIC X(6).
               88 ONB-NOT-TRACKED  VALUE "NONE".
               88 ONB-OPEN         VALUE "OPEN".
               88 ONB-CLOSED       VALUE "CLOSED".
           05 ONB-OPEN-DATE        PIC 9(8).
           05 ONB-DOC-STATUS       PIC X(9).
           05 ONB-BANK-STATUS      PIC X(9).
           05 ONB-PENSION-STATUS   PIC X(9).
           05 ONB-PENSION-SYSTEM   PIC X(10).
           05 ONB-DEPEND-STATUS    PIC X(9).
           05 ONB-CONTRACT-STATUS  PIC X(9).
           05 ONB-ALTA-STATUS      PIC X(9).
           05 ONB-MISSING-COUNT    PIC 9.
           05 ONB-MISSING-TEXT     PIC X(60).
           05 ONB-COMPLETE-FLAG    PIC X.
               88 ONB-COMPLETE     VALUE "Y".
      *> HR's recorded override -- first pay goes out with the
      *> checklist still incomplete -- and who recorded it.
           05 ONB-OVERRIDE-FLAG    PIC X.
               88 ONB-OVERRIDDEN   VALUE "Y".
           05 ONB-OVERRIDE-BY      PIC X(12).
           05 ONB-RESULT           PIC XX.
