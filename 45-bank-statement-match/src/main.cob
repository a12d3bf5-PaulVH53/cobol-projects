       01 PAID-ITEMS-RECORD       PIC X(50).
      *
       FD BANK-ACCOUNTS-FILE.
       01 BANK-ACCOUNTS-RECORD    PIC X(60).
      *
       FD CTS-ACCOUNTS-FILE.
       01 CTS-ACCOUNTS-RECORD     PIC X(50).
