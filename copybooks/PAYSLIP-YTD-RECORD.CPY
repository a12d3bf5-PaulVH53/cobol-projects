      *> One record of the keyed payslip YTD master (data/
      *> payslip_ytd.idx) -- the year's gross, deductions, net, and
      *> tax per employee that the payslip run carries onto every
      *> slip and the certificates are issued from. Formerly data/
      *> payslip_ytd.txt, tabled and rewritten whole each run. Keyed
      *> on employee then year, same as data/ytd_master.idx, so the
      *> integrity verifier can hold the two masters against each
      *> other record for record. Generations are the record images
      *> one per line, the fillers spaces.
       01 PSYTD-RECORD.
           05 PSYTD-KEY.
               10 PSYTD-EMP-ID    PIC X(5).
               10 PSYTD-YEAR      PIC 9(4).
           05 FILLER              PIC X(1).
           05 PSYTD-GROSS         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 PSYTD-DEDUCTIONS    PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 PSYTD-NET           PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 PSYTD-TAX           PIC 9(7)V99.
