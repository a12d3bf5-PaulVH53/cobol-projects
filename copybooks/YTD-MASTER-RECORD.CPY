      *> One record of the keyed payroll YTD master (data/
      *> ytd_master.idx) -- the running total pay per employee per
      *> calendar year that the payroll engine accumulates. It used
      *> to be data/ytd_master.txt, loaded whole into a table and
      *> rewritten whole every run; keyed, the engine reads and
      *> rewrites only the employees it pays. The key is employee
      *> first, then year, so one START positions on all of an
      *> employee's years (the transfer and merge utilities move
      *> them together) and a new year simply starts a new record
      *> instead of carrying last year's total forward. Generations
      *> are the record images one per line, the filler a space, so
      *> a generation restores through the YTD conversion utility.
       01 YTDM-RECORD.
           05 YTDM-KEY.
               10 YTDM-EMP-ID     PIC 9(5).
               10 YTDM-YEAR       PIC 9(4).
           05 FILLER              PIC X(1).
           05 YTDM-TOTAL-PAY      PIC 9(7)V99.
