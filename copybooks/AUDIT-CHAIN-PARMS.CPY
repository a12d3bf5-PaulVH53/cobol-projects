      *> The call area for the auditchain subprogram, which owns every
      *> append to the two evidence files -- output/audit_trail.txt
      *> (TRAIL) and data/employee_master_history.txt (HISTORY) -- so
      *> each line goes out with the next sequence number and a check
      *> value chained over the line before it, and a line edited,
      *> dropped, or shuffled afterwards shows up when the integrity
      *> verifier walks the chain.
      *>   APPEND  writes CHAIN-TEXT as the next line of CHAIN-TARGET,
      *>           returning the CHAIN-SEQ and CHAIN-CHECK it got.
      *>   DIGEST  computes CHAIN-CHECK for CHAIN-TEXT as line
      *>           CHAIN-SEQ after a line whose check was
      *>           CHAIN-PREV-CHECK -- what the verifier recomputes.
      *>   HEAD    returns the sequence and check of the last line
      *>           appended to CHAIN-TARGET.
      *> CHAIN-DIRECTORY, when given, is the company tree the files
      *> sit under; otherwise they are the current tree's own.
      *> CHAIN-RESULT is "00" when the request was carried out.
       01 AUDIT-CHAIN-PARMS.
           05 CHAIN-REQUEST        PIC X(6).
               88 CHAIN-APPEND     VALUE "APPEND".
               88 CHAIN-DIGEST     VALUE "DIGEST".
               88 CHAIN-HEAD       VALUE "HEAD".
           05 CHAIN-TARGET         PIC X(7).
               88 CHAIN-TO-TRAIL   VALUE "TRAIL".
               88 CHAIN-TO-HISTORY VALUE "HISTORY".
           05 CHAIN-DIRECTORY      PIC X(80).
           05 CHAIN-TEXT           PIC X(640).
           05 CHAIN-SEQ            PIC 9(9).
           05 CHAIN-PREV-CHECK     PIC 9(18).
           05 CHAIN-CHECK          PIC 9(18).
           05 CHAIN-RESULT         PIC XX.
