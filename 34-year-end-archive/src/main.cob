      *-------------
       FILE SECTION.
       FD ARCHIVE-IN-FILE.
       01 ARCHIVE-IN-RECORD         PIC X(200).
      *
       FD KEEP-FILE.
       01 KEEP-RECORD               PIC X(200).
      *
       FD YEAR-ARCHIVE-FILE.
       01 YEAR-ARCHIVE-RECORD       PIC X(200).
      *
       FD PAY-HISTORY-INDEX-FILE.
       COPY "PAY-HISTORY-INDEX.CPY".
