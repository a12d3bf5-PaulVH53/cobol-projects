      *-------------
       FILE SECTION.
       FD SOURCE-FILE.
       01 SOURCE-RECORD           PIC X(200).
      *
       FD DOSSIER-FILE.
       01 DOSSIER-RECORD          PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
