      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. RECORDS-RETENTION.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Labor records are kept five years (RETENTION_YEARS overrides)
      * and then destroyed, file family by file family:
      *   - the pay-history, audit-trail and overtime-exception year
      *     archives YEAR-END-ARCHIVE cuts (<base>.<year>.txt), and
      *     the live audit trail itself;
      *   - the issued-document register, data/document_register.txt;
      *   - the master generations catalogued in data/generations.txt.
      * Two steps, the way a payroll register is released: a LIST
      * run (the default) writes output/retention_purge_list.txt
      * under its own RUN-ID with the cut-off date it worked to; a
      * supervisor records "APPROVED <that RUN-ID> <who>" in
      * data/retention_approval.txt; and a RETENTION_MODE=PURGE run
      * destroys exactly what that list covered, to the same
      * cut-off. Anything under legal hold (data/legal_holds.txt) is
      * never purged, and every file purged goes on the audit trail.
           SELECT PURGE-IN-FILE
               ASSIGN TO DYNAMIC PURGE-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-IN-FILE-STATUS.
      * The lines a purge keeps, staged to <file>.keep and copied
      * back over the original -- the same two-pass discipline as
      * the year-end rollover, so nothing is truncated until every
      * kept line is safe.
           SELECT KEEP-FILE
               ASSIGN TO DYNAMIC KEEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-FILE-STATUS.
      *
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-CATALOG-STATUS.
      *
           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
      * Open labor claims and inspections. "EMP <ID> <REFERENCE>"
      * holds every record of that employee; "PERIOD <FROM> <TO>
      * <REFERENCE>" (YYYYMMDD) holds every record dated inside the
      * range. A hold is lifted by deleting its line; lines starting
      * "*" are comments.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "data/legal_holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-HOLD-FILE-STATUS.
      *
           SELECT RETENTION-LIST-FILE
               ASSIGN TO DYNAMIC RETENTION-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENTION-LIST-FILE-STATUS.
      *
           SELECT APPROVAL-FILE
               ASSIGN TO "data/retention_approval.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
      * A purge rewrites files the runs append to, so it takes the
      * suite-wide run lock like every other rewriting program.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD PURGE-IN-FILE.
       01 PURGE-IN-RECORD           PIC X(200).
      *
       FD KEEP-FILE.
       01 KEEP-RECORD               PIC X(200).
      *
       FD GENERATION-CATALOG-FILE.
       01 GENERATION-CATALOG-RECORD PIC X(120).
      *
       FD GENERATION-FILE.
       01 GENERATION-RECORD         PIC X(100).
      *
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD         PIC X(80).
      *
       FD RETENTION-LIST-FILE.
       01 RETENTION-LIST-RECORD     PIC X(100).
      *
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD           PIC X(60).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD           PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 PURGE-IN-FILE-NAME        PIC X(100).
       01 PURGE-IN-FILE-STATUS      PIC XX.
       01 KEEP-FILE-NAME            PIC X(100).
       01 KEEP-FILE-STATUS          PIC XX.
       01 GENERATION-CATALOG-STATUS PIC XX.
       01 GENERATION-FILE-NAME      PIC X(100).
       01 GENERATION-FILE-STATUS    PIC XX.
       01 LEGAL-HOLD-FILE-STATUS    PIC XX.
       01 RETENTION-LIST-FILE-NAME  PIC X(100).
       01 RETENTION-LIST-FILE-STATUS PIC XX.
       01 APPROVAL-FILE-STATUS      PIC XX.
       01 AUDIT-LOG-RECORD          PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 IN-EOF-FLAG               PIC X.
           88 IN-EOF                VALUE "Y".
      *
       01 RUN-DATE                  PIC 9(6).
       01 RUN-TIME                  PIC 9(8).
       01 RUN-ID                    PIC X(16).
      *
      * LIST (the default) or PURGE.
       01 RETENTION-MODE-PARM       PIC X(8).
       01 RETENTION-MODE-FLAG       PIC X VALUE "L".
           88 LIST-MODE             VALUE "L".
           88 PURGE-MODE            VALUE "P".
      *
      * The cut-off: records dated before it are past retention. A
      * LIST run works it out from today less RETENTION_YEARS; a
      * PURGE run takes it off the approved list.
       01 RETENTION-YEARS-PARM      PIC X(2).
       01 RETENTION-YEARS           PIC 99 VALUE 5.
       01 TODAY-DATE                PIC 9(8).
       01 CUTOFF-DATE               PIC 9(8) VALUE 0.
       01 CUTOFF-YEAR               PIC 9(4).
       01 CUTOFF-MMDD               PIC 9(4).
       01 SCAN-YEAR                 PIC 9(4).
       01 SCAN-YEAR-TEXT            PIC 9(4).
       01 ARCHIVE-BASE-NAME         PIC X(100).
      *
      * The approved list a purge works from.
       01 LIST-RUN-ID               PIC X(16) VALUE SPACES.
       01 LIST-CUTOFF-TEXT          PIC X(8).
       01 LIST-HEAD-TAG             PIC X(7).
       01 LIST-HEAD-CUT-TAG         PIC X(7).
       01 APPROVAL-VERDICT-TOKEN    PIC X(8).
       01 APPROVAL-RUN-ID-TOKEN     PIC X(16).
       01 APPROVAL-WHO-TOKEN        PIC X(20).
      *
       01 RUN-LOCK-FILE-STATUS      PIC XX.
       01 RUN-LOCK-HOLDER           PIC X(40).
       01 LOCK-OVERRIDE-PARM        PIC X(1).
       01 LOCK-OVERRIDE-FLAG        PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
      *
      * The legal holds in force.
       01 HOLD-MAX                  PIC 9(3) VALUE 200.
       01 HOLD-COUNT                PIC 9(3) VALUE 0.
       01 EMP-HOLD-COUNT            PIC 9(3) VALUE 0.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200 TIMES.
               10 HOLD-KIND         PIC X(6).
               10 HOLD-EMP-ID       PIC X(5).
               10 HOLD-FROM-DATE    PIC 9(8).
               10 HOLD-TO-DATE      PIC 9(8).
       01 HOLD-IDX                  PIC 9(3).
       01 HOLD-KIND-TOKEN           PIC X(8).
       01 HOLD-VALUE-TOKEN          PIC X(10).
       01 HOLD-TO-TOKEN             PIC X(10).
       01 HELD-FLAG                 PIC X.
           88 LINE-IS-HELD          VALUE "Y".
      *
      * Which family is going through the generic pass -- each
      * carries its date and employee differently.
       01 FILE-KIND                 PIC X(8).
           88 KIND-PAY-HISTORY      VALUE "HISTORY".
           88 KIND-AUDIT-TRAIL      VALUE "AUDIT".
           88 KIND-OT-EXCEPTIONS    VALUE "OTEXCEPT".
           88 KIND-DOC-REGISTER     VALUE "DOCREG".
       01 LINE-DATE                 PIC 9(8).
       01 LINE-EMP-ID               PIC X(5).
       01 CARRIED-DATE              PIC 9(8).
       01 LINE-TOKEN-1              PIC X(20).
       01 LINE-TOKEN-2              PIC X(20).
       01 LINE-TOKEN-3              PIC X(20).
       01 LINE-DATE-TEXT            PIC X(8).
       01 RUN-ID-OFFSET             PIC 9(3).
      * The audit trail is a chain: once one of its lines is kept,
      * every line after it stays too, or the chain would show a
      * gap where a purged neighbour had been.
       01 AUDIT-RUN-FLAG            PIC X VALUE "N".
           88 AUDIT-RUN-BROKEN      VALUE "Y".
      * An overtime-exception run header past retention waits here:
      * it goes back into the file only if a held line under it
      * does, so no kept line is left without its header.
       01 PENDING-HEADER            PIC X(200).
       01 PENDING-HEADER-FLAG       PIC X VALUE "N".
           88 HEADER-PENDING        VALUE "Y".
      *
       01 FILE-PURGE-COUNT          PIC 9(7).
       01 FILE-HELD-COUNT           PIC 9(7).
       01 FILE-KEPT-COUNT           PIC 9(7).
       01 TOTAL-PURGE-COUNT         PIC 9(7) VALUE 0.
       01 TOTAL-HELD-COUNT          PIC 9(7) VALUE 0.
       01 FILES-TOUCHED-COUNT       PIC 9(4) VALUE 0.
      *
      * Each file a purge destroyed lines from, held for the audit
      * trail until the trail itself has been purged and rewritten.
       01 RESULT-MAX                PIC 9(3) VALUE 200.
       01 RESULT-COUNT              PIC 9(3) VALUE 0.
       01 RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 200 TIMES.
               10 RESULT-PATH       PIC X(60).
               10 RESULT-PURGED     PIC 9(7).
       01 RESULT-IDX                PIC 9(3).
      *
      * The generation catalog, loaded whole.
       01 CATALOG-ENTRY-MAX         PIC 999 VALUE 500.
       01 CATALOG-ENTRY-COUNT       PIC 999 VALUE 0.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 500 TIMES.
               10 CAT-TAG           PIC X(20).
               10 CAT-PATH          PIC X(100).
               10 CAT-KEEP-FLAG     PIC X.
       01 CATALOG-IDX               PIC 999.
       01 GEN-PURGE-COUNT           PIC 9(4) VALUE 0.
       01 GEN-HELD-COUNT            PIC 9(4) VALUE 0.
       01 PATH-IDX                  PIC 999.
       01 GEN-DATE-TEXT             PIC X(6).
       01 GEN-DATE                  PIC 9(8).
      *
       01 DISP-COUNT                PIC ZZZZZZ9.
       01 DISP-COUNT-2              PIC ZZZZZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID
           PERFORM LOAD-PARAMETERS

           IF PURGE-MODE
               PERFORM VERIFY-PURGE-APPROVAL
               PERFORM ACQUIRE-RUN-LOCK
               MOVE "output/retention_purge_done.txt"
                   TO RETENTION-LIST-FILE-NAME
           ELSE
               MOVE "output/retention_purge_list.txt"
                   TO RETENTION-LIST-FILE-NAME
           END-IF
           MOVE CUTOFF-DATE (1:4) TO CUTOFF-YEAR
           PERFORM LOAD-LEGAL-HOLDS

           OPEN OUTPUT RETENTION-LIST-FILE
           MOVE SPACES TO RETENTION-LIST-RECORD
           STRING "RUN-ID " RUN-ID " CUTOFF " CUTOFF-DATE
               DELIMITED BY SIZE INTO RETENTION-LIST-RECORD
           WRITE RETENTION-LIST-RECORD
           MOVE SPACES TO RETENTION-LIST-RECORD
           IF PURGE-MODE
               STRING "RECORDS PURGED -- OLDER THAN " CUTOFF-DATE
                      ", LIST " LIST-RUN-ID " APPROVED BY "
                      FUNCTION TRIM (APPROVAL-WHO-TOKEN)
                   DELIMITED BY SIZE INTO RETENTION-LIST-RECORD
           ELSE
               STRING "RECORDS PAST RETENTION -- OLDER THAN "
                      CUTOFF-DATE " (" RETENTION-YEARS " YEARS)"
                   DELIMITED BY SIZE INTO RETENTION-LIST-RECORD
           END-IF
           WRITE RETENTION-LIST-RECORD
           MOVE SPACES TO RETENTION-LIST-RECORD
           STRING "LEGAL HOLDS IN FORCE: " HOLD-COUNT
               DELIMITED BY SIZE INTO RETENTION-LIST-RECORD
           WRITE RETENTION-LIST-RECORD

           SET KIND-PAY-HISTORY TO TRUE
           MOVE "data/pay_history" TO ARCHIVE-BASE-NAME
           PERFORM SCAN-YEAR-ARCHIVES
           SET KIND-OT-EXCEPTIONS TO TRUE
           MOVE "report/overtime_exceptions" TO ARCHIVE-BASE-NAME
           PERFORM SCAN-YEAR-ARCHIVES
           SET KIND-DOC-REGISTER TO TRUE
           MOVE "data/document_register.txt" TO PURGE-IN-FILE-NAME
           PERFORM PURGE-ONE-FILE
           PERFORM PURGE-OLD-GENERATIONS
           SET KIND-AUDIT-TRAIL TO TRUE
           MOVE "output/audit_trail" TO ARCHIVE-BASE-NAME
           PERFORM SCAN-YEAR-ARCHIVES
           MOVE "output/audit_trail.txt" TO PURGE-IN-FILE-NAME
           PERFORM PURGE-ONE-FILE

           MOVE SPACES TO RETENTION-LIST-RECORD
           WRITE RETENTION-LIST-RECORD
           MOVE TOTAL-PURGE-COUNT TO DISP-COUNT
           MOVE TOTAL-HELD-COUNT TO DISP-COUNT-2
           MOVE SPACES TO RETENTION-LIST-RECORD
           STRING "TOTAL LINES PAST " DISP-COUNT
                  " HELD " DISP-COUNT-2
                  "   GENERATIONS PAST " GEN-PURGE-COUNT
                  " HELD " GEN-HELD-COUNT
               DELIMITED BY SIZE INTO RETENTION-LIST-RECORD
           WRITE RETENTION-LIST-RECORD
           CLOSE RETENTION-LIST-FILE

           PERFORM WRITE-AUDIT-LOG-ENTRIES
           IF PURGE-MODE
               PERFORM RELEASE-RUN-LOCK
               DISPLAY "RETENTION PURGE COMPLETE -- " DISP-COUNT
                   " LINES AND " GEN-PURGE-COUNT " GENERATIONS "
                   "DESTROYED, SEE output/retention_purge_done.txt"
           ELSE
               DISPLAY "RETENTION LIST " RUN-ID " -- " DISP-COUNT
                   " LINES AND " GEN-PURGE-COUNT " GENERATIONS PAST "
                   "RETENTION, SEE output/retention_purge_list.txt"
               DISPLAY "TO PURGE: RECORD 'APPROVED " RUN-ID
                   " <WHO>' IN data/retention_approval.txt, THEN RUN "
                   "WITH RETENTION_MODE=PURGE"
           END-IF
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   RECORDS RETENTION                  "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * RETENTION_MODE and RETENTION_YEARS; the LIST cut-off is
      * today less the retention years, same day and month (29
      * February falls back to the 28th).
       LOAD-PARAMETERS.
           MOVE SPACES TO RETENTION-MODE-PARM
           ACCEPT RETENTION-MODE-PARM
               FROM ENVIRONMENT "RETENTION_MODE"
           IF RETENTION-MODE-PARM = "PURGE"
               SET PURGE-MODE TO TRUE
           ELSE
               SET LIST-MODE TO TRUE
           END-IF
           MOVE SPACES TO RETENTION-YEARS-PARM
           ACCEPT RETENTION-YEARS-PARM
               FROM ENVIRONMENT "RETENTION_YEARS"
           IF FUNCTION TRIM (RETENTION-YEARS-PARM) IS NUMERIC
                   AND RETENTION-YEARS-PARM NOT = SPACES
               COMPUTE RETENTION-YEARS =
                   FUNCTION NUMVAL (RETENTION-YEARS-PARM)
           END-IF
           IF RETENTION-YEARS < 5
               DISPLAY "NOTE: RETENTION_YEARS BELOW THE LEGAL FIVE "
                   "-- FIVE USED"
               MOVE 5 TO RETENTION-YEARS
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO CUTOFF-YEAR
           MOVE TODAY-DATE (5:4) TO CUTOFF-MMDD
           SUBTRACT RETENTION-YEARS FROM CUTOFF-YEAR
           IF CUTOFF-MMDD = 0229
               MOVE 0228 TO CUTOFF-MMDD
           END-IF
           COMPUTE CUTOFF-DATE = CUTOFF-YEAR * 10000 + CUTOFF-MMDD.
      *
      * A purge only destroys what an approved list covered: the
      * list on file must carry a RUN-ID and cut-off, and
      * data/retention_approval.txt must say APPROVED with that
      * same RUN-ID. The purge then works to the list's cut-off,
      * never a later one.
       VERIFY-PURGE-APPROVAL.
           MOVE SPACES TO LIST-RUN-ID LIST-CUTOFF-TEXT
           MOVE "output/retention_purge_list.txt"
               TO RETENTION-LIST-FILE-NAME
           OPEN INPUT RETENTION-LIST-FILE
           IF RETENTION-LIST-FILE-STATUS = "00"
               READ RETENTION-LIST-FILE
                   NOT AT END
                       MOVE SPACES TO LIST-HEAD-TAG LIST-HEAD-CUT-TAG
                       UNSTRING RETENTION-LIST-RECORD
                           DELIMITED BY SPACE
                           INTO LIST-HEAD-TAG LIST-RUN-ID
                                LIST-HEAD-CUT-TAG LIST-CUTOFF-TEXT
               END-READ
               CLOSE RETENTION-LIST-FILE
           END-IF
           IF LIST-HEAD-TAG NOT = "RUN-ID"
                   OR LIST-HEAD-CUT-TAG NOT = "CUTOFF"
                   OR LIST-CUTOFF-TEXT IS NOT NUMERIC
               DISPLAY "*** PURGE REFUSED -- NO RETENTION LIST ON "
                   "FILE (RUN WITH RETENTION_MODE=LIST FIRST) ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LIST-CUTOFF-TEXT TO CUTOFF-DATE

           MOVE SPACES TO APPROVAL-VERDICT-TOKEN
           MOVE SPACES TO APPROVAL-RUN-ID-TOKEN
           MOVE SPACES TO APPROVAL-WHO-TOKEN
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = "00"
               READ APPROVAL-FILE
                   NOT AT END
                       UNSTRING APPROVAL-RECORD DELIMITED BY SPACE
                           INTO APPROVAL-VERDICT-TOKEN
                                APPROVAL-RUN-ID-TOKEN
                                APPROVAL-WHO-TOKEN
               END-READ
               CLOSE APPROVAL-FILE
           END-IF
           IF APPROVAL-VERDICT-TOKEN NOT = "APPROVED"
                   OR APPROVAL-RUN-ID-TOKEN NOT = LIST-RUN-ID
               DISPLAY "*** PURGE REFUSED -- RETENTION LIST "
                   FUNCTION TRIM (LIST-RUN-ID)
                   " IS NOT APPROVED IN data/retention_approval.txt "
                   "***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RETENTION LIST " FUNCTION TRIM (LIST-RUN-ID)
               " APPROVED BY " FUNCTION TRIM (APPROVAL-WHO-TOKEN)
               " -- PURGING TO " CUTOFF-DATE.
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
           MOVE SPACES TO RUN-LOCK-HOLDER
           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-RECORD TO RUN-LOCK-HOLDER
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF RUN-LOCK-HOLDER NOT = SPACES
                   AND NOT LOCK-OVERRIDE-ALLOWED
               DISPLAY "*** PAYROLL IN PROGRESS -- LOCK HELD BY "
                   FUNCTION TRIM (RUN-LOCK-HOLDER)
                   " -- RUN REFUSED (SET LOCK_OVERRIDE=Y ONLY IF "
                   "THAT RUN IS KNOWN TO HAVE CRASHED) ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE SPACES TO RUN-LOCK-RECORD
           STRING "records-retention " RUN-ID
               DELIMITED BY SIZE INTO RUN-LOCK-RECORD
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.
      *
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE.
      *
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO HOLD-COUNT
           MOVE 0 TO EMP-HOLD-COUNT
           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL LEGAL-HOLD-FILE-STATUS NOT = "00"
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE "10" TO LEGAL-HOLD-FILE-STATUS
                       NOT AT END
                           IF LEGAL-HOLD-RECORD (1:1) NOT = "*"
                               PERFORM LOAD-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
      *
       LOAD-ONE-HOLD.
           MOVE SPACES TO HOLD-KIND-TOKEN HOLD-VALUE-TOKEN
               HOLD-TO-TOKEN
           UNSTRING LEGAL-HOLD-RECORD DELIMITED BY ALL SPACE
               INTO HOLD-KIND-TOKEN HOLD-VALUE-TOKEN HOLD-TO-TOKEN
           IF HOLD-COUNT < HOLD-MAX
               EVALUATE TRUE
                   WHEN HOLD-KIND-TOKEN = "EMP"
                           AND HOLD-VALUE-TOKEN (1:5) IS NUMERIC
                       ADD 1 TO HOLD-COUNT
                       ADD 1 TO EMP-HOLD-COUNT
                       MOVE "EMP" TO HOLD-KIND (HOLD-COUNT)
                       MOVE HOLD-VALUE-TOKEN (1:5)
                           TO HOLD-EMP-ID (HOLD-COUNT)
                       MOVE 0 TO HOLD-FROM-DATE (HOLD-COUNT)
                           HOLD-TO-DATE (HOLD-COUNT)
                   WHEN HOLD-KIND-TOKEN = "PERIOD"
                           AND HOLD-VALUE-TOKEN (1:8) IS NUMERIC
                           AND HOLD-TO-TOKEN (1:8) IS NUMERIC
                       ADD 1 TO HOLD-COUNT
                       MOVE "PERIOD" TO HOLD-KIND (HOLD-COUNT)
                       MOVE SPACES TO HOLD-EMP-ID (HOLD-COUNT)
                       MOVE HOLD-VALUE-TOKEN (1:8)
                           TO HOLD-FROM-DATE (HOLD-COUNT)
                       MOVE HOLD-TO-TOKEN (1:8)
                           TO HOLD-TO-DATE (HOLD-COUNT)
                   WHEN OTHER
                       DISPLAY "WARNING: LEGAL HOLD LINE NOT "
                           "UNDERSTOOD, IGNORED: "
                           FUNCTION TRIM (LEGAL-HOLD-RECORD)
               END-EVALUATE
           END-IF.
      *
      * LINE-EMP-ID and LINE-DATE against every hold.
       CHECK-LEGAL-HOLD.
           MOVE "N" TO HELD-FLAG
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR LINE-IS-HELD
               IF HOLD-KIND (HOLD-IDX) = "EMP"
                       AND LINE-EMP-ID NOT = SPACES
                       AND HOLD-EMP-ID (HOLD-IDX) = LINE-EMP-ID
                   SET LINE-IS-HELD TO TRUE
               END-IF
               IF HOLD-KIND (HOLD-IDX) = "PERIOD"
                       AND LINE-DATE >= HOLD-FROM-DATE (HOLD-IDX)
                       AND LINE-DATE <= HOLD-TO-DATE (HOLD-IDX)
                   SET LINE-IS-HELD TO TRUE
               END-IF
           END-PERFORM.
      *
      * Every <base>.<year>.txt that could hold a line older than
      * the cut-off -- thirty years back is further than this shop
      * has been archiving.
       SCAN-YEAR-ARCHIVES.
           COMPUTE SCAN-YEAR = CUTOFF-YEAR - 30
           PERFORM UNTIL SCAN-YEAR > CUTOFF-YEAR
               MOVE SCAN-YEAR TO SCAN-YEAR-TEXT
               MOVE SPACES TO PURGE-IN-FILE-NAME
               STRING FUNCTION TRIM (ARCHIVE-BASE-NAME)
                      "." SCAN-YEAR-TEXT ".txt"
                   DELIMITED BY SIZE INTO PURGE-IN-FILE-NAME
               PERFORM PURGE-ONE-FILE
               ADD 1 TO SCAN-YEAR
           END-PERFORM.
      *
      * One file, line by line: a line dated before the cut-off and
      * not under hold is past retention; everything else -- the
      * undated lines included -- stays. A LIST run only counts; a
      * PURGE run stages the kept lines and copies them back.
       PURGE-ONE-FILE.
           OPEN INPUT PURGE-IN-FILE
           IF PURGE-IN-FILE-STATUS = "00"
               MOVE 0 TO FILE-PURGE-COUNT FILE-HELD-COUNT
                   FILE-KEPT-COUNT
               MOVE 0 TO CARRIED-DATE
               MOVE "N" TO AUDIT-RUN-FLAG
               IF PURGE-MODE
                   MOVE SPACES TO KEEP-FILE-NAME
                   STRING FUNCTION TRIM (PURGE-IN-FILE-NAME) ".keep"
                       DELIMITED BY SIZE INTO KEEP-FILE-NAME
                   OPEN OUTPUT KEEP-FILE
               END-IF
               MOVE "N" TO IN-EOF-FLAG
               PERFORM UNTIL IN-EOF
                   READ PURGE-IN-FILE
                       AT END
                           SET IN-EOF TO TRUE
                       NOT AT END
                           PERFORM SORT-ONE-LINE
                   END-READ
               END-PERFORM
               PERFORM DROP-PENDING-HEADER
               CLOSE PURGE-IN-FILE
               IF PURGE-MODE
                   CLOSE KEEP-FILE
                   IF FILE-PURGE-COUNT > 0
                       PERFORM COPY-KEEP-BACK
                   END-IF
                   OPEN OUTPUT KEEP-FILE
                   CLOSE KEEP-FILE
               END-IF
               IF FILE-PURGE-COUNT > 0 OR FILE-HELD-COUNT > 0
                   PERFORM WRITE-FILE-LINE
               END-IF
           END-IF.
      *
       SORT-ONE-LINE.
           PERFORM EXTRACT-LINE-KEY
           IF KIND-OT-EXCEPTIONS AND LINE-TOKEN-1 = "RUN-ID"
               PERFORM DROP-PENDING-HEADER
               IF LINE-DATE NOT = 0 AND LINE-DATE < CUTOFF-DATE
                   MOVE SPACES TO LINE-EMP-ID
                   PERFORM CHECK-LEGAL-HOLD
                   IF NOT LINE-IS-HELD
                       MOVE PURGE-IN-RECORD TO PENDING-HEADER
                       SET HEADER-PENDING TO TRUE
                   END-IF
               END-IF
               IF NOT HEADER-PENDING
                   PERFORM KEEP-ONE-LINE
               END-IF
           ELSE
               PERFORM SORT-DATED-LINE
           END-IF.
      *
       SORT-DATED-LINE.
           MOVE "N" TO HELD-FLAG
           IF KIND-AUDIT-TRAIL AND AUDIT-RUN-BROKEN
               MOVE 0 TO LINE-DATE
           END-IF
           IF LINE-DATE NOT = 0 AND LINE-DATE < CUTOFF-DATE
               PERFORM CHECK-LEGAL-HOLD
               IF LINE-IS-HELD
                   ADD 1 TO FILE-HELD-COUNT
               ELSE
                   ADD 1 TO FILE-PURGE-COUNT
               END-IF
           END-IF
           IF LINE-DATE = 0 OR LINE-DATE NOT < CUTOFF-DATE
                   OR LINE-IS-HELD
               IF KIND-AUDIT-TRAIL
                   SET AUDIT-RUN-BROKEN TO TRUE
               END-IF
               IF HEADER-PENDING
                   MOVE "N" TO PENDING-HEADER-FLAG
                   ADD 1 TO FILE-HELD-COUNT
                   IF PURGE-MODE
                       MOVE PENDING-HEADER TO KEEP-RECORD
                       WRITE KEEP-RECORD
                   END-IF
               END-IF
               PERFORM KEEP-ONE-LINE
           END-IF.
      *
       KEEP-ONE-LINE.
           ADD 1 TO FILE-KEPT-COUNT
           IF PURGE-MODE
               MOVE PURGE-IN-RECORD TO KEEP-RECORD
               WRITE KEEP-RECORD
           END-IF.
      *
      * A pending header nothing under it kept: it goes too.
       DROP-PENDING-HEADER.
           IF HEADER-PENDING
               ADD 1 TO FILE-PURGE-COUNT
               MOVE "N" TO PENDING-HEADER-FLAG
           END-IF.
      *
      * Each family carries its date and employee differently:
      *   pay history    -- "ID MM/DD/YYYY ...";
      *   audit trail    -- "RUN yymmdd ...", "DENIED yymmdd ...",
      *                     "PAYHOLD yymmdd ..." or "ONBOARD yymmdd
      *                     ...", century 2000, no employee; a line
      *                     with no date of its own (a loan approval)
      *                     is dated by its "RUN-ID=Ryymmdd-" stamp;
      *   OT exceptions  -- the "RUN-ID Ryymmdd-..." header dates
      *                     the data lines under it, each of which
      *                     opens with the employee ID;
      *   document reg.  -- "NUMBER ID YYYYMMDD ...".
      * A line whose date will not parse gets 0 and is never purged.
       EXTRACT-LINE-KEY.
           MOVE 0 TO LINE-DATE
           MOVE SPACES TO LINE-EMP-ID
           MOVE SPACES TO LINE-TOKEN-1 LINE-TOKEN-2 LINE-TOKEN-3
           UNSTRING PURGE-IN-RECORD DELIMITED BY ALL SPACE
               INTO LINE-TOKEN-1 LINE-TOKEN-2 LINE-TOKEN-3
           EVALUATE TRUE
               WHEN KIND-PAY-HISTORY
                   IF LINE-TOKEN-1 (1:5) IS NUMERIC
                       MOVE LINE-TOKEN-1 (1:5) TO LINE-EMP-ID
                   END-IF
                   MOVE SPACES TO LINE-DATE-TEXT
                   STRING LINE-TOKEN-2 (7:4) LINE-TOKEN-2 (1:2)
                          LINE-TOKEN-2 (4:2)
                       DELIMITED BY SIZE INTO LINE-DATE-TEXT
                   PERFORM TAKE-LINE-DATE
               WHEN KIND-AUDIT-TRAIL
                   IF (LINE-TOKEN-1 = "RUN" OR LINE-TOKEN-1 = "DENIED"
                           OR LINE-TOKEN-1 = "PAYHOLD"
                           OR LINE-TOKEN-1 = "ONBOARD")
                           AND LINE-TOKEN-2 (1:6) IS NUMERIC
                       MOVE SPACES TO LINE-DATE-TEXT
                       STRING "20" LINE-TOKEN-2 (1:6)
                           DELIMITED BY SIZE INTO LINE-DATE-TEXT
                       PERFORM TAKE-LINE-DATE
                   ELSE
                       MOVE 0 TO RUN-ID-OFFSET
                       INSPECT PURGE-IN-RECORD TALLYING RUN-ID-OFFSET
                           FOR CHARACTERS BEFORE INITIAL "RUN-ID=R"
                       IF RUN-ID-OFFSET < 186
                           MOVE SPACES TO LINE-DATE-TEXT
                           STRING "20"
                                  PURGE-IN-RECORD (RUN-ID-OFFSET + 9:6)
                               DELIMITED BY SIZE INTO LINE-DATE-TEXT
                           PERFORM TAKE-LINE-DATE
                       END-IF
                   END-IF
               WHEN KIND-OT-EXCEPTIONS
                   IF LINE-TOKEN-1 = "RUN-ID"
                           AND LINE-TOKEN-2 (1:1) = "R"
                           AND LINE-TOKEN-2 (2:6) IS NUMERIC
                       MOVE SPACES TO LINE-DATE-TEXT
                       STRING "20" LINE-TOKEN-2 (2:6)
                           DELIMITED BY SIZE INTO LINE-DATE-TEXT
                       PERFORM TAKE-LINE-DATE
                       MOVE LINE-DATE TO CARRIED-DATE
                   ELSE
                       IF LINE-TOKEN-1 (1:5) IS NUMERIC
                           MOVE LINE-TOKEN-1 (1:5) TO LINE-EMP-ID
                       END-IF
                   END-IF
                   MOVE CARRIED-DATE TO LINE-DATE
               WHEN KIND-DOC-REGISTER
                   IF LINE-TOKEN-2 (1:5) IS NUMERIC
                       MOVE LINE-TOKEN-2 (1:5) TO LINE-EMP-ID
                   END-IF
                   MOVE LINE-TOKEN-3 (1:8) TO LINE-DATE-TEXT
                   PERFORM TAKE-LINE-DATE
           END-EVALUATE.
      *
       TAKE-LINE-DATE.
           IF LINE-DATE-TEXT IS NUMERIC
               MOVE LINE-DATE-TEXT TO LINE-DATE
               IF LINE-DATE < 19000101
                   MOVE 0 TO LINE-DATE
               END-IF
           END-IF.
      *
      * Replaces the original with the staged kept lines.
       COPY-KEEP-BACK.
           OPEN INPUT KEEP-FILE
           OPEN OUTPUT PURGE-IN-FILE
           MOVE "N" TO IN-EOF-FLAG
           PERFORM UNTIL IN-EOF
               READ KEEP-FILE
                   AT END
                       SET IN-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-RECORD TO PURGE-IN-RECORD
                       WRITE PURGE-IN-RECORD
               END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE PURGE-IN-FILE.
      *
       WRITE-FILE-LINE.
           ADD FILE-PURGE-COUNT TO TOTAL-PURGE-COUNT
           ADD FILE-HELD-COUNT TO TOTAL-HELD-COUNT
           ADD 1 TO FILES-TOUCHED-COUNT
           MOVE FILE-PURGE-COUNT TO DISP-COUNT
           MOVE FILE-HELD-COUNT TO DISP-COUNT-2
           MOVE SPACES TO RETENTION-LIST-RECORD
           STRING FILE-KIND " " PURGE-IN-FILE-NAME (1:40)
                  " PAST " DISP-COUNT " HELD " DISP-COUNT-2
               DELIMITED BY SIZE INTO RETENTION-LIST-RECORD
           WRITE RETENTION-LIST-RECORD
           IF PURGE-MODE AND FILE-PURGE-COUNT > 0
                   AND RESULT-COUNT < RESULT-MAX
               ADD 1 TO RESULT-COUNT
               MOVE PURGE-IN-FILE-NAME TO RESULT-PATH (RESULT-COUNT)
               MOVE FILE-PURGE-COUNT TO RESULT-PURGED (RESULT-COUNT)
           END-IF.
      *
      * A generation is a whole master as of its run date -- the
      * ".Ryymmdd-" stamp in its path. One older than the cut-off
      * goes unless a PERIOD hold covers that date, or any EMP hold
      * is open: every master generation carries every employee, so
      * a held employee holds them all. A purge truncates the file,
      * the same way generation pruning retires one, and drops it
      * from the catalog.
       PURGE-OLD-GENERATIONS.
           PERFORM LOAD-CATALOG
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
                   UNTIL CATALOG-IDX > CATALOG-ENTRY-COUNT
               PERFORM EXTRACT-GENERATION-DATE
               IF GEN-DATE NOT = 0 AND GEN-DATE < CUTOFF-DATE
                   MOVE GEN-DATE TO LINE-DATE
                   MOVE SPACES TO LINE-EMP-ID
                   PERFORM CHECK-LEGAL-HOLD
                   IF EMP-HOLD-COUNT > 0
                       SET LINE-IS-HELD TO TRUE
                   END-IF
                   MOVE SPACES TO RETENTION-LIST-RECORD
                   IF LINE-IS-HELD
                       ADD 1 TO GEN-HELD-COUNT
                       STRING "GENERATN "
                              CAT-PATH (CATALOG-IDX) (1:50)
                              " HELD"
                           DELIMITED BY SIZE
                           INTO RETENTION-LIST-RECORD
                   ELSE
                       ADD 1 TO GEN-PURGE-COUNT
                       STRING "GENERATN "
                              CAT-PATH (CATALOG-IDX) (1:50)
                              " PAST RETENTION"
                           DELIMITED BY SIZE
                           INTO RETENTION-LIST-RECORD
                       IF PURGE-MODE
                           MOVE "N" TO CAT-KEEP-FLAG (CATALOG-IDX)
                           MOVE CAT-PATH (CATALOG-IDX)
                               TO GENERATION-FILE-NAME
                           OPEN OUTPUT GENERATION-FILE
                           CLOSE GENERATION-FILE
                           IF RESULT-COUNT < RESULT-MAX
                               ADD 1 TO RESULT-COUNT
                               MOVE CAT-PATH (CATALOG-IDX)
                                   TO RESULT-PATH (RESULT-COUNT)
                               MOVE 0 TO RESULT-PURGED (RESULT-COUNT)
                           END-IF
                       END-IF
                   END-IF
                   WRITE RETENTION-LIST-RECORD
               END-IF
           END-PERFORM
           IF PURGE-MODE AND GEN-PURGE-COUNT > 0
               PERFORM REWRITE-CATALOG
           END-IF.
      *
       EXTRACT-GENERATION-DATE.
           MOVE 0 TO GEN-DATE
           PERFORM VARYING PATH-IDX FROM 1 BY 1
                   UNTIL PATH-IDX > 92 OR GEN-DATE NOT = 0
               IF CAT-PATH (CATALOG-IDX) (PATH-IDX:2) = ".R"
                       AND CAT-PATH (CATALOG-IDX) (PATH-IDX + 2:6)
                           IS NUMERIC
                   MOVE CAT-PATH (CATALOG-IDX) (PATH-IDX + 2:6)
                       TO GEN-DATE-TEXT
                   MOVE SPACES TO LINE-DATE-TEXT
                   STRING "20" GEN-DATE-TEXT
                       DELIMITED BY SIZE INTO LINE-DATE-TEXT
                   MOVE LINE-DATE-TEXT TO GEN-DATE
               END-IF
           END-PERFORM.
      *
      * Reads data/generations.txt ("TAG PATH" per line, oldest
      * first) into CATALOG-TABLE.
       LOAD-CATALOG.
           MOVE 0 TO CATALOG-ENTRY-COUNT
           OPEN INPUT GENERATION-CATALOG-FILE
           IF GENERATION-CATALOG-STATUS = "00"
               PERFORM UNTIL GENERATION-CATALOG-STATUS NOT = "00"
                   READ GENERATION-CATALOG-FILE
                       AT END
                           MOVE "10" TO GENERATION-CATALOG-STATUS
                       NOT AT END
                           IF CATALOG-ENTRY-COUNT < CATALOG-ENTRY-MAX
                               ADD 1 TO CATALOG-ENTRY-COUNT
                               MOVE "Y" TO CAT-KEEP-FLAG
                                   (CATALOG-ENTRY-COUNT)
                               MOVE SPACES TO
                                   CAT-TAG (CATALOG-ENTRY-COUNT)
                                   CAT-PATH (CATALOG-ENTRY-COUNT)
                               UNSTRING GENERATION-CATALOG-RECORD
                                   DELIMITED BY SPACE
                                   INTO CAT-TAG (CATALOG-ENTRY-COUNT)
                                        CAT-PATH (CATALOG-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG-FILE
           END-IF.
      *
      * Rewrites data/generations.txt without the purged entries.
       REWRITE-CATALOG.
           OPEN OUTPUT GENERATION-CATALOG-FILE
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
                   UNTIL CATALOG-IDX > CATALOG-ENTRY-COUNT
               IF CAT-KEEP-FLAG (CATALOG-IDX) = "Y"
                   MOVE SPACES TO GENERATION-CATALOG-RECORD
                   STRING CAT-TAG (CATALOG-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          CAT-PATH (CATALOG-IDX) DELIMITED BY SPACE
                       INTO GENERATION-CATALOG-RECORD
                   WRITE GENERATION-CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE GENERATION-CATALOG-FILE.
      *
      * The proof of destruction: one line per file purged (a
      * generation shows LINES=0000000 -- the whole file went),
      * then the run's own line naming the approved list it
      * carried out. Written after the audit trail's own purge, so
      * none of it can be caught by it.
       WRITE-AUDIT-LOG-ENTRIES.
           PERFORM VARYING RESULT-IDX FROM 1 BY 1
                   UNTIL RESULT-IDX > RESULT-COUNT
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " TYPE=PURGE FILE="
                      FUNCTION TRIM (RESULT-PATH (RESULT-IDX))
                      " LINES=" RESULT-PURGED (RESULT-IDX)
                      " RUN-ID=" RUN-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               PERFORM APPEND-AUDIT-LOG-RECORD
           END-PERFORM
           MOVE SPACES TO AUDIT-LOG-RECORD
           IF PURGE-MODE
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " TYPE=RETPURGE CUTOFF=" CUTOFF-DATE
                      " LINES=" TOTAL-PURGE-COUNT
                      " GENS=" GEN-PURGE-COUNT
                      " LIST=" LIST-RUN-ID
                      " RUN-ID=" RUN-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           ELSE
               STRING "RUN " RUN-DATE " " RUN-TIME
                      " TYPE=RETLIST CUTOFF=" CUTOFF-DATE
                      " LINES=" TOTAL-PURGE-COUNT
                      " GENS=" GEN-PURGE-COUNT
                      " HELD=" TOTAL-HELD-COUNT
                      " RUN-ID=" RUN-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM APPEND-AUDIT-LOG-RECORD.
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
       END PROGRAM RECORDS-RETENTION.
      *
