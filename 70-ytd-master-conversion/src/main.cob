      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. YTD-MASTER-CONVERSION.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The line-sequential YTD master being converted -- either
      * one this utility exists to retire (data/ytd_master.txt,
      * "ID PAY" per line; data/payslip_ytd.txt, "ID GROSS DED NET
      * TAX"), or a dated generation of a keyed master, which holds
      * the record images one per line. OLD_YTD_FILE points it at
      * a saved copy or a generation instead of the default path.
           SELECT OLD-YTD-FILE
               ASSIGN TO DYNAMIC OLD-YTD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-YTD-FILE-STATUS.
      * The keyed masters the suite reads from now on -- one READ
      * by employee and year per lookup, one REWRITE per update,
      * instead of tabling and rewriting the whole file every run.
           SELECT YTD-MASTER-FILE
               ASSIGN TO "data/ytd_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS YTD-MASTER-FILE-STATUS.
           SELECT PAYSLIP-YTD-FILE
               ASSIGN TO "data/payslip_ytd.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS PAYSLIP-YTD-FILE-STATUS.
      *
           SELECT RUN-LOCK-FILE
               ASSIGN TO "data/payroll.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD OLD-YTD-FILE.
       01 OLD-YTD-RECORD          PIC X(100).
      *
       FD YTD-MASTER-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 OLD-YTD-FILE-NAME       PIC X(100).
       01 OLD-YTD-FILE-STATUS     PIC XX.
       01 YTD-MASTER-FILE-STATUS  PIC XX.
       01 PAYSLIP-YTD-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(160).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
      * Suite-wide run lock, same scheme as payroll's -- a master
      * rebuilt under a running payslip run would lose its postings.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 RUN-LOCK-HOLDER         PIC X(40).
       01 LOCK-OVERRIDE-PARM      PIC X(1).
       01 LOCK-OVERRIDE-FLAG      PIC X VALUE "N".
           88 LOCK-OVERRIDE-ALLOWED VALUE "Y".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
       01 TARGET-FILE-NAME        PIC X(40).
      *
      * YTD_CONVERT picks one master -- ytd_master or payslip_ytd;
      * unset, both are converted from their default paths.
      * OLD_YTD_FILE names the source and so needs YTD_CONVERT to
      * say which master it feeds.
       01 YTD-CONVERT-PARM        PIC X(12).
       01 OLD-YTD-FILE-PARM       PIC X(100).
       01 CONVERT-YTD-MASTER-FLAG PIC X VALUE "N".
           88 CONVERT-YTD-MASTER  VALUE "Y".
       01 CONVERT-PAYSLIP-FLAG    PIC X VALUE "N".
           88 CONVERT-PAYSLIP-YTD VALUE "Y".
      *
      * The old text masters carry no year -- they only ever held
      * the current one. Their lines convert under CONVERT_YEAR,
      * default this calendar year; generation lines carry their
      * own year and ignore it.
       01 CONVERT-YEAR-PARM       PIC X(4).
       01 CONVERT-YEAR            PIC 9(4).
       01 TODAY-DATE              PIC 9(8).
      *
      * CONVERT_REPLACE=Y is required to overwrite a keyed master
      * that already exists, same guard as the employee master
      * conversion -- rebuilding from a stale text file would
      * silently back out every run posted since the cut-over.
       01 CONVERT-REPLACE-PARM    PIC X(1).
       01 TARGET-EXISTS-FLAG      PIC X.
           88 TARGET-EXISTS       VALUE "Y".
      *
      * One source line, seen three ways. An old-format line has a
      * space in column 6 between the ID and the first amount; a
      * generation line has the first digit of the year there.
       01 CONV-LINE               PIC X(100).
       01 CONV-OLD-YTD-LINE REDEFINES CONV-LINE.
           05 CONV-OLD-ID         PIC X(5).
           05 CONV-OLD-SEPARATOR  PIC X(1).
           05 CONV-OLD-TOTAL-PAY  PIC 9(7)V99.
           05 FILLER              PIC X(85).
       01 CONV-OLD-PAYSLIP-LINE REDEFINES CONV-LINE.
           05 FILLER              PIC X(6).
           05 CONV-OLD-GROSS      PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 CONV-OLD-DEDUCTIONS PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 CONV-OLD-NET        PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 CONV-OLD-TAX        PIC 9(7)V99.
           05 FILLER              PIC X(55).
       01 CONV-LINE-OK-FLAG       PIC X.
           88 CONV-LINE-OK        VALUE "Y".
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
       01 READ-COUNT              PIC 9(7) VALUE 0.
       01 LOADED-COUNT            PIC 9(7) VALUE 0.
       01 DUPLICATE-COUNT         PIC 9(7) VALUE 0.
       01 REJECTED-COUNT          PIC 9(7) VALUE 0.
       01 DISP-READ-COUNT         PIC Z(6)9.
       01 DISP-LOADED-COUNT       PIC Z(6)9.
       01 DISP-DUPLICATE-COUNT    PIC Z(6)9.
       01 DISP-REJECTED-COUNT     PIC Z(6)9.
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
           PERFORM ACQUIRE-RUN-LOCK
           IF CONVERT-YTD-MASTER
               PERFORM CONVERT-YTD-MASTER-FILE
           END-IF
           IF CONVERT-PAYSLIP-YTD
               PERFORM CONVERT-PAYSLIP-YTD-FILE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "======================================"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   YTD MASTER CONVERSION              "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * YTD_CONVERT, OLD_YTD_FILE, CONVERT_YEAR, CONVERT_REPLACE.
       LOAD-PARAMETERS.
           MOVE SPACES TO YTD-CONVERT-PARM
           ACCEPT YTD-CONVERT-PARM FROM ENVIRONMENT "YTD_CONVERT"
           MOVE SPACES TO OLD-YTD-FILE-PARM
           ACCEPT OLD-YTD-FILE-PARM FROM ENVIRONMENT "OLD_YTD_FILE"
           EVALUATE FUNCTION TRIM (YTD-CONVERT-PARM)
               WHEN SPACES
                   IF OLD-YTD-FILE-PARM NOT = SPACES
                       DISPLAY "CONVERSION ABORTED -- OLD_YTD_FILE "
                           "NEEDS YTD_CONVERT=ytd_master OR "
                           "YTD_CONVERT=payslip_ytd"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET CONVERT-YTD-MASTER TO TRUE
                   SET CONVERT-PAYSLIP-YTD TO TRUE
               WHEN "ytd_master"
                   SET CONVERT-YTD-MASTER TO TRUE
               WHEN "payslip_ytd"
                   SET CONVERT-PAYSLIP-YTD TO TRUE
               WHEN OTHER
                   DISPLAY "CONVERSION ABORTED -- UNKNOWN "
                       "YTD_CONVERT " FUNCTION TRIM (YTD-CONVERT-PARM)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
      *
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO CONVERT-YEAR
           MOVE SPACES TO CONVERT-YEAR-PARM
           ACCEPT CONVERT-YEAR-PARM FROM ENVIRONMENT "CONVERT_YEAR"
           IF CONVERT-YEAR-PARM NOT = SPACES
               IF CONVERT-YEAR-PARM IS NUMERIC
                   MOVE CONVERT-YEAR-PARM TO CONVERT-YEAR
               ELSE
                   DISPLAY "CONVERSION ABORTED -- CONVERT_YEAR "
                       CONVERT-YEAR-PARM " IS NOT A YEAR"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *
           MOVE SPACES TO CONVERT-REPLACE-PARM
           ACCEPT CONVERT-REPLACE-PARM
               FROM ENVIRONMENT "CONVERT_REPLACE".
      *
      * Points OLD-YTD-FILE at the override or the given default
      * path, then opens it; a missing source stops the run.
       OPEN-OLD-YTD-FILE.
           IF OLD-YTD-FILE-PARM NOT = SPACES
               MOVE OLD-YTD-FILE-PARM TO OLD-YTD-FILE-NAME
           END-IF
           OPEN INPUT OLD-YTD-FILE
           IF OLD-YTD-FILE-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED -- OLD YTD FILE "
                   FUNCTION TRIM (OLD-YTD-FILE-NAME)
                   " NOT FOUND (STATUS " OLD-YTD-FILE-STATUS ")"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO READ-COUNT
           MOVE 0 TO LOADED-COUNT
           MOVE 0 TO DUPLICATE-COUNT
           MOVE 0 TO REJECTED-COUNT.
      *
      * Refuses to overwrite a keyed master that already exists
      * unless CONVERT_REPLACE=Y.
       REFUSE-EXISTING-TARGET.
           IF TARGET-EXISTS
                   AND CONVERT-REPLACE-PARM NOT = "Y"
                   AND CONVERT-REPLACE-PARM NOT = "y"
               DISPLAY "CONVERSION ABORTED -- "
                   "A KEYED YTD MASTER ALREADY EXISTS "
                   "(SET CONVERT_REPLACE=Y TO REBUILD IT)"
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * data/ytd_master.txt (or OLD_YTD_FILE) into data/
      * ytd_master.idx.
       CONVERT-YTD-MASTER-FILE.
           MOVE "N" TO TARGET-EXISTS-FLAG
           OPEN INPUT YTD-MASTER-FILE
           IF YTD-MASTER-FILE-STATUS = "00"
               CLOSE YTD-MASTER-FILE
               SET TARGET-EXISTS TO TRUE
           END-IF
           PERFORM REFUSE-EXISTING-TARGET
           MOVE "data/ytd_master.txt" TO OLD-YTD-FILE-NAME
           PERFORM OPEN-OLD-YTD-FILE
           OPEN OUTPUT YTD-MASTER-FILE
           IF YTD-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED -- CANNOT CREATE "
                   "data/ytd_master.idx (STATUS "
                   YTD-MASTER-FILE-STATUS ")"
               CLOSE OLD-YTD-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ OLD-YTD-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM CONVERT-ONE-YTD-LINE
               END-READ
           END-PERFORM
           CLOSE OLD-YTD-FILE
           CLOSE YTD-MASTER-FILE
           PERFORM DISPLAY-SUMMARY
           DISPLAY "KEYED MASTER WRITTEN TO data/ytd_master.idx"
           IF TARGET-EXISTS
               MOVE "data/ytd_master.idx" TO TARGET-FILE-NAME
               PERFORM WRITE-RESTORE-AUDIT-ENTRY
           END-IF.
      *
      * One line, old "ID PAY" or a generation record image. A
      * second line for a key already written is a data error in
      * the source -- the first occurrence wins, as the keyed file
      * enforces, and the duplicate is reported. A line whose ID or
      * amount isn't numeric is reported and skipped.
       CONVERT-ONE-YTD-LINE.
           MOVE OLD-YTD-RECORD TO CONV-LINE
           MOVE "Y" TO CONV-LINE-OK-FLAG
           IF CONV-OLD-SEPARATOR = SPACE
               IF CONV-OLD-ID IS NUMERIC
                       AND CONV-OLD-TOTAL-PAY IS NUMERIC
                   MOVE SPACES TO YTDM-RECORD
                   MOVE CONV-OLD-ID TO YTDM-EMP-ID
                   MOVE CONVERT-YEAR TO YTDM-YEAR
                   MOVE CONV-OLD-TOTAL-PAY TO YTDM-TOTAL-PAY
               ELSE
                   MOVE "N" TO CONV-LINE-OK-FLAG
               END-IF
           ELSE
               MOVE CONV-LINE TO YTDM-RECORD
               IF YTDM-EMP-ID IS NOT NUMERIC
                       OR YTDM-YEAR IS NOT NUMERIC
                       OR YTDM-TOTAL-PAY IS NOT NUMERIC
                   MOVE "N" TO CONV-LINE-OK-FLAG
               END-IF
           END-IF
           IF NOT CONV-LINE-OK
               ADD 1 TO REJECTED-COUNT
               DISPLAY "UNREADABLE LINE SKIPPED: " CONV-LINE (1:40)
           ELSE
               WRITE YTDM-RECORD
                   INVALID KEY
                       ADD 1 TO DUPLICATE-COUNT
                       DISPLAY "DUPLICATE EMPLOYEE/YEAR SKIPPED: "
                           YTDM-EMP-ID " " YTDM-YEAR
                   NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
               END-WRITE
           END-IF.
      *
      * data/payslip_ytd.txt (or OLD_YTD_FILE) into data/
      * payslip_ytd.idx.
       CONVERT-PAYSLIP-YTD-FILE.
           MOVE "N" TO TARGET-EXISTS-FLAG
           OPEN INPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS = "00"
               CLOSE PAYSLIP-YTD-FILE
               SET TARGET-EXISTS TO TRUE
           END-IF
           PERFORM REFUSE-EXISTING-TARGET
           MOVE "data/payslip_ytd.txt" TO OLD-YTD-FILE-NAME
           PERFORM OPEN-OLD-YTD-FILE
           OPEN OUTPUT PAYSLIP-YTD-FILE
           IF PAYSLIP-YTD-FILE-STATUS NOT = "00"
               DISPLAY "CONVERSION ABORTED -- CANNOT CREATE "
                   "data/payslip_ytd.idx (STATUS "
                   PAYSLIP-YTD-FILE-STATUS ")"
               CLOSE OLD-YTD-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ OLD-YTD-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM CONVERT-ONE-PAYSLIP-LINE
               END-READ
           END-PERFORM
           CLOSE OLD-YTD-FILE
           CLOSE PAYSLIP-YTD-FILE
           PERFORM DISPLAY-SUMMARY
           DISPLAY "KEYED MASTER WRITTEN TO data/payslip_ytd.idx"
           IF TARGET-EXISTS
               MOVE "data/payslip_ytd.idx" TO TARGET-FILE-NAME
               PERFORM WRITE-RESTORE-AUDIT-ENTRY
           END-IF.
      *
      * Same as CONVERT-ONE-YTD-LINE for the four-amount payslip
      * record.
       CONVERT-ONE-PAYSLIP-LINE.
           MOVE OLD-YTD-RECORD TO CONV-LINE
           MOVE "Y" TO CONV-LINE-OK-FLAG
           IF CONV-OLD-SEPARATOR = SPACE
      * The oldest payslip files predate the tax column; a line
      * that stops at the net carried no tax.
               IF CONV-LINE (37:9) = SPACES
                   MOVE ZEROS TO CONV-LINE (37:9)
               END-IF
               IF CONV-OLD-ID NOT = SPACES
                       AND CONV-OLD-GROSS IS NUMERIC
                       AND CONV-OLD-DEDUCTIONS IS NUMERIC
                       AND CONV-OLD-NET IS NUMERIC
                       AND CONV-OLD-TAX IS NUMERIC
                   MOVE SPACES TO PSYTD-RECORD
                   MOVE CONV-OLD-ID TO PSYTD-EMP-ID
                   MOVE CONVERT-YEAR TO PSYTD-YEAR
                   MOVE CONV-OLD-GROSS TO PSYTD-GROSS
                   MOVE CONV-OLD-DEDUCTIONS TO PSYTD-DEDUCTIONS
                   MOVE CONV-OLD-NET TO PSYTD-NET
                   MOVE CONV-OLD-TAX TO PSYTD-TAX
               ELSE
                   MOVE "N" TO CONV-LINE-OK-FLAG
               END-IF
           ELSE
               MOVE CONV-LINE TO PSYTD-RECORD
               IF PSYTD-EMP-ID = SPACES
                       OR PSYTD-YEAR IS NOT NUMERIC
                       OR PSYTD-GROSS IS NOT NUMERIC
                       OR PSYTD-DEDUCTIONS IS NOT NUMERIC
                       OR PSYTD-NET IS NOT NUMERIC
                       OR PSYTD-TAX IS NOT NUMERIC
                   MOVE "N" TO CONV-LINE-OK-FLAG
               END-IF
           END-IF
           IF NOT CONV-LINE-OK
               ADD 1 TO REJECTED-COUNT
               DISPLAY "UNREADABLE LINE SKIPPED: " CONV-LINE (1:40)
           ELSE
               WRITE PSYTD-RECORD
                   INVALID KEY
                       ADD 1 TO DUPLICATE-COUNT
                       DISPLAY "DUPLICATE EMPLOYEE/YEAR SKIPPED: "
                           PSYTD-EMP-ID " " PSYTD-YEAR
                   NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
               END-WRITE
           END-IF.
      *
       DISPLAY-SUMMARY.
           MOVE READ-COUNT TO DISP-READ-COUNT
           MOVE LOADED-COUNT TO DISP-LOADED-COUNT
           MOVE DUPLICATE-COUNT TO DISP-DUPLICATE-COUNT
           MOVE REJECTED-COUNT TO DISP-REJECTED-COUNT
           DISPLAY "CONVERTED " FUNCTION TRIM (OLD-YTD-FILE-NAME)
               " -- LINES READ: " DISP-READ-COUNT
               "  RECORDS LOADED: " DISP-LOADED-COUNT
           DISPLAY "  DUPLICATES SKIPPED: " DISP-DUPLICATE-COUNT
               "  UNREADABLE LINES SKIPPED: " DISP-REJECTED-COUNT.
      *
      *
      * A keyed master overwritten from a saved copy or generation is
      * a restore, and goes on the audit trail as one.
       WRITE-RESTORE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " RECORDS=" DISP-LOADED-COUNT
                  " TYPE=RESTORE TARGET="
                  FUNCTION TRIM (TARGET-FILE-NAME)
                  " FROM=" FUNCTION TRIM (OLD-YTD-FILE-NAME)
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD.
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
      *
           MOVE SPACES TO RUN-LOCK-HOLDER
           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-RECORD TO RUN-LOCK-HOLDER
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
      *
           IF RUN-LOCK-HOLDER NOT = SPACES
                   AND NOT LOCK-OVERRIDE-ALLOWED
               DISPLAY "*** PAYROLL IN PROGRESS -- LOCK HELD BY "
                   FUNCTION TRIM (RUN-LOCK-HOLDER)
                   " -- RUN REFUSED (SET LOCK_OVERRIDE=Y ONLY IF "
                   "THAT RUN IS KNOWN TO HAVE CRASHED) ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE SPACES TO RUN-LOCK-RECORD
           STRING "ytd-master-conversion " RUN-ID
               DELIMITED BY SIZE INTO RUN-LOCK-RECORD
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.
      *
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE.
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
       END PROGRAM YTD-MASTER-CONVERSION.
      *
