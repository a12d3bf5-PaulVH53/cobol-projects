      * current export is re-queued to
      * output/gl_journal_requeue.txt for correction and re-import,
      * and the operations console surfaces every run not yet
      * POSTED. The month-end close's accrual and reversing journals
      * are exports of their own, tracked and re-queued the same way
      * as the payroll run's journal.
           SELECT ACK-FILE ASSIGN TO "data/gl_ack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
      *
           SELECT GL-JOURNAL-FILE
               ASSIGN TO DYNAMIC GL-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-FILE-STATUS.
      *
           SELECT POSTING-REPORT-FILE
               ASSIGN TO "output/gl_posting_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD POSTING-REPORT-FILE.
       01 POSTING-REPORT-RECORD   PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 ACK-FILE-STATUS         PIC XX.
       01 GL-JOURNAL-FILE-STATUS  PIC XX.
       01 POSTING-STATUS-FILE-STATUS PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 GL-JOURNAL-FILE-NAME    PIC X(100).
      *
      * Every journal export on hand: the payroll run's, then the
      * month-end accrual and its reversal.
       01 JOURNAL-FILE-LIST.
           05 FILLER              PIC X(40)
               VALUE "output/gl_journal.txt".
           05 FILLER              PIC X(40)
               VALUE "output/gl_journal_accrual.txt".
           05 FILLER              PIC X(40)
               VALUE "output/gl_journal_accrual_reversal.txt".
       01 JOURNAL-FILE-TABLE REDEFINES JOURNAL-FILE-LIST.
           05 JOURNAL-FILE-ENTRY  PIC X(40) OCCURS 3 TIMES.
       01 JOURNAL-FILE-COUNT      PIC 9 VALUE 3.
       01 JOURNAL-FILE-IDX        PIC 9.
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
               CLOSE POSTING-STATUS-FILE
           END-IF.
      *
      * Each current journal export's RUN-ID lands on the ledger as
      * EXPORTED the first time this program sees it -- every export
      * is then tracked until an acknowledgment settles it.
       REGISTER-CURRENT-EXPORT.
           PERFORM VARYING JOURNAL-FILE-IDX FROM 1 BY 1
                   UNTIL JOURNAL-FILE-IDX > JOURNAL-FILE-COUNT
               MOVE JOURNAL-FILE-ENTRY (JOURNAL-FILE-IDX)
                   TO GL-JOURNAL-FILE-NAME
               PERFORM REGISTER-ONE-EXPORT
           END-PERFORM.
      *
       REGISTER-ONE-EXPORT.
           MOVE SPACES TO JOURNAL-RUN-ID
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-FILE-STATUS = "00"
               END-EVALUATE
           END-IF.
      *
      * A rejected batch whose journal is still one of the current
      * exports is copied to the re-queue file for correction and
      * re-import; a later run's journal in its place means the
      * export must be rerun instead.
       REQUEUE-REJECTED-JOURNAL.
           PERFORM VARYING JOURNAL-FILE-IDX FROM 1 BY 1
                   UNTIL JOURNAL-FILE-IDX > JOURNAL-FILE-COUNT
                       OR JOURNAL-REQUEUED
               MOVE JOURNAL-FILE-ENTRY (JOURNAL-FILE-IDX)
                   TO GL-JOURNAL-FILE-NAME
               OPEN INPUT GL-JOURNAL-FILE
               IF GL-JOURNAL-FILE-STATUS = "00"
                   READ GL-JOURNAL-FILE
                       NOT AT END
                           IF GL-JOURNAL-RECORD (8:16)
                                   = ACK-RUN-TOKEN (1:16)
                               SET JOURNAL-REQUEUED TO TRUE
                           END-IF
                   END-READ
                   CLOSE GL-JOURNAL-FILE
               END-IF
           END-PERFORM
           IF JOURNAL-REQUEUED
               OPEN INPUT GL-JOURNAL-FILE
               READ GL-JOURNAL-FILE
                   AT END
                       CONTINUE
               END-READ
               OPEN OUTPUT REQUEUE-FILE
               MOVE SPACES TO REQUEUE-RECORD
               STRING "RUN-ID " ACK-RUN-TOKEN " REQUEUED"
                   DELIMITED BY SIZE INTO REQUEUE-RECORD
               WRITE REQUEUE-RECORD
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ GL-JOURNAL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE GL-JOURNAL-RECORD
                               TO REQUEUE-RECORD
                           WRITE REQUEUE-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO EOF-FLAG
               CLOSE REQUEUE-FILE
               MOVE SPACES TO POSTING-REPORT-RECORD
               STRING "JOURNAL RE-QUEUED TO "
                      "output/gl_journal_requeue.txt"
                   DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
               WRITE POSTING-REPORT-RECORD
               CLOSE GL-JOURNAL-FILE
           ELSE
               MOVE SPACES TO POSTING-REPORT-RECORD
               STRING "JOURNAL FOR "
                      FUNCTION TRIM (ACK-RUN-TOKEN)
                      " WAS OVERWRITTEN BY A LATER EXPORT -- "
                      "RE-RUN THE EXPORT TO RE-QUEUE"
                   DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
               WRITE POSTING-REPORT-RECORD
           END-IF
           MOVE "N" TO REQUEUED-FLAG.
      *
           CLOSE POSTING-STATUS-FILE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=GL-ACK POSTED=" POSTED-COUNT
                  " REJECTED=" REJECTED-COUNT
                  " RUN-ID=" RUN-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
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
       END PROGRAM GL-POSTING-ACK.
      *
