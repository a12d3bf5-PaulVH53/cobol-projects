      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAYSLIP-ACKNOWLEDGMENT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * A boleta delivered electronically counts as delivered only
      * with proof it reached the employee within three business
      * days of payment. The payslip run logs every slip it puts on
      * a delivery manifest to data/payslip_deliveries.txt
      * ("BOLETA ID PAY-DATE RUN-ID"); the delivery channel sends
      * back data/payslip_ack.txt, "BOLETA YYYYMMDD" per slip the
      * employee acknowledged. This run matches the acknowledgments
      * into a durable ledger and ages every slip still outstanding
      * in business days -- weekends and data/holidays.txt skipped,
      * the way DATE-CALCULATOR counts them -- so HR can chase them
      * before an inspection.
           SELECT DELIVERY-LOG-FILE
               ASSIGN TO "data/payslip_deliveries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-LOG-FILE-STATUS.
      *
           SELECT ACK-FILE ASSIGN TO "data/payslip_ack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
      *
      * "BOLETA YYYYMMDD" per acknowledged slip, loaded whole and
      * rewritten -- an acknowledgment file is processed once and
      * the proof stays here.
           SELECT ACK-LEDGER-FILE
               ASSIGN TO "data/payslip_ack_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-LEDGER-FILE-STATUS.
      *
           SELECT HOLIDAYS-FILE ASSIGN TO "data/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAYS-FILE-STATUS.
      *
           SELECT OUTSTANDING-REPORT-FILE
               ASSIGN TO "output/payslip_ack_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD DELIVERY-LOG-FILE.
       01 DELIVERY-LOG-RECORD     PIC X(60).
      *
       FD ACK-FILE.
       01 ACK-RECORD              PIC X(80).
      *
       FD ACK-LEDGER-FILE.
       01 ACK-LEDGER-RECORD       PIC X(30).
      *
       FD HOLIDAYS-FILE.
       01 HOLIDAY-RECORD          PIC X(8).
      *
       FD OUTSTANDING-REPORT-FILE.
       01 OUTSTANDING-REPORT-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 DELIVERY-LOG-FILE-STATUS PIC XX.
       01 ACK-FILE-STATUS         PIC XX.
       01 ACK-LEDGER-FILE-STATUS  PIC XX.
       01 HOLIDAYS-FILE-STATUS    PIC XX.
       01 AUDIT-LOG-RECORD        PIC X(100).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
       01 TODAY-DATE              PIC 9(8).
      *
      * The statutory window, in business days after payment.
       01 DELIVERY-DEADLINE-DAYS  PIC 9 VALUE 3.
      *
      * Every delivered slip, with its acknowledgment date once one
      * has arrived (zero until then).
       01 DLV-MAX                 PIC 9(5) VALUE 20000.
       01 DLV-COUNT               PIC 9(5) VALUE 0.
       01 DLV-TABLE.
           05 DLV-ENTRY OCCURS 20000 TIMES.
               10 DLV-DOC-NUMBER  PIC X(16).
               10 DLV-EMP         PIC X(5).
               10 DLV-PAY-DATE    PIC 9(8).
               10 DLV-RUN-ID      PIC X(16).
               10 DLV-ACK-DATE    PIC 9(8).
       01 DLV-IDX                 PIC 9(5).
       01 DLV-FOUND-FLAG          PIC X.
           88 DLV-FOUND           VALUE "Y".
       01 DLV-DOC-TOKEN           PIC X(16).
       01 DLV-EMP-TOKEN           PIC X(5).
       01 DLV-DATE-TOKEN          PIC X(8).
       01 DLV-RUN-TOKEN           PIC X(16).
      *
       01 HOLIDAY-MAX             PIC 999 VALUE 200.
       01 HOLIDAY-COUNT           PIC 999 VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 200 TIMES PIC 9(8).
       01 HOLIDAY-IDX             PIC 999.
       01 HOLIDAY-CHECK-DATE      PIC 9(8).
       01 HOLIDAY-MATCH-FLAG      PIC X.
           88 HOLIDAY-MATCH-FOUND VALUE "Y".
      *
      * Business days from a pay date to a later date: each day
      * after the pay date up to and including the later one that
      * is neither a weekend nor a holiday (day-of-week is serial
      * mod 7, 0 = Sunday).
       01 AGE-FROM-DATE           PIC 9(8).
       01 AGE-TO-DATE             PIC 9(8).
       01 AGE-SERIAL              PIC 9(9).
       01 AGE-END-SERIAL          PIC 9(9).
       01 AGE-BUSINESS-DAYS       PIC 9(5).
       01 DAY-OF-WEEK-WORK        PIC 9.
      *
       01 ACK-DOC-TOKEN           PIC X(16).
       01 ACK-DATE-TOKEN          PIC X(8).
       01 ACK-COUNT               PIC 9(5) VALUE 0.
       01 MATCHED-COUNT           PIC 9(5) VALUE 0.
       01 UNMATCHED-COUNT         PIC 9(5) VALUE 0.
       01 LATE-ACK-COUNT          PIC 9(5) VALUE 0.
       01 OUTSTANDING-COUNT       PIC 9(5) VALUE 0.
       01 OVERDUE-COUNT           PIC 9(5) VALUE 0.
       01 AGE-STATE               PIC X(7).
       01 DISP-COUNT              PIC ZZZZ9.
       01 DISP-AGE                PIC ZZZZ9.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           ACCEPT RUN-DATE FROM DATE
           ACCEPT RUN-TIME FROM TIME
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID

           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-DELIVERIES
           PERFORM LOAD-ACK-LEDGER

           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           STRING "RUN-ID " RUN-ID " PAYSLIP DELIVERY ACKNOWLEDGMENT"
                  " AS OF " TODAY-DATE
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD

           PERFORM PROCESS-ACK-FILE
           PERFORM WRITE-OUTSTANDING-REPORT
           CLOSE OUTSTANDING-REPORT-FILE

           PERFORM SAVE-ACK-LEDGER
           PERFORM WRITE-AUDIT-LOG-ENTRY

           MOVE OUTSTANDING-COUNT TO DISP-COUNT
           DISPLAY "PAYSLIP ACK COMPLETE -- " DISP-COUNT
               " SLIP(S) UNACKNOWLEDGED, SEE "
               "output/payslip_ack_outstanding.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   PAYSLIP DELIVERY ACKNOWLEDGMENTS   "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-HOLIDAYS.
           MOVE 0 TO HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF HOLIDAYS-FILE-STATUS = "00"
               PERFORM UNTIL HOLIDAYS-FILE-STATUS NOT = "00"
                   READ HOLIDAYS-FILE
                       AT END
                           MOVE "10" TO HOLIDAYS-FILE-STATUS
                       NOT AT END
                           IF HOLIDAY-RECORD IS NUMERIC
                                   AND HOLIDAY-COUNT < HOLIDAY-MAX
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE HOLIDAY-RECORD
                                   TO HOLIDAY-ENTRY (HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF.
      *
       LOAD-DELIVERIES.
           MOVE 0 TO DLV-COUNT
           OPEN INPUT DELIVERY-LOG-FILE
           IF DELIVERY-LOG-FILE-STATUS = "00"
               PERFORM UNTIL DELIVERY-LOG-FILE-STATUS NOT = "00"
                   READ DELIVERY-LOG-FILE
                       AT END
                           MOVE "10" TO DELIVERY-LOG-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO DLV-DOC-TOKEN DLV-EMP-TOKEN
                               DLV-DATE-TOKEN DLV-RUN-TOKEN
                           UNSTRING DELIVERY-LOG-RECORD
                               DELIMITED BY SPACE
                               INTO DLV-DOC-TOKEN DLV-EMP-TOKEN
                                    DLV-DATE-TOKEN DLV-RUN-TOKEN
                           IF DLV-DOC-TOKEN NOT = SPACES
                                   AND DLV-DATE-TOKEN IS NUMERIC
                                   AND DLV-COUNT < DLV-MAX
                               ADD 1 TO DLV-COUNT
                               MOVE DLV-DOC-TOKEN
                                   TO DLV-DOC-NUMBER (DLV-COUNT)
                               MOVE DLV-EMP-TOKEN
                                   TO DLV-EMP (DLV-COUNT)
                               MOVE DLV-DATE-TOKEN
                                   TO DLV-PAY-DATE (DLV-COUNT)
                               MOVE DLV-RUN-TOKEN
                                   TO DLV-RUN-ID (DLV-COUNT)
                               MOVE 0 TO DLV-ACK-DATE (DLV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-LOG-FILE
           END-IF.
      *
      * Acknowledgments already proven on earlier runs.
       LOAD-ACK-LEDGER.
           OPEN INPUT ACK-LEDGER-FILE
           IF ACK-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL ACK-LEDGER-FILE-STATUS NOT = "00"
                   READ ACK-LEDGER-FILE
                       AT END
                           MOVE "10" TO ACK-LEDGER-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO ACK-DOC-TOKEN ACK-DATE-TOKEN
                           UNSTRING ACK-LEDGER-RECORD
                               DELIMITED BY SPACE
                               INTO ACK-DOC-TOKEN ACK-DATE-TOKEN
                           PERFORM FIND-DELIVERY
                           IF DLV-FOUND AND ACK-DATE-TOKEN IS NUMERIC
                               MOVE ACK-DATE-TOKEN
                                   TO DLV-ACK-DATE (DLV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-LEDGER-FILE
           END-IF.
      *
       FIND-DELIVERY.
           MOVE "N" TO DLV-FOUND-FLAG
           PERFORM VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-COUNT OR DLV-FOUND
               IF DLV-DOC-NUMBER (DLV-IDX) = ACK-DOC-TOKEN
                   SET DLV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DLV-FOUND
               SUBTRACT 1 FROM DLV-IDX
           END-IF.
      *
       PROCESS-ACK-FILE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               MOVE SPACES TO OUTSTANDING-REPORT-RECORD
               STRING "NO ACKNOWLEDGMENT FILE ON HAND "
                      "(data/payslip_ack.txt) -- LEDGER UNCHANGED"
                   DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
               WRITE OUTSTANDING-REPORT-RECORD
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ ACK-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO ACK-COUNT
                           PERFORM PROCESS-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF
           MOVE "N" TO EOF-FLAG.
      *
      * The first acknowledgment of a slip is its proof; a repeat
      * from the channel leaves the original date alone.
       PROCESS-ONE-ACK.
           MOVE SPACES TO ACK-DOC-TOKEN ACK-DATE-TOKEN
           UNSTRING ACK-RECORD DELIMITED BY SPACE
               INTO ACK-DOC-TOKEN ACK-DATE-TOKEN
           PERFORM FIND-DELIVERY
           IF NOT DLV-FOUND OR ACK-DATE-TOKEN IS NOT NUMERIC
               ADD 1 TO UNMATCHED-COUNT
               MOVE SPACES TO OUTSTANDING-REPORT-RECORD
               STRING "UNMATCHED ACK: " ACK-RECORD
                   DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
               WRITE OUTSTANDING-REPORT-RECORD
           ELSE
               IF DLV-ACK-DATE (DLV-IDX) = 0
                   ADD 1 TO MATCHED-COUNT
                   MOVE ACK-DATE-TOKEN TO DLV-ACK-DATE (DLV-IDX)
               END-IF
           END-IF.
      *
      * Acknowledged slips that came back after the window first --
      * the ones an inspector would question -- then every slip
      * still unacknowledged, aged, OVERDUE once the window is gone.
       WRITE-OUTSTANDING-REPORT.
           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE "ACKNOWLEDGED AFTER THE THREE-BUSINESS-DAY WINDOW"
               TO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE 0 TO LATE-ACK-COUNT
           PERFORM VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-COUNT
               IF DLV-ACK-DATE (DLV-IDX) > 0
                   MOVE DLV-PAY-DATE (DLV-IDX) TO AGE-FROM-DATE
                   MOVE DLV-ACK-DATE (DLV-IDX) TO AGE-TO-DATE
                   PERFORM COUNT-BUSINESS-DAYS
                   IF AGE-BUSINESS-DAYS > DELIVERY-DEADLINE-DAYS
                       ADD 1 TO LATE-ACK-COUNT
                       MOVE AGE-BUSINESS-DAYS TO DISP-AGE
                       MOVE SPACES TO OUTSTANDING-REPORT-RECORD
                       STRING DLV-DOC-NUMBER (DLV-IDX) " "
                              DLV-EMP (DLV-IDX)
                              "  PAID " DLV-PAY-DATE (DLV-IDX)
                              "  ACK " DLV-ACK-DATE (DLV-IDX)
                              "  BUSINESS DAYS " DISP-AGE
                           DELIMITED BY SIZE
                           INTO OUTSTANDING-REPORT-RECORD
                       WRITE OUTSTANDING-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE "UNACKNOWLEDGED SLIPS" TO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           STRING "BOLETA           ID     PAID      BDAYS     STATE"
                  "    RUN-ID"
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE 0 TO OUTSTANDING-COUNT
           MOVE 0 TO OVERDUE-COUNT
           PERFORM VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-COUNT
               IF DLV-ACK-DATE (DLV-IDX) = 0
                   ADD 1 TO OUTSTANDING-COUNT
                   MOVE DLV-PAY-DATE (DLV-IDX) TO AGE-FROM-DATE
                   MOVE TODAY-DATE TO AGE-TO-DATE
                   PERFORM COUNT-BUSINESS-DAYS
                   IF AGE-BUSINESS-DAYS > DELIVERY-DEADLINE-DAYS
                       ADD 1 TO OVERDUE-COUNT
                       MOVE "OVERDUE" TO AGE-STATE
                   ELSE
                       MOVE "OPEN" TO AGE-STATE
                   END-IF
                   MOVE AGE-BUSINESS-DAYS TO DISP-AGE
                   MOVE SPACES TO OUTSTANDING-REPORT-RECORD
                   STRING DLV-DOC-NUMBER (DLV-IDX) " "
                          DLV-EMP (DLV-IDX) "  "
                          DLV-PAY-DATE (DLV-IDX) "  "
                          DISP-AGE "     "
                          AGE-STATE "  "
                          DLV-RUN-ID (DLV-IDX)
                       DELIMITED BY SIZE
                       INTO OUTSTANDING-REPORT-RECORD
                   WRITE OUTSTANDING-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE OUTSTANDING-COUNT TO DISP-COUNT
           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           STRING "UNACKNOWLEDGED: " DISP-COUNT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE OVERDUE-COUNT TO DISP-COUNT
           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           STRING "PAST THE WINDOW: " DISP-COUNT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD
           MOVE LATE-ACK-COUNT TO DISP-COUNT
           MOVE SPACES TO OUTSTANDING-REPORT-RECORD
           STRING "ACKNOWLEDGED LATE: " DISP-COUNT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
           WRITE OUTSTANDING-REPORT-RECORD.
      *
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO AGE-BUSINESS-DAYS
           IF AGE-TO-DATE > AGE-FROM-DATE
               COMPUTE AGE-SERIAL =
                   FUNCTION INTEGER-OF-DATE (AGE-FROM-DATE)
               COMPUTE AGE-END-SERIAL =
                   FUNCTION INTEGER-OF-DATE (AGE-TO-DATE)
               PERFORM UNTIL AGE-SERIAL >= AGE-END-SERIAL
                   ADD 1 TO AGE-SERIAL
                   COMPUTE DAY-OF-WEEK-WORK =
                       FUNCTION MOD (AGE-SERIAL, 7)
                   PERFORM CHECK-HOLIDAY-MATCH
                   IF DAY-OF-WEEK-WORK NOT = 0
                           AND DAY-OF-WEEK-WORK NOT = 6
                           AND NOT HOLIDAY-MATCH-FOUND
                       ADD 1 TO AGE-BUSINESS-DAYS
                   END-IF
               END-PERFORM
           END-IF.
      *
       CHECK-HOLIDAY-MATCH.
           MOVE "N" TO HOLIDAY-MATCH-FLAG
           COMPUTE HOLIDAY-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (AGE-SERIAL)
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF HOLIDAY-ENTRY (HOLIDAY-IDX) = HOLIDAY-CHECK-DATE
                   MOVE "Y" TO HOLIDAY-MATCH-FLAG
               END-IF
           END-PERFORM.
      *
       SAVE-ACK-LEDGER.
           OPEN OUTPUT ACK-LEDGER-FILE
           PERFORM VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-COUNT
               IF DLV-ACK-DATE (DLV-IDX) > 0
                   MOVE SPACES TO ACK-LEDGER-RECORD
                   STRING FUNCTION TRIM (DLV-DOC-NUMBER (DLV-IDX))
                          " " DLV-ACK-DATE (DLV-IDX)
                       DELIMITED BY SIZE INTO ACK-LEDGER-RECORD
                   WRITE ACK-LEDGER-RECORD
               END-IF
           END-PERFORM
           CLOSE ACK-LEDGER-FILE.
      *
       WRITE-AUDIT-LOG-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=PAYSLIP-ACK MATCHED=" MATCHED-COUNT
                  " OUTSTANDING=" OUTSTANDING-COUNT
                  " OVERDUE=" OVERDUE-COUNT
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
       END PROGRAM PAYSLIP-ACKNOWLEDGMENT.
      *
