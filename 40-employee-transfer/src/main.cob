               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS TARGET-MASTER-FILE-STATUS.
      *
      * Both YTD masters, keyed on employee and year, on each side:
      * the employee's records are read off the source tree's copy
      * by key, added into the target's, and deleted from the
      * source. The source files are mirrored field-for-field the
      * same way the source master is.
           SELECT SOURCE-YTD-FILE
               ASSIGN TO DYNAMIC SOURCE-YTD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRC-YTDM-KEY
               FILE STATUS IS SOURCE-YTD-FILE-STATUS.
      *
           SELECT TARGET-YTD-FILE
               ASSIGN TO DYNAMIC TARGET-YTD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS TARGET-YTD-FILE-STATUS.
      *
           SELECT SOURCE-PAYSLIP-YTD-FILE
               ASSIGN TO DYNAMIC SOURCE-PAYSLIP-YTD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRC-PSYTD-KEY
               FILE STATUS IS SOURCE-PAYSLIP-YTD-FILE-STATUS.
      *
           SELECT TARGET-PAYSLIP-YTD-FILE
               ASSIGN TO DYNAMIC TARGET-PAYSLIP-YTD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSYTD-KEY
               FILE STATUS IS TARGET-PAYSLIP-YTD-FILE-STATUS.
      *
      * The generic line-sequential move: one balance file read from
      * the source tree, its kept lines staged and written back, the
      * matching lines appended to the target tree's counterpart.
               ASSIGN TO DYNAMIC RUN-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 SRC-EMPMAST-HIRE-DATE   PIC 9(8).
           05 SRC-EMPMAST-TERM-DATE   PIC 9(8).
           05 SRC-EMPMAST-GRADE       PIC X(4).
           05 SRC-EMPMAST-SEX         PIC X(1).
           05 SRC-EMPMAST-JOB-CATEGORY PIC X(6).
           05 SRC-EMPMAST-PAY-JUSTIFY PIC X(4).
           05 SRC-EMPMAST-CIVIL-CATEGORY PIC X(8).
           05 SRC-EMPMAST-LANGUAGE    PIC X(2).
           05 SRC-EMPMAST-BIRTH-DATE  PIC 9(8).
           05 SRC-EMPMAST-PENSIONER   PIC X(1).
           05 SRC-EMPMAST-NET-GUARANTEED PIC X(1).
           05 SRC-EMPMAST-TARGET-NET  PIC 9(7)V99.
      *
       FD TARGET-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD SOURCE-YTD-FILE.
      * Same shape as YTD-MASTER-RECORD.CPY, SRC-prefixed.
       01 SRC-YTDM-RECORD.
           05 SRC-YTDM-KEY.
               10 SRC-YTDM-EMP-ID     PIC 9(5).
               10 SRC-YTDM-YEAR       PIC 9(4).
           05 FILLER                  PIC X(1).
           05 SRC-YTDM-TOTAL-PAY      PIC 9(7)V99.
      *
       FD TARGET-YTD-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD SOURCE-PAYSLIP-YTD-FILE.
      * Same shape as PAYSLIP-YTD-RECORD.CPY, SRC-prefixed.
       01 SRC-PSYTD-RECORD.
           05 SRC-PSYTD-KEY.
               10 SRC-PSYTD-EMP-ID    PIC X(5).
               10 SRC-PSYTD-YEAR      PIC 9(4).
           05 FILLER                  PIC X(1).
           05 SRC-PSYTD-GROSS         PIC 9(7)V99.
           05 FILLER                  PIC X(1).
           05 SRC-PSYTD-DEDUCTIONS    PIC 9(7)V99.
           05 FILLER                  PIC X(1).
           05 SRC-PSYTD-NET           PIC 9(7)V99.
           05 FILLER                  PIC X(1).
           05 SRC-PSYTD-TAX           PIC 9(7)V99.
      *
       FD TARGET-PAYSLIP-YTD-FILE.
       COPY "PAYSLIP-YTD-RECORD.CPY".
      *
       FD MOVE-IN-FILE.
       01 MOVE-IN-RECORD          PIC X(160).
      *
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01 SOURCE-MASTER-FILE-STATUS PIC XX.
       01 TARGET-MASTER-FILE-STATUS PIC XX.
       01 SOURCE-YTD-FILE-STATUS  PIC XX.
       01 TARGET-YTD-FILE-STATUS  PIC XX.
       01 SOURCE-PAYSLIP-YTD-FILE-STATUS PIC XX.
       01 TARGET-PAYSLIP-YTD-FILE-STATUS PIC XX.
       01 SOURCE-YTD-FILE-NAME    PIC X(140).
       01 TARGET-YTD-FILE-NAME    PIC X(140).
       01 SOURCE-PAYSLIP-YTD-FILE-NAME PIC X(140).
       01 TARGET-PAYSLIP-YTD-FILE-NAME PIC X(140).
       01 MOVE-IN-FILE-STATUS     PIC XX.
       01 MOVE-OUT-FILE-STATUS    PIC XX.
       01 MOVE-TARGET-FILE-STATUS PIC XX.
       01 RUN-LOCK-FILE-STATUS    PIC XX.
       01 SOURCE-MASTER-FILE-NAME PIC X(140).
       01 TARGET-MASTER-FILE-NAME PIC X(140).
       01 MOVE-IN-FILE-NAME       PIC X(140).
       01 MOVE-OUT-FILE-NAME      PIC X(140).
       01 MOVE-TARGET-FILE-NAME   PIC X(140).
       01 RUN-LOCK-FILE-NAME      PIC X(140).
       01 AUDIT-LOG-RECORD        PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
      * each line names the employee (the loan, advance, and
      * garnishment files key the employee second, behind their own
      * document IDs).
       01 MOVE-SPEC-COUNT         PIC 99 VALUE 10.
       01 MOVE-SPEC-VALUES.
           05 FILLER PIC X(36) VALUE "1data/vacation_balances.txt".
           05 FILLER PIC X(36) VALUE "1data/comp_time_bank.txt".
           05 FILLER PIC X(36) VALUE "1data/deduction_arrears.txt".
               "2data/advances_outstanding.txt".
           05 FILLER PIC X(36) VALUE "2data/garnishment_orders.txt".
       01 MOVE-SPEC-TABLE REDEFINES MOVE-SPEC-VALUES.
           05 MOVE-SPEC-ENTRY OCCURS 10 TIMES.
               10 MOVE-SPEC-POSITION PIC 9.
               10 MOVE-SPEC-PATH     PIC X(35).
       01 MOVE-SPEC-IDX           PIC 99.
      *
       01 TREE-EOF-FLAG           PIC X VALUE "N".
           88 TREE-EOF            VALUE "Y".
       01 MOVED-YTD-COUNT         PIC 9(4).
      *
      *------------------
       PROCEDURE DIVISION.
           PERFORM ACQUIRE-TREE-LOCK

           PERFORM MOVE-MASTER-RECORD
           PERFORM MOVE-YTD-MASTER
           PERFORM MOVE-PAYSLIP-YTD

           PERFORM VARYING MOVE-SPEC-IDX FROM 1 BY 1
                   UNTIL MOVE-SPEC-IDX > MOVE-SPEC-COUNT
           MOVE SRC-EMPMAST-HIRE-DATE TO EMPMAST-HIRE-DATE
           MOVE 0 TO EMPMAST-TERM-DATE
           MOVE SRC-EMPMAST-GRADE TO EMPMAST-GRADE
           MOVE SRC-EMPMAST-SEX TO EMPMAST-SEX
           MOVE SRC-EMPMAST-JOB-CATEGORY TO EMPMAST-JOB-CATEGORY
           MOVE SRC-EMPMAST-PAY-JUSTIFY TO EMPMAST-PAY-JUSTIFY
           MOVE SRC-EMPMAST-CIVIL-CATEGORY TO EMPMAST-CIVIL-CATEGORY
           MOVE SRC-EMPMAST-LANGUAGE TO EMPMAST-LANGUAGE
           MOVE SRC-EMPMAST-BIRTH-DATE TO EMPMAST-BIRTH-DATE
           MOVE SRC-EMPMAST-PENSIONER TO EMPMAST-PENSIONER
           MOVE SRC-EMPMAST-NET-GUARANTEED TO EMPMAST-NET-GUARANTEED
           MOVE SRC-EMPMAST-TARGET-NET TO EMPMAST-TARGET-NET
           WRITE EMPMAST-RECORD
               INVALID KEY
                   DISPLAY "TRANSFER ABORTED -- EMPLOYEE "
           REWRITE SRC-EMPMAST-RECORD
           CLOSE SOURCE-MASTER-FILE.
      *
      * Every year the employee has on the source tree's YTD master
      * moves to the target's -- added onto a record the target
      * already holds for that year, written new otherwise -- and
      * comes off the source. A source tree with no YTD master has
      * nothing to carry.
       MOVE-YTD-MASTER.
           MOVE SPACES TO SOURCE-YTD-FILE-NAME
           STRING FUNCTION TRIM (TRANSFER-FROM-PARM)
                  "/data/ytd_master.idx"
               DELIMITED BY SIZE INTO SOURCE-YTD-FILE-NAME
           MOVE SPACES TO TARGET-YTD-FILE-NAME
           STRING FUNCTION TRIM (TRANSFER-TO-PARM)
                  "/data/ytd_master.idx"
               DELIMITED BY SIZE INTO TARGET-YTD-FILE-NAME
           MOVE 0 TO MOVED-YTD-COUNT
           MOVE "N" TO TREE-EOF-FLAG
           OPEN I-O SOURCE-YTD-FILE
           IF SOURCE-YTD-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN I-O TARGET-YTD-FILE
               IF TARGET-YTD-FILE-STATUS = "35"
                   OPEN OUTPUT TARGET-YTD-FILE
                   CLOSE TARGET-YTD-FILE
                   OPEN I-O TARGET-YTD-FILE
               END-IF
               IF TARGET-YTD-FILE-STATUS NOT = "00"
                   DISPLAY "*** CANNOT OPEN "
                       FUNCTION TRIM (TARGET-YTD-FILE-NAME)
                       " (STATUS " TARGET-YTD-FILE-STATUS
                       ") -- YTD MASTER NOT CARRIED ***"
               ELSE
                   MOVE TRANSFER-EMP-ID TO SRC-YTDM-EMP-ID
                   MOVE 0 TO SRC-YTDM-YEAR
                   START SOURCE-YTD-FILE
                       KEY NOT < SRC-YTDM-KEY
                       INVALID KEY
                           SET TREE-EOF TO TRUE
                   END-START
                   PERFORM UNTIL TREE-EOF
                       READ SOURCE-YTD-FILE NEXT RECORD
                           AT END
                               SET TREE-EOF TO TRUE
                           NOT AT END
                               IF SRC-YTDM-EMP-ID NOT = TRANSFER-EMP-ID
                                   SET TREE-EOF TO TRUE
                               ELSE
                                   PERFORM MOVE-ONE-YTD-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-YTD-FILE
               END-IF
               CLOSE SOURCE-YTD-FILE
               IF MOVED-YTD-COUNT > 0
                   ADD MOVED-YTD-COUNT TO TOTAL-MOVED-LINES
                   DISPLAY "MOVED " MOVED-YTD-COUNT
                       " RECORD(S) OF data/ytd_master.idx"
               END-IF
           END-IF
           MOVE "N" TO TREE-EOF-FLAG.
      *
       MOVE-ONE-YTD-RECORD.
           MOVE SRC-YTDM-KEY TO YTDM-KEY
           READ TARGET-YTD-FILE
               INVALID KEY
                   MOVE SRC-YTDM-RECORD TO YTDM-RECORD
                   WRITE YTDM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD SRC-YTDM-TOTAL-PAY TO YTDM-TOTAL-PAY
                   REWRITE YTDM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           DELETE SOURCE-YTD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO MOVED-YTD-COUNT.
      *
      * The same carry for the payslip run's YTD master, every
      * figure added field by field.
       MOVE-PAYSLIP-YTD.
           MOVE SPACES TO SOURCE-PAYSLIP-YTD-FILE-NAME
           STRING FUNCTION TRIM (TRANSFER-FROM-PARM)
                  "/data/payslip_ytd.idx"
               DELIMITED BY SIZE INTO SOURCE-PAYSLIP-YTD-FILE-NAME
           MOVE SPACES TO TARGET-PAYSLIP-YTD-FILE-NAME
           STRING FUNCTION TRIM (TRANSFER-TO-PARM)
                  "/data/payslip_ytd.idx"
               DELIMITED BY SIZE INTO TARGET-PAYSLIP-YTD-FILE-NAME
           MOVE 0 TO MOVED-YTD-COUNT
           MOVE "N" TO TREE-EOF-FLAG
           OPEN I-O SOURCE-PAYSLIP-YTD-FILE
           IF SOURCE-PAYSLIP-YTD-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN I-O TARGET-PAYSLIP-YTD-FILE
               IF TARGET-PAYSLIP-YTD-FILE-STATUS = "35"
                   OPEN OUTPUT TARGET-PAYSLIP-YTD-FILE
                   CLOSE TARGET-PAYSLIP-YTD-FILE
                   OPEN I-O TARGET-PAYSLIP-YTD-FILE
               END-IF
               IF TARGET-PAYSLIP-YTD-FILE-STATUS NOT = "00"
                   DISPLAY "*** CANNOT OPEN "
                       FUNCTION TRIM (TARGET-PAYSLIP-YTD-FILE-NAME)
                       " (STATUS " TARGET-PAYSLIP-YTD-FILE-STATUS
                       ") -- PAYSLIP YTD NOT CARRIED ***"
               ELSE
                   MOVE TRANSFER-EMP-PARM TO SRC-PSYTD-EMP-ID
                   MOVE 0 TO SRC-PSYTD-YEAR
                   START SOURCE-PAYSLIP-YTD-FILE
                       KEY NOT < SRC-PSYTD-KEY
                       INVALID KEY
                           SET TREE-EOF TO TRUE
                   END-START
                   PERFORM UNTIL TREE-EOF
                       READ SOURCE-PAYSLIP-YTD-FILE NEXT RECORD
                           AT END
                               SET TREE-EOF TO TRUE
                           NOT AT END
                               IF SRC-PSYTD-EMP-ID
                                       NOT = TRANSFER-EMP-PARM
                                   SET TREE-EOF TO TRUE
                               ELSE
                                   PERFORM MOVE-ONE-PAYSLIP-YTD-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-PAYSLIP-YTD-FILE
               END-IF
               CLOSE SOURCE-PAYSLIP-YTD-FILE
               IF MOVED-YTD-COUNT > 0
                   ADD MOVED-YTD-COUNT TO TOTAL-MOVED-LINES
                   DISPLAY "MOVED " MOVED-YTD-COUNT
                       " RECORD(S) OF data/payslip_ytd.idx"
               END-IF
           END-IF
           MOVE "N" TO TREE-EOF-FLAG.
      *
       MOVE-ONE-PAYSLIP-YTD-RECORD.
           IF SRC-PSYTD-TAX IS NOT NUMERIC
               MOVE 0 TO SRC-PSYTD-TAX
           END-IF
           MOVE SRC-PSYTD-KEY TO PSYTD-KEY
           READ TARGET-PAYSLIP-YTD-FILE
               INVALID KEY
                   MOVE SRC-PSYTD-RECORD TO PSYTD-RECORD
                   WRITE PSYTD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PSYTD-TAX IS NOT NUMERIC
                       MOVE 0 TO PSYTD-TAX
                   END-IF
                   ADD SRC-PSYTD-GROSS TO PSYTD-GROSS
                   ADD SRC-PSYTD-DEDUCTIONS TO PSYTD-DEDUCTIONS
                   ADD SRC-PSYTD-NET TO PSYTD-NET
                   ADD SRC-PSYTD-TAX TO PSYTD-TAX
                   REWRITE PSYTD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           DELETE SOURCE-PAYSLIP-YTD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO MOVED-YTD-COUNT.
      *
      * One balance file: the employee's lines come out of the
      * source tree's copy and ride over to the target tree's,
      * everything else staying exactly where it was. A file the
      *
      * One line on each side's audit trail, both carrying the same
      * transfer reference, so either tree's auditor can find the
      * other half of the move. Each goes onto that tree's own
      * chain.
       WRITE-TREE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "RUN " RUN-DATE " " RUN-TIME
                  " TYPE=TRANSFER EMP=" TRANSFER-EMP-PARM
                  " TO=" FUNCTION TRIM (TRANSFER-TO-PARM)
                  " REF=" FUNCTION TRIM (TRANSFER-REF)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           INITIALIZE AUDIT-CHAIN-PARMS
           SET CHAIN-APPEND TO TRUE
           SET CHAIN-TO-TRAIL TO TRUE
           MOVE LOCK-TREE-PREFIX TO CHAIN-DIRECTORY
           MOVE AUDIT-LOG-RECORD TO CHAIN-TEXT
           CALL "auditchain" USING AUDIT-CHAIN-PARMS.
      *
      * Takes one tree's run lock, same scheme as the payroll
      * engine's ACQUIRE-RUN-LOCK but against the tree's own
