      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CONTRACT-ALERTS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The weekly contract alert list off the contract master
      * employee maintenance keeps: fixed-term contracts ending
      * soon, contracts already lapsed while the employee is still
      * active (the ones that silently turn indefinite), probation
      * periods about to end, and employees close to the five-year
      * cumulative fixed-term limit. Windows in days are
      * CONTRACT_ALERT_DAYS (default 30), PROBATION_ALERT_DAYS
      * (default 15) and LIMIT_ALERT_DAYS (default 180);
      * ALERT_AS_OF (YYYYMMDD) reruns a week that was missed.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "data/employee_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPMAST-ID
               FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
      * One line per contract ever signed: "EMP-ID TYPE START END
      * RENEWAL PROBATION-END", zero where there is no date.
           SELECT CONTRACT-FILE
               ASSIGN TO "data/contracts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.
      *
           SELECT ALERT-REPORT-FILE
               ASSIGN TO "output/contract_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-REPORT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
      *
       FD CONTRACT-FILE.
       01 CONTRACT-RECORD           PIC X(60).
      *
       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-RECORD       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 EMPLOYEE-MASTER-FILE-STATUS PIC XX.
       01 CONTRACT-FILE-STATUS      PIC XX.
       01 ALERT-REPORT-FILE-STATUS  PIC XX.
       01 MASTER-EOF-FLAG           PIC X VALUE "N".
           88 MASTER-EOF            VALUE "Y".
      *
       01 AS-OF-PARM                PIC X(8).
       01 AS-OF-DATE                PIC 9(8).
       01 AS-OF-SERIAL              PIC 9(9).
       01 WINDOW-PARM               PIC X(4).
       01 CONTRACT-WINDOW-DAYS      PIC 9(4) VALUE 30.
       01 PROBATION-WINDOW-DAYS     PIC 9(4) VALUE 15.
       01 LIMIT-WINDOW-DAYS         PIC 9(4) VALUE 180.
      * Five years of fixed-term service, in days -- the same limit
      * maintenance holds CONTRACT and RENEW requests to.
       01 LIMIT-DAYS                PIC 9(5) VALUE 1826.
      *
      * Each employee's contracts folded to one entry: the latest
      * contract (latest start), the latest probation end on any of
      * them, and the fixed-term days served under all of them.
       01 CTR-MAX                   PIC 9(4) VALUE 2000.
       01 CTR-COUNT                 PIC 9(4) VALUE 0.
       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 2000 TIMES.
               10 CTR-EMP-ID        PIC 9(5).
               10 CTR-TYPE          PIC X(8).
               10 CTR-START         PIC 9(8).
               10 CTR-END           PIC 9(8).
               10 CTR-RENEWAL       PIC 99.
               10 CTR-PROBATION-END PIC 9(8).
               10 CTR-FIXED-DAYS    PIC 9(5).
       01 CTR-IDX                   PIC 9(4).
       01 CTR-FOUND-FLAG            PIC X.
           88 CTR-FOUND             VALUE "Y".
       01 CTR-EMP-TOKEN             PIC X(5).
       01 CTR-TYPE-TOKEN            PIC X(8).
       01 CTR-START-TOKEN           PIC X(8).
       01 CTR-END-TOKEN             PIC X(8).
       01 CTR-RENEWAL-TOKEN         PIC X(3).
       01 CTR-PROBATION-TOKEN       PIC X(8).
      *
      * The active employees, each pointed at its contract entry
      * (zero when none is on file).
       01 EMP-MAX                   PIC 9(4) VALUE 2000.
       01 EMP-COUNT                 PIC 9(4) VALUE 0.
       01 EMP-TABLE.
           05 EMP-ENTRY OCCURS 2000 TIMES.
               10 EMP-ID            PIC 9(5).
               10 EMP-NAME          PIC X(10).
               10 EMP-DEPT          PIC X(10).
               10 EMP-CTR-IDX       PIC 9(4).
       01 EMP-IDX                   PIC 9(4).
       01 NO-CONTRACT-COUNT         PIC 9(5) VALUE 0.
      *
       01 DAY-GAP                   PIC S9(9).
       01 SECTION-LINES             PIC 9(5).
       01 ENDING-COUNT              PIC 9(5) VALUE 0.
       01 LAPSED-COUNT              PIC 9(5) VALUE 0.
       01 PROBATION-COUNT           PIC 9(5) VALUE 0.
       01 LIMIT-COUNT               PIC 9(5) VALUE 0.
       01 DISP-DAYS                 PIC ZZZZ9.
       01 DISP-WINDOW               PIC ZZZ9.
       01 DISP-FIXED-DAYS           PIC ZZZZ9.
       01 DISP-RENEWAL              PIC Z9.
       01 DISP-COUNT                PIC ZZZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM DISPLAY-HEADER
           MOVE SPACES TO AS-OF-PARM
           ACCEPT AS-OF-PARM FROM ENVIRONMENT "ALERT_AS_OF"
           IF AS-OF-PARM IS NUMERIC
               MOVE AS-OF-PARM TO AS-OF-DATE
           ELSE
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE AS-OF-SERIAL = FUNCTION INTEGER-OF-DATE (AS-OF-DATE)
           MOVE SPACES TO WINDOW-PARM
           ACCEPT WINDOW-PARM FROM ENVIRONMENT "CONTRACT_ALERT_DAYS"
           IF FUNCTION TRIM (WINDOW-PARM) IS NUMERIC
                   AND WINDOW-PARM NOT = SPACES
               COMPUTE CONTRACT-WINDOW-DAYS =
                   FUNCTION NUMVAL (WINDOW-PARM)
           END-IF
           MOVE SPACES TO WINDOW-PARM
           ACCEPT WINDOW-PARM FROM ENVIRONMENT "PROBATION_ALERT_DAYS"
           IF FUNCTION TRIM (WINDOW-PARM) IS NUMERIC
                   AND WINDOW-PARM NOT = SPACES
               COMPUTE PROBATION-WINDOW-DAYS =
                   FUNCTION NUMVAL (WINDOW-PARM)
           END-IF
           MOVE SPACES TO WINDOW-PARM
           ACCEPT WINDOW-PARM FROM ENVIRONMENT "LIMIT_ALERT_DAYS"
           IF FUNCTION TRIM (WINDOW-PARM) IS NUMERIC
                   AND WINDOW-PARM NOT = SPACES
               COMPUTE LIMIT-WINDOW-DAYS =
                   FUNCTION NUMVAL (WINDOW-PARM)
           END-IF

           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-ACTIVE-EMPLOYEES

           OPEN OUTPUT ALERT-REPORT-FILE
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING "CONTRACT ALERTS AS OF " AS-OF-DATE
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           PERFORM WRITE-ENDING-SECTION
           PERFORM WRITE-LAPSED-SECTION
           PERFORM WRITE-PROBATION-SECTION
           PERFORM WRITE-LIMIT-SECTION
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE NO-CONTRACT-COUNT TO DISP-COUNT
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING "ACTIVE EMPLOYEES WITH NO CONTRACT ON FILE: "
                  DISP-COUNT
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           CLOSE ALERT-REPORT-FILE

           DISPLAY "ENDING SOON " ENDING-COUNT "  LAPSED "
               LAPSED-COUNT "  PROBATION " PROBATION-COUNT
               "  NEAR LIMIT " LIMIT-COUNT
           DISPLAY "CONTRACT ALERTS WRITTEN TO "
               "output/contract_alerts.txt"
           STOP RUN.
      *
       DISPLAY-HEADER.
           DISPLAY SPACES
           DISPLAY "======================================"
           DISPLAY "   CONTRACT ALERTS                    "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
       LOAD-CONTRACTS.
           MOVE 0 TO CTR-COUNT
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = "00"
               PERFORM UNTIL CONTRACT-FILE-STATUS NOT = "00"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "10" TO CONTRACT-FILE-STATUS
                       NOT AT END
                           PERFORM FOLD-ONE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.
      *
       FOLD-ONE-CONTRACT.
           MOVE SPACES TO CTR-EMP-TOKEN CTR-TYPE-TOKEN CTR-START-TOKEN
               CTR-END-TOKEN CTR-RENEWAL-TOKEN CTR-PROBATION-TOKEN
           UNSTRING CONTRACT-RECORD DELIMITED BY ALL SPACE
               INTO CTR-EMP-TOKEN CTR-TYPE-TOKEN CTR-START-TOKEN
                    CTR-END-TOKEN CTR-RENEWAL-TOKEN
                    CTR-PROBATION-TOKEN
           IF CTR-EMP-TOKEN IS NUMERIC
                   AND CTR-START-TOKEN IS NUMERIC
                   AND CTR-END-TOKEN IS NUMERIC
               MOVE "N" TO CTR-FOUND-FLAG
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                       UNTIL CTR-IDX > CTR-COUNT OR CTR-FOUND
                   IF CTR-EMP-ID (CTR-IDX) = CTR-EMP-TOKEN
                       SET CTR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF CTR-FOUND
                   SUBTRACT 1 FROM CTR-IDX
               ELSE
                   IF CTR-COUNT < CTR-MAX
                       ADD 1 TO CTR-COUNT
                       MOVE CTR-COUNT TO CTR-IDX
                       MOVE CTR-EMP-TOKEN TO CTR-EMP-ID (CTR-IDX)
                       MOVE 0 TO CTR-START (CTR-IDX)
                       MOVE 0 TO CTR-PROBATION-END (CTR-IDX)
                       MOVE 0 TO CTR-FIXED-DAYS (CTR-IDX)
                   ELSE
                       MOVE 0 TO CTR-IDX
                   END-IF
               END-IF
               IF CTR-IDX > 0
                   PERFORM FOLD-CONTRACT-FIELDS
               END-IF
           END-IF.
      *
       FOLD-CONTRACT-FIELDS.
           IF CTR-START-TOKEN NOT < CTR-START (CTR-IDX)
               MOVE CTR-TYPE-TOKEN TO CTR-TYPE (CTR-IDX)
               MOVE CTR-START-TOKEN TO CTR-START (CTR-IDX)
               MOVE CTR-END-TOKEN TO CTR-END (CTR-IDX)
               IF FUNCTION TRIM (CTR-RENEWAL-TOKEN) IS NUMERIC
                       AND CTR-RENEWAL-TOKEN NOT = SPACES
                   COMPUTE CTR-RENEWAL (CTR-IDX) =
                       FUNCTION NUMVAL (CTR-RENEWAL-TOKEN)
               ELSE
                   MOVE 0 TO CTR-RENEWAL (CTR-IDX)
               END-IF
           END-IF
           IF CTR-PROBATION-TOKEN IS NUMERIC
                   AND CTR-PROBATION-TOKEN
                       > CTR-PROBATION-END (CTR-IDX)
               MOVE CTR-PROBATION-TOKEN
                   TO CTR-PROBATION-END (CTR-IDX)
           END-IF
           IF CTR-TYPE-TOKEN NOT = "INDEF"
                   AND CTR-END-TOKEN > CTR-START-TOKEN
               COMPUTE CTR-FIXED-DAYS (CTR-IDX) =
                   CTR-FIXED-DAYS (CTR-IDX)
                   + FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (CTR-END-TOKEN))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (CTR-START-TOKEN)) + 1
           END-IF.
      *
      * Only active employees can be working on a lapsed contract,
      * so retired ones are never tabled.
       LOAD-ACTIVE-EMPLOYEES.
           MOVE 0 TO EMP-COUNT
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CONTRACT ALERTS ABORTED -- "
                   "data/employee_master.idx NOT AVAILABLE (STATUS "
                   EMPLOYEE-MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EMPMAST-ID
           START EMPLOYEE-MASTER-FILE KEY NOT < EMPMAST-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF EMPMAST-STATUS NOT = "RETIRED"
                               AND EMP-COUNT < EMP-MAX
                           PERFORM TABLE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.
      *
       TABLE-ONE-EMPLOYEE.
           ADD 1 TO EMP-COUNT
           MOVE EMPMAST-ID TO EMP-ID (EMP-COUNT)
           MOVE EMPMAST-NAME TO EMP-NAME (EMP-COUNT)
           MOVE EMPMAST-DEPT TO EMP-DEPT (EMP-COUNT)
           MOVE 0 TO EMP-CTR-IDX (EMP-COUNT)
           MOVE "N" TO CTR-FOUND-FLAG
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > CTR-COUNT OR CTR-FOUND
               IF CTR-EMP-ID (CTR-IDX) = EMPMAST-ID
                   SET CTR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CTR-FOUND
               SUBTRACT 1 FROM CTR-IDX
               MOVE CTR-IDX TO EMP-CTR-IDX (EMP-COUNT)
           ELSE
               ADD 1 TO NO-CONTRACT-COUNT
           END-IF.
      *
      * Latest fixed-term contracts ending from today through the
      * window.
       WRITE-ENDING-SECTION.
           MOVE CONTRACT-WINDOW-DAYS TO DISP-WINDOW
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING "CONTRACTS ENDING IN THE NEXT " DISP-WINDOW " DAYS"
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "ID    NAME       DEPT       TYPE     START    END
      -        "  RENEWAL  DAYS LEFT" TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE EMP-CTR-IDX (EMP-IDX) TO CTR-IDX
               IF CTR-IDX > 0
                   IF CTR-END (CTR-IDX) > 0
                       COMPUTE DAY-GAP = FUNCTION INTEGER-OF-DATE
                           (CTR-END (CTR-IDX)) - AS-OF-SERIAL
                       IF DAY-GAP >= 0
                               AND DAY-GAP <= CONTRACT-WINDOW-DAYS
                           ADD 1 TO SECTION-LINES
                           ADD 1 TO ENDING-COUNT
                           MOVE DAY-GAP TO DISP-DAYS
                           MOVE CTR-RENEWAL (CTR-IDX) TO DISP-RENEWAL
                           MOVE SPACES TO ALERT-REPORT-RECORD
                           STRING EMP-ID (EMP-IDX) " "
                                  EMP-NAME (EMP-IDX) " "
                                  EMP-DEPT (EMP-IDX) " "
                                  CTR-TYPE (CTR-IDX) " "
                                  CTR-START (CTR-IDX) " "
                                  CTR-END (CTR-IDX) "       "
                                  DISP-RENEWAL "      "
                                  DISP-DAYS
                               DELIMITED BY SIZE
                               INTO ALERT-REPORT-RECORD
                           WRITE ALERT-REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.
      *
      * Active employees whose latest contract ended before today:
      * they are working with no contract, and every further day
      * makes the relationship indefinite.
       WRITE-LAPSED-SECTION.
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "CONTRACTS ALREADY EXPIRED -- EMPLOYEE STILL ACTIVE"
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "ID    NAME       DEPT       TYPE     START    END
      -        "  RENEWAL  DAYS OVER" TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE EMP-CTR-IDX (EMP-IDX) TO CTR-IDX
               IF CTR-IDX > 0
                   IF CTR-END (CTR-IDX) > 0
                       COMPUTE DAY-GAP = AS-OF-SERIAL
                           - FUNCTION INTEGER-OF-DATE
                               (CTR-END (CTR-IDX))
                       IF DAY-GAP > 0
                           ADD 1 TO SECTION-LINES
                           ADD 1 TO LAPSED-COUNT
                           MOVE DAY-GAP TO DISP-DAYS
                           MOVE CTR-RENEWAL (CTR-IDX) TO DISP-RENEWAL
                           MOVE SPACES TO ALERT-REPORT-RECORD
                           STRING EMP-ID (EMP-IDX) " "
                                  EMP-NAME (EMP-IDX) " "
                                  EMP-DEPT (EMP-IDX) " "
                                  CTR-TYPE (CTR-IDX) " "
                                  CTR-START (CTR-IDX) " "
                                  CTR-END (CTR-IDX) "       "
                                  DISP-RENEWAL "      "
                                  DISP-DAYS
                               DELIMITED BY SIZE
                               INTO ALERT-REPORT-RECORD
                           WRITE ALERT-REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.
      *
      * Probation periods ending from today through the window --
      * the last point to decide whether the hire stays.
       WRITE-PROBATION-SECTION.
           MOVE PROBATION-WINDOW-DAYS TO DISP-WINDOW
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING "PROBATION ENDING IN THE NEXT " DISP-WINDOW " DAYS"
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "ID    NAME       DEPT       PROBATION END  DAYS LEFT"
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE EMP-CTR-IDX (EMP-IDX) TO CTR-IDX
               IF CTR-IDX > 0
                   IF CTR-PROBATION-END (CTR-IDX) > 0
                       COMPUTE DAY-GAP = FUNCTION INTEGER-OF-DATE
                           (CTR-PROBATION-END (CTR-IDX))
                           - AS-OF-SERIAL
                       IF DAY-GAP >= 0
                               AND DAY-GAP <= PROBATION-WINDOW-DAYS
                           ADD 1 TO SECTION-LINES
                           ADD 1 TO PROBATION-COUNT
                           MOVE DAY-GAP TO DISP-DAYS
                           MOVE SPACES TO ALERT-REPORT-RECORD
                           STRING EMP-ID (EMP-IDX) " "
                                  EMP-NAME (EMP-IDX) " "
                                  EMP-DEPT (EMP-IDX) " "
                                  CTR-PROBATION-END (CTR-IDX)
                                  "           " DISP-DAYS
                               DELIMITED BY SIZE
                               INTO ALERT-REPORT-RECORD
                           WRITE ALERT-REPORT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.
      *
      * Fixed-term service on file (through the end of the latest
      * contract) within the window of the five-year limit, or
      * past it.
       WRITE-LIMIT-SECTION.
           MOVE LIMIT-WINDOW-DAYS TO DISP-WINDOW
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING "WITHIN " DISP-WINDOW
                  " DAYS OF THE FIVE-YEAR FIXED-TERM LIMIT"
               DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "ID    NAME       DEPT       FIXED DAYS  DAYS LEFT"
               TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE 0 TO SECTION-LINES
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               MOVE EMP-CTR-IDX (EMP-IDX) TO CTR-IDX
               IF CTR-IDX > 0
                   COMPUTE DAY-GAP =
                       LIMIT-DAYS - CTR-FIXED-DAYS (CTR-IDX)
                   IF CTR-FIXED-DAYS (CTR-IDX) > 0
                           AND DAY-GAP <= LIMIT-WINDOW-DAYS
                       ADD 1 TO SECTION-LINES
                       ADD 1 TO LIMIT-COUNT
                       MOVE CTR-FIXED-DAYS (CTR-IDX)
                           TO DISP-FIXED-DAYS
                       IF DAY-GAP < 0
                           MOVE 0 TO DISP-DAYS
                       ELSE
                           MOVE DAY-GAP TO DISP-DAYS
                       END-IF
                       MOVE SPACES TO ALERT-REPORT-RECORD
                       STRING EMP-ID (EMP-IDX) " "
                              EMP-NAME (EMP-IDX) " "
                              EMP-DEPT (EMP-IDX) "      "
                              DISP-FIXED-DAYS "      "
                              DISP-DAYS
                           DELIMITED BY SIZE
                           INTO ALERT-REPORT-RECORD
                       WRITE ALERT-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.
      *
       WRITE-NONE-IF-EMPTY.
           IF SECTION-LINES = 0
               MOVE "  NONE" TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           END-IF.
      *
       END PROGRAM CONTRACT-ALERTS.
      *
