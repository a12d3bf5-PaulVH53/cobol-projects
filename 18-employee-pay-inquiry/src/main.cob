               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIDX-KEY
               FILE STATUS IS PAY-HISTORY-INDEX-STATUS.
      * Pay history is personal data: the clerk running the inquiry
      * must be a registered operator holding the INQUIRY role in
      * data/operators.txt (OPERATOR_ID), and every employee looked
      * up is logged to output/inquiry_access_log.txt -- who looked,
      * at whom, and when. A refused operator goes on the audit
      * trail, the same as every other operator check.
           SELECT OPERATOR-REGISTRY-FILE
               ASSIGN TO "data/operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-REGISTRY-STATUS.
      *
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "output/inquiry_access_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD PAY-HISTORY-INDEX-FILE.
       COPY "PAY-HISTORY-INDEX.CPY".
      *
       FD OPERATOR-REGISTRY-FILE.
       01 OPERATOR-REGISTRY-RECORD  PIC X(100).
      *
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD         PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 EXIT-INQUIRY-FLAG          PIC X VALUE "N".
           88 EXIT-INQUIRY           VALUE "Y".
      *
      * The operator running the session, checked once at sign-on
      * against the registry.
       01 OPERATOR-REGISTRY-STATUS   PIC XX.
       01 ACCESS-LOG-FILE-STATUS     PIC XX.
       01 AUDIT-LOG-RECORD          PIC X(120).
       COPY "AUDIT-CHAIN-PARMS.CPY".
       01 OPERATOR-ID-PARM           PIC X(12).
       01 OPERATOR-CHECK-ID          PIC X(12).
       01 OPERATOR-NEEDED-ROLE       PIC X(10).
       01 OPERATOR-FOUND-FLAG        PIC X.
           88 OPERATOR-FOUND         VALUE "Y".
       01 OPERATOR-ROLE-OK-FLAG      PIC X.
           88 OPERATOR-ROLE-OK       VALUE "Y".
       01 OPERATOR-DENY-REASON       PIC X(40).
       01 OPER-ID-TOKEN              PIC X(12).
       01 OPER-NAME-TOKEN            PIC X(20).
       01 OPER-ROLES-TOKEN           PIC X(60).
       01 OPER-ROLE-SPLIT.
           05 OPER-ROLE-ENTRY        PIC X(10) OCCURS 8 TIMES.
       01 OPER-ROLE-IDX              PIC 9.
       01 ACCESS-STAMP-DATE          PIC 9(6).
       01 ACCESS-STAMP-TIME          PIC 9(8).
       01 ACCESS-RESULT              PIC X(8).
      *
      *-----------------
       SCREEN SECTION.
      *-----------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCESSING.
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-PAY-HISTORY-FILE-NAME
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM UNTIL EXIT-INQUIRY
               PERFORM LOOKUP-EMPLOYEE-NAME
               PERFORM LOAD-PAY-HISTORY-FOR-EMPLOYEE
               PERFORM DISPLAY-PAY-HISTORY
               PERFORM LOG-INQUIRY-ACCESS
           END-IF
           DISPLAY SPACES
           DISPLAY "PRESS ENTER TO CONTINUE..."
                           HIST-TBL-MARKER (HISTORY-IDX)
               END-PERFORM
           END-IF.
      *
      * One access-log line per employee shown: date, time,
      * operator, the employee, whether anything was on file, and
      * which history file was read.
       LOG-INQUIRY-ACCESS.
           ACCEPT ACCESS-STAMP-DATE FROM DATE
           ACCEPT ACCESS-STAMP-TIME FROM TIME
           IF HISTORY-ENTRY-COUNT > 0
               MOVE "SHOWN" TO ACCESS-RESULT
           ELSE
               MOVE "NOHIST" TO ACCESS-RESULT
           END-IF
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACCESS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           STRING "ACCESS " ACCESS-STAMP-DATE " " ACCESS-STAMP-TIME
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-ID-PARM)
                  " EMP=" INQUIRY-EMP-ID
                  " RESULT=" FUNCTION TRIM (ACCESS-RESULT)
                  " FILE=" FUNCTION TRIM (PAY-HISTORY-FILE-NAME)
               DELIMITED BY SIZE INTO ACCESS-LOG-RECORD
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.
      *
      * The operator's identity and INQUIRY authority, checked
      * before the first screen. Any failure is logged and the
      * session refused.
       VERIFY-OPERATOR.
           MOVE SPACES TO OPERATOR-ID-PARM
           ACCEPT OPERATOR-ID-PARM FROM ENVIRONMENT "OPERATOR_ID"
           MOVE OPERATOR-ID-PARM TO OPERATOR-CHECK-ID
           MOVE "INQUIRY" TO OPERATOR-NEEDED-ROLE
           IF OPERATOR-ID-PARM = SPACES
               MOVE "NO OPERATOR_ID GIVEN" TO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OPERATOR-FOUND
               MOVE "OPERATOR NOT IN REGISTRY"
                   TO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF
           IF NOT OPERATOR-ROLE-OK
               MOVE SPACES TO OPERATOR-DENY-REASON
               STRING "LACKS ROLE "
                      FUNCTION TRIM (OPERATOR-NEEDED-ROLE)
                   DELIMITED BY SIZE INTO OPERATOR-DENY-REASON
               PERFORM REFUSE-OPERATOR
           END-IF.
      *
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO OPERATOR-FOUND-FLAG
           MOVE "N" TO OPERATOR-ROLE-OK-FLAG
           OPEN INPUT OPERATOR-REGISTRY-FILE
           IF OPERATOR-REGISTRY-STATUS = "00"
               PERFORM UNTIL OPERATOR-REGISTRY-STATUS NOT = "00"
                   READ OPERATOR-REGISTRY-FILE
                       AT END
                           MOVE "10" TO OPERATOR-REGISTRY-STATUS
                       NOT AT END
                           PERFORM MATCH-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-REGISTRY-FILE
           END-IF.
      *
       MATCH-OPERATOR-LINE.
           MOVE SPACES TO OPER-ID-TOKEN OPER-NAME-TOKEN
               OPER-ROLES-TOKEN
           UNSTRING OPERATOR-REGISTRY-RECORD DELIMITED BY SPACE
               INTO OPER-ID-TOKEN OPER-NAME-TOKEN OPER-ROLES-TOKEN
           IF OPER-ID-TOKEN = OPERATOR-CHECK-ID
                   AND OPER-ID-TOKEN NOT = SPACES
               SET OPERATOR-FOUND TO TRUE
               MOVE SPACES TO OPER-ROLE-SPLIT
               UNSTRING OPER-ROLES-TOKEN DELIMITED BY ","
                   INTO OPER-ROLE-ENTRY (1) OPER-ROLE-ENTRY (2)
                        OPER-ROLE-ENTRY (3) OPER-ROLE-ENTRY (4)
                        OPER-ROLE-ENTRY (5) OPER-ROLE-ENTRY (6)
                        OPER-ROLE-ENTRY (7) OPER-ROLE-ENTRY (8)
               PERFORM VARYING OPER-ROLE-IDX FROM 1 BY 1
                       UNTIL OPER-ROLE-IDX > 8
                   IF OPER-ROLE-ENTRY (OPER-ROLE-IDX)
                           = OPERATOR-NEEDED-ROLE
                       SET OPERATOR-ROLE-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      * The refusal itself is evidence: logged with who asked and
      * why they were turned away, then the session ends.
       REFUSE-OPERATOR.
           ACCEPT ACCESS-STAMP-DATE FROM DATE
           ACCEPT ACCESS-STAMP-TIME FROM TIME
           IF OPERATOR-CHECK-ID = SPACES
               MOVE "(NONE)" TO OPERATOR-CHECK-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "DENIED " ACCESS-STAMP-DATE " " ACCESS-STAMP-TIME
                  " PROGRAM=EMPLOYEE-PAY-INQUIRY"
                  " OPERATOR=" FUNCTION TRIM (OPERATOR-CHECK-ID)
                  " REASON=" FUNCTION TRIM (OPERATOR-DENY-REASON)
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           PERFORM APPEND-AUDIT-LOG-RECORD
           DISPLAY "INQUIRY REFUSED -- OPERATOR CHECK FAILED: "
               FUNCTION TRIM (OPERATOR-DENY-REASON)
           MOVE 1 TO RETURN-CODE
           STOP RUN.
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
       END PROGRAM EMPLOYEE-PAY-INQUIRY.
      *
