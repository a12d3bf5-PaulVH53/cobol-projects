      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. auditchain.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The chained file itself, appended to. Each line ends
      * " SEQ=nnnnnnnnn CHK=cccccccccccccccccc" -- after every
      * field a reader looks for, so none of them has to change.
           SELECT CHAIN-FILE
               ASSIGN TO DYNAMIC CHAIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-FILE-STATUS.
      * The head of each chain ("SEQ CHECK" of its last line), kept
      * beside it. Appends chain from here rather than from the
      * file's own last line, so lines cut off the end leave a gap
      * the next append cannot paper over.
           SELECT CHAIN-HEAD-FILE
               ASSIGN TO DYNAMIC CHAIN-HEAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-HEAD-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD CHAIN-FILE.
       01 CHAIN-RECORD              PIC X(680).
      *
       FD CHAIN-HEAD-FILE.
       01 CHAIN-HEAD-RECORD         PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 CHAIN-FILE-STATUS         PIC XX.
       01 CHAIN-HEAD-FILE-STATUS    PIC XX.
       01 CHAIN-FILE-NAME           PIC X(140).
       01 CHAIN-HEAD-FILE-NAME      PIC X(140).
       01 CHAIN-BASE-NAME           PIC X(40).
       01 CHAIN-HEAD-BASE-NAME      PIC X(40).
       01 HEAD-SEQ-TOKEN            PIC X(9).
       01 HEAD-CHECK-TOKEN          PIC X(18).
      *
      * AUDIT_CHAIN_KEY, when the site sets one, is folded into
      * every check value -- without it, anyone who can read this
      * program could rebuild a chain over an edited file.
       01 CHAIN-KEY-TEXT            PIC X(40).
      *
       01 DIGEST-INPUT              PIC X(760).
       01 DIGEST-POINTER            PIC 9(3).
       01 DIGEST-LENGTH             PIC 9(3).
       01 DIGEST-IDX                PIC 9(3).
       01 DIGEST-LANE-1             PIC 9(12).
       01 DIGEST-LANE-2             PIC 9(12).
      *
       LINKAGE SECTION.
       COPY "AUDIT-CHAIN-PARMS.CPY".
      *
      *------------------
       PROCEDURE DIVISION USING AUDIT-CHAIN-PARMS.
      *------------------
       MAIN-PROCESSING.
           MOVE "00" TO CHAIN-RESULT
           PERFORM RESOLVE-CHAIN-FILES
           EVALUATE TRUE
               WHEN CHAIN-APPEND
                   PERFORM APPEND-CHAIN-LINE
               WHEN CHAIN-DIGEST
                   PERFORM COMPUTE-CHAIN-DIGEST
               WHEN CHAIN-HEAD
                   PERFORM READ-CHAIN-HEAD
               WHEN OTHER
                   MOVE "99" TO CHAIN-RESULT
           END-EVALUATE
           GOBACK.
      *
       RESOLVE-CHAIN-FILES.
           IF CHAIN-TO-HISTORY
               MOVE "data/employee_master_history.txt"
                   TO CHAIN-BASE-NAME
               MOVE "data/employee_master_history.head"
                   TO CHAIN-HEAD-BASE-NAME
           ELSE
               MOVE "output/audit_trail.txt" TO CHAIN-BASE-NAME
               MOVE "output/audit_trail.head" TO CHAIN-HEAD-BASE-NAME
           END-IF
           MOVE SPACES TO CHAIN-FILE-NAME CHAIN-HEAD-FILE-NAME
           IF CHAIN-DIRECTORY = SPACES
               MOVE CHAIN-BASE-NAME TO CHAIN-FILE-NAME
               MOVE CHAIN-HEAD-BASE-NAME TO CHAIN-HEAD-FILE-NAME
           ELSE
               STRING FUNCTION TRIM (CHAIN-DIRECTORY) "/"
                      FUNCTION TRIM (CHAIN-BASE-NAME)
                   DELIMITED BY SIZE INTO CHAIN-FILE-NAME
               STRING FUNCTION TRIM (CHAIN-DIRECTORY) "/"
                      FUNCTION TRIM (CHAIN-HEAD-BASE-NAME)
                   DELIMITED BY SIZE INTO CHAIN-HEAD-FILE-NAME
           END-IF.
      *
      * Next sequence number and check off the head, then the line,
      * then the new head -- a head that could not be rewritten
      * leaves the next append repeating this sequence number,
      * which the verifier reports rather than hides. A missing
      * file is created, as every audit writer always did.
       APPEND-CHAIN-LINE.
           PERFORM READ-CHAIN-HEAD
           MOVE CHAIN-CHECK TO CHAIN-PREV-CHECK
           ADD 1 TO CHAIN-SEQ
           PERFORM COMPUTE-CHAIN-DIGEST
           OPEN EXTEND CHAIN-FILE
           IF CHAIN-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHAIN-FILE
           END-IF
           IF CHAIN-FILE-STATUS NOT = "00"
               MOVE CHAIN-FILE-STATUS TO CHAIN-RESULT
               DISPLAY "WARNING: " FUNCTION TRIM (CHAIN-FILE-NAME)
                   " NOT WRITABLE (STATUS " CHAIN-FILE-STATUS
                   ") -- ENTRY LOST: "
                   FUNCTION TRIM (CHAIN-TEXT TRAILING)
           ELSE
               MOVE SPACES TO CHAIN-RECORD
               STRING FUNCTION TRIM (CHAIN-TEXT TRAILING)
                      " SEQ=" CHAIN-SEQ " CHK=" CHAIN-CHECK
                   DELIMITED BY SIZE INTO CHAIN-RECORD
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
               OPEN OUTPUT CHAIN-HEAD-FILE
               MOVE SPACES TO CHAIN-HEAD-RECORD
               STRING CHAIN-SEQ " " CHAIN-CHECK
                   DELIMITED BY SIZE INTO CHAIN-HEAD-RECORD
               WRITE CHAIN-HEAD-RECORD
               CLOSE CHAIN-HEAD-FILE
           END-IF.
      *
      * A chain with no head yet -- never appended to, or written
      * before chaining began -- starts from sequence zero and a
      * zero check.
       READ-CHAIN-HEAD.
           MOVE 0 TO CHAIN-SEQ
           MOVE 0 TO CHAIN-CHECK
           MOVE "10" TO CHAIN-RESULT
           OPEN INPUT CHAIN-HEAD-FILE
           IF CHAIN-HEAD-FILE-STATUS = "00"
               READ CHAIN-HEAD-FILE
                   NOT AT END
                       MOVE SPACES TO HEAD-SEQ-TOKEN HEAD-CHECK-TOKEN
                       UNSTRING CHAIN-HEAD-RECORD DELIMITED BY SPACE
                           INTO HEAD-SEQ-TOKEN HEAD-CHECK-TOKEN
                       IF HEAD-SEQ-TOKEN IS NUMERIC
                               AND HEAD-CHECK-TOKEN IS NUMERIC
                           MOVE HEAD-SEQ-TOKEN TO CHAIN-SEQ
                           MOVE HEAD-CHECK-TOKEN TO CHAIN-CHECK
                           MOVE "00" TO CHAIN-RESULT
                       END-IF
               END-READ
               CLOSE CHAIN-HEAD-FILE
           END-IF
           IF CHAIN-APPEND
               MOVE "00" TO CHAIN-RESULT
           END-IF.
      *
      * Two running remainders over the key, the previous line's
      * check, this line's text and its sequence number, and the key
      * again; the check is the two side by side. Any character
      * changed anywhere in the line, or in the check it chains
      * from, changes the result.
       COMPUTE-CHAIN-DIGEST.
           MOVE SPACES TO CHAIN-KEY-TEXT
           ACCEPT CHAIN-KEY-TEXT FROM ENVIRONMENT "AUDIT_CHAIN_KEY"
           MOVE SPACES TO DIGEST-INPUT
           MOVE 1 TO DIGEST-POINTER
           IF CHAIN-KEY-TEXT NOT = SPACES
               STRING FUNCTION TRIM (CHAIN-KEY-TEXT)
                   DELIMITED BY SIZE INTO DIGEST-INPUT
                   WITH POINTER DIGEST-POINTER
           END-IF
           STRING CHAIN-PREV-CHECK
                  FUNCTION TRIM (CHAIN-TEXT TRAILING)
                  " SEQ=" CHAIN-SEQ
               DELIMITED BY SIZE INTO DIGEST-INPUT
               WITH POINTER DIGEST-POINTER
           IF CHAIN-KEY-TEXT NOT = SPACES
               STRING FUNCTION TRIM (CHAIN-KEY-TEXT)
                   DELIMITED BY SIZE INTO DIGEST-INPUT
                   WITH POINTER DIGEST-POINTER
           END-IF
           COMPUTE DIGEST-LENGTH = DIGEST-POINTER - 1
           MOVE 7 TO DIGEST-LANE-1
           MOVE 11 TO DIGEST-LANE-2
           PERFORM VARYING DIGEST-IDX FROM 1 BY 1
                   UNTIL DIGEST-IDX > DIGEST-LENGTH
               COMPUTE DIGEST-LANE-1 = FUNCTION MOD
                   (DIGEST-LANE-1 * 257
                    + FUNCTION ORD (DIGEST-INPUT (DIGEST-IDX:1)),
                    999999937)
               COMPUTE DIGEST-LANE-2 = FUNCTION MOD
                   (DIGEST-LANE-2 * 263
                    + FUNCTION ORD (DIGEST-INPUT (DIGEST-IDX:1)),
                    999999929)
           END-PERFORM
           COMPUTE CHAIN-CHECK =
               DIGEST-LANE-1 * 1000000000 + DIGEST-LANE-2.
      *
       END PROGRAM auditchain.
      *
