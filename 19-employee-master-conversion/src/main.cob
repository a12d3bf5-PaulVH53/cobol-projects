      *-------------
       FILE SECTION.
       FD OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD       PIC X(200).
      *
       FD NEW-MASTER-FILE.
       COPY "EMPLOYEE-MASTER-RECORD.CPY".
       01 CONV-HIRE-TOKEN         PIC X(8).
       01 CONV-TERM-TOKEN         PIC X(8).
       01 CONV-GRADE-TOKEN        PIC X(4).
       01 CONV-SEX-TOKEN          PIC X(1).
       01 CONV-CATEGORY-TOKEN     PIC X(6).
       01 CONV-JUSTIFY-TOKEN      PIC X(4).
       01 CONV-CIVIL-TOKEN        PIC X(8).
       01 CONV-LANGUAGE-TOKEN     PIC X(2).
       01 CONV-BIRTH-TOKEN        PIC X(8).
       01 CONV-PENSIONER-TOKEN    PIC X(1).
       01 CONV-NET-FLAG-TOKEN     PIC X(1).
       01 CONV-TARGET-NET-TOKEN   PIC X(12).
      *
      * CONVERT_REPLACE=Y is required to overwrite a keyed master
      * that already exists. Maintenance updates only the keyed file
           MOVE SPACES TO CONV-DOC-TYPE-TOKEN CONV-DOC-NUMBER-TOKEN
           MOVE SPACES TO CONV-HIRE-TOKEN CONV-TERM-TOKEN
           MOVE SPACES TO CONV-GRADE-TOKEN
           MOVE SPACES TO CONV-SEX-TOKEN CONV-CATEGORY-TOKEN
               CONV-JUSTIFY-TOKEN CONV-CIVIL-TOKEN CONV-LANGUAGE-TOKEN
           MOVE SPACES TO CONV-BIRTH-TOKEN CONV-PENSIONER-TOKEN
               CONV-NET-FLAG-TOKEN CONV-TARGET-NET-TOKEN
           MOVE 0 TO CONV-ID CONV-RATE
           MOVE SPACES TO CONV-RATE-TOKEN
           UNSTRING OLD-MASTER-RECORD DELIMITED BY SPACE
                    CONV-REGIME-TOKEN CONV-DOC-TYPE-TOKEN
                    CONV-DOC-NUMBER-TOKEN CONV-HIRE-TOKEN
                    CONV-TERM-TOKEN CONV-GRADE-TOKEN
                    CONV-SEX-TOKEN CONV-CATEGORY-TOKEN
                    CONV-JUSTIFY-TOKEN CONV-CIVIL-TOKEN
                    CONV-LANGUAGE-TOKEN CONV-BIRTH-TOKEN
                    CONV-PENSIONER-TOKEN CONV-NET-FLAG-TOKEN
                    CONV-TARGET-NET-TOKEN
           IF FUNCTION TEST-NUMVAL (CONV-RATE-TOKEN) = 0
                   AND CONV-RATE-TOKEN NOT = SPACES
               COMPUTE CONV-RATE = FUNCTION NUMVAL (CONV-RATE-TOKEN)
               MOVE 0 TO EMPMAST-TERM-DATE
           END-IF
           MOVE CONV-GRADE-TOKEN TO EMPMAST-GRADE
      * The pay-equity classification -- unclassified on lines from
      * before the fields existed.
           MOVE CONV-SEX-TOKEN TO EMPMAST-SEX
           MOVE CONV-CATEGORY-TOKEN TO EMPMAST-JOB-CATEGORY
           MOVE CONV-JUSTIFY-TOKEN TO EMPMAST-PAY-JUSTIFY
      * The construction-agreement category, blank off the
      * construction regime.
           MOVE CONV-CIVIL-TOKEN TO EMPMAST-CIVIL-CATEGORY
      * The payslip language; a line without one prints Spanish.
           IF CONV-LANGUAGE-TOKEN = SPACES
               MOVE "ES" TO CONV-LANGUAGE-TOKEN
           END-IF
           MOVE CONV-LANGUAGE-TOKEN TO EMPMAST-LANGUAGE
      * Birth date and pension standing -- not on file and
      * contributing for lines from before the fields existed.
           IF CONV-BIRTH-TOKEN IS NUMERIC AND CONV-BIRTH-TOKEN NOT =
                   SPACES
               MOVE CONV-BIRTH-TOKEN TO EMPMAST-BIRTH-DATE
           ELSE
               MOVE 0 TO EMPMAST-BIRTH-DATE
           END-IF
           IF CONV-PENSIONER-TOKEN = SPACES
               MOVE "N" TO CONV-PENSIONER-TOKEN
           END-IF
           MOVE CONV-PENSIONER-TOKEN TO EMPMAST-PENSIONER
      * The net guarantee and its amount, written with an explicit
      * decimal point; off, with nothing guaranteed, for lines from
      * before the fields existed.
           IF CONV-NET-FLAG-TOKEN = "Y"
                   AND FUNCTION TEST-NUMVAL (CONV-TARGET-NET-TOKEN) = 0
                   AND CONV-TARGET-NET-TOKEN NOT = SPACES
               MOVE "Y" TO EMPMAST-NET-GUARANTEED
               COMPUTE EMPMAST-TARGET-NET =
                   FUNCTION NUMVAL (CONV-TARGET-NET-TOKEN)
           ELSE
               MOVE "N" TO EMPMAST-NET-GUARANTEED
               MOVE 0 TO EMPMAST-TARGET-NET
           END-IF
           WRITE EMPMAST-RECORD
               INVALID KEY
                   ADD 1 TO DUPLICATE-COUNT
