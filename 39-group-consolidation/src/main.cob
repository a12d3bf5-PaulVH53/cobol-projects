      * (headcount and year-to-date payroll), into one report with a
      * grand total -- the numbers finally come from the same moment
      * in time instead of five spreadsheets copied at five
      * different hours. The month's intercompany recharges, booked
      * in both companies' trees, are eliminated at the foot: what
      * one company bills another for shared staff is income and
      * receivable on one side, expense and payable on the other,
      * and nets to nothing for the group -- each side is taken from
      * the journal its own tree actually holds, so a side that
      * never posted shows up as a balance left over.
           SELECT COMPANY-REGISTRY-FILE
               ASSIGN TO "data/company_profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-COST-FILE-STATUS.
      *
      * The tree's YTD master is keyed on employee and year, read
      * here in key order.
           SELECT TREE-YTD-FILE
               ASSIGN TO DYNAMIC TREE-YTD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTDM-KEY
               FILE STATUS IS TREE-YTD-FILE-STATUS.
      *
      * "YYYYMM FROM TO AMOUNT RUN-ID" per company pair, as the
      * intercompany recharge left it.
           SELECT INTERCOMPANY-LEDGER-FILE
               ASSIGN TO "output/intercompany_entries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERCOMPANY-LEDGER-FILE-STATUS.
      *
      * Each side's own intercompany journal and account map, read
      * per pair: "D|C ACCOUNT AMOUNT OTHER-COMPANY RUN-ID" lines,
      * and the "KEY ACCOUNT" lines that name which account is the
      * intercompany receivable and which the payable in that tree.
           SELECT TREE-JOURNAL-FILE
               ASSIGN TO DYNAMIC TREE-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-JOURNAL-FILE-STATUS.
      *
           SELECT TREE-GL-ACCOUNTS-FILE
               ASSIGN TO DYNAMIC TREE-GL-ACCOUNTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREE-GL-ACCOUNTS-FILE-STATUS.
      *
           SELECT GROUP-REPORT-FILE
               ASSIGN TO "output/group_consolidation.txt"
       01 TREE-COST-RECORD        PIC X(80).
      *
       FD TREE-YTD-FILE.
       COPY "YTD-MASTER-RECORD.CPY".
      *
       FD INTERCOMPANY-LEDGER-FILE.
       01 INTERCOMPANY-LEDGER-RECORD PIC X(80).
      *
       FD TREE-JOURNAL-FILE.
       01 TREE-JOURNAL-RECORD     PIC X(80).
      *
       FD TREE-GL-ACCOUNTS-FILE.
       01 TREE-GL-ACCOUNTS-RECORD PIC X(40).
      *
       FD GROUP-REPORT-FILE.
       01 GROUP-REPORT-RECORD     PIC X(120).
       01 TREE-AUDIT-FILE-STATUS  PIC XX.
       01 TREE-COST-FILE-STATUS   PIC XX.
       01 TREE-YTD-FILE-STATUS    PIC XX.
       01 INTERCOMPANY-LEDGER-FILE-STATUS PIC XX.
       01 TREE-JOURNAL-FILE-STATUS PIC XX.
       01 TREE-GL-ACCOUNTS-FILE-STATUS PIC XX.
       01 TREE-AUDIT-FILE-NAME    PIC X(140).
       01 TREE-COST-FILE-NAME     PIC X(140).
       01 TREE-YTD-FILE-NAME      PIC X(140).
       01 TREE-JOURNAL-FILE-NAME  PIC X(140).
       01 TREE-GL-ACCOUNTS-FILE-NAME PIC X(140).
      *
       01 RUN-DATE                PIC 9(6).
       01 RUN-TIME                PIC 9(8).
       01 RUN-ID                  PIC X(16).
       01 TODAY-DATE              PIC 9(8).
       01 GROUP-YEAR              PIC 9(4).
      *
      * One registry line as parsed.
       01 REGISTRY-CODE-TOKEN     PIC X(4).
       01 COMPANY-RUC-TEXT        PIC X(11).
       01 COMPANY-CCY-TEXT        PIC X(3).
      *
      * The registry's companies, kept so each intercompany pair can
      * find its two trees at the foot.
       01 CO-MAX                  PIC 99 VALUE 50.
       01 CO-COUNT                PIC 99 VALUE 0.
       01 CO-TABLE.
           05 CO-ENTRY OCCURS 50 TIMES.
               10 CO-CODE         PIC X(4).
               10 CO-PREFIX       PIC X(40).
       01 CO-IDX                  PIC 99.
      *
      * The figures gathered from one company tree.
       01 TREE-LATEST-GROSS       PIC 9(9)V99.
       01 TREE-LATEST-RUN-ID      PIC X(16).
       01 DISP-HEADCOUNT          PIC ZZZZ9.
       01 DISP-YTD                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISP-GRAND-HEAD         PIC ZZZZZ9.
      *
      * One intercompany ledger line as parsed, and the totals
      * eliminated on each side.
       01 IC-HEADER-TEXT          PIC X(80) VALUE SPACES.
       01 IC-MONTH-TOKEN          PIC X(6).
       01 IC-FROM-TOKEN           PIC X(4).
       01 IC-TO-TOKEN             PIC X(4).
       01 IC-AMOUNT-TOKEN         PIC X(14).
       01 IC-RUN-ID-TOKEN         PIC X(16).
       01 IC-AMOUNT               PIC 9(9)V99.
       01 IC-PAIRS                PIC 9(3) VALUE 0.
       01 IC-UNMATCHED-PAIRS      PIC 9(3) VALUE 0.
       01 IC-PAIR-RECEIVABLE      PIC 9(9)V99.
       01 IC-PAIR-PAYABLE         PIC 9(9)V99.
       01 IC-LEDGER-TOTAL         PIC 9(11)V99 VALUE 0.
       01 IC-RECEIVABLE-TOTAL     PIC 9(11)V99 VALUE 0.
       01 IC-PAYABLE-TOTAL        PIC 9(11)V99 VALUE 0.
       01 IC-NET-BALANCE          PIC S9(11)V99 VALUE 0.
       01 DISP-IC-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-IC-RECEIVABLE      PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-IC-PAYABLE         PIC ZZZ,ZZZ,ZZ9.99.
      *
      * One side of a pair as looked up in its own tree: whose tree,
      * the other company (the journal's department column), which
      * mapped account and which side of the entry.
       01 SIDE-CO-CODE            PIC X(4).
       01 SIDE-OTHER-CODE         PIC X(4).
       01 SIDE-PREFIX             PIC X(40).
       01 SIDE-MAP-KEY            PIC X(14).
       01 SIDE-DC                 PIC X.
       01 SIDE-ACCOUNT            PIC X(8).
       01 SIDE-SUM                PIC 9(9)V99.
       01 MAP-KEY-TOKEN           PIC X(14).
       01 MAP-ACCOUNT-TOKEN       PIC X(12).
       01 JNL-SIDE-TOKEN          PIC X(8).
       01 JNL-ACCOUNT-TOKEN       PIC X(12).
       01 JNL-AMOUNT-TOKEN        PIC X(14).
       01 JNL-DEPT-TOKEN          PIC X(10).
       01 JNL-RUN-ID-TOKEN        PIC X(16).
       01 DISP-IC-NET             PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 EOF-FLAG                PIC X VALUE "N".
           88 END-OF-FILE         VALUE "Y".
       01 TREE-EOF-FLAG           PIC X VALUE "N".
           88 TREE-EOF            VALUE "Y".
       01 SIDE-EOF-FLAG           PIC X VALUE "N".
           88 SIDE-EOF            VALUE "Y".
       01 SIDE-ACCOUNT-FLAG       PIC X VALUE "N".
           88 SIDE-ACCOUNT-FOUND  VALUE "Y".
      *
      *------------------
       PROCEDURE DIVISION.
           MOVE SPACES TO RUN-ID
           STRING "R" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO RUN-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO GROUP-YEAR

           OPEN INPUT COMPANY-REGISTRY-FILE
           IF COMPANY-REGISTRY-FILE-STATUS NOT = "00"
                  "  " DISP-YTD
               DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
           WRITE GROUP-REPORT-RECORD
           PERFORM WRITE-INTERCOMPANY-ELIMINATIONS
           CLOSE GROUP-REPORT-FILE

           DISPLAY "GROUP CONSOLIDATION COMPLETE -- "
           DISPLAY "======================================"
           DISPLAY SPACES.
      *
      * The group's employer cost above is each tree's own payroll
      * cost, before any recharge -- the recharge only moves cost
      * between companies, so the group figure needs no adjusting.
      * Each pair's charge is taken out of both sides here, each
      * side as its own tree booked it; a receivable left without
      * its payable means one side's journal never posted (or is
      * from another recharge run), and shows as a net balance.
       WRITE-INTERCOMPANY-ELIMINATIONS.
           OPEN INPUT INTERCOMPANY-LEDGER-FILE
           IF INTERCOMPANY-LEDGER-FILE-STATUS = "00"
               MOVE SPACES TO GROUP-REPORT-RECORD
               WRITE GROUP-REPORT-RECORD
               MOVE SPACES TO IC-HEADER-TEXT
               READ INTERCOMPANY-LEDGER-FILE
                   AT END
                       MOVE "10" TO INTERCOMPANY-LEDGER-FILE-STATUS
                   NOT AT END
                       MOVE INTERCOMPANY-LEDGER-RECORD
                           TO IC-HEADER-TEXT
               END-READ
               MOVE SPACES TO GROUP-REPORT-RECORD
               STRING "INTERCOMPANY ELIMINATIONS -- "
                      FUNCTION TRIM (IC-HEADER-TEXT)
                   DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               WRITE GROUP-REPORT-RECORD
               MOVE SPACES TO GROUP-REPORT-RECORD
               STRING "MONTH  FROM TO       IC RECEIVABLE"
                      "      IC PAYABLE   LEDGER CHARGE"
                   DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               WRITE GROUP-REPORT-RECORD
               PERFORM UNTIL INTERCOMPANY-LEDGER-FILE-STATUS
                       NOT = "00"
                   READ INTERCOMPANY-LEDGER-FILE
                       AT END
                           MOVE "10"
                               TO INTERCOMPANY-LEDGER-FILE-STATUS
                       NOT AT END
                           PERFORM ELIMINATE-ONE-PAIR
                   END-READ
               END-PERFORM
               CLOSE INTERCOMPANY-LEDGER-FILE
               COMPUTE IC-NET-BALANCE =
                   IC-RECEIVABLE-TOTAL - IC-PAYABLE-TOTAL
               MOVE IC-RECEIVABLE-TOTAL TO DISP-IC-RECEIVABLE
               MOVE IC-PAYABLE-TOTAL TO DISP-IC-PAYABLE
               MOVE IC-LEDGER-TOTAL TO DISP-IC-AMOUNT
               MOVE SPACES TO GROUP-REPORT-RECORD
               STRING "TOTAL ELIMINATED " DISP-IC-RECEIVABLE
                      "  " DISP-IC-PAYABLE "  " DISP-IC-AMOUNT
                   DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               WRITE GROUP-REPORT-RECORD
               MOVE IC-NET-BALANCE TO DISP-IC-NET
               MOVE SPACES TO GROUP-REPORT-RECORD
               STRING "NET INTERCOMPANY BALANCE        " DISP-IC-NET
                   DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               WRITE GROUP-REPORT-RECORD
               MOVE SPACES TO GROUP-REPORT-RECORD
               STRING "GROUP EMPLOYER COST IS STATED BEFORE RECHARGES,"
                      " WHICH NET TO ZERO WITHIN THE GROUP"
                   DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               WRITE GROUP-REPORT-RECORD
               IF IC-NET-BALANCE NOT = 0
                   DISPLAY "*** INTERCOMPANY ELIMINATION DOES NOT NET "
                       "TO ZERO -- " DISP-IC-NET " ***"
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF IC-UNMATCHED-PAIRS > 0
                   DISPLAY "*** " IC-UNMATCHED-PAIRS " INTERCOMPANY "
                       "PAIR(S) BOOKED UNEVENLY BY THE TWO COMPANIES "
                       "***"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
      *
      * The ledger line says what was charged; the receivable is
      * what the charging company's tree debited to its intercompany
      * receivable against the other company, and the payable what
      * the charged company's tree credited to its payable -- both
      * off the same recharge run. The two must agree to eliminate.
       ELIMINATE-ONE-PAIR.
           MOVE SPACES TO IC-MONTH-TOKEN IC-FROM-TOKEN IC-TO-TOKEN
               IC-AMOUNT-TOKEN IC-RUN-ID-TOKEN
           UNSTRING INTERCOMPANY-LEDGER-RECORD DELIMITED BY ALL SPACE
               INTO IC-MONTH-TOKEN IC-FROM-TOKEN IC-TO-TOKEN
                    IC-AMOUNT-TOKEN IC-RUN-ID-TOKEN
           IF IC-MONTH-TOKEN IS NUMERIC
                   AND FUNCTION TEST-NUMVAL (IC-AMOUNT-TOKEN) = 0
               COMPUTE IC-AMOUNT = FUNCTION NUMVAL (IC-AMOUNT-TOKEN)
               ADD 1 TO IC-PAIRS
               ADD IC-AMOUNT TO IC-LEDGER-TOTAL
               MOVE IC-FROM-TOKEN TO SIDE-CO-CODE
               MOVE IC-TO-TOKEN TO SIDE-OTHER-CODE
               MOVE "IC-RECEIVABLE" TO SIDE-MAP-KEY
               MOVE "D" TO SIDE-DC
               PERFORM SUM-TREE-IC-SIDE
               MOVE SIDE-SUM TO IC-PAIR-RECEIVABLE
               MOVE IC-TO-TOKEN TO SIDE-CO-CODE
               MOVE IC-FROM-TOKEN TO SIDE-OTHER-CODE
               MOVE "IC-PAYABLE" TO SIDE-MAP-KEY
               MOVE "C" TO SIDE-DC
               PERFORM SUM-TREE-IC-SIDE
               MOVE SIDE-SUM TO IC-PAIR-PAYABLE
               ADD IC-PAIR-RECEIVABLE TO IC-RECEIVABLE-TOTAL
               ADD IC-PAIR-PAYABLE TO IC-PAYABLE-TOTAL
               MOVE IC-PAIR-RECEIVABLE TO DISP-IC-RECEIVABLE
               MOVE IC-PAIR-PAYABLE TO DISP-IC-PAYABLE
               MOVE IC-AMOUNT TO DISP-IC-AMOUNT
               MOVE SPACES TO GROUP-REPORT-RECORD
               IF IC-PAIR-RECEIVABLE = IC-PAIR-PAYABLE
                   STRING IC-MONTH-TOKEN " " IC-FROM-TOKEN " "
                          IC-TO-TOKEN " " DISP-IC-RECEIVABLE
                          "  " DISP-IC-PAYABLE "  " DISP-IC-AMOUNT
                       DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               ELSE
                   ADD 1 TO IC-UNMATCHED-PAIRS
                   STRING IC-MONTH-TOKEN " " IC-FROM-TOKEN " "
                          IC-TO-TOKEN " " DISP-IC-RECEIVABLE
                          "  " DISP-IC-PAYABLE "  " DISP-IC-AMOUNT
                          "  *** NOT MATCHED"
                       DELIMITED BY SIZE INTO GROUP-REPORT-RECORD
               END-IF
               WRITE GROUP-REPORT-RECORD
           END-IF.
      *
      * One side's total for the pair: the company's tree off the
      * registry, its account for the side's map key (an unmapped
      * key books to 999999, as the recharge posts it), and the sum
      * of that run's journal lines on that side, that account and
      * the other company. A company missing from the registry, or
      * a tree with no journal, totals zero.
       SUM-TREE-IC-SIDE.
           MOVE 0 TO SIDE-SUM
           MOVE SPACES TO SIDE-PREFIX
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
               IF CO-CODE (CO-IDX) = SIDE-CO-CODE
                   MOVE CO-PREFIX (CO-IDX) TO SIDE-PREFIX
               END-IF
           END-PERFORM
           IF SIDE-PREFIX NOT = SPACES
               PERFORM FIND-SIDE-ACCOUNT
               MOVE SPACES TO TREE-JOURNAL-FILE-NAME
               STRING FUNCTION TRIM (SIDE-PREFIX)
                      "/output/gl_journal_intercompany.txt"
                   DELIMITED BY SIZE INTO TREE-JOURNAL-FILE-NAME
               MOVE "N" TO SIDE-EOF-FLAG
               OPEN INPUT TREE-JOURNAL-FILE
               IF TREE-JOURNAL-FILE-STATUS = "00"
                   PERFORM UNTIL SIDE-EOF
                       READ TREE-JOURNAL-FILE
                           AT END
                               SET SIDE-EOF TO TRUE
                           NOT AT END
                               PERFORM SUM-ONE-JOURNAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE TREE-JOURNAL-FILE
               END-IF
           END-IF.
      *
       FIND-SIDE-ACCOUNT.
           MOVE "999999" TO SIDE-ACCOUNT
           MOVE "N" TO SIDE-ACCOUNT-FLAG
           MOVE SPACES TO TREE-GL-ACCOUNTS-FILE-NAME
           STRING FUNCTION TRIM (SIDE-PREFIX)
                  "/data/gl_accounts.txt"
               DELIMITED BY SIZE INTO TREE-GL-ACCOUNTS-FILE-NAME
           MOVE "N" TO SIDE-EOF-FLAG
           OPEN INPUT TREE-GL-ACCOUNTS-FILE
           IF TREE-GL-ACCOUNTS-FILE-STATUS = "00"
               PERFORM UNTIL SIDE-EOF OR SIDE-ACCOUNT-FOUND
                   READ TREE-GL-ACCOUNTS-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO MAP-KEY-TOKEN
                               MAP-ACCOUNT-TOKEN
                           UNSTRING TREE-GL-ACCOUNTS-RECORD
                               DELIMITED BY SPACE
                               INTO MAP-KEY-TOKEN MAP-ACCOUNT-TOKEN
                           IF MAP-KEY-TOKEN = SIDE-MAP-KEY
                               MOVE MAP-ACCOUNT-TOKEN TO SIDE-ACCOUNT
                               SET SIDE-ACCOUNT-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TREE-GL-ACCOUNTS-FILE
           END-IF.
      *
      * The header and the "T" trailer carry no D or C side and fall
      * through; so does any line of another recharge run.
       SUM-ONE-JOURNAL-LINE.
           MOVE SPACES TO JNL-SIDE-TOKEN JNL-ACCOUNT-TOKEN
               JNL-AMOUNT-TOKEN JNL-DEPT-TOKEN JNL-RUN-ID-TOKEN
           UNSTRING TREE-JOURNAL-RECORD DELIMITED BY ALL SPACE
               INTO JNL-SIDE-TOKEN JNL-ACCOUNT-TOKEN
                    JNL-AMOUNT-TOKEN JNL-DEPT-TOKEN
                    JNL-RUN-ID-TOKEN
           IF JNL-SIDE-TOKEN = SIDE-DC
                   AND JNL-ACCOUNT-TOKEN = SIDE-ACCOUNT
                   AND JNL-DEPT-TOKEN = SIDE-OTHER-CODE
                   AND JNL-RUN-ID-TOKEN = IC-RUN-ID-TOKEN
                   AND FUNCTION TEST-NUMVAL (JNL-AMOUNT-TOKEN) = 0
               COMPUTE SIDE-SUM = SIDE-SUM
                   + FUNCTION NUMVAL (JNL-AMOUNT-TOKEN)
           END-IF.
      *
      * One registry line: resolve the tree's artifact paths, pull
      * its figures, and write its report line. A company whose
      * artifacts are missing reports zeros -- the gap itself is the
               CONTINUE
           ELSE
               ADD 1 TO COMPANIES-READ
               IF CO-COUNT < CO-MAX
                   ADD 1 TO CO-COUNT
                   MOVE REGISTRY-CODE-TOKEN TO CO-CODE (CO-COUNT)
                   MOVE COMPANY-PREFIX TO CO-PREFIX (CO-COUNT)
               END-IF
               PERFORM READ-TREE-AUDIT
               PERFORM READ-TREE-COST
               PERFORM READ-TREE-YTD
           MOVE "N" TO TREE-EOF-FLAG.
      *
      * Headcount and year-to-date payroll straight off the tree's
      * YTD master -- one record per employee paid this year; the
      * records for earlier years are passed over.
       READ-TREE-YTD.
           MOVE 0 TO TREE-HEADCOUNT
           MOVE 0 TO TREE-YTD-PAYROLL
           MOVE SPACES TO TREE-YTD-FILE-NAME
           STRING FUNCTION TRIM (COMPANY-PREFIX)
                  "/data/ytd_master.idx"
               DELIMITED BY SIZE INTO TREE-YTD-FILE-NAME
           MOVE "N" TO TREE-EOF-FLAG
           OPEN INPUT TREE-YTD-FILE
                       AT END
                           SET TREE-EOF TO TRUE
                       NOT AT END
                           IF YTDM-YEAR = GROUP-YEAR
                               ADD 1 TO TREE-HEADCOUNT
                               IF YTDM-TOTAL-PAY IS NUMERIC
                                   ADD YTDM-TOTAL-PAY
                                       TO TREE-YTD-PAYROLL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
