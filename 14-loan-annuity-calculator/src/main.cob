           05 SCEN-ADMIN-FEE   PIC 9(5)V99.
           05 FILLER           PIC X(1).
           05 SCEN-UPFRONT     PIC 9(7)V99.
      * Optional amortization method and grace period after those --
      * FRENCH (equal installments) or GERMAN (equal principal,
      * declining installments), then the grace months at the start
      * of the term and whether the grace is TOTAL (nothing paid,
      * interest capitalized) or PARTIAL (interest only). A line
      * that gives a method must spell out the three cost fields
      * ahead of it, zeros where there is no charge. Left blank, the
      * loan is a French annuity with no grace, as it always was.
           05 FILLER           PIC X(1).
           05 SCEN-METHOD      PIC X(6).
           05 FILLER           PIC X(1).
           05 SCEN-GRACE-MONTHS PIC 99.
           05 FILLER           PIC X(1).
           05 SCEN-GRACE-TYPE  PIC X(7).
      *
       WORKING-STORAGE SECTION.
      * 
       01 WS-INS-PORTION-DISPLAY  PIC ZZZ,ZZ9.99.
       01 WS-OUTLAY-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
      *
      * Amortization method and grace period for the scenario. The
      * grace months count inside NUMBER-PERIODS: the loan amortizes
      * over the periods left after them. A German loan, or any loan
      * with grace, is built period by period into WS-VR-PERIOD-TABLE
      * by BUILD-METHOD-SCHEDULE (at the scenario's single rate, or
      * the RATE_SCHEDULE tiers when one is in force), and the costs,
      * schedule and what-if below then read that table exactly as
      * they read a variable-rate schedule.
       01 WS-AMORT-METHOD         PIC X(6).
           88 WS-METHOD-FRENCH    VALUE "FRENCH".
           88 WS-METHOD-GERMAN    VALUE "GERMAN".
       01 WS-GRACE-MONTHS         PIC 99.
       01 WS-GRACE-TYPE           PIC X(7).
           88 WS-GRACE-TOTAL      VALUE "TOTAL".
           88 WS-GRACE-PARTIAL    VALUE "PARTIAL".
       01 WS-SCHEDULE-TABLE-FLAG  PIC X VALUE "N".
           88 WS-SCHEDULE-FROM-TABLE VALUE "Y".
       01 WS-MB-METHOD            PIC X(6).
           88 WS-MB-GERMAN        VALUE "GERMAN".
       01 WS-MB-PERIOD            PIC 99.
       01 WS-MB-FIRST-PERIOD      PIC 99.
       01 WS-MB-AMORT-PERIODS     PIC 99.
       01 WS-MB-REMAINING         PIC 99.
       01 WS-MB-RATE-IDX          PIC 99.
       01 WS-MB-RATE              PIC 9V999.
       01 WS-MB-RATE-CHANGED-FLAG PIC X.
           88 WS-MB-RATE-CHANGED  VALUE "Y".
       01 WS-MB-BALANCE           PIC 9(9)V99.
       01 WS-MB-PAYMENT           PIC 9(9)V99.
       01 WS-MB-CONST-PRINCIPAL   PIC 9(9)V99.
       01 WS-MB-INTEREST          PIC 9(9)V99.
       01 WS-MB-PRINCIPAL         PIC 9(9)V99.
       01 WS-MB-TOTAL-PAID        PIC 9(9)V99.
       01 WS-MB-TOTAL-INTEREST    PIC 9(9)V99.
       01 WS-LAST-PAYMENT         PIC 9(9)V99.
       01 WS-LAST-PAYMENT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
      * Side-by-side figures for the method comparison -- the same
      * loan, rate, term and grace priced both ways.
       01 WS-CMP-FRENCH-FIRST     PIC 9(9)V99.
       01 WS-CMP-FRENCH-LAST      PIC 9(9)V99.
       01 WS-CMP-FRENCH-INTEREST  PIC 9(9)V99.
       01 WS-CMP-GERMAN-FIRST     PIC 9(9)V99.
       01 WS-CMP-GERMAN-LAST      PIC 9(9)V99.
       01 WS-CMP-GERMAN-INTEREST  PIC 9(9)V99.
       01 WS-CMP-DIFFERENCE       PIC S9(9)V99.
       01 WS-CMP-FIRST-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CMP-LAST-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CMP-INT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CMP-DIFF-DISPLAY     PIC -ZZZ,ZZZ,ZZ9.99.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
                           ADD 1 TO WS-SCENARIO
                           PERFORM LOAD-SCENARIO-FROM-FILE
                           PERFORM CALCULATE-PAYMENT
                           PERFORM PREPARE-SCHEDULE
                           PERFORM COMPUTE-LOAN-COSTS
                           PERFORM COMPUTE-EFFECTIVE-COST-RATE
                           PERFORM DISPLAY-SCENARIO-RESULTS
                           PERFORM RUN-AMORTIZATION-SCHEDULE
                           PERFORM DISPLAY-LUMP-SUM-WHAT-IF
                           PERFORM DISPLAY-METHOD-COMPARISON
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCENARIOS-FILE
                       UNTIL WS-SCENARIO > WS-MAX-SCENARIOS
                   PERFORM SETUP-SCENARIO-DATA
                   PERFORM CALCULATE-PAYMENT
                   PERFORM PREPARE-SCHEDULE
                   PERFORM COMPUTE-LOAN-COSTS
                   PERFORM COMPUTE-EFFECTIVE-COST-RATE
                   PERFORM DISPLAY-SCENARIO-RESULTS
                   PERFORM RUN-AMORTIZATION-SCHEDULE
                   PERFORM DISPLAY-LUMP-SUM-WHAT-IF
                   PERFORM DISPLAY-METHOD-COMPARISON
               END-PERFORM
           END-IF.
      *
               MOVE WS-DEFAULT-UPFRONT-FEE TO WS-UPFRONT-FEE
           END-IF
           DISPLAY "SCENARIO " WS-SCENARIO ": From Input File"
           DISPLAY "----------------------------"
      * The method and grace likewise; anything unrecognized is
      * reported and priced as the plain French annuity.
           MOVE "FRENCH" TO WS-AMORT-METHOD
           MOVE 0 TO WS-GRACE-MONTHS
           MOVE "TOTAL" TO WS-GRACE-TYPE
           IF SCEN-METHOD = "GERMAN"
               MOVE "GERMAN" TO WS-AMORT-METHOD
           ELSE
               IF SCEN-METHOD NOT = SPACES
                       AND SCEN-METHOD NOT = "FRENCH"
                   DISPLAY "WARNING: UNKNOWN METHOD " SCEN-METHOD
                       " -- PRICED AS FRENCH"
               END-IF
           END-IF
           IF SCEN-GRACE-MONTHS IS NUMERIC
               MOVE SCEN-GRACE-MONTHS TO WS-GRACE-MONTHS
           END-IF
           IF SCEN-GRACE-TYPE = "PARTIAL"
               MOVE "PARTIAL" TO WS-GRACE-TYPE
           ELSE
               IF SCEN-GRACE-TYPE NOT = SPACES
                       AND SCEN-GRACE-TYPE NOT = "TOTAL"
                   DISPLAY "WARNING: UNKNOWN GRACE TYPE "
                       SCEN-GRACE-TYPE " -- TAKEN AS TOTAL"
               END-IF
           END-IF
           IF WS-GRACE-MONTHS > 0
                   AND WS-GRACE-MONTHS NOT < NUMBER-PERIODS
               DISPLAY "WARNING: GRACE OF " WS-GRACE-MONTHS
                   " MONTHS LEAVES NOTHING TO AMORTIZE -- IGNORED"
               MOVE 0 TO WS-GRACE-MONTHS
           END-IF.
      *
       SETUP-SCENARIO-DATA.
           MOVE "FRENCH" TO WS-AMORT-METHOD
           MOVE 0 TO WS-GRACE-MONTHS
           MOVE "TOTAL" TO WS-GRACE-TYPE
           MOVE WS-DEFAULT-DESGRAV-RATE TO WS-DESGRAV-RATE
           MOVE WS-DEFAULT-ADMIN-FEE TO WS-ADMIN-FEE
           MOVE WS-DEFAULT-UPFRONT-FEE TO WS-UPFRONT-FEE
           COMPUTE WS-TOTAL-INTEREST = WS-TOTAL-PAID - LOAN
       .   
      *
      * Decides where the scenario's schedule comes from. A German
      * loan or a grace period is built by BUILD-METHOD-SCHEDULE; a
      * French annuity under RATE_SCHEDULE by CALCULATE-VARIABLE-
      * RATE-SCHEDULE; a plain French annuity keeps the single
      * PAYMENT CALCULATE-PAYMENT just worked out. Either table
      * leaves the headline PAYMENT at the first amortizing
      * installment and the totals summed off the schedule.
       PREPARE-SCHEDULE.
           MOVE "N" TO WS-SCHEDULE-TABLE-FLAG
           MOVE PAYMENT TO WS-LAST-PAYMENT
           IF WS-METHOD-GERMAN OR WS-GRACE-MONTHS > 0
               MOVE "Y" TO WS-SCHEDULE-TABLE-FLAG
               MOVE WS-AMORT-METHOD TO WS-MB-METHOD
               PERFORM BUILD-METHOD-SCHEDULE
               MOVE VR-TBL-PAYMENT (WS-MB-FIRST-PERIOD) TO PAYMENT
               MOVE WS-MB-TOTAL-PAID TO WS-TOTAL-PAID
               MOVE WS-MB-TOTAL-INTEREST TO WS-TOTAL-INTEREST
               MOVE VR-TBL-PAYMENT (NUMBER-PERIODS) TO WS-LAST-PAYMENT
           ELSE
               IF RATE-SCHEDULE-MODE
                   MOVE "Y" TO WS-SCHEDULE-TABLE-FLAG
                   PERFORM CALCULATE-VARIABLE-RATE-SCHEDULE
                   MOVE VR-TBL-PAYMENT (NUMBER-PERIODS)
                       TO WS-LAST-PAYMENT
               END-IF
           END-IF.
      *
      * One period at a time into WS-VR-PERIOD-TABLE, for the method
      * in WS-MB-METHOD and the scenario's grace. Grace periods come
      * first: TOTAL grace pays nothing and the interest is added to
      * the balance, PARTIAL grace pays the interest alone. The
      * balance then amortizes over the periods left -- a French
      * installment re-amortized off the balance whenever the rate
      * changes, or a German fixed principal (the balance over the
      * periods left) plus the period's interest. The final period
      * clears whatever rounding left on the balance. Totals land in
      * WS-MB-TOTAL-PAID/WS-MB-TOTAL-INTEREST, interest being
      * everything paid over the amount lent.
       BUILD-METHOD-SCHEDULE.
           MOVE 0 TO WS-MB-TOTAL-PAID
           MOVE LOAN TO WS-MB-BALANCE
           COMPUTE WS-MB-FIRST-PERIOD = WS-GRACE-MONTHS + 1
           COMPUTE WS-MB-AMORT-PERIODS =
               NUMBER-PERIODS - WS-GRACE-MONTHS
           IF RATE-SCHEDULE-MODE
               MOVE WS-RATE-VALUE (1) TO WS-MB-RATE
           ELSE
               MOVE INTEREST TO WS-MB-RATE
           END-IF
           MOVE 2 TO WS-MB-RATE-IDX
           PERFORM VARYING WS-MB-PERIOD FROM 1 BY 1
                   UNTIL WS-MB-PERIOD > NUMBER-PERIODS
               MOVE "N" TO WS-MB-RATE-CHANGED-FLAG
               IF RATE-SCHEDULE-MODE
                       AND WS-MB-RATE-IDX <= WS-RATE-COUNT
                       AND WS-MB-PERIOD =
                           WS-RATE-START-PERIOD (WS-MB-RATE-IDX)
                   MOVE WS-RATE-VALUE (WS-MB-RATE-IDX) TO WS-MB-RATE
                   MOVE "Y" TO WS-MB-RATE-CHANGED-FLAG
                   ADD 1 TO WS-MB-RATE-IDX
               END-IF
               MOVE WS-MB-BALANCE TO VR-TBL-BEGIN-BAL (WS-MB-PERIOD)
               COMPUTE WS-MB-INTEREST ROUNDED =
                   WS-MB-BALANCE * (WS-MB-RATE / 12)
               IF WS-MB-PERIOD < WS-MB-FIRST-PERIOD
                   MOVE 0 TO WS-MB-PRINCIPAL
                   IF WS-GRACE-PARTIAL
                       MOVE WS-MB-INTEREST TO WS-MB-PAYMENT
                   ELSE
                       MOVE 0 TO WS-MB-PAYMENT
                       ADD WS-MB-INTEREST TO WS-MB-BALANCE
                   END-IF
               ELSE
                   COMPUTE WS-MB-REMAINING =
                       NUMBER-PERIODS - WS-MB-PERIOD + 1
                   IF WS-MB-PERIOD = WS-MB-FIRST-PERIOD
                       COMPUTE WS-MB-CONST-PRINCIPAL ROUNDED =
                           WS-MB-BALANCE / WS-MB-AMORT-PERIODS
                   END-IF
                   IF NOT WS-MB-GERMAN
                           AND (WS-MB-PERIOD = WS-MB-FIRST-PERIOD
                               OR WS-MB-RATE-CHANGED)
                       COMPUTE WS-MB-PAYMENT ROUNDED =
                           WS-MB-BALANCE * FUNCTION ANNUITY
                               ((WS-MB-RATE / 12) WS-MB-REMAINING)
                   END-IF
                   IF WS-MB-GERMAN
                       MOVE WS-MB-CONST-PRINCIPAL TO WS-MB-PRINCIPAL
                   ELSE
                       COMPUTE WS-MB-PRINCIPAL =
                           WS-MB-PAYMENT - WS-MB-INTEREST
                   END-IF
                   IF WS-MB-PERIOD = NUMBER-PERIODS
                           OR WS-MB-PRINCIPAL > WS-MB-BALANCE
                       MOVE WS-MB-BALANCE TO WS-MB-PRINCIPAL
                   END-IF
                   COMPUTE WS-MB-PAYMENT =
                       WS-MB-PRINCIPAL + WS-MB-INTEREST
                   SUBTRACT WS-MB-PRINCIPAL FROM WS-MB-BALANCE
               END-IF
               MOVE WS-MB-RATE TO VR-TBL-RATE (WS-MB-PERIOD)
               MOVE WS-MB-PAYMENT TO VR-TBL-PAYMENT (WS-MB-PERIOD)
               MOVE WS-MB-INTEREST TO VR-TBL-INT-PORTION (WS-MB-PERIOD)
               MOVE WS-MB-PRINCIPAL
                   TO VR-TBL-PRIN-PORTION (WS-MB-PERIOD)
               MOVE WS-MB-BALANCE TO VR-TBL-END-BAL (WS-MB-PERIOD)
               ADD WS-MB-PAYMENT TO WS-MB-TOTAL-PAID
           END-PERFORM
           COMPUTE WS-MB-TOTAL-INTEREST = WS-MB-TOTAL-PAID - LOAN.
      *
      * Builds the per-period insurance and true-outlay table for the
      * active schedule. Fixed-rate scenarios re-walk the balance with
      * the same arithmetic the printed schedule uses; variable-rate,
      * German and grace-period scenarios take their balances and
      * payments straight from WS-VR-PERIOD-TABLE. Either way each
      * period's outlay is the installment plus desgravamen on the
      * period's opening balance plus the flat admin fee -- the
      * number the customer actually hands over.
       COMPUTE-LOAN-COSTS.
           MOVE 0 TO WS-TOTAL-INSURANCE
           MOVE 0 TO WS-TOTAL-FEES
           MOVE LOAN TO WS-COST-BALANCE
           PERFORM VARYING WS-COST-PERIOD FROM 1 BY 1
                   UNTIL WS-COST-PERIOD > NUMBER-PERIODS
               IF WS-SCHEDULE-FROM-TABLE
                   COMPUTE COST-TBL-INSURANCE (WS-COST-PERIOD)
                       ROUNDED = VR-TBL-BEGIN-BAL (WS-COST-PERIOD)
                           * WS-DESGRAV-RATE
           DISPLAY "Annual Interest:    " WS-ANNUAL-INT-PERC-DISPLAY "%"
           DISPLAY "Monthly Rate:       " WS-MONTH-RATE-PERC-DISPLAY "%"
           DISPLAY "Number of Periods:  " NUMBER-PERIODS " months"
           DISPLAY "Amortization Method: " WS-AMORT-METHOD
           IF WS-GRACE-MONTHS > 0
               DISPLAY "Grace Period:       " WS-GRACE-MONTHS
                   " months " FUNCTION TRIM (WS-GRACE-TYPE)
           END-IF
           DISPLAY "Monthly Payment:    "
               FUNCTION TRIM (CURRENCY-SYMBOL-FIELD) " "
               WS-PAYMENT-DISPLAY
           IF WS-METHOD-GERMAN
               MOVE WS-LAST-PAYMENT TO WS-LAST-PAYMENT-DISPLAY
               DISPLAY "Last Installment:   "
                   FUNCTION TRIM (CURRENCY-SYMBOL-FIELD) " "
                   WS-LAST-PAYMENT-DISPLAY
           END-IF
           DISPLAY "Total Amount Paid:  "
               FUNCTION TRIM (CURRENCY-SYMBOL-FIELD) " "
               WS-TOTAL-DISPLAY
               WS-TCEA-PCT-DISPLAY "%"
           DISPLAY SPACES.
      *
      * Picks the fixed-rate schedule or the table-built schedule
      * for the current scenario, depending on whether PREPARE-
      * SCHEDULE built one.
       RUN-AMORTIZATION-SCHEDULE.
           IF WS-SCHEDULE-FROM-TABLE
               PERFORM DISPLAY-VARIABLE-RATE-SCHEDULE
           ELSE
               PERFORM DISPLAY-AMORTIZATION-SCHEDULE
      * built into WS-VR-PERIOD-TABLE -- no recomputation here, so the
      * totals shown above and the rows printed below always agree.
       DISPLAY-VARIABLE-RATE-SCHEDULE.
           IF RATE-SCHEDULE-MODE
               DISPLAY "VARIABLE-RATE AMORTIZATION SCHEDULE "
                       "(AMOUNTS IN "
                       FUNCTION TRIM (CURRENCY-SYMBOL-FIELD) "):"
           ELSE
               DISPLAY FUNCTION TRIM (WS-AMORT-METHOD)
                       " AMORTIZATION SCHEDULE (AMOUNTS IN "
                       FUNCTION TRIM (CURRENCY-SYMBOL-FIELD) "):"
           END-IF
           DISPLAY "PER  RATE%    BEGIN BALANCE    INTEREST     "
                   "PRINCIPAL    END BALANCE     "
                   "SEGURO      TOTAL OUTLAY"
      * comparison below isn't a variable-rate total minus a flat-
      * rate projection for either the interest or the principal
      * side -- the flat PAYMENT field only ever reflects the first
      * rate tier once a rate schedule is in effect. A German or
      * grace-period schedule is walked the same way off its table:
      * grace months pay nothing (TOTAL, the interest capitalized)
      * or the interest alone (PARTIAL), and a German period repays
      * its scheduled fixed principal, so the lump sum shortens the
      * term rather than lowering the installment.
       DISPLAY-LUMP-SUM-WHAT-IF.
           IF EXTRA-PAYMENT-MODE
               MOVE LOAN TO WS-WI-BALANCE
               PERFORM UNTIL WS-WI-BALANCE <= 0
                       OR WS-WI-PERIOD > 999
                   ADD 1 TO WS-WI-PERIOD
                   IF WS-SCHEDULE-FROM-TABLE
                           AND WS-WI-PERIOD <= NUMBER-PERIODS
                       MOVE VR-TBL-RATE (WS-WI-PERIOD)
                           TO WS-WI-CURRENT-RATE
                       MOVE VR-TBL-PAYMENT (WS-WI-PERIOD)
                           TO WS-WI-CURRENT-PAYMENT
                   ELSE
                       IF WS-SCHEDULE-FROM-TABLE
                           MOVE VR-TBL-RATE (NUMBER-PERIODS)
                               TO WS-WI-CURRENT-RATE
                           MOVE VR-TBL-PAYMENT (NUMBER-PERIODS)
                   ADD WS-WI-INTEREST-PORTION TO WS-WI-TOTAL-INTEREST
                   COMPUTE WS-WI-PRINCIPAL-PORTION ROUNDED =
                       WS-WI-CURRENT-PAYMENT - WS-WI-INTEREST-PORTION
                   IF WS-WI-PERIOD <= WS-GRACE-MONTHS
                       IF WS-GRACE-PARTIAL
                           MOVE 0 TO WS-WI-PRINCIPAL-PORTION
                       ELSE
                           COMPUTE WS-WI-PRINCIPAL-PORTION =
                               0 - WS-WI-INTEREST-PORTION
                       END-IF
                   ELSE
                       IF WS-METHOD-GERMAN
                               AND WS-WI-PERIOD < NUMBER-PERIODS
                           MOVE VR-TBL-PRIN-PORTION (WS-WI-PERIOD)
                               TO WS-WI-PRINCIPAL-PORTION
                       END-IF
                       IF WS-METHOD-GERMAN
                               AND WS-WI-PERIOD >= NUMBER-PERIODS
                           MOVE WS-WI-BALANCE
                               TO WS-WI-PRINCIPAL-PORTION
                       END-IF
                   END-IF
                   IF WS-WI-PERIOD = EXTRA-PAYMENT-MONTH
                       ADD EXTRA-PAYMENT-AMOUNT
                           TO WS-WI-PRINCIPAL-PORTION
                   WS-WI-SAVINGS-DISPLAY
               DISPLAY SPACES
           END-IF.
      *
      * The same loan, rate, term and grace priced both ways, so the
      * customer sees what the German method's heavier early
      * installments save in interest. The scenario's own method
      * shows the figures already quoted above; the other is built
      * fresh. Runs last for the scenario, since building the other
      * method reuses the schedule table.
       DISPLAY-METHOD-COMPARISON.
           IF WS-METHOD-GERMAN
               MOVE PAYMENT TO WS-CMP-GERMAN-FIRST
               MOVE WS-LAST-PAYMENT TO WS-CMP-GERMAN-LAST
               MOVE WS-TOTAL-INTEREST TO WS-CMP-GERMAN-INTEREST
               MOVE "FRENCH" TO WS-MB-METHOD
               PERFORM BUILD-METHOD-SCHEDULE
               MOVE VR-TBL-PAYMENT (WS-MB-FIRST-PERIOD)
                   TO WS-CMP-FRENCH-FIRST
               MOVE VR-TBL-PAYMENT (NUMBER-PERIODS)
                   TO WS-CMP-FRENCH-LAST
               MOVE WS-MB-TOTAL-INTEREST TO WS-CMP-FRENCH-INTEREST
           ELSE
               MOVE PAYMENT TO WS-CMP-FRENCH-FIRST
               MOVE WS-LAST-PAYMENT TO WS-CMP-FRENCH-LAST
               MOVE WS-TOTAL-INTEREST TO WS-CMP-FRENCH-INTEREST
               MOVE "GERMAN" TO WS-MB-METHOD
               PERFORM BUILD-METHOD-SCHEDULE
               MOVE VR-TBL-PAYMENT (WS-MB-FIRST-PERIOD)
                   TO WS-CMP-GERMAN-FIRST
               MOVE VR-TBL-PAYMENT (NUMBER-PERIODS)
                   TO WS-CMP-GERMAN-LAST
               MOVE WS-MB-TOTAL-INTEREST TO WS-CMP-GERMAN-INTEREST
           END-IF
           DISPLAY "METHOD COMPARISON (SAME LOAN, RATE, TERM, GRACE):"
           DISPLAY "METHOD   FIRST INSTALLMENT   LAST INSTALLMENT"
                   "     TOTAL INTEREST"
           MOVE WS-CMP-FRENCH-FIRST TO WS-CMP-FIRST-DISPLAY
           MOVE WS-CMP-FRENCH-LAST TO WS-CMP-LAST-DISPLAY
           MOVE WS-CMP-FRENCH-INTEREST TO WS-CMP-INT-DISPLAY
           DISPLAY "FRENCH   " WS-CMP-FIRST-DISPLAY "     "
                   WS-CMP-LAST-DISPLAY "     " WS-CMP-INT-DISPLAY
           MOVE WS-CMP-GERMAN-FIRST TO WS-CMP-FIRST-DISPLAY
           MOVE WS-CMP-GERMAN-LAST TO WS-CMP-LAST-DISPLAY
           MOVE WS-CMP-GERMAN-INTEREST TO WS-CMP-INT-DISPLAY
           DISPLAY "GERMAN   " WS-CMP-FIRST-DISPLAY "     "
                   WS-CMP-LAST-DISPLAY "     " WS-CMP-INT-DISPLAY
           COMPUTE WS-CMP-DIFFERENCE =
               WS-CMP-FRENCH-INTEREST - WS-CMP-GERMAN-INTEREST
           MOVE WS-CMP-DIFFERENCE TO WS-CMP-DIFF-DISPLAY
           DISPLAY "Interest French less German: "
               FUNCTION TRIM (CURRENCY-SYMBOL-FIELD) " "
               WS-CMP-DIFF-DISPLAY
           DISPLAY SPACES.
      *
       DISPLAY-SUMMARY.
           DISPLAY "======================================"
