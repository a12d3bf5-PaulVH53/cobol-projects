       01 WS-NIGHT-PAY        PIC Z(5).99.
       01 WS-FAMILY-PAY       PIC Z(5).99.
       01 WS-TOPUP-PAY        PIC Z(5).99.
       01 WS-SENIORITY-PAY    PIC Z(5).99.
       01 WS-GROSSUP-PAY      PIC Z(5).99.
       01 WS-MEAL-PAY         PIC Z(5).99.
       01 WS-VIATICO-PAY      PIC Z(5).99.
       01 WS-VIATICO-EXCESS   PIC Z(5).99.
       01 WS-CIVIL-AMOUNT     PIC Z(5).99.
       01 WS-GROSS-PAY        PIC Z(5).99.
       01 WS-AFP              PIC Z(5).99.
       01 WS-NET              PIC Z(5).99.
       01 WS-YTD-GROSS         PIC Z(7).99.
       01 WS-YTD-DEDUCTIONS    PIC Z(7).99.
       01 WS-YTD-NET           PIC Z(7).99.
       COPY "PAYSLIP-CAPTIONS.CPY".

       LINKAGE SECTION.
       01 LNK-ID              PIC X(5).
      *> so an issued original can be told from anything else.
      *> Blank prints no number line (internal documents).
       01 LNK-DOC-NUMBER      PIC X(16).
      *> Viaticos reimbursed through the payslip: the part within
      *> the per-diem limit rides on the net as a non-remunerative
      *> concept (outside Bruto, untaxed); the excess over the limit
      *> is remuneration and is already inside LNK-GROSS-PAY. Both
      *> zero prints no travel lines.
       01 LNK-VIATICO-PAY     PIC 9(5)V99.
       01 LNK-VIATICO-EXCESS  PIC 9(5)V99.
      *> The construction agreement's own concepts for an employee
      *> on the CIVIL regime: dominical, BUC, vacation, and
      *> gratificacion are remuneration already inside
      *> LNK-GROSS-PAY; the weekly CTS and the mobility are
      *> non-remunerative and ride on the net like the viaticos.
      *> Each prints only when nonzero, so every other slip is
      *> unchanged.
       01 LNK-CIVIL-PAY.
           05 LNK-CIVIL-DOMINICAL PIC 9(5)V99.
           05 LNK-CIVIL-BUC       PIC 9(5)V99.
           05 LNK-CIVIL-VACATION  PIC 9(5)V99.
           05 LNK-CIVIL-GRATI     PIC 9(5)V99.
           05 LNK-CIVIL-CTS       PIC 9(5)V99.
           05 LNK-CIVIL-MOBILITY  PIC 9(5)V99.
      *> The employee's language off the master (EMPMAST-LANGUAGE):
      *> EN prints the English captions, anything else -- ES, or
      *> blank from a master written before the field existed --
      *> the Spanish ones.
       01 LNK-LANGUAGE        PIC X(2).
      *> The collective agreement's seniority bonus -- the monthly
      *> step's share for the period and the one-time anniversary
      *> payment, both remuneration already inside LNK-GROSS-PAY.
      *> Each prints only when nonzero.
       01 LNK-SENIORITY-PAY.
           05 LNK-SENIORITY-STEP  PIC 9(5)V99.
           05 LNK-SENIORITY-ANNIV PIC 9(5)V99.
      *> A guaranteed net's gross-up -- remuneration already inside
      *> LNK-GROSS-PAY -- and the Renta 5ta the employer takes on,
      *> the same amount as LNK-INCOME-TAX, restated so the employee
      *> can see who bears it. Each prints only when nonzero.
       01 LNK-GROSSUP-PAY.
           05 LNK-GROSSUP-AMOUNT  PIC 9(5)V99.
           05 LNK-GROSSUP-TAX     PIC 9(5)V99.
      *> The month's food benefit loaded onto the provider's card --
      *> the non-remunerative part within the limit and the excess
      *> over it. Both were paid on the card, not through this slip,
      *> so they print below the net for the employee's information
      *> and never touch LNK-NET. Each prints only when nonzero.
       01 LNK-MEAL-PAY.
           05 LNK-MEAL-CARD       PIC 9(5)V99.
           05 LNK-MEAL-EXCESS     PIC 9(5)V99.

       PROCEDURE DIVISION USING
           LNK-ID LNK-NAME LNK-BASE-PAY LNK-OT-PAY LNK-DT-PAY
           LNK-YTD-GROSS LNK-YTD-DEDUCTIONS LNK-YTD-NET
           LNK-RUN-ID LNK-HOLIDAY-PAY LNK-NIGHT-PAY
           LNK-PAY-BASIS LNK-FX-TEXT LNK-FAMILY-PAY
           LNK-TOPUP-PAY LNK-DOC-NUMBER
           LNK-VIATICO-PAY LNK-VIATICO-EXCESS
           LNK-CIVIL-PAY LNK-LANGUAGE LNK-SENIORITY-PAY
           LNK-GROSSUP-PAY LNK-MEAL-PAY.

        *>    VERIFICATION OF INPUT DATA
           DISPLAY "DEBUG ID: " LNK-ID
           DISPLAY "DEBUG FILE: " LNK-FILENAME


           IF LNK-LANGUAGE = "EN"
               MOVE SLIP-CAPTIONS-EN TO SLIP-CAPTIONS
           ELSE
               MOVE SLIP-CAPTIONS-ES TO SLIP-CAPTIONS
           END-IF

           OPEN OUTPUT SLIP-FILE

           MOVE LNK-ID         TO WS-ID
                  LNK-COMPANY-TAX-ID DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM WRITE-LINE
           MOVE SLIP-CAP-TITLE TO WS-LINE
           PERFORM WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING SLIP-CAP-PERIOD DELIMITED BY SIZE
                  LNK-PAY-PERIOD DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING SLIP-CAP-RUN DELIMITED BY SIZE
                  LNK-RUN-ID DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM WRITE-LINE
           IF LNK-DOC-NUMBER NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING SLIP-CAP-DOC-NUMBER DELIMITED BY SIZE
                      LNK-DOC-NUMBER DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-EMP-ID DELIMITED BY SIZE
               WS-ID          DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM WRITE-LINE

           STRING 
                SLIP-CAP-EMP-NAME DELIMITED BY SIZE
                WS-NAME         DELIMITED BY SIZE
                INTO WS-LINE
           PERFORM WRITE-LINE
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-LINE

           MOVE SLIP-CAP-DETAIL TO WS-LINE
           PERFORM WRITE-LINE

           IF LNK-PAY-BASIS NOT = SPACES
               STRING
                   SLIP-CAP-BASIS DELIMITED BY SIZE
                   LNK-PAY-BASIS DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           STRING
                SLIP-CAP-BASE DELIMITED BY SIZE
                LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                " "                 DELIMITED BY SIZE
                WS-BASE-PAY        DELIMITED BY SIZE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-OVERTIME DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-OT-PAY           DELIMITED BY SIZE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-DOUBLE-TIME DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-DT-PAY           DELIMITED BY SIZE
           IF LNK-HOLIDAY-PAY > 0
               MOVE LNK-HOLIDAY-PAY TO WS-HOLIDAY-PAY
               STRING
                   SLIP-CAP-HOLIDAY DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-HOLIDAY-PAY      DELIMITED BY SIZE
           IF LNK-NIGHT-PAY > 0
               MOVE LNK-NIGHT-PAY TO WS-NIGHT-PAY
               STRING
                   SLIP-CAP-NIGHT DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-NIGHT-PAY        DELIMITED BY SIZE
           IF LNK-FAMILY-PAY > 0
               MOVE LNK-FAMILY-PAY TO WS-FAMILY-PAY
               STRING
                   SLIP-CAP-FAMILY DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-FAMILY-PAY       DELIMITED BY SIZE
           IF LNK-TOPUP-PAY > 0
               MOVE LNK-TOPUP-PAY TO WS-TOPUP-PAY
               STRING
                   SLIP-CAP-TOPUP DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-TOPUP-PAY        DELIMITED BY SIZE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-SENIORITY-STEP > 0
               MOVE LNK-SENIORITY-STEP TO WS-SENIORITY-PAY
               STRING
                   SLIP-CAP-SENIORITY DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-SENIORITY-PAY    DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-SENIORITY-ANNIV > 0
               MOVE LNK-SENIORITY-ANNIV TO WS-SENIORITY-PAY
               STRING
                   SLIP-CAP-ANNIVERSARY DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-SENIORITY-PAY    DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-GROSSUP-AMOUNT > 0
               MOVE LNK-GROSSUP-AMOUNT TO WS-GROSSUP-PAY
               STRING
                   SLIP-CAP-GROSSUP    DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-GROSSUP-PAY      DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-CIVIL-DOMINICAL > 0
               MOVE LNK-CIVIL-DOMINICAL TO WS-CIVIL-AMOUNT
               STRING
                   SLIP-CAP-DOMINICAL DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-CIVIL-AMOUNT     DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-CIVIL-BUC > 0
               MOVE LNK-CIVIL-BUC TO WS-CIVIL-AMOUNT
               STRING
                   SLIP-CAP-BUC DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-CIVIL-AMOUNT     DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-CIVIL-VACATION > 0
               MOVE LNK-CIVIL-VACATION TO WS-CIVIL-AMOUNT
               STRING
                   SLIP-CAP-VACATION DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-CIVIL-AMOUNT     DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-CIVIL-GRATI > 0
               MOVE LNK-CIVIL-GRATI TO WS-CIVIL-AMOUNT
               STRING
                   SLIP-CAP-GRATI DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-CIVIL-AMOUNT     DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-VIATICO-EXCESS > 0
               MOVE LNK-VIATICO-EXCESS TO WS-VIATICO-EXCESS
               STRING
                   SLIP-CAP-VIATICO-EXCESS DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-VIATICO-EXCESS   DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           STRING
               SLIP-CAP-GROSS DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-GROSS-PAY DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-INCOME-TAX DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-INCOME-TAX       DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM WRITE-LINE

           IF LNK-GROSSUP-TAX > 0
               MOVE LNK-GROSSUP-TAX TO WS-GROSSUP-PAY
               STRING
                   SLIP-CAP-EMPLOYER-TAX DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-GROSSUP-PAY      DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > LNK-DEDUCTION-COUNT
               MOVE LNK-DED-AMOUNT (DED-IDX) TO WS-DED-AMOUNT
               PERFORM WRITE-LINE
           END-PERFORM

           IF LNK-VIATICO-PAY > 0
               MOVE LNK-VIATICO-PAY TO WS-VIATICO-PAY
               STRING
                   SLIP-CAP-VIATICO DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-VIATICO-PAY      DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-CIVIL-CTS > 0
               MOVE LNK-CIVIL-CTS TO WS-CIVIL-AMOUNT
               STRING
                   SLIP-CAP-CTS DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-CIVIL-AMOUNT     DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-CIVIL-MOBILITY > 0
               MOVE LNK-CIVIL-MOBILITY TO WS-CIVIL-AMOUNT
               STRING
                   SLIP-CAP-MOBILITY DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-CIVIL-AMOUNT     DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           MOVE "----------------------------------------------"
               TO WS-LINE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-NET DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-NET DELIMITED BY SIZE INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-MEAL-CARD > 0
               MOVE LNK-MEAL-CARD TO WS-MEAL-PAY
               STRING
                   SLIP-CAP-MEAL-CARD DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-MEAL-PAY         DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           IF LNK-MEAL-EXCESS > 0
               MOVE LNK-MEAL-EXCESS TO WS-MEAL-PAY
               STRING
                   SLIP-CAP-MEAL-EXCESS DELIMITED BY SIZE
                   LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
                   " "                 DELIMITED BY SIZE
                   WS-MEAL-PAY         DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM WRITE-LINE
           END-IF

           MOVE "=============================================="
               TO WS-LINE
           PERFORM WRITE-LINE
           MOVE LNK-YTD-DEDUCTIONS TO WS-YTD-DEDUCTIONS
           MOVE LNK-YTD-NET TO WS-YTD-NET

           MOVE SLIP-CAP-YTD-TITLE TO WS-LINE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-YTD-GROSS DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-YTD-GROSS        DELIMITED BY SIZE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-YTD-DEDUCTIONS DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-YTD-DEDUCTIONS   DELIMITED BY SIZE
           PERFORM WRITE-LINE

           STRING
               SLIP-CAP-YTD-NET DELIMITED BY SIZE
               LNK-CURRENCY-SYMBOL DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               WS-YTD-NET          DELIMITED BY SIZE
