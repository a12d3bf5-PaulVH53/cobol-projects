      *> Payslip captions in each language an employee can choose
      *> (EMPMAST-LANGUAGE): the Spanish table, the English table laid
      *> out field for field the same, and the working set the slip
      *> prints from -- the program MOVEs the table for the slip's
      *> language into SLIP-CAPTIONS before writing a line. Each
      *> caption keeps its Spanish width so the amounts stay in the
      *> columns the pre-printed stock expects. Statutory concept
      *> names (Asig.Familiar, BUC, Gratificacion, Renta 5ta Cat., CTS)
      *> and the RECIBO DE PAGO title stay in Spanish on both.
       01 SLIP-CAPTIONS-ES.
           05 FILLER              PIC X(46) VALUE
               "               RECIBO DE PAGO".
           05 FILLER              PIC X(17) VALUE
               "Periodo de Pago: ".
           05 FILLER              PIC X(9) VALUE
               "Proceso: ".
           05 FILLER              PIC X(15) VALUE
               "Documento Nro: ".
           05 FILLER              PIC X(15) VALUE
               "ID Empleado  : ".
           05 FILLER              PIC X(15) VALUE
               "Nombre       : ".
           05 FILLER              PIC X(16) VALUE
               "Detalle de Pago:".
           05 FILLER              PIC X(16) VALUE
               "  Concepto    : ".
           05 FILLER              PIC X(16) VALUE
               "  Base        : ".
           05 FILLER              PIC X(16) VALUE
               "  Horas Extra : ".
           05 FILLER              PIC X(16) VALUE
               "  Doble Tiempo: ".
           05 FILLER              PIC X(16) VALUE
               "  Feriado Trab: ".
           05 FILLER              PIC X(20) VALUE
               "  Jornada Nocturna: ".
           05 FILLER              PIC X(17) VALUE
               "  Asig.Familiar: ".
           05 FILLER              PIC X(18) VALUE
               "  Reintegro piso: ".
           05 FILLER              PIC X(16) VALUE
               "  Bonif.Antig.: ".
           05 FILLER              PIC X(18) VALUE
               "  Bonif.25 anos : ".
           05 FILLER              PIC X(16) VALUE
               "  Ajuste neto : ".
           05 FILLER              PIC X(16) VALUE
               "  Dominical   : ".
           05 FILLER              PIC X(16) VALUE
               "  BUC         : ".
           05 FILLER              PIC X(16) VALUE
               "  Vacaciones  : ".
           05 FILLER              PIC X(15) VALUE
               "  Gratificac.: ".
           05 FILLER              PIC X(19) VALUE
               "  Exceso viaticos: ".
           05 FILLER              PIC X(16) VALUE
               "  Bruto       : ".
           05 FILLER              PIC X(18) VALUE
               "  Renta 5ta Cat.: ".
           05 FILLER              PIC X(18) VALUE
               "  Renta asumida : ".
           05 FILLER              PIC X(22) VALUE
               "  Viaticos no remun.: ".
           05 FILLER              PIC X(16) VALUE
               "  CTS semanal : ".
           05 FILLER              PIC X(16) VALUE
               "  Movilidad   : ".
           05 FILLER              PIC X(18) VALUE
               "  Neto a Recibir: ".
           05 FILLER              PIC X(46) VALUE
               "          RESUMEN ACUMULADO DEL ANO".
           05 FILLER              PIC X(23) VALUE
               "  Bruto Acumulado    : ".
           05 FILLER              PIC X(23) VALUE
               "  Descuentos Acum.   : ".
           05 FILLER              PIC X(23) VALUE
               "  Neto Acumulado     : ".
           05 FILLER              PIC X(22) VALUE
               "  Alimentac. tarjeta: ".
           05 FILLER              PIC X(22) VALUE
               "  Alim. exceso remun: ".
      *>
       01 SLIP-CAPTIONS-EN.
           05 FILLER              PIC X(46) VALUE
               "           PAYSLIP -- RECIBO DE PAGO".
           05 FILLER              PIC X(17) VALUE
               "Pay period     : ".
           05 FILLER              PIC X(9) VALUE
               "Run    : ".
           05 FILLER              PIC X(15) VALUE
               "Document No. : ".
           05 FILLER              PIC X(15) VALUE
               "Employee ID  : ".
           05 FILLER              PIC X(15) VALUE
               "Name         : ".
           05 FILLER              PIC X(16) VALUE
               "Pay detail:".
           05 FILLER              PIC X(16) VALUE
               "  Pay basis   : ".
           05 FILLER              PIC X(16) VALUE
               "  Base pay    : ".
           05 FILLER              PIC X(16) VALUE
               "  Overtime    : ".
           05 FILLER              PIC X(16) VALUE
               "  Double time : ".
           05 FILLER              PIC X(16) VALUE
               "  Holiday wkd.: ".
           05 FILLER              PIC X(20) VALUE
               "  Night shift     : ".
           05 FILLER              PIC X(17) VALUE
               "  Asig.Familiar: ".
           05 FILLER              PIC X(18) VALUE
               "  Min.wage topup: ".
           05 FILLER              PIC X(16) VALUE
               "  Seniority   : ".
           05 FILLER              PIC X(18) VALUE
               "  25-year award : ".
           05 FILLER              PIC X(16) VALUE
               "  Net gross-up: ".
           05 FILLER              PIC X(16) VALUE
               "  Sunday pay  : ".
           05 FILLER              PIC X(16) VALUE
               "  BUC         : ".
           05 FILLER              PIC X(16) VALUE
               "  Vacation    : ".
           05 FILLER              PIC X(15) VALUE
               "  Gratificac.: ".
           05 FILLER              PIC X(19) VALUE
               "  Per diem excess: ".
           05 FILLER              PIC X(16) VALUE
               "  Gross pay   : ".
           05 FILLER              PIC X(18) VALUE
               "  Renta 5ta Cat.: ".
           05 FILLER              PIC X(18) VALUE
               "  Employer tax  : ".
           05 FILLER              PIC X(22) VALUE
               "  Per diem non-remun: ".
           05 FILLER              PIC X(16) VALUE
               "  CTS weekly  : ".
           05 FILLER              PIC X(16) VALUE
               "  Mobility    : ".
           05 FILLER              PIC X(18) VALUE
               "  Net pay       : ".
           05 FILLER              PIC X(46) VALUE
               "          YEAR-TO-DATE SUMMARY".
           05 FILLER              PIC X(23) VALUE
               "  Gross to date      : ".
           05 FILLER              PIC X(23) VALUE
               "  Deductions to date : ".
           05 FILLER              PIC X(23) VALUE
               "  Net to date        : ".
           05 FILLER              PIC X(22) VALUE
               "  Meal card non-rem.: ".
           05 FILLER              PIC X(22) VALUE
               "  Meal card excess  : ".
      *>
       01 SLIP-CAPTIONS.
           05 SLIP-CAP-TITLE         PIC X(46).
           05 SLIP-CAP-PERIOD        PIC X(17).
           05 SLIP-CAP-RUN           PIC X(9).
           05 SLIP-CAP-DOC-NUMBER    PIC X(15).
           05 SLIP-CAP-EMP-ID        PIC X(15).
           05 SLIP-CAP-EMP-NAME      PIC X(15).
           05 SLIP-CAP-DETAIL        PIC X(16).
           05 SLIP-CAP-BASIS         PIC X(16).
           05 SLIP-CAP-BASE          PIC X(16).
           05 SLIP-CAP-OVERTIME      PIC X(16).
           05 SLIP-CAP-DOUBLE-TIME   PIC X(16).
           05 SLIP-CAP-HOLIDAY       PIC X(16).
           05 SLIP-CAP-NIGHT         PIC X(20).
           05 SLIP-CAP-FAMILY        PIC X(17).
           05 SLIP-CAP-TOPUP         PIC X(18).
           05 SLIP-CAP-SENIORITY     PIC X(16).
           05 SLIP-CAP-ANNIVERSARY   PIC X(18).
           05 SLIP-CAP-GROSSUP       PIC X(16).
           05 SLIP-CAP-DOMINICAL     PIC X(16).
           05 SLIP-CAP-BUC           PIC X(16).
           05 SLIP-CAP-VACATION      PIC X(16).
           05 SLIP-CAP-GRATI         PIC X(15).
           05 SLIP-CAP-VIATICO-EXCESS PIC X(19).
           05 SLIP-CAP-GROSS         PIC X(16).
           05 SLIP-CAP-INCOME-TAX    PIC X(18).
           05 SLIP-CAP-EMPLOYER-TAX  PIC X(18).
           05 SLIP-CAP-VIATICO       PIC X(22).
           05 SLIP-CAP-CTS           PIC X(16).
           05 SLIP-CAP-MOBILITY      PIC X(16).
           05 SLIP-CAP-NET           PIC X(18).
           05 SLIP-CAP-YTD-TITLE     PIC X(46).
           05 SLIP-CAP-YTD-GROSS     PIC X(23).
           05 SLIP-CAP-YTD-DEDUCTIONS PIC X(23).
           05 SLIP-CAP-YTD-NET       PIC X(23).
           05 SLIP-CAP-MEAL-CARD     PIC X(22).
           05 SLIP-CAP-MEAL-EXCESS   PIC X(22).
