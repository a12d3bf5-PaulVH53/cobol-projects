      *> Total-compensation statement captions in each language an
      *> employee can choose (EMPMAST-LANGUAGE): the Spanish table,
      *> the English table laid out field for field the same, and the
      *> working set the statement prints from -- the program MOVEs
      *> the employee's table into STMT-CAPTIONS before writing. The
      *> statutory names (EsSalud, CTS, Vida Ley) print as they are
      *> on both.
       01 STMT-CAPTIONS-ES.
           05 FILLER              PIC X(31) VALUE
               "   COMPENSACION TOTAL ANUAL --".
           05 FILLER              PIC X(13) VALUE
               "Trabajador : ".
           05 FILLER              PIC X(35) VALUE
               "Remuneracion bruta (incl. grati) : ".
           05 FILLER              PIC X(35) VALUE
               "EsSalud (aporte del empleador)   : ".
           05 FILLER              PIC X(35) VALUE
               "Depositos CTS                    : ".
           05 FILLER              PIC X(35) VALUE
               "Prima Vida Ley                   : ".
           05 FILLER              PIC X(35) VALUE
               "COSTO TOTAL PARA LA EMPRESA      : ".
      *>
       01 STMT-CAPTIONS-EN.
           05 FILLER              PIC X(31) VALUE
               "   TOTAL ANNUAL COMPENSATION --".
           05 FILLER              PIC X(13) VALUE
               "Employee   : ".
           05 FILLER              PIC X(35) VALUE
               "Gross pay (incl. gratificacion)  : ".
           05 FILLER              PIC X(35) VALUE
               "EsSalud (employer contribution)  : ".
           05 FILLER              PIC X(35) VALUE
               "CTS deposits                     : ".
           05 FILLER              PIC X(35) VALUE
               "Vida Ley premium                 : ".
           05 FILLER              PIC X(35) VALUE
               "TOTAL COST TO THE COMPANY        : ".
      *>
       01 STMT-CAPTIONS.
           05 STMT-CAP-TITLE         PIC X(31).
           05 STMT-CAP-EMPLOYEE      PIC X(13).
           05 STMT-CAP-GROSS         PIC X(35).
           05 STMT-CAP-ESSALUD       PIC X(35).
           05 STMT-CAP-CTS           PIC X(35).
           05 STMT-CAP-VIDA          PIC X(35).
           05 STMT-CAP-TOTAL-COST    PIC X(35).
