      *> Withholding-certificate captions in each language an
      *> employee can choose (EMPMAST-LANGUAGE): the Spanish table,
      *> the English table laid out field for field the same, and the
      *> working set the certificate prints from -- the program MOVEs
      *> the employee's table into CERT-CAPTIONS before writing. The
      *> certificate's title and closing declaration are the wording
      *> the tax rules prescribe and print in Spanish on both, as does
      *> the statutory Renta 5ta Cat. concept. The tax-residence lines
      *> print only for an employee taxed as non-domiciled during the
      *> year.
       01 CERT-CAPTIONS-ES.
           05 FILLER              PIC X(15) VALUE
               "Trabajador   : ".
           05 FILLER              PIC X(15) VALUE
               "Documento    : ".
           05 FILLER              PIC X(29) VALUE
               "Remuneracion bruta anual   : ".
           05 FILLER              PIC X(29) VALUE
               "Descuentos del ejercicio   : ".
           05 FILLER              PIC X(29) VALUE
               "Neto percibido             : ".
           05 FILLER              PIC X(29) VALUE
               "Renta 5ta Cat. retenida    : ".
           05 FILLER              PIC X(15) VALUE
               "Condicion    : ".
           05 FILLER              PIC X(20) VALUE
               "Domiciliado".
           05 FILLER              PIC X(20) VALUE
               "No domiciliado".
           05 FILLER              PIC X(29) VALUE
               "Renta como no domiciliado  : ".
           05 FILLER              PIC X(29) VALUE
               "Retencion no domiciliado   : ".
      *>
       01 CERT-CAPTIONS-EN.
           05 FILLER              PIC X(15) VALUE
               "Employee     : ".
           05 FILLER              PIC X(15) VALUE
               "ID document  : ".
           05 FILLER              PIC X(29) VALUE
               "Annual gross pay           : ".
           05 FILLER              PIC X(29) VALUE
               "Deductions for the year    : ".
           05 FILLER              PIC X(29) VALUE
               "Net received               : ".
           05 FILLER              PIC X(29) VALUE
               "Renta 5ta Cat. withheld    : ".
           05 FILLER              PIC X(15) VALUE
               "Tax residence: ".
           05 FILLER              PIC X(20) VALUE
               "Domiciled".
           05 FILLER              PIC X(20) VALUE
               "Non-domiciled".
           05 FILLER              PIC X(29) VALUE
               "Gross while non-domiciled  : ".
           05 FILLER              PIC X(29) VALUE
               "Withheld while non-domicil.: ".
      *>
       01 CERT-CAPTIONS.
           05 CERT-CAP-EMPLOYEE      PIC X(15).
           05 CERT-CAP-DOCUMENT      PIC X(15).
           05 CERT-CAP-GROSS         PIC X(29).
           05 CERT-CAP-DEDUCTIONS    PIC X(29).
           05 CERT-CAP-NET           PIC X(29).
           05 CERT-CAP-TAX           PIC X(29).
           05 CERT-CAP-CONDITION     PIC X(15).
           05 CERT-CAP-DOMICILED     PIC X(20).
           05 CERT-CAP-NON-DOMICILED PIC X(20).
           05 CERT-CAP-NONDOM-GROSS  PIC X(29).
           05 CERT-CAP-NONDOM-TAX    PIC X(29).
