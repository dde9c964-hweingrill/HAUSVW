           03  ER-BEZKZ                PIC X.
      *    ER-BEZKZ: J = bezahlt (vom Zahllauf gesetzt)
           03  ER-BEZDAT               PIC 9(8)      COMP.
      *    ER-EIKZ: E = aus dem E-Rechnung-Import, das Original liegt
      *    unter ER-ARCHNR im Briefarchiv. Nicht zuordenbare E-Rech-
      *    nungen stehen mit ER-LFNR 0 zur Nacherfassung an.
           03  ER-UST                  PIC S9(7)V99  COMP.
           03  ER-EIKZ                 PIC X.
           03  ER-ARCHNR               PIC 9(6)      COMP.
           03  ER-PRKZ                 PIC X.
           03  ER-PRNR                 PIC 9(4)      COMP.
      *    ER-PRKZ: P = Rechnung gehoert zum Sanierungsprojekt ER-PRNR
      *    (SANPROJ des Mandanten ER-FNR)
