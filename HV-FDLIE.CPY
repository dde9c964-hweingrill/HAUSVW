               05 LF-BKKTO             PIC X(14).
               05 LF-BANKNAME          PIC X(20).
           03  LF-ZIEL                 PIC 999       COMP.
      *    E-Rechnung-Import: Zuordnung des Lieferanten ueber die UID
      *    (oder die IBAN aus LF-BANK) und Vorgabe-AK-Konto fuer die
      *    uebernommene Rechnung (0 = keine Vorgabe).
           03  LF-UID                  PIC X(14).
           03  LF-AKKTO                PIC 9(4)      COMP.
