           03  AR-DATUM                PIC 9(8)      COMP.
           03  AR-QUELLE               PIC X.
      *    AR-QUELLE: E=Eigentuemer  M=Mieter  Leerstelle=Brieflauf
      *    L=Lieferant (AR-KTONR = Lieferantennummer)
           03  AR-KTONR                PIC 9(4)      COMP.
           03  AR-ART                  PIC X(5).
      *    AR-ART: MAHN1/MAHN2/KTOAU/MKTOA/RECHT/AUFTR/MIETW/BEFR (je
      *    Brief, RECHT = Uebergabeschreiben Rechtsfall, AUFTR = Hand-
      *    werkerauftrag an den Lieferanten, MIETW = Uebergabeproto-
      *    koll Mieterwechsel auf den Nachmieter, BEFR = Ablaufer-
      *    innerung befristeter Mietvertrag; Serienbriefe unter der
      *    im Lauf gewaehlten Art, Vorgabe SERIE, z.B. EINL fuer die
      *    Versammlungseinladung - Brief und Sammeldruck) bzw.
      *    MAHN/KTOAU/MKTOA/BKAB/VALO/KAUT/WIPL/STAFF/EGAB/VZINS/
      *    SANU/HONOR (Lauf-PDF, MAHN = Mahn-Sammellauf, STAFF = Staf-
      *    felmiet-Schreiben der Sollstellung, EGAB = Eigentuemer-
      *    Jahresabrechnung, VZINS = Verzugszinsenaufstellung, SANU =
      *    Sonderumlage Sanierungsprojekt, HONOR = Verwalterhonorar-
      *    Rechnung) bzw. ERECH
      *    (Original einer importierten E-Rechnung, BRFnnnnnn.XML/.PDF)
           03  AR-DATEI                PIC X(20).
           03  AR-STATUS               PIC X.
      *    AR-STATUS: D=gedruckt  M=gemailt  F=Mailzustellung
