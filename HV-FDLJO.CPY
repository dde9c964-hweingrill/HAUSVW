      **************************************** Hausverwaltungsprogramm *
      *    Lauf-Journal der periodischen Buchungslaeufe (Sollstellung,  *
      *    BK-/Heizkostenabrechnung, Dauerbuchungen, Ruecklagen-        *
      *    Zufuehrung): je Lauf ein Kopfsatz (LJ-POS 0) und eine        *
      *    Position je fertig gebuchtem Konto mit den Schluesseln der   *
      *    geschriebenen Saetze. Bricht ein Lauf vor der Perioden-      *
      *    sperre ab, bleibt der Kopf auf L stehen; der naechste Lauf   *
      *    bietet Fortsetzen hinter LJ-LKEY oder Zuruecknehmen der      *
      *    Positionen an.                                               *
       FD  LAUFJ        external       LABEL RECORDS STANDARD.
       01  LJ-SATZ.
           03  LJ-KEY.
               05 LJ-FNR               PIC 99        COMP.
               05 LJ-LAUF              PIC X(4).
               05 LJ-PER               PIC 9(6)      COMP.
               05 LJ-POS               PIC 9(5)      COMP.
      *    LJ-LAUF: SOLL=Sollstellung  BKAB=BK-Abrechnung
      *             HEIZ=Heizkostenabrechnung  DAUR=Dauerbuchungen
      *             RLAG=Ruecklagen-Zufuehrung
      *    LJ-PER: Periode des Laufs wie SP-PERIODE in SOLLPER
      *    --- Kopfsatz (LJ-POS 0) ---
           03  LJ-STATUS               PIC X.
      *    LJ-STATUS: L=laeuft bzw. abgebrochen  E=beendet (Perioden-
      *               sperre geschrieben)  R=zurueckgenommen
           03  LJ-DATUM                PIC 9(8)      COMP.
           03  LJ-USER                 PIC XX.
           03  LJ-ANZ                  PIC 9(5)      COMP.
           03  LJ-SUMME                PIC S9(9)V99  COMP.
           03  LJ-LKEY                 PIC 9(4)      COMP.
           03  LJ-NPOS                 PIC 9(5)      COMP.
           03  LJ-ENDE                 PIC 9(8)      COMP.
      *    LJ-DATUM: Buchungsdatum des Laufs (bleibt beim Fortsetzen),
      *    LJ-LKEY: Schleifenschluessel (Konto bzw. DB-LFDNR) des
      *    zuletzt fertig gebuchten Satzes, LJ-ENDE: Abschluss- bzw.
      *    Ruecknahmedatum
      *    --- Position (LJ-POS > 0) ---
           03  LJ-QU                   PIC X.
           03  LJ-KTO                  PIC 9(4)      COMP.
           03  LJ-BETRAG               PIC S9(7)V99  COMP.
      *    LJ-BETRAG: saldowirksamer Betrag auf MI-/EG-SALDO (bei DAUR
      *    und RLAG nur der gebuchte Betrag)
           03  LJ-BKTO                 PIC 9(4)      COMP.
           03  LJ-BDAT                 PIC 9(8)      COMP.
           03  LJ-BLFD                 PIC 99        COMP.
      *    LJ-BKTO/LJ-BDAT/LJ-BLFD: Schluessel des Buchungssatzes
      *    (MIETBUCH, AK bzw. RLAGB mit LJ-BKTO 0)
           03  LJ-OPART                PIC X.
      *    LJ-OPART: B=Posten angelegt (Schluessel LJ-ODAT/LJ-OLFD)
      *              A=Posten ausgeziffert (Betrag LJ-OBETRAG)
      *              U=Sonderumlagerate in EG-SALDO gestellt (Posten
      *                LJ-ODAT/LJ-OLFD bleibt bei der Ruecknahme)
           03  LJ-ODAT                 PIC 9(8)      COMP.
           03  LJ-OLFD                 PIC 99        COMP.
           03  LJ-OBETRAG              PIC S9(7)V99  COMP.
           03  LJ-STKZ                 PIC X.
           03  LJ-MIALT                PIC S9(6)V99  COMP.
      *    LJ-STKZ = J: Staffelstufe gezogen, LJ-MIALT die Miete davor
