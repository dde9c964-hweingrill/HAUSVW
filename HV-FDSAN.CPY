      **************************************** Hausverwaltungsprogramm *
      *    Sanierungsprojekte: je Projekt des Mandanten ein Kopfsatz    *
      *    (PJ-POS 0) mit Budget, dem beschliessenden Versammlungs-     *
      *    beschluss und der Finanzierung aus Ruecklage und Sonder-     *
      *    umlage. Der Umlagelauf legt je gestelltem offenen Posten     *
      *    (Quelle E, OP-ART U) eine Position mit dessen Schluessel     *
      *    an, daraus ergibt sich der eingegangene Betrag. Die Ein-     *
      *    gangsrechnungen tragen die Projektnummer in ER-PRNR.         *
       FD  SANPROJ      external       LABEL RECORDS STANDARD.
       01  PJ-SATZ.
           03  PJ-KEY.
               05 PJ-FNR               PIC 99        COMP.
               05 PJ-NR                PIC 9(4)      COMP.
               05 PJ-POS               PIC 9(5)      COMP.
      *    --- Kopfsatz (PJ-POS 0) ---
           03  PJ-BEZ                  PIC X(40).
           03  PJ-BUDGET               PIC S9(7)V99  COMP.
           03  PJ-RLAG                 PIC S9(7)V99  COMP.
           03  PJ-UMLAGE               PIC S9(7)V99  COMP.
      *    PJ-RLAG + PJ-UMLAGE = PJ-BUDGET (Finanzierungsanteile)
           03  PJ-BSDAT                PIC 9(8)      COMP.
           03  PJ-BSLFD                PIC 99        COMP.
      *    PJ-BSDAT/PJ-BSLFD: Schluessel des Beschlusses in BESCHL,
      *    0 = noch nicht beschlossen
           03  PJ-STAT                 PIC X.
      *    PJ-STAT: P=geplant  B=beschlossen  U=Sonderumlage gestellt
      *             E=abgeschlossen
           03  PJ-RATANZ               PIC 9         COMP.
           03  PJ-RATEN                              OCCURS 4.
               05 PJ-FAELL             PIC 9(8)      COMP.
      *    Sonderumlage in PJ-RATANZ Raten, je Rate ein offener Posten
      *    mit Faelligkeit PJ-FAELL
           03  PJ-RLENT                PIC S9(7)V99  COMP.
      *    PJ-RLENT: bisher als Entnahme in RLAGB gebuchter Betrag
           03  PJ-UMLDAT               PIC 9(8)      COMP.
           03  PJ-NPOS                 PIC 9(5)      COMP.
      *    PJ-UMLDAT: Tag des Umlagelaufs, PJ-NPOS: Anzahl Positionen
      *    --- Position (PJ-POS > 0) ---
           03  PJ-KTONR                PIC 9(4)      COMP.
           03  PJ-OPDAT                PIC 9(8)      COMP.
           03  PJ-OPLFD                PIC 99        COMP.
           03  PJ-BETRAG               PIC S9(7)V99  COMP.
           03  PJ-RATE                 PIC 9         COMP.
      *    PJ-OPDAT/PJ-OPLFD: Schluessel des Postens in OPOS (Quelle E,
      *    Konto PJ-KTONR), PJ-BETRAG: gestellter Betrag der Rate
