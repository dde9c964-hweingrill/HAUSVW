      **************************************** Hausverwaltungsprogramm *
      *    Schadensmeldungen und Handwerkerauftraege: ein Satz je       *
      *    Meldung (laufende Nummer je Mandant) mit Einheit aus dem     *
      *    Wohnungsstamm (0 = allgemeine Teile), Melder (E/M-Konto),    *
      *    Schadensbeschreibung, beauftragtem Lieferanten samt Archiv-  *
      *    nummer des Auftragsschreibens und Bearbeitungsstand. Die     *
      *    zugehoerigen Eingangsrechnungen (ERECH-Schluessel) werden    *
      *    bei der Rechnungserfassung in SM-RECH eingetragen.           *
       FD  AUFTRAG      external       LABEL RECORDS STANDARD.
       01  SM-SATZ.
           03  SM-KEY.
               05 SM-FNR               PIC 99        COMP.
               05 SM-NR                PIC 9(6)      COMP.
           03  SM-WHGNR                PIC 9(4)      COMP.
           03  SM-MELDQU               PIC X.
      *    SM-MELDQU: E=Eigentuemer  M=Mieter  leer=Verwaltung/Begehung
           03  SM-MELDKTO              PIC 9(4)      COMP.
           03  SM-MELDDAT              PIC 9(8)      COMP.
           03  SM-TEXT1                PIC X(60).
           03  SM-TEXT2                PIC X(60).
           03  SM-LFNR                 PIC 9(4)      COMP.
           03  SM-AUFDAT               PIC 9(8)      COMP.
           03  SM-ARCHNR               PIC 9(6)      COMP.
           03  SM-STAT                 PIC X.
      *    SM-STAT: G=gemeldet  B=beauftragt  A=in Arbeit
      *             E=erledigt  S=storniert/abgelehnt
           03  SM-STDAT                PIC 9(8)      COMP.
           03  SM-ERLDAT               PIC 9(8)      COMP.
           03  SM-VERMERK              PIC X(40).
           03  SM-USER                 PIC XX.
           03  SM-RECH                 OCCURS 6.
               05 SM-RLFNR             PIC 9(4)      COMP.
               05 SM-RBELEG            PIC X(12).
