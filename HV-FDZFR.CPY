      **************************************** Hausverwaltungsprogramm *
      *    Zahlungsfreigabe: je Zahllauf (SEPA-Export, Kreditoren-      *
      *    Zahllauf, Lastschrift) ein Stapel aus Kopfsatz (ZF-POS 0)    *
      *    und einer Position je Zahlung. Der Lauf schreibt seine       *
      *    pain-Datei nur unter dem Stapelnamen ZF-DATEI; erst die      *
      *    Freigabe durch einen zweiten Benutzer benennt sie in den     *
      *    Banknamen ZF-ZIEL um und bucht Journal, Salden und Kenn-     *
      *    zeichen aus den Positionen nach.                             *
       FD  ZFREI        external       LABEL RECORDS STANDARD.
       01  ZF-SATZ.
           03  ZF-KEY.
               05 ZF-STAPEL            PIC 9(6)      COMP.
               05 ZF-POS               PIC 9(4)      COMP.
           03  ZF-FNR                  PIC 99        COMP.
           03  ZF-ART                  PIC X.
      *    ZF-ART: S=SEPA-Export (Gutschriften, Kautionsauszahlungen)
      *            K=Kreditoren-Zahllauf  L=Lastschrifteinzug
      *    --- Kopfsatz (ZF-POS 0) ---
           03  ZF-STATUS               PIC X.
      *    ZF-STATUS: O=offen (wartet auf Freigabe), F=freigegeben,
      *               A=abgelehnt (Datei geloescht, nichts gebucht)
           03  ZF-DATUM                PIC 9(8)      COMP.
           03  ZF-ANZ                  PIC 9(4)      COMP.
           03  ZF-SUMME                PIC S9(8)V99  COMP.
           03  ZF-ERST                 PIC X(8).
           03  ZF-ERSTKZ               PIC XX.
      *    ZF-ERST: Anmeldename des Erstellers (leer im Altbetrieb
      *    ohne Benutzerstamm), ZF-ERSTKZ sein Kurzzeichen
           03  ZF-FREI                 PIC X(8).
           03  ZF-FREIKZ               PIC XX.
           03  ZF-FREIDAT              PIC 9(8)      COMP.
      *    ZF-FREI/ZF-FREIKZ/ZF-FREIDAT: wer hat wann freigegeben bzw.
      *    abgelehnt; ZF-FREI = ZF-ERST nur bei Sofortfreigabe unter
      *    der Freigabegrenze KO-FREIGR
           03  ZF-DATEI                PIC X(20).
           03  ZF-ZIEL                 PIC X(20).
      *    --- Position (ZF-POS > 0) ---
           03  ZF-QUELLE               PIC X.
      *    ZF-QUELLE: E=Eigentuemer, M=Mieter, T=Kautionsauszahlung
      *    (Mieterkonto), K=Kreditor (ZF-KTONR = Lieferantennummer)
           03  ZF-KTONR                PIC 9(4)      COMP.
           03  ZF-BELEG                PIC X(12).
           03  ZF-KTDAT                PIC 9(8)      COMP.
           03  ZF-KTLFD                PIC 99        COMP.
      *    ZF-BELEG: Rechnungsnummer (K); ZF-KTDAT/ZF-KTLFD: Schluessel
      *    des Kautionssatzes (T)
           03  ZF-SEQ                  PIC X.
      *    ZF-SEQ: Mandatsfolge beim Einzug (F=Erstlastschrift, wird
      *    mit der Freigabe auf R gestellt)
           03  ZF-BETRAG               PIC S9(7)V99  COMP.
           03  ZF-NAME                 PIC X(30).
           03  ZF-IBAN                 PIC X(24).
