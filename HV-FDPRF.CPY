      **************************************** Hausverwaltungsprogramm *
      *    Pruef- und Wartungstermine: je Mandant eine Anlage bzw. ein  *
      *    Pruefobjekt (Aufzug, Feuerloescher, Blitzschutz, Rauchfang,  *
      *    Spielplatz, Brandschutztueren) mit Standort im Wohnungs-     *
      *    stamm (PT-WHGNR = WO-NR, 0 = allgemeine Teile), zustaendigem *
      *    Lieferanten, Intervall in Monaten sowie letzter und naechs-  *
      *    ter Faelligkeit. Ergebnis und Maengelvermerk der letzten     *
      *    Pruefung stehen hier, jede Pruefung zusaetzlich in PRUEFH.   *
       FD  PRUEFT       external       LABEL RECORDS STANDARD.
       01  PT-SATZ.
           03  PT-KEY.
               05 PT-FNR               PIC 99        COMP.
               05 PT-NR                PIC 9(4)      COMP.
           03  PT-WHGNR                PIC 9(4)      COMP.
           03  PT-ART                  PIC X.
      *    PT-ART: A=Aufzug  F=Feuerloescher  B=Blitzschutz
      *            R=Rauchfangkehrer  S=Spielplatz  T=Brandschutztuer
      *            X=Sonstige; A/F/T sind sicherheitsrelevant
           03  PT-OBJEKT               PIC X(30).
           03  PT-LFNR                 PIC 9(4)      COMP.
           03  PT-INTERVALL            PIC 999       COMP.
      *    PT-INTERVALL: Monate, 0 = ausser Betrieb (keine Faelligkeit)
           03  PT-VORLAUF              PIC 999       COMP.
      *    PT-VORLAUF: Tage vor Faelligkeit, ab denen gewarnt wird
           03  PT-LETZT                PIC 9(8)      COMP.
           03  PT-NAECHST              PIC 9(8)      COMP.
           03  PT-ERGEBNIS             PIC X.
      *    PT-ERGEBNIS: O=ohne Maengel  M=Maengel offen  leer=noch keine
           03  PT-NOTIZ                PIC X(40).
      ******************************************************************
      *    Pruefhistorie: ein Satz je durchgefuehrter Pruefung.         *
       FD  PRUEFH       external       LABEL RECORDS STANDARD.
       01  PH-SATZ.
           03  PH-KEY.
               05 PH-FNR               PIC 99        COMP.
               05 PH-NR                PIC 9(4)      COMP.
               05 PH-DATUM             PIC 9(8)      COMP.
           03  PH-LFNR                 PIC 9(4)      COMP.
           03  PH-ERGEBNIS             PIC X.
           03  PH-NOTIZ                PIC X(40).
           03  PH-ERFDAT               PIC 9(8)      COMP.
           03  PH-USER                 PIC XX.
