      **************************************** Hausverwaltungsprogramm *
      *    Monatskennzahlen: je Mandant und Berichtsmonat ein Satz mit  *
      *    den Zahlen des Monatlichen Verwalterberichts (Rueckstaende   *
      *    nach Alter, Mahnstufen, Leerstand, Ruecklage, Plan-Ist,      *
      *    Eingangsrechnungen, Kautionen, SEPA-Mandate). Der Bericht    *
      *    vergleicht gegen den Satz des Vormonats, der Zentrale-       *
      *    Ueberblick liest die Saetze aller Mandanten eines Monats.    *
      *    Ein erneuter Lauf fuer denselben Monat ersetzt den Satz.     *
       FD  MONKZ        external       LABEL RECORDS STANDARD.
       01  KN-SATZ.
           03  KN-KEY.
               05 KN-FNR               PIC 99        COMP.
               05 KN-MONAT             PIC 9(6)      COMP.
           03  KN-DATUM                PIC 9(8)      COMP.
      *    KN-DATUM: Lauftag; Bestandsgroessen (offene Posten, Eingangs-
      *    rechnungen, Mandate) sind der Stand an diesem Tag
           03  KN-RST                  OCCURS 2.
               05 KN-ALTER             PIC S9(9)V99  COMP OCCURS 4.
      *    KN-RST(1) Eigentuemer, (2) Mieter; KN-ALTER: offener Betrag
      *    der faelligen Posten 1-30, 31-60, 61-90, ueber 90 Tage nach
      *    Faelligkeit, gerechnet zum Monatsende (30/360)
           03  KN-MAHN1                PIC 9(5)      COMP.
           03  KN-MAHN2                PIC 9(5)      COMP.
           03  KN-EINH                 PIC 9(5)      COMP.
           03  KN-LEER                 PIC 9(5)      COMP.
           03  KN-RLSTAND              PIC S9(9)V99  COMP.
           03  KN-RLZU                 PIC S9(9)V99  COMP.
           03  KN-RLENT                PIC S9(9)V99  COMP.
      *    Ruecklage: Stand zum Monatsende, Zufuehrung und Entnahme
      *    im Berichtsmonat
           03  KN-PLAN                 PIC S9(9)V99  COMP.
           03  KN-IST                  PIC S9(9)V99  COMP.
      *    Wirtschaftsplan anteilig bis zum Berichtsmonat gegen die
      *    AK-Buchungen der Plankonten seit Jahresbeginn
           03  KN-ERANZ                PIC 9(5)      COMP.
           03  KN-ERBET                PIC S9(9)V99  COMP.
           03  KN-ERUANZ               PIC 9(5)      COMP.
           03  KN-ERUBET               PIC S9(9)V99  COMP.
      *    Eingangsrechnungen unbezahlt, davon (ERU) ueberfaellig
           03  KN-KTANZ                PIC 9(5)      COMP.
           03  KN-KAUT                 PIC S9(9)V99  COMP.
           03  KN-MDABL                PIC 9(5)      COMP.
           03  KN-MDBALD               PIC 9(5)      COMP.
      *    SEPA-Mandate: KN-MDABL abgelaufen, KN-MDBALD laufen in den
      *    drei Monaten nach dem Berichtsmonat ab
