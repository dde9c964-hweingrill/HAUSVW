      *              ZJ-KTONR traegt die Lieferantennummer)
      *            T=Kautionsauszahlung (pain.001, Gegenbuchung im
      *              Kautions-Ledger, nicht saldowirksam)
      *            N=Zahlungseingang aus einem nachtraeglich zuge-
      *              ordneten Klaerungsposten (ZJ-LAUFNR = Importtag
      *              des Auszugs, ZJ-DATUM = Tag der Zuordnung)
           03  ZJ-KTONR                PIC 9(4)      COMP.
           03  ZJ-DATUM                PIC 9(8)      COMP.
           03  ZJ-BETRAG               PIC S9(6)V99  COMP.
