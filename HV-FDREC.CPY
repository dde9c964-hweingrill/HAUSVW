      **************************************** Hausverwaltungsprogramm *
      *    Rechtsfaelle: ein Satz je an Anwalt/Inkasso uebergebenem     *
      *    Eigentuemer- (E) bzw. Mieterkonto (M). Die Forderung wird    *
      *    bei Uebergabe aus den offenen Posten eingefroren, spaetere   *
      *    Zahlungen aendern sie nicht; angefallene Rechtskosten        *
      *    werden dem Konto belastet (OP-ART/MB-ART K) und hier         *
      *    aufsummiert. Der Mahnlauf ueberspringt Konten mit offenem    *
      *    Rechtsfall (Status ungleich E).                              *
       FD  RECHTSF      external       LABEL RECORDS STANDARD.
       01  RF-SATZ.
           03  RF-KEY.
               05 RF-QUELLE            PIC X.
               05 RF-KTONR             PIC 9(4)      COMP.
           03  RF-FNR                  PIC 99        COMP.
           03  RF-UEBDAT               PIC 9(8)      COMP.
           03  RF-LFNR                 PIC 9(4)      COMP.
           03  RF-FORDERUNG            PIC S9(7)V99  COMP.
           03  RF-ANZOP                PIC 999       COMP.
           03  RF-STAT                 PIC X.
      *    RF-STAT: U=uebergeben  K=Klage  T=Titel  X=Exekution
      *             E=erledigt
           03  RF-STDAT                PIC 9(8)      COMP.
           03  RF-KOSTEN               PIC S9(7)V99  COMP.
           03  RF-AKTZ                 PIC X(20).
           03  RF-TEXT                 PIC X(40).
