      **************************************** Hausverwaltungsprogramm *
      *    Befristungen der Mietvertraege: ein Satz je befristetem      *
      *    Mieterkonto mit Ablaufdatum, Verlaengerungsoption, Kuendi-   *
      *    gungsfristen und Stand der Ablauferinnerung; jede Verlaen-   *
      *    gung wird mit altem und neuem Ende in FR-VERL festgehalten   *
      *    (die aeltesten fallen nach sechs Verlaengerungen heraus).    *
       FD  BEFRIST      external       LABEL RECORDS STANDARD.
       01  FR-SATZ.
           03  FR-KEY.
               05 FR-KTONR             PIC 9(4)      COMP.
           03  FR-FNR                  PIC 99        COMP.
           03  FR-ENDE                 PIC 9(8)      COMP.
      *    FR-ENDE: letzter Vertragstag; 0 = unbefristet
           03  FR-VERLKZ               PIC X.
      *    FR-VERLKZ: J = Verlaengerung vertraglich vorgesehen
           03  FR-KFMIET               PIC 99        COMP.
           03  FR-KFVERM               PIC 99        COMP.
      *    FR-KFMIET/FR-KFVERM: Kuendigungsfrist Mieter/Vermieter
      *    in Monaten
           03  FR-ERSTUFE              PIC X.
      *    FR-ERSTUFE: zuletzt erinnert im 6- bzw. 3-Monats-Fenster
      *    oder nach Ablauf (6/3/A, leer = noch nicht); eine Ver-
      *    laengerung oder ein geaendertes Ende setzt zurueck
           03  FR-ERDAT                PIC 9(8)      COMP.
           03  FR-NOTIZ                PIC X(40).
           03  FR-VANZ                 PIC 99        COMP.
           03  FR-VERL                 OCCURS 6.
               05 FR-VDAT              PIC 9(8)      COMP.
               05 FR-VALT              PIC 9(8)      COMP.
               05 FR-VNEU              PIC 9(8)      COMP.
               05 FR-VUSER             PIC XX.
