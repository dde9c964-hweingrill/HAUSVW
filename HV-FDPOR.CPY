      **************************************** Hausverwaltungsprogramm *
      *    Portal-Exportstand: je ins Portal uebergebenem Konto der     *
      *    zuletzt gelieferte Stammsatz (S-Zeile samt Vorschuss-        *
      *    historie) - der Deltalauf liefert nur Konten, deren Stand    *
      *    davon abweicht; Konten ohne Bestaetigung im aktuellen Lauf   *
      *    (ausgezogen, uebergeben, anonymisiert, geloescht) gehen als  *
      *    Loeschsatz hinaus und fallen hier heraus.                    *
       FD  PORTST       external       LABEL RECORDS STANDARD.
       01  PS-SATZ.
           03  PS-KEY.
               05 PS-QUELLE            PIC X.
               05 PS-KTONR             PIC 9(4)      COMP.
      *    PS-QUELLE: E=Eigentuemer  M=Mieter  #=Laufsteuersatz des
      *    Mandanten (PS-KTONR = Mandant, PS-LAUF/PS-DATUM = letzter
      *    Lauf)
           03  PS-FNR                  PIC 99        COMP.
           03  PS-LAUF                 PIC 9(6)      COMP.
           03  PS-ERST                 PIC 9(6)      COMP.
           03  PS-DATUM                PIC 9(8)      COMP.
           03  PS-ZEILE                PIC X(300).
           03  PS-VS         OCCURS 5.
               05 PS-VSDAT             PIC 9(8)V99   COMP.
               05 PS-BKH               PIC 9(4)V99   COMP.
               05 PS-USTH              PIC 9(4)V99   COMP.
               05 PS-BKG               PIC 9(4)V99   COMP.
               05 PS-USTG              PIC 9(4)V99   COMP.
               05 PS-RLAG              PIC 9(4)V99   COMP.
      *    Mietbuchstand des Mieterkontos beim letzten Lauf (Zahl und
      *    Summe der saldowirksamen Buchungen) - weicht er ab, geht das
      *    Mietbuch des Kontos vollstaendig hinaus.
           03  PS-MBANZ                PIC 9(6)      COMP.
           03  PS-MBSUM                PIC S9(8)V99  COMP.
