           03  WO-ANTEILW              PIC 9(5)      COMP.
           03  WO-ANTEILG              PIC 9(5)      COMP.
           03  WO-ZAEHLW               PIC X(14).
      *    Mietzinsbildung nach MRG: WO-MRGKAT R = Richtwert, A/B/C/D =
      *    Kategoriemietzins, leer = nicht in der Vollanwendung (keine
      *    Obergrenzenpruefung); WO-BULAND fuer den Richtwert (1-9),
      *    Zu-/Abschlaege in Prozent auf den Grenzwert je m2.
           03  WO-MRGKAT               PIC X.
           03  WO-BULAND               PIC 99        COMP.
           03  WO-ZUSPZ                PIC 99V99     COMP.
           03  WO-ABSPZ                PIC 99V99     COMP.
