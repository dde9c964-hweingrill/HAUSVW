      **************************************** Hausverwaltungsprogramm *
      *    Mietzinsobergrenzen nach MRG: Richtwert je Bundesland bzw.   *
      *    Kategoriemietzins (bundesweit, MG-BULAND 0) in Euro je m2    *
      *    Nutzflaeche und Monat, je Wert mit Gueltig-ab-Datum. Es      *
      *    gilt der juengste Satz mit MG-ABDAT nicht nach dem Stichtag. *
       FD  MZGRENZ      external       LABEL RECORDS STANDARD.
       01  MG-SATZ.
           03  MG-KEY.
               05 MG-BULAND            PIC 99        COMP.
               05 MG-KAT               PIC X.
               05 MG-ABDAT             PIC 9(8)      COMP.
      *    MG-BULAND: 1 = Burgenland ... 9 = Wien, 0 = bundesweit
      *    MG-KAT: R = Richtwert, A/B/C/D = Ausstattungskategorie
           03  MG-BETRAG               PIC 9(3)V99   COMP.
           03  MG-USER                 PIC XX.
           03  MG-ERFDAT               PIC 9(8)      COMP.
