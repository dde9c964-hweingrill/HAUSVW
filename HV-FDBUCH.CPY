           03  AK-FNR                  PIC 99        COMP.
           03  AK-SKZ                  PIC X.
      *    AK-SKZ: S=Stornosatz, sonst Leerstelle
      *            K=Buchung aus dem Kreditorenzahllauf - die Bank-
      *              bewegung steht als ZJ-ART K im Zahlungsjournal
      *            Z=Stornosatz zu einer K-Buchung
      ******************************************************************
       FD  LK           external       LABEL RECORDS STANDARD.
       01  LK-SATZ.
