           03  BE-PASSW                PIC X(8).
           03  BE-NAME                 PIC X(30).
           03  BE-KURZ                 PIC XX.
           03  BE-RECHT                PIC X         OCCURS 7.
      *    BE-RECHT (je J/N): (1)=Mahnwesen (2)=SEPA-Export/-Einzug
      *    (3)=Konstantenverwaltung (4)=Mieterstamm (5)=Zentralbericht
      *    (6)=abgeschlossenes Wirtschaftsjahr wieder oeffnen
      *    (7)=Zahlungsstapel freigeben (nicht die eigenen).
      *    Slots 6 und 7 sind ans Satzende angehaengt; in Altsaetzen
      *    steht dort LOW-VALUE und zaehlt wie N (HVKONV stellt auf N
      *    um).
