           03  OP-ART                  PIC X.
      *    OP-ART: S=Sollstellung  A=BK-Abrechnung  H=Heizkosten
      *            M=Mahnspesen    R=Ruecklastschrift
      *            J=Eigentuemer-Jahresabrechnung
      *            Z=Verzugszinsen (selbst nicht verzinst)
      *            K=Rechtskosten eines Rechtsfalls
      *            U=Sonderumlage eines Sanierungsprojekts
           03  OP-BETRAG               PIC S9(6)V99  COMP.
           03  OP-OFFEN                PIC S9(6)V99  COMP.
           03  OP-FAELLIG              PIC 9(8)      COMP.
