      *    MB-ART: S=Sollstellung  A=BK-Abrechnung
      *            R=faellige Rate einer Ratenvereinbarung (reiner
      *              Faelligkeitsnachweis, nicht saldowirksam)
      *            Z=Verzugszinsen
      *            K=Rechtskosten eines Rechtsfalls
           03  MB-BETRAG               PIC S9(6)V99  COMP.
           03  MB-TEXT                 PIC X(40).
      ******************************************************************
