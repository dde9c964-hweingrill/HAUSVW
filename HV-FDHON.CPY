      **************************************** Hausverwaltungsprogramm *
      *    Verwalterhonorar: je Mandant die im Verwaltervertrag         *
      *    vereinbarten Saetze - Grundhonorar je Einheit, je m2 Nutz-   *
      *    flaeche oder pauschal (jeweils je Monat) sowie Zusatz-       *
      *    honorare je Eigentuemerwechsel, je gemahntem Konto und je    *
      *    Rechtsfall-Uebergabe. Die Quartalsabrechnung rechnet daraus  *
      *    die Rechnung, bucht sie als AK-Satz auf HO-AKKTO und passt   *
      *    die Saetze vorher nach dem VPI an.                           *
       FD  HONORAR      external       LABEL RECORDS STANDARD.
       01  HO-SATZ.
           03  HO-KEY.
               05 HO-FNR               PIC 99        COMP.
           03  HO-ART                  PIC X.
      *    HO-ART: E=je Einheit  Q=je m2 Nutzflaeche  P=Pauschale
           03  HO-BETRAG               PIC 9(5)V99   COMP.
      *    HO-BETRAG: Monatssatz netto (je Einheit, je m2 bzw. pauschal)
           03  HO-ZUEW                 PIC 9(5)V99   COMP.
           03  HO-ZUMA                 PIC 9(5)V99   COMP.
           03  HO-ZURF                 PIC 9(5)V99   COMP.
      *    Zusatzhonorare netto: HO-ZUEW je Eigentuemerwechsel laut
      *    EIGWECHSEL.LOG, HO-ZUMA je im Quartal gemahntem Eigentuemer-
      *    konto, HO-ZURF je im Quartal uebergebenem Rechtsfall
           03  HO-USTKAT               PIC 9.
      *    HO-USTKAT: Index in KO-UST, 0 = ohne Umsatzsteuer
           03  HO-AKKTO                PIC 9(4)      COMP.
      *    HO-AKKTO: Aufwandskonto des Honorars, muss im KPLAN stehen
           03  HO-VTDAT                PIC 9(8)      COMP.
      *    HO-VTDAT: Datum des Verwaltervertrags (Rechnungstext)
           03  HO-VPIBAS               PIC 9(3)V99   COMP.
           03  HO-VPISCHW              PIC 99V99     COMP.
           03  HO-ANPDAT               PIC 9(8)      COMP.
      *    Wertsicherung wie MI-VPIBAS/MI-VPISCHW: ab einer Steigerung
      *    um HO-VPISCHW Prozent gegen HO-VPIBAS werden alle Saetze
      *    angepasst und die Basis nachgezogen; HO-ANPDAT ist der Tag
      *    der letzten Anpassung. Basis 0 = keine Wertsicherung.
           03  HO-LETZPER              PIC 9(6)      COMP.
           03  HO-LETZRE               PIC 9(6)      COMP.
           03  HO-LETZBET              PIC S9(7)V99  COMP.
      *    zuletzt abgerechnetes Quartal (JJJJ2Q wie SP-PERIODE),
      *    dessen Rechnungsnummer und Bruttobetrag
