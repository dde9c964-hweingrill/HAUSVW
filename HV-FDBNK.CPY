      **************************************** Hausverwaltungsprogramm *
      *    Bankabstimmung Vereinskonto: je Mandant und Auszugstag der   *
      *    Anfangs- (OPBD) und Schlusssaldo (CLBD) laut CAMT.053 neben  *
      *    dem nachgerechneten Bankbuch (Vortrag + Zahlungsjournal +    *
      *    AK/LK-Buchungen); AZ-BISDAT ist der Importtag, der naechste  *
      *    Import rechnet das Bankbuch ab diesem Tag weiter.            *
       FD  AUSZSAL      external       LABEL RECORDS STANDARD.
       01  AZ-SATZ.
           03  AZ-KEY.
               05 AZ-FNR               PIC 99        COMP.
               05 AZ-AUSZDAT           PIC 9(8)      COMP.
           03  AZ-BISDAT               PIC 9(8)      COMP.
           03  AZ-OPBD                 PIC S9(9)V99  COMP.
           03  AZ-CLBD                 PIC S9(9)V99  COMP.
           03  AZ-BUCH                 PIC S9(9)V99  COMP.
           03  AZ-KLAER                PIC S9(9)V99  COMP.
           03  AZ-DIFF                 PIC S9(9)V99  COMP.
           03  AZ-ANFKZ                PIC X.
      *    AZ-ANFKZ: A=Bankbuch mit diesem Auszug eroeffnet (Vortrag
      *              = Anfangssaldo OPBD), sonst Leerstelle
      *    AZ-DIFF = CLBD - Bankbuch - offene Klaerungsposten
      ******************************************************************
      *    Klaerungsposten: Auszugsposition, die der Import keinem      *
      *    Konto zuordnen konnte (Gutschrift +, Belastung -); bleibt    *
      *    offen, bis sie einem Eigentuemer-/Mieterkonto zugeordnet     *
      *    (Zahlungsjournal ZJ-ART N) oder als manuell gebucht          *
      *    erledigt wird.                                               *
       FD  KLAER        external       LABEL RECORDS STANDARD.
       01  KL-SATZ.
           03  KL-KEY.
               05 KL-FNR               PIC 99        COMP.
               05 KL-DATUM             PIC 9(8)      COMP.
               05 KL-LFDNR             PIC 9(4)      COMP.
           03  KL-BETRAG               PIC S9(7)V99  COMP.
           03  KL-REF                  PIC X(60).
           03  KL-STAT                 PIC X.
      *    KL-STAT: O=offen  Z=zugeordnet  B=manuell gebucht
           03  KL-ZDAT                 PIC 9(8)      COMP.
           03  KL-QUELLE               PIC X.
           03  KL-KTONR                PIC 9(4)      COMP.
           03  KL-USER                 PIC XX.
