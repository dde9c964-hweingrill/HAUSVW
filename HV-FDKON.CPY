      *    belegt beide einmalig vor.
           03  KO-ABSCHLKZ             PIC X.
           03  KO-ABSCHL               PIC 9(8)      COMP.
      *    Verzugszinsenlauf: Jahreszinssatz in Prozent (0 = kein Lauf)
      *    und Stichtag, bis zu dem Verzugszinsen bereits belastet
      *    sind - der naechste Lauf rechnet ab diesem Tag weiter.
      *    KO-VZINSKZ ist der LOW-VALUE-Anker der Feldgruppe.
           03  KO-VZINSKZ              PIC X.
           03  KO-VZINS                PIC 99V99     COMP.
           03  KO-VZBIS                PIC 9(8)      COMP.
      *    Freigabegrenze der Zahlungsstapel: bis zu diesem Gesamtbetrag
      *    gibt der Ersteller einen Zahllauf selbst frei, darueber ist
      *    die Freigabe durch einen zweiten Benutzer (Recht 7) Pflicht;
      *    0 = jeder Stapel braucht die Zweitfreigabe. Erhoehen nur mit
      *    Recht 7. KO-FREIKZ ist der LOW-VALUE-Anker der Feldgruppe.
           03  KO-FREIKZ               PIC X.
           03  KO-FREIGR               PIC 9(7)V99   COMP.
