      *       Sicherungsdatei retten, die Indexdatei loeschen, frisch   *
      *       aufbauen und aus der Sicherung zurueckladen; doppelte     *
      *       Schluessel fallen dabei heraus und werden gezaehlt.       *
      *   EIGENTUM, MIETER, AK und LK werden zusaetzlich ueber den      *
      *   Mandantenindex (EG-FNRKEY usw.) gezaehlt - bei R auch nach    *
      *   dem Neuaufbau, der den Index aus den Saetzen frisch anlegt.   *
      *   Weicht die Zahl von der Zaehlung ueber den Primaerschluessel  *
      *   ab, ist der Index defekt und R faellig.                       *
      *   Vorher-/Nachher-Zaehlung je Datei geht nach HVCHECK.LOG,     *
      *   damit nachweisbar ist, dass nichts verlorenging.              *
      ******************************************************************
           03  WC-ANZ2                 PIC 9(6)     COMP.
           03  WC-DUP                  PIC 9(6)     COMP.
           03  WC-FNRF                 PIC 9(6)     COMP.
           03  WC-IXANZ                PIC 9(6)     COMP.
           03  WC-SOLL                 PIC 9(6)     COMP.
           03  WC-REFF                 PIC 9(6)     COMP.
           03  WC-EOF                  PIC X.
               88  CHK-EOF             VALUE "J".
               WC-ANED2 " Mandantenfehler"
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ1 TO WC-SOLL.
           PERFORM CHK-EGIX.
           IF NOT REBUILD GO Z.
           CALL "CBL_DELETE_FILE" USING "HV-EIGEN.DAT".
           MOVE "HV-EIGEN.DAT" TO DATEI.
               WC-ANED2 " Duplikate " WC-ANED3
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ2 TO WC-SOLL.
           PERFORM CHK-EGIX.
       Z.  EXIT.
      ************************************* MIETER *
       CHK-MIETER SECTION.
               " ohne Whg.-Konto"
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ1 TO WC-SOLL.
           PERFORM CHK-MIIX.
           IF NOT REBUILD GO Z.
           CALL "CBL_DELETE_FILE" USING "HV-MIET.DAT".
           MOVE "HV-MIET.DAT" TO DATEI.
               WC-ANED2 " Duplikate " WC-ANED3
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ2 TO WC-SOLL.
           PERFORM CHK-MIIX.
       Z.  EXIT.
      ************************************* KONSTANT *
       CHK-KONSTANT SECTION.
               " Mandantenfehler, " WC-ANED3 " ohne Kontenplan"
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ1 TO WC-SOLL.
           PERFORM CHK-AKIX.
           IF NOT REBUILD GO Z.
           CALL "CBL_DELETE_FILE" USING "HV-AK.DAT".
           MOVE "HV-AK.DAT" TO DATEI.
               " Duplikate " WC-ANED3
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ2 TO WC-SOLL.
           PERFORM CHK-AKIX.
       Z.  EXIT.
      ************************************* LK *
       CHK-LK SECTION.
               " Mandantenfehler, " WC-ANED3 " ohne Kontenplan"
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ1 TO WC-SOLL.
           PERFORM CHK-LKIX.
           IF NOT REBUILD GO Z.
           CALL "CBL_DELETE_FILE" USING "HV-LK.DAT".
           MOVE "HV-LK.DAT" TO DATEI.
               " Duplikate " WC-ANED3
               DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
           MOVE WC-ANZ2 TO WC-SOLL.
           PERFORM CHK-LKIX.
       Z.  EXIT.
      ************************************* Indexzaehlung protokollieren *
       CHK-IXLOG SECTION.
       A.  MOVE WC-IXANZ TO WC-ANED.
           MOVE WC-SOLL TO WC-ANED2.
           IF WC-IXANZ = WC-SOLL
               STRING "  Mandantenindex: " WC-ANED " Saetze, stimmt"
                   DELIMITED BY SIZE INTO WC-ZEILE
           ELSE
               STRING "  Mandantenindex: " WC-ANED " statt " WC-ANED2
                   " Saetze - mit R neu aufbauen"
                   DELIMITED BY SIZE INTO WC-ZEILE.
           PERFORM CHK-LOGZ.
       Z.  EXIT.
      ************************************* Mandantenindex EIGENTUM *
      *  Zaehlt den Bestand ueber EG-FNRKEY ab Mandant 0 (also alle    *
      *  Saetze) gegen die Zaehlung ueber den Primaerschluessel.       *
       CHK-EGIX SECTION.
       A.  MOVE 0 TO WC-IXANZ.
           MOVE "HV-EIGEN.DAT" TO DATEI.
           OPEN INPUT EIGENTUM.
           IF WF-STATUS NOT = "00"
               PERFORM CHK-LESEFEHLER
               GO Z.
           MOVE 0 TO EG-FNR EG-KTONR.
           MOVE SPACE TO WC-EOF.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WC-EOF.
       B.  IF CHK-EOF GO C.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WC-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM CHK-LESEFEHLER
               GO B.
           ADD 1 TO WC-IXANZ.
           GO B.
       C.  CLOSE EIGENTUM.
           PERFORM CHK-IXLOG.
       Z.  EXIT.
      ************************************* Mandantenindex MIETER *
      *  Zaehlt den Bestand ueber MI-FNRKEY ab Mandant 0 (also alle    *
      *  Saetze) gegen die Zaehlung ueber den Primaerschluessel.       *
       CHK-MIIX SECTION.
       A.  MOVE 0 TO WC-IXANZ.
           MOVE "HV-MIET.DAT" TO DATEI.
           OPEN INPUT MIETER.
           IF WF-STATUS NOT = "00"
               PERFORM CHK-LESEFEHLER
               GO Z.
           MOVE 0 TO MI-FNR MI-KTONR.
           MOVE SPACE TO WC-EOF.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO WC-EOF.
       B.  IF CHK-EOF GO C.
           READ MIETER NEXT RECORD AT END MOVE "J" TO WC-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM CHK-LESEFEHLER
               GO B.
           ADD 1 TO WC-IXANZ.
           GO B.
       C.  CLOSE MIETER.
           PERFORM CHK-IXLOG.
       Z.  EXIT.
      ************************************* Mandantenindex AK *
      *  Zaehlt den Bestand ueber AK-FNRKEY ab Mandant 0 (also alle    *
      *  Saetze) gegen die Zaehlung ueber den Primaerschluessel.       *
       CHK-AKIX SECTION.
       A.  MOVE 0 TO WC-IXANZ.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           IF WF-STATUS NOT = "00"
               PERFORM CHK-LESEFEHLER
               GO Z.
           MOVE 0 TO AK-FNR AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO WC-EOF.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO WC-EOF.
       B.  IF CHK-EOF GO C.
           READ AK NEXT RECORD AT END MOVE "J" TO WC-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM CHK-LESEFEHLER
               GO B.
           ADD 1 TO WC-IXANZ.
           GO B.
       C.  CLOSE AK.
           PERFORM CHK-IXLOG.
       Z.  EXIT.
      ************************************* Mandantenindex LK *
      *  Zaehlt den Bestand ueber LK-FNRKEY ab Mandant 0 (also alle    *
      *  Saetze) gegen die Zaehlung ueber den Primaerschluessel.       *
       CHK-LKIX SECTION.
       A.  MOVE 0 TO WC-IXANZ.
           MOVE "HV-LK.DAT" TO DATEI.
           OPEN INPUT LK.
           IF WF-STATUS NOT = "00"
               PERFORM CHK-LESEFEHLER
               GO Z.
           MOVE 0 TO LK-FNR LK-KTONR LK-DATUM LK-LFDNR.
           MOVE SPACE TO WC-EOF.
           START LK KEY NOT < LK-FNRKEY INVALID KEY
               MOVE "J" TO WC-EOF.
       B.  IF CHK-EOF GO C.
           READ LK NEXT RECORD AT END MOVE "J" TO WC-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM CHK-LESEFEHLER
               GO B.
           ADD 1 TO WC-IXANZ.
           GO B.
       C.  CLOSE LK.
           PERFORM CHK-IXLOG.
       Z.  EXIT.
