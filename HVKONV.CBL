      *   angehaengten KO-DRU/KO-AKKDAT usw. uebernommen. AK/LK:        *
      *   einmalige Schluesselumstellung auf Konto+Datum+laufende       *
      *   Nummer (Rueckfrage im Lauf - siehe Abschnitt C0).             *
      *   EIGENTUM/MIETER/AK/LK: einmaliger Neuaufbau mit dem           *
      *   Mandantenindex (Alternativschluessel Mandant+Konto,           *
      *   Rueckfrage im Lauf - siehe Abschnitt K0).                     *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
       COPY HV-SEEIG.CPY.
       COPY HV-SENEU.CPY.
       COPY HV-SENE2.CPY.
      *    Altbestand AK/LK mit dem Schluessel Konto+Datum (ohne
      *    laufende Nummer) - nur fuer die einmalige Schluessel-
      *    umstellung; beide Dateien haben denselben Altaufbau.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS AB-KEY
                             FILE STATUS IS WF-STATUS.
      *    Bestand EIGENTUM/MIETER/AK/LK ohne Mandantenindex (nur
      *    Primaerschluessel) - nur fuer den einmaligen Neuaufbau mit
      *    den Alternativschluesseln; AK und LK haben denselben Aufbau.
           SELECT ALTEG     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS AE-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ALTMI     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS AM-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ALTBK     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS AL-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT SICBU     ASSIGN TO WK-SICDAT
                             ORGANIZATION SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       COPY HV-FDVER.CPY.
       COPY HV-FDBEN.CPY.
       COPY HV-FDVPI.CPY.
       COPY HV-FDOPO.CPY.
       COPY HV-FDLIE.CPY.
       COPY HV-FDERE.CPY.
       COPY HV-FDRAT.CPY.
       COPY HV-FDSTA.CPY.
       COPY HV-FDWHG.CPY.
       COPY HV-FDZST.CPY.
       COPY HV-FDARC.CPY.
       COPY HV-FDDAU.CPY.
      ************************** AK/LK im alten Schluesselaufbau *
       FD  ALTBU.
       01  AB-SATZ.
           03  AB-TEXT                 PIC X(40).
           03  AB-FNR                  PIC 99        COMP.
           03  AB-SKZ                  PIC X.
      ************************** Bestand ohne Mandantenindex *
       FD  ALTEG.
       01  AE-SATZ.
           03  AE-KEY.
               05 AE-KTONR             PIC 9(4)      COMP.
           03  FILLER                  PIC X(575).
       FD  ALTMI.
       01  AM-SATZ.
           03  AM-KEY.
               05 AM-KTONR             PIC 9(4)      COMP.
           03  FILLER                  PIC X(277).
       FD  ALTBK.
       01  AL-SATZ.
           03  AL-KEY.
               05 AL-KTONR             PIC 9(4)      COMP.
               05 AL-DATUM             PIC 9(8)      COMP.
               05 AL-LFDNR             PIC 99        COMP.
           03  FILLER                  PIC X(46).
      ************************** Zwischenspeicher der Umstellung *
       FD  SICBU.
       01  SIC-SATZ                    PIC X(600).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY WHCREG.CPY.
           03  WK-MDANZ                PIC 9(6)     COMP VALUE 0.
           03  WK-BEANZ                PIC 9(6)     COMP VALUE 0.
           03  WK-KTANZ                PIC 9(6)     COMP VALUE 0.
           03  WK-WOANZ                PIC 9(6)     COMP VALUE 0.
           03  WK-LFANZ                PIC 9(6)     COMP VALUE 0.
           03  WK-ERANZ                PIC 9(6)     COMP VALUE 0.
           03  WK-EOF                  PIC X.
               88  EG-EOF              VALUE "J".
           03  WK-SICDAT               PIC X(20).
           03  WK-BUKONV               PIC X.
           03  WK-IXKONV               PIC X.
           03  WK-IXANZ                PIC 9(6)     COMP VALUE 0.
       01  WK-AB.
           03  WB-KTONR                PIC 9(4)      COMP.
           03  WB-DATUM                PIC 9(8)      COMP.
           03  WB-SKZ                  PIC X.
      ******************************************************************
       PROCEDURE DIVISION.
      *    Mandantenindex: EIGENTUM, MIETER, AK und LK erhalten den     *
      *    Alternativschluessel Mandant+Konto (EG-FNRKEY usw. in        *
      *    HV-SEEIG.CPY). Einer bestehenden Indexdatei laesst sich kein *
      *    Schluessel hinzufuegen - der Bestand wird ueber den Aufbau   *
      *    ohne Mandantenindex (ALTEG/ALTMI/ALTBK) in eine Sicherungs-  *
      *    datei gerettet, die Indexdatei geloescht und mit dem neuen   *
      *    Aufbau aus der Sicherung wieder geladen. Muss VOR den        *
      *    uebrigen Schritten laufen, die die Dateien bereits mit dem   *
      *    neuen Aufbau oeffnen. Eine schon umgestellte Datei meldet    *
      *    beim Oeffnen einen Aufbaufehler und wird uebersprungen;      *
      *    AK/LK noch ohne laufende Nummer bleiben hier ebenfalls       *
      *    liegen und erhalten den Index beim Aufbau in C0/D0.          *
       K0. DISPLAY "Mandantenindex fuer EIGENTUM/MIETER/AK/LK "
               "anlegen (J/N)?".
           ACCEPT WK-IXKONV.
           IF WK-IXKONV NOT = "J" AND WK-IXKONV NOT = "N" GO K0.
           IF WK-IXKONV = "N" GO A0.
      *    EIGENTUM: Neuaufbau mit Mandantenindex                       *
       K1. MOVE "HV-EIGEN.DAT" TO DATEI.
           OPEN INPUT ALTEG.
           IF WF-STATUS = "35"
               DISPLAY "EIGENTUM nicht vorhanden - uebersprungen"
               GO L0.
           IF WF-STATUS NOT = "00"
               DISPLAY "EIGENTUM: Aufbau passt nicht (Status " WF-STATUS
                   ") - uebersprungen"
               GO L0.
           MOVE "HV-EIGEN.SIC" TO WK-SICDAT.
           OPEN OUTPUT SICBU.
           MOVE 0 TO AE-KTONR WK-IXANZ.
           MOVE SPACE TO WK-EOF.
           START ALTEG KEY NOT < AE-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       K2. IF EG-EOF GO K3.
           READ ALTEG NEXT RECORD AT END MOVE "J" TO WK-EOF GO K2.
           WRITE SIC-SATZ FROM AE-SATZ.
           GO K2.
       K3. CLOSE ALTEG SICBU.
           CALL "CBL_DELETE_FILE" USING "HV-EIGEN.DAT".
           MOVE "HV-EIGEN.DAT" TO DATEI.
           OPEN OUTPUT EIGENTUM.
           OPEN INPUT SICBU.
       K4. READ SICBU INTO EG-SATZ AT END GO K9.
           WRITE EG-SATZ INVALID KEY GO K4.
           ADD 1 TO WK-IXANZ.
           GO K4.
       K9. CLOSE EIGENTUM SICBU.
           DISPLAY "EIGENTUM: " WK-IXANZ " Saetze mit Mandantenindex."
      *    MIETER: Neuaufbau mit Mandantenindex                         *
       L0. MOVE "HV-MIET.DAT" TO DATEI.
           OPEN INPUT ALTMI.
           IF WF-STATUS = "35"
               DISPLAY "MIETER nicht vorhanden - uebersprungen"
               GO N0.
           IF WF-STATUS NOT = "00"
               DISPLAY "MIETER: Aufbau passt nicht (Status " WF-STATUS
                   ") - uebersprungen"
               GO N0.
           MOVE "HV-MIET.SIC" TO WK-SICDAT.
           OPEN OUTPUT SICBU.
           MOVE 0 TO AM-KTONR WK-IXANZ.
           MOVE SPACE TO WK-EOF.
           START ALTMI KEY NOT < AM-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       L1. IF EG-EOF GO L2.
           READ ALTMI NEXT RECORD AT END MOVE "J" TO WK-EOF GO L1.
           WRITE SIC-SATZ FROM AM-SATZ.
           GO L1.
       L2. CLOSE ALTMI SICBU.
           CALL "CBL_DELETE_FILE" USING "HV-MIET.DAT".
           MOVE "HV-MIET.DAT" TO DATEI.
           OPEN OUTPUT MIETER.
           OPEN INPUT SICBU.
       L3. READ SICBU INTO MI-SATZ AT END GO L9.
           WRITE MI-SATZ INVALID KEY GO L3.
           ADD 1 TO WK-IXANZ.
           GO L3.
       L9. CLOSE MIETER SICBU.
           DISPLAY "MIETER: " WK-IXANZ " Saetze mit Mandantenindex."
      *    AK: Neuaufbau mit Mandantenindex                             *
       N0. MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT ALTBK.
           IF WF-STATUS = "35"
               DISPLAY "AK nicht vorhanden - uebersprungen"
               GO P0.
           IF WF-STATUS NOT = "00"
               DISPLAY "AK: Aufbau passt nicht (Status " WF-STATUS
                   ") - uebersprungen"
               GO P0.
           MOVE "HV-AK.SIC" TO WK-SICDAT.
           OPEN OUTPUT SICBU.
           MOVE 0 TO AL-KTONR AL-DATUM AL-LFDNR WK-IXANZ.
           MOVE SPACE TO WK-EOF.
           START ALTBK KEY NOT < AL-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       N1. IF EG-EOF GO N2.
           READ ALTBK NEXT RECORD AT END MOVE "J" TO WK-EOF GO N1.
           WRITE SIC-SATZ FROM AL-SATZ.
           GO N1.
       N2. CLOSE ALTBK SICBU.
           CALL "CBL_DELETE_FILE" USING "HV-AK.DAT".
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN OUTPUT AK.
           OPEN INPUT SICBU.
       N3. READ SICBU INTO AK-SATZ AT END GO N9.
           WRITE AK-SATZ INVALID KEY GO N3.
           ADD 1 TO WK-IXANZ.
           GO N3.
       N9. CLOSE AK SICBU.
           DISPLAY "AK: " WK-IXANZ " Saetze mit Mandantenindex."
      *    LK: Neuaufbau mit Mandantenindex                             *
       P0. MOVE "HV-LK.DAT" TO DATEI.
           OPEN INPUT ALTBK.
           IF WF-STATUS = "35"
               DISPLAY "LK nicht vorhanden - uebersprungen"
               GO A0.
           IF WF-STATUS NOT = "00"
               DISPLAY "LK: Aufbau passt nicht (Status " WF-STATUS
                   ") - uebersprungen"
               GO A0.
           MOVE "HV-LK.SIC" TO WK-SICDAT.
           OPEN OUTPUT SICBU.
           MOVE 0 TO AL-KTONR AL-DATUM AL-LFDNR WK-IXANZ.
           MOVE SPACE TO WK-EOF.
           START ALTBK KEY NOT < AL-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       P1. IF EG-EOF GO P2.
           READ ALTBK NEXT RECORD AT END MOVE "J" TO WK-EOF GO P1.
           WRITE SIC-SATZ FROM AL-SATZ.
           GO P1.
       P2. CLOSE ALTBK SICBU.
           CALL "CBL_DELETE_FILE" USING "HV-LK.DAT".
           MOVE "HV-LK.DAT" TO DATEI.
           OPEN OUTPUT LK.
           OPEN INPUT SICBU.
       P3. READ SICBU INTO LK-SATZ AT END GO P9.
           WRITE LK-SATZ INVALID KEY GO P3.
           ADD 1 TO WK-IXANZ.
           GO P3.
       P9. CLOSE LK SICBU.
           DISPLAY "LK: " WK-IXANZ " Saetze mit Mandantenindex."
       A0. MOVE "HV-EIGEN.DAT" TO DATEI.
           OPEN I-O EIGENTUM.
           IF WF-STATUS = "35"
           IF KO-ABSCHLKZ = LOW-VALUE
               MOVE SPACE TO KO-ABSCHLKZ
               MOVE 0 TO KO-ABSCHL.
      *    Verzugszinsen: Zinssatz 0 = kein Lauf bis zur Pflege in
      *    NUMMERN.
           IF KO-VZINSKZ = LOW-VALUE
               MOVE SPACE TO KO-VZINSKZ
               MOVE 0 TO KO-VZINS KO-VZBIS.
      *    Freigabegrenze 0: jeder Zahlungsstapel braucht die Zweit-
      *    freigabe, bis sie in NUMMERN gepflegt ist.
           IF KO-FREIKZ = LOW-VALUE
               MOVE SPACE TO KO-FREIKZ
               MOVE 0 TO KO-FREIGR.
           REWRITE KO-SATZ.
           ADD 1 TO WK-KOANZ.
           ADD 1 TO WK-FNR.
           GO E1.
       E9. CLOSE MANDAT.
           DISPLAY "MANDAT: " WK-MDANZ " Saetze erweitert."
      *    BENUTZER: neue Rechte 6 (Jahresabschluss oeffnen) und 7      *
      *    (Zahlungsfreigabe) in Altsaetzen auf N vorbelegen.           *
       F0. MOVE "HV-BENUTZ.DAT" TO DATEI.
           OPEN I-O BENUTZER.
           IF WF-STATUS = "35"
           READ BENUTZER NEXT RECORD AT END MOVE "J" TO WK-EOF GO F1.
           IF BE-RECHT(6) = LOW-VALUE
               MOVE "N" TO BE-RECHT(6).
           IF BE-RECHT(7) = LOW-VALUE
               MOVE "N" TO BE-RECHT(7).
           REWRITE BE-SATZ.
           ADD 1 TO WK-BEANZ.
           GO F1.
           OPEN I-O KAUT.
           IF WF-STATUS = "35"
               DISPLAY "KAUT nicht vorhanden - uebersprungen"
               GO H0.
           MOVE 0 TO KT-KTONR KT-DATUM KT-LFDNR WK-KTANZ.
           MOVE SPACE TO WK-EOF.
           START KAUT KEY NOT < KT-KEY INVALID KEY
           GO G1.
       G9. CLOSE KAUT.
           DISPLAY "KAUT: " WK-KTANZ " Saetze erweitert."
      *    WOHNUNG: Satzerweiterung um die Einstufung fuer die          *
      *    Mietzinsobergrenzen - Altsaetze bleiben ohne Einstufung      *
      *    (keine Pruefung), bis sie im Wohnungsstamm gepflegt sind.    *
       H0. MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN I-O WOHNUNG.
           IF WF-STATUS = "35"
               DISPLAY "WOHNUNG nicht vorhanden - uebersprungen"
               GO I0.
           MOVE 0 TO WO-FNR WO-NR WK-WOANZ.
           MOVE SPACE TO WK-EOF.
           START WOHNUNG KEY NOT < WO-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       H1. IF EG-EOF GO H9.
           READ WOHNUNG NEXT RECORD AT END MOVE "J" TO WK-EOF GO H1.
           IF WO-MRGKAT = LOW-VALUE
               MOVE SPACE TO WO-MRGKAT
               MOVE 0 TO WO-BULAND WO-ZUSPZ WO-ABSPZ.
           REWRITE WO-SATZ.
           ADD 1 TO WK-WOANZ.
           GO H1.
       H9. CLOSE WOHNUNG.
           DISPLAY "WOHNUNG: " WK-WOANZ " Saetze erweitert."
      *    LIEF: Satzerweiterung um UID und Vorgabe-AK-Konto fuer den   *
      *    E-Rechnung-Import - Altsaetze ohne UID/Vorgabe.              *
       I0. MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN I-O LIEF.
           IF WF-STATUS = "35"
               DISPLAY "LIEF nicht vorhanden - uebersprungen"
               GO J0.
           MOVE 0 TO LF-NR WK-LFANZ.
           MOVE SPACE TO WK-EOF.
           START LIEF KEY NOT < LF-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       I1. IF EG-EOF GO I9.
           READ LIEF NEXT RECORD AT END MOVE "J" TO WK-EOF GO I1.
           IF LF-UID(1:1) = LOW-VALUE
               MOVE SPACE TO LF-UID
               MOVE 0 TO LF-AKKTO.
           REWRITE LF-SATZ.
           ADD 1 TO WK-LFANZ.
           GO I1.
       I9. CLOSE LIEF.
           DISPLAY "LIEF: " WK-LFANZ " Saetze erweitert."
      *    ERECH: Satzerweiterung um USt-Betrag, Importkennzeichen und  *
      *    Archivnummer des E-Rechnung-Originals, danach um die         *
      *    Zuordnung zum Sanierungsprojekt.                             *
       J0. MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN I-O ERECH.
           IF WF-STATUS = "35"
               DISPLAY "ERECH nicht vorhanden - uebersprungen"
               GO Z.
           MOVE 0 TO ER-LFNR WK-ERANZ.
           MOVE SPACE TO ER-BELEG WK-EOF.
           START ERECH KEY NOT < ER-KEY INVALID KEY
               MOVE "J" TO WK-EOF.
       J1. IF EG-EOF GO J9.
           READ ERECH NEXT RECORD AT END MOVE "J" TO WK-EOF GO J1.
           IF ER-EIKZ = LOW-VALUE
               MOVE SPACE TO ER-EIKZ
               MOVE 0 TO ER-UST ER-ARCHNR.
           IF ER-PRKZ = LOW-VALUE
               MOVE SPACE TO ER-PRKZ
               MOVE 0 TO ER-PRNR.
           REWRITE ER-SATZ.
           ADD 1 TO WK-ERANZ.
           GO J1.
       J9. CLOSE ERECH.
           DISPLAY "ERECH: " WK-ERANZ " Saetze erweitert."
       Z.  STOP RUN.
