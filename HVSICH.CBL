       COPY HV-SEEIG.CPY.
       COPY HV-SENEU.CPY.
       COPY HV-SENE2.CPY.
       COPY HV-SENE3.CPY.
           SELECT SICHER    ASSIGN TO WS-SICDAT
                            ORGANIZATION SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
       COPY HV-FDZST.CPY.
       COPY HV-FDARC.CPY.
       COPY HV-FDDAU.CPY.
       COPY HV-FDREC.CPY.
       COPY HV-FDBNK.CPY.
       COPY HV-FDPRF.CPY.
       COPY HV-FDAUF.CPY.
       COPY HV-FDBEF.CPY.
       COPY HV-FDMZG.CPY.
       COPY HV-FDPOR.CPY.
       COPY HV-FDZFR.CPY.
       COPY HV-FDLJO.CPY.
       COPY HV-FDSAN.CPY.
       COPY HV-FDHON.CPY.
       COPY HV-FDMKZ.CPY.
      ******************************************** Sicherungsstand *
       FD  SICHER.
       01  SIC-SATZ                    PIC X(2000).
           PERFORM SI-ZSTAMM.
           PERFORM SI-ARCHIV.
           PERFORM SI-DAUER.
           PERFORM SI-RECHTSF.
           PERFORM SI-AUSZSAL.
           PERFORM SI-KLAER.
           PERFORM SI-PRUEFT.
           PERFORM SI-PRUEFH.
           PERFORM SI-AUFTRAG.
           PERFORM SI-BEFRIST.
           PERFORM SI-MZGRENZ.
           PERFORM SI-PORTST.
           PERFORM SI-ZFREI.
           PERFORM SI-LAUFJ.
           PERFORM SI-SANPROJ.
           PERFORM SI-HONORAR.
           PERFORM SI-MONKZ.
           PERFORM SI-KONSTANT.
           MOVE SPACE TO WS-ZEILE.
           IF RUECK
       R9. CLOSE DAUER SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* RECHTSF *
       SI-RECHTSF SECTION.
       A.  MOVE "HV-RECHT" TO WS-BASE.
           MOVE "RECHTSF" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-RECHT.DAT" TO DATEI.
           OPEN INPUT RECHTSF.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE SPACE TO RF-QUELLE.
           MOVE 0 TO RF-KTONR.
           MOVE SPACE TO WS-EOF.
           START RECHTSF KEY NOT < RF-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ RECHTSF NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM RF-SATZ.
           GO B.
       C.  CLOSE RECHTSF SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-RECHT.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT RECHTSF.
           IF WF-STATUS = "35" GO R2.
           MOVE SPACE TO RF-QUELLE.
           MOVE 0 TO RF-KTONR.
           MOVE SPACE TO WS-EOF.
           START RECHTSF KEY NOT < RF-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ RECHTSF NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE RECHTSF.
       R2. CALL "CBL_DELETE_FILE" USING "HV-RECHT.DAT".
           OPEN OUTPUT RECHTSF.
       R3. READ SICHER INTO RF-SATZ AT END GO R9.
           WRITE RF-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE RECHTSF SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* AUSZSAL *
       SI-AUSZSAL SECTION.
       A.  MOVE "HV-AUSZS" TO WS-BASE.
           MOVE "AUSZSAL" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-AUSZS.DAT" TO DATEI.
           OPEN INPUT AUSZSAL.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO AZ-FNR AZ-AUSZDAT.
           MOVE SPACE TO WS-EOF.
           START AUSZSAL KEY NOT < AZ-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ AUSZSAL NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM AZ-SATZ.
           GO B.
       C.  CLOSE AUSZSAL SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-AUSZS.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT AUSZSAL.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO AZ-FNR AZ-AUSZDAT.
           MOVE SPACE TO WS-EOF.
           START AUSZSAL KEY NOT < AZ-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ AUSZSAL NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE AUSZSAL.
       R2. CALL "CBL_DELETE_FILE" USING "HV-AUSZS.DAT".
           OPEN OUTPUT AUSZSAL.
       R3. READ SICHER INTO AZ-SATZ AT END GO R9.
           WRITE AZ-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE AUSZSAL SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* KLAER *
       SI-KLAER SECTION.
       A.  MOVE "HV-KLAER" TO WS-BASE.
           MOVE "KLAER" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-KLAER.DAT" TO DATEI.
           OPEN INPUT KLAER.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO KL-FNR KL-DATUM KL-LFDNR.
           MOVE SPACE TO WS-EOF.
           START KLAER KEY NOT < KL-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ KLAER NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM KL-SATZ.
           GO B.
       C.  CLOSE KLAER SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-KLAER.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT KLAER.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO KL-FNR KL-DATUM KL-LFDNR.
           MOVE SPACE TO WS-EOF.
           START KLAER KEY NOT < KL-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ KLAER NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE KLAER.
       R2. CALL "CBL_DELETE_FILE" USING "HV-KLAER.DAT".
           OPEN OUTPUT KLAER.
       R3. READ SICHER INTO KL-SATZ AT END GO R9.
           WRITE KL-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE KLAER SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* PRUEFT *
       SI-PRUEFT SECTION.
       A.  MOVE "HV-PRUEF" TO WS-BASE.
           MOVE "PRUEFT" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-PRUEF.DAT" TO DATEI.
           OPEN INPUT PRUEFT.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO PT-FNR PT-NR.
           MOVE SPACE TO WS-EOF.
           START PRUEFT KEY NOT < PT-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ PRUEFT NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM PT-SATZ.
           GO B.
       C.  CLOSE PRUEFT SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-PRUEF.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT PRUEFT.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO PT-FNR PT-NR.
           MOVE SPACE TO WS-EOF.
           START PRUEFT KEY NOT < PT-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ PRUEFT NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE PRUEFT.
       R2. CALL "CBL_DELETE_FILE" USING "HV-PRUEF.DAT".
           OPEN OUTPUT PRUEFT.
       R3. READ SICHER INTO PT-SATZ AT END GO R9.
           WRITE PT-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE PRUEFT SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* PRUEFH *
       SI-PRUEFH SECTION.
       A.  MOVE "HV-PRUEH" TO WS-BASE.
           MOVE "PRUEFH" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-PRUEH.DAT" TO DATEI.
           OPEN INPUT PRUEFH.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO PH-FNR PH-NR PH-DATUM.
           MOVE SPACE TO WS-EOF.
           START PRUEFH KEY NOT < PH-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ PRUEFH NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM PH-SATZ.
           GO B.
       C.  CLOSE PRUEFH SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-PRUEH.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT PRUEFH.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO PH-FNR PH-NR PH-DATUM.
           MOVE SPACE TO WS-EOF.
           START PRUEFH KEY NOT < PH-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ PRUEFH NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE PRUEFH.
       R2. CALL "CBL_DELETE_FILE" USING "HV-PRUEH.DAT".
           OPEN OUTPUT PRUEFH.
       R3. READ SICHER INTO PH-SATZ AT END GO R9.
           WRITE PH-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE PRUEFH SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* AUFTRAG *
       SI-AUFTRAG SECTION.
       A.  MOVE "HV-AUFTR" TO WS-BASE.
           MOVE "AUFTRAG" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-AUFTR.DAT" TO DATEI.
           OPEN INPUT AUFTRAG.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO SM-FNR SM-NR.
           MOVE SPACE TO WS-EOF.
           START AUFTRAG KEY NOT < SM-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ AUFTRAG NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM SM-SATZ.
           GO B.
       C.  CLOSE AUFTRAG SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-AUFTR.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT AUFTRAG.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO SM-FNR SM-NR.
           MOVE SPACE TO WS-EOF.
           START AUFTRAG KEY NOT < SM-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ AUFTRAG NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE AUFTRAG.
       R2. CALL "CBL_DELETE_FILE" USING "HV-AUFTR.DAT".
           OPEN OUTPUT AUFTRAG.
       R3. READ SICHER INTO SM-SATZ AT END GO R9.
           WRITE SM-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE AUFTRAG SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* BEFRIST *
       SI-BEFRIST SECTION.
       A.  MOVE "HV-BEFRI" TO WS-BASE.
           MOVE "BEFRIST" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-BEFRI.DAT" TO DATEI.
           OPEN INPUT BEFRIST.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO FR-KTONR.
           MOVE SPACE TO WS-EOF.
           START BEFRIST KEY NOT < FR-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ BEFRIST NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM FR-SATZ.
           GO B.
       C.  CLOSE BEFRIST SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-BEFRI.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT BEFRIST.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO FR-KTONR.
           MOVE SPACE TO WS-EOF.
           START BEFRIST KEY NOT < FR-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ BEFRIST NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE BEFRIST.
       R2. CALL "CBL_DELETE_FILE" USING "HV-BEFRI.DAT".
           OPEN OUTPUT BEFRIST.
       R3. READ SICHER INTO FR-SATZ AT END GO R9.
           WRITE FR-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE BEFRIST SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* MZGRENZ *
       SI-MZGRENZ SECTION.
       A.  MOVE "HV-MZGR" TO WS-BASE.
           MOVE "MZGRENZ" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-MZGR.DAT" TO DATEI.
           OPEN INPUT MZGRENZ.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO MG-BULAND MG-ABDAT.
           MOVE SPACE TO MG-KAT.
           MOVE SPACE TO WS-EOF.
           START MZGRENZ KEY NOT < MG-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ MZGRENZ NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM MG-SATZ.
           GO B.
       C.  CLOSE MZGRENZ SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-MZGR.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT MZGRENZ.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO MG-BULAND MG-ABDAT.
           MOVE SPACE TO MG-KAT.
           MOVE SPACE TO WS-EOF.
           START MZGRENZ KEY NOT < MG-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ MZGRENZ NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE MZGRENZ.
       R2. CALL "CBL_DELETE_FILE" USING "HV-MZGR.DAT".
           OPEN OUTPUT MZGRENZ.
       R3. READ SICHER INTO MG-SATZ AT END GO R9.
           WRITE MG-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE MZGRENZ SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* PORTST *
       SI-PORTST SECTION.
       A.  MOVE "HV-PORTS" TO WS-BASE.
           MOVE "PORTST" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-PORTS.DAT" TO DATEI.
           OPEN INPUT PORTST.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE SPACE TO PS-QUELLE.
           MOVE 0 TO PS-KTONR.
           MOVE SPACE TO WS-EOF.
           START PORTST KEY NOT < PS-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ PORTST NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM PS-SATZ.
           GO B.
       C.  CLOSE PORTST SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-PORTS.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT PORTST.
           IF WF-STATUS = "35" GO R2.
           MOVE SPACE TO PS-QUELLE.
           MOVE 0 TO PS-KTONR.
           MOVE SPACE TO WS-EOF.
           START PORTST KEY NOT < PS-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ PORTST NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE PORTST.
       R2. CALL "CBL_DELETE_FILE" USING "HV-PORTS.DAT".
           OPEN OUTPUT PORTST.
       R3. READ SICHER INTO PS-SATZ AT END GO R9.
           WRITE PS-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE PORTST SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* LAUFJ *
       SI-LAUFJ SECTION.
       A.  MOVE "HV-LAUFJ" TO WS-BASE.
           MOVE "LAUFJ" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-LAUFJ.DAT" TO DATEI.
           OPEN INPUT LAUFJ.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO LJ-FNR LJ-PER LJ-POS.
           MOVE SPACE TO LJ-LAUF.
           MOVE SPACE TO WS-EOF.
           START LAUFJ KEY NOT < LJ-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ LAUFJ NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM LJ-SATZ.
           GO B.
       C.  CLOSE LAUFJ SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-LAUFJ.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT LAUFJ.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO LJ-FNR LJ-PER LJ-POS.
           MOVE SPACE TO LJ-LAUF.
           MOVE SPACE TO WS-EOF.
           START LAUFJ KEY NOT < LJ-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ LAUFJ NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE LAUFJ.
       R2. CALL "CBL_DELETE_FILE" USING "HV-LAUFJ.DAT".
           OPEN OUTPUT LAUFJ.
       R3. READ SICHER INTO LJ-SATZ AT END GO R9.
           WRITE LJ-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE LAUFJ SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* SANPROJ *
       SI-SANPROJ SECTION.
       A.  MOVE "HV-SANPR" TO WS-BASE.
           MOVE "SANPROJ" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-SANPR.DAT" TO DATEI.
           OPEN INPUT SANPROJ.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO PJ-FNR PJ-NR PJ-POS.
           MOVE SPACE TO WS-EOF.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ SANPROJ NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM PJ-SATZ.
           GO B.
       C.  CLOSE SANPROJ SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-SANPR.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT SANPROJ.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO PJ-FNR PJ-NR PJ-POS.
           MOVE SPACE TO WS-EOF.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ SANPROJ NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE SANPROJ.
       R2. CALL "CBL_DELETE_FILE" USING "HV-SANPR.DAT".
           OPEN OUTPUT SANPROJ.
       R3. READ SICHER INTO PJ-SATZ AT END GO R9.
           WRITE PJ-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE SANPROJ SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* HONORAR *
       SI-HONORAR SECTION.
       A.  MOVE "HV-HONOR" TO WS-BASE.
           MOVE "HONORAR" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-HONOR.DAT" TO DATEI.
           OPEN INPUT HONORAR.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO HO-FNR.
           MOVE SPACE TO WS-EOF.
           START HONORAR KEY NOT < HO-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ HONORAR NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM HO-SATZ.
           GO B.
       C.  CLOSE HONORAR SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-HONOR.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT HONORAR.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO HO-FNR.
           MOVE SPACE TO WS-EOF.
           START HONORAR KEY NOT < HO-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ HONORAR NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE HONORAR.
       R2. CALL "CBL_DELETE_FILE" USING "HV-HONOR.DAT".
           OPEN OUTPUT HONORAR.
       R3. READ SICHER INTO HO-SATZ AT END GO R9.
           WRITE HO-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE HONORAR SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* MONKZ *
       SI-MONKZ SECTION.
       A.  MOVE "HV-MONKZ" TO WS-BASE.
           MOVE "MONKZ" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-MONKZ.DAT" TO DATEI.
           OPEN INPUT MONKZ.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO KN-FNR KN-MONAT.
           MOVE SPACE TO WS-EOF.
           START MONKZ KEY NOT < KN-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ MONKZ NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM KN-SATZ.
           GO B.
       C.  CLOSE MONKZ SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-MONKZ.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT MONKZ.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO KN-FNR KN-MONAT.
           MOVE SPACE TO WS-EOF.
           START MONKZ KEY NOT < KN-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ MONKZ NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE MONKZ.
       R2. CALL "CBL_DELETE_FILE" USING "HV-MONKZ.DAT".
           OPEN OUTPUT MONKZ.
       R3. READ SICHER INTO KN-SATZ AT END GO R9.
           WRITE KN-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE MONKZ SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* ZFREI *
       SI-ZFREI SECTION.
       A.  MOVE "HV-ZFREI" TO WS-BASE.
           MOVE "ZFREI" TO WS-LABEL.
           PERFORM SICH-NAME.
           IF RUECK GO R.
           MOVE "HV-ZFREI.DAT" TO DATEI.
           OPEN INPUT ZFREI.
           IF WF-STATUS = "35" PERFORM SICH-FEHLT GO Z.
           OPEN OUTPUT SICHER.
           MOVE 0 TO WS-ANZ1.
           MOVE 0 TO ZF-STAPEL ZF-POS.
           MOVE SPACE TO WS-EOF.
           START ZFREI KEY NOT < ZF-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SICH-EOF GO C.
           READ ZFREI NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               PERFORM SICH-LESEFEHLER
               GO B.
           ADD 1 TO WS-ANZ1.
           WRITE SIC-SATZ FROM ZF-SATZ.
           GO B.
       C.  CLOSE ZFREI SICHER.
           PERFORM SICH-ERG.
           GO Z.
       R.  OPEN INPUT SICHER.
           IF WF-STATUS = "35" PERFORM RUECK-FEHLT GO Z.
           MOVE "HV-ZFREI.DAT" TO DATEI.
           MOVE 0 TO WS-ANZ1 WS-ANZ2.
           OPEN INPUT ZFREI.
           IF WF-STATUS = "35" GO R2.
           MOVE 0 TO ZF-STAPEL ZF-POS.
           MOVE SPACE TO WS-EOF.
           START ZFREI KEY NOT < ZF-KEY INVALID KEY
               MOVE "J" TO WS-EOF.
       R1. IF SICH-EOF GO R1X.
           READ ZFREI NEXT RECORD AT END MOVE "J" TO WS-EOF GO R1.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = "02"
               MOVE "J" TO WS-EOF
               GO R1.
           ADD 1 TO WS-ANZ1.
           GO R1.
       R1X. CLOSE ZFREI.
       R2. CALL "CBL_DELETE_FILE" USING "HV-ZFREI.DAT".
           OPEN OUTPUT ZFREI.
       R3. READ SICHER INTO ZF-SATZ AT END GO R9.
           WRITE ZF-SATZ INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-ANZ2.
           GO R3.
       R9. CLOSE ZFREI SICHER.
           PERFORM RUECK-ERG.
       Z.  EXIT.
      ************************************* KONSTANT (relativ) *
      *  Relativdatei mit den Mandantenkoepfen 1-6: der Sicherungs-     *
      *  satz traegt die Slotnummer mit, damit jeder Kopf beim          *
