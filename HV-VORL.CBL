       COPY HV-SEEIG.CPY.
       COPY HV-SENEU.CPY.
       COPY HV-SENE2.CPY.
       COPY HV-SENE3.CPY.
           SELECT SECDAT    ASSIGN TO DATEI
                            ORGANIZATION SEQUENTIAL.
           SELECT DRUCKER   ASSIGN TO WX-LPT
           SELECT CAMTDAT   ASSIGN TO "CAMT053.XML"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT LASTDAT   ASSIGN TO ZA-DATEI
                            ORGANIZATION LINE SEQUENTIAL.
           SELECT AUTOLOG   ASSIGN TO "AUTOLOESCH.LOG"
                            ORGANIZATION LINE SEQUENTIAL.
           SELECT WECHLOG   ASSIGN TO "EIGWECHSEL.LOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT MIETLOG   ASSIGN TO "MIETWECHSEL.LOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT BATCTL    ASSIGN TO "HV-BATCH.CTL"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT ARCDAT    ASSIGN TO AQ-DATEI
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT SNVORL    ASSIGN TO SN-DATEI
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT PXDAT     ASSIGN TO PX-DATEI
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT PXLOG     ASSIGN TO "PORTAL.LOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT MSDAT     ASSIGN TO MS-DATEI
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT MSABW     ASSIGN TO "MESSDIENST.ABW"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT MSLOG     ASSIGN TO "MESSDIENST.LOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT EIDAT     ASSIGN TO EI-DATEI
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT PROBLST   ASSIGN TO PB-DATEI
                            ORGANIZATION LINE SEQUENTIAL.
           SELECT LJLOG     ASSIGN TO "WIEDERANLAUF.LOG"
                            ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS WF-STATUS.
           SELECT TRANSLOG  ASSIGN TO WT-PROTDAT
                            ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
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
      ************************************************* Security-Datei *
       FD  SECDAT.
       01  SEC-SATZ                    PIC X(128).
      ************************************ Eigentuemerwechsel - Protokoll *
       FD  WECHLOG.
       01  EWL-ZEILE                   PIC X(80).
      ************************************* Mieterwechsel - Protokoll *
       FD  MIETLOG.
       01  MWL-ZEILE                   PIC X(80).
      ************************************ Stapelbetrieb - Steuerdatei *
       FD  BATCTL.
       01  BC-SATZ.
      ************************************ Briefarchiv - Nachdruck *
       FD  ARCDAT.
       01  AC-ZEILE                    PIC X(132).
      ************************************ Serienbrief - Textvorlage *
       FD  SNVORL.
       01  SV-ZEILE                    PIC X(80).
      ****************************************** Portal-Exportdatei *
       FD  PXDAT.
       01  PXD-ZEILE                   PIC X(300).
      ************************************** Portal-Export - Laufprotokoll *
       FD  PXLOG.
       01  PXL-ZEILE                   PIC X(100).
      ************************************ Messdienst - Ablesedatei *
       FD  MSDAT.
       01  MSD-ZEILE                   PIC X(100).
      ************************************ Messdienst - Abweisungen *
       FD  MSABW.
       01  MSA-ZEILE                   PIC X(140).
      ********************************** Messdienst - Importprotokoll *
       FD  MSLOG.
       01  MSL-ZEILE                   PIC X(120).
      ************************************ E-Rechnung - Eingangsdatei *
       FD  EIDAT.
       01  EID-ZEILE                   PIC X(500).
      ********************************* Probelauf - Ergebnisliste *
       FD  PROBLST.
       01  PBL-ZEILE                   PIC X(132).
      ******************************* Lauf-Journal - Wiederanlauf-Log *
       FD  LJLOG.
       01  LJL-ZEILE                   PIC X(100).
      ********************************* Teilstammdaten - Aenderungslog *
       FD  TRANSLOG.
       01  PL-ZEILE                    PIC X(80).
           03  WL-RPT                  PIC 9         COMP VALUE 1.
           03  KD-IX                   PIC 9         COMP.
           03  KU-IX                   PIC 9         COMP.
           03  KD-FRKZ                 PIC X.
      *---------------------------------------------------- Mahnwesen --*
       01  MAHN-REG.
           03  WM-CUT1                 PIC 9(8)      COMP.
           03  WM-HITAG                PIC 99.
           03  WM-EOF                  PIC X.
               88  MAHN-EOF            VALUE "J".
           03  WM-EINZEL               PIC X.
           03  WM-ANZ1                 PIC 9(4)      COMP.
           03  WM-ANZ2                 PIC 9(4)      COMP.
           03  WM-ZEILE                PIC X(80).
           03  WS-EXECD                 PIC X(10).
           03  WS-DBLZED                PIC 9(6).
           03  WS-DIBAND                PIC X(24).
           03  WS-MDOFF                 PIC X.
           03  WS-KTOFF                 PIC X.
           03  WS-MGEF                  PIC X.
           03  SO-SUMME                 PIC S9(8)V99  COMP.
           03  SO-BETRAG                PIC S9(6)V99  COMP.
           03  SO-TEXTD                 PIC X(40).
           03  SO-BIS                   PIC 9(8).
           03  SO-VON                   PIC 9(8).
           03  SO-UEOF                  PIC X.
           03  SO-GEOF                  PIC X.
           03  SO-GKTO                  PIC 9(4)      COMP.
           03  SO-GPER                  PIC 9(6).
           03  SO-GVON                  PIC 9(8).
           03  SO-GBIS                  PIC 9(8).
           03  SO-GANZ                  PIC 9(4)      COMP.
           03  SO-GSUMME                PIC S9(6)V99  COMP.
      *--------------------------------------- Steuerberater-Export -----*
       01  STB-REG.
           03  SB-EOF                   PIC X.
           03  BN-OK                    PIC X.
               88  RECHT-OK             VALUE "J".
           03  BN-RIX                   PIC 9         COMP.
           03  BN-R                     PIC X         OCCURS 7.
           03  BN-LOGIN                 PIC X(8).
      *    Anmeldename der laufenden Sitzung - BN-LOGIN wird in der
      *    Benutzerwartung ueberschrieben.
           03  BN-ANMELD                PIC X(8)      VALUE SPACE.
           03  BN-PASSW                 PIC X(8).
           03  BN-VERS                  PIC 9         COMP.
           03  BN-GEF                   PIC X.
           03  KB-BETRAG                PIC S9(6)V99  COMP.
           03  KB-ART                   PIC X.
           03  KB-ANZ                   PIC 9(4)      COMP.
           03  KB-EINZEL                PIC 9(4)      COMP.
           03  KB-KTOED                 PIC ZZZ9.
           03  KB-BETED                 PIC -(7)9,99.
           03  KB-ZEILE                 PIC X(80).
           03  LS-MSGID                 PIC X(20).
           03  LS-EXECD                 PIC X(10).
           03  LS-UNTD                  PIC 9(8).
           03  LS-ZEILE                 PIC X(80).
      *------------------------------------ Mieter-BK-Abrechnung -------*
       01  BKAB-REG.
           03  KR-DIBAND                 PIC X(24).
           03  KR-MSGID                  PIC X(20).
           03  KR-EXECD                  PIC X(10).
           03  KR-FJ                     PIC 9(4).
           03  KR-FM                     PIC 99.
           03  KR-FT                     PIC 99.
           03  KR-DATD                   PIC 9(8).
           03  KR-BRUTED                 PIC -(7)9,99.
           03  KR-ZEILE                  PIC X(80).
           03  KR-ZUORD                  PIC X.
           03  KR-NRED                   PIC 9(6).
           03  KR-ERSICH                 PIC X(120).
      *-------------------------------- USt-Voranmeldung (UVA) ----------*
       01  UVA-REG.
           03  UV-EOF                    PIC X.
               88  ZSTAMM-FEHLT          VALUE "J".
           03  ZP-OFF                    PIC X.
           03  ZP-OKKZ                   PIC X.
           03  ZP-STILL                  PIC X.
           03  ZP-HZEOF                  PIC X.
           03  ZP-HEUTE                  PIC 9(8).
           03  ZP-JJ                     PIC 9(4).
           03  LE-MEOF                   PIC X.
           03  LE-AKEOF                  PIC X.
           03  LE-KPOFF                  PIC X.
           03  LE-BFOFF                  PIC X.
           03  LE-GEF                    PIC X.
               88  LEER-FEHLT            VALUE "J".
           03  LE-HEUTE                  PIC 9(8).
           03  LE-TAGE                   PIC S9(4)     COMP.
           03  LE-BELEGT                 PIC S9(4)     COMP.
           03  LE-LEER                   PIC S9(4)     COMP.
           03  LE-ERW                    PIC S9(4)     COMP.
           03  LE-ETAGE                  PIC S9(4)     COMP.
           03  LE-EDAT                   PIC 9(8).
           03  LE-EJ                     PIC 9(4).
           03  LE-EM                     PIC 99.
           03  LE-ET                     PIC 99.
           03  LE-ANTEIL                 PIC S9(7)V99  COMP.
           03  LE-KOST                   PIC S9(7)V99  COMP.
           03  LE-EKOST                  PIC S9(7)V99  COMP.
           03  LE-SUM                    PIC S9(8)V99  COMP.
           03  LE-ESUM                   PIC S9(8)V99  COMP.
           03  LE-ANZ                    PIC 9(4)      COMP.
           03  LE-KTOED                  PIC ZZZ9.
           03  LE-TAGED                  PIC ZZZ9.
           03  LE-TAGED2                 PIC ZZZ9.
           03  LE-TAGED3                 PIC ZZZ9.
           03  LE-BETED                  PIC -(7)9,99.
           03  LE-BETED2                 PIC -(7)9,99.
           03  LE-SUMED                  PIC -(8)9,99.
           03  LE-ZEILE                  PIC X(80).
      *------------------------------------------ Briefarchiv -----------*
           03  DA-DATED                  PIC 9(8).
           03  DA-BETED                  PIC -(6)9,99.
           03  DA-ZEILE                  PIC X(80).
      *---------------------------------- Eigentuemer-Abrechnung -------*
       01  EGAB-REG.
           03  EA-EOF                    PIC X.
               88  EGAB-EOF              VALUE "J".
           03  EA-GEF                    PIC X.
               88  EGAB-FEHLT            VALUE "J".
           03  EA-AKEOF                  PIC X.
           03  EA-RBEOF                  PIC X.
           03  EA-KPOFF                  PIC X.
           03  EA-HZOFF                  PIC X.
           03  EA-HEUTE                  PIC 9(8).
           03  EA-JAHR                   PIC 9(4).
           03  EA-PER                    PIC 9(6)      COMP.
           03  EA-J0101                  PIC 9(8).
           03  EA-J1231                  PIC 9(8).
           03  EA-KANZ                   PIC 99        COMP.
           03  EA-KIX                    PIC 99        COMP.
           03  EA-KTAB OCCURS 99.
               05 EA-TKTO                PIC 9(4)      COMP.
               05 EA-TKEY                PIC 9.
               05 EA-TSUM                PIC S9(8)V99  COMP.
               05 EA-TBEZ                PIC X(30).
           03  EA-BASIS                  PIC 9(8)V99   COMP OCCURS 4.
           03  EA-BAS                    PIC 9(8)V99   COMP.
           03  EA-KEYW                   PIC 9(8)V99   COMP.
           03  EA-UIX                    PIC 9         COMP.
           03  EA-IX                     PIC 99        COMP.
           03  EA-HKOST                  PIC S9(8)V99  COMP.
           03  EA-HGRUND                 PIC S9(8)V99  COMP.
           03  EA-HVERBK                 PIC S9(8)V99  COMP.
           03  EA-NFSUM                  PIC 9(8)V99   COMP.
           03  EA-VBSUM                  PIC 9(8)V99   COMP.
           03  EA-RLSTAND                PIC S9(8)V99  COMP.
           03  EA-TANT                   PIC S9(7)V99  COMP.
           03  EA-HANT                   PIC S9(7)V99  COMP.
           03  EA-KOSTEN                 PIC S9(7)V99  COMP.
           03  EA-BKH                    PIC S9(7)V99  COMP.
           03  EA-USTH                   PIC S9(7)V99  COMP.
           03  EA-BKG                    PIC S9(7)V99  COMP.
           03  EA-USTG                   PIC S9(7)V99  COMP.
           03  EA-RLAG                   PIC S9(7)V99  COMP.
           03  EA-VORAUS                 PIC S9(7)V99  COMP.
           03  EA-RLANT                  PIC S9(7)V99  COMP.
           03  EA-DIFF                   PIC S9(7)V99  COMP.
           03  EA-SUMME                  PIC S9(8)V99  COMP.
           03  EA-ANZ                    PIC 9(4)      COMP.
           03  EA-KTOED                  PIC ZZZ9.
           03  EA-KEYED                  PIC 9.
           03  EA-BETED                  PIC -(7)9,99.
           03  EA-BETED2                 PIC -(7)9,99.
           03  EA-ZEILE                  PIC X(80).
           03  EA-TEXTD                  PIC X(40).
      *---------------------------------------- Verzugszinsen ---------*
       01  ZINS-REG.
           03  ZV-EOF                    PIC X.
               88  VZINS-EOF             VALUE "J".
           03  ZV-OPEOF                  PIC X.
               88  VZOP-EOF              VALUE "J".
           03  ZV-RTOFF                  PIC X.
           03  ZV-GEF                    PIC X.
           03  ZV-BRIEF                  PIC X.
           03  ZV-QU                     PIC X.
           03  ZV-KTO                    PIC 9(4)      COMP.
           03  ZV-HEUTE                  PIC 9(8).
           03  ZV-PER                    PIC 9(6)      COMP.
           03  ZV-PERD                   PIC 9(6).
           03  ZV-VON                    PIC 9(8).
           03  ZV-FAELL                  PIC 9(8).
           03  ZV-VJ                     PIC 9(4).
           03  ZV-VM                     PIC 99.
           03  ZV-VT                     PIC 99.
           03  ZV-HJ                     PIC 9(4).
           03  ZV-HM                     PIC 99.
           03  ZV-HT                     PIC 99.
           03  ZV-TAGE                   PIC S9(5)     COMP.
           03  ZV-UTAGE                  PIC S9(5)     COMP.
           03  ZV-ZINS                   PIC S9(6)V99  COMP.
           03  ZV-KSUM                   PIC S9(7)V99  COMP.
           03  ZV-SUMME                  PIC S9(8)V99  COMP.
           03  ZV-ANZ                    PIC 9(4)      COMP.
           03  ZV-KTOED                  PIC ZZZ9.
           03  ZV-DATED                  PIC 9(8).
           03  ZV-DATED2                 PIC 9(8).
           03  ZV-TAGED                  PIC ZZZZ9.
           03  ZV-TAGED2                 PIC ZZZZ9.
           03  ZV-ZSED                   PIC Z9,99.
           03  ZV-BETED                  PIC -(7)9,99.
           03  ZV-BETED2                 PIC -(6)9,99.
           03  ZV-ZEILE                  PIC X(80).
           03  ZV-TEXTD                  PIC X(40).
      *---------------------------------------- Rechtsfaelle ----------*
       01  RECHT-REG.
           03  RV-EOF                    PIC X.
               88  RECHT-EOF             VALUE "J".
           03  RV-GEF                    PIC X.
               88  RECHT-FEHLT           VALUE "J".
           03  RV-RFOFF                  PIC X.
           03  RV-LFOFF                  PIC X.
           03  RV-SPERRE                 PIC X.
           03  RV-NEU                    PIC X.
           03  RV-QU                     PIC X.
           03  RV-KTO                    PIC 9(4)      COMP.
           03  RV-HEUTE                  PIC 9(8).
           03  RV-STALT                  PIC X.
           03  RV-NAME                   PIC X(40).
           03  RV-SALDO                  PIC S9(7)V99  COMP.
           03  RV-BETRAG                 PIC S9(7)V99  COMP.
           03  RV-FSUM                   PIC S9(8)V99  COMP.
           03  RV-KSUM                   PIC S9(8)V99  COMP.
           03  RV-ANZ                    PIC 9(4)      COMP.
           03  RV-KTOED                  PIC ZZZ9.
           03  RV-LFED                   PIC ZZZ9.
           03  RV-ANZED                  PIC ZZ9.
           03  RV-DATED                  PIC 9(8).
           03  RV-DATED2                 PIC 9(8).
           03  RV-BETED                  PIC -(6)9,99.
           03  RV-BETED2                 PIC -(6)9,99.
           03  RV-BETED3                 PIC -(6)9,99.
           03  RV-STTXT                  PIC X(10).
           03  RV-ZEILE                  PIC X(80).
           03  RV-TEXTD                  PIC X(40).
      *---------------------------------------- Bankabstimmung --------*
       01  BANK-REG.
           03  BF-EOF                    PIC X.
               88  BANK-EOF              VALUE "J".
           03  BF-GEF                    PIC X.
               88  BANK-FEHLT            VALUE "J".
           03  BF-INBAL                  PIC X.
           03  BF-BALZ                   PIC X.
           03  BF-TP                     PIC X.
           03  BF-SOLL                   PIC X.
           03  BF-OPOK                   PIC X.
           03  BF-CLOK                   PIC X.
           03  BF-VOROK                  PIC X.
           03  BF-BETI                   PIC 9(9)      COMP.
           03  BF-BETD                   PIC 99        COMP.
           03  BF-BET                    PIC S9(9)V99  COMP.
           03  BF-DAT                    PIC 9(8).
           03  BF-OPBD                   PIC S9(9)V99  COMP.
           03  BF-CLBD                   PIC S9(9)V99  COMP.
           03  BF-AUSZDAT                PIC 9(8).
           03  BF-HEUTE                  PIC 9(8).
           03  BF-EVON                   PIC 9(8).
           03  BF-OVON                   PIC 9(8).
           03  BF-VORDAT                 PIC 9(8).
           03  BF-VORBIS                 PIC 9(8).
           03  BF-VORTRAG                PIC S9(9)V99  COMP.
           03  BF-VORCLBD                PIC S9(9)V99  COMP.
           03  BF-EIN                    PIC S9(9)V99  COMP.
           03  BF-RL                     PIC S9(9)V99  COMP.
           03  BF-AUS                    PIC S9(9)V99  COMP.
           03  BF-KRED                   PIC S9(9)V99  COMP.
           03  BF-AK                     PIC S9(9)V99  COMP.
           03  BF-LK                     PIC S9(9)V99  COMP.
           03  BF-BUCH                   PIC S9(9)V99  COMP.
           03  BF-KLSUM                  PIC S9(9)V99  COMP.
           03  BF-DIFF                   PIC S9(9)V99  COMP.
           03  BF-KLFD                   PIC 9(4)      COMP.
           03  BF-JLFD                   PIC 9(4)      COMP.
           03  BF-ANZK                   PIC 9(4)      COMP.
           03  BF-ANZ                    PIC 9(4)      COMP.
           03  BF-QU                     PIC X.
           03  BF-KTO                    PIC 9(4)      COMP.
           03  BF-NAME                   PIC X(40).
           03  BF-JAHR                   PIC 9(4).
           03  BF-JVON                   PIC 9(8).
           03  BF-JBIS                   PIC 9(8).
           03  BF-KTOED                  PIC ZZZ9.
           03  BF-ANZED                  PIC ZZZ9.
           03  BF-DATED                  PIC 9(8).
           03  BF-DATED2                 PIC 9(8).
           03  BF-BETED                  PIC -(9)9,99.
           03  BF-BETED2                 PIC -(9)9,99.
           03  BF-BETED3                 PIC -(9)9,99.
           03  BF-BETED4                 PIC -(9)9,99.
           03  BF-TEXT                   PIC X(32).
           03  BF-ZEILE                  PIC X(80).
      *---------------------------------------- Prueftermine ----------*
       01  PRUEF-REG.
           03  PW-EOF                    PIC X.
               88  PRUEF-EOF             VALUE "J".
           03  PW-GEF                    PIC X.
               88  PRUEF-FEHLT           VALUE "J".
           03  PW-NEU                    PIC X.
           03  PW-OFFEN                  PIC X.
           03  PW-LFOFF                  PIC X.
           03  PW-HINW                   PIC X.
           03  PW-SELBST                 PIC X.
           03  PW-ERG                    PIC X.
           03  PW-STUFE                  PIC X.
               88  PRUEF-UEBER           VALUE "U".
               88  PRUEF-FAELLIG         VALUE "F".
               88  PRUEF-MANGEL          VALUE "M".
           03  PW-ARTKZ                  PIC X.
               88  PRUEF-SICHER          VALUE "A" "F" "T".
           03  PW-PASS                   PIC 9.
           03  PW-HEUTE                  PIC 9(8).
           03  PW-DAT                    PIC 9(8).
           03  PW-PDAT                   PIC 9(8).
           03  PW-JJ                     PIC 9(4).
           03  PW-MM                     PIC 99.
           03  PW-TT                     PIC 99.
           03  PW-HJ                     PIC 9(4).
           03  PW-HM                     PIC 99.
           03  PW-HT                     PIC 99.
           03  PW-MON                    PIC 9(5)      COMP.
           03  PW-JZ                     PIC 9(4)      COMP.
           03  PW-MR                     PIC 99        COMP.
           03  PW-TAGE                   PIC S9(5)     COMP.
           03  PW-NR                     PIC 9(4)      COMP.
           03  PW-ANZ                    PIC 9(4)      COMP.
           03  PW-UEB                    PIC 9(4)      COMP.
           03  PW-SICH                   PIC 9(4)      COMP.
           03  PW-ZL                     PIC 99        COMP.
           03  PW-NRED                   PIC ZZZ9.
           03  PW-ANZED                  PIC ZZZ9.
           03  PW-ANZED2                 PIC ZZZ9.
           03  PW-TAGED                  PIC ZZZZ9.
           03  PW-DATED                  PIC 9(8).
           03  PW-DATED2                 PIC 9(8).
           03  PW-ARTTX                  PIC X(16).
           03  PW-TOP                    PIC X(6).
           03  PW-LFNAME                 PIC X(20).
           03  PW-TEXT                   PIC X(14).
           03  PW-ZEILE                  PIC X(80).
      *---------------------------------------- Schadensmeldungen -----*
       01  AUFTR-REG.
           03  SW-EOF                    PIC X.
               88  AUFTR-EOF             VALUE "J".
           03  SW-GEF                    PIC X.
               88  AUFTR-FEHLT           VALUE "J".
           03  SW-LFOFF                  PIC X.
           03  SW-EROFF                  PIC X.
           03  SW-AUOFF                  PIC X.
           03  SW-QU                     PIC X.
           03  SW-STALT                  PIC X.
           03  SW-TREFF                  PIC X.
           03  SW-KTO                    PIC 9(4)      COMP.
           03  SW-WHG                    PIC 9(4)      COMP.
           03  SW-LFALT                  PIC 9(4)      COMP.
           03  SW-NR                     PIC 9(6)      COMP.
           03  SW-AUFNR                  PIC 9(6)      COMP.
           03  SW-ALTNR                  PIC 9(6)      COMP.
           03  SW-IX                     PIC 99        COMP.
           03  SW-FREI                   PIC 99        COMP.
           03  SW-ZL                     PIC 99        COMP.
           03  SW-RZL                    PIC 99        COMP.
           03  SW-PASS                   PIC 9.
           03  SW-HEUTE                  PIC 9(8).
           03  SW-DAT                    PIC 9(8).
           03  SW-JJ                     PIC 9(4).
           03  SW-MM                     PIC 99.
           03  SW-TT                     PIC 99.
           03  SW-HJ                     PIC 9(4).
           03  SW-HM                     PIC 99.
           03  SW-HT                     PIC 99.
           03  SW-TAGE                   PIC S9(5)     COMP.
           03  SW-VON                    PIC S9(5)     COMP.
           03  SW-BIS                    PIC S9(5)     COMP.
           03  SW-ANZ                    PIC 9(4)      COMP.
           03  SW-ANZG                   PIC 9(4)      COMP.
           03  SW-SUMME                  PIC S9(8)V99  COMP.
           03  SW-NAME                   PIC X(40).
           03  SW-LFNAME                 PIC X(40).
           03  SW-TOP                    PIC X(6).
           03  SW-STTX                   PIC X(12).
           03  SW-NRED                   PIC ZZZZZ9.
           03  SW-KTOED                  PIC ZZZ9.
           03  SW-ANZED                  PIC ZZZ9.
           03  SW-TAGED                  PIC ZZZZ9.
           03  SW-DATED                  PIC 9(8).
           03  SW-DATED2                 PIC 9(8).
           03  SW-BETED                  PIC -(7)9,99.
           03  SW-ZEILE                  PIC X(80).
      *--------------------------------------------- Mieterwechsel -----*
       01  MIETW-REG.
           03  MW-GEF                    PIC X.
               88  MIETW-FEHLT           VALUE "J".
           03  MW-DATOK                  PIC X.
           03  MW-SPOFF                  PIC X.
           03  MW-MDKZ                   PIC X.
           03  MW-WKZ                    PIC X.
           03  MW-KAKZ                   PIC X.
           03  MW-ALT                    PIC 9(4)      COMP.
           03  MW-NEU                    PIC 9(4)      COMP.
           03  MW-EGKTO                  PIC 9(4)      COMP.
           03  MW-BKTO                   PIC 9(4)      COMP.
           03  MW-HEUTE                  PIC 9(8).
           03  MW-HPER                   PIC 9(6).
           03  MW-PER                    PIC 9(6).
           03  MW-AUSDAT                 PIC 9(8).
           03  MW-EINDAT                 PIC 9(8).
           03  MW-FOLGE                  PIC 9(8).
           03  MW-BDAT                   PIC 9(8).
           03  MW-DAT                    PIC 9(8).
           03  MW-JJ                     PIC 9(4).
           03  MW-MM                     PIC 99.
           03  MW-TT                     PIC 99.
           03  MW-MTAGE                  PIC 99.
           03  MW-JQ                     PIC 9(4)      COMP.
           03  MW-JR                     PIC 9         COMP.
           03  MW-TAGA                   PIC 99        COMP.
           03  MW-TAGN                   PIC 99        COMP.
           03  MW-ANAME                  PIC X(40).
           03  MW-NNAME                  PIC X(40).
           03  MW-ASOLL                  PIC S9(6)V99  COMP.
           03  MW-MIETE                  PIC S9(6)V99  COMP.
           03  MW-BKVOR                  PIC S9(6)V99  COMP.
           03  MW-NSOLL                  PIC S9(6)V99  COMP.
           03  MW-KAUTION                PIC S9(6)V99  COMP.
           03  MW-SOLL                   PIC S9(6)V99  COMP.
           03  MW-DIFF                   PIC S9(6)V99  COMP.
           03  MW-SUMA                   PIC S9(6)V99  COMP.
           03  MW-SUMN                   PIC S9(6)V99  COMP.
           03  MW-KSTAND                 PIC S9(7)V99  COMP.
           03  MW-RUECK                  PIC S9(6)V99  COMP.
           03  MW-MDREF                  PIC X(20).
           03  MW-MDUNT                  PIC 9(8).
           03  MW-MDIBAN                 PIC X(4).
           03  MW-MDBLZ                  PIC 9(6)      COMP.
           03  MW-MDKTO                  PIC X(14).
           03  MW-MDBANK                 PIC X(20).
           03  MW-WASSER                 PIC 9(6)V99   COMP.
           03  MW-WSIX                   PIC 99        COMP.
           03  MW-WSBEL                  PIC X.
           03  MW-HZANZ                  PIC 99        COMP.
           03  MW-HIX                    PIC 99        COMP.
           03  MW-HZ                     OCCURS 12.
               05  MW-HZNR               PIC 99        COMP.
               05  MW-HZVERBR            PIC 9(6)V99   COMP.
           03  MW-KTOED                  PIC 9999.
           03  MW-KTOED2                 PIC 9999.
           03  MW-DATED                  PIC 9(8).
           03  MW-DATED2                 PIC 9(8).
           03  MW-TAGED                  PIC Z9.
           03  MW-ZNRED                  PIC Z9.
           03  MW-VERBED                 PIC ZZZZZ9,99.
           03  MW-BETED                  PIC -(6)9,99.
           03  MW-BETED2                 PIC -(6)9,99.
           03  MW-TEXTD                  PIC X(40).
           03  MW-ZEILE                  PIC X(80).
      *------------------------------------------------ Befristungen ---*
       01  BEFR-REG.
           03  BW-EOF                    PIC X.
               88  BEFR-EOF              VALUE "J".
           03  BW-GEF                    PIC X.
               88  BEFR-FEHLT            VALUE "J".
           03  BW-OFFEN                  PIC X.
           03  BW-SELBST                 PIC X.
           03  BW-EMPF                   PIC X.
           03  BW-STUFE                  PIC X.
           03  BW-NEU                    PIC X.
           03  BW-PASS                   PIC 9.
           03  BW-HEUTE                  PIC 9(8).
           03  BW-G3                     PIC 9(8).
           03  BW-G6                     PIC 9(8).
           03  BW-DAT                    PIC 9(8).
           03  BW-JJ                     PIC 9(4).
           03  BW-MM                     PIC 99.
           03  BW-TT                     PIC 99.
           03  BW-MON                    PIC 9(3)      COMP.
           03  BW-JZ                     PIC 99        COMP.
           03  BW-MR                     PIC 99        COMP.
           03  BW-ADDM                   PIC 99        COMP.
           03  BW-ENDALT                 PIC 9(8)      COMP.
           03  BW-IX                     PIC 99        COMP.
           03  BW-ANZ                    PIC 9(4)      COMP.
           03  BW-ABGL                   PIC 9(4)      COMP.
           03  BW-BRF                    PIC 9(4)      COMP.
           03  BW-OHNE                   PIC 9(4)      COMP.
           03  BW-EMAIL                  PIC X(60).
           03  BW-NAME                   PIC X(40).
           03  BW-KTOED                  PIC ZZZ9.
           03  BW-KTOED2                 PIC ZZZ9.
           03  BW-ANZED                  PIC ZZZ9.
           03  BW-ANZED2                 PIC ZZZ9.
           03  BW-KFED                   PIC Z9.
           03  BW-KFED2                  PIC Z9.
           03  BW-DATED                  PIC 9(8).
           03  BW-DATED2                 PIC 9(8).
           03  BW-ZEILE                  PIC X(80).
      *--------------------------------------- Mietzinsobergrenzen -----*
       01  MZG-REG.
           03  MZ-EOF                    PIC X.
               88  MZG-EOF               VALUE "J".
           03  MZ-MEOF                   PIC X.
           03  MZ-GEF                    PIC X.
               88  MZG-FEHLT             VALUE "J".
           03  MZ-GOFF                   PIC X.
           03  MZ-WOFF                   PIC X.
           03  MZ-BOFF                   PIC X.
           03  MZ-RELEV                  PIC X.
               88  MZG-RELEVANT          VALUE "J".
           03  MZ-GRUND                  PIC X.
               88  MZG-OHNEWHG           VALUE "W".
               88  MZG-OHNEKAT           VALUE "K".
               88  MZG-OHNEWERT          VALUE "G".
           03  MZ-BEFR                   PIC X.
           03  MZ-JN                     PIC X.
           03  MZ-KAT                    PIC X.
           03  MZ-BULAND                 PIC 99        COMP.
           03  MZ-STICH                  PIC 9(8).
           03  MZ-HEUTE                  PIC 9(8).
           03  MZ-GRENZE                 PIC 9(3)V99   COMP.
           03  MZ-FAKTOR                 PIC S9(3)V9(4) COMP.
           03  MZ-GRQM                   PIC S9(3)V99  COMP.
           03  MZ-QM                     PIC S9(5)V99  COMP.
           03  MZ-MIETE                  PIC S9(6)V99  COMP.
           03  MZ-MAX                    PIC S9(6)V99  COMP.
           03  MZ-UEBER                  PIC S9(6)V99  COMP.
           03  MZ-SUMME                  PIC S9(8)V99  COMP.
           03  MZ-BEFABS                 PIC 99        COMP VALUE 25.
           03  MZ-ZL                     PIC 99        COMP.
           03  MZ-ANZ                    PIC 9(4)      COMP.
           03  MZ-UEBANZ                 PIC 9(4)      COMP.
           03  MZ-ZURUECK                PIC 9(4)      COMP.
           03  MZ-OHNE                   PIC 9(4)      COMP.
           03  MZ-OHNEG                  PIC 9(4)      COMP.
           03  MZ-KTOED                  PIC ZZZ9.
           03  MZ-ANZED                  PIC ZZZ9.
           03  MZ-ANZED2                 PIC ZZZ9.
           03  MZ-BLED                   PIC Z9.
           03  MZ-FLED                   PIC ZZ9,99.
           03  MZ-QMED                   PIC ZZ9,99.
           03  MZ-QMED2                  PIC ZZ9,99.
           03  MZ-PZED                   PIC Z9,99.
           03  MZ-PZED2                  PIC Z9,99.
           03  MZ-BETED                  PIC -(5)9,99.
           03  MZ-BETED2                 PIC -(5)9,99.
           03  MZ-BETED3                 PIC -(5)9,99.
           03  MZ-SUMED                  PIC -(7)9,99.
           03  MZ-DATED                  PIC 9(8).
           03  MZ-TOP                    PIC X(6).
           03  MZ-ZEILE                  PIC X(80).
      *--------------------------------------- Serienbrief -------------*
       01  SERIE-REG.
           03  SN-EOF                    PIC X.
               88  SERIE-EOF             VALUE "J".
           03  SN-GEF                    PIC X.
               88  SERIE-FEHLT           VALUE "J".
           03  SN-EGDA                   PIC X.
           03  SN-EMPF                   PIC X.
           03  SN-QU                     PIC X.
           03  SN-STIEGE                 PIC X(4).
           03  SN-ART                    PIC X(5).
           03  SN-DATEI                  PIC X(20).
           03  SN-LPT                    PIC X(20).
           03  SN-HEUTE                  PIC 9(8).
           03  SN-MAIL                   PIC X(60).
           03  SN-ANREDE                 PIC X(20).
           03  SN-NAME                   PIC X(40).
           03  SN-TOP                    PIC X(6).
           03  SN-STG                    PIC X(4).
           03  SN-KTO                    PIC 9(4)      COMP.
           03  SN-SALDO                  PIC S9(6)V99  COMP.
           03  SN-TZ                     PIC 99        COMP.
           03  SN-I                      PIC 99        COMP.
           03  SN-J                      PIC 99        COMP.
           03  SN-L                      PIC 99        COMP.
           03  SN-V                      PIC 99        COMP.
           03  SN-P                      PIC 9(3)      COMP.
           03  SN-ERST                   PIC 9(6)      COMP.
           03  SN-LETZT                  PIC 9(6)      COMP.
           03  SN-NR                     PIC 9(6)      COMP.
           03  SN-ANZ                    PIC 9(4)      COMP.
           03  SN-MANZ                   PIC 9(4)      COMP.
           03  SN-PANZ                   PIC 9(4)      COMP.
           03  SN-FANZ                   PIC 9(4)      COMP.
           03  SN-MARKE                  PIC X(7).
           03  SN-WERT                   PIC X(40).
           03  SN-KTOED                  PIC ZZZ9.
           03  SN-SALED                  PIC -(6)9,99.
           03  SN-ANZED                  PIC ZZZ9.
           03  SN-ANZED2                 PIC ZZZ9.
           03  SN-ANZED3                 PIC ZZZ9.
           03  SN-NRED                   PIC 9(6).
           03  SN-DATED                  PIC 9(8).
           03  SN-AUS                    PIC X(132).
           03  SN-ZEILE                  PIC X(80).
           03  SN-TAB.
               05  SN-TX                 PIC X(80)     OCCURS 60.
      *--------------------------------------- Portal-Export -----------*
       01  PORTAL-REG.
           03  PX-EOF                    PIC X.
               88  PORT-EOF              VALUE "J".
           03  PX-MEOF                   PIC X.
           03  PX-MBANZ                  PIC 9(6)      COMP.
           03  PX-MBSUM                  PIC S9(8)V99  COMP.
           03  PX-GEF                    PIC X.
               88  PORT-FEHLT            VALUE "J".
           03  PX-MOK                    PIC X.
               88  PORT-KONTO            VALUE "J".
           03  PX-MODUS                  PIC X.
           03  PX-QU                     PIC X.
           03  PX-NEU                    PIC X.
           03  PX-AEND                   PIC X.
           03  PX-OPOFF                  PIC X.
           03  PX-MBOFF                  PIC X.
           03  PX-ZJOFF                  PIC X.
           03  PX-BSOFF                  PIC X.
           03  PX-AROFF                  PIC X.
           03  PX-KTO                    PIC 9(4)      COMP.
           03  PX-HEUTE                  PIC 9(8).
           03  PX-SEIT                   PIC 9(8).
           03  PX-DATUM                  PIC 9(8).
           03  PX-LAUFNR                 PIC 9(6)      COMP.
           03  PX-FNRD                   PIC 99.
           03  PX-LFDED                  PIC 9(6).
           03  PX-D8                     PIC 9(8).
           03  PX-L4                     PIC 9(4).
           03  PX-I                      PIC 9         COMP.
           03  PX-V                      PIC 99        COMP.
           03  PX-P                      PIC 9(3)      COMP.
           03  PX-KANZ                   PIC 9(6)      COMP.
           03  PX-LANZ                   PIC 9(6)      COMP.
           03  PX-SANZ                   PIC 9(6)      COMP.
           03  PX-NUM                    PIC 9(8)      COMP.
           03  PX-BET                    PIC S9(8)V99  COMP.
           03  PX-NUMED                  PIC Z(7)9.
           03  PX-BETED                  PIC -(8)9,99.
           03  PX-ANZED                  PIC ZZZZZ9.
           03  PX-ANZED2                 PIC ZZZZZ9.
           03  PX-ANZED3                 PIC ZZZZZ9.
           03  PX-TOP                    PIC X(6).
           03  PX-STG                    PIC X(4).
           03  PX-STOCK                  PIC X(4).
           03  PX-DATEI                  PIC X(20).
           03  PX-TXT                    PIC X(60).
           03  PX-STAMM                  PIC X(300).
           03  PX-CSV                    PIC X(300).
           03  PX-ZEILE                  PIC X(100).
      *--------------------------------------- Messdienst-Import -------*
       01  MESS-REG.
           03  MS-EOF                    PIC X.
               88  MESS-EOF              VALUE "J".
           03  MS-ZEOF                   PIC X.
           03  MS-DOPP                   PIC X.
           03  MS-KZ                     PIC X.
           03  MS-ART                    PIC X.
           03  MS-HEUTE                  PIC 9(8).
           03  MS-DATEI                  PIC X(20).
           03  MS-GER                    PIC X(14).
           03  MS-GRUND                  PIC X(30).
           03  MS-DAT                    PIC 9(8).
           03  MS-WERT                   PIC 9(6)V99   COMP.
           03  MS-WERTI                  PIC 9(8)      COMP.
           03  MS-WERTD                  PIC 99        COMP.
           03  MS-VOR                    PIC S9(6)V99  COMP.
           03  MS-SUM                    PIC 9(12)     COMP.
           03  MS-ZIF                    PIC 9.
           03  MS-NK                     PIC 9         COMP.
           03  MS-F                      PIC 9         COMP.
           03  MS-GL                     PIC 99        COMP.
           03  MS-DZ                     PIC 99        COMP.
           03  MS-WZ                     PIC 99        COMP.
           03  MS-J                      PIC 9(3)      COMP.
           03  MS-X                      PIC 9         COMP.
           03  MS-IX                     PIC 9         COMP.
           03  MS-VIX                    PIC 9         COMP.
           03  MS-VVIX                   PIC 9         COMP.
           03  MS-LNR                    PIC 9(6)      COMP.
           03  MS-ZANZ                   PIC 9(6)      COMP.
           03  MS-HANZ                   PIC 9(6)      COMP.
           03  MS-WANZ                   PIC 9(6)      COMP.
           03  MS-AANZ                   PIC 9(6)      COMP.
           03  MS-KENN.
               05  MS-KDATEI             PIC X(20).
               05  MS-KFNR               PIC 99.
               05  MS-KZEIL              PIC 9(6).
               05  MS-KSUMME             PIC 9(12).
           03  MS-LED                    PIC ZZZZZ9.
           03  MS-ANZED                  PIC ZZZZZ9.
           03  MS-ANZED2                 PIC ZZZZZ9.
           03  MS-ANZED3                 PIC ZZZZZ9.
           03  MS-WERTED                 PIC ZZZZZ9,99.
           03  MS-KTOED                  PIC ZZZ9.
           03  MS-ZEILE                  PIC X(120).
      *--------------------------------------- E-Rechnung-Import -------*
       01  ERIMP-REG.
           03  EI-EOF                    PIC X.
               88  ERIMP-EOF             VALUE "J".
           03  EI-GEF                    PIC X.
               88  ERIMP-FEHLT           VALUE "J".
           03  EI-KPOFF                  PIC X.
           03  EI-LFOFF                  PIC X.
           03  EI-EDOK                   PIC X.
           03  EI-ROH                    PIC X.
           03  EI-NEG                    PIC X.
           03  EI-BRKZ                   PIC X.
           03  EI-NEKZ                   PIC X.
           03  EI-USKZ                   PIC X.
           03  EI-ZBKZ                   PIC X.
           03  EI-HEUTE                  PIC 9(8).
           03  EI-HANDLE                 USAGE POINTER.
           03  EI-VERZ.
               05  EI-VLEN               PIC 9(4)      COMP-5.
               05  EI-VTXT               PIC X(9).
           03  EI-MUSTER.
               05  EI-MLEN               PIC 9(4)      COMP-5.
               05  EI-MTXT               PIC X(3).
           03  EI-INHALT                 PIC 9(8)      COMP-5.
           03  EI-FLAGS                  PIC 9(8)      COMP-5.
           03  EI-EINTRAG.
               05  EI-ATTR               PIC 9(8)      COMP-5.
               05  EI-STEMPEL.
                   07  EI-SJAHR          PIC 9(8)      COMP-5.
                   07  EI-SMON           PIC 9(4)      COMP-5.
                   07  EI-STAG           PIC 9(4)      COMP-5.
                   07  EI-SSTD           PIC 9(4)      COMP-5.
                   07  EI-SMIN           PIC 9(4)      COMP-5.
                   07  EI-SSEK           PIC 9(4)      COMP-5.
                   07  EI-SMSEK          PIC 9(4)      COMP-5.
                   07  EI-SDST           PIC 9(2)      COMP-5.
               05  EI-GROESSE            PIC 9(18)     COMP-5.
               05  EI-NAME.
                   07  EI-NLEN           PIC 9(4)      COMP-5.
                   07  EI-NTXT           PIC X(256).
           03  EI-DANZ                   PIC 9(3)      COMP.
           03  EI-DIX                    PIC 9(3)      COMP.
           03  EI-TAB.
               05  EI-DAT                PIC X(40)     OCCURS 200.
           03  EI-NGR                    PIC X(40).
           03  EI-EXT                    PIC X(3).
           03  EI-DATEI                  PIC X(60).
           03  EI-ZIEL                   PIC X(60).
           03  EI-LPT                    PIC X(20).
           03  EI-BELEG                  PIC X(12).
           03  EI-UID                    PIC X(14).
           03  EI-IBAN                   PIC X(34).
           03  EI-LIBAN                  PIC X(34).
           03  EI-BLZED                  PIC 9(6).
           03  EI-DATUM                  PIC 9(8).
           03  EI-BRUTTO                 PIC S9(7)V99  COMP.
           03  EI-NETTO                  PIC S9(7)V99  COMP.
           03  EI-UST                    PIC S9(7)V99  COMP.
           03  EI-ZAHLB                  PIC S9(7)V99  COMP.
           03  EI-BETRAG                 PIC S9(7)V99  COMP.
           03  EI-BETI                   PIC 9(8)      COMP.
           03  EI-BETD                   PIC 99        COMP.
           03  EI-NK                     PIC 9         COMP.
           03  EI-ZIF                    PIC 9.
           03  EI-TAG                    PIC X(30).
           03  EI-TAGL                   PIC 99        COMP.
           03  EI-AB                     PIC 9(3)      COMP.
           03  EI-FND                    PIC 9(3)      COMP.
           03  EI-J                      PIC 9(3)      COMP.
           03  EI-K                      PIC 9(3)      COMP.
           03  EI-L                      PIC 99        COMP.
           03  EI-WERT                   PIC X(40).
           03  EI-WL                     PIC 99        COMP.
           03  EI-LFNR                   PIC 9(4)      COMP.
           03  EI-ULFNR                  PIC 9(4)      COMP.
           03  EI-ILFNR                  PIC 9(4)      COMP.
           03  EI-GRUND                  PIC X(30).
           03  EI-ZANZ                   PIC 9(4)      COMP.
           03  EI-UANZ                   PIC 9(4)      COMP.
           03  EI-FANZ                   PIC 9(4)      COMP.
           03  EI-ANZED                  PIC ZZZ9.
           03  EI-ANZED2                 PIC ZZZ9.
           03  EI-ANZED3                 PIC ZZZ9.
           03  EI-LFED                   PIC ZZZ9.
           03  EI-BETED                  PIC -(7)9,99.
           03  EI-NRED                   PIC 9(6).
           03  EI-ZEILE                  PIC X(100).
      *--------------------------------------- Zahlungsfreigabe --------*
       01  ZFREI-REG.
           03  ZA-ART                    PIC X.
           03  ZA-SPERR                  PIC X.
           03  ZA-SOFORT                 PIC X.
           03  ZA-EOF                    PIC X.
               88  ZFREI-EOF             VALUE "J".
           03  ZA-GEF                    PIC X.
               88  ZFREI-FEHLT           VALUE "J".
           03  ZA-KTOFF                  PIC X.
           03  ZA-MDOFF                  PIC X.
           03  ZA-HEUTE                  PIC 9(8).
           03  ZA-NEXT                   PIC 9(6)      COMP.
           03  ZA-NR                     PIC 9(6)      COMP.
           03  ZA-POS                    PIC 9(4)      COMP.
           03  ZA-SPOS                   PIC 9(4)      COMP.
           03  ZA-ANZ                    PIC 9(4)      COMP.
           03  ZA-SUMME                  PIC S9(8)V99  COMP.
           03  ZA-JLFD                   PIC 9(4)      COMP.
           03  ZA-WARN                   PIC 9(4)      COMP.
      *    Stapeldatei/Bankname - ZA-DATEI ist zugleich der Name, unter
      *    dem die Laeufe ihre pain-Datei schreiben.
           03  ZA-DATEI                  PIC X(20).
           03  ZA-ZIEL                   PIC X(20).
      *    Position, vom Lauf vor ZAHL-POSITION vorbelegt
           03  ZA-QU                     PIC X.
           03  ZA-KTO                    PIC 9(4)      COMP.
           03  ZA-BELEG                  PIC X(12).
           03  ZA-KTDAT                  PIC 9(8)      COMP.
           03  ZA-KTLFD                  PIC 99        COMP.
           03  ZA-SEQ                    PIC X.
           03  ZA-BETRAG                 PIC S9(7)V99  COMP.
           03  ZA-NAME                   PIC X(30).
           03  ZA-IBAN                   PIC X(24).
      *    Anzeige/Liste
           03  ZA-NRED                   PIC 9(6).
           03  ZA-ANZED                  PIC ZZZ9.
           03  ZA-KTOED                  PIC ZZZ9.
           03  ZA-SUMED                  PIC -(8)9,99.
           03  ZA-BETED                  PIC -(7)9,99.
           03  ZA-DATED                  PIC 9(8).
           03  ZA-ARTTX                  PIC X(12).
           03  ZA-ZEILE                  PIC X(100).
      *--------------------------------------- Probelauf ---------------*
       01  PROBE-REG.
           03  PB-MODUS                  PIC X         VALUE SPACE.
               88  PROBELAUF             VALUE "J".
           03  PB-DATEI                  PIC X(20).
           03  PB-PDF                    PIC X(20).
           03  PB-HEUTE                  PIC 9(8).
           03  PB-VON                    PIC 9(8).
           03  PB-BIS                    PIC 9(8).
           03  PB-EOF                    PIC X.
           03  PB-GEF                    PIC X.
      *    Posten, vom Lauf vor PROBE-POSTEN vorbelegt
           03  PB-QU                     PIC X.
           03  PB-KTO                    PIC 9(4)      COMP.
           03  PB-LKTO                   PIC 9(4)      COMP.
           03  PB-NAME                   PIC X(30).
           03  PB-BETRAG                 PIC S9(7)V99  COMP.
           03  PB-TEXT                   PIC X(60).
           03  PB-ANZ                    PIC 9(5)      COMP.
           03  PB-WARN                   PIC 9(5)      COMP.
           03  PB-SUMME                  PIC S9(9)V99  COMP.
           03  PB-FNRED                  PIC 9.
           03  PB-KTOED                  PIC ZZZ9.
           03  PB-BETED                  PIC -(7)9,99.
           03  PB-BETED2                 PIC -(7)9,99.
           03  PB-SUMED                  PIC -(9)9,99.
           03  PB-ANZED                  PIC ZZZZ9.
           03  PB-ANZED2                 PIC ZZZZ9.
           03  PB-ZEILE                  PIC X(132).
      *--------------------------------------- Lauf-Journal -----------*
       01  JOURNAL-REG.
           03  JO-LAUF                   PIC X(4).
           03  JO-WAHL                   PIC X.
               88  JO-FORTSETZEN         VALUE "F".
               88  JO-ABBRUCH            VALUE "X".
           03  JO-EOF                    PIC X.
           03  JO-GEF                    PIC X.
           03  JO-SPOFF                  PIC X.
           03  JO-HEUTE                  PIC 9(8).
      *    vom abgebrochenen Lauf (LAUFJ-PRUEF) bzw. vom Lauf fuer
      *    LAUFJ-START vorbelegt
           03  JO-PER                    PIC 9(6).
           03  JO-DATUM                  PIC 9(8).
           03  JO-LKEY                   PIC 9(4)      COMP.
           03  JO-ANZ                    PIC 9(5)      COMP.
           03  JO-SUMME                  PIC S9(9)V99  COMP.
           03  JO-NPOS                   PIC 9(5)      COMP.
           03  JO-IX                     PIC 9(5)      COMP.
      *    Position, vom Lauf vor LAUFJ-POSITION vorbelegt
           03  JO-QU                     PIC X.
           03  JO-KTO                    PIC 9(4)      COMP.
           03  JO-BETRAG                 PIC S9(7)V99  COMP.
           03  JO-BKTO                   PIC 9(4)      COMP.
           03  JO-BDAT                   PIC 9(8)      COMP.
           03  JO-BLFD                   PIC 99        COMP.
           03  JO-OPART                  PIC X.
           03  JO-ODAT                   PIC 9(8)      COMP.
           03  JO-OLFD                   PIC 99        COMP.
           03  JO-OBETRAG                PIC S9(7)V99  COMP.
           03  JO-STKZ                   PIC X.
           03  JO-MIALT                  PIC S9(6)V99  COMP.
      *    Protokoll/Anzeige
           03  JO-AKTION                 PIC X(24).
           03  JO-FNRED                  PIC 99.
           03  JO-KTOED                  PIC ZZZ9.
           03  JO-ANZED                  PIC ZZZZ9.
           03  JO-SUMED                  PIC -(9)9,99.
           03  JO-ZEILE                  PIC X(100).
      *--------------------------------------- Sanierungsprojekte -----*
       01  SANPR-REG.
           03  SU-EOF                    PIC X.
               88  SANPR-EOF             VALUE "J".
           03  SU-GEF                    PIC X.
               88  SANPR-FEHLT           VALUE "J".
           03  SU-PJOFF                  PIC X.
           03  SU-BSOFF                  PIC X.
           03  SU-EROFF                  PIC X.
           03  SU-OPEOF                  PIC X.
           03  SU-EREOF                  PIC X.
           03  SU-HEUTE                  PIC 9(8).
           03  SU-NR                     PIC 9(4)      COMP.
           03  SU-ALTNR                  PIC 9(4)      COMP.
           03  SU-IX                     PIC 9         COMP.
           03  SU-ZL                     PIC 99        COMP.
           03  SU-REST                   PIC S9(7)V99  COMP.
      *    Kopfdaten des Projekts fuer den Umlagelauf (PJ-SATZ wird
      *    dort mit den Positionen ueberschrieben)
           03  SU-PJNR                   PIC 9(4)      COMP.
           03  SU-BEZ                    PIC X(40).
           03  SU-BUDGET                 PIC S9(7)V99  COMP.
           03  SU-RLAG                   PIC S9(7)V99  COMP.
           03  SU-UMLAGE                 PIC S9(7)V99  COMP.
           03  SU-BSDAT                  PIC 9(8)      COMP.
           03  SU-RATANZ                 PIC 9         COMP.
           03  SU-FAELL                  PIC 9(8)      COMP OCCURS 4.
      *    Verteilung: SU-KUMW laufende Summe der Anteile, SU-KUMB
      *    bisher verteilter Betrag (kumulierte Rundung)
           03  SU-BASIS                  PIC 9(8)      COMP.
           03  SU-KUMW                   PIC 9(8)      COMP.
           03  SU-KUMB                   PIC S9(8)V99  COMP.
           03  SU-ANTEIL                 PIC S9(7)V99  COMP.
           03  SU-RATBET                 PIC S9(7)V99  COMP OCCURS 4.
           03  SU-ANZ                    PIC 9(4)      COMP.
           03  SU-NPOS                   PIC 9(5)      COMP.
           03  SU-SUMME                  PIC S9(8)V99  COMP.
      *    Wiederanlauf: Konto und Rate der letzten Position eines
      *    abgebrochenen Laufs (0 = keiner); SU-BIS Monatsende des
      *    Laufs - bis dahin faellige Raten gehen gleich in EG-SALDO
           03  SU-LKTO                   PIC 9(4)      COMP.
           03  SU-LRATE                  PIC 9         COMP.
           03  SU-BIS                    PIC 9(8).
      *    Statusbericht
           03  SU-RANZ                   PIC 9(4)      COMP.
           03  SU-RECH                   PIC S9(8)V99  COMP.
           03  SU-BEZAHLT                PIC S9(8)V99  COMP.
           03  SU-GEST                   PIC S9(8)V99  COMP.
           03  SU-EING                   PIC S9(8)V99  COMP.
      *    Anzeige/Druck
           03  SU-STTX                   PIC X(16).
           03  SU-NRED                   PIC ZZZ9.
           03  SU-KTOED                  PIC ZZZ9.
           03  SU-ANZED                  PIC ZZZ9.
           03  SU-LFDED                  PIC Z9.
           03  SU-RED                    PIC 9.
           03  SU-RANZED                 PIC 9.
           03  SU-ANTED                  PIC ZZZZ9.
           03  SU-BASED                  PIC ZZZZZZZ9.
           03  SU-DATD                   PIC 9(8).
           03  SU-BETED                  PIC -(7)9,99.
           03  SU-BETED2                 PIC -(7)9,99.
           03  SU-BETED3                 PIC -(7)9,99.
           03  SU-ZEILE                  PIC X(100).
      *--------------------------------------- Verwalterhonorar -------*
       01  HONOR-REG.
           03  VH-EOF                    PIC X.
               88  HONOR-EOF             VALUE "J".
           03  VH-GEF                    PIC X.
               88  HONOR-FEHLT           VALUE "J".
           03  VH-RFOFF                  PIC X.
           03  VH-WLOFF                  PIC X.
           03  VH-ANPKZ                  PIC X.
           03  VH-WOKZ                   PIC X.
           03  VH-HEUTE                  PIC 9(8).
           03  VH-JAHR                   PIC 9(4).
           03  VH-QUART                  PIC 9.
           03  VH-VON                    PIC 9(8).
           03  VH-BIS                    PIC 9(8).
           03  VH-PER                    PIC 9(6)      COMP.
           03  VH-MON                    PIC 9(6).
           03  VH-RENR                   PIC 9(6)      COMP.
           03  VH-KPBEZ                  PIC X(30).
      *    Wertsicherung: juengster VPI bis zum Quartalsende
           03  VH-VPI                    PIC 9(3)V99   COMP.
           03  VH-VPIMON                 PIC 9(6)      COMP.
           03  VH-VPIALT                 PIC 9(3)V99   COMP.
           03  VH-PZ                     PIC S9(3)V99  COMP.
      *    Saetze des Laufs (nach einer Anpassung die neuen)
           03  VH-BET                    PIC 9(5)V99   COMP.
           03  VH-EW                     PIC 9(5)V99   COMP.
           03  VH-MA                     PIC 9(5)V99   COMP.
           03  VH-RF                     PIC 9(5)V99   COMP.
      *    Mengen: Einheiten, Nutzflaeche und Zusatzleistungen
           03  VH-ANZE                   PIC 9(4)      COMP.
           03  VH-QM                     PIC 9(7)V99   COMP.
           03  VH-ANZEW                  PIC 9(4)      COMP.
           03  VH-ANZMA                  PIC 9(4)      COMP.
           03  VH-ANZRF                  PIC 9(4)      COMP.
           03  VH-MENGE                  PIC 9(7)V99   COMP.
      *    Betraege der Rechnung
           03  VH-GRUND                  PIC S9(7)V99  COMP.
           03  VH-ZEW                    PIC S9(7)V99  COMP.
           03  VH-ZMA                    PIC S9(7)V99  COMP.
           03  VH-ZRF                    PIC S9(7)V99  COMP.
           03  VH-NETTO                  PIC S9(7)V99  COMP.
           03  VH-USTSATZ                PIC 99V99.
           03  VH-UST                    PIC S9(7)V99  COMP.
           03  VH-BRUTTO                 PIC S9(7)V99  COMP.
      *    EIGWECHSEL.LOG: Datum Spalte 1-8, altes Konto Spalte 38-41
           03  VH-LOGDAT                 PIC 9(8).
           03  VH-LOGKTO                 PIC 9(4).
      *    Anzeige/Druck
           03  VH-DATD                   PIC 9(8).
           03  VH-KTOED                  PIC ZZZ9.
           03  VH-ANZED                  PIC ZZZZ9.
           03  VH-QMED                   PIC ZZZZZZ9,99.
           03  VH-SATZED                 PIC ZZZZ9,99.
           03  VH-BETED                  PIC -(7)9,99.
           03  VH-USTED                  PIC Z9,99.
           03  VH-IXED                   PIC ZZ9,99.
           03  VH-IXED2                  PIC ZZ9,99.
           03  VH-PZED                   PIC -ZZ9,99.
           03  VH-MONED                  PIC 9(6).
           03  VH-RENRED                 PIC 9(6).
           03  VH-ZEILE                  PIC X(100).
      *--------------------------------------- Verwalterbericht -------*
       01  MONBER-REG.
           03  VB-EOF                    PIC X.
               88  MONB-EOF              VALUE "J".
           03  VB-GEF                    PIC X.
               88  MONB-FEHLT            VALUE "J".
           03  VB-MEOF                   PIC X.
           03  VB-OFF                    PIC X.
           03  VB-BELEGT                 PIC X.
           03  VB-VORKZ                  PIC X.
           03  VB-HEUTE                  PIC 9(8).
           03  VB-MONAT                  PIC 9(6).
           03  VB-VORMON                 PIC 9(6).
           03  VB-JJ                     PIC 9(4).
           03  VB-MM                     PIC 99.
           03  VB-TT                     PIC 99.
           03  VB-REST                   PIC 9(4)      COMP.
           03  VB-VON                    PIC 9(8).
           03  VB-BIS                    PIC 9(8).
           03  VB-GRENZ                  PIC 9(8).
      *    Posten-Alter 30/360 von der Faelligkeit bis zum Monatsende
           03  VB-DAT                    PIC 9(8).
           03  VB-DJ                     PIC 9(4).
           03  VB-DM                     PIC 99.
           03  VB-DT                     PIC 99.
           03  VB-BT                     PIC 99.
           03  VB-TAGE                   PIC S9(5)     COMP.
           03  VB-QIX                    PIC 9         COMP.
           03  VB-AIX                    PIC 9         COMP.
           03  VB-KTKTO                  PIC 9(4)      COMP.
           03  VB-KTSAL                  PIC S9(9)V99  COMP.
      *    Kennzahlen fuer den Druck: VB-W(1,n) Berichtsmonat,
      *    VB-W(2,n) Vormonat; n siehe MONB-WERTE
           03  VB-SP                     PIC 9         COMP.
           03  VB-NR                     PIC 99        COMP.
           03  VB-SPALTE                 OCCURS 2.
               05  VB-W                  PIC S9(9)V99  COMP OCCURS 29.
           03  VB-AKT                    PIC S9(9)V99  COMP.
           03  VB-VOR                    PIC S9(9)V99  COMP.
           03  VB-DIFF                   PIC S9(9)V99  COMP.
           03  VB-ART                    PIC X.
           03  VB-TEXT                   PIC X(36).
      *    Zentrale-Ueberblick
           03  VB-FIX                    PIC 99        COMP.
           03  VB-MANZ                   PIC 9         COMP.
           03  VB-VANZ                   PIC 9         COMP.
           03  VB-ZRST                   PIC S9(9)V99  COMP.
           03  VB-ZPZ                    PIC S9(3)V99  COMP.
      *    Anzeige/Druck
           03  VB-DATD                   PIC 9(8).
           03  VB-FNRED                  PIC 9.
           03  VB-ANZED                  PIC -(8)9.
           03  VB-BETED                  PIC -(9)9,99.
           03  VB-BETED2                 PIC -(9)9,99.
           03  VB-PZED                   PIC -ZZ9,99.
           03  VB-ZEILE                  PIC X(100).
       COPY HV-EXT.CPY.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
           PERFORM ANMELDUNG.
           MOVE SPACE TO WX-CODE(1) WX-CODE(2).
           PERFORM MANDANTWAHL.
           MOVE "J" TO PW-HINW.
       B.  MOVE WE-FNR TO WH-KEY.
           READ KONSTANT IGNORE LOCK NOT INVALID GO J.
           IF ZUGRIF PERFORM BESETZT GO B.
           IF ESC GO R.
           MOVE WT-TX TO WX-CODE(1).
           GO P.
       Q.  IF PW-HINW = "J" PERFORM PRUEF-HINWEIS.
           DISPLAY "<ret-leer>/<esc>= Programmende" AT 2301.
           DISPLAY "Programmwahl"        AT 0524
                   "컴컴컴컴컴컴"        AT 0024
                   "1 - Abrechnung"      AT 0824
                   "26 - Mieter-KtoAuszg" AT 1301
                   "27 - Dauerbuch.-Lauf" AT 1501
                   "28 - DSGVO-Auskunft" AT 1701
                   "29 - Zusatzlaeufe"   AT 1901
                  " "                    AT 0023
                   "bitte w꼑len Sie:   " with highlight AT 1839.
           CALL "CAUP" USING "0018572002" WH-CREG.
               WHEN 26 PERFORM MIETERAUSZUG
               WHEN 27 PERFORM DAUERLAUF
               WHEN 28 PERFORM DSGVO-AUSKUNFT
               WHEN 29 PERFORM ZUSATZLAEUFE
                         IF WH-PG = 9 GO A
               WHEN OTHER GO Q.
       Z.  EXIT.
      ****************************************************** Mandantwahl *
           MOVE 0 TO WM-ANZ1 WM-ANZ2.
           MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM PROBE-WAHL.
      *    Einzel-PDF mit Mailversand je Brief nur im Echtlauf - der    *
      *    Probelauf schreibt alle Briefe in eine Datei.                *
           MOVE SPACE TO WM-EINZEL.
           IF KO-DRU(WL-RPT) = 3 AND NOT PROBELAUF
               MOVE "J" TO WM-EINZEL.
           MOVE WH-DATUM TO WV-HIDAT.
           IF WH-DATUM < 500000 ADD 20000000 TO WV-HIDAT
                           ELSE ADD 19000000 TO WV-HIDAT.
           COMPUTE WM-CUT2 = WM-HIJAHR * 10000 + WM-HIMON * 100
               + WM-HITAG.
           PERFORM OPOS-OEFFNEN.
           IF NOT PROBELAUF PERFORM ARCH-OEFFNEN.
      *    Ratenvereinbarungen und Zahlungsjournal fuer die             *
      *    Einhaltungspruefung; fehlt eine der Dateien, mahnt der       *
      *    Lauf wie bisher ohne Ratenpruefung.                          *
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN INPUT ZJOURNAL.
           IF WF-STATUS = "35" MOVE "J" TO RA-ZJOFF.
      *    Konten beim Anwalt (offener Rechtsfall) werden nicht mehr    *
      *    gemahnt.                                                     *
           MOVE SPACE TO RV-RFOFF.
           MOVE "HV-RECHT.DAT" TO DATEI.
           OPEN INPUT RECHTSF.
           IF WF-STATUS = "35" MOVE "J" TO RV-RFOFF.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WM-EOF.
      *    Sammel-PDF (Modus 2) als Lauf archivieren - bei Modus 3     *
      *    wird stattdessen jeder Brief einzeln archiviert.            *
           IF KO-DRU(WL-RPT) = 2 AND NOT PROBELAUF
               MOVE "MAHN" TO AQ-ART
               PERFORM ARCH-LAUF.
           IF WM-EINZEL NOT = "J" OPEN OUTPUT DRUCKER.
       B.  IF MAHN-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WM-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WM-EOF GO B.
           IF EG-SALDO NOT > 50,00 GO B.
      *    Konto mit eingehaltener Ratenvereinbarung wird nicht         *
      *    gemahnt; bei geplatzter Rate stellt die Pruefung den         *
           MOVE EG-KTONR TO RA-KTO.
           PERFORM RATEN-PRUEF.
           IF RA-SPERRE = "J" GO B.
           MOVE "E" TO RV-QU.
           MOVE EG-KTONR TO RV-KTO.
           PERFORM RECHTSF-PRUEF.
           IF RV-SPERRE = "J" GO B.
           MOVE EG-REDAT TO WM-EGDAT.
           IF EG-REDAT < 500000 ADD 20000000 TO WM-EGDAT
                           ELSE ADD 19000000 TO WM-EGDAT.
           EVALUATE TRUE
               WHEN EG-MAHNSTUFE = 0 AND WM-EGDAT NOT > WM-CUT1
                    MOVE "MAHN1" TO AQ-ART
                    IF WM-EINZEL = "J" PERFORM MAHN-OEFFNEN
                    PERFORM MAHN-DRUCK1
                    IF WM-EINZEL = "J" PERFORM MAHN-VERSENDEN
               WHEN EG-MAHNSTUFE = 1 AND WM-EGDAT NOT > WM-CUT2
                    MOVE "MAHN2" TO AQ-ART
                    IF WM-EINZEL = "J" PERFORM MAHN-OEFFNEN
                    PERFORM MAHN-DRUCK2
                    IF WM-EINZEL = "J" PERFORM MAHN-VERSENDEN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           GO B.
       X.  IF WM-EINZEL NOT = "J" CLOSE DRUCKER.
           CLOSE OPOS.
           IF NOT PROBELAUF CLOSE ARCHIV.
           IF RA-RTOFF NOT = "J" CLOSE RATEN.
           IF RA-ZJOFF NOT = "J" CLOSE ZJOURNAL.
           IF RV-RFOFF NOT = "J" CLOSE RECHTSF.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           DISPLAY "1. Mahnungen:" WM-ANZ1 "  2. Mahnungen:" WM-ANZ2
               AT 2301.
           IF PROBELAUF PERFORM PROBE-ENDE.
           PERFORM WEITER.
       Z.  EXIT.
      ****************************** PDF je Mahnbrief - oeffnen/benennen *
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF PERFORM PROBE-MARKE.
           PERFORM ADR-EIGEN.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "kostensaldos binnen 14 Tagen."  TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF
               MOVE "1. Mahnung" TO PB-TEXT
               PERFORM MAHN-PROBE
               GO Z.
           MOVE 1 TO EG-MAHNSTUFE.
           MOVE WV-HIDAT TO EG-MAHNDAT.
           REWRITE EG-SATZ.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF PERFORM PROBE-MARKE.
           PERFORM ADR-EIGEN.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "offen. Wir ersuchen um sofortigen Ausgleich."
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF
               MOVE "2. Mahnung" TO PB-TEXT
               PERFORM MAHN-PROBE
               GO Z.
           MOVE 2 TO EG-MAHNSTUFE.
           MOVE WV-HIDAT TO EG-MAHNDAT.
           REWRITE EG-SATZ.
       Z.  EXIT.
      ************************************* Mahnung - Probelauf *
      *  Listenzeile statt Mahnstufe: PB-TEXT traegt die Stufe.         *
       MAHN-PROBE SECTION.
       A.  MOVE "E" TO PB-QU.
           MOVE EG-KTONR TO PB-KTO.
           MOVE EG-NAME TO PB-NAME.
           IF EG-NAME = SPACE MOVE EG-BEZ TO PB-NAME.
           MOVE EG-SALDO TO PB-BETRAG.
           PERFORM PROBE-POSTEN.
       Z.  EXIT.
      ************************************* Mahnung - offene Posten *
      *  Listet die tatsaechlich offenen Posten des Kontos mit          *
      *  Faelligkeit unter der Saldozeile - bei einer Reklamation ist   *
      **************************************************** SEPA-Export *
      *  Sammelueberweisung der Gutschriften (EG-SALDO < 0) an die      *
      *  Eigentuemer, ueber EG-BANK aufgebaute IBAN, als pain.001-Datei. *
      *  Der Lauf legt einen Zahlungsstapel an (ZAHL-STAPEL); erst      *
      *  dessen Freigabe schreibt das Zahlungsjournal (ZJOURNAL) und    *
      *  gleicht EG-SALDO aus. Solange der Stapel offen ist, sperrt er  *
      *  den naechsten SEPA-Export - dieselben Konten werden also nicht *
      *  zweimal ausgezahlt.                                            *
       SEPA-EXPORT SECTION.
       A.  MOVE 2 TO BN-RIX.
           PERFORM RECHT-PRUEF.
               DISPLAY "keine Berechtigung (SEPA-Export)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "S" TO ZA-ART.
           PERFORM ZAHL-OFFEN.
           IF ZA-SPERR = "J" GO Z.
           MOVE "      SEPA-Export" TO WK-GEB.
      *    Mandate (Bankverbindung der Mieter) und Kautions-Ledger      *
      *    fuer die Mitnahme von Mieterguthaben und faelligen           *
           MOVE 0 TO WS-ANZ WS-SUMME.
           MOVE SPACE TO WS-EOF.
           MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B.  IF SEPA-EOF GO B2.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WS-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WS-EOF GO B.
           IF EG-SALDO NOT < 0 GO B.
           IF EG-IBAN = SPACE OR EG-BKKTO = SPACE GO B.
           ADD 1 TO WS-ANZ.
      *    Mandat                                                       *
       B2. MOVE 0 TO MI-KTONR.
           MOVE SPACE TO WS-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO WS-EOF.
       B3. IF SEPA-EOF GO B4.
           READ MIETER NEXT RECORD AT END MOVE "J" TO WS-EOF GO B3.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO WS-EOF GO B3.
           IF MI-SALDO NOT < 0 GO B3.
           MOVE MI-KTONR TO LS-KTO.
           PERFORM SEPA-MBANK.
           MOVE WS-SUMME TO WS-SUMI.
           COMPUTE WS-SUMD = (WS-SUMME - WS-SUMI) * 100.
           STRING WS-SUMI "." WS-SUMD DELIMITED BY SIZE INTO WS-SUMED.
      *    Im Stapel eine Exportdatei je Mandant - der Einheitsname    *
      *    wuerde beim naechsten Steuerdatei-Eintrag die schon          *
      *    freigegebene pain.001 des Vorgaengers ueberschreiben.        *
      *    Geschrieben wird unter dem Namen des Zahlungsstapels, den    *
      *    Banknamen erhaelt die Datei mit der Freigabe.                *
           MOVE "SEPA-EXPORT.XML" TO ZA-ZIEL.
           IF BATCH-AKTIV
               MOVE SPACE TO ZA-ZIEL
               STRING "SEPA-EXPORT-" BC-FNR ".XML"
                   DELIMITED BY SIZE INTO ZA-ZIEL.
           PERFORM ZAHL-STAPEL.
           MOVE ZA-DATEI TO WS-SEPNAM.
           OPEN OUTPUT SEPADAT.
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           MOVE 0 TO EG-KTONR.
           MOVE SPACE TO WS-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WS-EOF.
       D.  IF SEPA-EOF GO D2.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WS-EOF GO D.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WS-EOF GO D.
           IF EG-SALDO NOT < 0 GO D.
           IF EG-IBAN = SPACE OR EG-BKKTO = SPACE GO D.
           PERFORM SEPA-SATZ.
      *    Mieterguthaben auszahlen (IBAN aus dem Mandat)               *
       D2. MOVE 0 TO MI-KTONR.
           MOVE SPACE TO WS-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO WS-EOF.
       D3. IF SEPA-EOF GO D4.
           READ MIETER NEXT RECORD AT END MOVE "J" TO WS-EOF GO D3.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO WS-EOF GO D3.
           IF MI-SALDO NOT < 0 GO D3.
           MOVE MI-KTONR TO LS-KTO.
           PERFORM SEPA-MBANK.
           COMPUTE WS-BETRAG = MI-SALDO * -1.
           MOVE MI-NAME TO WS-NAME.
           PERFORM SEPA-MSATZ.
           MOVE "M" TO ZA-QU.
           MOVE MI-KTONR TO ZA-KTO.
           MOVE WS-BETRAG TO ZA-BETRAG.
           MOVE WS-NAME TO ZA-NAME.
           MOVE WS-IBAND TO ZA-IBAN.
           PERFORM ZAHL-POSITION.
           GO D3.
      *    Kautionsauszahlungen mitnehmen; als ueberwiesen kenn-        *
      *    zeichnet sie die Freigabe des Stapels                        *
       D4. IF WS-KTOFF = "J" GO X.
           MOVE 0 TO KT-KTONR KT-DATUM KT-LFDNR.
           MOVE SPACE TO WS-EOF.
           ELSE
               MOVE "Kautionsauszahlung" TO WS-NAME.
           PERFORM SEPA-MSATZ.
           MOVE "T" TO ZA-QU.
           MOVE KT-KTONR TO ZA-KTO.
           MOVE KT-DATUM TO ZA-KTDAT.
           MOVE KT-LFDNR TO ZA-KTLFD.
           MOVE WS-BETRAG TO ZA-BETRAG.
           MOVE WS-NAME TO ZA-NAME.
           MOVE WS-IBAND TO ZA-IBAN.
           PERFORM ZAHL-POSITION.
           GO D5.
       X.  STRING '</PmtInf></CstmrCdtTrfInitn></Document>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           CLOSE SEPADAT.
           IF WS-MDOFF NOT = "J" CLOSE MANDAT.
           IF WS-KTOFF NOT = "J" CLOSE KAUT.
           MOVE "SEPA-EXPORT.XML" TO WS-SEPNAM.
           PERFORM ZAHL-ABSCHLUSS.
           DISPLAY "SEPA-Export: " WS-ANZ " Zahlungen geschrieben."
               AT 2301.
           PERFORM WEITER.
               '</IBAN></Id></CdtrAcct></CdtTrfTxInf>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
      *    Stapelposition je Zahlung; Journalsatz und Saldoausgleich    *
      *    folgen mit der Freigabe (ZAHL-BUCHEN).                       *
       B.  MOVE "E" TO ZA-QU.
           MOVE EG-KTONR TO ZA-KTO.
           MOVE WS-BETRAG TO ZA-BETRAG.
           IF EG-NAME NOT = SPACE
               MOVE EG-NAME TO ZA-NAME
           ELSE
               MOVE EG-BEZ TO ZA-NAME.
           MOVE WS-IBAND TO ZA-IBAN.
           PERFORM ZAHL-POSITION.
       Z.  EXIT.
      ************************************* Zahlungsstapel - offen? *
      *  Ein Zahllauf der Art ZA-ART darf erst wieder laufen, wenn der  *
      *  vorige Stapel dieser Art freigegeben oder abgelehnt ist -      *
      *  sonst stuende dieselbe Zahlung in zwei Dateien. ZA-SPERR = J:  *
      *  offener Stapel vorhanden (Meldung ist schon ausgegeben).       *
       ZAHL-OFFEN SECTION.
       A.  MOVE SPACE TO ZA-SPERR.
           MOVE "HV-ZFREI.DAT" TO DATEI.
           OPEN INPUT ZFREI.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO ZF-STAPEL ZF-POS.
           MOVE SPACE TO ZA-EOF.
           START ZFREI KEY NOT < ZF-KEY INVALID KEY
               MOVE "J" TO ZA-EOF.
       B.  IF ZFREI-EOF GO X.
           READ ZFREI NEXT RECORD AT END MOVE "J" TO ZA-EOF GO B.
           IF ZF-POS NOT = 0 OR ZF-FNR NOT = WE-FNR
               OR ZF-ART NOT = ZA-ART OR ZF-STATUS NOT = "O"
               PERFORM ZAHL-NAECHST
               GO B.
           MOVE "J" TO ZA-SPERR.
           MOVE ZF-STAPEL TO ZA-NRED.
       X.  CLOSE ZFREI.
           IF ZA-SPERR = "J"
               DISPLAY "Zahlungsstapel " ZA-NRED
                   " noch nicht freigegeben - kein neuer Lauf" AT 2301
               PERFORM WEITER.
       Z.  EXIT.
      ************************************* Zahlungsstapel - weiter *
      *  Ueberspringt die Positionen des Stapels ZF-STAPEL.             *
       ZAHL-NAECHST SECTION.
       A.  ADD 1 TO ZF-STAPEL.
           MOVE 0 TO ZF-POS.
           START ZFREI KEY NOT < ZF-KEY INVALID KEY
               MOVE "J" TO ZA-EOF.
       Z.  EXIT.
      ************************************* Zahlungsstapel - anlegen *
      *  Oeffnet HV-ZFREI.DAT und legt den Kopfsatz des neuen Stapels   *
      *  an (Nummernvergabe wie ARCH-NAME). ZA-ART und der Bankname     *
      *  ZA-ZIEL sind vom Lauf vorbelegt; der Lauf schreibt seine       *
      *  pain-Datei danach unter ZA-DATEI (FREI-nnnnnn.XML). Die Datei  *
      *  bleibt bis ZAHL-ABSCHLUSS offen.                               *
       ZAHL-STAPEL SECTION.
       A.  MOVE "HV-ZFREI.DAT" TO DATEI.
           OPEN I-O ZFREI.
           IF WF-STATUS = "35"
               OPEN OUTPUT ZFREI
               CLOSE ZFREI
               OPEN I-O ZFREI.
           MOVE WH-DATUM TO ZA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO ZA-HEUTE
                           ELSE ADD 19000000 TO ZA-HEUTE.
           IF ZA-NEXT = 0 MOVE 1 TO ZA-NEXT.
           MOVE ZA-NEXT TO ZF-STAPEL.
       B.  MOVE 0 TO ZF-POS.
           MOVE WE-FNR TO ZF-FNR.
           MOVE ZA-ART TO ZF-ART.
           MOVE "O" TO ZF-STATUS.
           MOVE ZA-HEUTE TO ZF-DATUM.
           MOVE 0 TO ZF-ANZ ZF-SUMME ZF-FREIDAT ZF-KTONR ZF-KTDAT
                     ZF-KTLFD ZF-BETRAG.
           MOVE BN-ANMELD TO ZF-ERST.
           MOVE WE-USER TO ZF-ERSTKZ.
           MOVE SPACE TO ZF-FREI ZF-FREIKZ ZF-QUELLE ZF-BELEG ZF-SEQ
                         ZF-NAME ZF-IBAN.
           MOVE ZF-STAPEL TO ZA-NRED.
           MOVE SPACE TO ZA-DATEI.
           STRING "FREI-" ZA-NRED ".XML" DELIMITED BY SIZE
               INTO ZA-DATEI.
           MOVE ZA-DATEI TO ZF-DATEI.
           MOVE ZA-ZIEL TO ZF-ZIEL.
           WRITE ZF-SATZ INVALID KEY
               ADD 1 TO ZF-STAPEL
               GO B.
           MOVE ZF-STAPEL TO ZA-NR.
           COMPUTE ZA-NEXT = ZA-NR + 1.
           MOVE 0 TO ZA-POS ZA-ANZ ZA-SUMME.
           MOVE SPACE TO ZA-BELEG ZA-SEQ ZA-NAME ZA-IBAN.
           MOVE 0 TO ZA-KTDAT ZA-KTLFD.
       Z.  EXIT.
      ************************************* Zahlungsstapel - Position *
      *  ZA-QU/ZA-KTO/ZA-BETRAG/ZA-NAME/ZA-IBAN und je nach Art         *
      *  ZA-BELEG, ZA-KTDAT/ZA-KTLFD bzw. ZA-SEQ sind vorbelegt; die    *
      *  Nebenfelder werden fuer die naechste Position zurueckgesetzt.  *
       ZAHL-POSITION SECTION.
       A.  ADD 1 TO ZA-POS.
           MOVE ZA-NR TO ZF-STAPEL.
           MOVE ZA-POS TO ZF-POS.
           MOVE WE-FNR TO ZF-FNR.
           MOVE ZA-ART TO ZF-ART.
           MOVE SPACE TO ZF-STATUS ZF-ERST ZF-ERSTKZ ZF-FREI ZF-FREIKZ
                         ZF-DATEI ZF-ZIEL.
           MOVE ZA-HEUTE TO ZF-DATUM.
           MOVE 0 TO ZF-ANZ ZF-SUMME ZF-FREIDAT.
           MOVE ZA-QU TO ZF-QUELLE.
           MOVE ZA-KTO TO ZF-KTONR.
           MOVE ZA-BELEG TO ZF-BELEG.
           MOVE ZA-KTDAT TO ZF-KTDAT.
           MOVE ZA-KTLFD TO ZF-KTLFD.
           MOVE ZA-SEQ TO ZF-SEQ.
           MOVE ZA-BETRAG TO ZF-BETRAG.
           MOVE ZA-NAME TO ZF-NAME.
           MOVE ZA-IBAN TO ZF-IBAN.
           WRITE ZF-SATZ.
           ADD 1 TO ZA-ANZ.
           ADD ZA-BETRAG TO ZA-SUMME.
           MOVE SPACE TO ZA-BELEG ZA-SEQ ZA-NAME ZA-IBAN.
           MOVE 0 TO ZA-KTDAT ZA-KTLFD.
       Z.  EXIT.
      ************************************* Zahlungsstapel - Abschluss *
      *  Anzahl und Summe in den Kopfsatz. Liegt die Summe nicht ueber  *
      *  der Freigabegrenze KO-FREIGR (> 0), gibt der Ersteller den     *
      *  Stapel sofort selbst frei; sonst wartet er auf die Freigabe    *
      *  durch einen zweiten Benutzer (ZAHL-FREIGABE). Der Lauf hat     *
      *  seine Bestandsdateien zu diesem Zeitpunkt geschlossen.         *
       ZAHL-ABSCHLUSS SECTION.
       A.  MOVE ZA-NR TO ZF-STAPEL ZA-NRED.
           MOVE 0 TO ZF-POS.
           MOVE SPACE TO ZA-SOFORT ZA-GEF.
           READ ZFREI INVALID KEY MOVE "J" TO ZA-GEF.
           IF ZFREI-FEHLT GO X.
           MOVE ZA-ANZ TO ZF-ANZ.
           MOVE ZA-SUMME TO ZF-SUMME.
           REWRITE ZF-SATZ.
           IF KO-FREIGR = 0 OR ZA-SUMME > KO-FREIGR GO X.
           MOVE "J" TO ZA-SOFORT.
           PERFORM ZAHL-BUCHEN.
       X.  CLOSE ZFREI.
           IF ZA-SOFORT = "J" AND NOT ZFREI-FEHLT
               DISPLAY "Stapel " ZA-NRED " unter Freigabegrenze - "
                   ZA-ZIEL AT 2401
           ELSE
               IF ZA-SOFORT NOT = "J"
                   DISPLAY "Stapel " ZA-NRED
                       " wartet auf Freigabe (Zusatzlaeufe 9)" AT 2401.
       Z.  EXIT.
      ************************************* Zahlungsstapel - buchen *
      *  Freigabe des Stapels ZA-NR (Kopfsatz steht in ZF-SATZ, ZFREI   *
      *  ist I-O offen): pain-Datei in den Banknamen umbenennen, dann   *
      *  je Position Zahlungsjournal und die Wirkung des Laufs:         *
      *    E/M  Saldo um den Betrag ausgleichen (Gutschrift bzw.        *
      *         Einzug - zwischenzeitliche Buchungen bleiben erhalten)  *
      *    T    Kautionssatz als ueberwiesen kennzeichnen               *
      *    K    AK-Buchung, ER-BEZKZ/ER-BEZDAT                          *
      *    L    zusaetzlich offene Posten ausziffern, Mandat F -> R     *
      *  Journal- und Buchungsdatum ist der Freigabetag. ZA-GEF = J:    *
      *  nicht freigegeben (Meldung steht in Zeile 24).                 *
       ZAHL-BUCHEN SECTION.
       A.  MOVE SPACE TO ZA-GEF ZA-KTOFF ZA-MDOFF.
           MOVE 0 TO ZA-JLFD ZA-WARN ZA-SPOS.
           MOVE ZF-ART TO ZA-ART.
           MOVE ZF-DATEI TO ZA-DATEI.
           MOVE ZF-ZIEL TO ZA-ZIEL.
           MOVE WH-DATUM TO ZA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO ZA-HEUTE
                           ELSE ADD 19000000 TO ZA-HEUTE.
           IF ZA-ART NOT = "K" GO B.
           MOVE ZA-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               MOVE "J" TO ZA-GEF
               DISPLAY "Wirtschaftsjahr abgeschlossen - keine Freigabe"
                   AT 2401
               GO Z.
       B.  CALL "CBL_DELETE_FILE" USING ZA-ZIEL.
           CALL "CBL_RENAME_FILE" USING ZA-DATEI ZA-ZIEL.
           IF RETURN-CODE NOT = 0
               MOVE "J" TO ZA-GEF
               DISPLAY "Zahlungsdatei " ZA-DATEI
                   " fehlt - keine Freigabe" AT 2401
               GO Z.
           MOVE "F" TO ZF-STATUS.
           MOVE BN-ANMELD TO ZF-FREI.
           MOVE WE-USER TO ZF-FREIKZ.
           MOVE ZA-HEUTE TO ZF-FREIDAT.
           REWRITE ZF-SATZ.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN I-O ZJOURNAL.
           IF WF-STATUS = "35"
               OPEN OUTPUT ZJOURNAL
               CLOSE ZJOURNAL
               OPEN I-O ZJOURNAL.
           IF ZA-ART = "S"
               MOVE "HV-KAUT.DAT" TO DATEI
               OPEN I-O KAUT
               IF WF-STATUS = "35" MOVE "J" TO ZA-KTOFF.
           IF ZA-ART = "K"
               MOVE "HV-ERECH.DAT" TO DATEI
               OPEN I-O ERECH
               MOVE "HV-AK.DAT" TO DATEI
               OPEN I-O AK
               IF WF-STATUS = "35"
                   OPEN OUTPUT AK
                   CLOSE AK
                   OPEN I-O AK.
           IF ZA-ART = "L"
               PERFORM OPOS-OEFFNEN
               MOVE "HV-MANDAT.DAT" TO DATEI
               OPEN I-O MANDAT
               IF WF-STATUS = "35" MOVE "J" TO ZA-MDOFF.
      *    Positionen 1..n des Stapels                                  *
       C.  ADD 1 TO ZA-SPOS.
           MOVE ZA-NR TO ZF-STAPEL.
           MOVE ZA-SPOS TO ZF-POS.
           READ ZFREI INVALID KEY GO X.
       C1. ADD 1 TO ZA-JLFD.
           MOVE ZA-HEUTE TO ZJ-LAUFNR.
           MOVE ZA-JLFD TO ZJ-LFDNR.
           MOVE ZF-FNR TO ZJ-FNR.
           EVALUATE TRUE
               WHEN ZA-ART = "K"     MOVE "K" TO ZJ-ART
               WHEN ZA-ART = "L"     MOVE "L" TO ZJ-ART
               WHEN ZF-QUELLE = "T"  MOVE "T" TO ZJ-ART
               WHEN OTHER            MOVE "A" TO ZJ-ART
           END-EVALUATE.
           MOVE ZF-QUELLE TO ZJ-QUELLE.
           IF ZF-QUELLE = "T" MOVE "M" TO ZJ-QUELLE.
           MOVE ZF-KTONR TO ZJ-KTONR.
           MOVE ZA-HEUTE TO ZJ-DATUM.
           MOVE ZF-BETRAG TO ZJ-BETRAG.
           WRITE ZJ-SATZ INVALID KEY GO C1.
           IF ZA-ART = "K" GO K.
           IF ZF-QUELLE = "T" GO T.
           IF ZF-QUELLE = "M" GO M.
       E.  MOVE ZF-KTONR TO EG-KTONR.
           READ EIGENTUM INVALID KEY ADD 1 TO ZA-WARN GO C.
           IF ZA-ART = "L" SUBTRACT ZF-BETRAG FROM EG-SALDO
                      ELSE ADD ZF-BETRAG TO EG-SALDO.
           REWRITE EG-SATZ.
           IF ZA-ART = "L" GO L.
           GO C.
       M.  MOVE ZF-KTONR TO MI-KTONR.
           READ MIETER INVALID KEY ADD 1 TO ZA-WARN GO C.
           IF ZA-ART = "L" SUBTRACT ZF-BETRAG FROM MI-SALDO
                      ELSE ADD ZF-BETRAG TO MI-SALDO.
           REWRITE MI-SATZ.
           IF ZA-ART = "L" GO L.
           GO C.
       T.  IF ZA-KTOFF = "J" ADD 1 TO ZA-WARN GO C.
           MOVE ZF-KTONR TO KT-KTONR.
           MOVE ZF-KTDAT TO KT-DATUM.
           MOVE ZF-KTLFD TO KT-LFDNR.
           READ KAUT INVALID KEY ADD 1 TO ZA-WARN GO C.
           MOVE "J" TO KT-UEBKZ.
           REWRITE KT-SATZ.
           GO C.
      *    AK-Buchung zum Zahltag - damit entfaellt das doppelte        *
      *    Erfassen ueber die BUCHUNG-Maske. AK-SKZ K haelt sie aus     *
      *    dem Bankbuch, die Zahlung steht dort schon als ZJ-ART K.     *
       K.  MOVE ZF-KTONR TO ER-LFNR.
           MOVE ZF-BELEG TO ER-BELEG.
           READ ERECH INVALID KEY ADD 1 TO ZA-WARN GO C.
           MOVE ER-AKKTO TO AK-KTONR.
           MOVE ZA-HEUTE TO AK-DATUM.
           MOVE 0 TO AK-LFDNR.
       K1. ADD 1 TO AK-LFDNR.
           MOVE ZF-BETRAG TO AK-BETRAG.
           MOVE ER-TEXT TO AK-TEXT.
           MOVE ZF-FNR TO AK-FNR.
           MOVE "K" TO AK-SKZ.
           WRITE AK-SATZ INVALID KEY GO K1.
           MOVE "J" TO ER-BEZKZ.
           MOVE ZA-HEUTE TO ER-BEZDAT.
           REWRITE ER-SATZ.
           GO C.
       L.  MOVE ZF-QUELLE TO OF-QU.
           MOVE ZF-KTONR TO OF-KTO.
           MOVE ZF-BETRAG TO OF-REST.
           PERFORM OPOS-AUSZIFFERN.
           IF ZF-SEQ NOT = "F" OR ZA-MDOFF = "J" GO C.
           MOVE ZF-QUELLE TO MD-QUELLE.
           MOVE ZF-KTONR TO MD-KTONR.
           READ MANDAT INVALID KEY GO C.
           IF MD-SEQ = "F"
               MOVE "R" TO MD-SEQ
               REWRITE MD-SATZ.
           GO C.
       X.  CLOSE ZJOURNAL.
           IF ZA-ART = "S" AND ZA-KTOFF NOT = "J" CLOSE KAUT.
           IF ZA-ART = "K" CLOSE ERECH AK.
           IF ZA-ART = "L"
               CLOSE OPOS
               IF ZA-MDOFF NOT = "J" CLOSE MANDAT.
           MOVE "ZFREI" TO WH-PN.
           PERFORM PROTOKOLL.
       Z.  EXIT.
      ************************************* Zahlungsfreigabe *
      *  Zweite Unterschrift zu den Zahllaeufen: zeigt die offenen      *
      *  Zahlungsstapel des Mandanten; L druckt die Positionen mit      *
      *  Empfaenger, IBAN und Betrag zur Pruefung, F gibt frei (Datei   *
      *  erhaelt den Banknamen, Journal/Salden werden gebucht), A       *
      *  lehnt ab (Datei wird geloescht, nichts gebucht - die Posten    *
      *  kommen beim naechsten Lauf wieder). Verlangt Recht 7 und eine  *
      *  Anmeldung ueber den Benutzerstamm; den eigenen Stapel kann     *
      *  niemand freigeben, nur ablehnen.                               *
       ZAHL-FREIGABE SECTION.
       A.  MOVE "   Zahlungsfreigabe" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE 7 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Zahlungsfreigabe)" AT 2401
               PERFORM WEITER
               GO Z.
           IF BN-AKTIV NOT = "J"
               DISPLAY "Freigabe nur mit Anmeldung (Benutzerstamm)"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-ZFREI.DAT" TO DATEI.
           OPEN I-O ZFREI.
           IF WF-STATUS = "35"
               DISPLAY "keine Zahlungsstapel vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 0 TO ZF-STAPEL ZF-POS.
           MOVE SPACE TO ZA-EOF.
           START ZFREI KEY NOT < ZF-KEY INVALID KEY
               MOVE "J" TO ZA-EOF.
       B.  IF ZFREI-EOF
               DISPLAY "keine weiteren offenen Zahlungsstapel" AT 2401
               PERFORM WEITER
               GO X.
           READ ZFREI NEXT RECORD AT END MOVE "J" TO ZA-EOF GO B.
           IF ZF-POS NOT = 0 OR ZF-FNR NOT = WE-FNR
               OR ZF-STATUS NOT = "O"
               PERFORM ZAHL-NAECHST
               GO B.
           MOVE ZF-STAPEL TO ZA-NR.
       C.  MOVE ZA-NR TO ZA-NRED.
           EVALUATE ZF-ART
               WHEN "S" MOVE "SEPA-Export" TO ZA-ARTTX
               WHEN "K" MOVE "Kreditoren" TO ZA-ARTTX
               WHEN "L" MOVE "Lastschrift" TO ZA-ARTTX
               WHEN OTHER MOVE ZF-ART TO ZA-ARTTX
           END-EVALUATE.
           MOVE ZF-DATUM TO ZA-DATED.
           MOVE ZF-ANZ TO ZA-ANZED.
           MOVE ZF-SUMME TO ZA-SUMED.
           CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "Zahlungsstapel......:" AT 0427.
           DISPLAY ZA-NRED with highlight AT 0449.
           DISPLAY "Art.................:" AT 0527.
           DISPLAY ZA-ARTTX with highlight AT 0549.
           DISPLAY "erstellt am / von...:" AT 0627.
           DISPLAY ZA-DATED with highlight AT 0649.
           DISPLAY ZF-ERSTKZ with highlight AT 0659.
           DISPLAY ZF-ERST with highlight AT 0662.
           DISPLAY "Zahlungen...........:" AT 0727.
           DISPLAY ZA-ANZED with highlight AT 0749.
           DISPLAY "Gesamtbetrag........:" AT 0827.
           DISPLAY ZA-SUMED with highlight AT 0849.
           DISPLAY "Bankdatei...........:" AT 0927.
           DISPLAY ZF-ZIEL with highlight AT 0949.
       D.  DISPLAY "L=Liste, F=freigeben, A=ablehnen, "
               "leer=naechster, E=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2358.
           IF WH-X = "E" GO X.
           IF WH-X = SPACE PERFORM ZAHL-NAECHST GO B.
           IF WH-X = "L" PERFORM ZAHL-LISTE GO C.
           IF WH-X = "A" GO G.
           IF WH-X NOT = "F" GO D.
      *    Vier-Augen-Prinzip: Ersteller und Freigebender verschieden   *
           IF ZF-ERST = BN-ANMELD
               DISPLAY "eigener Stapel - Freigabe durch "
                   "zweiten Benutzer" AT 2401
               GO D.
       E.  DISPLAY "<esc>=Abbr., <ret>=Stapel freigeben" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO D.
           IF not RET GO E.
           PERFORM ZAHL-BUCHEN.
           IF ZFREI-FEHLT
               PERFORM WEITER
               GO D.
           DISPLAY "Stapel freigegeben - Bankdatei " ZA-ZIEL AT 2401.
           IF ZA-WARN NOT = 0
               MOVE ZA-WARN TO ZA-ANZED
               DISPLAY "Stapel freigegeben, Satz fehlte bei " ZA-ANZED
                   " Position(en)" AT 2401.
           PERFORM WEITER.
           MOVE ZA-NR TO ZF-STAPEL.
           PERFORM ZAHL-NAECHST.
           GO B.
       G.  DISPLAY "<esc>=Abbr., <ret>=Stapel ablehnen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO D.
           IF not RET GO G.
           MOVE WH-DATUM TO ZA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO ZA-HEUTE
                           ELSE ADD 19000000 TO ZA-HEUTE.
           MOVE "A" TO ZF-STATUS.
           MOVE BN-ANMELD TO ZF-FREI.
           MOVE WE-USER TO ZF-FREIKZ.
           MOVE ZA-HEUTE TO ZF-FREIDAT.
           REWRITE ZF-SATZ.
           CALL "CBL_DELETE_FILE" USING ZF-DATEI.
           MOVE "ZABLE" TO WH-PN.
           PERFORM PROTOKOLL.
           DISPLAY "Stapel abgelehnt - Datei geloescht" AT 2401.
           PERFORM WEITER.
           PERFORM ZAHL-NAECHST.
           GO B.
       X.  CLOSE ZFREI.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Zahlungsfreigabe - Liste *
      *  Positionen des Stapels ZA-NR zur Pruefung vor der Freigabe;    *
      *  der Kopfsatz steht danach wieder in ZF-SATZ.                   *
       ZAHL-LISTE SECTION.
       A.  MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SPACE TO ZA-ZEILE.
           STRING "Zahlungsstapel " ZA-NRED " " ZA-ARTTX " vom "
               ZA-DATED " erstellt von " ZF-ERSTKZ " " ZF-ERST
               DELIMITED BY SIZE INTO ZA-ZEILE.
           MOVE ZA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO ZA-SPOS.
       B.  ADD 1 TO ZA-SPOS.
           MOVE ZA-NR TO ZF-STAPEL.
           MOVE ZA-SPOS TO ZF-POS.
           READ ZFREI INVALID KEY GO X.
           MOVE ZF-KTONR TO ZA-KTOED.
           MOVE ZF-BETRAG TO ZA-BETED.
           MOVE SPACE TO ZA-ZEILE.
           STRING ZF-QUELLE ZA-KTOED " " ZF-NAME " " ZF-IBAN " "
               ZA-BETED " " ZF-BELEG
               DELIMITED BY SIZE INTO ZA-ZEILE.
           MOVE ZA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO ZA-ZEILE.
           STRING "Zahlungen: " ZA-ANZED "  Summe: " ZA-SUMED
               DELIMITED BY SIZE INTO ZA-ZEILE.
           MOVE ZA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           MOVE ZA-NR TO ZF-STAPEL.
           MOVE 0 TO ZF-POS.
           READ ZFREI.
       Z.  EXIT.
      ************************************************ Abrechn.-Check *
      *  Pruefung vor der Abrechnung: fehlt einem Eigentuemer der EG-VS  *
           MOVE 0 TO WB-SUMME.
           MOVE SPACE TO WB-EOF.
           MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WB-EOF.
           OPEN OUTPUT DRUCKER.
       B.  IF ABR-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WB-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WB-EOF GO B.
           ADD EG-SALDO TO WB-SUMME.
           MOVE SPACE TO WB-GEF.
           PERFORM VARYING WB-IX FROM 1 BY 1 UNTIL WB-IX > 5
      *   Zusammenlegung von Whg.-Konten sollen im Check auffallen, nicht *
      *   erst bei der naechsten Abrechnung.                              *
       ABR-MIETERCHECK SECTION.
       A.  MOVE 0 TO MT-KTONR MI-KTONR.
           MOVE SPACE TO MT-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO MT-EOF.
       B.  IF MIET-EOF GO Z.
           READ MIETER NEXT RECORD AT END MOVE "J" TO MT-EOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO MT-EOF GO B.
           IF MI-EGKTONR = 0 GO B.
           MOVE MI-EGKTONR TO EG-KTONR.
           MOVE SPACE TO MT-GEF.
           MOVE 0 TO WK9-ANZ.
           MOVE SPACE TO WK9-EOF.
           MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WK9-EOF.
      *    Sammel-PDF (Modus 2) als Lauf archivieren - bei Modus 3     *
      *    wird stattdessen jeder Brief einzeln archiviert.            *
           IF KO-DRU(WL-RPT) NOT = 3 OPEN OUTPUT DRUCKER.
       B.  IF KA-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WK9-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WK9-EOF GO B.
           IF KO-DRU(WL-RPT) = 3 PERFORM KA-OEFFNEN.
           ADD 1 TO WK9-ANZ.
           WRITE DR-ZEILE FROM WE-STG(4).
                   "22 - Briefarchiv"    AT 1148
                   "23 - Namenssuche"    AT 1248
                   "24 - Dauerbuchungen" AT 1448
                   "25 - Rechtsfaelle"   AT 1548
                   "26 - Klaerungsposten" AT 1648
                   "27 - Prueftermine"   AT 1748
                   "28 - Schadensmeldg." AT 1848
                   "29 - Mieterwechsel"  AT 1948
                   "30 - Befristungen"   AT 2048
                   "31 - Mietzinsgrenzen" AT 2148
                   "32 - Sanierungsproj." AT 2248
                   "33 - Verwalterhonor." AT 2348
                   "leer = Programmende" AT 0024
                   "bitte w꼑len Sie:   " with highlight AT 1339.
           CALL "CAUP" USING "0013572002" WH-CREG.
               WHEN 23 PERFORM NAMENS-AUSKUNFT
               WHEN 24 PERFORM DAUER-WARTUNG
                       PERFORM PROTOKOLL
               WHEN 25 PERFORM RECHTSF-WARTUNG
                       PERFORM PROTOKOLL
               WHEN 26 PERFORM KLAER-WARTUNG
                       PERFORM PROTOKOLL
               WHEN 27 PERFORM PRUEF-MENU
                       PERFORM PROTOKOLL
               WHEN 28 PERFORM AUFTR-MENU
                       PERFORM PROTOKOLL
               WHEN 29 PERFORM MIETWECHSEL
                       PERFORM PROTOKOLL
               WHEN 30 PERFORM BEFR-MENU
                       PERFORM PROTOKOLL
               WHEN 31 PERFORM MZG-WARTUNG
                       PERFORM PROTOKOLL
               WHEN 32 PERFORM SANPR-MENU
                       PERFORM PROTOKOLL
               WHEN 33 PERFORM HONOR-MENU
                       PERFORM PROTOKOLL
               WHEN OTHER GO C.
           GO A.
       Z.  EXIT.
      ***************************************************** Zusatzlaeufe *
      *  Auswahl der Jahres- und Sonderlaeufe, die im Programmwahl-     *
      *  menue keinen Platz mehr finden; Aufbau wie TEILSTAMM.          *
       ZUSATZLAEUFE SECTION.
       A.  MOVE "     Zusatzlaeufe" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
       C.  DISPLAY "<ret-leer>/<esc>= Abbruch" AT 2301.
           DISPLAY "Auswahl" AT 0524
                   "컴컴컴컴컴컴"        AT 0024
                   "1 - Eigent.-Abrechng." AT 0824
                   "2 - Verzugszinsen"     AT 0924
                   "3 - Rechtsfall-Liste"  AT 1024
                   "4 - Bankabstimmung"    AT 1124
                   "5 - Mietzinspruefung"  AT 1224
                   "6 - Serienbrief"       AT 1324
                   "7 - Portal-Export"     AT 1424
                   "8 - E-Rechnung-Import" AT 1524
                   "9 - Zahlungsfreigabe"  AT 1624
                   "10 - Verwalterbericht" AT 1724
                   "11 - Verw.-Ber. Zentr" AT 1824
                   "leer = Programmende" AT 0024
                   "bitte w꼑len Sie:   " with highlight AT 1339.
           CALL "CAUP" USING "0013572002" WH-CREG.
           IF ESC MOVE 0 TO WH-NUM WH-PG
               SET RET TO TRUE.
           IF NOT RET GO C.
           MOVE WH-NUM TO WH-PG.
           EVALUATE WH-PG
               WHEN 0 MOVE 9 TO WH-PG GO Z
               WHEN 1 PERFORM EIG-ABRECHNUNG
               WHEN 2 PERFORM VERZUGSZINSEN
               WHEN 3 PERFORM RECHT-LISTE
               WHEN 4 PERFORM BANK-LISTE
               WHEN 5 PERFORM MZG-LISTE
               WHEN 6 PERFORM SERIENBRIEF
               WHEN 7 PERFORM PORTAL-EXPORT
               WHEN 8 PERFORM ERECH-IMPORT
               WHEN 9 PERFORM ZAHL-FREIGABE
               WHEN 10 PERFORM MONATSBERICHT
               WHEN 11 PERFORM MONB-ZENTRAL
               WHEN OTHER GO C.
           GO A.
       Z.  EXIT.
               GO Z.
           MOVE WE-FNR TO WH-KEY.
           MOVE 9 TO WH-PG.
           MOVE SPACE TO KD-FRKZ.
       C.  READ KONSTANT INVALID STOP RUN.
           IF ZUGRIF PERFORM BESETZT GO C.
           CALL "CAUP" USING "0708100751000" WH-CREG.
           DISPLAY SR-DATED with highlight AT 1549.
           ACCEPT SR-DATED AT 1549.
           IF NOT RET GO H8.
           IF SR-DATED = KO-ABSCHL GO H9.
           IF SR-DATED < KO-ABSCHL
               PERFORM SPERR-OEFFNEN
               IF SR-ERL NOT = "J" GO H8.
           MOVE SR-DATED TO KO-ABSCHL.
           MOVE SPACE TO KO-ABSCHLKZ.
      *    Jahreszinssatz des Verzugszinsenlaufs, 0 = kein Lauf.        *
       H9. DISPLAY "Verzugszins %x100..:" AT 1627.
           COMPUTE WH-WERT = KO-VZINS * 100.
           DISPLAY WH-WERT with highlight AT 1649.
           ACCEPT WH-WERT AT 1649.
           IF NOT RET GO H9.
           IF WH-WERT > 9999 GO H9.
           COMPUTE KO-VZINS = WH-WERT / 100.
           MOVE SPACE TO KO-VZINSKZ.
      *    Freigabegrenze der Zahlungsstapel; erhoehen darf nur, wer    *
      *    selbst freigeben darf (Recht 7), und es wird protokolliert - *
      *    sonst liesse sich die Zweitfreigabe ueber die Konstanten     *
      *    aushebeln.                                                   *
       H9A. DISPLAY "Freigabegrenze x100, 0=stets Zweitfreigabe"
               AT 2301.
           DISPLAY "Freigabegrenze x100.:" AT 1727.
           COMPUTE WH-WERT = KO-FREIGR * 100.
           DISPLAY WH-WERT with highlight AT 1749.
           ACCEPT WH-WERT AT 1749.
           IF NOT RET GO H9A.
           IF WH-WERT = KO-FREIGR * 100 GO K.
           IF WH-WERT > KO-FREIGR * 100
               MOVE 7 TO BN-RIX
               PERFORM RECHT-PRUEF
               IF NOT RECHT-OK
                   DISPLAY "keine Berechtigung (Zahlungsfreigabe)"
                       AT 2401
                   GO H9A.
           COMPUTE KO-FREIGR = WH-WERT / 100.
           MOVE SPACE TO KO-FREIKZ.
           MOVE "J" TO KD-FRKZ.
      *    Drucker/PDF-Kennzeichen gilt je Bericht, nicht mehr als ein  *
      *    einziger Schalter - K loopt ueber die 5 Berichtsslots.       *
       K.  MOVE 1 TO KD-IX.
           CALL "CAUP" USING "1005271001" WH-CREG.
           IF ESC GO X.
           IF WOLI or AUF
               IF KD-IX = 1 GO H9A
               SUBTRACT 1 FROM KD-IX
               GO K1.
           IF not RET GO K1.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE KO-SATZ.
      *    Aenderung der Freigabegrenze erst nach dem Speichern         *
      *    protokollieren - bei Abbruch bleibt die alte Grenze stehen.  *
           IF KD-FRKZ = "J"
               MOVE "FREIG" TO WH-PN
               PERFORM PROTOKOLL.
           MOVE "KONST" TO WH-PN.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
           UNLOCK KONSTANT.
       UST-PROPAGATE SECTION.
       A.  MOVE SPACE TO WU-EOF.
           MOVE 0 TO EG-KTONR WU-ANZ.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WU-EOF.
       B.  IF UST-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WU-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WU-EOF GO B.
           PERFORM VARYING WU-IX FROM 1 BY 1 UNTIL WU-IX > 5
               IF EG-VSDAT(WU-IX) = WA-HIDAT
                   COMPUTE EG-USTH(WU-IX) =
           PERFORM LAD-DRUCK.
           MOVE 0 TO MT-ANZ MI-KTONR.
           MOVE SPACE TO MT-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO MT-EOF.
           OPEN OUTPUT DRUCKER.
       B.  IF MIET-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO MT-EOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO MT-EOF GO B.
           ADD 1 TO MT-ANZ.
           MOVE MI-KTONR TO MT-KTOED.
           MOVE MI-MIETE TO MT-MIETED.
           MOVE 0 TO CM-ANZM CM-ANZU CM-SUMM CM-JLFD.
           MOVE 0 TO CM-ANZR CM-SUMR.
           MOVE SPACE TO CM-EOF.
           MOVE SPACE TO BF-INBAL BF-OPOK BF-CLOK.
           MOVE 0 TO BF-OPBD BF-CLBD BF-AUSZDAT BF-ANZK BF-KLFD.
           MOVE WH-DATUM TO CM-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO CM-HEUTE
                           ELSE ADD 19000000 TO CM-HEUTE.
               GO Z.
           GO A1.
       A2. PERFORM OPOS-OEFFNEN.
      *    Unzuordenbare Auszugspositionen bleiben als Klaerungsposten  *
      *    fuer die Bankabstimmung stehen.                              *
           MOVE "HV-KLAER.DAT" TO DATEI.
           OPEN I-O KLAER.
           IF WF-STATUS = "35"
               OPEN OUTPUT KLAER
               CLOSE KLAER
               OPEN I-O KLAER.
      *    Mandate fuer die Ruecklastschrift-Kennzeichnung - ohne       *
      *    Mandatsdatei laeuft der Import weiter, nur das Kennzeichen   *
      *    entfaellt.                                                   *
           READ CAMTDAT AT END MOVE "J" TO CM-EOF GO B.
           PERFORM CAMT-ZEILE.
           GO B.
       X.  CLOSE CAMTDAT ZJOURNAL OPOS KLAER.
           IF CM-MDOFF NOT = "J" CLOSE MANDAT.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
               DELIMITED BY SIZE INTO CM-DZEILE.
           MOVE CM-DZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE BF-ANZK TO CM-ANZED.
           MOVE SPACE TO CM-DZEILE.
           STRING "neue Klaerungsposten: " CM-ANZED
               DELIMITED BY SIZE INTO CM-DZEILE.
           MOVE CM-DZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM BANK-ABSTIMMUNG.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Import: " CM-ANZM " gebucht, " CM-ANZU " offen."
               AT 2301.
           IF BF-CLOK = "J"
               MOVE BF-DIFF TO BF-BETED
               DISPLAY "Bankabstimmung - ungeklaerte Differenz: "
                   BF-BETED AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ********************************* CAMT - Felder je Ntry ruecksetzen *
       Z.  EXIT.
      ******************************** CAMT - eine Auszugszeile auswerten *
       CAMT-ZEILE SECTION.
       A0. PERFORM CAMT-SALDO.
           IF BF-BALZ = "J" GO Z.
       A.  MOVE "<Ntry>" TO CM-TAG.
           MOVE 6 TO CM-TAGL.
           PERFORM CAMT-SUCH.
       CAMT-E2E SECTION.
       A.  COMPUTE CM-J = CM-FND + CM-TAGL.
           IF CM-J > 198 GO Z.
      *    Eigene Ueberweisungen (Guthaben/Kaution "GUT", Kreditoren    *
      *    "ER") stehen bereits im Zahlungsjournal.                     *
           IF CI-ZEILE(CM-J:3) = "GUT" OR CI-ZEILE(CM-J:2) = "ER"
               MOVE "A" TO CM-E2E
               GO Z.
           IF CI-ZEILE(CM-J:3) NOT = "KTO" GO Z.
           ADD 3 TO CM-J.
           MOVE 0 TO CM-KTO CM-K.
      *  Treffer geht der Posten auf die Ausnahmeliste. DBIT-Saetze    *
      *  mit eigener EndToEndId sind Ruecklastschriften eines per      *
      *  pain.008 eingezogenen Betrags und werden rueckgebucht;        *
      *  eigene Ueberweisungen stehen schon im Zahlungsjournal. Sonst-  *
      *  ige Abbuchungen (Spesen, Dauerauftraege des Vereinskontos)     *
      *  bucht der Import nicht, sie bleiben aber wie unzuordenbare     *
      *  Eingaenge als Klaerungsposten fuer die Bankabstimmung stehen.  *
       CAMT-BUCHEN SECTION.
       A.  IF CM-HABEN GO C.
           IF CM-DBIT NOT = "J" GO Z.
           IF CM-E2E = "A" GO Z.
           IF CM-E2E = "J" AND CM-KTO NOT = 0
               PERFORM CAMT-RUECKLAST
               GO Z.
           MOVE CM-BETRAG TO CM-BETED.
           MOVE SPACE TO CM-DZEILE.
           STRING "Abbuchung offen: " CM-BETED " - " CM-REF
               DELIMITED BY SIZE INTO CM-DZEILE.
           MOVE CM-DZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM KLAER-NEU.
           GO Z.
       C.  IF CM-KTO = 0 PERFORM CAMT-REFKTO.
           IF CM-KTO = 0 GO U.
               DELIMITED BY SIZE INTO CM-DZEILE.
           MOVE CM-DZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM KLAER-NEU.
       Z.  EXIT.
      ************************************ CAMT - gebuchte Position *
      *  Listenzeile und Zahlungsjournalsatz (ZJ-ART "E") je zuge-      *
               DELIMITED BY SIZE INTO CM-DZEILE.
           MOVE CM-DZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM KLAER-NEU.
       Z.  EXIT.
      ************************************ CAMT - Ruecklast verbuchen *
      *  Listenzeile, Journal-Gegensatz, offener Posten und Mandats-   *
           MOVE "J" TO MD-PRUEFKZ.
           REWRITE MD-SATZ.
       Z.  EXIT.
      ************************************ CAMT - Saldenblock <Bal> *
      *  Anfangs- (OPBD) und Schlusssaldo (CLBD) des Auszugs samt       *
      *  Buchungstag fuer die Bankabstimmung. Der Block kann auf einer  *
      *  oder mehreren Zeilen stehen, daher werden hier alle Tags der   *
      *  Zeile geprueft; BF-BALZ = J haelt die Zeile von der Ntry-      *
      *  Auswertung fern. Bei mehreren Auszuegen in der Datei gilt der  *
      *  erste Anfangs- und der letzte Schlusssaldo.                    *
       CAMT-SALDO SECTION.
       A.  MOVE SPACE TO BF-BALZ.
           MOVE "<Bal>" TO CM-TAG.
           MOVE 5 TO CM-TAGL.
           PERFORM CAMT-SUCH.
           IF CM-FND NOT = 0
               MOVE "J" TO BF-INBAL
               MOVE SPACE TO BF-TP BF-SOLL
               MOVE 0 TO BF-BET BF-DAT.
           IF BF-INBAL NOT = "J" GO Z.
           MOVE "J" TO BF-BALZ.
       B.  MOVE "<Cd>OPBD" TO CM-TAG.
           MOVE 8 TO CM-TAGL.
           PERFORM CAMT-SUCH.
           IF CM-FND NOT = 0 MOVE "O" TO BF-TP.
           MOVE "<Cd>CLBD" TO CM-TAG.
           PERFORM CAMT-SUCH.
           IF CM-FND NOT = 0 MOVE "C" TO BF-TP.
       C.  MOVE "<Amt" TO CM-TAG.
           MOVE 4 TO CM-TAGL.
           PERFORM CAMT-SUCH.
           IF CM-FND NOT = 0 AND CM-FND < 197
               AND (CI-ZEILE(CM-FND + 4:1) = ">"
                 OR CI-ZEILE(CM-FND + 4:1) = " ")
               PERFORM CAMT-SALDOBETRAG.
       D.  MOVE "<CdtDbtInd>DBIT" TO CM-TAG.
           MOVE 15 TO CM-TAGL.
           PERFORM CAMT-SUCH.
           IF CM-FND NOT = 0 MOVE "J" TO BF-SOLL.
       E.  MOVE "<Dt>" TO CM-TAG.
           MOVE 4 TO CM-TAGL.
           PERFORM CAMT-SUCH.
           IF CM-FND NOT = 0 PERFORM CAMT-SALDODATUM.
       F.  MOVE "</Bal>" TO CM-TAG.
           MOVE 6 TO CM-TAGL.
           PERFORM CAMT-SUCH.
           IF CM-FND = 0 GO Z.
           MOVE SPACE TO BF-INBAL.
           IF BF-SOLL = "J" COMPUTE BF-BET = BF-BET * -1.
           IF BF-TP = "O" AND BF-OPOK NOT = "J"
               MOVE BF-BET TO BF-OPBD
               MOVE "J" TO BF-OPOK.
           IF BF-TP = "C"
               MOVE BF-BET TO BF-CLBD
               MOVE BF-DAT TO BF-AUSZDAT
               MOVE "J" TO BF-CLOK.
       Z.  EXIT.
      ************************************ CAMT - Saldobetrag *
      *  Wie CAMT-BETRAG, aber neunstellig - der Kontostand des         *
      *  Vereinskontos passt nicht in das Feld der Einzelposition.      *
       CAMT-SALDOBETRAG SECTION.
       A.  MOVE 0 TO BF-BETI BF-BETD CM-NK.
           COMPUTE CM-J = CM-FND + CM-TAGL.
       A1. IF CM-J > 200 GO Z.
           IF CI-ZEILE(CM-J:1) NOT = ">" ADD 1 TO CM-J GO A1.
           ADD 1 TO CM-J.
       B.  IF CM-J > 200 OR CI-ZEILE(CM-J:1) = "<" GO C.
           IF CI-ZEILE(CM-J:1) = "." MOVE 1 TO CM-NK GO B1.
           IF CI-ZEILE(CM-J:1) < "0" OR > "9" GO B1.
           MOVE CI-ZEILE(CM-J:1) TO CM-ZIF.
           IF CM-NK = 0 COMPUTE BF-BETI = BF-BETI * 10 + CM-ZIF GO B1.
           IF CM-NK < 3 COMPUTE BF-BETD = BF-BETD * 10 + CM-ZIF
               ADD 1 TO CM-NK.
       B1. ADD 1 TO CM-J.
           GO B.
       C.  IF CM-NK = 2 MULTIPLY 10 BY BF-BETD.
           COMPUTE BF-BET = BF-BETI + BF-BETD / 100.
       Z.  EXIT.
      ************************************ CAMT - Saldodatum *
      *  <Dt><Dt>JJJJ-MM-TT</Dt></Dt> - erste Ziffer nach dem Tag,      *
      *  dann Jahr, Monat und Tag ohne Bindestriche nach BF-DAT.        *
       CAMT-SALDODATUM SECTION.
       A.  COMPUTE CM-J = CM-FND + CM-TAGL.
       B.  IF CM-J > 191 GO Z.
           IF CI-ZEILE(CM-J:1) < "0" OR > "9" ADD 1 TO CM-J GO B.
           IF CI-ZEILE(CM-J + 4:1) NOT = "-"
              OR CI-ZEILE(CM-J + 7:1) NOT = "-"
               GO Z.
           MOVE CI-ZEILE(CM-J:4) TO BF-DAT(1:4).
           MOVE CI-ZEILE(CM-J + 5:2) TO BF-DAT(5:2).
           MOVE CI-ZEILE(CM-J + 8:2) TO BF-DAT(7:2).
           IF BF-DAT NOT NUMERIC MOVE 0 TO BF-DAT.
       Z.  EXIT.
      ************************************ CAMT - Klaerungsposten *
      *  Nicht zugeordnete Auszugsposition als offenen Klaerungsposten  *
      *  vormerken: Gutschrift positiv, Belastung (DBIT) negativ.       *
      *  Aufrufer haelt KLAER offen (CAMT-IMPORT).                      *
       KLAER-NEU SECTION.
       A.  ADD 1 TO BF-ANZK.
           MOVE WE-FNR TO KL-FNR.
           MOVE CM-HEUTE TO KL-DATUM.
       B.  ADD 1 TO BF-KLFD.
           MOVE BF-KLFD TO KL-LFDNR.
           MOVE CM-BETRAG TO KL-BETRAG.
           IF CM-SOLL COMPUTE KL-BETRAG = CM-BETRAG * -1.
           MOVE CM-REF TO KL-REF.
           MOVE "O" TO KL-STAT.
           MOVE 0 TO KL-ZDAT KL-KTONR.
           MOVE SPACE TO KL-QUELLE KL-USER.
           WRITE KL-SATZ INVALID KEY GO B.
       Z.  EXIT.
      ********************************** Bankabstimmung Vereinskonto *
      *  Nach jedem Kontoauszug-Import: Bankbuch des Mandanten =        *
      *  Vortrag des letzten abgestimmten Auszugs + Zahlungsjournal     *
      *  (E/L/N zu, R/A/T/K ab) + AK/LK-Buchungen seither; verglichen   *
      *  mit dem Schlusssaldo (CLBD) des Auszugs. Die Differenz wird    *
      *  um die offenen Klaerungsposten erklaert, der Rest ist          *
      *  ungeklaert. Ergebnis je Auszugstag in AUSZSAL.                 *
      *  Abgrenzung: Eingaenge/Ruecklastschriften des Imports (E/R)     *
      *  zaehlen bis einschliesslich Importtag, alle uebrigen Bewe-     *
      *  gungen (Exporte, Zuordnungen, AK/LK) nur bis zum Vortag - sie  *
      *  erscheinen fruehestens am naechsten Auszug. Der erste Auszug   *
      *  eroeffnet das Bankbuch mit seinem Anfangssaldo (OPBD).         *
      *  Aufrufer CAMT-IMPORT, DRUCKER offen, ZJOURNAL/KLAER zu.        *
       BANK-ABSTIMMUNG SECTION.
       A.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Bankabstimmung Vereinskonto:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF BF-CLOK NOT = "J"
               MOVE SPACE TO BF-ZEILE
               STRING "Auszug ohne Schlusssaldo (CLBD) - "
                   "keine Abstimmung" DELIMITED BY SIZE INTO BF-ZEILE
               MOVE BF-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE
               GO Z.
           MOVE CM-HEUTE TO BF-HEUTE.
           IF BF-AUSZDAT = 0 MOVE BF-HEUTE TO BF-AUSZDAT.
           MOVE "HV-AUSZS.DAT" TO DATEI.
           OPEN I-O AUSZSAL.
           IF WF-STATUS = "35"
               OPEN OUTPUT AUSZSAL
               CLOSE AUSZSAL
               OPEN I-O AUSZSAL.
           PERFORM BANK-VORTRAG.
           MOVE SPACE TO BF-ZEILE.
           MOVE BF-AUSZDAT TO BF-DATED.
           IF BF-VOROK = "J"
               MOVE BF-VORBIS TO BF-EVON BF-OVON
               MOVE BF-VORDAT TO BF-DATED2
               STRING "Auszug vom " BF-DATED ", Vortrag aus Auszug vom "
                   BF-DATED2 DELIMITED BY SIZE INTO BF-ZEILE
           ELSE
               MOVE BF-OPBD TO BF-VORTRAG
               COMPUTE BF-EVON = BF-HEUTE - 1
               MOVE BF-HEUTE TO BF-OVON
               STRING "Auszug vom " BF-DATED ", Bankbuch eroeffnet mit "
                   "Anfangssaldo" DELIMITED BY SIZE INTO BF-ZEILE.
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF BF-VOROK = "J" AND BF-OPOK = "J"
              AND BF-OPBD NOT = BF-VORCLBD
               MOVE BF-OPBD TO BF-BETED
               MOVE BF-VORCLBD TO BF-BETED2
               MOVE SPACE TO BF-ZEILE
               STRING "Achtung: Anfangssaldo " BF-BETED
                   " <> Schlusssaldo Vorauszug " BF-BETED2
                   DELIMITED BY SIZE INTO BF-ZEILE
               MOVE BF-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           PERFORM BANK-BEWEGUNG.
           COMPUTE BF-BUCH = BF-VORTRAG + BF-EIN - BF-RL - BF-AUS
               - BF-KRED - BF-AK + BF-LK.
           MOVE "  Vortrag Bankbuch" TO BF-TEXT.
           MOVE BF-VORTRAG TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "+ Eingaenge (ZJ E/L/N)" TO BF-TEXT.
           MOVE BF-EIN TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "- Ruecklastschriften (ZJ R)" TO BF-TEXT.
           MOVE BF-RL TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "- Auszahlungen (ZJ A/T)" TO BF-TEXT.
           MOVE BF-AUS TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "- Kreditorenzahlungen (ZJ K)" TO BF-TEXT.
           MOVE BF-KRED TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "- Aufwandsbuchungen (AK)" TO BF-TEXT.
           MOVE BF-AK TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "+ Leistungsbuchungen (LK)" TO BF-TEXT.
           MOVE BF-LK TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "= Bankbuch" TO BF-TEXT.
           MOVE BF-BUCH TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "  Schlusssaldo Bank (CLBD)" TO BF-TEXT.
           MOVE BF-CLBD TO BF-BET.
           PERFORM BANK-ZEILE.
           MOVE "  Differenz Bank - Bankbuch" TO BF-TEXT.
           COMPUTE BF-BET = BF-CLBD - BF-BUCH.
           PERFORM BANK-ZEILE.
           PERFORM BANK-KLAERSUM.
           MOVE "  davon offene Klaerungsposten" TO BF-TEXT.
           MOVE BF-KLSUM TO BF-BET.
           PERFORM BANK-ZEILE.
           COMPUTE BF-DIFF = BF-CLBD - BF-BUCH - BF-KLSUM.
           MOVE "  ungeklaerte Differenz" TO BF-TEXT.
           MOVE BF-DIFF TO BF-BET.
           PERFORM BANK-ZEILE.
       B.  MOVE WE-FNR TO AZ-FNR.
           MOVE BF-AUSZDAT TO AZ-AUSZDAT.
           MOVE BF-HEUTE TO AZ-BISDAT.
           MOVE BF-OPBD TO AZ-OPBD.
           MOVE BF-CLBD TO AZ-CLBD.
           MOVE BF-BUCH TO AZ-BUCH.
           MOVE BF-KLSUM TO AZ-KLAER.
           MOVE BF-DIFF TO AZ-DIFF.
           MOVE SPACE TO AZ-ANFKZ.
           IF BF-VOROK NOT = "J" MOVE "A" TO AZ-ANFKZ.
           REWRITE AZ-SATZ INVALID KEY WRITE AZ-SATZ.
           CLOSE AUSZSAL.
       Z.  EXIT.
      ********************************** Bankabstimmung - Vortrag *
      *  Letzter gespeicherter Auszug des Mandanten vor BF-AUSZDAT      *
      *  (AUSZSAL offen); BF-VOROK = J wenn vorhanden.                  *
       BANK-VORTRAG SECTION.
       A.  MOVE SPACE TO BF-VOROK BF-EOF.
           MOVE 0 TO BF-VORTRAG BF-VORCLBD BF-VORDAT BF-VORBIS.
           MOVE WE-FNR TO AZ-FNR.
           MOVE 0 TO AZ-AUSZDAT.
           START AUSZSAL KEY NOT < AZ-KEY INVALID KEY
               MOVE "J" TO BF-EOF.
       B.  IF BANK-EOF GO Z.
           READ AUSZSAL NEXT RECORD AT END MOVE "J" TO BF-EOF GO B.
           IF AZ-FNR NOT = WE-FNR GO Z.
           IF AZ-AUSZDAT NOT < BF-AUSZDAT GO Z.
           MOVE "J" TO BF-VOROK.
           MOVE AZ-BUCH TO BF-VORTRAG.
           MOVE AZ-CLBD TO BF-VORCLBD.
           MOVE AZ-AUSZDAT TO BF-VORDAT.
           MOVE AZ-BISDAT TO BF-VORBIS.
           GO B.
       Z.  EXIT.
      ********************************** Bankabstimmung - Bewegungen *
      *  Zahlungsjournal und AK/LK des Mandanten im Abgrenzungs-        *
      *  zeitraum (BF-EVON/BF-OVON bis BF-HEUTE, vgl. BANK-ABSTIM-      *
      *  MUNG). AK-Buchungen des Kreditorenzahllaufs (AK-SKZ K/Z) sind  *
      *  als ZJ-ART K schon erfasst.                                    *
       BANK-BEWEGUNG SECTION.
       A.  MOVE 0 TO BF-EIN BF-RL BF-AUS BF-KRED BF-AK BF-LK.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN INPUT ZJOURNAL.
           IF WF-STATUS = "35" GO C.
           MOVE 0 TO ZJ-LAUFNR ZJ-LFDNR.
           MOVE SPACE TO BF-EOF.
           START ZJOURNAL KEY NOT < ZJ-KEY INVALID KEY
               MOVE "J" TO BF-EOF.
       B.  IF BANK-EOF GO B9.
           READ ZJOURNAL NEXT RECORD AT END MOVE "J" TO BF-EOF GO B.
           IF ZJ-FNR NOT = WE-FNR GO B.
           IF ZJ-ART = "E" OR ZJ-ART = "R"
               IF ZJ-DATUM NOT > BF-EVON OR ZJ-DATUM > BF-HEUTE
                   GO B
               END-IF
           ELSE
               IF ZJ-DATUM < BF-OVON OR ZJ-DATUM NOT < BF-HEUTE
                   GO B.
           EVALUATE ZJ-ART
               WHEN "E" ADD ZJ-BETRAG TO BF-EIN
               WHEN "L" ADD ZJ-BETRAG TO BF-EIN
               WHEN "N" ADD ZJ-BETRAG TO BF-EIN
               WHEN "R" ADD ZJ-BETRAG TO BF-RL
               WHEN "A" ADD ZJ-BETRAG TO BF-AUS
               WHEN "T" ADD ZJ-BETRAG TO BF-AUS
               WHEN "K" ADD ZJ-BETRAG TO BF-KRED
           END-EVALUATE.
           GO B.
       B9. CLOSE ZJOURNAL.
       C.  MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           IF WF-STATUS = "35" GO D.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO BF-EOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO BF-EOF.
       C1. IF BANK-EOF GO C9.
           READ AK NEXT RECORD AT END MOVE "J" TO BF-EOF GO C1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO BF-EOF GO C1.
           IF AK-SKZ = "K" OR AK-SKZ = "Z" GO C1.
           IF AK-DATUM < BF-OVON OR AK-DATUM NOT < BF-HEUTE GO C1.
           ADD AK-BETRAG TO BF-AK.
           GO C1.
       C9. CLOSE AK.
       D.  MOVE "HV-LK.DAT" TO DATEI.
           OPEN INPUT LK.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO LK-KTONR LK-DATUM LK-LFDNR.
           MOVE SPACE TO BF-EOF.
           MOVE WE-FNR TO LK-FNR.
           START LK KEY NOT < LK-FNRKEY INVALID KEY
               MOVE "J" TO BF-EOF.
       D1. IF BANK-EOF GO D9.
           READ LK NEXT RECORD AT END MOVE "J" TO BF-EOF GO D1.
           IF LK-FNR NOT = WE-FNR MOVE "J" TO BF-EOF GO D1.
           IF LK-DATUM < BF-OVON OR LK-DATUM NOT < BF-HEUTE GO D1.
           ADD LK-BETRAG TO BF-LK.
           GO D1.
       D9. CLOSE LK.
       Z.  EXIT.
      ****************************** Bankabstimmung - Klaerungsposten *
      *  Offene Klaerungsposten des Mandanten auflisten und summieren;  *
      *  heute zugeordnete gelten fuer diesen Auszug noch als offen,    *
      *  ihr Journalsatz (N) zaehlt erst zum naechsten.                 *
       BANK-KLAERSUM SECTION.
       A.  MOVE 0 TO BF-KLSUM BF-ANZ.
           MOVE "HV-KLAER.DAT" TO DATEI.
           OPEN INPUT KLAER.
           IF WF-STATUS = "35" GO Z.
           MOVE WE-FNR TO KL-FNR.
           MOVE 0 TO KL-DATUM KL-LFDNR.
           MOVE SPACE TO BF-EOF.
           START KLAER KEY NOT < KL-KEY INVALID KEY
               MOVE "J" TO BF-EOF.
       B.  IF BANK-EOF GO X.
           READ KLAER NEXT RECORD AT END MOVE "J" TO BF-EOF GO B.
           IF KL-FNR NOT = WE-FNR GO X.
           IF KL-STAT NOT = "O"
              AND (KL-STAT NOT = "Z" OR KL-ZDAT < BF-HEUTE)
               GO B.
           ADD 1 TO BF-ANZ.
           ADD KL-BETRAG TO BF-KLSUM.
           MOVE KL-DATUM TO BF-DATED.
           MOVE KL-BETRAG TO BF-BETED.
           MOVE SPACE TO BF-ZEILE.
           STRING "    Klaerung " BF-DATED " " BF-BETED " "
               KL-REF(1:40) DELIMITED BY SIZE INTO BF-ZEILE.
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  CLOSE KLAER.
       Z.  EXIT.
      ********************************** Bankabstimmung - Summenzeile *
       BANK-ZEILE SECTION.
       A.  MOVE BF-BET TO BF-BETED.
           MOVE SPACE TO BF-ZEILE.
           STRING BF-TEXT BF-BETED DELIMITED BY SIZE INTO BF-ZEILE.
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Offene Posten - Datei *
      *  Offene-Posten-Datei oeffnen (bei Erstlauf anlegen); die        *
      *  Aufrufer schliessen selbst mit CLOSE OPOS.                     *
           REWRITE OP-SATZ.
           GO B.
       Z.  EXIT.
      ************************************* Probelauf - Auswahl *
      *  Sollstellung, BK-/Heizkostenabrechnung und Mahnlauf koennen    *
      *  als Probelauf gefahren werden: der Lauf rechnet vollstaendig   *
      *  und druckt Liste und Briefe (als PROBELAUF gekennzeichnet),    *
      *  bucht aber nichts, setzt keine Periodensperre und legt keine   *
      *  Archivsaetze an. Die Ergebnisliste mit Betrag je Konto, Summe  *
      *  und Hinweisen geht nach PROBELAUF-n.LST, die Briefe bei PDF-   *
      *  Ausgabe nach PROBELAUF-n.PDF (ohne Mailversand). Aufruf erst   *
      *  nach allen Abbruchpruefungen des Laufs - PROBE-ENDE setzt den  *
      *  Modus zurueck. Im Stapel setzt die Steuerzeile den Modus       *
      *  (MAHN-PROBE); WL-RPT/LAD-DRUCK sind vom Lauf gesetzt.          *
       PROBE-WAHL SECTION.
       A.  IF BATCH-AKTIV GO B.
           MOVE SPACE TO PB-MODUS.
       A1. DISPLAY "Probelauf - nichts buchen, nur Liste und Briefe "
               "(J/N)?" AT 2301.
           ACCEPT PB-MODUS AT 2356.
           IF PB-MODUS NOT = "J" AND PB-MODUS NOT = "N" GO A1.
           CALL "CAUP" USING "1323012380000" WH-CREG.
       B.  IF NOT PROBELAUF GO Z.
           MOVE WE-FNR TO PB-FNRED.
           MOVE SPACE TO PB-DATEI PB-PDF PB-TEXT.
           STRING "PROBELAUF-" PB-FNRED ".LST" DELIMITED BY SIZE
               INTO PB-DATEI.
           STRING "PROBELAUF-" PB-FNRED ".PDF" DELIMITED BY SIZE
               INTO PB-PDF.
           IF KO-DRU(WL-RPT) = 2 OR KO-DRU(WL-RPT) = 3
               MOVE PB-PDF TO WX-LPT.
           MOVE WH-DATUM TO PB-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO PB-HEUTE
                           ELSE ADD 19000000 TO PB-HEUTE.
           MOVE 0 TO PB-ANZ PB-WARN PB-SUMME PB-LKTO.
           OPEN OUTPUT PROBLST.
           MOVE SPACE TO PB-ZEILE.
           STRING "PROBELAUF " WK-GEB " - Mandant " PB-FNRED
               " vom " PB-HEUTE DELIMITED BY SIZE INTO PB-ZEILE.
           MOVE PB-ZEILE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
           MOVE "Es wurde nichts gebucht, keine Periode gesperrt und "
               TO PB-ZEILE.
           MOVE "nichts archiviert." TO PB-ZEILE(53:).
           MOVE PB-ZEILE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
           MOVE SPACE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
       Z.  EXIT.
      ************************************* Probelauf - Posten *
      *  Eine Zeile je Konto: PB-QU/PB-KTO/PB-NAME/PB-BETRAG und der    *
      *  Zusatztext PB-TEXT sind vom Lauf vorbelegt.                    *
       PROBE-POSTEN SECTION.
       A.  MOVE PB-KTO TO PB-KTOED.
           MOVE PB-BETRAG TO PB-BETED.
           MOVE SPACE TO PB-ZEILE.
           STRING PB-QU " " PB-KTOED " " PB-NAME " " PB-BETED "  "
               PB-TEXT DELIMITED BY SIZE INTO PB-ZEILE.
           MOVE PB-ZEILE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
           ADD 1 TO PB-ANZ.
           ADD PB-BETRAG TO PB-SUMME.
           MOVE SPACE TO PB-TEXT.
       Z.  EXIT.
      ************************************* Probelauf - Hinweis *
      *  Auffaelligkeit (fehlender Stammsatz, falscher Schluessel ...)  *
      *  aus PB-TEXT in die Ergebnisliste.                              *
       PROBE-HINWEIS SECTION.
       A.  MOVE SPACE TO PB-ZEILE.
           STRING "  Hinweis: " PB-TEXT DELIMITED BY SIZE
               INTO PB-ZEILE.
           MOVE PB-ZEILE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
           ADD 1 TO PB-WARN.
           MOVE SPACE TO PB-TEXT.
       Z.  EXIT.
      ************************************* Probelauf - Briefvermerk *
       PROBE-MARKE SECTION.
       A.  MOVE "*** PROBELAUF - nicht versenden, es wurde nichts "
               TO DR-ZEILE.
           MOVE "gebucht ***" TO DR-ZEILE(50:).
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Probelauf - Kontenplan *
      *  Prueft die Aufwandskonten des Mandanten mit Buchungen im       *
      *  Zeitraum PB-VON bis PB-BIS gegen den Kontenplan: ein Konto     *
      *  ohne Kontenplansatz oder mit ungueltigem Umlageschluessel      *
      *  geht in der Abrechnung stillschweigend in Schluessel 1 bzw.    *
      *  ganz verloren - im Probelauf steht es als Hinweis in der       *
      *  Liste.                                                         *
       PROBE-KPLAN SECTION.
       A.  MOVE SPACE TO PB-GEF.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35"
               MOVE "Kontenplan fehlt - Umlage nur nach Schluessel 1"
                   TO PB-TEXT
               PERFORM PROBE-HINWEIS
               GO Z.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR PB-LKTO.
           MOVE SPACE TO PB-EOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO PB-EOF.
       B.  IF PB-EOF = "J" GO X.
           READ AK NEXT RECORD AT END MOVE "J" TO PB-EOF GO B.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO PB-EOF GO B.
           IF AK-DATUM < PB-VON OR AK-DATUM > PB-BIS GO B.
           IF AK-KTONR = PB-LKTO GO B.
           MOVE AK-KTONR TO PB-LKTO PB-KTOED.
           MOVE AK-KTONR TO KP-KTONR.
           MOVE SPACE TO PB-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO PB-GEF.
           IF PB-GEF = "J"
               STRING "AK-Konto " PB-KTOED " ohne Kontenplansatz"
                   DELIMITED BY SIZE INTO PB-TEXT
               PERFORM PROBE-HINWEIS
               GO B.
           IF KP-UMLSCHL < 1 OR KP-UMLSCHL > 5
               STRING "AK-Konto " PB-KTOED " Umlageschluessel "
                   KP-UMLSCHL " ungueltig" DELIMITED BY SIZE
                   INTO PB-TEXT
               PERFORM PROBE-HINWEIS.
           GO B.
       X.  CLOSE AK KPLAN.
       Z.  EXIT.
      ************************************* Probelauf - Abschluss *
       PROBE-ENDE SECTION.
       A.  MOVE PB-ANZ TO PB-ANZED.
           MOVE PB-WARN TO PB-ANZED2.
           MOVE PB-SUMME TO PB-SUMED.
           MOVE SPACE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
           MOVE SPACE TO PB-ZEILE.
           STRING "Konten: " PB-ANZED "   Summe: " PB-SUMED
               "   Hinweise: " PB-ANZED2 DELIMITED BY SIZE
               INTO PB-ZEILE.
           MOVE PB-ZEILE TO PBL-ZEILE.
           WRITE PBL-ZEILE.
           CLOSE PROBLST.
           DISPLAY "PROBELAUF - nichts gebucht, Ergebnisliste "
               PB-DATEI AT 2401.
           MOVE SPACE TO PB-MODUS.
       Z.  EXIT.
      ************************************* Lauf-Journal - Oeffnen *
       LAUFJ-OEFFNEN SECTION.
       A.  MOVE "HV-LAUFJ.DAT" TO DATEI.
           OPEN I-O LAUFJ.
           IF WF-STATUS = "35"
               OPEN OUTPUT LAUFJ
               CLOSE LAUFJ
               OPEN I-O LAUFJ.
       Z.  EXIT.
      ************************************* Lauf-Journal - Pruefung *
      *  Sucht zu Mandant und Laufart (JO-LAUF) einen abgebrochenen     *
      *  Lauf (Kopf auf L) und bietet Fortsetzen oder Zuruecknehmen     *
      *  an. Ergebnis in JO-WAHL: leer = kein offener Lauf, F = fort-   *
      *  setzen mit JO-DATUM/JO-PER/JO-LKEY/JO-ANZ/JO-SUMME des         *
      *  abgebrochenen Laufs, X = Lauf nicht starten (zurueckgenommen   *
      *  oder Abbruch). Hat der Lauf seine Periodensperre noch          *
      *  geschrieben und nur den Kopf nicht mehr abgeschlossen, wird    *
      *  der Abschluss still nachgetragen. Aufruf vor der Perioden-     *
      *  pruefung des Laufs; SOLLPER ist dabei geschlossen.             *
       LAUFJ-PRUEF SECTION.
       A.  MOVE SPACE TO JO-WAHL JO-SPOFF.
           MOVE WH-DATUM TO JO-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO JO-HEUTE
                           ELSE ADD 19000000 TO JO-HEUTE.
           PERFORM LAUFJ-OEFFNEN.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN INPUT SOLLPER.
           IF WF-STATUS = "35" MOVE "J" TO JO-SPOFF.
           MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE 0 TO LJ-PER LJ-POS.
           MOVE SPACE TO JO-EOF.
           START LAUFJ KEY NOT < LJ-KEY INVALID KEY
               MOVE "J" TO JO-EOF.
       B.  IF JO-EOF = "J" GO X.
           READ LAUFJ NEXT RECORD AT END MOVE "J" TO JO-EOF GO B.
           IF LJ-FNR NOT = WE-FNR OR LJ-LAUF NOT = JO-LAUF GO X.
           IF LJ-POS NOT = 0 OR LJ-STATUS NOT = "L" GO B.
           MOVE LJ-PER TO JO-PER.
           MOVE LJ-DATUM TO JO-DATUM.
           MOVE LJ-LKEY TO JO-LKEY.
           MOVE LJ-ANZ TO JO-ANZ.
           MOVE LJ-SUMME TO JO-SUMME.
           MOVE LJ-NPOS TO JO-NPOS.
           IF JO-SPOFF = "J" GO C.
           MOVE WE-FNR TO SP-FNR.
           MOVE LJ-PER TO SP-PERIODE.
           MOVE SPACE TO JO-GEF.
           READ SOLLPER INVALID KEY MOVE "J" TO JO-GEF.
           IF JO-GEF = "J" GO C.
           MOVE "E" TO LJ-STATUS.
           MOVE JO-HEUTE TO LJ-ENDE.
           REWRITE LJ-SATZ.
           MOVE "Abschluss nachgetragen" TO JO-AKTION.
           PERFORM LAUFJ-LOG.
           GO B.
       C.  MOVE JO-ANZ TO JO-ANZED.
           MOVE JO-SUMME TO JO-SUMED.
           MOVE JO-LKEY TO JO-KTOED.
           DISPLAY "Lauf vom " JO-DATUM " abgebrochen: " JO-ANZED
               " gebucht, Summe " JO-SUMED AT 2401.
       C1. DISPLAY "F=fortsetzen nach Nr. " JO-KTOED
               ", R=zuruecknehmen, leer=Abbruch" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2360.
           IF WH-X = SPACE MOVE "X" TO JO-WAHL GO X.
           IF WH-X = "F"
               MOVE "F" TO JO-WAHL
               MOVE "fortgesetzt" TO JO-AKTION
               PERFORM LAUFJ-LOG
               GO X.
           IF WH-X NOT = "R" GO C1.
           CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "<esc>=Abbr., <ret>=Buchungen des Laufs "
               "zuruecknehmen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO C1.
           IF not RET GO C1.
           PERFORM LAUFJ-RUECKNAHME.
           MOVE "X" TO JO-WAHL.
       X.  CLOSE LAUFJ.
           IF JO-SPOFF NOT = "J" CLOSE SOLLPER.
           CALL "CAUP" USING "1323012380000" WH-CREG.
       Z.  EXIT.
      ************************************* Lauf-Journal - Laufbeginn *
      *  Legt den Kopf des Laufs an (JO-LAUF/JO-PER/JO-DATUM vom Lauf   *
      *  vorbelegt) bzw. uebernimmt beim Fortsetzen den vorhandenen.    *
      *  Ein zurueckgenommener Kopf derselben Periode wird ueber-       *
      *  schrieben. LAUFJ bleibt bis LAUFJ-ENDE offen; der Probelauf    *
      *  fuehrt kein Journal.                                           *
       LAUFJ-START SECTION.
       A.  IF PROBELAUF GO Z.
           PERFORM LAUFJ-OEFFNEN.
           MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE JO-PER TO LJ-PER.
           MOVE 0 TO LJ-POS.
           IF NOT JO-FORTSETZEN GO B.
           READ LAUFJ INVALID KEY GO B.
           MOVE LJ-NPOS TO JO-NPOS.
           PERFORM LAUFJ-LEER.
           GO Z.
       B.  MOVE "L" TO LJ-STATUS.
           MOVE JO-DATUM TO LJ-DATUM.
           MOVE WE-USER TO LJ-USER.
           MOVE 0 TO LJ-ANZ LJ-SUMME LJ-LKEY LJ-NPOS LJ-ENDE LJ-KTO
                     LJ-BETRAG LJ-BKTO LJ-BDAT LJ-BLFD LJ-ODAT LJ-OLFD
                     LJ-OBETRAG LJ-MIALT JO-NPOS.
           MOVE SPACE TO LJ-QU LJ-OPART LJ-STKZ.
           WRITE LJ-SATZ INVALID KEY REWRITE LJ-SATZ.
           PERFORM LAUFJ-LEER.
       Z.  EXIT.
      ************************************* Lauf-Journal - Position *
      *  Nach den Buchungen eines Kontos: Position mit den Schluesseln  *
      *  der geschriebenen Saetze (JO-QU ... JO-MIALT), dazu im Kopf    *
      *  Anzahl, Summe und den Schleifenschluessel JO-LKEY fort-        *
      *  schreiben.                                                     *
       LAUFJ-POSITION SECTION.
       A.  IF PROBELAUF GO Z.
           ADD 1 TO JO-NPOS.
           MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE JO-PER TO LJ-PER.
           MOVE JO-NPOS TO LJ-POS.
           MOVE SPACE TO LJ-STATUS LJ-USER.
           MOVE 0 TO LJ-DATUM LJ-ANZ LJ-SUMME LJ-LKEY LJ-NPOS LJ-ENDE.
           MOVE JO-QU TO LJ-QU.
           MOVE JO-KTO TO LJ-KTO.
           MOVE JO-BETRAG TO LJ-BETRAG.
           MOVE JO-BKTO TO LJ-BKTO.
           MOVE JO-BDAT TO LJ-BDAT.
           MOVE JO-BLFD TO LJ-BLFD.
           MOVE JO-OPART TO LJ-OPART.
           MOVE JO-ODAT TO LJ-ODAT.
           MOVE JO-OLFD TO LJ-OLFD.
           MOVE JO-OBETRAG TO LJ-OBETRAG.
           MOVE JO-STKZ TO LJ-STKZ.
           MOVE JO-MIALT TO LJ-MIALT.
           WRITE LJ-SATZ INVALID KEY REWRITE LJ-SATZ.
           MOVE 0 TO LJ-POS.
           READ LAUFJ INVALID KEY GO X.
           ADD 1 TO LJ-ANZ.
           ADD JO-BETRAG TO LJ-SUMME.
           MOVE JO-LKEY TO LJ-LKEY.
           MOVE JO-NPOS TO LJ-NPOS.
           REWRITE LJ-SATZ.
       X.  PERFORM LAUFJ-LEER.
       Z.  EXIT.
      ************************************* Lauf-Journal - Vorbelegung *
       LAUFJ-LEER SECTION.
       A.  MOVE SPACE TO JO-QU JO-OPART JO-STKZ.
           MOVE 0 TO JO-KTO JO-BETRAG JO-BKTO JO-BDAT JO-BLFD JO-ODAT
                     JO-OLFD JO-OBETRAG JO-MIALT.
       Z.  EXIT.
      ************************************* Lauf-Journal - Laufende *
      *  Nach dem Schreiben der Periodensperre: Kopf auf E, die         *
      *  Positionen werden nicht mehr gebraucht und geloescht.          *
       LAUFJ-ENDE SECTION.
       A.  IF PROBELAUF GO Z.
           MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE JO-PER TO LJ-PER.
           MOVE 0 TO LJ-POS.
           READ LAUFJ INVALID KEY GO X.
           MOVE "E" TO LJ-STATUS.
           MOVE JO-HEUTE TO LJ-ENDE.
           MOVE LJ-ANZ TO JO-ANZ.
           MOVE LJ-SUMME TO JO-SUMME.
           REWRITE LJ-SATZ.
           MOVE 0 TO JO-IX.
       B.  ADD 1 TO JO-IX.
           IF JO-IX > JO-NPOS GO X.
           MOVE JO-IX TO LJ-POS.
           DELETE LAUFJ RECORD INVALID KEY CONTINUE.
           GO B.
       X.  CLOSE LAUFJ.
           MOVE "beendet" TO JO-AKTION.
           IF JO-FORTSETZEN
               MOVE "beendet nach Fortsetzung" TO JO-AKTION.
           PERFORM LAUFJ-LOG.
       Z.  EXIT.
      ************************************* Lauf-Journal - Ruecknahme *
      *  Nimmt die Positionen des abgebrochenen Laufs (Kopf von         *
      *  LAUFJ-PRUEF gelesen) zurueck: Saldo zurueck, Staffelmiete      *
      *  zurueck, Buchungssatz (MIETBUCH/AK/RLAGB) und angelegten       *
      *  Posten loeschen. Ein ausgeziffertes BK-Guthaben wird wieder    *
      *  als offener Posten belastet. Jede erledigte Position wird      *
      *  sofort aus dem Journal geloescht - eine unterbrochene          *
      *  Ruecknahme setzt beim naechsten Aufruf mit dem Rest fort.      *
      *  RLAGB ist vom Ruecklagen-Menue offen.                          *
       LAUFJ-RUECKNAHME SECTION.
       A.  IF JO-LAUF = "SOLL" OR JO-LAUF = "BKAB"
               MOVE "HV-MIBUCH.DAT" TO DATEI
               OPEN I-O MIETBUCH.
           IF JO-LAUF = "SOLL" OR JO-LAUF = "BKAB" OR JO-LAUF = "HEIZ"
               PERFORM OPOS-OEFFNEN.
           IF JO-LAUF = "DAUR"
               MOVE "HV-AK.DAT" TO DATEI
               OPEN I-O AK.
           MOVE 0 TO JO-IX JO-ANZ JO-SUMME.
       B.  ADD 1 TO JO-IX.
           IF JO-IX > JO-NPOS GO X.
           MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE JO-PER TO LJ-PER.
           MOVE JO-IX TO LJ-POS.
           READ LAUFJ INVALID KEY GO B.
           IF JO-LAUF = "DAUR" GO D.
           IF JO-LAUF = "RLAG" GO E.
           IF LJ-QU = "E" GO C1.
           MOVE LJ-KTO TO MI-KTONR.
           READ MIETER INVALID KEY GO C2.
           SUBTRACT LJ-BETRAG FROM MI-SALDO.
           IF LJ-STKZ = "J" MOVE LJ-MIALT TO MI-MIETE.
           REWRITE MI-SATZ.
           MOVE LJ-BKTO TO MB-KTONR.
           MOVE LJ-BDAT TO MB-DATUM.
           MOVE LJ-BLFD TO MB-LFDNR.
           DELETE MIETBUCH RECORD INVALID KEY CONTINUE.
           GO C2.
       C1. MOVE LJ-KTO TO EG-KTONR.
           READ EIGENTUM INVALID KEY GO C2.
           SUBTRACT LJ-BETRAG FROM EG-SALDO.
           REWRITE EG-SATZ.
       C2. IF LJ-OPART = "B"
               MOVE LJ-QU TO OP-QUELLE
               MOVE LJ-KTO TO OP-KTONR
               MOVE LJ-ODAT TO OP-DATUM
               MOVE LJ-OLFD TO OP-LFDNR
               DELETE OPOS RECORD INVALID KEY CONTINUE.
           IF LJ-OPART NOT = "A" OR LJ-OBETRAG NOT > 0 GO W.
           MOVE LJ-QU TO OF-QU.
           MOVE LJ-KTO TO OF-KTO.
           MOVE "A" TO OF-ART.
           MOVE LJ-OBETRAG TO OF-BETRAG.
           MOVE JO-HEUTE TO OF-DATUM OF-FAELL.
           MOVE "Ruecknahme Auszifferung BK-Abrechnung" TO OF-TEXT.
           PERFORM OPOS-BELASTUNG.
           GO W.
       D.  MOVE LJ-BKTO TO AK-KTONR.
           MOVE LJ-BDAT TO AK-DATUM.
           MOVE LJ-BLFD TO AK-LFDNR.
           DELETE AK RECORD INVALID KEY CONTINUE.
           GO W.
       E.  MOVE WE-FNR TO RB-FNR.
           MOVE LJ-BDAT TO RB-DATUM.
           MOVE LJ-BLFD TO RB-LFDNR.
           DELETE RLAGB RECORD INVALID KEY CONTINUE.
       W.  ADD 1 TO JO-ANZ.
           ADD LJ-BETRAG TO JO-SUMME.
           DELETE LAUFJ RECORD INVALID KEY CONTINUE.
           GO B.
       X.  MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE JO-PER TO LJ-PER.
           MOVE 0 TO LJ-POS.
           READ LAUFJ INVALID KEY GO X1.
           MOVE "R" TO LJ-STATUS.
           MOVE JO-HEUTE TO LJ-ENDE.
           MOVE 0 TO LJ-NPOS.
           REWRITE LJ-SATZ.
       X1. IF JO-LAUF = "SOLL" OR JO-LAUF = "BKAB"
               CLOSE MIETBUCH.
           IF JO-LAUF = "SOLL" OR JO-LAUF = "BKAB" OR JO-LAUF = "HEIZ"
               CLOSE OPOS.
           IF JO-LAUF = "DAUR" CLOSE AK.
           MOVE JO-ANZ TO JO-ANZED.
           MOVE JO-SUMME TO JO-SUMED.
           DISPLAY "Lauf zurueckgenommen: " JO-ANZED
               " Position(en), Summe " JO-SUMED AT 2401.
           MOVE "zurueckgenommen" TO JO-AKTION.
           PERFORM LAUFJ-LOG.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Lauf-Journal - Protokoll *
      *  Je Ereignis eine Zeile in WIEDERANLAUF.LOG: Datum, Benutzer,   *
      *  Mandant, Laufart, Periode, Ereignis, Anzahl und Summe.         *
       LAUFJ-LOG SECTION.
       A.  OPEN EXTEND LJLOG.
           IF WF-STATUS = "35" OPEN OUTPUT LJLOG.
           MOVE WE-FNR TO JO-FNRED.
           MOVE JO-ANZ TO JO-ANZED.
           MOVE JO-SUMME TO JO-SUMED.
           MOVE SPACE TO JO-ZEILE.
           STRING JO-HEUTE " " WE-USER " Mandant " JO-FNRED " "
               JO-LAUF " " JO-PER " " JO-AKTION " Anzahl " JO-ANZED
               " Summe " JO-SUMED DELIMITED BY SIZE INTO JO-ZEILE.
           MOVE JO-ZEILE TO LJL-ZEILE.
           WRITE LJL-ZEILE.
           CLOSE LJLOG.
       Z.  EXIT.
      *************************************************** Sollstellung *
      *  Monatliche Sollstellung der Mieter: Miete + BK-Vorauszahlung   *
      *  als Belastung in MI-SALDO, je Mieter ein Buchungssatz in       *
      *  MIETBUCH; SOLLPER sperrt die Periode je Mandant gegen einen    *
      *  zweiten Lauf im selben Monat. Im Monat faellige Raten von      *
      *  Sonderumlagen gehen dabei in EG-SALDO (SOLL-UMLAGE).           *
       SOLLSTELLUNG SECTION.
       A.  MOVE "     Sollstellung" TO WK-GEB.
           MOVE 5 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO SO-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO SO-HEUTE
                           ELSE ADD 19000000 TO SO-HEUTE.
           MOVE "SOLL" TO JO-LAUF.
           PERFORM LAUFJ-PRUEF.
           IF JO-ABBRUCH GO Z.
           IF JO-FORTSETZEN MOVE JO-DATUM TO SO-HEUTE.
           MOVE SO-HEUTE(1:6) TO SO-PER.
           COMPUTE SO-BIS = SO-PER * 100 + 31.
           MOVE SO-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               AT 2301.
           PERFORM WEITER.
           GO Z.
       B.  IF NOT JO-FORTSETZEN PERFORM PROBE-WAHL.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN I-O MIETBUCH.
           IF WF-STATUS = "35"
               OPEN OUTPUT MIETBUCH
           MOVE "HV-STAFF.DAT" TO DATEI.
           OPEN INPUT STAFF.
           IF WF-STATUS = "35" MOVE "J" TO ST-OFF.
           PERFORM MZG-OEFFNEN.
           IF NOT PROBELAUF
               PERFORM ARCH-OEFFNEN
               MOVE "STAFF" TO AQ-ART
               PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO SO-ANZ SO-SUMME MI-KTONR.
      *    Lauf-Journal; ein fortgesetzter Lauf setzt hinter dem        *
      *    letzten fertig gebuchten Konto mit dessen Zaehlern auf.      *
           MOVE SO-PER TO JO-PER.
           MOVE SO-HEUTE TO JO-DATUM.
           PERFORM LAUFJ-START.
           IF JO-FORTSETZEN
               MOVE JO-ANZ TO SO-ANZ
               MOVE JO-SUMME TO SO-SUMME
               COMPUTE MI-KTONR = JO-LKEY + 1.
           MOVE SPACE TO SO-EOF SO-TEXTD.
           STRING "Sollstellung " SO-PER DELIMITED BY SIZE
               INTO SO-TEXTD.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO SO-EOF.
       C.  IF SOLL-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO SO-EOF GO C.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO SO-EOF GO C.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG NOT > SO-HEUTE GO C.
      *    Einzug erst nach dem Monat: noch nichts zu stellen. Ein      *
      *    Monatssoll, das der Mieterwechsel schon anteilig gestellt    *
      *    hat, stellt der Lauf nicht ein zweites Mal.                  *
           IF MI-EINZUG > SO-BIS GO C.
           MOVE MI-KTONR TO SO-GKTO.
           MOVE SO-PER TO SO-GPER.
           PERFORM SOLL-GESTELLT.
           IF SO-GANZ NOT = 0 GO C.
      *    Zum Stichtag gueltige Mietstaffel ziehen: MI-MIETE wird      *
      *    nachgefuehrt und die Umstellung als Schreiben angedruckt.    *
           MOVE MI-MIETE TO JO-MIALT.
           IF ST-OFF NOT = "J"
               MOVE MI-KTONR TO ST-KTO
               MOVE SO-HEUTE TO ST-STICH
               PERFORM STAFF-SUCH
               IF ST-GUELT = "J" AND ST-MIETE NOT = MI-MIETE
                   PERFORM SOLL-STAFFEL
               END-IF
           END-IF.
           COMPUTE SO-BETRAG = MI-MIETE + MI-BKVORAUS.
           IF SO-BETRAG = 0 GO C.
           IF PROBELAUF
               MOVE "M" TO PB-QU
               MOVE MI-KTONR TO PB-KTO
               MOVE MI-NAME TO PB-NAME
               MOVE SO-BETRAG TO PB-BETRAG
               MOVE MI-MIETE TO PB-BETED
               MOVE MI-BKVORAUS TO PB-BETED2
               STRING "Miete " PB-BETED " BK-Vz. " PB-BETED2
                   DELIMITED BY SIZE INTO PB-TEXT
               PERFORM PROBE-POSTEN
               GO C1.
           ADD SO-BETRAG TO MI-SALDO.
           REWRITE MI-SATZ.
           PERFORM SOLL-BUCHUNG.
           MOVE SO-HEUTE TO OF-DATUM OF-FAELL.
           MOVE SO-TEXTD TO OF-TEXT.
           PERFORM OPOS-BELASTUNG.
           MOVE "M" TO JO-QU.
           MOVE MI-KTONR TO JO-KTO JO-BKTO JO-LKEY.
           MOVE SO-BETRAG TO JO-BETRAG.
           MOVE MB-DATUM TO JO-BDAT.
           MOVE MB-LFDNR TO JO-BLFD.
           MOVE "B" TO JO-OPART.
           MOVE OP-DATUM TO JO-ODAT.
           MOVE OP-LFDNR TO JO-OLFD.
           IF MI-MIETE NOT = JO-MIALT MOVE "J" TO JO-STKZ.
           PERFORM LAUFJ-POSITION.
       C1. ADD 1 TO SO-ANZ.
           ADD SO-BETRAG TO SO-SUMME.
           GO C.
       X.  IF PROBELAUF GO X1.
           PERFORM SOLL-RATEN.
           PERFORM SOLL-UMLAGE.
           MOVE WE-FNR TO SP-FNR.
           MOVE SO-PER TO SP-PERIODE.
           MOVE SO-HEUTE TO SP-DATUM.
           MOVE SO-ANZ TO SP-ANZ.
           MOVE SO-SUMME TO SP-SUMME.
           WRITE SP-SATZ.
           PERFORM LAUFJ-ENDE.
       X1. CLOSE SOLLPER MIETBUCH OPOS DRUCKER.
           IF ST-OFF NOT = "J" CLOSE STAFF.
           PERFORM MZG-SCHLIESSEN.
           IF NOT PROBELAUF
               PERFORM ARCH-LAUFMAIL
               CLOSE ARCHIV.
           DISPLAY "Sollstellung: " SO-ANZ " Mieter belastet." AT 2301.
           IF MZ-ZURUECK NOT = 0
               MOVE MZ-ZURUECK TO MZ-ANZED
               DISPLAY MZ-ANZED " Staffelstufe(n) wegen Mietzins"
                   "obergrenze zurueckgestellt" AT 2401.
           IF PROBELAUF PERFORM PROBE-ENDE.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************ Sollstellung - Buchungssatz *
           MOVE SO-TEXTD TO MB-TEXT.
           WRITE MB-SATZ INVALID KEY GO B.
       Z.  EXIT.
      ************************************ Sollstellung - Staffelstufe *
      *  Zieht die zum Stichtag gueltige Stufe (ST-MIETE) nach          *
      *  MI-MIETE und druckt das Umstellungsschreiben. Eine Erhoehung   *
      *  ueber die Mietzinsobergrenze wird vorher angezeigt und nur     *
      *  nach Bestaetigung durchgefuehrt - sonst bleibt die bisherige   *
      *  Miete stehen, bis die Staffel berichtigt ist.                  *
       SOLL-STAFFEL SECTION.
       A.  IF ST-MIETE NOT > MI-MIETE GO B.
           MOVE ST-MIETE TO MZ-MIETE.
           MOVE SO-HEUTE TO MZ-STICH.
           PERFORM MZG-MIETER.
           IF MZ-UEBER = 0 GO B.
      *    Im Probelauf keine Rueckfrage: die Stufe bleibt stehen und   *
      *    die Liste weist auf die Rueckfrage im Echtlauf hin.          *
           IF PROBELAUF
               MOVE MI-KTONR TO PB-KTOED
               STRING "Konto " PB-KTOED " Staffel ueber Mietzins"
                   "obergrenze - Rueckfrage im Echtlauf"
                   DELIMITED BY SIZE INTO PB-TEXT
               PERFORM PROBE-HINWEIS
               GO Z.
           PERFORM MZG-WARNUNG.
           IF MZ-JN NOT = "J" GO Z.
       B.  PERFORM STAFF-BRIEF.
           MOVE ST-MIETE TO MI-MIETE.
       Z.  EXIT.
      ********************************** Sollstellung - schon gestellt *
      *  Summe und Anzahl der Sollbuchungen (MB-ART "S") des Kontos     *
      *  SO-GKTO im Monat SO-GPER; MIETBUCH ist vom Aufrufer offen.     *
       SOLL-GESTELLT SECTION.
       A.  MOVE 0 TO SO-GANZ SO-GSUMME.
           COMPUTE SO-GVON = SO-GPER * 100 + 1.
           COMPUTE SO-GBIS = SO-GPER * 100 + 31.
           MOVE SO-GKTO TO MB-KTONR.
           MOVE SO-GVON TO MB-DATUM.
           MOVE 0 TO MB-LFDNR.
           MOVE SPACE TO SO-GEOF.
           START MIETBUCH KEY NOT < MB-KEY INVALID KEY
               MOVE "J" TO SO-GEOF.
       B.  IF SO-GEOF = "J" GO Z.
           READ MIETBUCH NEXT RECORD AT END MOVE "J" TO SO-GEOF GO B.
           IF MB-KTONR NOT = SO-GKTO GO Z.
           IF MB-DATUM > SO-GBIS GO Z.
           IF MB-ART NOT = "S" GO B.
           ADD 1 TO SO-GANZ.
           ADD MB-BETRAG TO SO-GSUMME.
           GO B.
       Z.  EXIT.
      ************************************ Sollstellung - Ratensaetze *
      *  Je aktiver Ratenvereinbarung eines Mieters wird die im         *
      *  laufenden Monat faellige Rate als MB-ART "R" ins MIETBUCH      *
      *  Saldo bleibt unberuehrt: die Grundforderung steht bereits      *
      *  im MI-SALDO, eine erneute Belastung zaehlte sie doppelt.       *
      *  Die Periodensperre der Sollstellung (SOLLPER) verhindert       *
      *  zugleich doppelte Ratensaetze im selben Monat; ein fort-       *
      *  gesetzter Lauf ueberspringt die schon gestellten Raten.        *
       SOLL-RATEN SECTION.
       A.  MOVE SPACE TO RA-RTOFF.
           MOVE "HV-RATEN.DAT" TO DATEI.
           MOVE "R" TO MB-ART.
           MOVE RT-BETRAG TO MB-BETRAG.
           MOVE RA-TEXTD TO MB-TEXT.
           WRITE MB-SATZ INVALID KEY GO C1.
           GO B.
       C1. IF NOT JO-FORTSETZEN GO C.
           READ MIETBUCH INVALID KEY GO C.
           IF MB-ART = "R" AND MB-TEXT = RA-TEXTD GO B.
           GO C.
       X.  CLOSE RATEN.
       Z.  EXIT.
      ************************************ Sollstellung - Sonderumlagen *
      *  Raten einer Sonderumlage (OPOS Quelle E, Art U), die im Soll-  *
      *  monat faellig werden und nach dem Monat des Umlagelaufs ge-    *
      *  stellt wurden, gehen jetzt in EG-SALDO - die bis zum Ende des  *
      *  Laufmonats faelligen hat SANPR-UMLAGE schon gebucht. Je Rate   *
      *  eine Journalposition (JO-QU E, JO-OPART U mit dem Posten-      *
      *  schluessel); ein fortgesetzter Lauf ueberspringt die schon     *
      *  gebuchten Raten, die Ruecknahme nimmt sie aus EG-SALDO zurueck.*
       SOLL-UMLAGE SECTION.
       A.  MOVE SO-HEUTE TO SO-VON.
           MOVE "01" TO SO-VON(7:2).
           MOVE "E" TO OP-QUELLE.
           MOVE 0 TO OP-KTONR OP-DATUM OP-LFDNR.
           MOVE SPACE TO SO-UEOF.
           START OPOS KEY NOT < OP-KEY INVALID KEY
               MOVE "J" TO SO-UEOF.
       B.  IF SO-UEOF = "J" GO Z.
           READ OPOS NEXT RECORD AT END MOVE "J" TO SO-UEOF GO B.
           IF OP-QUELLE NOT = "E" MOVE "J" TO SO-UEOF GO B.
           IF OP-FNR NOT = WE-FNR OR OP-ART NOT = "U" GO B.
           IF OP-FAELLIG < SO-VON OR OP-FAELLIG > SO-BIS GO B.
           IF OP-DATUM NOT < SO-VON GO B.
           IF NOT JO-FORTSETZEN GO C.
           MOVE 0 TO JO-IX.
       B1. ADD 1 TO JO-IX.
           IF JO-IX > JO-NPOS GO C.
           MOVE WE-FNR TO LJ-FNR.
           MOVE JO-LAUF TO LJ-LAUF.
           MOVE JO-PER TO LJ-PER.
           MOVE JO-IX TO LJ-POS.
           READ LAUFJ INVALID KEY GO B1.
           IF LJ-OPART = "U" AND LJ-KTO = OP-KTONR
               AND LJ-ODAT = OP-DATUM AND LJ-OLFD = OP-LFDNR GO B.
           GO B1.
       C.  MOVE OP-KTONR TO EG-KTONR.
           READ EIGENTUM INVALID KEY GO B.
           ADD OP-BETRAG TO EG-SALDO.
           REWRITE EG-SATZ.
           MOVE "E" TO JO-QU.
           MOVE OP-KTONR TO JO-KTO.
           MOVE OP-BETRAG TO JO-BETRAG.
           MOVE "U" TO JO-OPART.
           MOVE OP-DATUM TO JO-ODAT.
           MOVE OP-LFDNR TO JO-OLFD.
           PERFORM LAUFJ-POSITION.
           GO B.
       Z.  EXIT.
      ************************************** Mieter-BK-Abrechnung *
      *  Jahresabrechnung der Mieter-BK-Vorauszahlungen: AK-Kosten des   *
      *  Jahres werden nach EG-ANTEILW des Whg.-Kontos und Belegtagen   *
           MOVE WH-DATUM TO BA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO BA-HEUTE
                           ELSE ADD 19000000 TO BA-HEUTE.
           MOVE "BKAB" TO JO-LAUF.
           PERFORM LAUFJ-PRUEF.
           IF JO-ABBRUCH GO Z.
           IF JO-FORTSETZEN
               MOVE JO-DATUM TO BA-HEUTE
               COMPUTE BA-JAHR = JO-PER / 100
               GO A2.
           MOVE BA-HEUTE(1:4) TO BA-JAHR.
           SUBTRACT 1 FROM BA-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Abrechnungsjahr" AT 2301.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO BA-JAHR.
       A2. COMPUTE BA-J0101 = BA-JAHR * 10000 + 0101.
           COMPUTE BA-J1231 = BA-JAHR * 10000 + 1231.
           COMPUTE BA-PER = BA-JAHR * 100 + 13.
      *    Abrechnungsbuchungen tragen das Tagesdatum - liegt das       *
           OPEN INPUT AK.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO BA-AKEOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO BA-AKEOF.
       B1. IF BA-AKEOF = "J" GO B9.
           READ AK NEXT RECORD AT END MOVE "J" TO BA-AKEOF GO B1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO BA-AKEOF GO B1.
           IF AK-DATUM < BA-J0101 OR AK-DATUM > BA-J1231 GO B1.
           PERFORM BKAB-UMLKEY.
           IF BA-UIX = 0 GO B1.
       C.  MOVE 0 TO EG-KTONR.
           MOVE 0 TO BA-BASIS(1) BA-BASIS(2) BA-BASIS(3) BA-BASIS(4).
           MOVE SPACE TO BA-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO BA-EOF.
       C1. IF BKAB-EOF GO C9.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO BA-EOF GO C1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO BA-EOF GO C1.
      *    geschlossene Konten (Eigentuemerwechsel) zaehlen nicht zur  *
      *    Umlagebasis - auch Altfaelle, deren Anteile noch belegt sind *
           IF EG-UEBDAT NOT = 0 GO C1.
               PERFORM WEITER
               GO Z.
      *    Abrechnungsschleife ueber die Mieter des Mandanten           *
       D.  IF NOT JO-FORTSETZEN PERFORM PROBE-WAHL.
           IF PROBELAUF
               MOVE BA-J0101 TO PB-VON
               MOVE BA-J1231 TO PB-BIS
               PERFORM PROBE-KPLAN.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN I-O MIETBUCH.
           IF WF-STATUS = "35"
               OPEN OUTPUT MIETBUCH
      *    Periodensperre, Doppellauf, Anteile) liegen hinter uns,      *
      *    sonst bliebe ARCHIV offen und ein Indexsatz ohne Datei       *
      *    zurueck (Muster MIETERAUSZUG).                               *
           IF NOT PROBELAUF
               PERFORM ARCH-OEFFNEN
               MOVE "BKAB" TO AQ-ART
               PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO BA-ANZ BA-SUMME MI-KTONR.
           MOVE BA-PER TO JO-PER.
           MOVE BA-HEUTE TO JO-DATUM.
           PERFORM LAUFJ-START.
           IF JO-FORTSETZEN
               MOVE JO-ANZ TO BA-ANZ
               MOVE JO-SUMME TO BA-SUMME
               COMPUTE MI-KTONR = JO-LKEY + 1.
           MOVE SPACE TO BA-EOF BA-TEXTD.
           STRING "BK-Abrechnung " BA-JAHR DELIMITED BY SIZE
               INTO BA-TEXTD.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO BA-EOF.
       D1. IF BKAB-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO BA-EOF GO D1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO BA-EOF GO D1.
           IF MI-EINZUG > BA-J1231 GO D1.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < BA-J0101 GO D1.
           PERFORM BKAB-TAGE.
           COMPUTE BA-VORAUS ROUNDED = MI-BKVORAUS * 12
               * BA-TAGE / 360.
           COMPUTE BA-DIFF = BA-ANTEIL - BA-VORAUS.
           IF PROBELAUF
               MOVE "M" TO PB-QU
               MOVE MI-KTONR TO PB-KTO
               MOVE MI-NAME TO PB-NAME
               MOVE BA-DIFF TO PB-BETRAG
               MOVE BA-ANTEIL TO PB-BETED
               MOVE BA-VORAUS TO PB-BETED2
               STRING "Anteil " PB-BETED " Vz. " PB-BETED2
                   DELIMITED BY SIZE INTO PB-TEXT
               PERFORM PROBE-POSTEN
               GO D2.
           ADD BA-DIFF TO MI-SALDO.
           REWRITE MI-SATZ.
           PERFORM BKAB-BUCHUNG.
           MOVE "M" TO JO-QU.
           MOVE MI-KTONR TO JO-KTO JO-BKTO JO-LKEY.
           MOVE BA-DIFF TO JO-BETRAG.
           MOVE MB-DATUM TO JO-BDAT.
           MOVE MB-LFDNR TO JO-BLFD.
      *    Nachzahlung wird ein eigener offener Posten; ein Guthaben    *
      *    ziffert stattdessen die aeltesten offenen Posten aus.        *
           IF BA-DIFF > 0
               MOVE BA-DIFF TO OF-BETRAG
               MOVE BA-HEUTE TO OF-DATUM OF-FAELL
               MOVE BA-TEXTD TO OF-TEXT
               PERFORM OPOS-BELASTUNG
               MOVE "B" TO JO-OPART
               MOVE OP-DATUM TO JO-ODAT
               MOVE OP-LFDNR TO JO-OLFD.
           IF BA-DIFF < 0
               MOVE "M" TO OF-QU
               MOVE MI-KTONR TO OF-KTO
               COMPUTE OF-REST = BA-DIFF * -1
               PERFORM OPOS-AUSZIFFERN
               MOVE "A" TO JO-OPART
               COMPUTE JO-OBETRAG = BA-DIFF * -1 - OF-REST.
           PERFORM LAUFJ-POSITION.
       D2. PERFORM BKAB-BRIEF.
           ADD 1 TO BA-ANZ.
           ADD BA-DIFF TO BA-SUMME.
           GO D1.
       X.  IF PROBELAUF GO X1.
           MOVE WE-FNR TO SP-FNR.
           MOVE BA-PER TO SP-PERIODE.
           MOVE BA-HEUTE TO SP-DATUM.
           MOVE BA-ANZ TO SP-ANZ.
           MOVE BA-SUMME TO SP-SUMME.
           WRITE SP-SATZ.
           PERFORM LAUFJ-ENDE.
       X1. CLOSE SOLLPER MIETBUCH OPOS DRUCKER.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           IF NOT PROBELAUF
               PERFORM ARCH-LAUFMAIL
               CLOSE ARCHIV.
           DISPLAY "BK-Abrechnung: " BA-ANZ " Mieter abgerechnet."
               AT 2301.
           IF PROBELAUF PERFORM PROBE-ENDE.
           PERFORM WEITER.
       Z.  EXIT.
      ********************************* BK-Abrechnung - Umlageschluessel *
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF PERFORM PROBE-MARKE.
           PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
               DELIMITED BY SIZE INTO BA-ZEILE.
           MOVE BA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF
               MOVE BA-ZEILE TO PB-TEXT
               PERFORM PROBE-HINWEIS.
       Z.  EXIT.
      ************************************** SEPA-Mandate - Wartung *
      *  Anlage/Aenderung der Einzugsmandate je Eigentuemer- (E) bzw.   *
      *  Einzug der offenen Forderungen (EG-SALDO/MI-SALDO > 0) aller   *
      *  Konten mit aktivem Mandat als pain.008-Datei; FRST- und RCUR-  *
      *  Mandate gehen in getrennte PmtInf-Bloecke, Konten ohne bzw.    *
      *  mit abgelaufenem Mandat auf die Ausnahmeliste. Der Einzug      *
      *  geht wie der SEPA-Export ueber einen Zahlungsstapel; erst die  *
      *  Freigabe schreibt je Position den Zahlungsjournalsatz (ZJ-ART  *
      *  "L"), ziffert die offenen Posten aus, mindert den Saldo und    *
      *  stellt FRST-Mandate auf RCUR. Ruecklastschriften bucht der     *
      *  Kontoauszug-Import ueber die EndToEndId automatisch zurueck.   *
       LASTSCHRIFT SECTION.
       A.  MOVE 2 TO BN-RIX.
               DISPLAY "keine Berechtigung (SEPA-Export)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "L" TO ZA-ART.
           PERFORM ZAHL-OFFEN.
           IF ZA-SPERR = "J" GO Z.
           MOVE "   SEPA-Lastschrift" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
               DISPLAY "keine einziehbaren Forderungen." AT 2301
               PERFORM WEITER
               GO Z.
           MOVE "SEPA-LASTSCHRIFT.XML" TO ZA-ZIEL.
           PERFORM ZAHL-STAPEL.
           MOVE LS-SUMME TO LS-SUMI.
           COMPUTE LS-SUMD = (LS-SUMME - LS-SUMI) * 100.
           STRING LS-SUMI "." LS-SUMD DELIMITED BY SIZE INTO LS-SUMED.
           STRING '</CstmrDrctDbtInitn></Document>'
               DELIMITED BY SIZE INTO LD-ZEILE.
           WRITE LD-ZEILE.
           CLOSE LASTDAT MANDAT.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE LS-FEHL TO LS-KTOED.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           PERFORM ZAHL-ABSCHLUSS.
           DISPLAY "Lastschrift: " LS-ANZ " Einzuege, " LS-FEHL
               " ohne Mandat." AT 2301.
           PERFORM WEITER.
       LAST-ZAEHL SECTION.
       A.  MOVE 0 TO EG-KTONR.
           MOVE SPACE TO LS-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO LS-EOF.
       B.  IF LAST-EOF GO C.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO LS-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO LS-EOF GO B.
           IF EG-SALDO NOT > 0 GO B.
           MOVE "E" TO LS-QUELLE.
           MOVE EG-KTONR TO LS-KTO.
           GO B.
       C.  MOVE 0 TO MI-KTONR.
           MOVE SPACE TO LS-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO LS-EOF.
       D.  IF LAST-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO LS-EOF GO D.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO LS-EOF GO D.
           IF MI-SALDO NOT > 0 GO D.
           MOVE "M" TO LS-QUELLE.
           MOVE MI-KTONR TO LS-KTO.
           WRITE LD-ZEILE.
       B.  MOVE 0 TO EG-KTONR.
           MOVE SPACE TO LS-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO LS-EOF.
       B1. IF LAST-EOF GO C.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO LS-EOF GO B1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO LS-EOF GO B1.
           IF EG-SALDO NOT > 0 GO B1.
           MOVE "E" TO LS-QUELLE.
           MOVE EG-KTONR TO LS-KTO.
           ELSE
               MOVE EG-BEZ TO LS-NAME.
           PERFORM LAST-SATZ.
           PERFORM LAST-POSITION.
           GO B1.
       C.  MOVE 0 TO MI-KTONR.
           MOVE SPACE TO LS-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO LS-EOF.
       C1. IF LAST-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO LS-EOF GO C1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO LS-EOF GO C1.
           IF MI-SALDO NOT > 0 GO C1.
           MOVE "M" TO LS-QUELLE.
           MOVE MI-KTONR TO LS-KTO.
           IF MD-SEQ NOT = LS-SEQW GO C1.
           MOVE MI-NAME TO LS-NAME.
           PERFORM LAST-SATZ.
           PERFORM LAST-POSITION.
           GO C1.
       X.  STRING '</PmtInf>' DELIMITED BY SIZE INTO LD-ZEILE.
           WRITE LD-ZEILE.
               DELIMITED BY SIZE INTO LD-ZEILE.
           WRITE LD-ZEILE.
       Z.  EXIT.
      ********************************* Lastschrift - Stapelposition *
      *  Einzug als Position des Zahlungsstapels; die Mandatsfolge      *
      *  (FRST/RCUR) geht mit, die Freigabe stellt F auf R um.          *
       LAST-POSITION SECTION.
       A.  MOVE LS-QUELLE TO ZA-QU.
           MOVE LS-KTO TO ZA-KTO.
           MOVE LS-SALDO TO ZA-BETRAG.
           MOVE MD-SEQ TO ZA-SEQ.
           MOVE LS-NAME TO ZA-NAME.
           MOVE LS-IBAND TO ZA-IBAN.
           PERFORM ZAHL-POSITION.
       Z.  EXIT.
      ************************************* Kautions-Ledger - Wartung *
      *  Handeintraege auf dem Kautionskonto eines Mieters: Erlag (E)   *
           IF WH-DATUM < 500000 ADD 20000000 TO KB-HEUTE
                           ELSE ADD 19000000 TO KB-HEUTE.
           MOVE KB-HEUTE(1:4) TO KB-JAHR.
           MOVE 0 TO KB-EINZEL.
           MOVE "HV-KAUT.DAT" TO DATEI.
           OPEN I-O KAUT.
           IF WF-STATUS = "35"
           MOVE SPACE TO KB-EOF KB-TEXTD.
           STRING "Kautionszinsen " KB-JAHR DELIMITED BY SIZE
               INTO KB-TEXTD.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO KB-EOF.
       C.  IF KAUT-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO KB-EOF GO C.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO KB-EOF GO C.
           PERFORM KAUT-SALDO.
           IF KB-SALDO NOT > 0 GO C.
           COMPUTE KB-ZBETRAG ROUNDED = KB-SALDO * KO-KAUTZINS / 100.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Kaution - Abrechnung Auszug *
      *  KB-EINZEL <> 0 beschraenkt den Lauf auf dieses Mieterkonto     *
      *  (Aufruf aus dem Mieterwechsel).                                *
       KAUT-ABRECHNUNG SECTION.
       A.  MOVE 5 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO KB-ANZ MI-KTONR.
           IF KB-EINZEL NOT = 0 MOVE KB-EINZEL TO MI-KTONR.
           MOVE SPACE TO KB-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO KB-EOF.
       B.  IF KAUT-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO KB-EOF GO B.
           IF KB-EINZEL NOT = 0 AND MI-KTONR NOT = KB-EINZEL GO X.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO KB-EOF GO B.
           IF MI-AUSZUG = 0 GO B.
           PERFORM KAUT-SALDO.
           IF KB-SALDO = 0 GO B.
               DISPLAY "Buchung gehoert anderem Mandanten" AT 2401
               PERFORM WEITER
               GO Z.
           IF AK-SKZ = "S" OR AK-SKZ = "Z"
               DISPLAY "Stornosatz nicht stornierbar" AT 2401
               PERFORM WEITER
               GO Z.
               INTO AK-TEXT.
           COMPUTE AK-BETRAG = AK-BETRAG * -1.
           MOVE BU-HEUTE TO AK-DATUM.
      *    Storno einer Zahllauf-Buchung bleibt wie diese ausserhalb    *
      *    des Bankbuchs.                                               *
           IF AK-SKZ = "K"
               MOVE "Z" TO AK-SKZ
           ELSE
               MOVE "S" TO AK-SKZ.
           MOVE 0 TO AK-LFDNR.
       B.  ADD 1 TO AK-LFDNR.
           WRITE AK-SATZ INVALID KEY GO B.
           MOVE WH-DATUM TO HA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO HA-HEUTE
                           ELSE ADD 19000000 TO HA-HEUTE.
           MOVE "HEIZ" TO JO-LAUF.
           PERFORM LAUFJ-PRUEF.
           IF JO-ABBRUCH GO Z.
           IF JO-FORTSETZEN
               MOVE JO-DATUM TO HA-HEUTE
               COMPUTE HA-JAHR = JO-PER / 100
               GO A2.
           MOVE HA-HEUTE(1:4) TO HA-JAHR.
           SUBTRACT 1 FROM HA-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Abrechnungsjahr" AT 2301.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO HA-JAHR.
       A2. COMPUTE HA-J0101 = HA-JAHR * 10000 + 0101.
           COMPUTE HA-J1231 = HA-JAHR * 10000 + 1231.
           COMPUTE HA-PER = HA-JAHR * 100 + 15.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN INPUT AK.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO HA-AKEOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO HA-AKEOF.
       B1. IF HA-AKEOF = "J" GO B9.
           READ AK NEXT RECORD AT END MOVE "J" TO HA-AKEOF GO B1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO HA-AKEOF GO B1.
           IF AK-DATUM < HA-J0101 OR AK-DATUM > HA-J1231 GO B1.
           MOVE AK-KTONR TO KP-KTONR.
           MOVE SPACE TO HA-GEF.
               OPEN I-O HEIZ.
           MOVE 0 TO HA-NFSUM HA-VBSUM EG-KTONR.
           MOVE SPACE TO HA-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO HA-EOF.
       C1. IF HEIZ-EOF GO C9.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO HA-EOF GO C1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO HA-EOF GO C1.
      *    Geschlossene Konten (Eigentuemerwechsel) bleiben aussen     *
      *    vor - ihre Zaehlerhistorie haengt noch an der alten Konto-  *
      *    nummer und wuerde sonst dem Verkaeufer angelastet.          *
               PERFORM WEITER
               GO Z.
      *    Verteilung und Buchung je Whg.-Konto                         *
       D.  IF NOT JO-FORTSETZEN PERFORM PROBE-WAHL.
           IF PROBELAUF
               MOVE HA-J0101 TO PB-VON
               MOVE HA-J1231 TO PB-BIS
               PERFORM PROBE-KPLAN.
           OPEN OUTPUT DRUCKER.
           PERFORM OPOS-OEFFNEN.
           IF PROBELAUF PERFORM PROBE-MARKE.
           MOVE "Heizkostenabrechnung - Anteile je Whg.-Konto:"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO HA-ANZ EG-KTONR.
           MOVE HA-PER TO JO-PER.
           MOVE HA-HEUTE TO JO-DATUM.
           PERFORM LAUFJ-START.
           IF JO-FORTSETZEN
               MOVE JO-ANZ TO HA-ANZ
               COMPUTE EG-KTONR = JO-LKEY + 1
               MOVE JO-LKEY TO HA-KTOED
               MOVE SPACE TO DR-ZEILE
               STRING "Fortsetzung des abgebrochenen Laufs nach Konto "
                   HA-KTOED DELIMITED BY SIZE INTO DR-ZEILE
               WRITE DR-ZEILE
               MOVE SPACE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE SPACE TO HA-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO HA-EOF.
       D1. IF HEIZ-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO HA-EOF GO D1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO HA-EOF GO D1.
           IF EG-UEBDAT NOT = 0 GO D1.
           PERFORM HEIZ-UNIT.
           COMPUTE HA-ANTEIL ROUNDED = HA-GRUND * EG-NUTZFL
               COMPUTE HA-ANTEIL ROUNDED = HA-ANTEIL
                   + HA-VERBK * EG-NUTZFL / HA-NFSUM.
           IF HA-ANTEIL = 0 GO D1.
           IF PROBELAUF
               MOVE "E" TO PB-QU
               MOVE EG-KTONR TO PB-KTO
               MOVE EG-NAME TO PB-NAME
               IF EG-NAME = SPACE MOVE EG-BEZ TO PB-NAME END-IF
               MOVE HA-ANTEIL TO PB-BETRAG
               MOVE HA-VERBR TO PB-BETED
               STRING "Verbrauch " PB-BETED
                   DELIMITED BY SIZE INTO PB-TEXT
               PERFORM PROBE-POSTEN
               GO D2.
           ADD HA-ANTEIL TO EG-SALDO.
           REWRITE EG-SATZ.
           MOVE "E" TO JO-QU.
           MOVE EG-KTONR TO JO-KTO JO-LKEY.
           MOVE HA-ANTEIL TO JO-BETRAG.
           IF HA-ANTEIL > 0
               MOVE "E" TO OF-QU
               MOVE EG-KTONR TO OF-KTO
               MOVE SPACE TO OF-TEXT
               STRING "Heizkostenabrechnung " HA-JAHR
                   DELIMITED BY SIZE INTO OF-TEXT
               PERFORM OPOS-BELASTUNG
               MOVE "B" TO JO-OPART
               MOVE OP-DATUM TO JO-ODAT
               MOVE OP-LFDNR TO JO-OLFD.
           PERFORM LAUFJ-POSITION.
       D2. ADD 1 TO HA-ANZ.
           MOVE EG-KTONR TO HA-KTOED.
           MOVE HA-VERBR TO HA-VERBED.
           MOVE HA-ANTEIL TO HA-BETED.
           MOVE HA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER HEIZ OPOS.
           IF PROBELAUF GO X1.
           MOVE WE-FNR TO SP-FNR.
           MOVE HA-PER TO SP-PERIODE.
           MOVE HA-HEUTE TO SP-DATUM.
           MOVE HA-ANZ TO SP-ANZ.
           MOVE HA-KOSTEN TO SP-SUMME.
           WRITE SP-SATZ.
           PERFORM LAUFJ-ENDE.
       X1. CLOSE SOLLPER.
           IF KO-DRU(WL-RPT) = 3 AND NOT PROBELAUF
               CALL "CAMAIL" USING WE-STG(9) SPACE WH-CREG.
           DISPLAY "Heizkostenabr.: " HA-ANZ " Konten belastet."
               AT 2301.
           IF PROBELAUF PERFORM PROBE-ENDE.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Heizung - Jahresverbrauch *
       Z.  EXIT.
      ************************************* Ruecklage - Zufuehrungslauf *
       RLAG-ZUFUEHRUNG SECTION.
       A.  MOVE "RLAG" TO JO-LAUF.
           PERFORM LAUFJ-PRUEF.
           IF JO-ABBRUCH GO Z.
           COMPUTE RL-PER = RL-JAHR * 100 + 16.
           IF JO-FORTSETZEN MOVE JO-PER TO RL-PER.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN I-O SOLLPER.
           IF WF-STATUS = "35"
           GO Z.
       B.  MOVE 0 TO RL-SUMME RL-ANZ EG-KTONR.
           MOVE SPACE TO RL-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO RL-EOF.
       C.  IF RLAG-EOF GO D.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO RL-EOF GO C.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO RL-EOF GO C.
           PERFORM VARYING RL-IX FROM 1 BY 1 UNTIL RL-IX > 5
               IF EG-VSDAT(RL-IX) = WA-HIDAT
                   ADD EG-RLAG(RL-IX) TO RL-SUMME
                   ADD 1 TO RL-ANZ.
           GO C.
      *    Fortsetzen: die Zufuehrung steht schon im Ledger, es fehlt   *
      *    nur noch die Periodensperre.                                 *
       D.  IF JO-FORTSETZEN
               PERFORM LAUFJ-START
               MOVE JO-SUMME TO RL-SUMME
               GO D1.
           IF RL-SUMME = 0
               CLOSE SOLLPER
               DISPLAY "keine RLAG-Betraege in der Periode" AT 2401
               PERFORM WEITER
           MOVE "Z" TO RB-ART.
           MOVE RL-SUMME TO RL-BETRAG.
           MOVE 0 TO RB-LFDNR.
           MOVE RL-PER TO JO-PER.
           MOVE RL-HEUTE TO JO-DATUM.
           PERFORM LAUFJ-START.
           PERFORM RLAG-BUCHUNG.
           MOVE RB-DATUM TO JO-BDAT.
           MOVE RB-LFDNR TO JO-BLFD.
           MOVE RL-SUMME TO JO-BETRAG.
           PERFORM LAUFJ-POSITION.
       D1. MOVE WE-FNR TO SP-FNR.
           MOVE RL-PER TO SP-PERIODE.
           MOVE RL-HEUTE TO SP-DATUM.
           IF JO-FORTSETZEN MOVE JO-DATUM TO SP-DATUM.
           MOVE RL-ANZ TO SP-ANZ.
           MOVE RL-SUMME TO SP-SUMME.
           WRITE SP-SATZ.
           PERFORM LAUFJ-ENDE.
           CLOSE SOLLPER.
           MOVE RL-SUMME TO RL-BETED.
           DISPLAY "Zufuehrung gebucht: " RL-BETED AT 2401.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE 0 TO WI-IST WI-PLAN WI-ACC WI-AKTO.
           MOVE SPACE TO WI-AKEOF WI-HAVE.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO WI-AKEOF.
       B1. IF WI-AKEOF = "J" GO B9.
           READ AK NEXT RECORD AT END MOVE "J" TO WI-AKEOF GO B1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO WI-AKEOF GO B1.
           IF AK-DATUM < WI-J0101 OR AK-DATUM > WI-J1231 GO B1.
           IF WI-HAVE = "J" AND AK-KTONR NOT = WI-AKTO
               PERFORM WIPL-KONTO.
           CLOSE WPLAN.
           MOVE 0 TO WI-ANTSUM EG-KTONR.
           MOVE SPACE TO WI-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WI-EOF.
       C1. IF WIPL-EOF GO C9.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WI-EOF GO C1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WI-EOF GO C1.
           IF EG-UEBDAT NOT = 0 GO C1.
           ADD EG-ANTEILW TO WI-ANTSUM.
           GO C1.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO WI-ANZ EG-KTONR.
           MOVE SPACE TO WI-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO WI-EOF.
       D1. IF WIPL-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO WI-EOF GO D1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO WI-EOF GO D1.
      *    geschlossene Konten erhalten keinen Vorschlagsbrief         *
           IF EG-UEBDAT NOT = 0 GO D1.
           COMPUTE WI-OIST ROUNDED = WI-IST * EG-ANTEILW / WI-ANTSUM.
           MOVE EW-NEU TO EW-KTOED2.
           OPEN EXTEND WECHLOG.
           IF WF-STATUS = "35" OPEN OUTPUT WECHLOG.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO EW-MEOF.
       B.  IF EW-MEOF = "J" GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO EW-MEOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO EW-MEOF GO B.
           IF MI-EGKTONR NOT = EW-ALT GO B.
           MOVE EW-NEU TO MI-EGKTONR.
           REWRITE MI-SATZ.
           WRITE EWL-ZEILE.
           CLOSE WECHLOG.
       Z.  EXIT.
      ************************************************* Mieterwechsel *
      *  Gefuehrter Wechsel auf einer Mieteinheit (Gegenstueck zum      *
      *  Eigentuemerwechsel): das alte Mietverhaeltnis wird zum         *
      *  Auszugstag geschlossen und anteilig 30/360 schlussgestellt     *
      *  (MIETBUCH/OPOS), die Zwischenablesung geht nach HEIZ bzw.      *
      *  EG-WASSERH, die Kaution des Ausziehenden wird abgerechnet und  *
      *  der Nachmieter auf demselben Whg.-Konto mit Einzug, Miete,     *
      *  BK-Vorauszahlung und Mandat angelegt und anteilig belastet.    *
      *  Erfasst wird zuerst alles, geschrieben erst nach der letzten   *
      *  Bestaetigung (MWECH-DURCH) - <esc> laesst nichts halb stehen.  *
      *  Uebergabeprotokoll auf den Drucker, jeder Wechsel in           *
      *  MIETWECHSEL.LOG.                                               *
       MIETWECHSEL SECTION.
       A.  MOVE 4 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Mieterstamm)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "    Mieterwechsel" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO MW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO MW-HEUTE
                           ELSE ADD 19000000 TO MW-HEUTE.
           MOVE MW-HEUTE(1:6) TO MW-HPER.
           MOVE MW-HEUTE TO KB-HEUTE.
           MOVE 0 TO KB-EINZEL.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN I-O MIETBUCH.
           IF WF-STATUS = "35"
               OPEN OUTPUT MIETBUCH
               CLOSE MIETBUCH
               OPEN I-O MIETBUCH.
           PERFORM OPOS-OEFFNEN.
           MOVE "HV-HEIZ.DAT" TO DATEI.
           OPEN I-O HEIZ.
           IF WF-STATUS = "35"
               OPEN OUTPUT HEIZ
               CLOSE HEIZ
               OPEN I-O HEIZ.
           MOVE SPACE TO ZP-OFF.
           MOVE "HV-ZSTAM.DAT" TO DATEI.
           OPEN I-O ZSTAMM.
           IF WF-STATUS = "35" MOVE "J" TO ZP-OFF.
           MOVE "HV-KAUT.DAT" TO DATEI.
           OPEN I-O KAUT.
           IF WF-STATUS = "35"
               OPEN OUTPUT KAUT
               CLOSE KAUT
               OPEN I-O KAUT.
           MOVE "HV-MANDAT.DAT" TO DATEI.
           OPEN I-O MANDAT.
           IF WF-STATUS = "35"
               OPEN OUTPUT MANDAT
               CLOSE MANDAT
               OPEN I-O MANDAT.
      *    Vormieter, Auszug, Nachmieter                                *
       B.  CALL "CAUP" USING "1303012280000" WH-CREG.
           DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Mieter alt (Konto)..:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0
               MOVE "M" TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO B END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO MI-KTONR.
           MOVE SPACE TO MW-GEF.
           READ MIETER INVALID KEY MOVE "J" TO MW-GEF.
           IF MIETW-FEHLT OR MI-FNR NOT = WE-FNR
               DISPLAY "Mieterkonto unbekannt" AT 2401
               PERFORM WEITER
               GO B.
           IF MI-AUSZUG NOT = 0
               DISPLAY "Mietverhaeltnis bereits beendet" AT 2401
               PERFORM WEITER
               GO B.
      *    Ohne Whg.-Konto gibt es weder eine Einheit fuer den          *
      *    Nachmieter noch eine Zwischenablesung.                       *
           IF MI-EGKTONR = 0
               DISPLAY "kein Whg.-Konto - erst im Mieterstamm zuordnen"
                   AT 2401
               PERFORM WEITER
               GO B.
           MOVE MI-KTONR TO MW-ALT.
           MOVE MI-EGKTONR TO MW-EGKTO.
           MOVE MI-NAME TO MW-ANAME.
           COMPUTE MW-ASOLL = MI-MIETE + MI-BKVORAUS.
           MOVE MI-MIETE TO MW-MIETE.
           MOVE MI-BKVORAUS TO MW-BKVOR.
           MOVE MI-KAUTION TO MW-KAUTION.
           DISPLAY WH-WERT with highlight AT 0349.
           DISPLAY MW-ANAME(1:24) AT 0356.
           MOVE MW-EGKTO TO MW-KTOED.
           DISPLAY "Whg.-Konto (EG).....: " MW-KTOED AT 0427.
       C.  DISPLAY "Auszug = letzter Miettag JJJJMMTT" AT 2301.
           DISPLAY "Auszugsdatum........:" AT 0527.
           MOVE MW-HEUTE TO MW-AUSDAT.
           DISPLAY MW-AUSDAT with highlight AT 0549.
           ACCEPT MW-AUSDAT AT 0549.
           IF NOT RET GO C.
           MOVE MW-AUSDAT TO MW-DAT.
           PERFORM MWECH-DATCHK.
           IF MW-DATOK NOT = "J" GO C.
           IF MW-AUSDAT < MI-EINZUG
               DISPLAY "Auszug liegt vor dem Einzug" AT 2401
               PERFORM WEITER
               GO C.
           MOVE MW-AUSDAT TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen" AT 2401
               PERFORM WEITER
               GO C.
      *    Anteil des Auszugsmonats 30/360 - der Monatsletzte zaehlt    *
      *    als voller Monat, auch im Februar.                           *
           MOVE MW-TT TO MW-TAGA.
           IF MW-TT = MW-MTAGE OR MW-TAGA > 30 MOVE 30 TO MW-TAGA.
           PERFORM MWECH-FOLGETAG.
       D.  DISPLAY "<esc>=Abbr., <ret>=Nachmieter (neues Konto)"
               AT 2301.
           DISPLAY "Mieter neu (Konto)..:" AT 0627.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO D.
           IF WH-WERT = 0 OR WH-WERT = MW-ALT GO D.
           MOVE WH-WERT TO MI-KTONR.
           MOVE SPACE TO MW-GEF.
           READ MIETER INVALID KEY MOVE "J" TO MW-GEF.
           IF NOT MIETW-FEHLT
               DISPLAY "Konto besteht bereits" AT 2401
               PERFORM WEITER
               GO D.
           MOVE WH-WERT TO MW-NEU.
       E.  DISPLAY "Name des Nachmieters" AT 2301.
           DISPLAY "Name................:" AT 0727.
           MOVE SPACE TO MW-NNAME.
           DISPLAY MW-NNAME with highlight AT 0749.
           ACCEPT MW-NNAME AT 0749.
           IF NOT RET GO E.
           IF MW-NNAME = SPACE GO E.
       F.  DISPLAY "Einzug = erster Miettag JJJJMMTT" AT 2301.
           DISPLAY "Einzugsdatum........:" AT 0827.
           MOVE MW-FOLGE TO MW-EINDAT.
           DISPLAY MW-EINDAT with highlight AT 0849.
           ACCEPT MW-EINDAT AT 0849.
           IF NOT RET GO F.
           MOVE MW-EINDAT TO MW-DAT.
           PERFORM MWECH-DATCHK.
           IF MW-DATOK NOT = "J" GO F.
      *    Eine Ueberschneidung gaebe doppelte Belegtage in der BK-     *
      *    Abrechnung; eine Luecke ist Leerstand beim Eigentuemer und   *
      *    muss bestaetigt werden.                                      *
           IF MW-EINDAT NOT > MW-AUSDAT
               DISPLAY "Einzug muss nach dem Auszug liegen" AT 2401
               PERFORM WEITER
               GO F.
           IF MW-TT > 30 MOVE 30 TO MW-TT.
           COMPUTE MW-TAGN = 31 - MW-TT.
           IF MW-TT = MW-MTAGE MOVE 1 TO MW-TAGN.
           IF MW-EINDAT = MW-FOLGE GO G.
       F1. DISPLAY "Leerstand zwischen Auszug und Einzug - J=richtig"
               AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2350.
           IF WH-X NOT = "J" GO F.
      *    Vertragswerte des Nachmieters - vorbelegt mit denen des      *
      *    Vormieters.                                                  *
       G.  DISPLAY "<esc>=Abbr., < />=zurueck, <ret>=Miete (x100)"
               AT 2301.
           DISPLAY "Miete...............:" AT 0927.
           COMPUTE WH-WERT = MW-MIETE * 100.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495007" WH-CREG.
           IF ESC GO X.
           IF WOLI or AUF GO F.
           IF not RET GO G.
           COMPUTE MW-MIETE = WH-WERT / 100.
       H.  DISPLAY "<esc>=Abbr., < />=zurueck, <ret>=BK-Vorauszahlung"
               AT 2301.
           DISPLAY "BK-Vorauszahlung....:" AT 1027.
           COMPUTE WH-WERT = MW-BKVOR * 100.
           DISPLAY WH-WERT with highlight AT 1049.
           CALL "CAUP" USING "1010495007" WH-CREG.
           IF ESC GO X.
           IF WOLI or AUF GO G.
           IF not RET GO H.
           COMPUTE MW-BKVOR = WH-WERT / 100.
           COMPUTE MW-NSOLL = MW-MIETE + MW-BKVOR.
       I.  DISPLAY "<esc>=Abbr., < />=zurueck, <ret>=Kaution (x100)"
               AT 2301.
           DISPLAY "Kaution.............:" AT 1127.
           COMPUTE WH-WERT = MW-KAUTION * 100.
           DISPLAY WH-WERT with highlight AT 1149.
           CALL "CAUP" USING "1011495007" WH-CREG.
           IF ESC GO X.
           IF WOLI or AUF GO H.
           IF not RET GO I.
           COMPUTE MW-KAUTION = WH-WERT / 100.
       J.  DISPLAY "SEPA-Mandat des Nachmieters erfassen J/N" AT 2301.
           DISPLAY "Mandat (J/N)........:" AT 1227.
           MOVE "J" TO MW-MDKZ.
           DISPLAY MW-MDKZ with highlight AT 1249.
           ACCEPT MW-MDKZ AT 1249.
           IF NOT RET GO J.
           IF MW-MDKZ NOT = "J" AND MW-MDKZ NOT = "N" GO J.
           IF MW-MDKZ = "N" GO M.
       J1. DISPLAY "Mandatsreferenz.....:" AT 1327.
           MOVE SPACE TO MW-MDREF.
           DISPLAY MW-MDREF with highlight AT 1349.
           ACCEPT MW-MDREF AT 1349.
           IF NOT RET GO J1.
           IF MW-MDREF = SPACE GO J1.
       J2. DISPLAY "Unterschr. JJJJMMTT.:" AT 1427.
           MOVE MW-HEUTE TO MW-MDUNT.
           DISPLAY MW-MDUNT with highlight AT 1449.
           ACCEPT MW-MDUNT AT 1449.
           IF NOT RET GO J2.
       J3. DISPLAY "IBAN-Praefix (4)....:" AT 1527.
           MOVE SPACE TO MW-MDIBAN.
           DISPLAY MW-MDIBAN with highlight AT 1549.
           ACCEPT MW-MDIBAN AT 1549.
           IF NOT RET GO J3.
       J4. DISPLAY "Bankleitzahl........:" AT 1627.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1649.
           ACCEPT WH-WERT AT 1649.
           IF NOT RET GO J4.
           MOVE WH-WERT TO MW-MDBLZ.
       J5. DISPLAY "Kontonummer Bank....:" AT 1727.
           MOVE SPACE TO MW-MDKTO.
           DISPLAY MW-MDKTO with highlight AT 1749.
           ACCEPT MW-MDKTO AT 1749.
           IF NOT RET GO J5.
       J6. DISPLAY "Bankname............:" AT 1827.
           MOVE SPACE TO MW-MDBANK.
           DISPLAY MW-MDBANK with highlight AT 1849.
           ACCEPT MW-MDBANK AT 1849.
           IF NOT RET GO J6.
       M.  DISPLAY "<esc>=Abbr., <ret>=weiter zur Zwischenablesung"
               AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
      *    Zwischenablesung zum Auszugstag: Endstand des Vormieters     *
      *    und zugleich Anfangsstand des Nachmieters.                   *
       N.  CALL "CAUP" USING "1303012280000" WH-CREG.
           MOVE 0 TO MW-HZANZ.
           MOVE MW-AUSDAT TO MW-DATED HA-DATD.
           DISPLAY "Zwischenablesung zum " MW-DATED AT 0327.
       N1. DISPLAY "Heizkoerperzaehler 1-99, 0=fertig" AT 2301.
           DISPLAY "Zaehler-Nr..........:" AT 0527.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0549.
           CALL "CAUP" USING "1005491002" WH-CREG.
           IF ESC GO X.
           IF not RET GO N1.
           IF WH-WERT = 0 GO P.
           IF WH-WERT > 99 GO N1.
           MOVE MW-EGKTO TO HZ-KTONR.
           MOVE MW-AUSDAT TO HZ-DATUM.
           MOVE WH-WERT TO HZ-ZAEHLER.
       N2. DISPLAY "Verbrauch seit der letzten Ablesung (x100)" AT 2301.
           DISPLAY "Verbrauch...........:" AT 0627.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO N2.
           COMPUTE HZ-VERBR = WH-WERT / 100.
           PERFORM HEIZ-PLAUSI.
           IF ZP-OKKZ = "N" GO N2.
           PERFORM MWECH-HZMERK.
           MOVE MW-HZANZ TO MW-ZNRED.
           DISPLAY "erfasste Zaehler....: " MW-ZNRED AT 0727.
           GO N1.
       P.  DISPLAY "Wasserzaehlerstand (x100), 0=kein Zaehler" AT 2301.
           DISPLAY "Wasserstand.........:" AT 0927.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO P.
           COMPUTE MW-WASSER = WH-WERT / 100.
           MOVE "N" TO MW-WKZ.
           IF MW-WASSER NOT = 0 MOVE "J" TO MW-WKZ.
      *    Kaution des Vormieters: Rueckbehalt fuer Schaeden oder       *
      *    offene Forderungen vor der Abrechnung.                       *
       Q.  MOVE MW-ALT TO MI-KTONR.
           PERFORM KAUT-SALDO.
           MOVE KB-SALDO TO MW-KSTAND.
           MOVE MW-KSTAND TO MW-BETED.
           DISPLAY "Kautionsstand alt...: " MW-BETED AT 1127.
           MOVE "N" TO MW-KAKZ.
           MOVE 0 TO MW-RUECK.
           IF MW-KSTAND NOT > 0 GO R.
       Q1. DISPLAY "Rueckbehalt aus der Kaution (x100), 0=keiner"
               AT 2301.
           DISPLAY "Rueckbehalt.........:" AT 1227.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1249.
           CALL "CAUP" USING "1012495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO Q1.
           COMPUTE MW-RUECK = WH-WERT / 100.
           IF MW-RUECK > MW-KSTAND GO Q1.
       Q2. DISPLAY "Kaution jetzt abrechnen und auszahlen J/N" AT 2301.
           DISPLAY "Kautionsabrechnung..:" AT 1327.
           MOVE "J" TO MW-KAKZ.
           DISPLAY MW-KAKZ with highlight AT 1349.
           ACCEPT MW-KAKZ AT 1349.
           IF NOT RET GO Q2.
           IF MW-KAKZ NOT = "J" AND MW-KAKZ NOT = "N" GO Q2.
       R.  DISPLAY "<esc>=Abbr., <ret>=Mieterwechsel durchfuehren"
               AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO R.
           PERFORM MWECH-DURCH.
           GO B.
       X.  CLOSE MIETBUCH OPOS HEIZ KAUT MANDAT.
           IF ZP-OFF NOT = "J" CLOSE ZSTAMM.
           MOVE "MIETW" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Mieterwechsel - Datum *
      *  Prueft MW-DAT (JJJJMMTT) gegen die Monatslaenge; liefert       *
      *  MW-JJ/MW-MM/MW-TT und MW-MTAGE, MW-DATOK = J wenn gueltig.     *
       MWECH-DATCHK SECTION.
       A.  MOVE "N" TO MW-DATOK.
           MOVE MW-DAT(1:4) TO MW-JJ.
           MOVE MW-DAT(5:2) TO MW-MM.
           MOVE MW-DAT(7:2) TO MW-TT.
           IF MW-DAT < 19500101 OR MW-MM < 1 OR MW-MM > 12
               GO X.
           MOVE 31 TO MW-MTAGE.
           IF MW-MM = 4 OR MW-MM = 6 OR MW-MM = 9 OR MW-MM = 11
               MOVE 30 TO MW-MTAGE.
           IF MW-MM NOT = 2 GO B.
           MOVE 28 TO MW-MTAGE.
           DIVIDE MW-JJ BY 4 GIVING MW-JQ REMAINDER MW-JR.
           IF MW-JR = 0 MOVE 29 TO MW-MTAGE.
       B.  IF MW-TT < 1 OR MW-TT > MW-MTAGE GO X.
           MOVE "J" TO MW-DATOK.
           GO Z.
       X.  DISPLAY "Datum ungueltig (JJJJMMTT)" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Mieterwechsel - Folgetag *
      *  MW-FOLGE = Kalendertag nach MW-JJ/MW-MM/MW-TT (MW-MTAGE aus    *
      *  MWECH-DATCHK) - Vorschlag fuer den Einzug des Nachmieters.     *
       MWECH-FOLGETAG SECTION.
       A.  IF MW-TT < MW-MTAGE
               COMPUTE MW-FOLGE = MW-JJ * 10000 + MW-MM * 100
                   + MW-TT + 1
               GO Z.
           IF MW-MM < 12
               COMPUTE MW-FOLGE = MW-JJ * 10000 + (MW-MM + 1) * 100
                   + 1
               GO Z.
           COMPUTE MW-FOLGE = (MW-JJ + 1) * 10000 + 0101.
       Z.  EXIT.
      ********************************* Mieterwechsel - Zaehler merken *
      *  Ablesung aus HZ-ZAEHLER/HZ-VERBR in die Tabelle; ein zweimal   *
      *  erfasster Zaehler ueberschreibt seinen ersten Wert.            *
       MWECH-HZMERK SECTION.
       A.  MOVE 0 TO MW-HIX.
       B.  ADD 1 TO MW-HIX.
           IF MW-HIX > MW-HZANZ GO C.
           IF MW-HZNR(MW-HIX) NOT = HZ-ZAEHLER GO B.
           MOVE HZ-VERBR TO MW-HZVERBR(MW-HIX).
           GO Z.
       C.  IF MW-HZANZ NOT < 12
               DISPLAY "mehr als 12 Zaehler - Rest ueber Heizwerte"
                   AT 2401
               PERFORM WEITER
               GO Z.
           ADD 1 TO MW-HZANZ.
           MOVE HZ-ZAEHLER TO MW-HZNR(MW-HZANZ).
           MOVE HZ-VERBR TO MW-HZVERBR(MW-HZANZ).
       Z.  EXIT.
      ********************************** Mieterwechsel - Durchfuehrung *
      *  Reihenfolge wie beim Eigentuemerwechsel: erst der Neusatz -    *
      *  scheitert er, bleibt der Vormieter unberuehrt.                 *
       MWECH-DURCH SECTION.
       A.  MOVE MW-ALT TO MI-KTONR.
           READ MIETER INVALID KEY GO Z.
      *    Nachmieter aus dem Altsatz aufbauen: die Anschrift ist die   *
      *    der Einheit und bleibt stehen, alles Persoenliche und alle   *
      *    Vertragswerte werden neu gesetzt.                            *
           MOVE MW-NEU TO MI-KTONR.
           MOVE MW-NNAME TO MI-NAME.
           MOVE SPACE TO MI-ANREDE MI-EMAIL MI-ANONYM.
           MOVE MW-EINDAT TO MI-EINZUG.
           MOVE 0 TO MI-AUSZUG MI-SALDO MI-VPIBAS MI-VPISCHW.
           MOVE MW-MIETE TO MI-MIETE.
           MOVE MW-BKVOR TO MI-BKVORAUS.
           MOVE MW-KAUTION TO MI-KAUTION.
           WRITE MI-SATZ INVALID KEY
               DISPLAY "Anlage Nachmieter gescheitert" AT 2401
               PERFORM WEITER
               GO Z.
      *    Vormieter schliessen                                         *
           MOVE MW-ALT TO MI-KTONR.
           READ MIETER INVALID KEY GO Z.
           MOVE MW-AUSDAT TO MI-AUSZUG.
           REWRITE MI-SATZ.
           IF MW-MDKZ NOT = "J" GO B.
           INITIALIZE MD-SATZ.
           MOVE "M" TO MD-QUELLE.
           MOVE MW-NEU TO MD-KTONR.
           MOVE WE-FNR TO MD-FNR.
           MOVE MW-MDREF TO MD-REF.
           MOVE MW-MDUNT TO MD-UNTDAT.
           MOVE "F" TO MD-SEQ.
           MOVE 0 TO MD-GUELTBIS.
           MOVE MW-MDIBAN TO MD-IBAN.
           MOVE MW-MDBLZ TO MD-BKLZL.
           MOVE MW-MDKTO TO MD-BKKTO.
           MOVE MW-MDBANK TO MD-BANKNAME.
           MOVE SPACE TO MD-PRUEFKZ.
           WRITE MD-SATZ INVALID KEY REWRITE MD-SATZ.
       B.  MOVE 0 TO MW-SUMA MW-SUMN.
           PERFORM MWECH-SOLLALT.
           PERFORM MWECH-SOLLNEU.
           PERFORM MWECH-ABLESUNG.
           IF MW-RUECK = 0 GO C.
           MOVE MW-ALT TO MI-KTONR.
           PERFORM KAUT-SALDO.
           MOVE "R" TO KT-ART.
           MOVE MW-RUECK TO KT-BETRAG.
           MOVE SPACE TO KB-TEXTD.
           MOVE MW-AUSDAT TO KB-DATD.
           STRING "Rueckbehalt Mieterwechsel " KB-DATD
               DELIMITED BY SIZE INTO KB-TEXTD.
           MOVE KB-TEXTD TO KT-TEXT.
           PERFORM KAUT-BUCHUNG.
       C.  IF MW-KAKZ = "J"
               MOVE MW-ALT TO KB-EINZEL
               PERFORM KAUT-ABRECHNUNG
               MOVE 0 TO KB-EINZEL.
           PERFORM MWECH-LOG.
           PERFORM MWECH-PROTOKOLL.
           DISPLAY "Mieterwechsel durchgefuehrt" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ********************************* Mieterwechsel - Soll Vormieter *
      *  Auszugsmonat: Soll = (Miete + BK) * Tage/30 abzueglich dessen, *
      *  was die Sollstellung dort schon belastet hat (Gutschrift, wenn *
      *  der volle Monat schon gestellt ist); Folgemonate bis heute:    *
      *  bereits gestellte Monatssolls werden zurueckgebucht.           *
       MWECH-SOLLALT SECTION.
       A.  MOVE MW-AUSDAT(1:6) TO MW-PER.
           MOVE MW-ALT TO MW-BKTO.
       B.  MOVE MW-ALT TO SO-GKTO.
           MOVE MW-PER TO SO-GPER.
           PERFORM SOLL-GESTELLT.
           MOVE SPACE TO MW-TEXTD.
           IF MW-PER = MW-AUSDAT(1:6)
               COMPUTE MW-SOLL ROUNDED = MW-ASOLL * MW-TAGA / 30
               MOVE MW-AUSDAT TO MW-BDAT
               MOVE MW-TAGA TO MW-TAGED
               STRING "Schlusssoll Auszug " MW-TAGED "/30 Tage"
                   DELIMITED BY SIZE INTO MW-TEXTD
           ELSE
               MOVE 0 TO MW-SOLL
               COMPUTE MW-BDAT = MW-PER * 100 + 1
               STRING "Rueckbuchung Soll " MW-PER " (Auszug)"
                   DELIMITED BY SIZE INTO MW-TEXTD.
           COMPUTE MW-DIFF = MW-SOLL - SO-GSUMME.
           IF MW-DIFF NOT = 0
               PERFORM MWECH-BUCH
               ADD MW-DIFF TO MW-SUMA.
           IF MW-PER NOT < MW-HPER GO Z.
           IF MW-PER(5:2) = "12" ADD 89 TO MW-PER
                            ELSE ADD 1 TO MW-PER.
           GO B.
       Z.  EXIT.
      ******************************** Mieterwechsel - Soll Nachmieter *
      *  Einzugsmonat: Soll = (Miete + BK) * Tage/30; Folgemonate bis   *
      *  heute nur, wenn deren Sollstellung schon gelaufen ist - sonst  *
      *  stellt sie der Monatslauf selbst.                              *
       MWECH-SOLLNEU SECTION.
       A.  MOVE MW-EINDAT(1:6) TO MW-PER.
           MOVE MW-NEU TO MW-BKTO.
           MOVE SPACE TO MW-SPOFF.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN INPUT SOLLPER.
           IF WF-STATUS = "35" MOVE "J" TO MW-SPOFF.
       B.  MOVE SPACE TO MW-TEXTD.
           IF MW-PER = MW-EINDAT(1:6)
               COMPUTE MW-DIFF ROUNDED = MW-NSOLL * MW-TAGN / 30
               MOVE MW-EINDAT TO MW-BDAT
               MOVE MW-TAGN TO MW-TAGED
               STRING "Soll Einzug " MW-TAGED "/30 Tage"
                   DELIMITED BY SIZE INTO MW-TEXTD
               GO C.
           IF MW-SPOFF = "J" GO D.
           MOVE WE-FNR TO SP-FNR.
           MOVE MW-PER TO SP-PERIODE.
           READ SOLLPER INVALID KEY GO D.
           MOVE MW-NSOLL TO MW-DIFF.
           COMPUTE MW-BDAT = MW-PER * 100 + 1.
           STRING "Sollstellung " MW-PER " (Einzug)"
               DELIMITED BY SIZE INTO MW-TEXTD.
       C.  IF MW-DIFF NOT = 0
               PERFORM MWECH-BUCH
               ADD MW-DIFF TO MW-SUMN.
       D.  IF MW-PER NOT < MW-HPER GO X.
           IF MW-PER(5:2) = "12" ADD 89 TO MW-PER
                            ELSE ADD 1 TO MW-PER.
           GO B.
       X.  IF MW-SPOFF NOT = "J" CLOSE SOLLPER.
       Z.  EXIT.
      ************************************ Mieterwechsel - Sollbuchung *
      *  MW-DIFF auf Konto MW-BKTO zum MW-BDAT: Saldo, MIETBUCH (Art S) *
      *  und OPOS - eine Belastung wird Posten, eine Gutschrift wird    *
      *  wie das BK-Guthaben gegen die offenen Posten ausgeziffert.     *
       MWECH-BUCH SECTION.
       A.  MOVE MW-BKTO TO MI-KTONR.
           READ MIETER INVALID KEY GO Z.
           ADD MW-DIFF TO MI-SALDO.
           REWRITE MI-SATZ.
           MOVE 0 TO MB-LFDNR.
       B.  ADD 1 TO MB-LFDNR.
           MOVE MW-BKTO TO MB-KTONR.
           MOVE MW-BDAT TO MB-DATUM.
           MOVE WE-FNR TO MB-FNR.
           MOVE "S" TO MB-ART.
           MOVE MW-DIFF TO MB-BETRAG.
           MOVE MW-TEXTD TO MB-TEXT.
           WRITE MB-SATZ INVALID KEY GO B.
           MOVE "M" TO OF-QU.
           MOVE MW-BKTO TO OF-KTO.
           IF MW-DIFF < 0 GO C.
           MOVE "S" TO OF-ART.
           MOVE MW-DIFF TO OF-BETRAG.
           MOVE MW-BDAT TO OF-DATUM OF-FAELL.
           MOVE MW-TEXTD TO OF-TEXT.
           PERFORM OPOS-BELASTUNG.
           GO Z.
       C.  COMPUTE OF-REST = MW-DIFF * -1.
           PERFORM OPOS-AUSZIFFERN.
       Z.  EXIT.
      ******************************* Mieterwechsel - Zwischenablesung *
      *  Heizkoerperzaehler als HEIZ-Ablesung zum Auszugstag; der       *
      *  Vorjahresverbrauch im Zaehlerstamm wird bewusst NICHT nach-    *
      *  gefuehrt - ein Teiljahr verfaelschte die Plausibilitaet der    *
      *  naechsten Jahresablesung. Der Wasserstand geht in die Wasser-  *
      *  historie der laufenden Periode des Whg.-Kontos.                *
       MWECH-ABLESUNG SECTION.
       A.  MOVE 0 TO MW-HIX.
       B.  ADD 1 TO MW-HIX.
           IF MW-HIX > MW-HZANZ GO C.
           MOVE MW-EGKTO TO HZ-KTONR.
           MOVE MW-AUSDAT TO HZ-DATUM.
           MOVE MW-HZNR(MW-HIX) TO HZ-ZAEHLER.
           MOVE WE-FNR TO HZ-FNR.
           MOVE MW-HZVERBR(MW-HIX) TO HZ-VERBR.
           WRITE HZ-SATZ INVALID KEY REWRITE HZ-SATZ.
           GO B.
       C.  MOVE 0 TO MW-WSIX.
           MOVE SPACE TO MW-WSBEL.
           IF MW-WKZ NOT = "J" GO Z.
           MOVE MW-EGKTO TO EG-KTONR.
           READ EIGENTUM INVALID KEY GO Z.
           MOVE 0 TO MW-HIX.
       D.  ADD 1 TO MW-HIX.
           IF MW-HIX > 5 GO Z.
           IF EG-VSDAT(MW-HIX) NOT = WA-HIDAT GO D.
      *    Platz traegt schon eine andere Ablesung (Messdienst) - nicht *
      *    ueberschreiben, der Stand geht nur ins Protokoll.            *
           IF EG-WDAT(MW-HIX) NOT = 0
               AND EG-WDAT(MW-HIX) NOT = MW-AUSDAT
               MOVE "J" TO MW-WSBEL
               DISPLAY "Wasserstand der Periode schon belegt" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE MW-HIX TO MW-WSIX.
           MOVE MW-AUSDAT TO EG-WDAT(MW-WSIX).
           MOVE MW-WASSER TO EG-WSTAND(MW-WSIX).
           REWRITE EG-SATZ.
       Z.  EXIT.
      ********************************* Mieterwechsel - Protokolldatei *
       MWECH-LOG SECTION.
       A.  OPEN EXTEND MIETLOG.
           IF WF-STATUS = "35" OPEN OUTPUT MIETLOG.
           MOVE MW-ALT TO MW-KTOED.
           MOVE MW-NEU TO MW-KTOED2.
           MOVE SPACE TO MW-ZEILE.
           STRING MW-HEUTE " " WE-USER " Mieterwechsel Mieter "
               MW-KTOED " auf " MW-KTOED2 DELIMITED BY SIZE
               INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           MOVE MW-EGKTO TO MW-KTOED.
           MOVE MW-AUSDAT TO MW-DATED.
           MOVE MW-EINDAT TO MW-DATED2.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Whg.-Konto " MW-KTOED " Auszug " MW-DATED
               " Einzug " MW-DATED2 DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           MOVE MW-SUMA TO MW-BETED.
           MOVE MW-TAGA TO MW-TAGED.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Soll alt " MW-BETED " (Auszugsmonat " MW-TAGED
               "/30 Tage)" DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           MOVE MW-SUMN TO MW-BETED.
           MOVE MW-TAGN TO MW-TAGED.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Soll neu " MW-BETED " (Einzugsmonat " MW-TAGED
               "/30 Tage)" DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           MOVE 0 TO MW-HIX.
       B.  ADD 1 TO MW-HIX.
           IF MW-HIX > MW-HZANZ GO C.
           MOVE MW-HZNR(MW-HIX) TO MW-ZNRED.
           MOVE MW-HZVERBR(MW-HIX) TO MW-VERBED.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Heizzaehler " MW-ZNRED " Verbrauch " MW-VERBED
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           GO B.
       C.  MOVE SPACE TO MW-ZEILE.
           MOVE MW-WASSER TO MW-VERBED.
           IF MW-WKZ NOT = "J"
               MOVE "  kein Wasserstand erfasst" TO MW-ZEILE
           ELSE
               IF MW-WSBEL = "J"
                   STRING "  Wasserstand " MW-VERBED
                       " - Periode schon belegt, nur Protokoll"
                       DELIMITED BY SIZE INTO MW-ZEILE
               ELSE
               IF MW-WSIX = 0
                   STRING "  Wasserstand " MW-VERBED
                       " - keine laufende Periode, nur Protokoll"
                       DELIMITED BY SIZE INTO MW-ZEILE
               ELSE
                   STRING "  Wasserstand " MW-VERBED
                       DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           MOVE MW-KSTAND TO MW-BETED.
           MOVE MW-RUECK TO MW-BETED2.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Kaution " MW-BETED " Rueckbehalt " MW-BETED2
               " Abrechnung " MW-KAKZ DELIMITED BY SIZE
               INTO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           MOVE SPACE TO MW-ZEILE.
           IF MW-MDKZ = "J"
               STRING "  Mandat " MW-MDREF DELIMITED BY SIZE
                   INTO MW-ZEILE
           ELSE
               MOVE "  kein Mandat fuer den Nachmieter" TO MW-ZEILE.
           MOVE MW-ZEILE TO MWL-ZEILE.
           WRITE MWL-ZEILE.
           CLOSE MIETLOG.
       Z.  EXIT.
      ***************************** Mieterwechsel - Uebergabeprotokoll *
      *  Ein Blatt fuer beide Parteien zum Unterschreiben; archiviert   *
      *  auf das Konto des Nachmieters (Briefart MIETW).                *
       MWECH-PROTOKOLL SECTION.
       A.  MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-OEFFNEN.
           MOVE "MIETW" TO AQ-ART.
           MOVE "M" TO AQ-QU.
           MOVE MW-NEU TO AQ-KTO.
           IF KO-DRU(WL-RPT) = 2 OR KO-DRU(WL-RPT) = 3
               PERFORM ARCH-NAME.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-HEUTE TO MW-DATED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Uebergabeprotokoll Mieterwechsel vom " MW-DATED
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-EGKTO TO EG-KTONR MW-KTOED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Whg.-Konto " MW-KTOED DELIMITED BY SIZE
               INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           READ EIGENTUM INVALID KEY GO B.
           PERFORM WHG-TOPZEILE.
       B.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-ALT TO MW-KTOED.
           MOVE MW-AUSDAT TO MW-DATED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Vormieter  " MW-KTOED " " MW-ANAME
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO MW-ZEILE.
           STRING "           Mietende (letzter Tag) " MW-DATED
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-NEU TO MW-KTOED.
           MOVE MW-EINDAT TO MW-DATED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Nachmieter " MW-KTOED " " MW-NNAME
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO MW-ZEILE.
           STRING "           Mietbeginn " MW-DATED
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-MIETE TO MW-BETED.
           MOVE MW-BKVOR TO MW-BETED2.
           MOVE SPACE TO MW-ZEILE.
           STRING "           Miete " MW-BETED "  BK-Vorauszahlung "
               MW-BETED2 DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-KAUTION TO MW-BETED.
           MOVE SPACE TO MW-ZEILE.
           STRING "           Kaution " MW-BETED DELIMITED BY SIZE
               INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-AUSDAT TO MW-DATED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Zwischenablesung zum " MW-DATED
               " (Endstand Vormieter = Anfangsstand Nachmieter)"
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO MW-HIX.
       C.  ADD 1 TO MW-HIX.
           IF MW-HIX > MW-HZANZ GO D.
           MOVE MW-HZNR(MW-HIX) TO MW-ZNRED.
           MOVE MW-HZVERBR(MW-HIX) TO MW-VERBED.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Heizkoerperzaehler " MW-ZNRED
               "  Verbrauch seit letzter Ablesung " MW-VERBED
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO C.
       D.  IF MW-WKZ NOT = "J" GO E.
           MOVE MW-WASSER TO MW-VERBED.
           MOVE SPACE TO MW-ZEILE.
           STRING "  Wasserzaehlerstand " MW-VERBED " m3"
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       E.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-SUMA TO MW-BETED.
           MOVE MW-TAGA TO MW-TAGED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Schlussabrechnung Soll Vormieter " MW-BETED
               " (Auszugsmonat " MW-TAGED "/30 Tage)"
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-SUMN TO MW-BETED.
           MOVE MW-TAGN TO MW-TAGED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Soll Nachmieter bis heute    " MW-BETED
               " (Einzugsmonat " MW-TAGED "/30 Tage)"
               DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MW-KSTAND TO MW-BETED.
           MOVE SPACE TO MW-ZEILE.
           STRING "Kaution Vormieter " MW-BETED DELIMITED BY SIZE
               INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF MW-RUECK NOT = 0
               MOVE MW-RUECK TO MW-BETED
               MOVE SPACE TO MW-ZEILE
               STRING "  davon einbehalten " MW-BETED
                   DELIMITED BY SIZE INTO MW-ZEILE
               MOVE MW-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           IF MW-KAKZ = "J"
               MOVE "  Abrechnung mit gesondertem Schreiben" TO DR-ZEILE
           ELSE
               MOVE "  Abrechnung folgt gesondert" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Schluessel uebergeben: ____ Stueck" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Maengel / Anmerkungen:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           WRITE DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO MW-ZEILE.
           STRING "______________________   "
               "______________________   "
               "______________________" DELIMITED BY SIZE
               INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO MW-ZEILE.
           STRING "Vormieter                "
               "Nachmieter               "
               "Hausverwaltung" DELIMITED BY SIZE INTO MW-ZEILE.
           MOVE MW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           IF KO-DRU(WL-RPT) NOT = 3 GO X.
           MOVE SPACE TO WF-STATUS.
           CALL "CAMAIL" USING WX-LPT SPACE WH-CREG.
           MOVE SPACE TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           PERFORM ARCH-STATUS.
       X.  CLOSE ARCHIV.
       Z.  EXIT.
      ************************************* Befristungen - Menue *
      *  Befristete Mietvertraege: Wartung der Befristungsdaten je      *
      *  Mieterkonto, Eintrag einer Verlaengerung (mit Historie) und    *
      *  Ablaufliste der naechsten sechs Monate mit Erinnerungs-        *
      *  schreiben; die Liste laeuft auch im Stapel (Funktion           *
      *  BEFRISTUNG).                                                   *
       BEFR-MENU SECTION.
       A.  MOVE 4 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Mieterstamm)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "     Befristungen" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO BW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO BW-HEUTE
                           ELSE ADD 19000000 TO BW-HEUTE.
           MOVE "HV-BEFRI.DAT" TO DATEI.
           OPEN I-O BEFRIST.
           IF WF-STATUS = "35"
               OPEN OUTPUT BEFRIST
               CLOSE BEFRIST
               OPEN I-O BEFRIST.
           MOVE "J" TO BW-OFFEN.
       B.  DISPLAY "W=Wartung, V=Verlaengerung, L=Ablaufliste, "
               "leer=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2354.
           IF WH-X = SPACE GO X.
           IF WH-X = "W" PERFORM BEFR-WARTUNG GO B.
           IF WH-X = "V" PERFORM BEFR-VERLAENG GO B.
           IF WH-X = "L" PERFORM BEFR-LISTE GO B.
           GO B.
       X.  CLOSE BEFRIST.
           MOVE SPACE TO BW-OFFEN.
           MOVE "BEFRI" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Befristungen - Mieter *
      *  Mieterkonto erfragen (0 = Namenssuche) und lesen; BW-GEF = J   *
      *  bei Abbruch. Die Befristung des Kontos steht danach in         *
      *  FR-SATZ, BW-NEU = J wenn noch keine erfasst ist.               *
       BEFR-KONTO SECTION.
       A.  MOVE "J" TO BW-GEF.
           CALL "CAUP" USING "1303012280000" WH-CREG.
           DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Mieterkonto.........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A.
           IF WH-WERT = 0
               MOVE "M" TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO A END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO MI-KTONR.
           MOVE SPACE TO BW-GEF.
           READ MIETER INVALID KEY MOVE "J" TO BW-GEF.
           IF BEFR-FEHLT OR MI-FNR NOT = WE-FNR
               DISPLAY "Mieterkonto unbekannt" AT 2401
               PERFORM WEITER
               GO A.
           DISPLAY WH-WERT with highlight AT 0349.
           DISPLAY MI-NAME AT 0355.
           MOVE MI-EINZUG TO BW-DATED.
           MOVE MI-AUSZUG TO BW-DATED2.
           DISPLAY "Einzug/Auszug.......:" AT 0427.
           DISPLAY BW-DATED " / " BW-DATED2 AT 0449.
           MOVE SPACE TO BW-NEU.
           MOVE MI-KTONR TO FR-KTONR.
           READ BEFRIST INVALID KEY MOVE "J" TO BW-NEU.
           IF BW-NEU = "J"
               INITIALIZE FR-SATZ
               MOVE MI-KTONR TO FR-KTONR
               MOVE WE-FNR TO FR-FNR.
       Z.  EXIT.
      ************************************* Befristungen - Wartung *
      *  Anlage/Aenderung der Befristung eines Mieterkontos. Ein hier   *
      *  geaendertes Ende gilt als Korrektur (keine Historie) und       *
      *  setzt den Erinnerungsstand zurueck; Verlaengerungen laufen     *
      *  ueber V.                                                       *
       BEFR-WARTUNG SECTION.
       A.  PERFORM BEFR-KONTO.
           IF BEFR-FEHLT GO Z.
           IF BW-NEU = "J"
               DISPLAY "neue Befristung - Anlage" AT 2401.
           MOVE FR-ENDE TO BW-ENDALT.
           PERFORM BEFR-HISTORIE.
       B.  DISPLAY "<ret>=letzter Vertragstag JJJJMMTT, 0=unbefristet"
               AT 2301.
           DISPLAY "befristet bis.......:" AT 0527.
           MOVE FR-ENDE TO BW-DATED.
           DISPLAY BW-DATED with highlight AT 0549.
           ACCEPT BW-DATED AT 0549.
           IF NOT RET GO B.
           PERFORM BEFR-DATCHK.
           IF BEFR-FEHLT GO B.
           IF BW-DATED NOT = 0 AND BW-DATED NOT > MI-EINZUG
               DISPLAY "Ende liegt vor dem Einzug" AT 2401
               PERFORM WEITER
               GO B.
           MOVE BW-DATED TO FR-ENDE.
       C.  DISPLAY "J=Verlaengerung im Vertrag vorgesehen, N=nein"
               AT 2301.
           DISPLAY "Verlaengerung (J/N).:" AT 0627.
           IF FR-VERLKZ NOT = "J" MOVE "N" TO FR-VERLKZ.
           DISPLAY FR-VERLKZ with highlight AT 0649.
           ACCEPT FR-VERLKZ AT 0649.
           IF NOT RET GO C.
           IF FR-VERLKZ NOT = "J" AND FR-VERLKZ NOT = "N" GO C.
       D.  DISPLAY "<esc>=Abbruch, <ret>=Kuendigungsfrist Mieter "
               "in Monaten" AT 2301.
           DISPLAY "Kuend.frist Mieter..:" AT 0727.
           MOVE FR-KFMIET TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO D.
           IF WH-WERT > 24 GO D.
           MOVE WH-WERT TO FR-KFMIET.
       E.  DISPLAY "<esc>=Abbruch, <ret>=Kuendigungsfrist Vermieter "
               "in Monaten" AT 2301.
           DISPLAY "Kuend.frist Vermiet.:" AT 0827.
           MOVE FR-KFVERM TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO E.
           IF WH-WERT > 24 GO E.
           MOVE WH-WERT TO FR-KFVERM.
       F.  DISPLAY "<ret>=Vermerk" AT 2301.
           DISPLAY "Notiz...............:" AT 0927.
           DISPLAY FR-NOTIZ with highlight AT 0949.
           ACCEPT FR-NOTIZ AT 0949.
           IF NOT RET GO F.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           IF FR-ENDE NOT = BW-ENDALT
               MOVE SPACE TO FR-ERSTUFE
               MOVE 0 TO FR-ERDAT.
           REWRITE FR-SATZ INVALID KEY WRITE FR-SATZ.
           MOVE "BEFRI" TO WH-PN.
           GO A.
       Z.  EXIT.
      ************************************* Befristungen - Verlaengerung *
      *  Traegt eine vereinbarte Verlaengerung ein: neues Ende (0 =     *
      *  nunmehr unbefristet), Historie mit altem/neuem Ende, Datum     *
      *  und Benutzer; der Erinnerungsstand wird zurueckgesetzt. Bei    *
      *  voller Historie faellt die aelteste Verlaengerung heraus.      *
       BEFR-VERLAENG SECTION.
       A.  PERFORM BEFR-KONTO.
           IF BEFR-FEHLT GO Z.
           IF BW-NEU = "J" OR FR-ENDE = 0
               DISPLAY "keine Befristung erfasst - erst ueber W anlegen"
                   AT 2401
               PERFORM WEITER
               GO A.
           PERFORM BEFR-HISTORIE.
           DISPLAY "befristet bis.......:" AT 0527.
           MOVE FR-ENDE TO BW-DATED.
           DISPLAY BW-DATED with highlight AT 0549.
       B.  DISPLAY "<ret>=neues Vertragsende JJJJMMTT, 0=unbefristet"
               AT 2301.
           DISPLAY "verlaengert bis.....:" AT 0627.
           MOVE 0 TO BW-DATED.
           DISPLAY BW-DATED with highlight AT 0649.
           ACCEPT BW-DATED AT 0649.
           IF NOT RET GO B.
           PERFORM BEFR-DATCHK.
           IF BEFR-FEHLT GO B.
           IF BW-DATED NOT = 0 AND BW-DATED NOT > FR-ENDE
               DISPLAY "neues Ende muss nach dem bisherigen liegen"
                   AT 2401
               PERFORM WEITER
               GO B.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           IF FR-VANZ NOT < 6 PERFORM BEFR-SCHIEBEN.
           ADD 1 TO FR-VANZ.
           MOVE BW-HEUTE TO FR-VDAT(FR-VANZ).
           MOVE FR-ENDE TO FR-VALT(FR-VANZ).
           MOVE BW-DATED TO FR-VNEU(FR-VANZ).
           MOVE WE-USER TO FR-VUSER(FR-VANZ).
           MOVE BW-DATED TO FR-ENDE.
           MOVE SPACE TO FR-ERSTUFE.
           MOVE 0 TO FR-ERDAT.
           REWRITE FR-SATZ.
           DISPLAY "Verlaengerung gespeichert" AT 2401.
           PERFORM WEITER.
           MOVE "BEFRI" TO WH-PN.
           GO A.
       Z.  EXIT.
      ************************************* Befristungen - Historie *
      *  Aelteste Verlaengerung verwerfen, Rest nachruecken.            *
       BEFR-SCHIEBEN SECTION.
       A.  MOVE 1 TO BW-IX.
       B.  IF BW-IX > 5 GO X.
           MOVE FR-VERL(BW-IX + 1) TO FR-VERL(BW-IX).
           ADD 1 TO BW-IX.
           GO B.
       X.  MOVE 5 TO FR-VANZ.
       Z.  EXIT.
      ******************************************************************
      *  Bisherige Verlaengerungen ab Zeile 12 anzeigen.                *
       BEFR-HISTORIE SECTION.
       A.  IF FR-VANZ = 0 GO Z.
           DISPLAY "Verlaengerungen:    am     altes Ende neues Ende"
               AT 1101.
           MOVE 1 TO BW-IX.
       B.  IF BW-IX > FR-VANZ GO Z.
           MOVE FR-VDAT(BW-IX) TO BW-DATED.
           MOVE FR-VALT(BW-IX) TO BW-DATED2.
           MOVE FR-VNEU(BW-IX) TO BW-DAT.
           MOVE SPACE TO BW-ZEILE.
           STRING "                 " BW-DATED "  " BW-DATED2
               "   " BW-DAT "  " FR-VUSER(BW-IX)
               DELIMITED BY SIZE INTO BW-ZEILE.
           COMPUTE VDU-LP = (11 + BW-IX) * 100 + 1.
           DISPLAY BW-ZEILE(1:79) AT VDU-LP.
           ADD 1 TO BW-IX.
           GO B.
       Z.  EXIT.
      ************************************* Befristungen - Datum *
       BEFR-DATCHK SECTION.
       A.  MOVE SPACE TO BW-GEF.
           IF BW-DATED = 0 GO Z.
           MOVE BW-DATED TO BW-DAT.
           MOVE BW-DAT(5:2) TO BW-MM.
           MOVE BW-DAT(7:2) TO BW-TT.
           IF BW-MM < 1 OR BW-MM > 12 OR BW-TT < 1 OR BW-TT > 31
              OR BW-DAT < 19500101
               MOVE "J" TO BW-GEF
               DISPLAY "Datum ungueltig (JJJJMMTT)" AT 2401
               PERFORM WEITER.
       Z.  EXIT.
      ************************************* Befristungen - Monatsrechnung *
      *  BW-DAT = BW-DAT + BW-ADDM Monate; der Tag wird auf das         *
      *  Monatsende des Zielmonats begrenzt.                            *
       BEFR-MONATE SECTION.
       A.  MOVE BW-DAT(1:4) TO BW-JJ.
           MOVE BW-DAT(5:2) TO BW-MM.
           MOVE BW-DAT(7:2) TO BW-TT.
           COMPUTE BW-MON = BW-MM - 1 + BW-ADDM.
           DIVIDE BW-MON BY 12 GIVING BW-JZ REMAINDER BW-MR.
           ADD BW-JZ TO BW-JJ.
           COMPUTE BW-MM = BW-MR + 1.
           IF BW-TT > 30 AND (BW-MM = 4 OR BW-MM = 6 OR BW-MM = 9
                              OR BW-MM = 11)
               MOVE 30 TO BW-TT.
           IF BW-MM = 2 AND BW-TT > 28 MOVE 28 TO BW-TT.
           COMPUTE BW-DAT = BW-JJ * 10000 + BW-MM * 100 + BW-TT.
       Z.  EXIT.
      ************************************* Befristungen - Einstufung *
      *  Liest den Mieter zu FR-SATZ und setzt BW-STUFE: A = Befri-     *
      *  stung abgelaufen und Mieter noch im Objekt, 3 = Ende binnen    *
      *  drei Monaten, 6 = binnen sechs Monaten, leer = nichts zu tun   *
      *  (unbefristet, Ende weiter weg oder Auszug zum Vertragsende).   *
       BEFR-STUFE SECTION.
       A.  MOVE SPACE TO BW-STUFE.
           IF FR-ENDE = 0 GO Z.
           IF FR-ENDE > BW-G6 GO Z.
           MOVE FR-KTONR TO MI-KTONR.
           MOVE SPACE TO BW-GEF.
           READ MIETER INVALID KEY MOVE "J" TO BW-GEF.
           IF BEFR-FEHLT GO Z.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG NOT > FR-ENDE GO Z.
           IF FR-ENDE < BW-HEUTE MOVE "A" TO BW-STUFE GO Z.
           IF FR-ENDE NOT > BW-G3 MOVE "3" TO BW-STUFE GO Z.
           MOVE "6" TO BW-STUFE.
       Z.  EXIT.
      ************************************* Befristungen - Listzeile *
       BEFR-ZEILE SECTION.
       A.  MOVE FR-KTONR TO BW-KTOED.
           MOVE MI-EGKTONR TO BW-KTOED2.
           MOVE FR-ENDE TO BW-DATED.
           MOVE FR-ERDAT TO BW-DATED2.
           MOVE FR-KFMIET TO BW-KFED.
           MOVE FR-KFVERM TO BW-KFED2.
           MOVE SPACE TO BW-ZEILE.
           IF FR-ERSTUFE = SPACE
               STRING BW-KTOED " " MI-NAME(1:28) " " BW-DATED " "
                   FR-VERLKZ "  " BW-KFED "/" BW-KFED2 "  " BW-KTOED2
                   DELIMITED BY SIZE INTO BW-ZEILE
           ELSE
               STRING BW-KTOED " " MI-NAME(1:28) " " BW-DATED " "
                   FR-VERLKZ "  " BW-KFED "/" BW-KFED2 "  " BW-KTOED2
                   "  " FR-ERSTUFE " " BW-DATED2
                   DELIMITED BY SIZE INTO BW-ZEILE.
       Z.  EXIT.
      ************************************* Befristungen - Ablaufliste *
      *  Befristete Mietvertraege des Mandanten, deren Ende binnen      *
      *  sechs Monaten liegt: zuerst die bereits abgelaufenen (Mieter   *
      *  noch im Objekt - der Vertrag droht unbefristet zu werden),     *
      *  dann Ende binnen drei und binnen sechs Monaten. Danach die     *
      *  Erinnerungsschreiben. Aus dem Menue oder im Stapel (eigene     *
      *  Dateioeffnung).                                                *
       BEFR-LISTE SECTION.
       A.  MOVE 0 TO BW-ANZ BW-ABGL BW-BRF BW-OHNE.
           MOVE WH-DATUM TO BW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO BW-HEUTE
                           ELSE ADD 19000000 TO BW-HEUTE.
           MOVE BW-HEUTE TO BW-DAT.
           MOVE 3 TO BW-ADDM.
           PERFORM BEFR-MONATE.
           MOVE BW-DAT TO BW-G3.
           MOVE BW-HEUTE TO BW-DAT.
           MOVE 6 TO BW-ADDM.
           PERFORM BEFR-MONATE.
           MOVE BW-DAT TO BW-G6.
           MOVE SPACE TO BW-SELBST.
           IF BW-OFFEN = "J" GO B.
           MOVE "HV-BEFRI.DAT" TO DATEI.
           OPEN I-O BEFRIST.
           IF WF-STATUS = "35"
               DISPLAY "keine Befristungen erfasst" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "J" TO BW-SELBST.
       B.  MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE BW-HEUTE TO BW-DATED.
           MOVE BW-G6 TO BW-DATED2.
           MOVE SPACE TO BW-ZEILE.
           STRING "Ablaufende befristete Mietvertraege - Stichtag "
               BW-DATED ", Ende bis " BW-DATED2
               DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO BW-ZEILE.
           MOVE "Kto"      TO BW-ZEILE(2:3).
           MOVE "Mieter"   TO BW-ZEILE(6:6).
           MOVE "Ende"     TO BW-ZEILE(35:4).
           MOVE "V"        TO BW-ZEILE(44:1).
           MOVE "KF M/V"   TO BW-ZEILE(46:6).
           MOVE "Whg."     TO BW-ZEILE(54:4).
           MOVE "erinnert" TO BW-ZEILE(60:8).
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 1 TO BW-PASS.
       C.  IF BW-PASS = 1
               MOVE "Befristung abgelaufen, Mieter noch im Objekt:"
                   TO DR-ZEILE.
           IF BW-PASS = 2
               MOVE "Ende binnen drei Monaten:" TO DR-ZEILE.
           IF BW-PASS = 3
               MOVE "Ende in drei bis sechs Monaten:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO FR-KTONR.
           MOVE SPACE TO BW-EOF.
           START BEFRIST KEY NOT < FR-KEY INVALID KEY
               MOVE "J" TO BW-EOF.
       D.  IF BEFR-EOF GO E.
           READ BEFRIST NEXT RECORD AT END MOVE "J" TO BW-EOF GO D.
           IF FR-FNR NOT = WE-FNR GO D.
           PERFORM BEFR-STUFE.
           IF BW-STUFE = SPACE GO D.
           IF BW-PASS = 1 AND BW-STUFE NOT = "A" GO D.
           IF BW-PASS = 2 AND BW-STUFE NOT = "3" GO D.
           IF BW-PASS = 3 AND BW-STUFE NOT = "6" GO D.
           ADD 1 TO BW-ANZ.
           IF BW-STUFE = "A" ADD 1 TO BW-ABGL.
           PERFORM BEFR-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF FR-NOTIZ = SPACE GO D.
           MOVE SPACE TO BW-ZEILE.
           STRING "     " FR-NOTIZ DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO D.
       E.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF BW-PASS < 3 ADD 1 TO BW-PASS GO C.
           MOVE BW-ANZ TO BW-ANZED.
           MOVE BW-ABGL TO BW-ANZED2.
           MOVE SPACE TO BW-ZEILE.
           STRING "Summe: " BW-ANZED " Vertraege, davon " BW-ANZED2
               " abgelaufen" DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF BW-ABGL = 0 GO X.
           MOVE SPACE TO BW-ZEILE.
           STRING "ACHTUNG: " BW-ANZED2 " Befristung(en) abgelaufen "
               "- sonst gilt der Vertrag als unbefristet!"
               DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       X.  CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           MOVE BW-ANZ TO BW-ANZED.
           DISPLAY "Ablaufliste: " BW-ANZED " Vertraege." AT 2401.
           PERFORM WEITER.
           IF BW-ANZ NOT = 0 PERFORM BEFR-ERINNERUNG.
           IF BW-SELBST = "J" CLOSE BEFRIST.
       Z.  EXIT.
      ************************************* Befristungen - Erinnerung *
      *  Erinnerungsschreiben an den Eigentuemer (Whg.-Konto des        *
      *  Mieters) oder an den Mieter, je Vertrag einmal im 6-Monats-,   *
      *  im 3-Monats-Fenster und nach Ablauf; archiviert als BEFR. Im   *
      *  Stapel geht die Erinnerung an den Eigentuemer.                 *
       BEFR-ERINNERUNG SECTION.
       A.  IF BATCH-AKTIV MOVE "E" TO BW-EMPF GO B.
           DISPLAY "Erinnerungsschreiben: E=an Eigentuemer, "
               "M=an Mieter, leer=keine" AT 2301.
           MOVE SPACE TO BW-EMPF.
           ACCEPT BW-EMPF AT 2365.
           IF BW-EMPF = SPACE GO Z.
           IF BW-EMPF NOT = "E" AND BW-EMPF NOT = "M" GO A.
       B.  MOVE 0 TO FR-KTONR.
           MOVE SPACE TO BW-EOF.
           START BEFRIST KEY NOT < FR-KEY INVALID KEY
               MOVE "J" TO BW-EOF.
       C.  IF BEFR-EOF GO X.
           READ BEFRIST NEXT RECORD AT END MOVE "J" TO BW-EOF GO C.
           IF FR-FNR NOT = WE-FNR GO C.
           PERFORM BEFR-STUFE.
           IF BW-STUFE = SPACE GO C.
           IF BW-STUFE = FR-ERSTUFE GO C.
           IF BW-EMPF = "M" GO D.
           MOVE MI-EGKTONR TO EG-KTONR.
           MOVE SPACE TO BW-GEF.
           IF MI-EGKTONR = 0 MOVE "J" TO BW-GEF
           ELSE READ EIGENTUM INVALID KEY MOVE "J" TO BW-GEF.
           IF BEFR-FEHLT ADD 1 TO BW-OHNE GO C.
       D.  PERFORM BEFR-BRIEF.
           MOVE BW-STUFE TO FR-ERSTUFE.
           MOVE BW-HEUTE TO FR-ERDAT.
           REWRITE FR-SATZ.
           ADD 1 TO BW-BRF.
           GO C.
       X.  MOVE BW-BRF TO BW-ANZED.
           MOVE BW-OHNE TO BW-ANZED2.
           IF BW-OHNE = 0
               DISPLAY "Erinnerungsschreiben: " BW-ANZED " erstellt."
                   AT 2401
           ELSE
               DISPLAY "Erinnerungsschreiben: " BW-ANZED " erstellt, "
                   BW-ANZED2 " ohne Eigentuemerkonto." AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Befristungen - Brief *
      *  Erinnerungsschreiben fuer den geladenen FR-SATZ/MI-SATZ (und   *
      *  EG-SATZ bei BW-EMPF = E) mit Hinweis auf die Rechtsfolge       *
      *  einer unbemerkt abgelaufenen Befristung.                       *
       BEFR-BRIEF SECTION.
       A.  MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-OEFFNEN.
           MOVE "BEFR" TO AQ-ART.
           MOVE BW-EMPF TO AQ-QU.
           IF BW-EMPF = "E"
               MOVE EG-KTONR TO AQ-KTO
               MOVE EG-EMAIL TO BW-EMAIL
           ELSE
               MOVE MI-KTONR TO AQ-KTO
               MOVE MI-EMAIL TO BW-EMAIL.
           IF KO-DRU(WL-RPT) = 2 OR KO-DRU(WL-RPT) = 3
               PERFORM ARCH-NAME.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF BW-EMPF = "E" PERFORM ADR-EIGEN
                       ELSE PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE BW-HEUTE TO BW-DATED.
           MOVE SPACE TO BW-ZEILE.
           STRING "Datum: " BW-DATED DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-KTONR TO BW-KTOED.
           MOVE SPACE TO BW-ZEILE.
           STRING "Befristeter Mietvertrag Konto " BW-KTOED " - "
               MI-NAME DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-EINZUG TO BW-DATED.
           MOVE FR-ENDE TO BW-DATED2.
           MOVE SPACE TO BW-ZEILE.
           IF BW-STUFE = "A"
               STRING "Der seit " BW-DATED " bestehende Mietvertrag "
                   "war befristet bis " BW-DATED2 "."
                   DELIMITED BY SIZE INTO BW-ZEILE
           ELSE
               STRING "Der seit " BW-DATED " bestehende Mietvertrag "
                   "ist befristet bis " BW-DATED2 "."
                   DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF FR-VERLKZ = "J"
               MOVE "Eine Verlaengerung ist im Vertrag vorgesehen."
                   TO DR-ZEILE
               WRITE DR-ZEILE.
           IF FR-KFMIET = 0 AND FR-KFVERM = 0 GO B.
           MOVE FR-KFMIET TO BW-KFED.
           MOVE FR-KFVERM TO BW-KFED2.
           MOVE SPACE TO BW-ZEILE.
           STRING "Kuendigungsfristen: Mieter " BW-KFED
               " Monat(e), Vermieter " BW-KFED2 " Monat(e)."
               DELIMITED BY SIZE INTO BW-ZEILE.
           MOVE BW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       B.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF BW-EMPF = "M" GO C.
           MOVE "Bitte teilen Sie uns umgehend mit, ob das Mietverhaelt"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "nis verlaengert oder zum Vertragsende beendet werden"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "soll. Laeuft die Befristung unbemerkt ab, gilt der"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Vertrag als auf unbestimmte Zeit abgeschlossen; eine"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "erneute Befristung ist dann nicht mehr moeglich."
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO D.
       C.  MOVE "Bitte setzen Sie sich wegen einer Verlaengerung bzw."
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "der Wohnungsuebergabe zum Vertragsende rechtzeitig"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "mit uns in Verbindung." TO DR-ZEILE.
           WRITE DR-ZEILE.
       D.  CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) NOT = 3 GO X.
           MOVE SPACE TO WF-STATUS.
           IF BW-EMAIL NOT = SPACE
               CALL "CAMAIL" USING WX-LPT BW-EMAIL WH-CREG
               MOVE BW-EMAIL TO AQ-EMAIL
           ELSE
               CALL "CAMAIL" USING WX-LPT SPACE WH-CREG
               MOVE SPACE TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           PERFORM ARCH-STATUS.
       X.  CLOSE ARCHIV.
       Z.  EXIT.
      ************************************* Eigentuemerversammlung *
      *  L = Anwesenheitsliste (Stimmgewicht EG-ANTEILW in Tausend-     *
      *  stel), A = Anwesenheit erfassen mit laufender Beschluss-       *
      *  faehigkeit (> 50 % der Gesamtanteile), B = Beschluss mit       *
      *  Ja/Nein/Enthaltung-Gewichten dauerhaft in BESCHL ablegen.      *
       VERSAMMLUNG SECTION.
       A.  MOVE " Eigent.-Versammlung" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO VS-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO VS-HEUTE
                           ELSE ADD 19000000 TO VS-HEUTE.
           MOVE "HV-BESCHL.DAT" TO DATEI.
           OPEN I-O BESCHL.
           IF WF-STATUS = "35"
               OPEN OUTPUT BESCHL
               CLOSE BESCHL
               OPEN I-O BESCHL.
           MOVE 0 TO VS-GSUM VS-ANW EG-KTONR.
           MOVE SPACE TO VS-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO VS-EOF.
       A1. IF VERS-EOF GO B.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO VS-EOF GO A1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO VS-EOF GO A1.
           IF EG-UEBDAT NOT = 0 GO A1.
           ADD EG-ANTEILW TO VS-GSUM.
           GO A1.
       B.  DISPLAY "L=Liste, A=Anwesenheit, B=Beschluss, leer=Ende"
               AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2348.
           IF WH-X = SPACE GO X.
           IF WH-X = "L" PERFORM VERS-LISTE GO B.
           IF WH-X = "A" PERFORM VERS-ANWESEND GO B.
           IF WH-X = "B" PERFORM VERS-BESCHLUSS GO B.
           GO B.
       X.  CLOSE BESCHL.
           MOVE "VERSA" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Versammlung - Liste *
       VERS-LISTE SECTION.
       A.  MOVE 4 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Anwesenheitsliste Eigentuemerversammlung" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Konto Eigentuemer / Anteil (Tausendstel) / anwesend"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO EG-KTONR.
           MOVE SPACE TO VS-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO VS-EOF.
       B.  IF VERS-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO VS-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO VS-EOF GO B.
           IF EG-UEBDAT NOT = 0 GO B.
           MOVE EG-KTONR TO VS-KTOED.
           MOVE EG-ANTEILW TO VS-ANTED.
           STRING VS-KTOED " " EG-BEZ(1:40) " " VS-ANTED
               " /1000   [   ]"
               DELIMITED BY SIZE INTO VS-ZEILE.
           MOVE VS-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE VS-GSUM TO VS-ANTED.
           STRING "Gesamtgewicht: " VS-ANTED " /1000"
               DELIMITED BY SIZE INTO VS-ZEILE.
           MOVE VS-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Anwesenheitsliste gedruckt." AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Versammlung - Anwesenheit *
       VERS-ANWESEND SECTION.
       A.  MOVE 0 TO VS-ANW VS-ANZ EG-KTONR.
           MOVE SPACE TO VS-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO VS-EOF.
       B.  IF VERS-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO VS-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO VS-EOF GO B.
           IF EG-UEBDAT NOT = 0 GO B.
           MOVE EG-KTONR TO VS-KTOED.
           MOVE EG-ANTEILW TO VS-ANTED.
           DISPLAY "Konto " AT 0901 VS-KTOED AT 0908
               EG-BEZ(1:40) AT 0914 VS-ANTED AT 0956 "/1000" AT 0962.
       B1. DISPLAY "A=anwesend V=vertreten N=abwesend E=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2345.
           IF WH-X = "E" GO X.
           IF WH-X NOT = "A" AND WH-X NOT = "V" AND WH-X NOT = "N"
               DISPLAY "bitte A, V, N oder E" AT 2401
               GO B1.
           IF WH-X = "A" OR WH-X = "V"
               ADD EG-ANTEILW TO VS-ANW
               ADD 1 TO VS-ANZ.
           PERFORM VERS-QUORUM.
           GO B.
       X.  PERFORM VERS-QUORUM.
           DISPLAY "Anwesenheit erfasst: " VS-ANZ " Eigentuemer."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Versammlung - Quorum *
       VERS-QUORUM SECTION.
       A.  IF VS-GSUM = 0 GO Z.
           COMPUTE VS-QED ROUNDED = VS-ANW * 100 / VS-GSUM.
           IF VS-ANW * 2 > VS-GSUM
               DISPLAY "anwesend " VS-QED " % - beschlussfaehig  "
                   AT 1101
           ELSE
               DISPLAY "anwesend " VS-QED " % - nicht beschlussf."
                   AT 1101.
       Z.  EXIT.
      ************************************* Versammlung - Beschluss *
       VERS-BESCHLUSS SECTION.
       A.  DISPLAY "Beschlusstext.......:" AT 0527.
           MOVE SPACE TO VS-TEXTD.
           DISPLAY VS-TEXTD with highlight AT 0549.
           ACCEPT VS-TEXTD AT 0549.
           IF NOT RET GO A.
           IF VS-TEXTD = SPACE GO A.
       B.  DISPLAY "<esc>=Abbr., <ret>=Ja-Gewicht (Tausendstel)"
               AT 2301.
           DISPLAY "Ja-Stimmen..........:" AT 0627.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           MOVE WH-WERT TO BS-JA.
       C.  DISPLAY "<esc>=Abbr., <ret>=Nein-Gewicht" AT 2301.
           DISPLAY "Nein-Stimmen........:" AT 0727.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           MOVE WH-WERT TO BS-NEIN.
       D.  DISPLAY "<esc>=Abbr., <ret>=Enthaltungen" AT 2301.
           DISPLAY "Enthaltungen........:" AT 0827.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO D.
           MOVE WH-WERT TO BS-ENTH.
       M.  DISPLAY "<esc>=Abbr., <ret>=Beschluss speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           IF BS-JA > BS-NEIN MOVE "A" TO BS-ERG
                         ELSE MOVE "B" TO BS-ERG.
           MOVE VS-TEXTD TO BS-TEXT.
           MOVE VS-ANW TO BS-ANWES.
           MOVE VS-GSUM TO BS-GSUM.
           MOVE 0 TO BS-LFDNR.
       M1. ADD 1 TO BS-LFDNR.
           MOVE WE-FNR TO BS-FNR.
           MOVE VS-HEUTE TO BS-DATUM.
           WRITE BS-SATZ INVALID KEY GO M1.
           IF BS-ERG = "A"
               DISPLAY "Beschluss ANGENOMMEN - gespeichert" AT 2401
           ELSE
               DISPLAY "Beschluss ABGELEHNT - gespeichert" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Anschriftblock Eigentuemer *
      *  Fensterkuverttauglicher Adressblock aus den strukturierten     *
      *  Feldern; solange EG-NAME leer ist (Altbestand ohne Nach-       *
      *  arbeit), wird weiter der EG-BEZ-Textblock gedruckt.            *
       ADR-EIGEN SECTION.
       A.  IF EG-NAME = SPACE
               MOVE EG-BEZ TO DR-ZEILE
               WRITE DR-ZEILE
               GO Z.
           IF EG-ANREDE NOT = SPACE
               MOVE EG-ANREDE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE EG-NAME TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EG-STRASSE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO AD-ZEILE.
           IF EG-LAND NOT = SPACE
               STRING EG-LAND "-" EG-PLZ " " EG-WOHNORT
                   DELIMITED BY SIZE INTO AD-ZEILE
           ELSE
               STRING EG-PLZ " " EG-WOHNORT
                   DELIMITED BY SIZE INTO AD-ZEILE.
           MOVE AD-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Anschriftblock Mieter *
       ADR-MIETER SECTION.
       A.  IF MI-ANREDE NOT = SPACE
               MOVE MI-ANREDE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE MI-NAME TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF MI-STRASSE = SPACE
               MOVE MI-ANSCHR TO DR-ZEILE
               WRITE DR-ZEILE
               GO Z.
           MOVE MI-STRASSE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO AD-ZEILE.
           IF MI-LAND NOT = SPACE
               STRING MI-LAND "-" MI-PLZ " " MI-WOHNORT
                   DELIMITED BY SIZE INTO AD-ZEILE
           ELSE
               STRING MI-PLZ " " MI-WOHNORT
                   DELIMITED BY SIZE INTO AD-ZEILE.
           MOVE AD-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Benutzer - Anmeldung *
      *  Laeuft einmalig im Vorlauf: solange HV-BENUTZ.DAT fehlt oder   *
      *  leer ist, bleibt der Altbetrieb ueber das KO-SPERRE-Codewort   *
      *  unveraendert; sonst drei Anmeldeversuche, danach Programmende. *
      *  WE-USER wird aus dem Kurzzeichen des angemeldeten Benutzers    *
      *  gesetzt, die Berechtigungen wandern nach BN-R.                 *
       ANMELDUNG SECTION.
       A.  MOVE SPACE TO BN-AKTIV.
           MOVE "HV-BENUTZ.DAT" TO DATEI.
           OPEN INPUT BENUTZER.
           IF WF-STATUS = "35" GO Z.
           MOVE SPACE TO BE-LOGIN.
           MOVE SPACE TO BN-GEF.
           START BENUTZER KEY NOT < BE-KEY INVALID KEY
               MOVE "J" TO BN-GEF.
           IF NOT BENU-FEHLT
               READ BENUTZER NEXT RECORD AT END
                   MOVE "J" TO BN-GEF.
           IF BENU-FEHLT
               CLOSE BENUTZER
               GO Z.
           MOVE 0 TO BN-VERS.
       B.  ADD 1 TO BN-VERS.
           IF BN-VERS > 3
               DISPLAY "Anmeldung fehlgeschlagen - Programmende"
                   AT 2401
               CLOSE BENUTZER
               STOP RUN.
           DISPLAY "Anmeldung - Benutzer:" AT 0301.
           MOVE SPACE TO BN-LOGIN.
           ACCEPT BN-LOGIN AT 0325.
           DISPLAY "Passwort............:" AT 0401.
           MOVE SPACE TO BN-PASSW.
           ACCEPT BN-PASSW AT 0425.
           MOVE BN-LOGIN TO BE-LOGIN.
           MOVE SPACE TO BN-GEF.
           READ BENUTZER INVALID KEY MOVE "J" TO BN-GEF.
           IF BENU-FEHLT
               DISPLAY "Benutzer/Passwort falsch" AT 2401
               GO B.
           IF BE-PASSW NOT = BN-PASSW
               DISPLAY "Benutzer/Passwort falsch" AT 2401
               GO B.
           MOVE "J" TO BN-AKTIV.
           MOVE BE-KURZ TO WE-USER.
           MOVE BE-LOGIN TO BN-ANMELD.
           PERFORM VARYING BN-IX FROM 1 BY 1 UNTIL BN-IX > 7
               MOVE BE-RECHT(BN-IX) TO BN-R(BN-IX).
           CLOSE BENUTZER.
           DISPLAY "                                      " AT 2401.
       Z.  EXIT.
      ************************************* Benutzer - Rechtepruefung *
      *  Ohne aktive Anmeldung (Altbetrieb) ist alles erlaubt.          *
       RECHT-PRUEF SECTION.
       A.  MOVE "J" TO BN-OK.
           IF BN-AKTIV NOT = "J" GO Z.
           IF BN-R(BN-RIX) NOT = "J" MOVE "N" TO BN-OK.
       Z.  EXIT.
      ************************************* Periodensperre - Pruefung *
      *  SR-DATUM (Belegdatum JJJJMMTT) gegen das Abschlussdatum des    *
      *  Mandanten (KO-ABSCHL, 0 = keine Sperre); KO-SATZ des           *
      *  laufenden Mandanten liegt seit VORLAUF/J bzw. BATCH-ZEILE im   *
      *  Satzbereich.                                                   *
       SPERR-PRUEF SECTION.
       A.  MOVE "J" TO SR-OK.
           IF KO-ABSCHL = 0 GO Z.
           IF SR-DATUM NOT > KO-ABSCHL MOVE "N" TO SR-OK.
       Z.  EXIT.
      ************************************* Periodensperre - oeffnen *
      *  Zuruecknehmen des Abschlussdatums (Jahr wieder oeffnen):       *
      *  eigenes Benutzerrecht (6) und Eintrag im Transaktions-         *
      *  protokoll - der Steuerberater will nachvollziehen koennen,     *
      *  wer einen abgeschlossenen Bestand wieder angreifbar machte.    *
       SPERR-OEFFNEN SECTION.
       A.  MOVE 6 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               MOVE "N" TO SR-ERL
               DISPLAY "keine Berechtigung (Jahresabschluss oeffnen)"
                   AT 2401
               GO Z.
           MOVE "J" TO SR-ERL.
           MOVE "ABSCH" TO WH-PN.
           PERFORM PROTOKOLL.
       Z.  EXIT.
      ************************************* Benutzer - Wartung *
       BENUTZER-WARTUNG SECTION.
       A.  MOVE 3 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Konstanten)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "  Benutzerverwaltung" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-BENUTZ.DAT" TO DATEI.
           OPEN I-O BENUTZER.
           IF WF-STATUS = "35"
               OPEN OUTPUT BENUTZER
               CLOSE BENUTZER
               OPEN I-O BENUTZER.
      *    Erster Benutzer ueberhaupt wird mit allen Rechten angelegt - *
      *    sonst koennte sich das Buero bei der Einrichtung selbst      *
      *    von der Konstanten-/Benutzerverwaltung aussperren.           *
           MOVE SPACE TO BE-LOGIN BN-ERST.
           START BENUTZER KEY NOT < BE-KEY INVALID KEY
               MOVE "J" TO BN-ERST.
           IF BN-ERST NOT = "J"
               READ BENUTZER NEXT RECORD AT END
                   MOVE "J" TO BN-ERST.
       B.  DISPLAY "Anmeldename (leer=Ende)" AT 2301.
           DISPLAY "Benutzer............:" AT 0327.
           MOVE SPACE TO BN-LOGIN.
           ACCEPT BN-LOGIN AT 0349.
           IF BN-LOGIN = SPACE GO X.
           MOVE BN-LOGIN TO BE-LOGIN.
           READ BENUTZER INVALID KEY
               DISPLAY "neuer Benutzer - Anlage" AT 2401
               INITIALIZE BE-SATZ
               MOVE BN-LOGIN TO BE-LOGIN
               PERFORM BENU-VORBELEGUNG.
       C.  DISPLAY "Name................:" AT 0427.
           DISPLAY BE-NAME with highlight AT 0449.
           ACCEPT BE-NAME AT 0449.
           IF NOT RET GO C.
       D.  DISPLAY "Kurzzeichen (2).....:" AT 0527.
           DISPLAY BE-KURZ with highlight AT 0549.
           ACCEPT BE-KURZ AT 0549.
           IF NOT RET GO D.
           IF BE-KURZ = SPACE GO D.
       E.  DISPLAY "Passwort............:" AT 0627.
           ACCEPT BE-PASSW AT 0649.
           IF NOT RET GO E.
           IF BE-PASSW = SPACE GO E.
       F.  MOVE 1 TO BN-IX.
       F1. EVALUATE BN-IX
               WHEN 1 DISPLAY "Recht Mahnwesen (J/N)...............:"
                          AT 0727
               WHEN 2 DISPLAY "Recht SEPA-Export/-Einzug (J/N).....:"
                          AT 0827
               WHEN 3 DISPLAY "Recht Konstantenverwaltung (J/N)....:"
                          AT 0927
               WHEN 4 DISPLAY "Recht Mieterstamm (J/N).............:"
                          AT 1027
               WHEN 5 DISPLAY "Recht Zentralbericht (J/N)..........:"
                          AT 1127
               WHEN 6 DISPLAY "Recht Jahresabschluss oeffnen (J/N).:"
                          AT 1227
               WHEN 7 DISPLAY "Recht Zahlungsfreigabe (J/N)........:"
                          AT 1327
           END-EVALUATE.
           COMPUTE BN-POS = (6 + BN-IX) * 100 + 65.
           DISPLAY BE-RECHT(BN-IX) with highlight AT BN-POS.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT BN-POS.
           IF WH-X NOT = "J" AND WH-X NOT = "N" GO F1.
           MOVE WH-X TO BE-RECHT(BN-IX).
           IF BN-IX < 7
               ADD 1 TO BN-IX
               GO F1.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE BE-SATZ INVALID KEY WRITE BE-SATZ.
           MOVE SPACE TO BN-ERST.
           MOVE "BENUT" TO WH-PN.
           GO B.
       X.  CLOSE BENUTZER.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Benutzer - Rechte-Vorbelegung *
       BENU-VORBELEGUNG SECTION.
       A.  IF BN-ERST = "J"
               MOVE "J" TO BE-RECHT(1) BE-RECHT(2) BE-RECHT(3)
                           BE-RECHT(4) BE-RECHT(5) BE-RECHT(6)
                           BE-RECHT(7)
           ELSE
               MOVE "N" TO BE-RECHT(1) BE-RECHT(2) BE-RECHT(3)
                           BE-RECHT(4) BE-RECHT(5) BE-RECHT(6)
                           BE-RECHT(7).
       Z.  EXIT.
      ************************************* Stapelbetrieb *
      *  Unbeaufsichtigter Lauf ohne Bildschirmfuehrung: je Zeile der   *
      *  Steuerdatei werden Funktion, Mandant und Stichtag gesetzt und  *
      *  der jeweilige Abschnitt direkt durchlaufen - WEITER ueber-     *
      *  springt im Stapel die Tasteneingabe, die Druckziele werden     *
      *  auf PDF gestellt, das Ergebnis je Lauf geht ins Ergebnislog.   *
       BATCH-LAUF SECTION.
       A.  MOVE "J" TO BT-AKTIV.
           IF WH-DATUM = 0
               ACCEPT WZ-DATUM FROM DATE
               MOVE WZ-DATUM TO WH-DATUM.
      *    Tagesdatum merken - Stichtage aus der Steuerdatei gelten    *
      *    nur fuer ihre eigene Zeile (0 = Tagesdatum).                *
           MOVE WH-DATUM TO BT-DATUM0.
           MOVE "BT" TO WE-USER.
           MOVE "N" TO WE-ZENTRAL.
           MOVE "HV-EIGEN.DAT" TO DATEI.
           OPEN I-O EIGENTUM.
           MOVE "HV-MIET.DAT" TO DATEI.
           OPEN I-O MIETER.
           IF WF-STATUS = "35"
               OPEN OUTPUT MIETER
               CLOSE MIETER
               OPEN I-O MIETER.
           MOVE "HV-KONST.DAT" TO DATEI.
           OPEN I-O KONSTANT.
           OPEN EXTEND BATLOG.
           IF WF-STATUS = "35" OPEN OUTPUT BATLOG.
           MOVE WH-DATUM TO BT-DATED.
           IF WH-DATUM < 500000 ADD 20000000 TO BT-DATED
                           ELSE ADD 19000000 TO BT-DATED.
           MOVE SPACE TO BT-ZEILED.
           STRING BT-DATED " Batchlauf Beginn"
               DELIMITED BY SIZE INTO BT-ZEILED.
           MOVE BT-ZEILED TO BL-ZEILE.
           WRITE BL-ZEILE.
           PERFORM BATCH-BENPRUEF.
           OPEN INPUT BATCTL.
           IF WF-STATUS = "35"
               MOVE "  Steuerdatei HV-BATCH.CTL fehlt" TO BL-ZEILE
               WRITE BL-ZEILE
               GO X.
           MOVE SPACE TO BT-EOF.
      *    Kopfzeile: bei aktiver Benutzerverwaltung muss die erste    *
      *    Zeile eine ANMELDUNG mit gueltigem Benutzer sein - sonst    *
      *    waere der Stapelweg eine Umgehung der Funktionsrechte.      *
           READ BATCTL AT END MOVE "J" TO BT-EOF.
           IF BATCH-EOF GO C.
           IF BC-FUNK = "ANMELDUNG"
               PERFORM BATCH-ANMELDUNG
               IF BT-ANMREQ = "J" AND BN-AKTIV NOT = "J"
                   GO C
               END-IF
               GO B.
           IF BT-ANMREQ = "J"
               MOVE "  Anmeldung erforderlich - Batch abgebrochen"
                   TO BL-ZEILE
               WRITE BL-ZEILE
               GO C.
           PERFORM BATCH-ZEILE.
       B.  IF BATCH-EOF GO C.
           READ BATCTL AT END MOVE "J" TO BT-EOF GO B.
           PERFORM BATCH-ZEILE.
           GO B.
       C.  CLOSE BATCTL.
       X.  MOVE "Batchlauf Ende" TO BL-ZEILE.
           WRITE BL-ZEILE.
           CLOSE BATLOG.
           CLOSE EIGENTUM MIETER KONSTANT.
           MOVE 0 TO WH-PG.
       Z.  EXIT.
      ************************************* Stapel - Steuerzeile *
       BATCH-ZEILE SECTION.
       A.  IF BC-FUNK = SPACE GO Z.
           IF BC-FNR < 1 OR BC-FNR > 6
               MOVE SPACE TO BT-ZEILED
               STRING "  " BC-FUNK " - Mandant ungueltig"
                   DELIMITED BY SIZE INTO BT-ZEILED
               MOVE BT-ZEILED TO BL-ZEILE
               WRITE BL-ZEILE
               GO Z.
           MOVE BC-FNR TO WE-FNR.
      *    Leere Stichtagsspalten (Editoren kappen Leerzeichen am      *
      *    Zeilenende) duerfen nicht als Datum durchgehen.             *
           IF BC-DATUM NOT NUMERIC MOVE 0 TO BC-DATUM.
           IF BC-DATUM NOT = 0 MOVE BC-DATUM TO WH-DATUM
                          ELSE MOVE BT-DATUM0 TO WH-DATUM.
           MOVE WE-FNR TO WH-KEY.
           MOVE SPACE TO BT-GEF.
           READ KONSTANT INVALID KEY MOVE "J" TO BT-GEF.
           IF BT-GEF = "J"
               MOVE SPACE TO BT-ZEILED
               STRING "  " BC-FUNK " - Mandant ohne Kopfsatz"
                   DELIMITED BY SIZE INTO BT-ZEILED
               MOVE BT-ZEILED TO BL-ZEILE
               WRITE BL-ZEILE
               GO Z.
           PERFORM BATCH-KOPF.
           EVALUATE BC-FUNK
               WHEN "MAHNWESEN"
                   MOVE 1 TO BN-RIX
                   PERFORM RECHT-PRUEF
                   IF NOT RECHT-OK
                       PERFORM BATCH-VERBOT
                       GO Z
                   END-IF
                   MOVE SPACE TO PB-MODUS
                   PERFORM MAHNWESEN
               WHEN "MAHN-PROBE"
                   MOVE 1 TO BN-RIX
                   PERFORM RECHT-PRUEF
                   IF NOT RECHT-OK
                       PERFORM BATCH-VERBOT
                       GO Z
                   END-IF
                   MOVE "J" TO PB-MODUS
                   PERFORM MAHNWESEN
               WHEN "SEPA-EXPORT"
                   MOVE 2 TO BN-RIX
                   PERFORM RECHT-PRUEF
                   IF NOT RECHT-OK
                       PERFORM BATCH-VERBOT
                       GO Z
                   END-IF
                   PERFORM SEPA-EXPORT
               WHEN "ABR-CHECK" PERFORM ABR-CHECK
               WHEN "KONTOAUSZUG" PERFORM KONTOAUSZUG
               WHEN "PRUEFTERMINE" PERFORM PRUEF-LISTE
               WHEN "BEFRISTUNG" PERFORM BEFR-LISTE
               WHEN "PORTAL"
                   MOVE "D" TO PX-MODUS
                   PERFORM PX-LAUF
               WHEN "PORTAL-VOLL"
                   MOVE "V" TO PX-MODUS
                   PERFORM PX-LAUF
               WHEN "VERW-BERICHT" PERFORM MONATSBERICHT
               WHEN "VERW-ZENTRAL"
                   MOVE 5 TO BN-RIX
                   PERFORM RECHT-PRUEF
                   IF NOT RECHT-OK
                       PERFORM BATCH-VERBOT
                       GO Z
                   END-IF
                   PERFORM MONB-ZENTRAL
               WHEN OTHER
                   MOVE SPACE TO BT-ZEILED
                   STRING "  " BC-FUNK " - Funktion unbekannt"
                       DELIMITED BY SIZE INTO BT-ZEILED
                   MOVE BT-ZEILED TO BL-ZEILE
                   WRITE BL-ZEILE
                   GO Z
           END-EVALUATE.
           PERFORM BATCH-ERGEBNIS.
       Z.  EXIT.
      ************************************* Stapel - Benutzerzwang? *
      *  Wie ANMELDUNG im Dialog: solange HV-BENUTZ.DAT fehlt oder     *
      *  leer ist, laeuft der Stapel im Altbetrieb ohne Anmeldung.     *
       BATCH-BENPRUEF SECTION.
       A.  MOVE SPACE TO BT-ANMREQ.
           MOVE "HV-BENUTZ.DAT" TO DATEI.
           OPEN INPUT BENUTZER.
           IF WF-STATUS = "35" GO Z.
           MOVE SPACE TO BE-LOGIN BN-GEF.
           START BENUTZER KEY NOT < BE-KEY INVALID KEY
               MOVE "J" TO BN-GEF.
           IF NOT BENU-FEHLT
               READ BENUTZER NEXT RECORD AT END
                   MOVE "J" TO BN-GEF.
           IF NOT BENU-FEHLT MOVE "J" TO BT-ANMREQ.
           CLOSE BENUTZER.
       Z.  EXIT.
      ************************************* Stapel - Anmeldung *
      *  Prueft die ANMELDUNG-Kopfzeile gegen den Benutzerstamm und    *
      *  laedt Kurzzeichen und Rechte wie die Dialog-Anmeldung.        *
       BATCH-ANMELDUNG SECTION.
       A.  IF BT-ANMREQ NOT = "J" GO Z.
           MOVE "HV-BENUTZ.DAT" TO DATEI.
           OPEN INPUT BENUTZER.
           IF WF-STATUS = "35" GO Z.
           MOVE BC-ALOGIN TO BE-LOGIN.
           MOVE SPACE TO BN-GEF.
           READ BENUTZER INVALID KEY MOVE "J" TO BN-GEF.
           IF BENU-FEHLT OR BE-PASSW NOT = BC-APASSW
               MOVE "  Anmeldung fehlgeschlagen - Batch abgebrochen"
                   TO BL-ZEILE
               WRITE BL-ZEILE
               CLOSE BENUTZER
               GO Z.
           MOVE "J" TO BN-AKTIV.
           MOVE BE-KURZ TO WE-USER.
           MOVE BE-LOGIN TO BN-ANMELD.
           PERFORM VARYING BN-IX FROM 1 BY 1 UNTIL BN-IX > 7
               MOVE BE-RECHT(BN-IX) TO BN-R(BN-IX).
           CLOSE BENUTZER.
       Z.  EXIT.
      ************************************* Stapel - Rechteverbot *
       BATCH-VERBOT SECTION.
       A.  MOVE SPACE TO BT-ZEILED.
           STRING "  " BC-FUNK " - keine Berechtigung"
               DELIMITED BY SIZE INTO BT-ZEILED.
           MOVE BT-ZEILED TO BL-ZEILE.
           WRITE BL-ZEILE.
       Z.  EXIT.
      ************************************* Stapel - Mandantenkopf *
      *  Entspricht dem Kopfteil von VORLAUF/J: Firma, USt-Saetze und   *
      *  laufende Abrechnungsperiode (WA-HIDAT) aus KONSTANT; die       *
      *  Druckziele werden im Speicher auf PDF gestellt, damit kein     *
      *  Lauf am fehlenden Terminaldrucker haengenbleibt.               *
       BATCH-KOPF SECTION.
       A.  MOVE KO-FIRMA TO WK-FIRMA.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE KO-UST(WX) TO WT-UST(WX).
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 5
               MOVE 2 TO KO-DRU(WX).
           MOVE WH-DATUM TO WV-HIDAT.
           IF WH-DATUM < 500000 ADD 20000000 TO WV-HIDAT
                           else ADD 19000000 TO WV-HIDAT.
           MOVE WV-HIDAT TO WA-HIDAT.
           PERFORM VARYING WX FROM 10 BY -1 UNTIL WX = 0
                IF KO-AKKDAT(WX) not = 0
                    MOVE KO-AKKDAT(WX) TO WA-HIDAT
                    IF KO-AKKDAT(WX) < 500000 ADD 20000000 TO WA-HIDAT
                                         else ADD 19000000 TO WA-HIDAT
                    end-if
                    IF WA-HIDAT < WV-HIDAT exit perform.
       Z.  EXIT.
      ************************************* Stapel - Ergebniszeile *
       BATCH-ERGEBNIS SECTION.
       A.  MOVE SPACE TO BT-ZEILED.
           EVALUATE BC-FUNK
               WHEN "MAHNWESEN"
                   MOVE WM-ANZ1 TO BT-ANZED
                   MOVE WM-ANZ2 TO BT-ANZED2
                   STRING "  Mahnwesen Mandant " BC-FNR
                       ": 1.Mahnungen " BT-ANZED
                       " 2.Mahnungen " BT-ANZED2
                       DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "MAHN-PROBE"
                   MOVE WM-ANZ1 TO BT-ANZED
                   MOVE WM-ANZ2 TO BT-ANZED2
                   STRING "  Mahn-Probelauf Mandant " BC-FNR
                       ": 1.Mahnungen " BT-ANZED
                       " 2.Mahnungen " BT-ANZED2 " (nicht gebucht)"
                       DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "SEPA-EXPORT"
                   MOVE WS-ANZ TO BT-ANZED
                   MOVE WS-SUMME TO BT-SUMED
                   STRING "  SEPA-Export Mandant " BC-FNR
                       ": " BT-ANZED " Zahlungen, Summe " BT-SUMED
                       DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "ABR-CHECK"
                   MOVE WB-ANZ TO BT-ANZED
                   STRING "  Abrechn.-Check Mandant " BC-FNR
                       ": " BT-ANZED " offene Konten"
                       DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "KONTOAUSZUG"
                   MOVE WK9-ANZ TO BT-ANZED
                   STRING "  Kontoauszug Mandant " BC-FNR
                       ": " BT-ANZED " Konten gedruckt"
                       DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "PRUEFTERMINE"
                   MOVE PW-ANZ TO BT-ANZED
                   MOVE PW-UEB TO BT-ANZED2
                   STRING "  Prueftermine Mandant " BC-FNR
                       ": " BT-ANZED " faellig, " BT-ANZED2
                       " ueberfaellig" DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "BEFRISTUNG"
                   MOVE BW-ANZ TO BT-ANZED
                   MOVE BW-BRF TO BT-ANZED2
                   STRING "  Befristungen Mandant " BC-FNR
                       ": " BT-ANZED " ablaufend, " BT-ANZED2
                       " Erinnerungen" DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "PORTAL"
               WHEN "PORTAL-VOLL"
                   MOVE PX-KANZ TO BT-ANZED
                   MOVE PX-LANZ TO BT-ANZED2
                   STRING "  Portal-Export Mandant " BC-FNR
                       ": " BT-ANZED " Konten, " BT-ANZED2
                       " Loeschungen" DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "VERW-BERICHT"
                   COMPUTE BT-SUMED = VB-W(1 5) + VB-W(1 10)
                   MOVE VB-W(1 24) TO BT-ANZED
                   STRING "  Verwalterbericht " BC-FNR "/" VB-MONAT
                       ": Rueckst. " BT-SUMED ", ueberf. Rechn. "
                       BT-ANZED DELIMITED BY SIZE INTO BT-ZEILED
               WHEN "VERW-ZENTRAL"
                   MOVE VB-MANZ TO BT-ANZED
                   STRING "  Verwalterbericht Zentrale " VB-MONAT ": "
                       BT-ANZED " Mandanten" DELIMITED BY SIZE
                       INTO BT-ZEILED
           END-EVALUATE.
           MOVE BT-ZEILED TO BL-ZEILE.
           WRITE BL-ZEILE.
       Z.  EXIT.
      ************************************* Stapel - Druckdateiname *
       BATCH-DRUNAME SECTION.
       A.  MOVE SPACE TO WE-STG(9).
           STRING BC-FUNK DELIMITED BY SPACE
               BC-FNR ".PDF" DELIMITED BY SIZE
               INTO WE-STG(9).
       Z.  EXIT.
      ************************************* Wirtschaftsplan - Wartung *
      *  Nachpflege der von der Eigentuemerversammlung beschlossenen    *
      *  Planwerte: der gespeicherte Plan darf vom maschinellen         *
      *  Vorschlag abweichen. Beim Aendern eines Einzelkontos wird      *
      *  der Gesamtsatz (Konto 0) um die Differenz nachgezogen.         *
       WPLAN-WARTUNG SECTION.
       A.  MOVE 3 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Konstanten)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "  Wirtschaftsplan" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-WPLAN.DAT" TO DATEI.
           OPEN I-O WPLAN.
           IF WF-STATUS = "35"
               DISPLAY "kein Wirtschaftsplan vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Planjahr" AT 2301.
           DISPLAY "Planjahr............:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO B.
           MOVE WH-WERT TO WI-JAHR.
       C.  DISPLAY "Konto (0=Gesamtsumme), <esc>=Abbruch" AT 2301.
           DISPLAY "Konto...............:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           MOVE WE-FNR TO WP-FNR.
           MOVE WI-JAHR TO WP-JAHR.
           MOVE WH-WERT TO WP-KTONR.
           MOVE SPACE TO WI-HAVE.
           READ WPLAN INVALID KEY MOVE "J" TO WI-HAVE.
           IF WI-HAVE = "J"
               DISPLAY "kein Plansatz vorhanden" AT 2401
               PERFORM WEITER
               GO C.
           MOVE WP-KTONR TO WI-AKTO.
           MOVE WP-IST TO WI-BETED.
           DISPLAY "Istkosten...........: " AT 0527
                   WI-BETED AT 0549.
           MOVE WP-PLAN TO WI-BETED.
           DISPLAY "Plan derzeit........: " AT 0627
                   WI-BETED AT 0649.
       D.  DISPLAY "beschlossener Plan x100, 0=unveraendert" AT 2301.
           DISPLAY "Plan neu (x100).....:" AT 0727.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO D.
           IF WH-WERT = 0 GO C.
           MOVE WP-PLAN TO WI-ALT.
           COMPUTE WP-PLAN = WH-WERT / 100.
           COMPUTE WI-DELTA = WP-PLAN - WI-ALT.
           REWRITE WP-SATZ.
           IF WI-AKTO NOT = 0 PERFORM WPLW-GESAMT.
           MOVE "WIPLA" TO WH-PN.
           DISPLAY "Planwert uebernommen" AT 2401.
           GO C.
       X.  CLOSE WPLAN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* W-Plan - Gesamtsatz nachziehen *
       WPLW-GESAMT SECTION.
       A.  MOVE WE-FNR TO WP-FNR.
           MOVE WI-JAHR TO WP-JAHR.
           MOVE 0 TO WP-KTONR.
           MOVE SPACE TO WI-HAVE.
           READ WPLAN INVALID KEY MOVE "J" TO WI-HAVE.
           IF WI-HAVE = "J" GO Z.
           ADD WI-DELTA TO WP-PLAN.
           REWRITE WP-SATZ.
       Z.  EXIT.
      ************************************* VPI-Tabelle - Wartung *
       VPI-WARTUNG SECTION.
       A.  MOVE 3 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Konstanten)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "     VPI-Tabelle" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-VPI.DAT" TO DATEI.
           OPEN I-O VPI.
           IF WF-STATUS = "35"
               OPEN OUTPUT VPI
               CLOSE VPI
               OPEN I-O VPI.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Monat JJJJMM" AT 2301.
           DISPLAY "Monat (JJJJMM)......:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495006" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0 GO B.
           MOVE WH-WERT TO VP-JJJJMM.
           READ VPI INVALID KEY
               DISPLAY "neuer Monat - Anlage" AT 2401
               MOVE 0 TO VP-WERT
               MOVE WH-WERT TO VP-JJJJMM.
       C.  DISPLAY "<esc>=Abbr., <ret>=Indexwert (x100)" AT 2301.
           DISPLAY "Indexwert (x100)....:" AT 0427.
           COMPUTE WH-WERT = VP-WERT * 100.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           IF WH-WERT = 0 GO C.
           COMPUTE VP-WERT = WH-WERT / 100.
           REWRITE VP-SATZ INVALID KEY WRITE VP-SATZ.
           MOVE "VPITB" TO WH-PN.
           GO B.
       X.  CLOSE VPI.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Wertsicherung *
      *  Indexanpassung der Mieten: juengster VPI-Wert bis zum          *
      *  laufenden Monat gegen den Basisindex des Vertrags; liegt die   *
      *  Steigerung ueber der vereinbarten Schwelle, wird MI-MIETE      *
      *  angehoben (wirksam ab der naechsten Sollstellung), der Basis-  *
      *  index nachgezogen und das Anpassungsschreiben gedruckt.        *
       WERTSICHERUNG SECTION.
       A.  MOVE "     Wertsicherung" TO WK-GEB.
           MOVE 5 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO VA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO VA-HEUTE
                           ELSE ADD 19000000 TO VA-HEUTE.
           MOVE VA-HEUTE(1:6) TO VA-MONED.
           MOVE VA-MONED TO VA-MON.
           MOVE "HV-VPI.DAT" TO DATEI.
           OPEN INPUT VPI.
           IF WF-STATUS = "35"
               DISPLAY "VPI-Tabelle fehlt - zuerst pflegen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 0 TO VA-VPI VA-VPIMON VP-JJJJMM.
           MOVE SPACE TO VA-KEOF.
           START VPI KEY NOT < VP-KEY INVALID KEY
               MOVE "J" TO VA-KEOF.
       A1. IF VA-KEOF = "J" GO A9.
           READ VPI NEXT RECORD AT END MOVE "J" TO VA-KEOF GO A1.
           IF VP-JJJJMM > VA-MON GO A9.
           MOVE VP-WERT TO VA-VPI.
           MOVE VP-JJJJMM TO VA-VPIMON.
           GO A1.
       A9. CLOSE VPI.
           IF VA-VPI = 0
               DISPLAY "kein VPI-Wert bis zum lfd. Monat" AT 2401
               PERFORM WEITER
               GO Z.
      *    Briefarchiv erst nach der VPI-Pruefung (Muster               *
      *    MIETERAUSZUG) - sonst blieben ARCHIV offen und ein           *
      *    Indexsatz ohne Datei zurueck.                                *
       B.  PERFORM ARCH-OEFFNEN.
           MOVE "VALO" TO AQ-ART.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
      *    Staffelvertraege sind von der VPI-Anpassung ausgenommen -    *
      *    Staffel und Wertsicherung duerfen nicht beide an derselben   *
      *    Miete drehen.                                                *
           MOVE SPACE TO ST-OFF.
           MOVE "HV-STAFF.DAT" TO DATEI.
           OPEN INPUT STAFF.
           IF WF-STATUS = "35" MOVE "J" TO ST-OFF.
           PERFORM MZG-OEFFNEN.
           MOVE 0 TO VA-ANZ MI-KTONR.
           MOVE SPACE TO VA-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO VA-EOF.
       B1. IF VALO-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO VA-EOF GO B1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO VA-EOF GO B1.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG NOT > VA-HEUTE GO B1.
           IF MI-VPIBAS = 0 OR MI-VPISCHW = 0 GO B1.
           IF MI-MIETE = 0 GO B1.
           IF ST-OFF NOT = "J"
               MOVE MI-KTONR TO ST-KTO
               MOVE 99999999 TO ST-STICH
               PERFORM STAFF-SUCH
               IF ST-VORH = "J" GO B1.
           COMPUTE VA-PZ ROUNDED = (VA-VPI - MI-VPIBAS) * 100
               / MI-VPIBAS.
           IF VA-PZ < MI-VPISCHW GO B1.
           COMPUTE VA-NEU ROUNDED = MI-MIETE * VA-VPI / MI-VPIBAS.
      *    Vor der Anpassung gegen die Mietzinsobergrenze pruefen -     *
      *    ohne Bestaetigung bleibt die bisherige Miete stehen.         *
           MOVE VA-NEU TO MZ-MIETE.
           MOVE VA-HEUTE TO MZ-STICH.
           PERFORM MZG-MIETER.
           IF MZ-UEBER > 0
               PERFORM MZG-WARNUNG
               IF MZ-JN NOT = "J" GO B1 END-IF.
           PERFORM VALO-BRIEF.
           MOVE VA-NEU TO MI-MIETE.
           MOVE VA-VPI TO MI-VPIBAS.
           REWRITE MI-SATZ.
           ADD 1 TO VA-ANZ.
           GO B1.
       X.  CLOSE DRUCKER.
           IF ST-OFF NOT = "J" CLOSE STAFF.
           PERFORM MZG-SCHLIESSEN.
           PERFORM ARCH-LAUFMAIL.
           CLOSE ARCHIV.
           DISPLAY "Wertsicherung: " VA-ANZ " Mieten angepasst."
               AT 2301.
           IF MZ-ZURUECK NOT = 0
               MOVE MZ-ZURUECK TO MZ-ANZED
               DISPLAY MZ-ANZED " Anpassung(en) wegen Mietzins"
                   "obergrenze zurueckgestellt" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Wertsicherung - Schreiben *
       VALO-BRIEF SECTION.
       A.  WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-KTONR TO VA-KTOED.
           MOVE SPACE TO VA-ZEILE.
           STRING "Wertsicherung Ihrer Miete - Konto " VA-KTOED
               DELIMITED BY SIZE INTO VA-ZEILE.
           MOVE VA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-VPIBAS TO VA-IXED.
           MOVE VA-VPI TO VA-IXED2.
           MOVE VA-VPIMON TO VA-MONED.
           MOVE SPACE TO VA-ZEILE.
           STRING "Basisindex " VA-IXED " / Index " VA-IXED2
               " (Monat " VA-MONED ")"
               DELIMITED BY SIZE INTO VA-ZEILE.
           MOVE VA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE VA-PZ TO VA-PZED.
           MOVE SPACE TO VA-ZEILE.
           STRING "Indexsteigerung " VA-PZED
               " % - Schwellwert ueberschritten"
               DELIMITED BY SIZE INTO VA-ZEILE.
           MOVE VA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-MIETE TO VA-BETED.
           MOVE VA-NEU TO VA-BETED2.
           MOVE SPACE TO VA-ZEILE.
           STRING "bisherige Miete " VA-BETED
               " / neue Miete ab naechster Vorschreibung "
               VA-BETED2
               DELIMITED BY SIZE INTO VA-ZEILE.
           MOVE VA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* DSGVO-Loeschlauf *
      *  Anonymisiert Mieter, deren Auszug laenger als die sieben-      *
      *  jaehrige Aufbewahrungsfrist zurueckliegt: Name, Anschrift,     *
      *  Email und strukturierte Adressfelder werden geleert, die       *
      *  Zahlenhistorie (Miete, Saldo, Kaution, Termine) bleibt fuer    *
      *  die Statistik. Laeuft wie die Autoloeschung ueber den ganzen   *
      *  Bestand, Protokoll analog AUTOLOESCH.LOG.                      *
       DSGVO-LAUF SECTION.
       A.  MOVE "   DSGVO-Loeschlauf" TO WK-GEB.
           MOVE WH-DATUM TO DS-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO DS-HEUTE
                           ELSE ADD 19000000 TO DS-HEUTE.
           COMPUTE DS-CUT = DS-HEUTE - 70000.
           OPEN EXTEND DSGLOG.
           IF WF-STATUS = "35" OPEN OUTPUT DSGLOG.
           MOVE SPACE TO DS-ZEILE.
           STRING DS-HEUTE " " WE-USER
               " DSGVO-Loeschlauf Stichtag " DS-CUT
               DELIMITED BY SIZE INTO DS-ZEILE.
           MOVE DS-ZEILE TO DG-ZEILE.
           WRITE DG-ZEILE.
      *    Mandate der Mieter enthalten seit der Einzugsverwaltung     *
      *    ebenfalls Bankdaten - sie werden mitgeloescht.              *
           MOVE SPACE TO DS-MDOFF.
           MOVE "HV-MANDAT.DAT" TO DATEI.
           OPEN I-O MANDAT.
           IF WF-STATUS = "35" MOVE "J" TO DS-MDOFF.
      *    Das Briefarchiv haelt Mailadresse und Briefdateien mit      *
      *    Name/Anschrift dauerhaft fest - es wird je anonymisiertem   *
      *    Konto mitgeraeumt, sonst machte das Archiv genau die Daten  *
      *    unsterblich, die der Lauf entfernen soll.                   *
           MOVE SPACE TO DS-AROFF.
           MOVE "HV-ARCHI.DAT" TO DATEI.
           OPEN I-O ARCHIV.
           IF WF-STATUS = "35" MOVE "J" TO DS-AROFF.
           MOVE 0 TO DS-ANZ MI-KTONR.
           MOVE SPACE TO DS-EOF.
           START MIETER KEY NOT < MI-KEY INVALID KEY
               MOVE "J" TO DS-EOF.
       B.  IF DSGVO-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO DS-EOF GO B.
           IF MI-AUSZUG = 0 GO B.
           IF MI-ANONYM = "J" GO B.
           IF MI-AUSZUG NOT < DS-CUT GO B.
           MOVE "GELOESCHT" TO MI-NAME.
           MOVE SPACE TO MI-ANSCHR MI-EMAIL MI-ANREDE MI-STRASSE
                         MI-PLZ MI-WOHNORT MI-LAND.
           MOVE "J" TO MI-ANONYM.
           REWRITE MI-SATZ.
           ADD 1 TO DS-ANZ.
           MOVE MI-KTONR TO DS-KTOED.
           MOVE MI-AUSZUG TO DS-DATD.
           MOVE SPACE TO DS-ZEILE.
           STRING "  Konto " DS-KTOED " anonymisiert (Auszug "
               DS-DATD ")" DELIMITED BY SIZE INTO DS-ZEILE.
           MOVE DS-ZEILE TO DG-ZEILE.
           WRITE DG-ZEILE.
           PERFORM DSGVO-MANDAT.
           PERFORM DSGVO-ARCHIV.
           GO B.
       X.  MOVE DS-ANZ TO DS-KTOED.
           MOVE SPACE TO DS-ZEILE.
           STRING "  gesamt anonymisiert: " DS-KTOED
               DELIMITED BY SIZE INTO DS-ZEILE.
           MOVE DS-ZEILE TO DG-ZEILE.
           WRITE DG-ZEILE.
           CLOSE DSGLOG.
           IF DS-MDOFF NOT = "J" CLOSE MANDAT.
           IF DS-AROFF NOT = "J" CLOSE ARCHIV.
           DISPLAY "DSGVO-Lauf: " DS-ANZ " Mieter anonymisiert."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* DSGVO - Mandat loeschen *
      *  Das Einzugsmandat des anonymisierten Mieters traegt Referenz  *
      *  und Bankverbindung - der Satz wird geloescht und protokolliert.*
       DSGVO-MANDAT SECTION.
       A.  IF DS-MDOFF = "J" GO Z.
           MOVE "M" TO MD-QUELLE.
           MOVE MI-KTONR TO MD-KTONR.
           MOVE SPACE TO DS-GEF.
           READ MANDAT INVALID KEY MOVE "J" TO DS-GEF.
           IF DS-GEF = "J" GO Z.
           DELETE MANDAT RECORD.
           MOVE SPACE TO DS-ZEILE.
           STRING "  Konto " DS-KTOED " Mandat geloescht"
               DELIMITED BY SIZE INTO DS-ZEILE.
           MOVE DS-ZEILE TO DG-ZEILE.
           WRITE DG-ZEILE.
       Z.  EXIT.
      ************************************* DSGVO - Briefarchiv raeumen *
      *  Archivsaetze des anonymisierten Mieterkontos: die abgelegte   *
      *  Briefdatei (Name/Anschrift im Brieftext) wird geloescht und   *
      *  der Indexsatz (mit AR-EMAIL) entfernt; Protokoll wie beim     *
      *  Mandat. Das ARCHIV traegt keinen Kontoschluessel, daher       *
      *  voller Durchlauf je Konto.                                    *
       DSGVO-ARCHIV SECTION.
       A.  IF DS-AROFF = "J" GO Z.
           MOVE 0 TO DS-ARANZ AR-LFDNR.
           MOVE SPACE TO DS-AREOF.
           START ARCHIV KEY NOT < AR-KEY INVALID KEY
               MOVE "J" TO DS-AREOF.
       B.  IF DS-AREOF = "J" GO X.
           READ ARCHIV NEXT RECORD AT END MOVE "J" TO DS-AREOF GO B.
           IF AR-QUELLE NOT = "M" GO B.
           IF AR-KTONR NOT = MI-KTONR GO B.
           CALL "CBL_DELETE_FILE" USING AR-DATEI.
           DELETE ARCHIV RECORD.
           ADD 1 TO DS-ARANZ.
           GO B.
       X.  IF DS-ARANZ = 0 GO Z.
           MOVE DS-ARANZ TO DS-ARED.
           MOVE SPACE TO DS-ZEILE.
           STRING "  Konto " DS-KTOED " Briefarchiv: " DS-ARED
               " Briefe geloescht" DELIMITED BY SIZE INTO DS-ZEILE.
           MOVE DS-ZEILE TO DG-ZEILE.
           WRITE DG-ZEILE.
       Z.  EXIT.
      ************************************* Steuerberater-Export *
      *  Wirtschaftsjahres-Export aller AK- und LK-Buchungen des        *
      *  Mandanten als Strichpunkt-CSV (Konto, Art A/L, Datum, Betrag,  *
      *  Text, USt-Kategorie und -Satz aus Kontenplan/KO-UST) fuer die  *
      *  Uebernahme beim Steuerberater, dazu ein Kontrollblatt mit      *
      *  Satzzahl und Summe je Konto und Gesamtsummen zum beider-       *
      *  seitigen Abgleich.                                             *
       STBEXPORT SECTION.
       A.  MOVE " Steuerberater-Export" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO SB-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO SB-HEUTE
                           ELSE ADD 19000000 TO SB-HEUTE.
           MOVE SB-HEUTE(1:4) TO SB-JAHR.
           SUBTRACT 1 FROM SB-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Wirtschaftsjahr" AT 2301.
           DISPLAY "Wirtschaftsjahr.....:" AT 0327.
           MOVE SB-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO SB-JAHR.
           COMPUTE SB-J0101 = SB-JAHR * 10000 + 0101.
           COMPUTE SB-J1231 = SB-JAHR * 10000 + 1231.
       B.  MOVE SPACE TO SB-KPOFF.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35" MOVE "J" TO SB-KPOFF.
           OPEN OUTPUT STBDAT.
           MOVE "KONTO;ART;DATUM;BETRAG;TEXT;USTKAT;USTSATZ"
               TO SX-ZEILE.
           WRITE SX-ZEILE.
           OPEN OUTPUT DRUCKER.
           MOVE SPACE TO SB-ZEILE.
           STRING "Steuerberater-Export " SB-JAHR
               " - Kontrollblatt" DELIMITED BY SIZE INTO SB-ZEILE.
           MOVE SB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO SB-ANZ SB-SUMME.
      *    Aufwandskonten                                               *
       C.  MOVE "A" TO SB-ART.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR SB-ACC SB-ACNT SB-KTO.
           MOVE SPACE TO SB-EOF SB-HAVE.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO SB-EOF.
       C1. IF STB-EOF GO C9.
           READ AK NEXT RECORD AT END MOVE "J" TO SB-EOF GO C1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO SB-EOF GO C1.
           IF AK-DATUM < SB-J0101 OR AK-DATUM > SB-J1231 GO C1.
           IF SB-HAVE = "J" AND AK-KTONR NOT = SB-KTO
               PERFORM STB-KONTROLLE.
           MOVE AK-KTONR TO SB-KTO.
           MOVE "J" TO SB-HAVE.
           MOVE AK-KTONR TO SB-KTOED.
           MOVE AK-DATUM TO SB-DATD.
           MOVE AK-BETRAG TO SB-BETED.
           PERFORM STB-UST.
           MOVE SPACE TO SB-CSV.
           STRING SB-KTOED ";" SB-ART ";" SB-DATD ";" SB-BETED ";"
               AK-TEXT ";" SB-USTK ";" SB-USTED
               DELIMITED BY SIZE INTO SB-CSV.
           MOVE SB-CSV TO SX-ZEILE.
           WRITE SX-ZEILE.
           ADD 1 TO SB-ACNT SB-ANZ.
           ADD AK-BETRAG TO SB-ACC SB-SUMME.
           GO C1.
       C9. IF SB-HAVE = "J" PERFORM STB-KONTROLLE.
           CLOSE AK.
      *    Leistungskonten                                              *
       D.  MOVE "L" TO SB-ART.
           MOVE "HV-LK.DAT" TO DATEI.
           OPEN INPUT LK.
           MOVE 0 TO LK-KTONR LK-DATUM LK-LFDNR SB-ACC SB-ACNT SB-KTO.
           MOVE SPACE TO SB-EOF SB-HAVE.
           MOVE WE-FNR TO LK-FNR.
           START LK KEY NOT < LK-FNRKEY INVALID KEY
               MOVE "J" TO SB-EOF.
       D1. IF STB-EOF GO D9.
           READ LK NEXT RECORD AT END MOVE "J" TO SB-EOF GO D1.
           IF LK-FNR NOT = WE-FNR MOVE "J" TO SB-EOF GO D1.
           IF LK-DATUM < SB-J0101 OR LK-DATUM > SB-J1231 GO D1.
           IF SB-HAVE = "J" AND LK-KTONR NOT = SB-KTO
               PERFORM STB-KONTROLLE.
           MOVE LK-KTONR TO SB-KTO.
           MOVE "J" TO SB-HAVE.
           MOVE LK-KTONR TO SB-KTOED.
           MOVE LK-DATUM TO SB-DATD.
           MOVE LK-BETRAG TO SB-BETED.
           MOVE LK-KTONR TO KP-KTONR.
           PERFORM STB-UST2.
           MOVE SPACE TO SB-CSV.
           STRING SB-KTOED ";" SB-ART ";" SB-DATD ";" SB-BETED ";"
               LK-TEXT ";" SB-USTK ";" SB-USTED
               DELIMITED BY SIZE INTO SB-CSV.
           MOVE SB-CSV TO SX-ZEILE.
           WRITE SX-ZEILE.
           ADD 1 TO SB-ACNT SB-ANZ.
           ADD LK-BETRAG TO SB-ACC SB-SUMME.
           GO D1.
       D9. IF SB-HAVE = "J" PERFORM STB-KONTROLLE.
           CLOSE LK.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SB-ANZ TO SB-ANED.
           MOVE SB-SUMME TO SB-SUMED.
           MOVE SPACE TO SB-ZEILE.
           STRING "Gesamt: " SB-ANED " Saetze, Summe " SB-SUMED
               DELIMITED BY SIZE INTO SB-ZEILE.
           MOVE SB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE STBDAT DRUCKER.
           IF SB-KPOFF NOT = "J" CLOSE KPLAN.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Stb-Export: " SB-ANZ " Buchungen exportiert."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Stb-Export - USt aus Plan *
      *  USt-Kategorie des AK-Kontos aus dem Kontenplan, Satz aus       *
      *  KO-UST; ohne Kontenplansatz Kategorie 0 / Satz 0.              *
       STB-UST SECTION.
       A.  MOVE AK-KTONR TO KP-KTONR.
           PERFORM STB-UST2.
       Z.  EXIT.
      ************************************* Stb-Export - USt nachlesen *
      *  KP-KTONR ist vom Aufrufer vorbelegt.                           *
       STB-UST2 SECTION.
       A.  MOVE 0 TO SB-USTK.
           MOVE 0 TO SB-USTED.
           IF SB-KPOFF = "J" GO Z.
           MOVE SPACE TO SB-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO SB-GEF.
           IF STB-FEHLT GO Z.
           IF KP-USTKAT < 1 OR KP-USTKAT > 6 GO Z.
           MOVE KP-USTKAT TO SB-USTK.
           MOVE KO-UST(KP-USTKAT) TO SB-USTED.
       Z.  EXIT.
      ************************************* Stb-Export - Kontrollzeile *
       STB-KONTROLLE SECTION.
       A.  MOVE SB-KTO TO SB-KTOED.
           MOVE SB-ACNT TO SB-ANED.
           MOVE SB-ACC TO SB-SUMED.
           MOVE SPACE TO SB-ZEILE.
           STRING "Konto " SB-KTOED " (" SB-ART "): " SB-ANED
               " Saetze, Summe " SB-SUMED
               DELIMITED BY SIZE INTO SB-ZEILE.
           MOVE SB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO SB-ACC SB-ACNT.
       Z.  EXIT.
      ************************************* Lieferanten - Wartung *
      *  Anlage/Aenderung der Lieferanten fuer die Kreditoren-          *
      *  verwaltung; Bankverbindung wie KO-BANK aufgebaut, das          *
      *  Zahlungsziel (Tage) belegt die Faelligkeit neuer Rechnungen    *
      *  vor. UID und Vorgabe-AK-Konto dienen dem E-Rechnung-Import.    *
       LIEF-WARTUNG SECTION.
       A.  MOVE "     Lieferanten" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN I-O LIEF.
           IF WF-STATUS = "35"
               OPEN OUTPUT LIEF
               CLOSE LIEF
               OPEN I-O LIEF.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Lieferantennummer" AT 2301.
           DISPLAY "Lieferanten-Nr......:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0 GO B.
           MOVE WH-WERT TO LF-NR.
           READ LIEF INVALID KEY
               DISPLAY "neuer Lieferant - Anlage" AT 2401
               INITIALIZE LF-SATZ
               MOVE WH-WERT TO LF-NR
               MOVE WE-FNR TO LF-FNR
               MOVE 30 TO LF-ZIEL.
           IF LF-FNR NOT = WE-FNR
               DISPLAY "Lieferant gehoert anderem Mandanten" AT 2401
               PERFORM WEITER
               GO B.
       C.  DISPLAY "Name................:" AT 0427.
           DISPLAY LF-NAME with highlight AT 0449.
           ACCEPT LF-NAME AT 0449.
           IF NOT RET GO C.
       D.  DISPLAY "IBAN-Praefix (4)....:" AT 0527.
           DISPLAY LF-IBAN with highlight AT 0549.
           ACCEPT LF-IBAN AT 0549.
           IF NOT RET GO D.
       D1. DISPLAY "Bankleitzahl........:" AT 0627.
           MOVE LF-BKLZL TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0649.
           ACCEPT WH-WERT AT 0649.
           IF NOT RET GO D1.
           MOVE WH-WERT TO LF-BKLZL.
       D2. DISPLAY "Kontonummer Bank....:" AT 0727.
           DISPLAY LF-BKKTO with highlight AT 0749.
           ACCEPT LF-BKKTO AT 0749.
           IF NOT RET GO D2.
       D3. DISPLAY "Bankname............:" AT 0827.
           DISPLAY LF-BANKNAME with highlight AT 0849.
           ACCEPT LF-BANKNAME AT 0849.
           IF NOT RET GO D3.
       E.  DISPLAY "Zahlungsziel (Tage).:" AT 0927.
           MOVE LF-ZIEL TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           ACCEPT WH-WERT AT 0949.
           IF NOT RET GO E.
           IF WH-WERT > 360 GO E.
           MOVE WH-WERT TO LF-ZIEL.
       E1. DISPLAY "UID fuer den E-Rechnung-Import, z.B. ATU12345678"
               AT 2301.
           DISPLAY "UID-Nummer..........:" AT 1027.
           DISPLAY LF-UID with highlight AT 1049.
           ACCEPT LF-UID AT 1049.
           IF NOT RET GO E1.
       E2. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "<esc>=Abbr., <ret>=Vorgabe-AK-Konto, 0=keines"
               AT 2301.
           DISPLAY "AK-Konto (Vorgabe)..:" AT 1127.
           MOVE LF-AKKTO TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1149.
           CALL "CAUP" USING "1011495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO E2.
           MOVE WH-WERT TO LF-AKKTO.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE LF-SATZ INVALID KEY WRITE LF-SATZ.
           MOVE "LIEFE" TO WH-PN.
           GO B.
       X.  CLOSE LIEF.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Eingangsrechnungen - Wartung *
      *  Erfassung offener Lieferantenrechnungen mit Belegnummer,       *
      *  Faelligkeit (0 = Rechnungsdatum + Zahlungsziel, 30/360-        *
      *  Monatsrechnung wie in BKAB-TAGE) und AK-Konto aus dem          *
      *  Kontenplan; bezahlt wird ueber den Zahllauf, nicht hier.       *
      *  Lieferanten-Nr. 0 blaettert durch die nicht zugeordneten       *
      *  E-Rechnungen zur Nacherfassung (ERECH-ZUORD).                  *
       ERECH-WARTUNG SECTION.
       A.  MOVE " Eingangsrechnungen" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO KR-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO KR-HEUTE
                           ELSE ADD 19000000 TO KR-HEUTE.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35"
               DISPLAY "Kontenplan fehlt - zuerst anlegen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN I-O LIEF.
           IF WF-STATUS = "35"
               CLOSE KPLAN
               DISPLAY "keine Lieferanten - zuerst anlegen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN I-O ERECH.
           IF WF-STATUS = "35"
               OPEN OUTPUT ERECH
               CLOSE ERECH
               OPEN I-O ERECH.
           MOVE SPACE TO SW-AUOFF.
           MOVE "HV-AUFTR.DAT" TO DATEI.
           OPEN I-O AUFTRAG.
           IF WF-STATUS = "35" MOVE "J" TO SW-AUOFF.
           MOVE SPACE TO SU-PJOFF.
           MOVE "HV-SANPR.DAT" TO DATEI.
           OPEN INPUT SANPROJ.
           IF WF-STATUS = "35" MOVE "J" TO SU-PJOFF.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Lieferantennummer, 0=offene "
               "E-Rechnungen" AT 2301.
           DISPLAY "Lieferanten-Nr......:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0
               PERFORM ERECH-ZUORD
               IF KR-ZUORD = "J" GO D
               ELSE GO B.
           MOVE WH-WERT TO LF-NR.
           MOVE SPACE TO KR-GEF.
           READ LIEF INVALID KEY MOVE "J" TO KR-GEF.
           IF KRED-FEHLT OR LF-FNR NOT = WE-FNR
               DISPLAY "Lieferant unbekannt" AT 2401
               PERFORM WEITER
               GO B.
           MOVE WH-WERT TO ER-LFNR.
       C.  DISPLAY "Belegnummer (leer=zurueck)" AT 2301.
           DISPLAY "Belegnummer.........:" AT 0427.
           MOVE SPACE TO ER-BELEG.
           ACCEPT ER-BELEG AT 0449.
           IF ER-BELEG = SPACE GO B.
           MOVE LF-NR TO ER-LFNR.
           READ ERECH INVALID KEY
               DISPLAY "neue Rechnung - Anlage" AT 2401
               MOVE WE-FNR TO ER-FNR
               MOVE 0 TO ER-DATUM ER-FAELLIG ER-AKKTO ER-BETRAG
                         ER-BEZDAT ER-UST ER-ARCHNR ER-PRNR
               MOVE SPACE TO ER-TEXT ER-BEZKZ ER-EIKZ ER-PRKZ.
           IF ER-FNR NOT = WE-FNR
               DISPLAY "Rechnung gehoert anderem Mandanten" AT 2401
               PERFORM WEITER
               GO B.
           IF ER-BEZKZ = "J"
               DISPLAY "Rechnung bereits bezahlt" AT 2401.
           IF ER-BEZKZ NOT = "J" AND ER-EIKZ = "E"
               MOVE ER-ARCHNR TO KR-NRED
               DISPLAY "E-Rechnung, Original unter Archiv-Nr. " KR-NRED
                   AT 2401.
       D.  DISPLAY "Rechnungsdatum JJJJMMTT, 0=heute" AT 2301.
           DISPLAY "Rechnungsdatum......:" AT 0527.
           MOVE ER-DATUM TO KR-DATD.
           IF KR-DATD = 0 MOVE KR-HEUTE TO KR-DATD.
           DISPLAY KR-DATD with highlight AT 0549.
           ACCEPT KR-DATD AT 0549.
           IF NOT RET GO D.
           IF KR-DATD = 0 MOVE KR-HEUTE TO KR-DATD.
           MOVE KR-DATD TO ER-DATUM.
       E.  DISPLAY "Faelligkeit JJJJMMTT, 0=Datum+Zahlungsziel"
               AT 2301.
           DISPLAY "Faelligkeit.........:" AT 0627.
           MOVE ER-FAELLIG TO KR-DATD.
           DISPLAY KR-DATD with highlight AT 0649.
           ACCEPT KR-DATD AT 0649.
           IF NOT RET GO E.
           IF KR-DATD = 0 PERFORM KRED-FAELLIG
                          MOVE ER-FAELLIG TO KR-DATD
                          DISPLAY KR-DATD with highlight AT 0649
                     ELSE MOVE KR-DATD TO ER-FAELLIG.
       F.  DISPLAY "<esc>=Abbr., <ret>=AK-Konto (Kontenplan)" AT 2301.
           DISPLAY "AK-Konto............:" AT 0727.
           MOVE ER-AKKTO TO WH-WERT.
           IF ER-AKKTO = 0 MOVE LF-AKKTO TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO F.
           IF WH-WERT = 0 GO F.
           MOVE WH-WERT TO KP-KTONR.
           MOVE SPACE TO KR-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO KR-GEF.
           IF KRED-FEHLT
               DISPLAY "Konto nicht im Kontenplan" AT 2401
               PERFORM WEITER
               GO F.
           MOVE WH-WERT TO ER-AKKTO.
       G.  DISPLAY "<esc>=Abbr., <ret>=Betrag (x100)" AT 2301.
           DISPLAY "Betrag (x100).......:" AT 0827.
           COMPUTE WH-WERT = ER-BETRAG * 100.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO G.
           IF WH-WERT = 0 GO G.
           COMPUTE ER-BETRAG = WH-WERT / 100.
       G1. DISPLAY "<esc>=Abbr., <ret>=USt-Betrag (x100), 0=ohne"
               AT 2301.
           DISPLAY "davon USt (x100)....:" AT 1127.
           COMPUTE WH-WERT = ER-UST * 100.
           DISPLAY WH-WERT with highlight AT 1149.
           CALL "CAUP" USING "1011495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO G1.
           COMPUTE ER-UST = WH-WERT / 100.
       H.  DISPLAY "Buchungstext........:" AT 0927.
           DISPLAY ER-TEXT with highlight AT 0949.
           ACCEPT ER-TEXT AT 0949.
           IF NOT RET GO H.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE ER-SATZ INVALID KEY WRITE ER-SATZ.
           IF SW-AUOFF NOT = "J" PERFORM ERECH-AUFTRAG.
           IF SU-PJOFF NOT = "J" PERFORM ERECH-PROJEKT.
           MOVE "ERECH" TO WH-PN.
           GO B.
       X.  CLOSE ERECH LIEF KPLAN.
           IF SW-AUOFF NOT = "J" CLOSE AUFTRAG.
           IF SU-PJOFF NOT = "J" CLOSE SANPROJ.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Eingangsrechnung - Auftrag *
      *  Ordnet die eben gespeicherte Rechnung einer Schadensmeldung    *
      *  bzw. einem Handwerkerauftrag des Mandanten zu (0 = keinem);    *
      *  eine bestehende Zuordnung wird vorgeschlagen und kann          *
      *  umgehaengt oder aufgehoben werden.                             *
       ERECH-AUFTRAG SECTION.
       A.  PERFORM ERECH-AUFSUCH.
           MOVE SW-AUFNR TO SW-ALTNR.
       B.  DISPLAY "<esc>=unveraendert, <ret>=Auftrag-Nr., 0=keiner"
               AT 2301.
           DISPLAY "Schadensmeldung Nr..:" AT 1027.
           MOVE SW-ALTNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1049.
           CALL "CAUP" USING "1010495006" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           IF WH-WERT = SW-ALTNR GO Z.
           MOVE WH-WERT TO SW-AUFNR.
           IF SW-AUFNR = 0 GO C.
           MOVE WE-FNR TO SM-FNR.
           MOVE SW-AUFNR TO SM-NR.
           MOVE SPACE TO SW-GEF.
           READ AUFTRAG INVALID KEY MOVE "J" TO SW-GEF.
           IF AUFTR-FEHLT
               DISPLAY "Schadensmeldung unbekannt" AT 2401
               PERFORM WEITER
               GO B.
           MOVE 0 TO SW-FREI SW-IX.
       B1. ADD 1 TO SW-IX.
           IF SW-IX > 6 GO B2.
           IF SM-RBELEG(SW-IX) = SPACE AND SW-FREI = 0
               MOVE SW-IX TO SW-FREI.
           GO B1.
       B2. IF SW-FREI = 0
               DISPLAY "Auftrag hat bereits 6 Rechnungen" AT 2401
               PERFORM WEITER
               GO B.
           MOVE ER-LFNR TO SM-RLFNR(SW-FREI).
           MOVE ER-BELEG TO SM-RBELEG(SW-FREI).
           REWRITE SM-SATZ.
      *    Zuordnung zum bisherigen Auftrag loesen                      *
       C.  IF SW-ALTNR = 0 GO X.
           MOVE WE-FNR TO SM-FNR.
           MOVE SW-ALTNR TO SM-NR.
           READ AUFTRAG INVALID KEY GO X.
           MOVE 0 TO SW-IX.
       C1. ADD 1 TO SW-IX.
           IF SW-IX > 6 GO C2.
           IF SM-RLFNR(SW-IX) = ER-LFNR AND SM-RBELEG(SW-IX) = ER-BELEG
               MOVE 0 TO SM-RLFNR(SW-IX)
               MOVE SPACE TO SM-RBELEG(SW-IX).
           GO C1.
       C2. REWRITE SM-SATZ.
       X.  IF SW-AUFNR = 0
               DISPLAY "Zuordnung zur Schadensmeldung aufgehoben"
                   AT 2401
           ELSE
               DISPLAY "Rechnung der Schadensmeldung zugeordnet"
                   AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Eingangsrechnung - Projekt *
      *  Ordnet die eben gespeicherte Rechnung einem Sanierungsprojekt  *
      *  des Mandanten zu (0 = keinem); abgeschlossene Projekte nehmen  *
      *  keine Rechnungen mehr an. Die Summen je Projekt bildet der     *
      *  Statusbericht (SANPR-STATUS).                                  *
       ERECH-PROJEKT SECTION.
       A.  MOVE 0 TO SU-ALTNR.
           IF ER-PRKZ = "P" MOVE ER-PRNR TO SU-ALTNR.
       B.  DISPLAY "<esc>=unveraendert, <ret>=Projekt-Nr., 0=keines"
               AT 2301.
           DISPLAY "Sanierungsprojekt...:" AT 1227.
           MOVE SU-ALTNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1249.
           CALL "CAUP" USING "1012495004" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           IF WH-WERT = SU-ALTNR GO Z.
           IF WH-WERT = 0
               MOVE SPACE TO ER-PRKZ
               MOVE 0 TO ER-PRNR
               REWRITE ER-SATZ
               DISPLAY "Zuordnung zum Projekt aufgehoben" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE WE-FNR TO PJ-FNR.
           MOVE WH-WERT TO PJ-NR.
           MOVE 0 TO PJ-POS.
           MOVE SPACE TO SU-GEF.
           READ SANPROJ INVALID KEY MOVE "J" TO SU-GEF.
           IF SANPR-FEHLT
               DISPLAY "Projekt unbekannt" AT 2401
               PERFORM WEITER
               GO B.
           IF PJ-STAT = "E"
               DISPLAY "Projekt bereits abgeschlossen" AT 2401
               PERFORM WEITER
               GO B.
           MOVE "P" TO ER-PRKZ.
           MOVE PJ-NR TO ER-PRNR.
           REWRITE ER-SATZ.
           DISPLAY "Rechnung dem Projekt zugeordnet" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Eingangsrechnung - Zuordnung *
      *  Sucht die Schadensmeldung des Mandanten, der die Rechnung      *
      *  ER-LFNR/ER-BELEG zugeordnet ist; Nummer nach SW-AUFNR (0 =     *
      *  keine).                                                        *
       ERECH-AUFSUCH SECTION.
       A.  MOVE 0 TO SW-AUFNR.
           MOVE WE-FNR TO SM-FNR.
           MOVE 0 TO SM-NR.
           MOVE SPACE TO SW-EOF.
           START AUFTRAG KEY NOT < SM-KEY INVALID KEY
               MOVE "J" TO SW-EOF.
       B.  IF AUFTR-EOF GO Z.
           READ AUFTRAG NEXT RECORD AT END MOVE "J" TO SW-EOF GO B.
           IF SM-FNR NOT = WE-FNR GO Z.
           MOVE 0 TO SW-IX.
       C.  ADD 1 TO SW-IX.
           IF SW-IX > 6 GO B.
           IF SM-RLFNR(SW-IX) NOT = ER-LFNR GO C.
           IF SM-RBELEG(SW-IX) NOT = ER-BELEG GO C.
           MOVE SM-NR TO SW-AUFNR.
       Z.  EXIT.
      ************************************* Eingangsrechnung - Nacherfassung *
      *  Blaettert durch die nicht zugeordneten E-Rechnungen des        *
      *  Mandanten (ER-LFNR 0); der gewaehlte Lieferant erhaelt die     *
      *  Rechnung unter seinem Schluessel (Satz wird umgeschluesselt,   *
      *  Faelligkeit und Vorgabe-AK-Konto nachgezogen, Archivsatz       *
      *  umgehaengt). KR-ZUORD = J: Satz steht zur Weiterbearbeitung    *
      *  in ERECH-WARTUNG bereit, LF-SATZ ist geladen.                  *
       ERECH-ZUORD SECTION.
       A.  MOVE SPACE TO KR-ZUORD KR-EOF.
           MOVE 0 TO ER-LFNR.
           MOVE SPACE TO ER-BELEG.
           START ERECH KEY NOT < ER-KEY INVALID KEY
               MOVE "J" TO KR-EOF.
       B.  IF KRED-EOF
               DISPLAY "keine offenen E-Rechnungen" AT 2401
               PERFORM WEITER
               GO Z.
           READ ERECH NEXT RECORD AT END MOVE "J" TO KR-EOF GO B.
           IF ER-LFNR NOT = 0 MOVE "J" TO KR-EOF GO B.
           IF ER-FNR NOT = WE-FNR GO B.
       C.  CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "Belegnummer.........:" AT 0427.
           DISPLAY ER-BELEG with highlight AT 0449.
           MOVE ER-BETRAG TO KR-BRUTED.
           DISPLAY "Betrag..............:" AT 0827.
           DISPLAY KR-BRUTED with highlight AT 0849.
           DISPLAY "Buchungstext........:" AT 0927.
           DISPLAY ER-TEXT with highlight AT 0949.
           DISPLAY "<esc>=Ende, <ret>=Lieferant zuordnen, 0=naechste"
               AT 2301.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           IF WH-WERT = 0 GO B.
           MOVE WH-WERT TO LF-NR.
           MOVE SPACE TO KR-GEF.
           READ LIEF INVALID KEY MOVE "J" TO KR-GEF.
           IF KRED-FEHLT OR LF-FNR NOT = WE-FNR
               DISPLAY "Lieferant unbekannt" AT 2401
               PERFORM WEITER
               GO C.
      *    Beleg beim Lieferanten schon vorhanden? Danach steht die     *
      *    Leseposition nicht mehr - von vorn blaettern.                *
           MOVE ER-SATZ TO KR-ERSICH.
           MOVE WH-WERT TO ER-LFNR.
           MOVE SPACE TO KR-GEF.
           READ ERECH INVALID KEY MOVE "J" TO KR-GEF.
           MOVE KR-ERSICH TO ER-SATZ.
           IF NOT KRED-FEHLT
               DISPLAY "Beleg beim Lieferanten bereits erfasst" AT 2401
               PERFORM WEITER
               GO A.
           DELETE ERECH RECORD.
           MOVE WH-WERT TO ER-LFNR.
           IF ER-DATUM NOT = 0 PERFORM KRED-FAELLIG.
           IF ER-AKKTO = 0 MOVE LF-AKKTO TO ER-AKKTO.
           WRITE ER-SATZ.
           MOVE "J" TO KR-ZUORD.
           MOVE ER-LFNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           IF ER-ARCHNR = 0 GO Z.
           PERFORM ARCH-OEFFNEN.
           MOVE ER-ARCHNR TO AR-LFDNR.
           MOVE SPACE TO AQ-GEF.
           READ ARCHIV INVALID KEY MOVE "J" TO AQ-GEF.
           IF NOT ARCH-FEHLT
               MOVE ER-LFNR TO AR-KTONR
               REWRITE AR-SATZ.
           CLOSE ARCHIV.
       Z.  EXIT.
      ************************************* E-Rechnung - Import *
      *  Liest die E-Rechnungen (ebInterface-XML, ZUGFeRD/Factur-X mit  *
      *  CII-XML) aus dem Eingangsverzeichnis ERECH-EIN. Die Tags       *
      *  werden ohne Namensraum-Praefix gesucht, je Feld gilt das erste *
      *  Vorkommen:                                                     *
      *    Beleg  InvoiceNumber / ID nach ExchangedDocument             *
      *    Datum  InvoiceDate / erstes DateTimeString                   *
      *    Betrag PayableAmount / DuePayableAmount, sonst               *
      *           TotalGrossAmount / GrandTotalAmount                   *
      *    USt    TaxTotalAmount, sonst Brutto - NetAmount bzw.         *
      *           TaxBasisTotalAmount                                   *
      *    Lief.  VATIdentificationNumber / schemeID="VA" gegen LF-UID, *
      *           sonst IBAN / IBANID gegen die IBAN aus LF-BANK        *
      *  Eine ZUGFeRD-PDF wird nur ausgewertet, wenn die XML unkompri-  *
      *  miert eingebettet ist. Das Original wandert ins Briefarchiv    *
      *  (Quelle L, Art ERECH). Belegnummer beim Lieferanten schon      *
      *  vorhanden: abgewiesen, die Datei wird in *.DOP umbenannt und   *
      *  beim naechsten Lauf uebergangen. Ohne Lieferant, Beleg, Datum  *
      *  oder Betrag entsteht eine Rechnung mit Lieferanten-Nr. 0 zur   *
      *  Nacherfassung in ERECH-WARTUNG.                                *
       ERECH-IMPORT SECTION.
       A.  MOVE " E-Rechnung-Import" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO EI-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO EI-HEUTE
                           ELSE ADD 19000000 TO EI-HEUTE.
           PERFORM ERECH-VERZ.
           IF EI-DANZ = 0
               DISPLAY "keine E-Rechnungen im Verzeichnis ERECH-EIN"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE EI-DANZ TO EI-ANZED.
           DISPLAY "Eingangsverzeichnis.:" AT 0327.
           DISPLAY "ERECH-EIN" with highlight AT 0349.
           DISPLAY "E-Rechnungen........:" AT 0427.
           DISPLAY EI-ANZED with highlight AT 0449.
       M.  DISPLAY "<esc>=Abbr., <ret>=Rechnungen uebernehmen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
       B.  MOVE SPACE TO EI-KPOFF EI-LFOFF.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35" MOVE "J" TO EI-KPOFF.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN INPUT LIEF.
           IF WF-STATUS = "35" MOVE "J" TO EI-LFOFF.
           MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN I-O ERECH.
           IF WF-STATUS = "35"
               OPEN OUTPUT ERECH
               CLOSE ERECH
               OPEN I-O ERECH.
           PERFORM ARCH-OEFFNEN.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SPACE TO EI-ZEILE.
           STRING "E-Rechnung-Import vom " EI-HEUTE DELIMITED BY SIZE
               INTO EI-ZEILE.
           MOVE EI-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO EI-DIX EI-ZANZ EI-UANZ EI-FANZ.
       C.  ADD 1 TO EI-DIX.
           IF EI-DIX > EI-DANZ GO X.
           PERFORM ERECH-DATEI.
           GO C.
       X.  CLOSE ERECH ARCHIV.
           IF EI-KPOFF NOT = "J" CLOSE KPLAN.
           IF EI-LFOFF NOT = "J" CLOSE LIEF.
           MOVE EI-ZANZ TO EI-ANZED.
           MOVE EI-UANZ TO EI-ANZED2.
           MOVE EI-FANZ TO EI-ANZED3.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO EI-ZEILE.
           STRING "zugeordnet: " EI-ANZED "  zur Nacherfassung: "
               EI-ANZED2 "  abgewiesen: " EI-ANZED3
               DELIMITED BY SIZE INTO EI-ZEILE.
           MOVE EI-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "zugeordnet " EI-ANZED ", offen " EI-ANZED2
               ", abgewiesen " EI-ANZED3 AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* E-Rechnung - Verzeichnis *
      *  Sammelt die *.XML- und *.PDF-Dateien des Eingangsverzeichnis-  *
      *  ses (hoechstens 200 je Lauf) nach EI-DAT, bevor eine davon     *
      *  ins Archiv verschoben wird.                                    *
       ERECH-VERZ SECTION.
       A.  MOVE 0 TO EI-DANZ.
           MOVE 9 TO EI-VLEN.
           MOVE "ERECH-EIN" TO EI-VTXT.
           MOVE 3 TO EI-MLEN.
           MOVE "*.*" TO EI-MTXT.
           MOVE 2 TO EI-INHALT.
           MOVE 0 TO EI-FLAGS.
           CALL "CBL_DIR_SCAN_START" USING EI-HANDLE EI-VERZ EI-MUSTER
               EI-INHALT EI-FLAGS.
           IF RETURN-CODE NOT = 0 GO Z.
       B.  CALL "CBL_DIR_SCAN_READ_ENTRY" USING EI-HANDLE EI-EINTRAG.
           IF RETURN-CODE NOT = 0 GO X.
           IF EI-NLEN = 0 OR EI-NLEN > 40 GO B.
           MOVE SPACE TO EI-NGR.
           MOVE EI-NTXT(1:EI-NLEN) TO EI-NGR.
           INSPECT EI-NGR CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EI-NLEN < 5 GO B.
           MOVE EI-NGR(EI-NLEN - 2:3) TO EI-EXT.
           IF EI-NGR(EI-NLEN - 3:1) NOT = "." GO B.
           IF EI-EXT NOT = "XML" AND EI-EXT NOT = "PDF" GO B.
           IF EI-DANZ = 200 GO X.
           ADD 1 TO EI-DANZ.
           MOVE EI-NTXT(1:EI-NLEN) TO EI-DAT(EI-DANZ).
           GO B.
       X.  CALL "CBL_DIR_SCAN_END" USING EI-HANDLE.
       Z.  EXIT.
      ************************************* E-Rechnung - eine Datei *
       ERECH-DATEI SECTION.
       A.  MOVE SPACE TO EI-DATEI.
           STRING "ERECH-EIN/" EI-DAT(EI-DIX) DELIMITED BY SPACE
               INTO EI-DATEI.
           MOVE SPACE TO EI-BELEG EI-UID EI-IBAN EI-GRUND EI-EDOK
               EI-BRKZ EI-NEKZ EI-USKZ EI-ZBKZ.
           MOVE 0 TO EI-DATUM EI-BRUTTO EI-NETTO EI-UST EI-ZAHLB
               EI-BETRAG EI-LFNR.
           OPEN INPUT EIDAT.
           IF WF-STATUS NOT = "00"
               MOVE "Datei nicht lesbar" TO EI-GRUND
               ADD 1 TO EI-FANZ
               PERFORM ERECH-LISTE
               GO Z.
       B.  READ EIDAT AT END GO C.
           PERFORM ERECH-XML.
           GO B.
       C.  CLOSE EIDAT.
           IF EI-ZBKZ = "J" MOVE EI-ZAHLB TO EI-BETRAG
                       ELSE MOVE EI-BRUTTO TO EI-BETRAG.
           IF EI-USKZ NOT = "J" AND EI-BRKZ = "J" AND EI-NEKZ = "J"
               COMPUTE EI-UST = EI-BRUTTO - EI-NETTO.
           PERFORM ERECH-LIEFSUCH.
           IF EI-LFNR = 0 MOVE "Lieferant nicht gefunden" TO EI-GRUND.
           IF EI-BETRAG = 0 MOVE "Betrag fehlt" TO EI-GRUND.
           IF EI-DATUM = 0 MOVE "Rechnungsdatum fehlt" TO EI-GRUND.
           IF EI-BELEG = SPACE MOVE "Belegnummer fehlt" TO EI-GRUND.
           IF EI-GRUND NOT = SPACE MOVE 0 TO EI-LFNR.
      *    Doppelte Belegnummer - auch eine schon zur Nacherfassung     *
      *    stehende Rechnung wird nicht ein zweites Mal angelegt.       *
           IF EI-BELEG = SPACE GO D.
           MOVE EI-LFNR TO ER-LFNR.
           MOVE EI-BELEG TO ER-BELEG.
           MOVE SPACE TO EI-GEF.
           READ ERECH INVALID KEY MOVE "J" TO EI-GEF.
           IF ERIMP-FEHLT GO D.
           MOVE "Belegnummer bereits erfasst" TO EI-GRUND.
           ADD 1 TO EI-FANZ.
           PERFORM ERECH-LISTE.
           MOVE EI-DATEI TO EI-ZIEL.
           MOVE 60 TO EI-J.
       C1. IF EI-J > 1 AND EI-ZIEL(EI-J:1) NOT = "."
               SUBTRACT 1 FROM EI-J
               GO C1.
           IF EI-J > 1 MOVE ".DOP" TO EI-ZIEL(EI-J:4).
           CALL "CBL_RENAME_FILE" USING EI-DATEI EI-ZIEL.
           GO Z.
      *    Original ins Briefarchiv - erst danach wird die Rechnung     *
      *    angelegt, damit eine liegengebliebene Datei nie zu einer     *
      *    Rechnung ohne Original fuehrt.                               *
       D.  MOVE "L" TO AQ-QU.
           MOVE EI-LFNR TO AQ-KTO.
           MOVE "ERECH" TO AQ-ART.
           MOVE WX-LPT TO EI-LPT.
           PERFORM ARCH-NAME.
           MOVE EI-LPT TO WX-LPT.
           MOVE EI-DAT(EI-DIX) TO EI-NGR.
           INSPECT EI-NGR CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 40 TO EI-J.
       D1. IF EI-J > 1 AND EI-NGR(EI-J:1) NOT = "."
               SUBTRACT 1 FROM EI-J
               GO D1.
           IF EI-NGR(EI-J:4) = ".XML"
               MOVE ".XML" TO AQ-DATEI(10:4)
               MOVE AQ-DATEI TO AR-DATEI
               REWRITE AR-SATZ.
           CALL "CBL_RENAME_FILE" USING EI-DATEI AQ-DATEI.
           IF RETURN-CODE NOT = 0
               DELETE ARCHIV RECORD
               MOVE "Ablage im Archiv gescheitert" TO EI-GRUND
               ADD 1 TO EI-FANZ
               PERFORM ERECH-LISTE
               GO Z.
       E.  MOVE EI-LFNR TO ER-LFNR.
           MOVE EI-BELEG TO ER-BELEG.
           IF EI-BELEG = SPACE
               MOVE AQ-NR TO EI-NRED
               STRING "ARC" EI-NRED DELIMITED BY SIZE INTO ER-BELEG.
           MOVE WE-FNR TO ER-FNR.
           MOVE EI-DATUM TO ER-DATUM.
           MOVE 0 TO ER-FAELLIG ER-AKKTO ER-BEZDAT ER-PRNR.
           MOVE EI-BETRAG TO ER-BETRAG.
           MOVE EI-UST TO ER-UST.
           MOVE SPACE TO ER-BEZKZ ER-TEXT ER-PRKZ.
           MOVE "E" TO ER-EIKZ.
           MOVE AQ-NR TO ER-ARCHNR.
           IF EI-LFNR = 0 GO E1.
           PERFORM KRED-FAELLIG.
           IF LF-AKKTO NOT = 0 AND EI-KPOFF NOT = "J"
               MOVE LF-AKKTO TO KP-KTONR
               MOVE SPACE TO EI-GEF
               READ KPLAN INVALID KEY MOVE "J" TO EI-GEF
               END-READ
               IF NOT ERIMP-FEHLT MOVE LF-AKKTO TO ER-AKKTO.
           STRING "E-Rechnung " EI-BELEG DELIMITED BY SIZE
               INTO ER-TEXT.
           ADD 1 TO EI-ZANZ.
           GO F.
      *    Hinweis fuer die Nacherfassung: woran der Lieferant zu       *
      *    erkennen waere.                                              *
       E1. IF EI-UID NOT = SPACE
               STRING "UID " EI-UID DELIMITED BY SIZE INTO ER-TEXT
               GO E2.
           IF EI-IBAN NOT = SPACE
               STRING "IBAN " EI-IBAN DELIMITED BY SIZE INTO ER-TEXT
               GO E2.
           MOVE EI-DAT(EI-DIX) TO ER-TEXT.
       E2. ADD 1 TO EI-UANZ.
       F.  WRITE ER-SATZ INVALID KEY
               MOVE "Belegnummer bereits erfasst" TO EI-GRUND.
           PERFORM ERECH-LISTE.
       Z.  EXIT.
      ************************************* E-Rechnung - Listenzeile *
       ERECH-LISTE SECTION.
       A.  MOVE EI-LFNR TO EI-LFED.
           MOVE EI-BETRAG TO EI-BETED.
           MOVE SPACE TO EI-ZEILE.
           IF EI-GRUND = SPACE
               STRING EI-DAT(EI-DIX)(1:24) " Lief. " EI-LFED " Beleg "
                   EI-BELEG " " EI-BETED " zugeordnet"
                   DELIMITED BY SIZE INTO EI-ZEILE
           ELSE
               STRING EI-DAT(EI-DIX)(1:24) " Beleg " EI-BELEG " "
                   EI-BETED " " EI-GRUND
                   DELIMITED BY SIZE INTO EI-ZEILE.
           MOVE EI-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* E-Rechnung - Zeile auswerten *
      *  Sucht in EID-ZEILE die noch fehlenden Felder; je Feld zaehlt   *
      *  das erste Vorkommen in der Datei.                              *
       ERECH-XML SECTION.
       A.  MOVE SPACE TO EI-ROH.
           MOVE 1 TO EI-AB.
           IF EI-EDOK = "J" GO B.
           MOVE "ExchangedDocument" TO EI-TAG.
           MOVE 17 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-FND NOT = 0
               MOVE "J" TO EI-EDOK
               MOVE EI-FND TO EI-AB.
       B.  IF EI-BELEG NOT = SPACE GO C.
           MOVE "InvoiceNumber" TO EI-TAG.
           MOVE 13 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0 AND EI-EDOK = "J"
               MOVE "ID" TO EI-TAG
               MOVE 2 TO EI-TAGL
               PERFORM ERECH-TAG.
           IF EI-WL NOT = 0 MOVE EI-WERT TO EI-BELEG.
       C.  MOVE 1 TO EI-AB.
           IF EI-DATUM NOT = 0 GO D.
           MOVE "InvoiceDate" TO EI-TAG.
           MOVE 11 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0
               MOVE "DateTimeString" TO EI-TAG
               MOVE 14 TO EI-TAGL
               PERFORM ERECH-TAG.
           IF EI-WL NOT = 0 PERFORM ERECH-DATUM.
       D.  IF EI-UID NOT = SPACE GO E.
           MOVE "VATIdentificationNumber" TO EI-TAG.
           MOVE 23 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0
               MOVE "J" TO EI-ROH
               MOVE 'schemeID="VA"' TO EI-TAG
               MOVE 13 TO EI-TAGL
               PERFORM ERECH-TAG
               MOVE SPACE TO EI-ROH.
           IF EI-WL NOT = 0 MOVE EI-WERT TO EI-UID.
       E.  IF EI-IBAN NOT = SPACE GO F.
           MOVE "IBAN" TO EI-TAG.
           MOVE 4 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0
               MOVE "IBANID" TO EI-TAG
               MOVE 6 TO EI-TAGL
               PERFORM ERECH-TAG.
           IF EI-WL = 0 GO F.
      *    IBAN ohne Vierergruppen-Leerstellen                          *
           MOVE 0 TO EI-K EI-L.
       E1. ADD 1 TO EI-K.
           IF EI-K > EI-WL GO F.
           IF EI-WERT(EI-K:1) = SPACE GO E1.
           ADD 1 TO EI-L.
           MOVE EI-WERT(EI-K:1) TO EI-IBAN(EI-L:1).
           GO E1.
       F.  IF EI-ZBKZ = "J" GO G.
           MOVE "PayableAmount" TO EI-TAG.
           MOVE 13 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0
               MOVE "DuePayableAmount" TO EI-TAG
               MOVE 16 TO EI-TAGL
               PERFORM ERECH-TAG.
           IF EI-WL NOT = 0
               PERFORM ERECH-BETRAG
               MOVE EI-BETRAG TO EI-ZAHLB
               MOVE "J" TO EI-ZBKZ.
       G.  IF EI-BRKZ = "J" GO H.
           MOVE "TotalGrossAmount" TO EI-TAG.
           MOVE 16 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0
               MOVE "GrandTotalAmount" TO EI-TAG
               MOVE 16 TO EI-TAGL
               PERFORM ERECH-TAG.
           IF EI-WL NOT = 0
               PERFORM ERECH-BETRAG
               MOVE EI-BETRAG TO EI-BRUTTO
               MOVE "J" TO EI-BRKZ.
       H.  IF EI-NEKZ = "J" GO J.
           MOVE "NetAmount" TO EI-TAG.
           MOVE 9 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL = 0
               MOVE "TaxBasisTotalAmount" TO EI-TAG
               MOVE 19 TO EI-TAGL
               PERFORM ERECH-TAG.
           IF EI-WL NOT = 0
               PERFORM ERECH-BETRAG
               MOVE EI-BETRAG TO EI-NETTO
               MOVE "J" TO EI-NEKZ.
       J.  IF EI-USKZ = "J" GO Z.
           MOVE "TaxTotalAmount" TO EI-TAG.
           MOVE 14 TO EI-TAGL.
           PERFORM ERECH-TAG.
           IF EI-WL NOT = 0
               PERFORM ERECH-BETRAG
               MOVE EI-BETRAG TO EI-UST
               MOVE "J" TO EI-USKZ.
       Z.  EXIT.
      ************************************* E-Rechnung - Tag suchen *
      *  Erstes oeffnendes Tag EI-TAG (mit oder ohne Namensraum-        *
      *  Praefix, Attribute erlaubt) ab Stelle EI-AB; Inhalt bis zum    *
      *  naechsten "<" nach EI-WERT, Laenge EI-WL (0 = nicht gefunden), *
      *  EI-FND = Stelle des Inhalts. EI-ROH = J sucht den Text ohne    *
      *  Tag-Grenzen (Attribut, z.B. schemeID).                         *
       ERECH-TAG SECTION.
       A.  MOVE SPACE TO EI-WERT.
           MOVE 0 TO EI-WL EI-FND.
           MOVE EI-AB TO EI-J.
       B.  IF EI-J + EI-TAGL > 500 GO Z.
           IF EID-ZEILE(EI-J:EI-TAGL) NOT = EI-TAG(1:EI-TAGL) GO B9.
           IF EI-ROH = "J" GO C.
           IF EI-J = 1 GO B9.
           IF EID-ZEILE(EI-J + EI-TAGL:1) NOT = ">"
               AND EID-ZEILE(EI-J + EI-TAGL:1) NOT = SPACE GO B9.
           IF EID-ZEILE(EI-J - 1:1) = "<" GO C.
           IF EID-ZEILE(EI-J - 1:1) NOT = ":" GO B9.
      *    Praefix - Tag-Anfang suchen, schliessende Tags uebergehen    *
           MOVE EI-J TO EI-K.
       B1. SUBTRACT 1 FROM EI-K.
           IF EI-K < 2 GO B9.
           IF EID-ZEILE(EI-K:1) = SPACE OR EID-ZEILE(EI-K:1) = ">"
               GO B9.
           IF EID-ZEILE(EI-K:1) NOT = "<" GO B1.
           IF EID-ZEILE(EI-K + 1:1) = "/" GO B9.
           GO C.
       B9. ADD 1 TO EI-J.
           GO B.
       C.  ADD EI-TAGL TO EI-J.
       C1. IF EI-J > 500 GO Z.
           IF EID-ZEILE(EI-J:1) NOT = ">" ADD 1 TO EI-J GO C1.
           ADD 1 TO EI-J.
       C2. IF EI-J > 500 GO Z.
           IF EID-ZEILE(EI-J:1) = SPACE ADD 1 TO EI-J GO C2.
           MOVE EI-J TO EI-FND.
       D.  IF EI-J > 500 OR EID-ZEILE(EI-J:1) = "<" GO Z.
           IF EI-WL = 40 GO Z.
           ADD 1 TO EI-WL.
           MOVE EID-ZEILE(EI-J:1) TO EI-WERT(EI-WL:1).
           ADD 1 TO EI-J.
           GO D.
       Z.  EXIT.
      ************************************* E-Rechnung - Betrag *
      *  Betrag aus EI-WERT, Dezimalpunkt wie im XML ueblich (Muster    *
      *  CAMT-BETRAG); Gutschriften mit fuehrendem Minus.               *
       ERECH-BETRAG SECTION.
       A.  MOVE 0 TO EI-BETI EI-BETD EI-NK EI-K.
           MOVE SPACE TO EI-NEG.
       B.  ADD 1 TO EI-K.
           IF EI-K > EI-WL GO C.
           IF EI-WERT(EI-K:1) = "-" MOVE "J" TO EI-NEG GO B.
           IF EI-WERT(EI-K:1) = "." MOVE 1 TO EI-NK GO B.
           IF EI-WERT(EI-K:1) < "0" OR EI-WERT(EI-K:1) > "9" GO B.
           MOVE EI-WERT(EI-K:1) TO EI-ZIF.
           IF EI-NK = 0 AND EI-BETI > 999999 GO B.
           IF EI-NK = 0 COMPUTE EI-BETI = EI-BETI * 10 + EI-ZIF GO B.
           IF EI-NK < 3 COMPUTE EI-BETD = EI-BETD * 10 + EI-ZIF
               ADD 1 TO EI-NK.
           GO B.
       C.  IF EI-NK = 2 MULTIPLY 10 BY EI-BETD.
           COMPUTE EI-BETRAG = EI-BETI + EI-BETD / 100.
           IF EI-NEG = "J" COMPUTE EI-BETRAG = EI-BETRAG * -1.
       Z.  EXIT.
      ************************************* E-Rechnung - Datum *
      *  Die ersten acht Ziffern aus EI-WERT (JJJJ-MM-TT bzw. Format    *
      *  102 JJJJMMTT).                                                 *
       ERECH-DATUM SECTION.
       A.  MOVE 0 TO EI-DATUM EI-K EI-L.
       B.  ADD 1 TO EI-K.
           IF EI-K > EI-WL OR EI-L = 8 GO C.
           IF EI-WERT(EI-K:1) < "0" OR EI-WERT(EI-K:1) > "9" GO B.
           MOVE EI-WERT(EI-K:1) TO EI-ZIF.
           COMPUTE EI-DATUM = EI-DATUM * 10 + EI-ZIF.
           ADD 1 TO EI-L.
           GO B.
       C.  IF EI-L NOT = 8 MOVE 0 TO EI-DATUM.
       Z.  EXIT.
      ************************************* E-Rechnung - Lieferant *
      *  Lieferant des Mandanten ueber die UID, sonst ueber die wie     *
      *  im Zahllauf aus LF-BANK gebildete IBAN; LF-SATZ bleibt fuer    *
      *  Faelligkeit und Vorgabe-AK-Konto geladen. EI-LFNR 0 = keiner.  *
       ERECH-LIEFSUCH SECTION.
       A.  MOVE 0 TO EI-LFNR EI-ULFNR EI-ILFNR.
           IF EI-LFOFF = "J" GO Z.
           IF EI-UID = SPACE AND EI-IBAN = SPACE GO Z.
           MOVE 0 TO LF-NR.
           MOVE SPACE TO EI-EOF.
           START LIEF KEY NOT < LF-KEY INVALID KEY
               MOVE "J" TO EI-EOF.
       B.  IF ERIMP-EOF GO C.
           READ LIEF NEXT RECORD AT END MOVE "J" TO EI-EOF GO B.
           IF LF-FNR NOT = WE-FNR GO B.
           IF EI-UID NOT = SPACE AND LF-UID = EI-UID
               MOVE LF-NR TO EI-ULFNR
               GO C.
           IF EI-IBAN = SPACE OR LF-IBAN = SPACE OR EI-ILFNR NOT = 0
               GO B.
           MOVE LF-BKLZL TO EI-BLZED.
           MOVE SPACE TO EI-LIBAN.
           STRING LF-IBAN EI-BLZED LF-BKKTO
               DELIMITED BY SIZE INTO EI-LIBAN.
           IF EI-LIBAN = EI-IBAN MOVE LF-NR TO EI-ILFNR.
           GO B.
       C.  MOVE EI-ULFNR TO EI-LFNR.
           IF EI-LFNR = 0 MOVE EI-ILFNR TO EI-LFNR.
           IF EI-LFNR = 0 GO Z.
           MOVE EI-LFNR TO LF-NR.
           READ LIEF INVALID KEY MOVE 0 TO EI-LFNR.
       Z.  EXIT.
      ************************************* Kreditoren - Faelligkeit *
      *  Rechnungsdatum + Zahlungsziel des Lieferanten in Tagen,        *
      *  30/360-Monatsrechnung wie ueberall im Haus.                    *
       KRED-FAELLIG SECTION.
       A.  MOVE ER-DATUM TO KR-DATD.
           MOVE KR-DATD(1:4) TO KR-FJ.
           MOVE KR-DATD(5:2) TO KR-FM.
           MOVE KR-DATD(7:2) TO KR-FT.
           ADD LF-ZIEL TO KR-FT.
       B.  IF KR-FT NOT > 30 GO C.
           SUBTRACT 30 FROM KR-FT.
           ADD 1 TO KR-FM.
           IF KR-FM > 12
               SUBTRACT 12 FROM KR-FM
               ADD 1 TO KR-FJ.
           GO B.
       C.  COMPUTE ER-FAELLIG = KR-FJ * 10000 + KR-FM * 100 + KR-FT.
       Z.  EXIT.
      ************************************* Kreditoren - Zahllauf *
      *  Sammelueberweisung der faelligen, unbezahlten Eingangs-        *
      *  rechnungen als pain.001 (gleiche Struktur wie der SEPA-        *
      *  Export der Eigentuemer-Gutschriften, eigene Datei              *
      *  SEPA-KRED.XML) ueber einen Zahlungsstapel. Mit dessen Frei-    *
      *  gabe je Rechnung: Journalsatz (ZJ-ART "K"), AK-Buchung auf     *
      *  das hinterlegte Konto und ER-BEZKZ "J" - die Rechnung faellt   *
      *  damit aus jedem weiteren Lauf; bis dahin sperrt der offene     *
      *  Stapel den naechsten Zahllauf.                                 *
       KRED-ZAHLLAUF SECTION.
       A.  MOVE 2 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (SEPA-Export)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "K" TO ZA-ART.
           PERFORM ZAHL-OFFEN.
           IF ZA-SPERR = "J" GO Z.
           MOVE " Kreditoren-Zahllauf" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO KR-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO KR-HEUTE
                           ELSE ADD 19000000 TO KR-HEUTE.
           MOVE KR-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - kein Lauf"
                   AT 2301
               PERFORM WEITER
               GO Z.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN INPUT LIEF.
           IF WF-STATUS = "35"
               DISPLAY "keine Lieferanten vorhanden" AT 2301
               PERFORM WEITER
               GO Z.
           MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN I-O ERECH.
           IF WF-STATUS = "35"
               CLOSE LIEF
               DISPLAY "keine Eingangsrechnungen vorhanden" AT 2301
               PERFORM WEITER
               GO Z.
      *    Zaehl-/Prueflauf: faellige unbezahlte Rechnungen mit         *
      *    zahlbarer Bankverbindung.                                    *
           MOVE 0 TO KR-ANZ KR-FEHL KR-SUMME.
           MOVE SPACE TO KR-LEISE.
           OPEN OUTPUT DRUCKER.
           MOVE "Kreditoren-Zahllauf - nicht zahlbare Rechnungen:"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO ER-LFNR.
           MOVE SPACE TO ER-BELEG KR-EOF.
           START ERECH KEY NOT < ER-KEY INVALID KEY
               MOVE "J" TO KR-EOF.
       B.  IF KRED-EOF GO C.
           READ ERECH NEXT RECORD AT END MOVE "J" TO KR-EOF GO B.
           IF ER-FNR NOT = WE-FNR GO B.
           IF ER-BEZKZ = "J" GO B.
           IF ER-FAELLIG > KR-HEUTE GO B.
           PERFORM KRED-PRUEF.
           IF KRED-FEHLT GO B.
           ADD 1 TO KR-ANZ.
           ADD ER-BETRAG TO KR-SUMME.
           GO B.
       C.  IF KR-ANZ = 0
               CLOSE ERECH LIEF DRUCKER
               DISPLAY "keine faelligen Rechnungen." AT 2301
               PERFORM WEITER
               GO Z.
      *    pain.001-Rahmen wie im SEPA-Export, geschrieben unter dem    *
      *    Stapelnamen, Bankname SEPA-KRED.XML - WS-SEPNAM wird nach    *
      *    dem Lauf zurueckgestellt, damit der naechste Eigentuemer-    *
      *    Export nicht in die Kreditorendatei schreibt.                *
           MOVE "SEPA-KRED.XML" TO ZA-ZIEL.
           PERFORM ZAHL-STAPEL.
           MOVE ZA-DATEI TO WS-SEPNAM.
           STRING "HK" KR-HEUTE DELIMITED BY SIZE INTO KR-MSGID.
           STRING KR-HEUTE(1:4) "-" KR-HEUTE(5:2) "-" KR-HEUTE(7:2)
               DELIMITED BY SIZE INTO KR-EXECD.
           MOVE KR-SUMME TO KR-SUMI.
           COMPUTE KR-SUMD = (KR-SUMME - KR-SUMI) * 100.
           STRING KR-SUMI "." KR-SUMD DELIMITED BY SIZE INTO KR-SUMED.
           MOVE KR-ANZ TO KR-ANZED.
           OPEN OUTPUT SEPADAT.
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<Document><CstmrCdtTrfInitn><GrpHdr>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<MsgId>' KR-MSGID '</MsgId>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<NbOfTxs>' KR-ANZED '</NbOfTxs>'
               '<CtrlSum>' KR-SUMED '</CtrlSum>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<InitgPty><Nm>' WK-FIRMA '</Nm></InitgPty>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '</GrpHdr><PmtInf><PmtInfId>' KR-MSGID
               '</PmtInfId>' DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<PmtMtd>TRF</PmtMtd><PmtTpInf><SvcLvl><Cd>SEPA'
               '</Cd></SvcLvl></PmtTpInf>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<ReqdExctnDt>' KR-EXECD '</ReqdExctnDt>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<Dbtr><Nm>' KO-FIRMA '</Nm></Dbtr>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           MOVE KO-BKLZL TO KR-DBLZED.
           STRING KO-IBAN KR-DBLZED KO-BKKTO
               DELIMITED BY SIZE INTO KR-DIBAND.
           STRING '<DbtrAcct><Id><IBAN>' KR-DIBAND
               '</IBAN></Id></DbtrAcct>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           STRING '<DbtrAgt><FinInstnId><Othr><Id>' KR-DBLZED
               '</Id></Othr></FinInstnId></DbtrAgt>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
      *    Zahlungsschleife - KRED-PRUEF laeuft hier leise, die         *
      *    Ausnahmen sind schon im Zaehllauf gezaehlt und gelistet.     *
           MOVE "J" TO KR-LEISE.
           MOVE 0 TO ER-LFNR.
           MOVE SPACE TO ER-BELEG KR-EOF.
           START ERECH KEY NOT < ER-KEY INVALID KEY
               MOVE "J" TO KR-EOF.
       D.  IF KRED-EOF GO X.
           READ ERECH NEXT RECORD AT END MOVE "J" TO KR-EOF GO D.
           IF ER-FNR NOT = WE-FNR GO D.
           IF ER-BEZKZ = "J" GO D.
           IF ER-FAELLIG > KR-HEUTE GO D.
           PERFORM KRED-PRUEF.
           IF KRED-FEHLT GO D.
           PERFORM KRED-SATZ.
           GO D.
       X.  STRING '</PmtInf></CstmrCdtTrfInitn></Document>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
           CLOSE SEPADAT ERECH LIEF.
           MOVE "SEPA-EXPORT.XML" TO WS-SEPNAM.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE KR-FEHL TO KR-LFED.
           STRING "nicht zahlbar (Lieferant/Bank/AK-Konto fehlt): "
               KR-LFED
               DELIMITED BY SIZE INTO KR-ZEILE.
           MOVE KR-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           PERFORM ZAHL-ABSCHLUSS.
           DISPLAY "Zahllauf: " KR-ANZ " Rechnungen im Zahlungsstapel."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Kreditoren - Pruefung *
      *  Lieferant vorhanden, mandantenrein und mit Bankverbindung -    *
      *  sonst Ausnahmezeile; der LF-SATZ steht danach fuer den         *
      *  Zahlungssatz bereit. Im leisen Modus (KR-LEISE = J, zweiter    *
      *  Durchlauf der Zahlungsschleife) wird nur geprueft, nicht       *
      *  erneut gezaehlt und gelistet.                                  *
       KRED-PRUEF SECTION.
       A.  MOVE ER-LFNR TO LF-NR.
           MOVE SPACE TO KR-GEF.
           READ LIEF INVALID KEY MOVE "J" TO KR-GEF.
           IF NOT KRED-FEHLT AND LF-FNR NOT = WE-FNR
               MOVE "J" TO KR-GEF.
           IF NOT KRED-FEHLT AND
               (LF-IBAN = SPACE OR LF-BKKTO = SPACE)
               MOVE "J" TO KR-GEF.
      *    Importierte E-Rechnung ohne Vorgabe-AK-Konto - ohne Konto    *
      *    keine AK-Buchung, also auch keine Zahlung.                   *
           IF ER-AKKTO = 0 MOVE "J" TO KR-GEF.
           IF KRED-FEHLT AND KR-LEISE NOT = "J"
               ADD 1 TO KR-FEHL
               MOVE ER-LFNR TO KR-LFED
               MOVE SPACE TO KR-ZEILE
               STRING "Lieferant " KR-LFED " Beleg " ER-BELEG
                   " - Lieferant/Bank/AK-Konto fehlt"
                   DELIMITED BY SIZE INTO KR-ZEILE
               MOVE KR-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Kreditoren - Zahlungssatz *
      *  pain.001-Position und Stapelposition je Rechnung; LF-SATZ ist  *
      *  aus KRED-PRUEF geladen.                                        *
       KRED-SATZ SECTION.
       A.  MOVE ER-LFNR TO KR-LFED.
           MOVE LF-BKLZL TO KR-BLZED.
           STRING LF-IBAN KR-BLZED LF-BKKTO
               DELIMITED BY SIZE INTO KR-IBAND.
           MOVE ER-BETRAG TO KR-BETRAG.
           MOVE KR-BETRAG TO KR-BETI.
               '</IBAN></Id></CdtrAcct></CdtTrfTxInf>'
               DELIMITED BY SIZE INTO SD-ZEILE.
           WRITE SD-ZEILE.
      *    Stapelposition je Rechnung; Journalsatz, AK-Buchung zum     *
      *    Zahltag und Bezahlt-Kennzeichen folgen mit der Freigabe      *
      *    (ZAHL-BUCHEN).                                               *
       B.  MOVE "K" TO ZA-QU.
           MOVE ER-LFNR TO ZA-KTO.
           MOVE ER-BELEG TO ZA-BELEG.
           MOVE KR-BETRAG TO ZA-BETRAG.
           MOVE LF-NAME TO ZA-NAME.
           MOVE KR-IBAND TO ZA-IBAN.
           PERFORM ZAHL-POSITION.
       Z.  EXIT.
      ************************************* USt-Voranmeldung (UVA) *
      *  Quartalsauswertung je Mandant: Entgelte aus den LK-Buchungen   *
      *  und Vorsteuern aus den AK-Buchungen, gruppiert nach der        *
      *  USt-Kategorie des Kontenplans (Saetze aus KO-UST); die         *
      *  Steuer wird aus den Bruttobetraegen herausgerechnet            *
      *  (Steuer = Brutto x Satz / (100 + Satz)). Konten ohne           *
      *  USt-Kategorie gelten als nicht steuerbar und bleiben           *
      *  aussen vor. Druckliste ueber die normale DRUCKER-Ausgabe.      *
       UVA-AUSWERTUNG SECTION.
       A.  MOVE "   UVA je Quartal" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO UV-VON.
           IF WH-DATUM < 500000 ADD 20000000 TO UV-VON
                           ELSE ADD 19000000 TO UV-VON.
           MOVE UV-VON(1:4) TO UV-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Jahr" AT 2301.
           DISPLAY "Jahr................:" AT 0327.
           MOVE UV-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO UV-JAHR.
       A2. DISPLAY "<esc>=Abbruch, <ret>=Quartal (1-4)" AT 2301.
           DISPLAY "Quartal (1-4).......:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004491001" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A2.
           IF WH-WERT < 1 OR WH-WERT > 4 GO A2.
           MOVE WH-WERT TO UV-QUART.
           COMPUTE UV-VON = UV-JAHR * 10000
               + (UV-QUART * 3 - 2) * 100 + 01.
           COMPUTE UV-BIS = UV-JAHR * 10000 + UV-QUART * 3 * 100 + 31.
           MOVE SPACE TO UV-KPOFF.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35"
               DISPLAY "Kontenplan fehlt - zuerst anlegen" AT 2401
               PERFORM WEITER
               GO Z.
           PERFORM VARYING UV-IX FROM 1 BY 1 UNTIL UV-IX > 6
               MOVE 0 TO UV-ENT(UV-IX) UV-VST(UV-IX).
      *    Entgelte aus LK                                              *
       B.  MOVE "HV-LK.DAT" TO DATEI.
           OPEN INPUT LK.
           IF WF-STATUS = "35" GO B9.
           MOVE 0 TO LK-KTONR LK-DATUM LK-LFDNR.
           MOVE SPACE TO UV-EOF.
           MOVE WE-FNR TO LK-FNR.
           START LK KEY NOT < LK-FNRKEY INVALID KEY
               MOVE "J" TO UV-EOF.
       B1. IF UVA-EOF GO B8.
           READ LK NEXT RECORD AT END MOVE "J" TO UV-EOF GO B1.
           IF LK-FNR NOT = WE-FNR MOVE "J" TO UV-EOF GO B1.
           IF LK-DATUM < UV-VON OR LK-DATUM > UV-BIS GO B1.
           MOVE LK-KTONR TO KP-KTONR.
           PERFORM UVA-KAT.
           IF UV-IX = 0 GO B1.
           ADD LK-BETRAG TO UV-ENT(UV-IX).
           GO B1.
       B8. CLOSE LK.
      *    Vorsteuern aus AK                                            *
       B9. MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           IF WF-STATUS = "35" GO C9.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO UV-EOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO UV-EOF.
       C1. IF UVA-EOF GO C8.
           READ AK NEXT RECORD AT END MOVE "J" TO UV-EOF GO C1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO UV-EOF GO C1.
           IF AK-DATUM < UV-VON OR AK-DATUM > UV-BIS GO C1.
           MOVE AK-KTONR TO KP-KTONR.
           PERFORM UVA-KAT.
           IF UV-IX = 0 GO C1.
           ADD AK-BETRAG TO UV-VST(UV-IX).
           GO C1.
       C8. CLOSE AK.
       C9. CLOSE KPLAN.
      *    Druckliste                                                   *
       D.  OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO UV-ZEILE.
           STRING "Umsatzsteuervoranmeldung " UV-JAHR " / Quartal "
               UV-QUART DELIMITED BY SIZE INTO UV-ZEILE.
           MOVE UV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Kat Satz     Brutto        Netto       Steuer"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO UV-USTSUM UV-VSTSUM.
           MOVE "Entgelte (LK):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM VARYING UV-IX FROM 1 BY 1 UNTIL UV-IX > 6
               IF UV-ENT(UV-IX) NOT = 0
                   PERFORM UVA-ENTZEILE.
           MOVE "Vorsteuern (AK):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM VARYING UV-IX FROM 1 BY 1 UNTIL UV-IX > 6
               IF UV-VST(UV-IX) NOT = 0
                   PERFORM UVA-VSTZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           COMPUTE UV-ZAHL = UV-USTSUM - UV-VSTSUM.
           MOVE UV-USTSUM TO UV-BETED3.
           MOVE SPACE TO UV-ZEILE.
           STRING "Umsatzsteuer gesamt..: " UV-BETED3
               DELIMITED BY SIZE INTO UV-ZEILE.
           MOVE UV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE UV-VSTSUM TO UV-BETED3.
           MOVE SPACE TO UV-ZEILE.
           STRING "Vorsteuer gesamt.....: " UV-BETED3
               DELIMITED BY SIZE INTO UV-ZEILE.
           MOVE UV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE UV-ZAHL TO UV-BETED3.
           MOVE SPACE TO UV-ZEILE.
           IF UV-ZAHL < 0
               STRING "Ueberschuss..........: " UV-BETED3
                   DELIMITED BY SIZE INTO UV-ZEILE
           ELSE
               STRING "Zahllast.............: " UV-BETED3
                   DELIMITED BY SIZE INTO UV-ZEILE.
           MOVE UV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "UVA gedruckt." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* UVA - Kategorie nachlesen *
      *  USt-Kategorie des Kontos aus dem Kontenplan nach UV-IX;        *
      *  0 = kein Satz bzw. keine Kategorie (nicht steuerbar).          *
       UVA-KAT SECTION.
       A.  MOVE 0 TO UV-IX.
           MOVE SPACE TO UV-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO UV-GEF.
           IF UVA-FEHLT GO Z.
           IF KP-USTKAT < 1 OR KP-USTKAT > 6 GO Z.
           MOVE KP-USTKAT TO UV-IX.
       Z.  EXIT.
      ************************************* UVA - Entgeltzeile *
       UVA-ENTZEILE SECTION.
       A.  COMPUTE UV-STEUER ROUNDED = UV-ENT(UV-IX) * WT-UST(UV-IX)
               / (100 + WT-UST(UV-IX)).
           COMPUTE UV-NETTO = UV-ENT(UV-IX) - UV-STEUER.
           ADD UV-STEUER TO UV-USTSUM.
           MOVE WT-UST(UV-IX) TO UV-USTED.
           MOVE UV-ENT(UV-IX) TO UV-BETED.
           MOVE UV-NETTO TO UV-BETED2.
           MOVE UV-STEUER TO UV-BETED3.
           MOVE UV-IX TO UV-IXED.
           MOVE SPACE TO UV-ZEILE.
           STRING " " UV-IXED "  " UV-USTED " " UV-BETED " "
               UV-BETED2 " " UV-BETED3
               DELIMITED BY SIZE INTO UV-ZEILE.
           MOVE UV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* UVA - Vorsteuerzeile *
       UVA-VSTZEILE SECTION.
       A.  COMPUTE UV-STEUER ROUNDED = UV-VST(UV-IX) * WT-UST(UV-IX)
               / (100 + WT-UST(UV-IX)).
           COMPUTE UV-NETTO = UV-VST(UV-IX) - UV-STEUER.
           ADD UV-STEUER TO UV-VSTSUM.
           MOVE WT-UST(UV-IX) TO UV-USTED.
           MOVE UV-VST(UV-IX) TO UV-BETED.
           MOVE UV-NETTO TO UV-BETED2.
           MOVE UV-STEUER TO UV-BETED3.
           MOVE UV-IX TO UV-IXED.
           MOVE SPACE TO UV-ZEILE.
           STRING " " UV-IXED "  " UV-USTED " " UV-BETED " "
               UV-BETED2 " " UV-BETED3
               DELIMITED BY SIZE INTO UV-ZEILE.
           MOVE UV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Plan-Ist-Vergleich *
      *  Unterjaehriger Vergleich: aufgelaufene AK-Buchungen des        *
      *  laufenden Jahres je Konto gegen den anteiligen Planwert        *
      *  (Plan x abgelaufene Monate / 12) aus dem Wirtschaftsplan,      *
      *  Abweichung in Prozent, Konten ueber der Warnschwelle mit "*"   *
      *  markiert; Gesamtzeile gegen den WP-KTONR-0-Satz. Aufbau wie    *
      *  das Kontrollblatt des Steuerberater-Exports.                   *
       PLANIST SECTION.
       A.  MOVE " Plan-Ist-Vergleich" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO PI-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO PI-HEUTE
                           ELSE ADD 19000000 TO PI-HEUTE.
           MOVE PI-HEUTE(1:4) TO PI-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Planjahr" AT 2301.
           DISPLAY "Planjahr............:" AT 0327.
           MOVE PI-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO PI-JAHR.
       A2. DISPLAY "<esc>=Abbruch, <ret>=Warnschwelle %" AT 2301.
           DISPLAY "Warnschwelle %......:" AT 0427.
           MOVE 10 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495003" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A2.
           MOVE WH-WERT TO PI-SCHW.
      *    abgelaufene Monate: im Planjahr der laufende Monat, fuer     *
      *    ein abgeschlossenes Jahr volle 12.                           *
           IF PI-JAHR = PI-HEUTE(1:4)
               MOVE PI-HEUTE(5:2) TO PI-MON
           ELSE
               MOVE 12 TO PI-MON.
           COMPUTE PI-VON = PI-JAHR * 10000 + 0101.
           COMPUTE PI-BIS = PI-JAHR * 10000 + 1231.
           IF PI-JAHR = PI-HEUTE(1:4) MOVE PI-HEUTE TO PI-BIS.
           MOVE "HV-WPLAN.DAT" TO DATEI.
           OPEN INPUT WPLAN.
           IF WF-STATUS = "35"
               DISPLAY "kein Wirtschaftsplan vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           IF WF-STATUS = "35"
               CLOSE WPLAN
               DISPLAY "keine AK-Buchungen vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO PI-ZEILE.
           STRING "Plan-Ist-Vergleich " PI-JAHR " (" PI-MON
               " Monate anteilig)" DELIMITED BY SIZE INTO PI-ZEILE.
           MOVE PI-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Konto         Ist    Plan anteilig   Abw. %"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO PI-ANZ PI-WARN PI-ISTSUM.
           MOVE WE-FNR TO WP-FNR.
           MOVE PI-JAHR TO WP-JAHR.
           MOVE 0 TO WP-KTONR.
           MOVE SPACE TO PI-EOF.
           START WPLAN KEY NOT < WP-KEY INVALID KEY
               MOVE "J" TO PI-EOF.
       B.  IF PLANIST-EOF GO X.
           READ WPLAN NEXT RECORD AT END MOVE "J" TO PI-EOF GO B.
           IF WP-FNR NOT = WE-FNR OR WP-JAHR NOT = PI-JAHR GO X.
           IF WP-KTONR = 0 GO B.
           PERFORM PLANIST-IST.
           ADD PI-IST TO PI-ISTSUM.
           PERFORM PLANIST-ZEILE.
           ADD 1 TO PI-ANZ.
           GO B.
      *    Gesamtzeile gegen den Gesamtsatz (Konto 0)                   *
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WE-FNR TO WP-FNR.
           MOVE PI-JAHR TO WP-JAHR.
           MOVE 0 TO WP-KTONR.
           MOVE SPACE TO PI-EOF.
           READ WPLAN INVALID KEY MOVE "J" TO PI-EOF.
           IF PLANIST-EOF GO X9.
           MOVE PI-ISTSUM TO PI-IST.
           PERFORM PLANIST-ZEILE.
       X9. CLOSE WPLAN AK DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Plan-Ist: " PI-ANZ " Konten, " PI-WARN
               " ueber Schwelle." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Plan-Ist - Istkosten *
      *  Aufgelaufene AK-Buchungen des Plankontos von Jahresbeginn      *
      *  bis heute (bzw. Jahresende bei Altjahren), mandantenrein.      *
       PLANIST-IST SECTION.
       A.  MOVE 0 TO PI-IST.
           MOVE WP-KTONR TO AK-KTONR.
           MOVE PI-VON TO AK-DATUM.
           MOVE 0 TO AK-LFDNR.
           MOVE SPACE TO PI-AKEOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO PI-AKEOF.
       B.  IF PI-AKEOF = "J" GO Z.
           READ AK NEXT RECORD AT END MOVE "J" TO PI-AKEOF GO B.
           IF AK-KTONR NOT = WP-KTONR GO Z.
           IF AK-DATUM > PI-BIS GO Z.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO PI-AKEOF GO B.
           ADD AK-BETRAG TO PI-IST.
           GO B.
       Z.  EXIT.
      ************************************* Plan-Ist - Berichtszeile *
       PLANIST-ZEILE SECTION.
       A.  COMPUTE PI-PLANT ROUNDED = WP-PLAN * PI-MON / 12.
           IF PI-PLANT NOT = 0
               COMPUTE PI-ABW ROUNDED = (PI-IST - PI-PLANT) * 100
                   / PI-PLANT
           ELSE
               MOVE 0 TO PI-ABW.
           MOVE WP-KTONR TO PI-KTOED.
           MOVE PI-IST TO PI-BETED.
           MOVE PI-PLANT TO PI-BETED2.
           MOVE PI-ABW TO PI-ABWED.
           MOVE SPACE TO PI-ZEILE.
           IF PI-ABW > PI-SCHW
               STRING PI-KTOED " " PI-BETED " " PI-BETED2 " "
                   PI-ABWED " *" DELIMITED BY SIZE INTO PI-ZEILE
           ELSE
               STRING PI-KTOED " " PI-BETED " " PI-BETED2 " "
                   PI-ABWED DELIMITED BY SIZE INTO PI-ZEILE.
           IF PI-ABW > PI-SCHW AND WP-KTONR NOT = 0
               ADD 1 TO PI-WARN.
           MOVE PI-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Saldenabstimmung *
      *  Rechnet die fortgeschriebenen Stammsalden gegen die            *
      *  Bewegungsdateien nach: je Mieter Belastungen aus MIETBUCH      *
      *  minus Zahlungen aus dem ZJOURNAL (ZJ-QUELLE M), je             *
      *  Eigentuemer analog aus der EG-VS-Historie. Differenzen gehen   *
      *  auf die Druckliste; im K-Modus wird der Stammsaldo auf den     *
      *  nachgerechneten Wert gestellt, Protokoll nach                  *
      *  SALDENABGL.LOG (Muster AUTOLOESCH.LOG). ACHTUNG Eigentuemer:   *
      *  EG-VS fuehrt nur die letzten 5 Perioden und Direktbelastungen  *
      *  (Heizkostenlauf) stehen nicht in der Historie - die E-Seite    *
      *  ist daher eine Sichtpruefung, K nur nach Einzelkontrolle       *
      *  verwenden. Fachliche Ergaenzung zur technischen Pruefung in    *
      *  HVCHECK.                                                       *
       SALDENABGLEICH SECTION.
       A.  MOVE "  Saldenabstimmung" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
       A1. DISPLAY "L=nur Liste, K=Differenzen korrigieren, leer=Ende"
               AT 2301.
           MOVE SPACE TO AG-MODE.
           ACCEPT AG-MODE AT 2352.
           IF AG-MODE = SPACE GO Z.
           IF AG-MODE NOT = "L" AND AG-MODE NOT = "K" GO A1.
           MOVE WH-DATUM TO AG-DATED.
           IF WH-DATUM < 500000 ADD 20000000 TO AG-DATED
                           ELSE ADD 19000000 TO AG-DATED.
           MOVE SPACE TO AG-MBOFF AG-ZJOFF.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN INPUT MIETBUCH.
           IF WF-STATUS = "35" MOVE "J" TO AG-MBOFF.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN INPUT ZJOURNAL.
           IF WF-STATUS = "35" MOVE "J" TO AG-ZJOFF.
           OPEN EXTEND ABGLLOG.
           IF WF-STATUS = "35" OPEN OUTPUT ABGLLOG.
           MOVE SPACE TO AG-ZEILE.
           STRING AG-DATED " " WE-USER " Saldenabstimmung Modus "
               AG-MODE DELIMITED BY SIZE INTO AG-ZEILE.
           MOVE AG-ZEILE TO AGL-ZEILE.
           WRITE AGL-ZEILE.
           OPEN OUTPUT DRUCKER.
           MOVE "Saldenabstimmung - Differenzen:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO AG-ANZ AG-DIFFZ AG-KORR.
      *    Mieterseite                                                  *
       B.  MOVE 0 TO MI-KTONR.
           MOVE SPACE TO AG-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO AG-EOF.
       B1. IF ABGL-EOF GO C.
           READ MIETER NEXT RECORD AT END MOVE "J" TO AG-EOF GO B1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO AG-EOF GO B1.
           ADD 1 TO AG-ANZ.
           MOVE "M" TO AG-QU.
           MOVE MI-KTONR TO AG-KTO.
           PERFORM ABGL-MBSUM.
           PERFORM ABGL-ZJSUM.
           COMPUTE AG-NEU = AG-SOLL - AG-ZAHL.
           COMPUTE AG-DIFF = MI-SALDO - AG-NEU.
           IF AG-DIFF = 0 GO B1.
           ADD 1 TO AG-DIFFZ.
           MOVE MI-SALDO TO AG-BETED.
           PERFORM ABGL-ZEILE.
           IF AG-MODE = "K"
               MOVE AG-NEU TO MI-SALDO
               REWRITE MI-SATZ
               PERFORM ABGL-KORRLOG.
           GO B1.
      *    Eigentuemerseite                                             *
       C.  MOVE 0 TO EG-KTONR.
           MOVE SPACE TO AG-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO AG-EOF.
       C1. IF ABGL-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO AG-EOF GO C1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO AG-EOF GO C1.
           ADD 1 TO AG-ANZ.
           MOVE "E" TO AG-QU.
           MOVE EG-KTONR TO AG-KTO.
           MOVE 0 TO AG-SOLL.
           PERFORM VARYING AG-IX FROM 1 BY 1 UNTIL AG-IX > 5
               IF EG-VSDAT(AG-IX) NOT = 0
                   COMPUTE AG-SOLL = AG-SOLL
                       + EG-BKH(AG-IX) + EG-USTH(AG-IX)
                       - EG-BKG(AG-IX) - EG-USTG(AG-IX)
                       + EG-RLAG(AG-IX).
           PERFORM ABGL-ZJSUM.
           COMPUTE AG-NEU = AG-SOLL - AG-ZAHL.
           COMPUTE AG-DIFF = EG-SALDO - AG-NEU.
           IF AG-DIFF = 0 GO C1.
           ADD 1 TO AG-DIFFZ.
           MOVE EG-SALDO TO AG-BETED.
           PERFORM ABGL-ZEILE.
           IF AG-MODE = "K"
               MOVE AG-NEU TO EG-SALDO
               REWRITE EG-SATZ
               PERFORM ABGL-KORRLOG.
           GO C1.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE AG-DIFFZ TO AG-KTOED.
           MOVE SPACE TO AG-ZEILE.
           STRING "Differenzen gesamt: " AG-KTOED
               DELIMITED BY SIZE INTO AG-ZEILE.
           MOVE AG-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           MOVE AG-DIFFZ TO AG-KTOED.
           MOVE SPACE TO AG-ZEILE.
           STRING "  Konten geprueft, Differenzen: " AG-KTOED
               DELIMITED BY SIZE INTO AG-ZEILE.
           MOVE AG-ZEILE TO AGL-ZEILE.
           WRITE AGL-ZEILE.
           CLOSE ABGLLOG.
           IF AG-MBOFF NOT = "J" CLOSE MIETBUCH.
           IF AG-ZJOFF NOT = "J" CLOSE ZJOURNAL.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Abstimmung: " AG-DIFFZ " Differenzen, "
               AG-KORR " korrigiert." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Abstimmung - MIETBUCH-Summe *
      *  Belastungssumme des Mieterkontos (Sollstellungen und BK-       *
      *  Abrechnungen, Gutschriften stehen als negative Betraege        *
      *  bereits richtig im Satz).                                      *
       ABGL-MBSUM SECTION.
       A.  MOVE 0 TO AG-SOLL.
           IF AG-MBOFF = "J" GO Z.
           MOVE AG-KTO TO MB-KTONR.
           MOVE 0 TO MB-DATUM MB-LFDNR.
           MOVE SPACE TO AG-MBEOF.
           START MIETBUCH KEY NOT < MB-KEY INVALID KEY
               MOVE "J" TO AG-MBEOF.
       B.  IF AG-MBEOF = "J" GO Z.
           READ MIETBUCH NEXT RECORD AT END MOVE "J" TO AG-MBEOF GO B.
           IF MB-KTONR NOT = AG-KTO GO Z.
           IF MB-FNR NOT = WE-FNR GO B.
      *    Ratensaetze (R) sind reine Faelligkeitsnachweise ohne        *
      *    Saldowirkung und zaehlen nicht zur Belastungssumme.          *
           IF MB-ART = "R" GO B.
           ADD MB-BETRAG TO AG-SOLL.
           GO B.
       Z.  EXIT.
      ************************************* Abstimmung - Journalsumme *
      *  Zahlungswirksame Journalsaetze des Kontos: Eingaenge (E) und   *
      *  Einzuege (L) mindern die Forderung, Ruecklastschriften (R)     *
      *  und Auszahlungen (A) erhoehen sie wieder. Leere Quelle in      *
      *  Altsaetzen zaehlt als E (vgl. HV-FDZJO.CPY); das ZJOURNAL      *
      *  traegt keinen Kontoschluessel, daher voller Durchlauf je       *
      *  Konto.                                                         *
       ABGL-ZJSUM SECTION.
       A.  MOVE 0 TO AG-ZAHL.
           IF AG-ZJOFF = "J" GO Z.
           MOVE 0 TO ZJ-LAUFNR ZJ-LFDNR.
           MOVE SPACE TO AG-JEOF.
           START ZJOURNAL KEY NOT < ZJ-KEY INVALID KEY
               MOVE "J" TO AG-JEOF.
       B.  IF AG-JEOF = "J" GO Z.
           READ ZJOURNAL NEXT RECORD AT END MOVE "J" TO AG-JEOF GO B.
           IF ZJ-FNR NOT = WE-FNR GO B.
           IF ZJ-KTONR NOT = AG-KTO GO B.
           IF AG-QU = "E"
               IF ZJ-QUELLE NOT = "E" AND ZJ-QUELLE NOT = SPACE
                   GO B
               END-IF
           ELSE
               IF ZJ-QUELLE NOT = AG-QU GO B.
           EVALUATE ZJ-ART
               WHEN "E" ADD ZJ-BETRAG TO AG-ZAHL
               WHEN "N" ADD ZJ-BETRAG TO AG-ZAHL
               WHEN "L" ADD ZJ-BETRAG TO AG-ZAHL
               WHEN "R" SUBTRACT ZJ-BETRAG FROM AG-ZAHL
               WHEN "A" SUBTRACT ZJ-BETRAG FROM AG-ZAHL
           END-EVALUATE.
           GO B.
       Z.  EXIT.
      ************************************* Abstimmung - Differenzzeile *
      *  AG-BETED (Stammsaldo) ist vom Aufrufer vorbelegt.              *
       ABGL-ZEILE SECTION.
       A.  MOVE AG-KTO TO AG-KTOED.
           MOVE AG-NEU TO AG-BETED2.
           MOVE AG-DIFF TO AG-BETED3.
           MOVE SPACE TO AG-ZEILE.
           STRING "Konto " AG-QU AG-KTOED " Stamm " AG-BETED
               " nachgerechnet " AG-BETED2 " Differenz " AG-BETED3
               DELIMITED BY SIZE INTO AG-ZEILE.
           MOVE AG-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Abstimmung - Korrekturlog *
       ABGL-KORRLOG SECTION.
       A.  ADD 1 TO AG-KORR.
           MOVE AG-KTO TO AG-KTOED.
           MOVE AG-DIFF TO AG-BETED3.
           MOVE AG-NEU TO AG-BETED2.
           MOVE SPACE TO AG-ZEILE.
           STRING "  Konto " AG-QU AG-KTOED " auf " AG-BETED2
               " korrigiert (Differenz " AG-BETED3 ")"
               DELIMITED BY SIZE INTO AG-ZEILE.
           MOVE AG-ZEILE TO AGL-ZEILE.
           WRITE AGL-ZEILE.
       Z.  EXIT.
      ************************************* Ratenvereinbarung - Datei *
       RATEN-OEFFNEN SECTION.
       A.  MOVE "HV-RATEN.DAT" TO DATEI.
           OPEN I-O RATEN.
           IF WF-STATUS = "35"
               OPEN OUTPUT RATEN
               CLOSE RATEN
               OPEN I-O RATEN.
       Z.  EXIT.
      ************************************* Ratenvereinbarung - Wartung *
      *  Zahlungsplan je Eigentuemer- (E) bzw. Mieterkonto (M) wie      *
      *  beim Mandat: Beginn, Ratenbetrag, Anzahl, Status. Der          *
      *  Mahnlauf prueft die Einhaltung selbst - hier wird nur          *
      *  vereinbart bzw. eine geplatzte Vereinbarung neu aufgesetzt.    *
       RATEN-WARTUNG SECTION.
       A.  MOVE " Ratenvereinbarungen" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO RA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO RA-HEUTE
                           ELSE ADD 19000000 TO RA-HEUTE.
           PERFORM RATEN-OEFFNEN.
       B.  DISPLAY "Quelle E=Eigentuemer M=Mieter, leer=Ende" AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X = SPACE GO X.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO B.
           MOVE WH-X TO RA-QU.
           DISPLAY RA-QU with highlight AT 0349.
       C.  DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           IF WH-WERT = 0
               MOVE RA-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO C END-IF
               MOVE NS-KTONR TO WH-WERT.
           IF RA-QU = "M" GO C2.
           MOVE WH-WERT TO EG-KTONR.
           MOVE SPACE TO RA-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO RA-GEF.
           IF RATEN-FEHLT OR EG-FNR NOT = WE-FNR
               DISPLAY "Whg.-Konto unbekannt" AT 2401
               PERFORM WEITER
               GO C.
           GO C9.
       C2. MOVE WH-WERT TO MI-KTONR.
           MOVE SPACE TO RA-GEF.
           READ MIETER INVALID KEY MOVE "J" TO RA-GEF.
           IF RATEN-FEHLT OR MI-FNR NOT = WE-FNR
               DISPLAY "Mieterkonto unbekannt" AT 2401
               PERFORM WEITER
               GO C.
       C9. MOVE RA-QU TO RT-QUELLE.
           MOVE WH-WERT TO RT-KTONR.
           READ RATEN INVALID KEY
               DISPLAY "neue Vereinbarung - Anlage" AT 2401
               INITIALIZE RT-SATZ
               MOVE RA-QU TO RT-QUELLE
               MOVE WH-WERT TO RT-KTONR
               MOVE WE-FNR TO RT-FNR
               MOVE RA-HEUTE TO RT-BEGINN
               MOVE "A" TO RT-STAT.
           IF RT-STAT = "G"
               DISPLAY "Vereinbarung geplatzt - Neuaufsetzen?"
                   with highlight AT 2401.
       D.  DISPLAY "Beginn JJJJMMTT.....:" AT 0527.
           MOVE RT-BEGINN TO RA-BEGD.
           DISPLAY RA-BEGD with highlight AT 0549.
           ACCEPT RA-BEGD AT 0549.
           IF NOT RET GO D.
           IF RA-BEGD = 0 GO D.
           MOVE RA-BEGD TO RT-BEGINN.
       E.  DISPLAY "<esc>=Abbr., <ret>=Ratenbetrag (x100)" AT 2301.
           DISPLAY "Ratenbetrag (x100)..:" AT 0627.
           COMPUTE WH-WERT = RT-BETRAG * 100.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO E.
           IF WH-WERT = 0 GO E.
           COMPUTE RT-BETRAG = WH-WERT / 100.
       F.  DISPLAY "<esc>=Abbr., <ret>=Anzahl Raten" AT 2301.
           DISPLAY "Anzahl Raten........:" AT 0727.
           MOVE RT-ANZ TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007491002" WH-CREG.
           IF ESC GO X.
           IF not RET GO F.
           IF WH-WERT = 0 GO F.
           MOVE WH-WERT TO RT-ANZ.
       G.  DISPLAY "Status A=aktiv G=geplatzt E=erledigt" AT 2301.
           DISPLAY "Status..............:" AT 0827.
           DISPLAY RT-STAT with highlight AT 0849.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0849.
           IF WH-X = SPACE GO M.
           IF WH-X NOT = "A" AND WH-X NOT = "G" AND WH-X NOT = "E"
               GO G.
           MOVE WH-X TO RT-STAT.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE RT-SATZ INVALID KEY WRITE RT-SATZ.
           MOVE "RATEN" TO WH-PN.
           GO B.
       X.  CLOSE RATEN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Raten - Mahnlaufpruefung *
      *  RA-QU/RA-KTO sind vorbelegt. Eine aktive Vereinbarung gilt     *
      *  als eingehalten, wenn die Zahlungen seit Beginn die bis        *
      *  heute faelligen Raten decken - dann RA-SPERRE J (Konto wird    *
      *  nicht gemahnt). Sind alle Raten gedeckt, wird die Verein-      *
      *  barung auf E gestellt; bei geplatzter Rate auf G, die          *
      *  Sperre faellt.                                                 *
       RATEN-PRUEF SECTION.
       A.  MOVE SPACE TO RA-SPERRE.
           IF RA-RTOFF = "J" GO Z.
           MOVE RA-QU TO RT-QUELLE.
           MOVE RA-KTO TO RT-KTONR.
           MOVE SPACE TO RA-GEF.
           READ RATEN INVALID KEY MOVE "J" TO RA-GEF.
           IF RATEN-FEHLT GO Z.
           IF RT-FNR NOT = WE-FNR GO Z.
           IF RT-STAT NOT = "A" GO Z.
      *    Ohne Zahlungsjournal ist die Einhaltung nicht pruefbar -     *
      *    dann weder Sperre noch Statuswechsel, der Lauf mahnt wie     *
      *    bisher (RA-ZAHL = 0 saehe sonst jede Vereinbarung als        *
      *    geplatzt an und zerstoerte ihren Status).                    *
           IF RA-ZJOFF = "J" GO Z.
      *    faellige Raten: Monate seit Beginn einschliesslich des       *
      *    Beginnmonats, gedeckelt auf die vereinbarte Anzahl.          *
           MOVE RA-HEUTE(1:4) TO RA-HJ.
           MOVE RA-HEUTE(5:2) TO RA-HM.
           MOVE RT-BEGINN TO RA-BEGD.
           MOVE RA-BEGD(1:4) TO RA-BJ.
           MOVE RA-BEGD(5:2) TO RA-BM.
           COMPUTE RA-MON = (RA-HJ - RA-BJ) * 12 + RA-HM - RA-BM + 1.
           IF RA-MON < 1 MOVE "J" TO RA-SPERRE GO Z.
           IF RA-MON > RT-ANZ MOVE RT-ANZ TO RA-MON.
           COMPUTE RA-DUE = RA-MON * RT-BETRAG.
           PERFORM RATEN-ZJSUM.
           IF RA-ZAHL NOT < RA-DUE
               MOVE "J" TO RA-SPERRE
               IF RA-MON = RT-ANZ AND NOT PROBELAUF
                   MOVE "E" TO RT-STAT
                   REWRITE RT-SATZ
               END-IF
               GO Z.
      *    im Probelauf bleibt der Status stehen - die Sperre faellt    *
      *    trotzdem, der Brief erscheint wie im Echtlauf.               *
           IF PROBELAUF GO Z.
           MOVE "G" TO RT-STAT.
           REWRITE RT-SATZ.
       Z.  EXIT.
      ************************************* Raten - Zahlungen seit Beginn *
      *  Zahlungswirksame Journalsaetze des Kontos ab Vereinbarungs-    *
      *  beginn (wie ABGL-ZJSUM, nur mit Datumsgrenze).                 *
       RATEN-ZJSUM SECTION.
       A.  MOVE 0 TO RA-ZAHL.
           IF RA-ZJOFF = "J" GO Z.
           MOVE 0 TO ZJ-LAUFNR ZJ-LFDNR.
           MOVE SPACE TO RA-JEOF.
           START ZJOURNAL KEY NOT < ZJ-KEY INVALID KEY
               MOVE "J" TO RA-JEOF.
       B.  IF RA-JEOF = "J" GO Z.
           READ ZJOURNAL NEXT RECORD AT END MOVE "J" TO RA-JEOF GO B.
           IF ZJ-FNR NOT = WE-FNR GO B.
           IF ZJ-KTONR NOT = RA-KTO GO B.
           IF ZJ-DATUM < RT-BEGINN GO B.
           IF RA-QU = "E"
               IF ZJ-QUELLE NOT = "E" AND ZJ-QUELLE NOT = SPACE
                   GO B
               END-IF
           ELSE
               IF ZJ-QUELLE NOT = RA-QU GO B.
           EVALUATE ZJ-ART
               WHEN "E" ADD ZJ-BETRAG TO RA-ZAHL
               WHEN "N" ADD ZJ-BETRAG TO RA-ZAHL
               WHEN "L" ADD ZJ-BETRAG TO RA-ZAHL
               WHEN "R" SUBTRACT ZJ-BETRAG FROM RA-ZAHL
           END-EVALUATE.
           GO B.
       Z.  EXIT.
      ************************************* Staffelmiete - Wartung *
      *  Staffeltabelle je Mieterkonto: Gueltig-ab-Datum und neuer      *
      *  Mietbetrag; Betrag 0 loescht die Stufe wieder.                 *
       STAFF-WARTUNG SECTION.
       A.  MOVE "     Staffelmiete" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-STAFF.DAT" TO DATEI.
           OPEN I-O STAFF.
           IF WF-STATUS = "35"
               OPEN OUTPUT STAFF
               CLOSE STAFF
               OPEN I-O STAFF.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Mieter-Kontonummer..:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0
               MOVE "M" TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO B END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO MI-KTONR.
           MOVE SPACE TO ST-GEF.
           READ MIETER INVALID KEY MOVE "J" TO ST-GEF.
           IF STAFF-FEHLT OR MI-FNR NOT = WE-FNR
               DISPLAY "Mieterkonto unbekannt" AT 2401
               PERFORM WEITER
               GO B.
           MOVE WH-WERT TO ST-KTO.
           MOVE MI-MIETE TO ST-BETED.
           DISPLAY "derzeitige Miete....: " ST-BETED AT 0427.
       C.  DISPLAY "Gueltig ab JJJJMMTT (leer ueber 0=zurueck)"
               AT 2301.
           DISPLAY "Gueltig ab..........:" AT 0527.
           MOVE 0 TO ST-DATED.
           DISPLAY ST-DATED with highlight AT 0549.
           ACCEPT ST-DATED AT 0549.
           IF NOT RET GO C.
           IF ST-DATED = 0 GO B.
           MOVE ST-KTO TO SF-KTONR.
           MOVE ST-DATED TO SF-ABDAT.
           MOVE SPACE TO ST-GEF.
           READ STAFF INVALID KEY
               MOVE "J" TO ST-GEF
               INITIALIZE SF-SATZ
               MOVE ST-KTO TO SF-KTONR
               MOVE ST-DATED TO SF-ABDAT
               MOVE WE-FNR TO SF-FNR.
           IF NOT STAFF-FEHLT AND SF-FNR NOT = WE-FNR
               DISPLAY "Stufe gehoert anderem Mandanten" AT 2401
               PERFORM WEITER
               GO C.
       D.  DISPLAY "Mietbetrag x100, 0=Stufe loeschen" AT 2301.
           DISPLAY "neue Miete (x100)...:" AT 0627.
           COMPUTE WH-WERT = SF-MIETE * 100.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO D.
           IF WH-WERT = 0
               IF NOT STAFF-FEHLT
                   DELETE STAFF RECORD
                   DISPLAY "Stufe geloescht" AT 2401
               END-IF
               MOVE "STAFF" TO WH-PN
               GO C.
           COMPUTE SF-MIETE = WH-WERT / 100.
           REWRITE SF-SATZ INVALID KEY WRITE SF-SATZ.
           MOVE "STAFF" TO WH-PN.
           GO C.
       X.  CLOSE STAFF.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Staffelmiete - Suche *
      *  ST-KTO/ST-STICH sind vorbelegt. ST-VORH = J sobald das Konto   *
      *  ueberhaupt eine Staffeltabelle fuehrt (dann keine VPI-          *
      *  Anpassung), ST-GUELT = J wenn eine Stufe zum Stichtag          *
      *  gueltig ist - ST-MIETE/ST-ABDAT tragen dann die juengste       *
      *  gueltige Stufe.                                                *
       STAFF-SUCH SECTION.
       A.  MOVE SPACE TO ST-VORH ST-GUELT ST-EOF.
           MOVE 0 TO ST-MIETE ST-ABDAT.
           MOVE ST-KTO TO SF-KTONR.
           MOVE 0 TO SF-ABDAT.
           START STAFF KEY NOT < SF-KEY INVALID KEY
               MOVE "J" TO ST-EOF.
       B.  IF STAFF-EOF GO Z.
           READ STAFF NEXT RECORD AT END MOVE "J" TO ST-EOF GO B.
           IF SF-KTONR NOT = ST-KTO GO Z.
           IF SF-FNR NOT = WE-FNR GO B.
           MOVE "J" TO ST-VORH.
           IF SF-ABDAT > ST-STICH GO B.
           MOVE "J" TO ST-GUELT.
           MOVE SF-MIETE TO ST-MIETE.
           MOVE SF-ABDAT TO ST-ABDAT.
           GO B.
       Z.  EXIT.
      ************************************* Staffelmiete - Schreiben *
      *  Umstellungsschreiben bei Wirksamwerden einer Stufe (Muster     *
      *  VALO-BRIEF); MI-SATZ ist geladen, ST-MIETE/ST-ABDAT tragen     *
      *  die neue Stufe.                                                *
       STAFF-BRIEF SECTION.
       A.  WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PROBELAUF PERFORM PROBE-MARKE.
           PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-KTONR TO ST-KTOED.
           MOVE SPACE TO ST-ZEILE.
           STRING "Staffelmiete - Konto " ST-KTOED
               DELIMITED BY SIZE INTO ST-ZEILE.
           MOVE ST-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE ST-ABDAT TO ST-DATED.
           MOVE MI-MIETE TO ST-BETED.
           MOVE ST-MIETE TO ST-BETED2.
           MOVE SPACE TO ST-ZEILE.
           STRING "bisherige Miete " ST-BETED
               " / vereinbarte Miete ab " ST-DATED ": " ST-BETED2
               DELIMITED BY SIZE INTO ST-ZEILE.
           MOVE ST-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Die neue Stufe wird mit der laufenden Vorschreibung"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "wirksam." TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Mietzinsgrenzen - Wartung *
      *  Richtwerte je Bundesland und Kategoriemietzinse (Bundesland    *
      *  0 = bundesweit) mit Gueltig-ab-Datum in Euro je m2; Betrag 0   *
      *  loescht den Satz. Die vorhandenen Werte der gewaehlten         *
      *  Kombination werden zur Kontrolle angezeigt.                    *
       MZG-WARTUNG SECTION.
       A.  MOVE 3 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Konstanten)" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "  Mietzinsgrenzen" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO MZ-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO MZ-HEUTE
                           ELSE ADD 19000000 TO MZ-HEUTE.
           MOVE "HV-MZGR.DAT" TO DATEI.
           OPEN I-O MZGRENZ.
           IF WF-STATUS = "35"
               OPEN OUTPUT MZGRENZ
               CLOSE MZGRENZ
               OPEN I-O MZGRENZ.
       B.  CALL "CAUP" USING "1303012280000" WH-CREG.
           DISPLAY "<esc>=Abbruch, <ret>=Bundesland 1-9, 0=bundesweit"
               AT 2301.
           DISPLAY "Bundesland..........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003491002" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT > 9 GO B.
           MOVE WH-WERT TO MZ-BULAND.
       C.  DISPLAY "R=Richtwert, A/B/C/D=Kategoriemietzins" AT 2301.
           DISPLAY "Kategorie...........:" AT 0427.
           MOVE SPACE TO MZ-KAT.
           ACCEPT MZ-KAT AT 0449.
           IF NOT RET GO C.
           IF MZ-KAT NOT = "R" AND MZ-KAT NOT = "A" AND
              MZ-KAT NOT = "B" AND MZ-KAT NOT = "C" AND
              MZ-KAT NOT = "D"
               GO C.
           IF MZ-KAT = "R" AND MZ-BULAND = 0
               DISPLAY "Richtwert nur je Bundesland" AT 2401
               PERFORM WEITER
               GO B.
           PERFORM MZG-ANZEIGE.
       D.  DISPLAY "Gueltig ab JJJJMMTT, 0=andere Kategorie" AT 2301.
           DISPLAY "Gueltig ab..........:" AT 0527.
           MOVE 0 TO MZ-DATED.
           DISPLAY MZ-DATED with highlight AT 0549.
           ACCEPT MZ-DATED AT 0549.
           IF NOT RET GO D.
           IF MZ-DATED = 0 GO B.
           IF MZ-DATED(5:2) < "01" OR MZ-DATED(5:2) > "12" OR
              MZ-DATED(7:2) < "01" OR MZ-DATED(7:2) > "31" OR
              MZ-DATED < 19500101
               DISPLAY "Datum ungueltig (JJJJMMTT)" AT 2401
               PERFORM WEITER
               GO D.
           MOVE MZ-BULAND TO MG-BULAND.
           MOVE MZ-KAT TO MG-KAT.
           MOVE MZ-DATED TO MG-ABDAT.
           MOVE SPACE TO MZ-GEF.
           READ MZGRENZ INVALID KEY
               MOVE "J" TO MZ-GEF
               MOVE 0 TO MG-BETRAG.
       E.  DISPLAY "<esc>=Abbr., <ret>=Euro je m2 (x100), 0=loeschen"
               AT 2301.
           DISPLAY "Euro je m2 (x100)...:" AT 0627.
           COMPUTE WH-WERT = MG-BETRAG * 100.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO E.
           IF WH-WERT = 0
               IF NOT MZG-FEHLT
                   DELETE MZGRENZ RECORD
                   DISPLAY "Wert geloescht" AT 2401
               END-IF
               MOVE "MZGRE" TO WH-PN
               PERFORM MZG-ANZEIGE
               GO D.
           COMPUTE MG-BETRAG = WH-WERT / 100.
           MOVE WE-USER TO MG-USER.
           MOVE MZ-HEUTE TO MG-ERFDAT.
           REWRITE MG-SATZ INVALID KEY WRITE MG-SATZ.
           MOVE "MZGRE" TO WH-PN.
           PERFORM MZG-ANZEIGE.
           GO D.
       X.  CLOSE MZGRENZ.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ******************************************************************
      *  Werte zu MZ-BULAND/MZ-KAT ab Zeile 9 anzeigen (die juengsten   *
      *  zwoelf).                                                       *
       MZG-ANZEIGE SECTION.
       A.  CALL "CAUP" USING "1309012280000" WH-CREG.
           DISPLAY "gueltig ab   Euro/m2  erfasst" AT 0827.
           MOVE 9 TO MZ-ZL.
           MOVE MZ-BULAND TO MG-BULAND.
           MOVE MZ-KAT TO MG-KAT.
           MOVE 0 TO MG-ABDAT.
           MOVE SPACE TO MZ-EOF.
           START MZGRENZ KEY NOT < MG-KEY INVALID KEY
               MOVE "J" TO MZ-EOF.
       B.  IF MZG-EOF GO Z.
           READ MZGRENZ NEXT RECORD AT END MOVE "J" TO MZ-EOF GO B.
           IF MG-BULAND NOT = MZ-BULAND OR MG-KAT NOT = MZ-KAT
               MOVE "J" TO MZ-EOF
               GO B.
           IF MZ-ZL > 20
               CALL "CAUP" USING "1309012080000" WH-CREG
               MOVE 9 TO MZ-ZL.
           MOVE MG-ABDAT TO MZ-DATED.
           MOVE MG-BETRAG TO MZ-QMED.
           MOVE SPACE TO MZ-ZEILE.
           STRING MZ-DATED "     " MZ-QMED "  " MG-USER
               DELIMITED BY SIZE INTO MZ-ZEILE.
           COMPUTE VDU-LP = MZ-ZL * 100 + 27.
           DISPLAY MZ-ZEILE(1:40) AT VDU-LP.
           ADD 1 TO MZ-ZL.
           GO B.
       Z.  EXIT.
      ************************************* Mietzinsgrenzen - Dateien *
      *  Grenzwerte, Wohnungsstamm und Befristungen nur lesend fuer     *
      *  MZG-MIETER; fehlende Dateien werden vermerkt.                  *
       MZG-OEFFNEN SECTION.
       A.  MOVE SPACE TO MZ-GOFF MZ-WOFF MZ-BOFF.
           MOVE 0 TO MZ-UEBANZ MZ-ZURUECK.
           MOVE "HV-MZGR.DAT" TO DATEI.
           OPEN INPUT MZGRENZ.
           IF WF-STATUS = "35" MOVE "J" TO MZ-GOFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO MZ-WOFF.
           MOVE "HV-BEFRI.DAT" TO DATEI.
           OPEN INPUT BEFRIST.
           IF WF-STATUS = "35" MOVE "J" TO MZ-BOFF.
       Z.  EXIT.
      ******************************************************************
       MZG-SCHLIESSEN SECTION.
       A.  IF MZ-GOFF NOT = "J" CLOSE MZGRENZ.
           IF MZ-WOFF NOT = "J" CLOSE WOHNUNG.
           IF MZ-BOFF NOT = "J" CLOSE BEFRIST.
       Z.  EXIT.
      ************************************* Mietzinsgrenzen - Grenzwert *
      *  Juengster Wert zu MZ-BULAND/MZ-KAT mit Gueltig-ab nicht nach   *
      *  MZ-STICH nach MZ-GRENZE; MZ-GEF = J wenn keiner gilt.          *
       MZG-SUCH SECTION.
       A.  MOVE "J" TO MZ-GEF.
           MOVE 0 TO MZ-GRENZE.
           MOVE MZ-BULAND TO MG-BULAND.
           MOVE MZ-KAT TO MG-KAT.
           MOVE 0 TO MG-ABDAT.
           MOVE SPACE TO MZ-EOF.
           START MZGRENZ KEY NOT < MG-KEY INVALID KEY
               MOVE "J" TO MZ-EOF.
       B.  IF MZG-EOF GO Z.
           READ MZGRENZ NEXT RECORD AT END MOVE "J" TO MZ-EOF GO B.
           IF MG-BULAND NOT = MZ-BULAND OR MG-KAT NOT = MZ-KAT
               MOVE "J" TO MZ-EOF
               GO B.
           IF MG-ABDAT > MZ-STICH MOVE "J" TO MZ-EOF GO B.
           MOVE MG-BETRAG TO MZ-GRENZE.
           MOVE SPACE TO MZ-GEF.
           GO B.
       Z.  EXIT.
      ************************************* Mietzinsgrenzen - Mieter *
      *  Zulaessiger Hauptmietzins fuer den geladenen MI-SATZ zum       *
      *  Stichtag MZ-STICH: Einheit ueber das Whg.-Konto, Grenzwert     *
      *  der Kategorie (Richtwert des Bundeslands, sonst bundesweit)    *
      *  mit den Zu-/Abschlaegen der Einheit und dem Befristungs-       *
      *  abschlag (MZ-BEFABS %) je m2 mal Nutzflaeche = MZ-MAX.         *
      *  MZ-UEBER = Ueberschreitung durch MZ-MIETE (sonst 0).           *
      *  Ohne Einheit, Einstufung oder Grenzwert bleibt MZ-RELEV leer   *
      *  und MZ-GRUND sagt warum. MZG-OEFFNEN muss gelaufen sein.       *
       MZG-MIETER SECTION.
       A.  MOVE SPACE TO MZ-RELEV MZ-BEFR.
           MOVE "W" TO MZ-GRUND.
           MOVE 0 TO MZ-MAX MZ-UEBER MZ-QM MZ-GRQM.
           MOVE SPACE TO MZ-TOP.
           IF MZ-WOFF = "J" OR MI-EGKTONR = 0 GO Z.
           MOVE MI-EGKTONR TO EG-KTONR.
           MOVE SPACE TO MZ-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO MZ-GEF.
           IF MZG-FEHLT OR EG-WHGNR = 0 GO Z.
           MOVE WE-FNR TO WO-FNR.
           MOVE EG-WHGNR TO WO-NR.
           READ WOHNUNG INVALID KEY MOVE "J" TO MZ-GEF.
           IF MZG-FEHLT GO Z.
           MOVE WO-TOP TO MZ-TOP.
           MOVE "K" TO MZ-GRUND.
           IF WO-MRGKAT = SPACE OR WO-NUTZFL = 0 GO Z.
           MOVE "G" TO MZ-GRUND.
           IF MZ-GOFF = "J" GO Z.
           MOVE WO-MRGKAT TO MZ-KAT.
           MOVE 0 TO MZ-BULAND.
           IF WO-MRGKAT = "R" MOVE WO-BULAND TO MZ-BULAND.
           PERFORM MZG-SUCH.
           IF MZG-FEHLT AND MZ-BULAND NOT = 0
               MOVE 0 TO MZ-BULAND
               PERFORM MZG-SUCH.
           IF MZG-FEHLT GO Z.
           COMPUTE MZ-FAKTOR = (100 + WO-ZUSPZ - WO-ABSPZ) / 100.
           IF MZ-BOFF = "J" GO B.
           MOVE MI-KTONR TO FR-KTONR.
           READ BEFRIST INVALID KEY MOVE "J" TO MZ-GEF.
           IF MZG-FEHLT OR FR-ENDE = 0 GO B.
           MOVE "J" TO MZ-BEFR.
           COMPUTE MZ-FAKTOR = MZ-FAKTOR * (100 - MZ-BEFABS) / 100.
       B.  MOVE SPACE TO MZ-GRUND.
           MOVE "J" TO MZ-RELEV.
           COMPUTE MZ-GRQM ROUNDED = MZ-GRENZE * MZ-FAKTOR.
           COMPUTE MZ-MAX ROUNDED = MZ-GRENZE * MZ-FAKTOR * WO-NUTZFL.
           COMPUTE MZ-QM ROUNDED = MZ-MIETE / WO-NUTZFL.
           IF MZ-MIETE > MZ-MAX
               COMPUTE MZ-UEBER = MZ-MIETE - MZ-MAX.
       Z.  EXIT.
      ************************************* Mietzinsgrenzen - Warnung *
      *  Vor einer Mieterhoehung ueber die Obergrenze (MZG-MIETER ist   *
      *  gelaufen): Anzeige und Rueckfrage, MZ-JN = J fuehrt die        *
      *  Erhoehung trotzdem durch. Im Stapel wird nicht erhoeht.        *
       MZG-WARNUNG SECTION.
       A.  ADD 1 TO MZ-UEBANZ.
           MOVE "N" TO MZ-JN.
           IF BATCH-AKTIV GO X.
           MOVE MI-KTONR TO MZ-KTOED.
           MOVE MZ-MIETE TO MZ-BETED.
           MOVE MZ-MAX TO MZ-BETED2.
           DISPLAY "Konto " MZ-KTOED " " MI-NAME(1:20)
               ": neu " MZ-BETED " > Grenze " MZ-BETED2
               with highlight AT 2201.
       B.  DISPLAY "ACHTUNG Mietzinsobergrenze - Erhoehung trotzdem "
               "durchfuehren (J/N)?" AT 2301.
           MOVE SPACE TO MZ-JN.
           ACCEPT MZ-JN AT 2369.
           IF MZ-JN NOT = "J" AND MZ-JN NOT = "N" GO B.
           CALL "CAUP" USING "1322012380000" WH-CREG.
       X.  IF MZ-JN NOT = "J" ADD 1 TO MZ-ZURUECK.
       Z.  EXIT.
      ************************************* Mietzinsgrenzen - Pruefung *
      *  Vergleicht die Hauptmietzinse aller zum Stichtag laufenden     *
      *  Vertraege des Mandanten mit der Obergrenze der Einheit und     *
      *  listet jede Ueberschreitung je Vertrag; Einheiten ohne         *
      *  Grenzwert werden mitgelistet, Vertraege ohne Einstufung nur    *
      *  gezaehlt.                                                      *
       MZG-LISTE SECTION.
       A.  MOVE "Mietzinspruefung" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO MZ-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO MZ-HEUTE
                           ELSE ADD 19000000 TO MZ-HEUTE.
       A1. DISPLAY "Stichtag JJJJMMTT, 0=heute" AT 2301.
           DISPLAY "Stichtag............:" AT 0327.
           MOVE MZ-HEUTE TO MZ-DATED.
           DISPLAY MZ-DATED with highlight AT 0349.
           ACCEPT MZ-DATED AT 0349.
           IF NOT RET GO A1.
           IF MZ-DATED = 0 MOVE MZ-HEUTE TO MZ-DATED.
           IF MZ-DATED < 19500101 GO A1.
           MOVE MZ-DATED TO MZ-STICH.
           PERFORM MZG-OEFFNEN.
           IF MZ-GOFF = "J"
               PERFORM MZG-SCHLIESSEN
               DISPLAY "keine Mietzinsgrenzen erfasst (Teilstamm 31)"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SPACE TO MZ-ZEILE.
           STRING "Pruefung der Mietzinsobergrenzen - Stichtag "
               MZ-DATED DELIMITED BY SIZE INTO MZ-ZEILE.
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO MZ-ZEILE.
           MOVE "Kto"        TO MZ-ZEILE(2:3).
           MOVE "Mieter"     TO MZ-ZEILE(6:6).
           MOVE "Top"        TO MZ-ZEILE(27:3).
           MOVE "K"          TO MZ-ZEILE(34:1).
           MOVE "m2"         TO MZ-ZEILE(40:2).
           MOVE "Miete"      TO MZ-ZEILE(46:5).
           MOVE "zulaessig"  TO MZ-ZEILE(53:9).
           MOVE "Ueberschr." TO MZ-ZEILE(62:10).
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO MZ-ANZ MZ-OHNE MZ-OHNEG MZ-SUMME MI-KTONR.
           MOVE 0 TO MZ-UEBANZ.
           MOVE SPACE TO MZ-MEOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO MZ-MEOF.
       B.  IF MZ-MEOF = "J" GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO MZ-MEOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO MZ-MEOF GO B.
           IF MI-EINZUG > MZ-STICH GO B.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < MZ-STICH GO B.
           IF MI-MIETE = 0 GO B.
           MOVE MI-MIETE TO MZ-MIETE.
           PERFORM MZG-MIETER.
           IF MZG-OHNEWHG OR MZG-OHNEKAT ADD 1 TO MZ-OHNE GO B.
           MOVE MI-KTONR TO MZ-KTOED.
           MOVE WO-NUTZFL TO MZ-FLED.
           MOVE MI-MIETE TO MZ-BETED.
           IF MZG-OHNEWERT
               ADD 1 TO MZ-OHNEG
               MOVE SPACE TO MZ-ZEILE
               STRING MZ-KTOED " " MI-NAME(1:20) " " MZ-TOP " "
                   WO-MRGKAT " " MZ-FLED " " MZ-BETED
                   "  kein Grenzwert zum Stichtag"
                   DELIMITED BY SIZE INTO MZ-ZEILE
               MOVE MZ-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE
               GO B.
           ADD 1 TO MZ-ANZ.
           IF MZ-UEBER = 0 GO B.
           ADD 1 TO MZ-UEBANZ.
           ADD MZ-UEBER TO MZ-SUMME.
           MOVE MZ-MAX TO MZ-BETED2.
           MOVE MZ-UEBER TO MZ-BETED3.
           MOVE SPACE TO MZ-ZEILE.
           STRING MZ-KTOED " " MI-NAME(1:20) " " MZ-TOP " "
               WO-MRGKAT " " MZ-FLED " " MZ-BETED " " MZ-BETED2
               " " MZ-BETED3 DELIMITED BY SIZE INTO MZ-ZEILE.
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MZ-QM TO MZ-QMED.
           MOVE MZ-GRQM TO MZ-QMED2.
           MOVE WO-ZUSPZ TO MZ-PZED.
           MOVE WO-ABSPZ TO MZ-PZED2.
           MOVE SPACE TO MZ-ZEILE.
           STRING "     je m2 " MZ-QMED " / Grenze " MZ-QMED2
               " (Zuschl. " MZ-PZED " %, Abschl. " MZ-PZED2 " %)"
               DELIMITED BY SIZE INTO MZ-ZEILE.
           IF MZ-BEFR = "J"
               MOVE "befristet" TO MZ-ZEILE(65:9).
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MZ-ANZ TO MZ-ANZED.
           MOVE MZ-UEBANZ TO MZ-ANZED2.
           MOVE SPACE TO MZ-ZEILE.
           STRING "Geprueft: " MZ-ANZED " Vertraege, davon "
               MZ-ANZED2 " ueber der Obergrenze"
               DELIMITED BY SIZE INTO MZ-ZEILE.
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MZ-SUMME TO MZ-SUMED.
           MOVE SPACE TO MZ-ZEILE.
           STRING "Ueberschreitung gesamt je Monat: " MZ-SUMED
               DELIMITED BY SIZE INTO MZ-ZEILE.
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF MZ-OHNEG = 0 GO X1.
           MOVE MZ-OHNEG TO MZ-ANZED.
           MOVE SPACE TO MZ-ZEILE.
           STRING MZ-ANZED " Vertraege ohne Grenzwert zum Stichtag "
               "- Tabelle pflegen (Teilstamm 31)"
               DELIMITED BY SIZE INTO MZ-ZEILE.
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       X1. IF MZ-OHNE = 0 GO X2.
           MOVE MZ-OHNE TO MZ-ANZED.
           MOVE SPACE TO MZ-ZEILE.
           STRING MZ-ANZED " Vertraege ohne MRG-Einstufung der Einheit "
               "(nicht geprueft)" DELIMITED BY SIZE INTO MZ-ZEILE.
           MOVE MZ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       X2. CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           PERFORM MZG-SCHLIESSEN.
           MOVE MZ-UEBANZ TO MZ-ANZED.
           DISPLAY "Mietzinspruefung: " MZ-ANZED
               " Vertraege ueber der Obergrenze." AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Serienbrief / Rundschreiben *
      *  Hausrundschreiben an die Eigentuemer und/oder die laufenden    *
      *  Mieter des Mandanten, wahlweise nur einer Stiege. Der Text     *
      *  kommt aus einer Vorlagendatei mit den Platzhaltern &ANREDE,    *
      *  &NAME, &TOP, &STIEGE, &KONTO und &SALDO. Jeder Brief wird      *
      *  unter der gewaehlten Archivart einzeln archiviert und an       *
      *  EG-EMAIL/MI-EMAIL gemailt; ohne Mailadresse (oder bei          *
      *  gescheiterter Zustellung) geht er in einen Sammeldruck fuer    *
      *  den Postweg. Zum Schluss der Zustellnachweis je Empfaenger.    *
       SERIENBRIEF SECTION.
       A.  MOVE "     Serienbrief" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO SN-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO SN-HEUTE
                           ELSE ADD 19000000 TO SN-HEUTE.
           IF SN-DATEI = SPACE MOVE "RUNDSCHR.TXT" TO SN-DATEI.
           IF SN-ART = SPACE MOVE "SERIE" TO SN-ART.
           IF SN-EMPF = SPACE MOVE "E" TO SN-EMPF.
       A1. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "Textvorlage mit &ANREDE &NAME &TOP &STIEGE "
               "&KONTO &SALDO" AT 2301.
           DISPLAY "Vorlagendatei.......:" AT 0327.
           DISPLAY SN-DATEI with highlight AT 0349.
           ACCEPT SN-DATEI AT 0349.
           IF ESC GO Z.
           IF NOT RET GO A1.
           IF SN-DATEI = SPACE GO Z.
           PERFORM SN-VORLAGE.
           IF SN-TZ = 0 GO A1.
       A2. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "E=Eigentuemer, M=laufende Mieter, B=beide" AT 2301.
           DISPLAY "Empfaenger (E/M/B)..:" AT 0427.
           DISPLAY SN-EMPF with highlight AT 0449.
           ACCEPT SN-EMPF AT 0449.
           IF ESC GO Z.
           IF NOT RET GO A2.
           IF SN-EMPF NOT = "E" AND SN-EMPF NOT = "M"
               AND SN-EMPF NOT = "B" GO A2.
       A3. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "Nur eine Stiege anschreiben, leer=alle" AT 2301.
           DISPLAY "Stiege..............:" AT 0527.
           DISPLAY SN-STIEGE with highlight AT 0549.
           ACCEPT SN-STIEGE AT 0549.
           IF ESC GO Z.
           IF NOT RET GO A3.
       A4. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "Archivart fuer den Nachweis, z.B. EINL=Einladung "
               "Versammlung" AT 2301.
           DISPLAY "Archivart...........:" AT 0627.
           DISPLAY SN-ART with highlight AT 0649.
           ACCEPT SN-ART AT 0649.
           IF ESC GO Z.
           IF NOT RET GO A4.
           IF SN-ART = SPACE GO A4.
           MOVE SN-TZ TO SN-ANZED.
           DISPLAY "Vorlage.............:" AT 0827.
           DISPLAY SN-ANZED " Zeilen" AT 0849.
       M.  CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "<esc>=Abbr., <ret>=Briefe erstellen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
       B.  MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           PERFORM ARCH-OEFFNEN.
           MOVE WX-LPT TO SN-LPT.
           MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE 0 TO SN-ANZ SN-MANZ SN-PANZ SN-FANZ SN-ERST SN-LETZT.
           IF SN-EMPF = "M" GO C.
           MOVE "E" TO SN-QU.
           MOVE 0 TO EG-KTONR.
           MOVE SPACE TO SN-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO SN-EOF.
       B1. IF SERIE-EOF GO C.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO SN-EOF GO B1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO SN-EOF GO B1.
           IF EG-UEBDAT NOT = 0 GO B1.
           PERFORM SN-EINHEIT.
           IF SN-STIEGE NOT = SPACE AND SN-STG NOT = SN-STIEGE GO B1.
           MOVE EG-KTONR TO SN-KTO.
           MOVE EG-SALDO TO SN-SALDO.
           MOVE EG-EMAIL TO SN-MAIL.
           MOVE EG-ANREDE TO SN-ANREDE.
           IF EG-NAME = SPACE MOVE EG-BEZ TO SN-NAME
                         ELSE MOVE EG-NAME TO SN-NAME.
           PERFORM SN-BRIEF.
           GO B1.
       C.  IF SN-EMPF = "E" GO D.
           MOVE "M" TO SN-QU.
           MOVE 0 TO MI-KTONR.
           MOVE SPACE TO SN-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO SN-EOF.
       C1. IF SERIE-EOF GO D.
           READ MIETER NEXT RECORD AT END MOVE "J" TO SN-EOF GO C1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO SN-EOF GO C1.
           IF MI-EINZUG > SN-HEUTE GO C1.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < SN-HEUTE GO C1.
           IF MI-ANONYM = "J" GO C1.
           PERFORM SN-EINHEIT.
           IF SN-STIEGE NOT = SPACE AND SN-STG NOT = SN-STIEGE GO C1.
           MOVE MI-KTONR TO SN-KTO.
           MOVE MI-SALDO TO SN-SALDO.
           MOVE MI-EMAIL TO SN-MAIL.
           MOVE MI-ANREDE TO SN-ANREDE.
           MOVE MI-NAME TO SN-NAME.
           PERFORM SN-BRIEF.
           GO C1.
       D.  IF SN-ANZ = 0
               DISPLAY "keine Empfaenger fuer diese Auswahl" AT 2401
               PERFORM WEITER
               GO X.
           IF SN-PANZ NOT = 0 OR SN-FANZ NOT = 0 PERFORM SN-POSTDRUCK.
           PERFORM SN-NACHWEIS.
           MOVE SN-ANZ TO SN-ANZED.
           MOVE SN-MANZ TO SN-ANZED2.
           COMPUTE SN-ANZED3 = SN-PANZ + SN-FANZ.
           DISPLAY "Serienbrief: " SN-ANZED " Briefe, " SN-ANZED2
               " gemailt, " SN-ANZED3 " per Post." AT 2401.
           PERFORM WEITER.
       X.  CLOSE ARCHIV.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           MOVE SN-LPT TO WX-LPT.
       Z.  EXIT.
      ************************************* Serienbrief - Vorlage laden *
      *  Liest die Vorlagendatei (hoechstens 60 Zeilen) nach SN-TX;     *
      *  SN-TZ = 0, wenn sie fehlt oder leer ist.                       *
       SN-VORLAGE SECTION.
       A.  MOVE 0 TO SN-TZ.
           OPEN INPUT SNVORL.
           IF WF-STATUS = "35"
               DISPLAY "Vorlagendatei fehlt: " SN-DATEI AT 2401
               PERFORM WEITER
               GO Z.
       B.  READ SNVORL AT END GO X.
           IF SN-TZ = 60
               DISPLAY "Vorlage ueber 60 Zeilen - Rest entfaellt"
                   AT 2401
               PERFORM WEITER
               GO X.
           ADD 1 TO SN-TZ.
           MOVE SV-ZEILE TO SN-TX(SN-TZ).
           GO B.
       X.  CLOSE SNVORL.
           IF SN-TZ = 0
               DISPLAY "Vorlagendatei ist leer: " SN-DATEI AT 2401
               PERFORM WEITER.
       Z.  EXIT.
      ************************************* Serienbrief - Einheit *
      *  Top und Stiege des Empfaengers ueber EG-WHGNR - beim Mieter    *
      *  ueber das Whg.-Konto MI-EGKTONR; SN-EGDA = J, wenn der         *
      *  EG-SATZ der Einheit geladen ist (fuer WHG-TOPZEILE).           *
       SN-EINHEIT SECTION.
       A.  MOVE SPACE TO SN-TOP SN-STG SN-EGDA.
           IF SN-QU = "E" GO B.
           IF MI-EGKTONR = 0 GO Z.
           MOVE MI-EGKTONR TO EG-KTONR.
           MOVE SPACE TO SN-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO SN-GEF.
           IF SERIE-FEHLT GO Z.
       B.  MOVE "J" TO SN-EGDA.
           IF WQ-OFF = "J" OR EG-WHGNR = 0 GO Z.
           MOVE WE-FNR TO WO-FNR.
           MOVE EG-WHGNR TO WO-NR.
           MOVE SPACE TO WQ-GEF.
           READ WOHNUNG INVALID KEY MOVE "J" TO WQ-GEF.
           IF WHG-FEHLT GO Z.
           MOVE WO-TOP TO SN-TOP.
           MOVE WO-STIEGE TO SN-STG.
       Z.  EXIT.
      ************************************* Serienbrief - Einzelbrief *
      *  Ein Brief je Empfaenger unter eigener Archivnummer; mit        *
      *  Mailadresse sofort per CAMAIL zugestellt (Status M/F), sonst   *
      *  bleibt er als gedruckt (D) fuer den Sammeldruck stehen.        *
       SN-BRIEF SECTION.
       A.  MOVE SN-ART TO AQ-ART.
           MOVE SN-QU TO AQ-QU.
           MOVE SN-KTO TO AQ-KTO.
           PERFORM ARCH-NAME.
           IF SN-ERST = 0 MOVE AQ-NR TO SN-ERST.
           MOVE AQ-NR TO SN-LETZT.
           ADD 1 TO SN-ANZ.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF SN-QU = "E" PERFORM ADR-EIGEN
                     ELSE PERFORM ADR-MIETER.
           IF SN-EGDA = "J" PERFORM WHG-TOPZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SN-HEUTE TO SN-DATED.
           MOVE SPACE TO SN-ZEILE.
           STRING "Datum: " SN-DATED DELIMITED BY SIZE INTO SN-ZEILE.
           MOVE SN-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 1 TO SN-I.
       B.  IF SN-I > SN-TZ GO C.
           PERFORM SN-ERSETZEN.
           MOVE SN-AUS TO DR-ZEILE.
           WRITE DR-ZEILE.
           ADD 1 TO SN-I.
           GO B.
       C.  CLOSE DRUCKER.
           IF SN-MAIL = SPACE ADD 1 TO SN-PANZ GO Z.
      *    WF-STATUS vor der Auswertung zuruecksetzen (vgl.            *
      *    MAHN-VERSENDEN).                                            *
           MOVE SPACE TO WF-STATUS.
           CALL "CAMAIL" USING WX-LPT SN-MAIL WH-CREG.
           MOVE SN-MAIL TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           IF AQ-STATED = "F" ADD 1 TO SN-FANZ
                         ELSE ADD 1 TO SN-MANZ.
           PERFORM ARCH-STATUS.
       Z.  EXIT.
      ************************************* Serienbrief - Platzhalter *
      *  Setzt in Vorlagenzeile SN-TX(SN-I) die Platzhalter ein;        *
      *  Ergebnis in SN-AUS. Werte ohne fuehrende Leerstellen, bis      *
      *  zur ersten doppelten Leerstelle.                               *
       SN-ERSETZEN SECTION.
       A.  MOVE SPACE TO SN-AUS.
           MOVE 1 TO SN-J SN-P.
       B.  IF SN-J > 80 GO Z.
           IF SN-TX(SN-I)(SN-J:1) NOT = "&" GO C.
           MOVE SN-TX(SN-I)(SN-J:) TO SN-MARKE.
           MOVE SPACE TO SN-WERT.
           MOVE 0 TO SN-L.
           IF SN-MARKE = "&ANREDE"
               MOVE SN-ANREDE TO SN-WERT
               MOVE 7 TO SN-L.
           IF SN-MARKE = "&STIEGE"
               MOVE SN-STG TO SN-WERT
               MOVE 7 TO SN-L.
           IF SN-MARKE(1:6) = "&KONTO"
               MOVE SN-KTO TO SN-KTOED
               MOVE SN-KTOED TO SN-WERT
               MOVE 6 TO SN-L.
           IF SN-MARKE(1:6) = "&SALDO"
               MOVE SN-SALDO TO SN-SALED
               MOVE SN-SALED TO SN-WERT
               MOVE 6 TO SN-L.
           IF SN-MARKE(1:5) = "&NAME"
               MOVE SN-NAME TO SN-WERT
               MOVE 5 TO SN-L.
           IF SN-MARKE(1:4) = "&TOP"
               MOVE SN-TOP TO SN-WERT
               MOVE 4 TO SN-L.
           IF SN-L = 0 GO C.
           MOVE 0 TO SN-V.
           INSPECT SN-WERT TALLYING SN-V FOR LEADING SPACE.
           IF SN-V < 40
               STRING SN-WERT(SN-V + 1:) DELIMITED BY "  "
                   INTO SN-AUS WITH POINTER SN-P.
           ADD SN-L TO SN-J.
           GO B.
       C.  IF SN-P < 133
               MOVE SN-TX(SN-I)(SN-J:1) TO SN-AUS(SN-P:1)
               ADD 1 TO SN-P.
           ADD 1 TO SN-J.
           GO B.
       Z.  EXIT.
      ************************************* Serienbrief - Sammeldruck *
      *  Alle Briefe des Laufs ohne Mailzustellung (Status D) und die   *
      *  gescheiterten (F) als ein Druck fuer den Postweg; bei PDF-     *
      *  Ausgabe als Lauf archiviert (vgl. ARCH-LAUF).                  *
       SN-POSTDRUCK SECTION.
       A.  MOVE SN-LPT TO WX-LPT.
           MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE SN-ART TO AQ-ART.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE SN-ERST TO SN-NR.
       B.  IF SN-NR > SN-LETZT GO X.
           MOVE SN-NR TO AR-LFDNR.
           MOVE SPACE TO AQ-GEF.
           READ ARCHIV INVALID KEY MOVE "J" TO AQ-GEF.
           IF ARCH-FEHLT GO C.
           IF AR-FNR NOT = WE-FNR OR AR-ART NOT = SN-ART GO C.
           IF AR-STATUS = "M" GO C.
           MOVE AR-DATEI TO AQ-DATEI.
           OPEN INPUT ARCDAT.
           IF WF-STATUS = "35" GO C.
       B1. READ ARCDAT AT END GO B2.
           WRITE DR-ZEILE FROM AC-ZEILE.
           GO B1.
       B2. CLOSE ARCDAT.
       C.  ADD 1 TO SN-NR.
           GO B.
       X.  CLOSE DRUCKER.
           PERFORM ARCH-LAUFMAIL.
       Z.  EXIT.
      ************************************* Serienbrief - Nachweis *
      *  Zustellnachweis des Laufs: je Empfaenger Archivnummer, Konto,  *
      *  Name und Zustellweg (Mailadresse bzw. Post); gescheiterte      *
      *  Mails sind markiert und im Sammeldruck enthalten.              *
       SN-NACHWEIS SECTION.
       A.  MOVE SN-LPT TO WX-LPT.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SN-HEUTE TO SN-DATED.
           MOVE SPACE TO SN-ZEILE.
           STRING "Zustellnachweis Rundschreiben " SN-ART " vom "
               SN-DATED " - Vorlage " SN-DATEI
               DELIMITED BY SIZE INTO SN-ZEILE.
           MOVE SN-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO SN-ZEILE.
           MOVE "Archiv"     TO SN-ZEILE(1:6).
           MOVE "Q"          TO SN-ZEILE(8:1).
           MOVE "Kto"        TO SN-ZEILE(11:3).
           MOVE "Empfaenger" TO SN-ZEILE(15:10).
           MOVE "Zustellung" TO SN-ZEILE(46:10).
           MOVE SN-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SN-ERST TO SN-NR.
       B.  IF SN-NR > SN-LETZT GO X.
           MOVE SN-NR TO AR-LFDNR.
           MOVE SPACE TO AQ-GEF.
           READ ARCHIV INVALID KEY MOVE "J" TO AQ-GEF.
           IF ARCH-FEHLT GO C.
           IF AR-FNR NOT = WE-FNR OR AR-ART NOT = SN-ART GO C.
           MOVE SPACE TO SN-NAME.
           IF AR-QUELLE = "M" GO B1.
           MOVE AR-KTONR TO EG-KTONR.
           MOVE SPACE TO SN-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO SN-GEF.
           IF SERIE-FEHLT GO B2.
           IF EG-NAME = SPACE MOVE EG-BEZ TO SN-NAME
                         ELSE MOVE EG-NAME TO SN-NAME.
           GO B2.
       B1. MOVE AR-KTONR TO MI-KTONR.
           MOVE SPACE TO SN-GEF.
           READ MIETER INVALID KEY MOVE "J" TO SN-GEF.
           IF NOT SERIE-FEHLT MOVE MI-NAME TO SN-NAME.
       B2. MOVE AR-LFDNR TO SN-NRED.
           MOVE AR-KTONR TO SN-KTOED.
           MOVE SPACE TO SN-ZEILE.
           STRING SN-NRED " " AR-QUELLE "  " SN-KTOED " "
               SN-NAME(1:30) " " DELIMITED BY SIZE INTO SN-ZEILE.
           IF AR-STATUS = "M"
               STRING "Mail " AR-EMAIL DELIMITED BY SIZE
                   INTO SN-ZEILE(46:35).
           IF AR-STATUS = "F"
               MOVE "Mail gescheitert - Post" TO SN-ZEILE(46:35).
           IF AR-STATUS = "D"
               MOVE "Post" TO SN-ZEILE(46:35).
           MOVE SN-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       C.  ADD 1 TO SN-NR.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SN-ANZ TO SN-ANZED.
           MOVE SN-MANZ TO SN-ANZED2.
           MOVE SN-PANZ TO SN-ANZED3.
           MOVE SPACE TO SN-ZEILE.
           STRING "Summe: " SN-ANZED " Briefe, davon " SN-ANZED2
               " gemailt, " SN-ANZED3 " per Post"
               DELIMITED BY SIZE INTO SN-ZEILE.
           MOVE SN-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF SN-FANZ = 0 GO X1.
           MOVE SN-FANZ TO SN-ANZED.
           MOVE SPACE TO SN-ZEILE.
           STRING SN-ANZED " Mailzustellung(en) gescheitert - per Post "
               "nachgedruckt" DELIMITED BY SIZE INTO SN-ZEILE.
           MOVE SN-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       X1. CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
       Z.  EXIT.
      ************************************* Portal-Export - Dialog *
       PORTAL-EXPORT SECTION.
       A.  MOVE "    Portal-Export" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "D" TO PX-MODUS.
       A1. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "D=nur Aenderungen seit dem letzten Lauf, V=Voll"
               "bestand" AT 2301.
           DISPLAY "Modus (D/V).........:" AT 0327.
           DISPLAY PX-MODUS with highlight AT 0349.
           ACCEPT PX-MODUS AT 0349.
           IF ESC GO Z.
           IF NOT RET GO A1.
           IF PX-MODUS NOT = "D" AND PX-MODUS NOT = "V" GO A1.
       M.  CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "<esc>=Abbr., <ret>=Export starten" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           PERFORM PX-LAUF.
           MOVE PX-KANZ TO PX-ANZED.
           MOVE PX-LANZ TO PX-ANZED2.
           DISPLAY "Portal-Export " PX-DATEI ": " PX-ANZED " Konten, "
               PX-ANZED2 " Loeschungen" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Portal-Export - Lauf *
      *  Datenpaket fuer das Eigentuemer-/Mieterportal je Mandant in    *
      *  PORTALnn-llllll.CSV (nn = Mandant, llllll = Laufnummer),       *
      *  Strichpunkt-getrennt, Datum JJJJMMTT, Betraege mit Dezimal-    *
      *  komma, Texte ohne Strichpunkt. Erstes Feld = Satzart:          *
      *    K;Mandant;Lauf;Datum;Modus(V/D);seit                         *
      *    S;Q;Konto;Anrede;Name;Strasse;PLZ;Ort;Land;Email;Top;        *
      *      Stiege;Stock;Whg-Konto;Saldo;Einzug;Auszug;Miete;BK-Vz     *
      *    V;E;Konto;Periode;BK;USt;BK-Gutschr.;USt-Gutschr.;Ruecklage  *
      *    O;Q;Konto;Datum;Lfd;Art;Betrag;offen;faellig;Text            *
      *    B;Q;Konto;Herkunft(MB/ZJ);Schluessel;Datum;Art;Betrag;Text   *
      *    R;Datum;Lfd;Text;Ja;Nein;Enthaltung;anwesend;gesamt;Ergebnis *
      *    A;Q;Konto;Archivnr;Datum;Art;Datei;Status                    *
      *    L;Q;Konto                                                    *
      *    Z;Anzahl Saetze                                              *
      *  Q = E (Eigentuemer) / M (Mieter). Ein S-Satz ersetzt Stamm,    *
      *  Vorschusshistorie (V) und offene Posten (O) des Kontos im      *
      *  Portal; L entfernt das Konto samt allen Daten. B/R/A werden    *
      *  angefuegt (Dubletten ueber Herkunft+Schluessel, Datum+Lfd      *
      *  bzw. Archivnr erkennen). Modus V liefert alles; D nur Konten   *
      *  mit geaendertem Stand (PORTST), Zahlungen und Archivsaetze ab  *
      *  dem letzten Lauf, das Mietbuch geaenderter Konten und die      *
      *  Beschluesse vollstaendig - neue Konten ganz.                   *
      *  Nicht geliefert (bzw. per L entfernt) werden anonymisierte     *
      *  und ausgezogene Mieter sowie uebergebene Eigentuemerkonten.    *
      *  Je Lauf eine Zeile in PORTAL.LOG.                              *
       PX-LAUF SECTION.
       A.  MOVE WH-DATUM TO PX-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO PX-HEUTE
                           ELSE ADD 19000000 TO PX-HEUTE.
           MOVE 0 TO PX-KANZ PX-LANZ PX-SANZ.
           MOVE "HV-PORTS.DAT" TO DATEI.
           OPEN I-O PORTST.
           IF WF-STATUS = "35"
               OPEN OUTPUT PORTST
               CLOSE PORTST
               OPEN I-O PORTST.
           MOVE "#" TO PS-QUELLE.
           MOVE WE-FNR TO PS-KTONR.
           MOVE SPACE TO PX-GEF.
           READ PORTST INVALID KEY MOVE "J" TO PX-GEF.
           IF PORT-FEHLT
               MOVE 1 TO PX-LAUFNR
               MOVE 0 TO PX-SEIT
               MOVE "V" TO PX-MODUS
           ELSE
               COMPUTE PX-LAUFNR = PS-LAUF + 1
               MOVE PS-DATUM TO PX-SEIT.
           IF PX-MODUS = "V" MOVE 0 TO PX-SEIT.
           MOVE SPACE TO PX-OPOFF PX-MBOFF PX-ZJOFF PX-BSOFF PX-AROFF.
           MOVE "HV-OPOS.DAT" TO DATEI.
           OPEN INPUT OPOS.
           IF WF-STATUS = "35" MOVE "J" TO PX-OPOFF.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN INPUT MIETBUCH.
           IF WF-STATUS = "35" MOVE "J" TO PX-MBOFF.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN INPUT ZJOURNAL.
           IF WF-STATUS = "35" MOVE "J" TO PX-ZJOFF.
           MOVE "HV-BESCHL.DAT" TO DATEI.
           OPEN INPUT BESCHL.
           IF WF-STATUS = "35" MOVE "J" TO PX-BSOFF.
           MOVE "HV-ARCHI.DAT" TO DATEI.
           OPEN INPUT ARCHIV.
           IF WF-STATUS = "35" MOVE "J" TO PX-AROFF.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           MOVE WE-FNR TO PX-FNRD.
           MOVE PX-LAUFNR TO PX-LFDED.
           MOVE SPACE TO PX-DATEI.
           STRING "PORTAL" PX-FNRD "-" PX-LFDED ".CSV"
               DELIMITED BY SIZE INTO PX-DATEI.
           OPEN OUTPUT PXDAT.
           MOVE SPACE TO PX-CSV.
           MOVE "K" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE WE-FNR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE PX-LAUFNR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE PX-HEUTE TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE PX-MODUS TO PX-TXT.
           PERFORM PX-FELD.
           MOVE PX-SEIT TO PX-NUM.
           PERFORM PX-FNUM.
           PERFORM PX-SATZ.
      *    Eigentuemer - uebergebene Konten (EG-UEBDAT) bleiben aus     *
       B.  MOVE "E" TO PX-QU.
           MOVE 0 TO EG-KTONR.
           MOVE SPACE TO PX-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B1. IF PORT-EOF GO C.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO PX-EOF GO B1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO PX-EOF GO B1.
           IF EG-UEBDAT NOT = 0 GO B1.
           MOVE EG-KTONR TO PX-KTO.
           PERFORM PX-KONTO.
           GO B1.
      *    Mieter - ausgezogene und anonymisierte bleiben aus           *
       C.  MOVE "M" TO PX-QU.
           MOVE 0 TO MI-KTONR.
           MOVE SPACE TO PX-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO PX-EOF.
       C1. IF PORT-EOF GO D.
           READ MIETER NEXT RECORD AT END MOVE "J" TO PX-EOF GO C1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO PX-EOF GO C1.
           IF MI-ANONYM = "J" GO C1.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < PX-HEUTE GO C1.
           MOVE MI-KTONR TO PX-KTO.
           PERFORM PX-KONTO.
           GO C1.
       D.  PERFORM PX-BEREINIGEN.
           IF PX-MBOFF NOT = "J" PERFORM PX-MIETBUCH.
           IF PX-ZJOFF NOT = "J" PERFORM PX-JOURNAL.
           IF PX-BSOFF NOT = "J" PERFORM PX-BESCHLUSS.
           IF PX-AROFF NOT = "J" PERFORM PX-ARCHIV.
       X.  ADD 1 TO PX-SANZ.
           MOVE SPACE TO PX-CSV.
           MOVE "Z" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE PX-SANZ TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE PX-CSV TO PXD-ZEILE.
           WRITE PXD-ZEILE.
           CLOSE PXDAT.
           MOVE "#" TO PS-QUELLE.
           MOVE WE-FNR TO PS-KTONR.
           MOVE SPACE TO PX-GEF.
           READ PORTST INVALID KEY MOVE "J" TO PX-GEF.
           IF PORT-FEHLT
               INITIALIZE PS-SATZ
               MOVE "#" TO PS-QUELLE
               MOVE WE-FNR TO PS-KTONR PS-FNR
               MOVE PX-LAUFNR TO PS-ERST.
           MOVE PX-LAUFNR TO PS-LAUF.
           MOVE PX-HEUTE TO PS-DATUM.
           IF PORT-FEHLT WRITE PS-SATZ
                    ELSE REWRITE PS-SATZ.
           CLOSE PORTST.
           IF PX-OPOFF NOT = "J" CLOSE OPOS.
           IF PX-MBOFF NOT = "J" CLOSE MIETBUCH.
           IF PX-ZJOFF NOT = "J" CLOSE ZJOURNAL.
           IF PX-BSOFF NOT = "J" CLOSE BESCHL.
           IF PX-AROFF NOT = "J" CLOSE ARCHIV.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           PERFORM PX-PROTOKOLL.
       Z.  EXIT.
      ************************************* Portal-Export - Konto *
      *  Stammsatz des geladenen EG-/MI-SATZ gegen den Exportstand      *
      *  vergleichen; neu oder geaendert (im Modus V immer): S-Satz,    *
      *  V-Saetze, offene Posten und neuen Stand schreiben - sonst      *
      *  nur als im Lauf bestaetigt kennzeichnen.                       *
       PX-KONTO SECTION.
       A.  PERFORM PX-STAMMSATZ.
           MOVE PX-CSV TO PX-STAMM.
           MOVE "N" TO PX-NEU PX-AEND.
           MOVE PX-QU TO PS-QUELLE.
           MOVE PX-KTO TO PS-KTONR.
           MOVE SPACE TO PX-GEF.
           READ PORTST INVALID KEY MOVE "J" TO PX-GEF.
           IF PORT-FEHLT
               MOVE "J" TO PX-NEU PX-AEND
               GO B.
           IF PX-MODUS = "V" MOVE "J" TO PX-AEND.
           IF PS-ZEILE NOT = PX-STAMM MOVE "J" TO PX-AEND.
           IF PX-QU = "M" GO B.
           MOVE 1 TO PX-I.
       A1. IF PX-I > 5 GO B.
           IF EG-VS(PX-I) NOT = PS-VS(PX-I) MOVE "J" TO PX-AEND.
           ADD 1 TO PX-I.
           GO A1.
       B.  IF PX-AEND = "J" GO C.
           MOVE PX-LAUFNR TO PS-LAUF.
           REWRITE PS-SATZ.
           GO Z.
       C.  PERFORM PX-SATZ.
           ADD 1 TO PX-KANZ.
           IF PX-QU = "E" PERFORM PX-VORSCHUSS.
           IF PX-OPOFF NOT = "J" PERFORM PX-POSTEN.
           IF PX-NEU = "J"
               INITIALIZE PS-SATZ
               MOVE PX-QU TO PS-QUELLE
               MOVE PX-KTO TO PS-KTONR
               MOVE PX-LAUFNR TO PS-ERST.
           MOVE WE-FNR TO PS-FNR.
           MOVE PX-LAUFNR TO PS-LAUF.
           MOVE PX-HEUTE TO PS-DATUM.
           MOVE PX-STAMM TO PS-ZEILE.
           IF PX-QU = "M" GO D.
           MOVE 1 TO PX-I.
       C1. IF PX-I > 5 GO D.
           MOVE EG-VS(PX-I) TO PS-VS(PX-I).
           ADD 1 TO PX-I.
           GO C1.
       D.  IF PX-NEU = "J" WRITE PS-SATZ
                     ELSE REWRITE PS-SATZ.
       Z.  EXIT.
      ************************************* Portal-Export - S-Satz *
      *  Stammsatz aus den strukturierten Anschriftfeldern; Top/Stiege  *
      *  ueber EG-WHGNR, beim Mieter ueber sein Whg.-Konto.             *
       PX-STAMMSATZ SECTION.
       A.  MOVE SPACE TO PX-TOP PX-STG PX-STOCK.
           MOVE SPACE TO PX-CSV.
           MOVE "S" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE PX-QU TO PX-TXT.
           PERFORM PX-FELD.
           MOVE PX-KTO TO PX-NUM.
           PERFORM PX-FNUM.
           IF PX-QU = "M" GO C.
           MOVE EG-ANREDE TO PX-TXT.
           PERFORM PX-FELD.
           IF EG-NAME = SPACE MOVE EG-BEZ TO PX-TXT
                         ELSE MOVE EG-NAME TO PX-TXT.
           PERFORM PX-FELD.
           MOVE EG-STRASSE TO PX-TXT.
           PERFORM PX-FELD.
           MOVE EG-PLZ TO PX-TXT.
           PERFORM PX-FELD.
           MOVE EG-WOHNORT TO PX-TXT.
           PERFORM PX-FELD.
           MOVE EG-LAND TO PX-TXT.
           PERFORM PX-FELD.
           MOVE EG-EMAIL TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-EINHEIT.
           MOVE EG-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE EG-SALDO TO PX-BET.
           PERFORM PX-FBET.
           MOVE 0 TO PX-NUM.
           PERFORM PX-FNUM.
           PERFORM PX-FNUM.
           MOVE 0 TO PX-BET.
           PERFORM PX-FBET.
           PERFORM PX-FBET.
           GO Z.
       C.  MOVE MI-ANREDE TO PX-TXT.
           PERFORM PX-FELD.
           MOVE MI-NAME TO PX-TXT.
           PERFORM PX-FELD.
           IF MI-STRASSE = SPACE MOVE MI-ANSCHR TO PX-TXT
                            ELSE MOVE MI-STRASSE TO PX-TXT.
           PERFORM PX-FELD.
           MOVE MI-PLZ TO PX-TXT.
           PERFORM PX-FELD.
           MOVE MI-WOHNORT TO PX-TXT.
           PERFORM PX-FELD.
           MOVE MI-LAND TO PX-TXT.
           PERFORM PX-FELD.
           MOVE MI-EMAIL TO PX-TXT.
           PERFORM PX-FELD.
           IF MI-EGKTONR = 0 GO C1.
           MOVE MI-EGKTONR TO EG-KTONR.
           MOVE SPACE TO PX-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO PX-GEF.
           IF PORT-FEHLT GO C1.
           PERFORM PX-EINHEIT.
           GO C2.
       C1. MOVE SPACE TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-FELD.
           PERFORM PX-FELD.
       C2. MOVE MI-EGKTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE MI-SALDO TO PX-BET.
           PERFORM PX-FBET.
           MOVE MI-EINZUG TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE MI-AUSZUG TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE MI-MIETE TO PX-BET.
           PERFORM PX-FBET.
           MOVE MI-BKVORAUS TO PX-BET.
           PERFORM PX-FBET.
       Z.  EXIT.
      ************************************* Portal-Export - Einheit *
      *  Top, Stiege, Stock der Einheit des geladenen EG-SATZ als drei  *
      *  Felder (leer ohne Wohnungsstamm oder Zuordnung).               *
       PX-EINHEIT SECTION.
       A.  IF WQ-OFF = "J" OR EG-WHGNR = 0 GO X.
           MOVE WE-FNR TO WO-FNR.
           MOVE EG-WHGNR TO WO-NR.
           MOVE SPACE TO WQ-GEF.
           READ WOHNUNG INVALID KEY MOVE "J" TO WQ-GEF.
           IF WHG-FEHLT GO X.
           MOVE WO-TOP TO PX-TOP.
           MOVE WO-STIEGE TO PX-STG.
           MOVE WO-STOCK TO PX-STOCK.
       X.  MOVE PX-TOP TO PX-TXT.
           PERFORM PX-FELD.
           MOVE PX-STG TO PX-TXT.
           PERFORM PX-FELD.
           MOVE PX-STOCK TO PX-TXT.
           PERFORM PX-FELD.
       Z.  EXIT.
      ************************************* Portal-Export - V-Saetze *
       PX-VORSCHUSS SECTION.
       A.  MOVE 1 TO PX-I.
       B.  IF PX-I > 5 GO Z.
           IF EG-VSDAT(PX-I) = 0 GO C.
           MOVE SPACE TO PX-CSV.
           MOVE "V;E" TO PX-CSV.
           MOVE 4 TO PX-P.
           MOVE EG-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE EG-VSDAT(PX-I) TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE EG-BKH(PX-I) TO PX-BET.
           PERFORM PX-FBET.
           MOVE EG-USTH(PX-I) TO PX-BET.
           PERFORM PX-FBET.
           MOVE EG-BKG(PX-I) TO PX-BET.
           PERFORM PX-FBET.
           MOVE EG-USTG(PX-I) TO PX-BET.
           PERFORM PX-FBET.
           MOVE EG-RLAG(PX-I) TO PX-BET.
           PERFORM PX-FBET.
           PERFORM PX-SATZ.
       C.  ADD 1 TO PX-I.
           GO B.
       Z.  EXIT.
      ************************************* Portal-Export - O-Saetze *
      *  Alle noch offenen Posten (OP-OFFEN <> 0) des Kontos.           *
       PX-POSTEN SECTION.
       A.  MOVE PX-QU TO OP-QUELLE.
           MOVE PX-KTO TO OP-KTONR.
           MOVE 0 TO OP-DATUM OP-LFDNR.
           MOVE SPACE TO PX-EOF.
           START OPOS KEY NOT < OP-KEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B.  IF PORT-EOF GO X.
           READ OPOS NEXT RECORD AT END MOVE "J" TO PX-EOF GO B.
           IF OP-QUELLE NOT = PX-QU OR OP-KTONR NOT = PX-KTO
               MOVE "J" TO PX-EOF
               GO B.
           IF OP-OFFEN = 0 GO B.
           MOVE SPACE TO PX-CSV.
           MOVE "O" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE OP-QUELLE TO PX-TXT.
           PERFORM PX-FELD.
           MOVE OP-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE OP-DATUM TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE OP-LFDNR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE OP-ART TO PX-TXT.
           PERFORM PX-FELD.
           MOVE OP-BETRAG TO PX-BET.
           PERFORM PX-FBET.
           MOVE OP-OFFEN TO PX-BET.
           PERFORM PX-FBET.
           MOVE OP-FAELLIG TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE OP-TEXT TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-SATZ.
           GO B.
      *    Die Hauptschleife (EIGENTUM/MIETER) nutzt PX-EOF ebenfalls  *
       X.  MOVE SPACE TO PX-EOF.
       Z.  EXIT.
      ************************************* Portal-Export - Bereinigung *
      *  Konten des Mandanten, die in diesem Lauf nicht mehr bestaetigt *
      *  wurden, als L-Satz melden und aus dem Exportstand nehmen.      *
       PX-BEREINIGEN SECTION.
       A.  MOVE LOW-VALUE TO PS-KEY.
           MOVE SPACE TO PX-EOF.
           START PORTST KEY NOT < PS-KEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B.  IF PORT-EOF GO Z.
           READ PORTST NEXT RECORD AT END MOVE "J" TO PX-EOF GO B.
           IF PS-FNR NOT = WE-FNR OR PS-QUELLE = "#" GO B.
           IF PS-LAUF = PX-LAUFNR GO B.
           MOVE SPACE TO PX-CSV.
           MOVE "L" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE PS-QUELLE TO PX-TXT.
           PERFORM PX-FELD.
           MOVE PS-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           PERFORM PX-SATZ.
           DELETE PORTST RECORD.
           ADD 1 TO PX-LANZ.
           GO B.
       Z.  EXIT.
      ************************************* Portal-Export - Kontofilter *
      *  Fuer Zahlungs- und Archivsaetze (PX-QU/PX-KTO/PX-DATUM, dort   *
      *  Lauf- bzw. Archivierungsdatum): nur Konten mit Exportstand aus *
      *  diesem Lauf, und nur Saetze ab dem letzten Lauf - bei im Lauf  *
      *  neu uebernommenen Konten alle.                                 *
       PX-FILTER SECTION.
       A.  MOVE SPACE TO PX-MOK.
           MOVE PX-QU TO PS-QUELLE.
           MOVE PX-KTO TO PS-KTONR.
           MOVE SPACE TO PX-GEF.
           READ PORTST INVALID KEY MOVE "J" TO PX-GEF.
           IF PORT-FEHLT GO Z.
           IF PS-FNR NOT = WE-FNR OR PS-LAUF NOT = PX-LAUFNR GO Z.
           IF PS-ERST NOT = PX-LAUFNR AND PX-DATUM < PX-SEIT GO Z.
           MOVE "J" TO PX-MOK.
       Z.  EXIT.
      ************************************* Portal-Export - Mietbuch *
      *  Belastungen der Mieterkonten (ohne die nicht saldowirksamen    *
      *  Ratensaetze). Massgeblich ist nicht das Buchungsdatum - Nach-  *
      *  buchungen mit altem Datum gingen sonst verloren -, sondern der *
      *  Mietbuchstand je Konto im Exportstand (PS-MBANZ/PS-MBSUM):     *
      *  weicht er ab, im Modus V und bei neuen Konten geht das Miet-   *
      *  buch des Kontos vollstaendig hinaus (Dubletten erkennt das     *
      *  Portal ueber den Schluessel).                                  *
       PX-MIETBUCH SECTION.
       A.  MOVE "M" TO PS-QUELLE.
           MOVE 0 TO PS-KTONR.
           MOVE SPACE TO PX-EOF.
           START PORTST KEY NOT < PS-KEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B.  IF PORT-EOF GO Z.
           READ PORTST NEXT RECORD AT END MOVE "J" TO PX-EOF GO B.
           IF PS-QUELLE NOT = "M" MOVE "J" TO PX-EOF GO B.
           IF PS-FNR NOT = WE-FNR OR PS-LAUF NOT = PX-LAUFNR GO B.
           MOVE PS-KTONR TO PX-KTO.
           MOVE 0 TO PX-MBANZ PX-MBSUM.
           PERFORM PX-MBSTART.
      *    Mietbuchstand des Kontos ermitteln                           *
       C.  IF PX-MEOF = "J" GO D.
           READ MIETBUCH NEXT RECORD AT END MOVE "J" TO PX-MEOF GO C.
           IF MB-KTONR NOT = PX-KTO MOVE "J" TO PX-MEOF GO C.
           IF MB-FNR NOT = WE-FNR OR MB-ART = "R" GO C.
           ADD 1 TO PX-MBANZ.
           ADD MB-BETRAG TO PX-MBSUM.
           GO C.
       D.  IF PX-MODUS NOT = "V" AND PS-ERST NOT = PX-LAUFNR
               AND PS-MBANZ = PX-MBANZ AND PS-MBSUM = PX-MBSUM GO B.
           MOVE PX-MBANZ TO PS-MBANZ.
           MOVE PX-MBSUM TO PS-MBSUM.
           REWRITE PS-SATZ.
           PERFORM PX-MBSTART.
      *    geaendertes Konto - Mietbuch vollstaendig liefern            *
       E.  IF PX-MEOF = "J" GO B.
           READ MIETBUCH NEXT RECORD AT END MOVE "J" TO PX-MEOF GO E.
           IF MB-KTONR NOT = PX-KTO MOVE "J" TO PX-MEOF GO E.
           IF MB-FNR NOT = WE-FNR OR MB-ART = "R" GO E.
           MOVE SPACE TO PX-CSV.
           MOVE "B;M" TO PX-CSV.
           MOVE 4 TO PX-P.
           MOVE MB-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE MB-DATUM TO PX-D8.
           MOVE MB-LFDNR TO PX-L4.
           MOVE "MB" TO PX-TXT.
           PERFORM PX-FELD.
           MOVE SPACE TO PX-TXT.
           STRING PX-D8 "-" PX-L4 DELIMITED BY SIZE INTO PX-TXT.
           PERFORM PX-FELD.
           MOVE MB-DATUM TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE MB-ART TO PX-TXT.
           PERFORM PX-FELD.
           MOVE MB-BETRAG TO PX-BET.
           PERFORM PX-FBET.
           MOVE MB-TEXT TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-SATZ.
           GO E.
       Z.  EXIT.
      ********************************** Portal-Export - Mietbuch Start *
       PX-MBSTART SECTION.
       A.  MOVE PX-KTO TO MB-KTONR.
           MOVE 0 TO MB-DATUM MB-LFDNR.
           MOVE SPACE TO PX-MEOF.
           START MIETBUCH KEY NOT < MB-KEY INVALID KEY
               MOVE "J" TO PX-MEOF.
       Z.  EXIT.
      ************************************* Portal-Export - Journal *
      *  Zahlungen der Eigentuemer- und Mieterkonten aus dem ZJOURNAL   *
      *  (ohne Kreditorenzahlungen); massgeblich fuer das Delta ist     *
      *  das spaetere von Lauf- und Buchungsdatum.                      *
       PX-JOURNAL SECTION.
       A.  MOVE 0 TO ZJ-LAUFNR ZJ-LFDNR.
           MOVE SPACE TO PX-EOF.
           START ZJOURNAL KEY NOT < ZJ-KEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B.  IF PORT-EOF GO Z.
           READ ZJOURNAL NEXT RECORD AT END MOVE "J" TO PX-EOF GO B.
           IF ZJ-FNR NOT = WE-FNR GO B.
           IF ZJ-QUELLE = "K" OR ZJ-ART = "K" GO B.
           IF ZJ-QUELLE = "M" MOVE "M" TO PX-QU
                         ELSE MOVE "E" TO PX-QU.
           MOVE ZJ-KTONR TO PX-KTO.
           MOVE ZJ-LAUFNR TO PX-DATUM.
           IF ZJ-DATUM > PX-DATUM MOVE ZJ-DATUM TO PX-DATUM.
           PERFORM PX-FILTER.
           IF NOT PORT-KONTO GO B.
           MOVE SPACE TO PX-CSV.
           MOVE "B" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE PX-QU TO PX-TXT.
           PERFORM PX-FELD.
           MOVE ZJ-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE ZJ-LAUFNR TO PX-D8.
           MOVE ZJ-LFDNR TO PX-L4.
           MOVE "ZJ" TO PX-TXT.
           PERFORM PX-FELD.
           MOVE SPACE TO PX-TXT.
           STRING PX-D8 "-" PX-L4 DELIMITED BY SIZE INTO PX-TXT.
           PERFORM PX-FELD.
           MOVE PX-DATUM TO PX-NUM.
           IF ZJ-DATUM NOT = 0 MOVE ZJ-DATUM TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE ZJ-ART TO PX-TXT.
           PERFORM PX-FELD.
           MOVE ZJ-BETRAG TO PX-BET.
           PERFORM PX-FBET.
           MOVE SPACE TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-SATZ.
           GO B.
       Z.  EXIT.
      ************************************* Portal-Export - Beschluesse *
      *  Beschlusssammlung stets vollstaendig - Beschluesse werden      *
      *  nachgetragen und berichtigt, das Sitzungsdatum taugt nicht     *
      *  als Deltamerkmal.                                              *
       PX-BESCHLUSS SECTION.
       A.  MOVE WE-FNR TO BS-FNR.
           MOVE 0 TO BS-DATUM BS-LFDNR.
           MOVE SPACE TO PX-EOF.
           START BESCHL KEY NOT < BS-KEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B.  IF PORT-EOF GO Z.
           READ BESCHL NEXT RECORD AT END MOVE "J" TO PX-EOF GO B.
           IF BS-FNR NOT = WE-FNR MOVE "J" TO PX-EOF GO B.
           MOVE SPACE TO PX-CSV.
           MOVE "R" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE BS-DATUM TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-LFDNR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-TEXT TO PX-TXT.
           PERFORM PX-FELD.
           MOVE BS-JA TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-NEIN TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-ENTH TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-ANWES TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-GSUM TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE BS-ERG TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-SATZ.
           GO B.
       Z.  EXIT.
      ************************************* Portal-Export - Archiv *
      *  Archivierte Briefe je Konto mit Dateinamen (Brieflaeufe ohne   *
      *  Konto und Lieferantenbriefe bleiben aus).                      *
       PX-ARCHIV SECTION.
       A.  MOVE 0 TO AR-LFDNR.
           MOVE SPACE TO PX-EOF.
           START ARCHIV KEY NOT < AR-KEY INVALID KEY
               MOVE "J" TO PX-EOF.
       B.  IF PORT-EOF GO Z.
           READ ARCHIV NEXT RECORD AT END MOVE "J" TO PX-EOF GO B.
           IF AR-FNR NOT = WE-FNR GO B.
           IF AR-QUELLE NOT = "E" AND AR-QUELLE NOT = "M" GO B.
           MOVE AR-QUELLE TO PX-QU.
           MOVE AR-KTONR TO PX-KTO.
           MOVE AR-DATUM TO PX-DATUM.
           PERFORM PX-FILTER.
           IF NOT PORT-KONTO GO B.
           MOVE SPACE TO PX-CSV.
           MOVE "A" TO PX-CSV.
           MOVE 2 TO PX-P.
           MOVE AR-QUELLE TO PX-TXT.
           PERFORM PX-FELD.
           MOVE AR-KTONR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE AR-LFDNR TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE AR-DATUM TO PX-NUM.
           PERFORM PX-FNUM.
           MOVE AR-ART TO PX-TXT.
           PERFORM PX-FELD.
           MOVE AR-DATEI TO PX-TXT.
           PERFORM PX-FELD.
           MOVE AR-STATUS TO PX-TXT.
           PERFORM PX-FELD.
           PERFORM PX-SATZ.
           GO B.
       Z.  EXIT.
      ************************************* Portal-Export - Feld *
      *  Haengt ";" und PX-TXT (ohne fuehrende Leerstellen, Strich-     *
      *  punkte zu Kommas) an PX-CSV ab Position PX-P an.               *
       PX-FELD SECTION.
       A.  MOVE 0 TO PX-V.
           INSPECT PX-TXT REPLACING ALL ";" BY ",".
           INSPECT PX-TXT TALLYING PX-V FOR LEADING SPACE.
           IF PX-V < 60
               STRING ";" DELIMITED BY SIZE
                   PX-TXT(PX-V + 1:) DELIMITED BY "  "
                   INTO PX-CSV WITH POINTER PX-P
           ELSE
               STRING ";" DELIMITED BY SIZE
                   INTO PX-CSV WITH POINTER PX-P.
       Z.  EXIT.
      ************************************* Portal-Export - Zahlfeld *
       PX-FNUM SECTION.
       A.  MOVE PX-NUM TO PX-NUMED.
           MOVE PX-NUMED TO PX-TXT.
           PERFORM PX-FELD.
       Z.  EXIT.
      ************************************* Portal-Export - Betragsfeld *
       PX-FBET SECTION.
       A.  MOVE PX-BET TO PX-BETED.
           MOVE PX-BETED TO PX-TXT.
           PERFORM PX-FELD.
       Z.  EXIT.
      ************************************* Portal-Export - Satz *
       PX-SATZ SECTION.
       A.  MOVE PX-CSV TO PXD-ZEILE.
           WRITE PXD-ZEILE.
           ADD 1 TO PX-SANZ.
       Z.  EXIT.
      ************************************* Portal-Export - Protokoll *
       PX-PROTOKOLL SECTION.
       A.  MOVE PX-KANZ TO PX-ANZED.
           MOVE PX-LANZ TO PX-ANZED2.
           MOVE PX-SANZ TO PX-ANZED3.
           MOVE SPACE TO PX-ZEILE.
           STRING PX-HEUTE " " PX-DATEI " Modus " PX-MODUS " seit "
               PX-SEIT ": " PX-ANZED " Konten, " PX-ANZED2
               " Loeschungen, " PX-ANZED3 " Saetze"
               DELIMITED BY SIZE INTO PX-ZEILE.
           MOVE PX-ZEILE TO PXL-ZEILE.
           OPEN EXTEND PXLOG.
           IF WF-STATUS = "35" OPEN OUTPUT PXLOG.
           WRITE PXL-ZEILE.
           CLOSE PXLOG.
       Z.  EXIT.
      ************************************* Wohnungsstamm - Wartung *
      *  Einheitendaten je Mandant; zum Schluss kann die Einheit        *
      *  einem Whg.-Konto (EIGENTUM) zugeordnet werden - der Verweis    *
      *  EG-WHGNR wandert beim Eigentuemerwechsel mit.                  *
       WOHNUNG-WARTUNG SECTION.
       A.  MOVE "    Wohnungsstamm" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN I-O WOHNUNG.
           IF WF-STATUS = "35"
               OPEN OUTPUT WOHNUNG
               CLOSE WOHNUNG
               OPEN I-O WOHNUNG.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Wohnungsnummer" AT 2301.
           DISPLAY "Wohnungs-Nr.........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0 GO B.
           MOVE WE-FNR TO WO-FNR.
           MOVE WH-WERT TO WO-NR.
           READ WOHNUNG INVALID KEY
               DISPLAY "neue Einheit - Anlage" AT 2401
               INITIALIZE WO-SATZ
               MOVE WE-FNR TO WO-FNR
               MOVE WH-WERT TO WO-NR.
       C.  DISPLAY "Top-Nummer..........:" AT 0427.
           DISPLAY WO-TOP with highlight AT 0449.
           ACCEPT WO-TOP AT 0449.
           IF NOT RET GO C.
       D.  DISPLAY "Stiege..............:" AT 0527.
           DISPLAY WO-STIEGE with highlight AT 0549.
           ACCEPT WO-STIEGE AT 0549.
           IF NOT RET GO D.
       D1. DISPLAY "Stockwerk...........:" AT 0627.
           DISPLAY WO-STOCK with highlight AT 0649.
           ACCEPT WO-STOCK AT 0649.
           IF NOT RET GO D1.
       E.  DISPLAY "<esc>=Abbr., <ret>=Nutzflaeche m2 (x100)" AT 2301.
           DISPLAY "Nutzflaeche (x100)..:" AT 0727.
           COMPUTE WH-WERT = WO-NUTZFL * 100.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO E.
           COMPUTE WO-NUTZFL = WH-WERT / 100.
       F.  DISPLAY "<esc>=Abbr., <ret>=Anteile Wohnung" AT 2301.
           DISPLAY "Anteile W...........:" AT 0827.
           MOVE WO-ANTEILW TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO F.
           MOVE WH-WERT TO WO-ANTEILW.
       F1. DISPLAY "<esc>=Abbr., <ret>=Anteile Garage" AT 2301.
           DISPLAY "Anteile G...........:" AT 0927.
           MOVE WO-ANTEILG TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO F1.
           MOVE WH-WERT TO WO-ANTEILG.
       G.  DISPLAY "Wasserzaehler-Nr....:" AT 1027.
           DISPLAY WO-ZAEHLW with highlight AT 1049.
           ACCEPT WO-ZAEHLW AT 1049.
           IF NOT RET GO G.
      *    Einstufung fuer die Mietzinsobergrenzen (MRG)                *
       H.  DISPLAY "R=Richtwert, A/B/C/D=Kategorie, leer=nicht "
               "Vollanwendung MRG" AT 2301.
           DISPLAY "MRG-Einstufung......:" AT 1127.
           DISPLAY WO-MRGKAT with highlight AT 1149.
           ACCEPT WO-MRGKAT AT 1149.
           IF NOT RET GO H.
           IF WO-MRGKAT NOT = "R" AND WO-MRGKAT NOT = "A" AND
              WO-MRGKAT NOT = "B" AND WO-MRGKAT NOT = "C" AND
              WO-MRGKAT NOT = "D" AND WO-MRGKAT NOT = SPACE
               GO H.
           IF WO-MRGKAT = SPACE
               MOVE 0 TO WO-BULAND WO-ZUSPZ WO-ABSPZ
               GO M.
       H1. DISPLAY "<esc>=Abbr., <ret>=Bundesland 1-9 (Richtwert)"
               AT 2301.
           DISPLAY "Bundesland..........:" AT 1227.
           MOVE WO-BULAND TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1249.
           CALL "CAUP" USING "1012491002" WH-CREG.
           IF ESC GO X.
           IF not RET GO H1.
           IF WH-WERT > 9 GO H1.
           IF WO-MRGKAT = "R" AND WH-WERT = 0 GO H1.
           MOVE WH-WERT TO WO-BULAND.
       H2. DISPLAY "<esc>=Abbr., <ret>=Zuschlaege in % (x100)" AT 2301.
           DISPLAY "Zuschlaege % (x100).:" AT 1327.
           COMPUTE WH-WERT = WO-ZUSPZ * 100.
           DISPLAY WH-WERT with highlight AT 1349.
           CALL "CAUP" USING "1013495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO H2.
           IF WH-WERT > 9999 GO H2.
           COMPUTE WO-ZUSPZ = WH-WERT / 100.
       H3. DISPLAY "<esc>=Abbr., <ret>=Abschlaege in % (x100)" AT 2301.
           DISPLAY "Abschlaege % (x100).:" AT 1427.
           COMPUTE WH-WERT = WO-ABSPZ * 100.
           DISPLAY WH-WERT with highlight AT 1449.
           CALL "CAUP" USING "1014495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO H3.
           IF WH-WERT > 9999 GO H3.
           COMPUTE WO-ABSPZ = WH-WERT / 100.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE WO-SATZ INVALID KEY WRITE WO-SATZ.
           MOVE "WOHNG" TO WH-PN.
      *    Zuordnung zum Whg.-Konto                                     *
       N.  DISPLAY "Whg.-Konto (EIGENTUM) zuordnen, 0=keine" AT 2301.
           DISPLAY "Whg.-Konto (EG).....:" AT 1627.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1649.
           CALL "CAUP" USING "1016495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO N.
           IF WH-WERT = 0 GO B.
           MOVE WH-WERT TO EG-KTONR.
           MOVE SPACE TO WQ-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO WQ-GEF.
           IF WHG-FEHLT OR EG-FNR NOT = WE-FNR
               DISPLAY "Whg.-Konto unbekannt" AT 2401
               PERFORM WEITER
               GO N.
           MOVE WO-NR TO EG-WHGNR.
           REWRITE EG-SATZ.
           DISPLAY "Einheit zugeordnet" AT 2401.
           GO B.
       X.  CLOSE WOHNUNG.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Wohnung - Top-/Lagezeile *
      *  Druckt "Top / Stiege / Stock" der Einheit des geladenen        *
      *  EG-SATZ unter den Briefkopf; ohne Wohnungsstamm oder ohne      *
      *  Zuordnung unterbleibt die Zeile.                               *
       WHG-TOPZEILE SECTION.
       A.  IF WQ-OFF = "J" GO Z.
           IF EG-WHGNR = 0 GO Z.
           MOVE WE-FNR TO WO-FNR.
           MOVE EG-WHGNR TO WO-NR.
           MOVE SPACE TO WQ-GEF.
           READ WOHNUNG INVALID KEY MOVE "J" TO WQ-GEF.
           IF WHG-FEHLT AND PROBELAUF
               MOVE EG-KTONR TO PB-KTOED
               STRING "Whg.-Konto " PB-KTOED
                   " verweist auf fehlenden Wohnungsstamm"
                   DELIMITED BY SIZE INTO PB-TEXT
               PERFORM PROBE-HINWEIS.
           IF WHG-FEHLT GO Z.
           MOVE SPACE TO WQ-ZEILE.
           STRING "Einheit: Top " WO-TOP " Stiege " WO-STIEGE
               " Stock " WO-STOCK
               DELIMITED BY SIZE INTO WQ-ZEILE.
           MOVE WQ-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Zaehlerstamm - Menue *
       ZSTAMM-MENU SECTION.
       A.  MOVE "     Zaehlerstamm" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO ZP-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO ZP-HEUTE
                           ELSE ADD 19000000 TO ZP-HEUTE.
           MOVE "HV-ZSTAM.DAT" TO DATEI.
           OPEN I-O ZSTAMM.
           IF WF-STATUS = "35"
               OPEN OUTPUT ZSTAMM
               CLOSE ZSTAMM
               OPEN I-O ZSTAMM.
       B.  DISPLAY "W=Wartung, L=Eichfrist, I=Import, leer=Ende"
               AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2346.
           IF WH-X = SPACE GO X.
           IF WH-X = "W" PERFORM ZSTAMM-WARTUNG GO B.
           IF WH-X = "L" PERFORM EICH-LISTE GO B.
           IF WH-X = "I" PERFORM MESS-IMPORT GO B.
           GO B.
       X.  CLOSE ZSTAMM.
           MOVE "ZSTAM" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Zaehlerstamm - Wartung *
       ZSTAMM-WARTUNG SECTION.
       A.  DISPLAY "<esc>=Abbruch, <ret>=Whg.-Konto" AT 2301.
           DISPLAY "Whg.-Konto (EG).....:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A.
           IF WH-WERT = 0 GO A.
           MOVE WH-WERT TO EG-KTONR.
           MOVE SPACE TO ZP-GEF.
           READ EIGENTUM INVALID KEY MOVE "J" TO ZP-GEF.
           IF ZSTAMM-FEHLT OR EG-FNR NOT = WE-FNR
               DISPLAY "Whg.-Konto unbekannt" AT 2401
               PERFORM WEITER
               GO A.
           MOVE WH-WERT TO ZS-KTONR.
       C.  DISPLAY "<esc>=Abbr., <ret>=Zaehlernummer (1-99)" AT 2301.
           DISPLAY "Zaehler-Nr. (1-99)..:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004491002" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           IF WH-WERT < 1 OR WH-WERT > 99 GO C.
           MOVE ZS-KTONR TO ZP-KTO.
           MOVE WH-WERT TO ZS-ZAEHLER.
           READ ZSTAMM INVALID KEY
               DISPLAY "neuer Zaehler - Anlage" AT 2401
               INITIALIZE ZS-SATZ
               MOVE ZP-KTO TO ZS-KTONR
               MOVE WH-WERT TO ZS-ZAEHLER
               MOVE WE-FNR TO ZS-FNR.
       D.  DISPLAY "Geraetenummer.......:" AT 0527.
           DISPLAY ZS-GERNR with highlight AT 0549.
           ACCEPT ZS-GERNR AT 0549.
           IF NOT RET GO D.
       E.  DISPLAY "Einbaudatum JJJJMMTT:" AT 0627.
           MOVE ZS-EINBAU TO ZP-DATED.
           DISPLAY ZP-DATED with highlight AT 0649.
           ACCEPT ZP-DATED AT 0649.
           IF NOT RET GO E.
           MOVE ZP-DATED TO ZS-EINBAU.
       F.  DISPLAY "Eichdatum JJJJMMTT..:" AT 0727.
           MOVE ZS-EICH TO ZP-DATED.
           DISPLAY ZP-DATED with highlight AT 0749.
           ACCEPT ZP-DATED AT 0749.
           IF NOT RET GO F.
           MOVE ZP-DATED TO ZS-EICH.
       G.  DISPLAY "<esc>=Abbr., <ret>=Vorjahresverbr. (x100)" AT 2301.
           DISPLAY "Vorjahresverbrauch..:" AT 0827.
           COMPUTE WH-WERT = ZS-VORJVER * 100.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495007" WH-CREG.
           IF ESC GO Z.
           IF not RET GO G.
           COMPUTE ZS-VORJVER = WH-WERT / 100.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           REWRITE ZS-SATZ INVALID KEY WRITE ZS-SATZ.
           GO A.
       Z.  EXIT.
      ************************************* Zaehler - Eichfrist-Liste *
      *  Warnliste aller Zaehler des Mandanten, deren Eichfrist binnen  *
      *  zwoelf Monaten ablaeuft oder schon abgelaufen ist.             *
       EICH-LISTE SECTION.
       A.  MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           COMPUTE ZP-GRENZ = ZP-HEUTE + 10000.
           OPEN OUTPUT DRUCKER.
           MOVE "Zaehler mit ablaufender Eichfrist:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO ZP-ANZ ZS-KTONR ZS-ZAEHLER.
           MOVE SPACE TO ZP-EOF.
           START ZSTAMM KEY NOT < ZS-KEY INVALID KEY
               MOVE "J" TO ZP-EOF.
       B.  IF ZSTAMM-EOF GO X.
           READ ZSTAMM NEXT RECORD AT END MOVE "J" TO ZP-EOF GO B.
           IF ZS-FNR NOT = WE-FNR GO B.
           IF ZS-EICH = 0 GO B.
           IF ZS-EICH > ZP-GRENZ GO B.
           ADD 1 TO ZP-ANZ.
           MOVE ZS-KTONR TO ZP-KTOED.
           MOVE ZS-ZAEHLER TO ZP-ZED.
           MOVE ZS-EICH TO ZP-DATED.
           MOVE SPACE TO ZP-ZEILE.
           IF ZS-EICH < ZP-HEUTE
               STRING "Konto " ZP-KTOED " Zaehler " ZP-ZED " Geraet "
                   ZS-GERNR " Eichdatum " ZP-DATED " ABGELAUFEN"
                   DELIMITED BY SIZE INTO ZP-ZEILE
           ELSE
               STRING "Konto " ZP-KTOED " Zaehler " ZP-ZED " Geraet "
                   ZS-GERNR " Eichdatum " ZP-DATED
                   DELIMITED BY SIZE INTO ZP-ZEILE.
           MOVE ZP-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Eichfrist-Liste: " ZP-ANZ " Zaehler." AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Messdienst - Import *
      *  Jahresablesung aus der CSV-Datei des Messdienstes, je Zeile    *
      *  "Geraetenummer;Ablesedatum JJJJMMTT;Wert" (Dezimalkomma,       *
      *  weitere Spalten werden ignoriert; Zeilen ohne Ziffern im       *
      *  Datumsfeld gelten als Kopfzeilen). Die Geraetenummer wird      *
      *  zuerst im Zaehlerstamm (ZS-GERNR, Wert = Verbrauch des         *
      *  Heizkoerperzaehlers -> HEIZ), dann im Wohnungsstamm            *
      *  (WO-ZAEHLW, Wert = Wasserzaehlerstand -> Wasserhistorie des    *
      *  Whg.-Kontos in der laufenden Periode) gesucht. Unbekannte      *
      *  Geraete, abgelaufene Eichfrist und unplausible Werte werden    *
      *  nicht gebucht, sondern gelistet und samt Grund nach            *
      *  MESSDIENST.ABW geschrieben (korrigiert wieder einlesbar).      *
      *  MESSDIENST.LOG haelt je Datei Mandant, Zeilenzahl und          *
      *  Wertsumme fest - dieselbe Datei wird kein zweites Mal          *
      *  eingelesen, auch nicht unter anderem Namen.                    *
       MESS-IMPORT SECTION.
       A.  MOVE WH-DATUM TO MS-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO MS-HEUTE
                           ELSE ADD 19000000 TO MS-HEUTE.
           IF MS-DATEI = SPACE MOVE "MESSDIENST.CSV" TO MS-DATEI.
      *    ZSTAMM ist im Zaehlerstamm-Menue geoeffnet                   *
           MOVE SPACE TO ZP-OFF.
       A1. CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "<esc>=Abbruch, <ret>=Datei des Messdienstes"
               AT 2301.
           DISPLAY "Messdienst-Datei....:" AT 0327.
           DISPLAY MS-DATEI with highlight AT 0349.
           ACCEPT MS-DATEI AT 0349.
           IF ESC GO Z.
           IF NOT RET GO A1.
           IF MS-DATEI = SPACE GO Z.
           PERFORM MESS-KENNUNG.
           IF MS-DOPP NOT = SPACE GO A1.
           MOVE MS-ZANZ TO MS-ANZED.
           DISPLAY "Ablesewerte.........:" AT 0427.
           DISPLAY MS-ANZED AT 0449.
       M.  CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "<esc>=Abbr., <ret>=Ablesewerte buchen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
       B.  MOVE "HV-HEIZ.DAT" TO DATEI.
           OPEN I-O HEIZ.
           IF WF-STATUS = "35"
               OPEN OUTPUT HEIZ
               CLOSE HEIZ
               OPEN I-O HEIZ.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SPACE TO MS-ZEILE.
           STRING "Messdienst-Import " MS-DATEI " vom " MS-HEUTE
               " - abgewiesene Ablesewerte:" DELIMITED BY SIZE
               INTO MS-ZEILE.
           MOVE MS-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           OPEN OUTPUT MSABW.
           OPEN INPUT MSDAT.
           MOVE 0 TO MS-LNR MS-HANZ MS-WANZ MS-AANZ.
       C.  READ MSDAT AT END GO X.
           ADD 1 TO MS-LNR.
           PERFORM MESS-ZERLEGEN.
           IF MS-KZ = "L" GO C.
           IF MS-GRUND NOT = SPACE PERFORM MESS-ABWEIS GO C.
           PERFORM MESS-HEIZ.
           IF MS-ART = SPACE PERFORM MESS-WASSER.
           IF MS-ART = SPACE MOVE "Geraet unbekannt" TO MS-GRUND.
           IF MS-GRUND NOT = SPACE PERFORM MESS-ABWEIS.
           GO C.
       X.  CLOSE MSDAT MSABW HEIZ.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           MOVE MS-HANZ TO MS-ANZED.
           MOVE MS-WANZ TO MS-ANZED2.
           MOVE MS-AANZ TO MS-ANZED3.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO MS-ZEILE.
           STRING "Gebucht: Heizung " MS-ANZED " Wasser " MS-ANZED2
               " - abgewiesen " MS-ANZED3 " (MESSDIENST.ABW)"
               DELIMITED BY SIZE INTO MS-ZEILE.
           MOVE MS-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           PERFORM MESS-LOG.
           CALL "CAUP" USING "1323012380000" WH-CREG.
           DISPLAY "Heizung " MS-ANZED " Wasser " MS-ANZED2
               " abgewiesen " MS-ANZED3 AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Messdienst - Dateikennung *
      *  Erster Lauf ueber die Datei: Zahl der Ablesezeilen und Summe   *
      *  der Werte bilden mit dem Mandanten die Kennung, die gegen      *
      *  MESSDIENST.LOG geprueft wird. MS-DOPP = J bei bereits          *
      *  eingelesener Datei, F bei fehlender oder leerer Datei.         *
       MESS-KENNUNG SECTION.
       A.  MOVE SPACE TO MS-DOPP.
           MOVE 0 TO MS-ZANZ MS-SUM.
           OPEN INPUT MSDAT.
           IF WF-STATUS = "35"
               DISPLAY "Datei fehlt: " MS-DATEI AT 2401
               PERFORM WEITER
               MOVE "F" TO MS-DOPP
               GO Z.
       B.  READ MSDAT AT END GO C.
           PERFORM MESS-ZERLEGEN.
           IF MS-KZ = "L" GO B.
           ADD 1 TO MS-ZANZ.
           COMPUTE MS-SUM = MS-SUM + MS-WERT * 100.
           GO B.
       C.  CLOSE MSDAT.
           IF MS-ZANZ = 0
               DISPLAY "Keine Ablesewerte in " MS-DATEI AT 2401
               PERFORM WEITER
               MOVE "F" TO MS-DOPP
               GO Z.
           MOVE MS-DATEI TO MS-KDATEI.
           MOVE WE-FNR TO MS-KFNR.
           MOVE MS-ZANZ TO MS-KZEIL.
           MOVE MS-SUM TO MS-KSUMME.
           OPEN INPUT MSLOG.
           IF WF-STATUS = "35" GO Z.
       D.  READ MSLOG AT END GO E.
           IF MSL-ZEILE(21:20) NOT = MS-KENN(21:20) GO D.
           MOVE "J" TO MS-DOPP.
           MOVE MSL-ZEILE TO MS-ZEILE.
       E.  CLOSE MSLOG.
           IF MS-DOPP = "J"
               DISPLAY "Bereits eingelesen am " MS-ZEILE(42:8) " als "
                   MS-ZEILE(1:20) AT 2401
               PERFORM WEITER.
       Z.  EXIT.
      ************************************* Messdienst - Zeile zerlegen *
      *  Zerlegt MSD-ZEILE an den ";" in Geraetenummer, Datum und       *
      *  Wert (Ziffernweise wie CAMT-BETRAG, "." als Tausenderpunkt     *
      *  wird uebergangen). MS-KZ = L fuer Kopf- und Leerzeilen;        *
      *  Formatfehler stehen in MS-GRUND.                               *
       MESS-ZERLEGEN SECTION.
       A.  MOVE SPACE TO MS-GER MS-GRUND MS-KZ.
           MOVE 0 TO MS-GL MS-DZ MS-WZ MS-NK MS-DAT MS-WERTI MS-WERTD
               MS-WERT MS-J.
           MOVE 1 TO MS-F.
       B.  ADD 1 TO MS-J.
           IF MS-J > 100 GO C.
           IF MSD-ZEILE(MS-J:1) = ";" AND MS-F < 9
               ADD 1 TO MS-F
               GO B.
           IF MSD-ZEILE(MS-J:1) = ";" GO B.
           IF MSD-ZEILE(MS-J:1) = SPACE OR MSD-ZEILE(MS-J:1) = QUOTE
               GO B.
           IF MS-F = 1 GO B1.
           IF MS-F = 2 GO B2.
           IF MS-F = 3 GO B3.
           GO B.
       B1. IF MS-GL = 14
               MOVE "Geraetenummer zu lang" TO MS-GRUND
               GO B.
           ADD 1 TO MS-GL.
           MOVE MSD-ZEILE(MS-J:1) TO MS-GER(MS-GL:1).
           GO B.
       B2. IF MSD-ZEILE(MS-J:1) < "0" OR MSD-ZEILE(MS-J:1) > "9"
               MOVE "X" TO MS-KZ
               GO B.
           ADD 1 TO MS-DZ.
           IF MS-DZ > 8 GO B.
           MOVE MSD-ZEILE(MS-J:1) TO MS-ZIF.
           COMPUTE MS-DAT = MS-DAT * 10 + MS-ZIF.
           GO B.
       B3. IF MSD-ZEILE(MS-J:1) = "." GO B.
           IF MSD-ZEILE(MS-J:1) = "," AND MS-NK = 0
               MOVE 1 TO MS-NK
               GO B.
           IF MSD-ZEILE(MS-J:1) < "0" OR MSD-ZEILE(MS-J:1) > "9"
               MOVE "Wert nicht numerisch" TO MS-GRUND
               GO B.
           ADD 1 TO MS-WZ.
           MOVE MSD-ZEILE(MS-J:1) TO MS-ZIF.
           IF MS-NK = 0 AND MS-WERTI > 99999
               MOVE "Wert zu gross" TO MS-GRUND
               GO B.
           IF MS-NK = 0
               COMPUTE MS-WERTI = MS-WERTI * 10 + MS-ZIF
               GO B.
           IF MS-NK < 3 COMPUTE MS-WERTD = MS-WERTD * 10 + MS-ZIF
               ADD 1 TO MS-NK.
           GO B.
       C.  IF MS-DZ = 0 MOVE "L" TO MS-KZ GO Z.
           IF MS-NK = 2 MULTIPLY 10 BY MS-WERTD.
           COMPUTE MS-WERT = MS-WERTI + MS-WERTD / 100.
           IF MS-GRUND NOT = SPACE GO Z.
           IF MS-GL = 0 MOVE "Geraetenummer fehlt" TO MS-GRUND GO Z.
           IF MS-WZ = 0 MOVE "Wert fehlt" TO MS-GRUND GO Z.
           IF MS-KZ = "X" OR MS-DZ NOT = 8
               MOVE "Ablesedatum ungueltig" TO MS-GRUND
               GO Z.
           IF MS-DAT(5:2) < "01" OR MS-DAT(5:2) > "12"
               OR MS-DAT(7:2) < "01" OR MS-DAT(7:2) > "31"
               MOVE "Ablesedatum ungueltig" TO MS-GRUND
               GO Z.
           IF MS-DAT > MS-HEUTE
               MOVE "Ablesedatum in der Zukunft" TO MS-GRUND.
       Z.  EXIT.
      ************************************* Messdienst - Heizung *
      *  Heizkoerperzaehler ueber ZS-GERNR im Mandanten; MS-ART = H,    *
      *  sobald das Geraet gefunden ist. Eichfrist und HEIZ-PLAUSI      *
      *  (ohne Rueckfrage) wie bei der Erfassung in HEIZ-WARTUNG.       *
       MESS-HEIZ SECTION.
       A.  MOVE SPACE TO MS-ART MS-ZEOF.
           MOVE 0 TO ZS-KTONR ZS-ZAEHLER.
           START ZSTAMM KEY NOT < ZS-KEY INVALID KEY
               MOVE "J" TO MS-ZEOF.
       B.  IF MS-ZEOF = "J" GO Z.
           READ ZSTAMM NEXT RECORD AT END MOVE "J" TO MS-ZEOF GO B.
           IF ZS-FNR NOT = WE-FNR GO B.
           IF ZS-GERNR NOT = MS-GER GO B.
           MOVE "H" TO MS-ART.
           IF ZS-EICH NOT = 0 AND ZS-EICH < MS-DAT
               MOVE "Eichfrist abgelaufen" TO MS-GRUND
               GO Z.
           MOVE ZS-KTONR TO HZ-KTONR.
           MOVE ZS-ZAEHLER TO HZ-ZAEHLER.
           MOVE MS-DAT TO HA-DATD HZ-DATUM.
           MOVE MS-WERT TO HZ-VERBR.
           MOVE "J" TO ZP-STILL.
           PERFORM HEIZ-PLAUSI.
           MOVE SPACE TO ZP-STILL.
           IF ZP-OKKZ = "N"
               MOVE "Verbrauch > 3x Vorjahr" TO MS-GRUND
               GO Z.
           MOVE WE-FNR TO HZ-FNR.
           WRITE HZ-SATZ INVALID KEY REWRITE HZ-SATZ.
           PERFORM ZSTAMM-NACHF.
           ADD 1 TO MS-HANZ.
       Z.  EXIT.
      ************************************* Messdienst - Wasser *
      *  Wasserzaehler ueber WO-ZAEHLW im Mandanten; der Stand geht an  *
      *  das Whg.-Konto des aktuellen Eigentuemers der Einheit, in      *
      *  den Historienplatz der laufenden Periode (wie MWECH-ABLE-      *
      *  SUNG). Unplausibel: Stand unter der juengsten frueheren Ab-    *
      *  lesung oder Verbrauch ueber dem Dreifachen des Vorzeitraums.   *
       MESS-WASSER SECTION.
       A.  IF WQ-OFF = "J" GO Z.
           MOVE SPACE TO MS-ZEOF.
           MOVE WE-FNR TO WO-FNR.
           MOVE 0 TO WO-NR.
           START WOHNUNG KEY NOT < WO-KEY INVALID KEY
               MOVE "J" TO MS-ZEOF.
       B.  IF MS-ZEOF = "J" GO Z.
           READ WOHNUNG NEXT RECORD AT END MOVE "J" TO MS-ZEOF GO B.
           IF WO-FNR NOT = WE-FNR GO Z.
           IF WO-ZAEHLW NOT = MS-GER GO B.
           MOVE "W" TO MS-ART.
           MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "Einheit ohne Eigentuemer" TO MS-GRUND
               GO Z.
       C.  READ EIGENTUM NEXT RECORD AT END
               MOVE "Einheit ohne Eigentuemer" TO MS-GRUND
               GO Z.
           IF EG-FNR NOT = WE-FNR
               MOVE "Einheit ohne Eigentuemer" TO MS-GRUND
               GO Z.
           IF EG-WHGNR NOT = WO-NR OR EG-UEBDAT NOT = 0 GO C.
      *    Platz der laufenden Periode, dazu die beiden juengsten       *
      *    frueheren Ablesungen fuer die Plausibilitaet                 *
           MOVE 0 TO MS-X MS-IX MS-VIX MS-VVIX.
       D.  ADD 1 TO MS-X.
           IF MS-X > 5 GO E.
           IF EG-VSDAT(MS-X) = WA-HIDAT MOVE MS-X TO MS-IX GO D.
           IF EG-WDAT(MS-X) = 0 OR EG-WDAT(MS-X) NOT < MS-DAT GO D.
           IF MS-VIX = 0
               MOVE MS-X TO MS-VIX
               GO D.
           IF EG-WDAT(MS-X) > EG-WDAT(MS-VIX)
               MOVE MS-VIX TO MS-VVIX
               MOVE MS-X TO MS-VIX
               GO D.
           IF MS-VVIX = 0 MOVE MS-X TO MS-VVIX GO D.
           IF EG-WDAT(MS-X) > EG-WDAT(MS-VVIX) MOVE MS-X TO MS-VVIX.
           GO D.
       E.  IF MS-IX = 0
               MOVE "Keine laufende Periode" TO MS-GRUND
               GO Z.
      *    Platz schon mit anderer Ablesung belegt (Mieterwechsel oder  *
      *    frueherer Import) - nur derselbe Stichtag darf korrigieren.  *
           IF EG-WDAT(MS-IX) NOT = 0 AND EG-WDAT(MS-IX) NOT = MS-DAT
               MOVE "Periode hat schon Ablesung" TO MS-GRUND
               GO Z.
           IF MS-VIX = 0 GO F.
           IF MS-WERT < EG-WSTAND(MS-VIX)
               MOVE "Stand kleiner Vorablesung" TO MS-GRUND
               GO Z.
           IF MS-VVIX = 0 GO F.
           COMPUTE MS-VOR = EG-WSTAND(MS-VIX) - EG-WSTAND(MS-VVIX).
           IF MS-VOR > 0
               AND MS-WERT - EG-WSTAND(MS-VIX) > MS-VOR * 3
               MOVE "Verbrauch > 3x Vorzeitraum" TO MS-GRUND
               GO Z.
       F.  MOVE MS-DAT TO EG-WDAT(MS-IX).
           MOVE MS-WERT TO EG-WSTAND(MS-IX).
           REWRITE EG-SATZ.
           ADD 1 TO MS-WANZ.
       Z.  EXIT.
      ************************************* Messdienst - Abweisung *
      *  Listenzeile mit Grund; die Originalzeile geht mit ";Grund"     *
      *  nach MESSDIENST.ABW.                                           *
       MESS-ABWEIS SECTION.
       A.  ADD 1 TO MS-AANZ.
           MOVE MS-LNR TO MS-LED.
           MOVE MS-WERT TO MS-WERTED.
           MOVE SPACE TO MS-ZEILE.
           STRING "Zeile " MS-LED " " MS-GER " " MS-DAT " " MS-WERTED
               " " MS-GRUND DELIMITED BY SIZE INTO MS-ZEILE.
           MOVE MS-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 100 TO MS-J.
       B.  IF MS-J > 1 AND MSD-ZEILE(MS-J:1) = SPACE
               SUBTRACT 1 FROM MS-J
               GO B.
           MOVE SPACE TO MSA-ZEILE.
           STRING MSD-ZEILE(1:MS-J) ";" MS-GRUND DELIMITED BY SIZE
               INTO MSA-ZEILE.
           WRITE MSA-ZEILE.
       Z.  EXIT.
      ************************************* Messdienst - Protokoll *
       MESS-LOG SECTION.
       A.  OPEN EXTEND MSLOG.
           IF WF-STATUS = "35" OPEN OUTPUT MSLOG.
           MOVE SPACE TO MS-ZEILE.
           STRING MS-KENN " " MS-HEUTE " " WE-USER " Heizung "
               MS-ANZED " Wasser " MS-ANZED2 " abgewiesen " MS-ANZED3
               DELIMITED BY SIZE INTO MS-ZEILE.
           MOVE MS-ZEILE TO MSL-ZEILE.
           WRITE MSL-ZEILE.
           CLOSE MSLOG.
       Z.  EXIT.
      ************************************* Zaehler - Vorwert *
      *  Vorjahresverbrauch des Zaehlers: bevorzugt aus dem Zaehler-    *
      *  stamm, sonst aus den HEIZ-Ablesungen des Vorjahres; 0 =        *
      *  kein Vergleichswert, die Plausibilitaetspruefung entfaellt.    *
       HEIZ-VORWERT SECTION.
       A.  MOVE 0 TO ZP-VOR.
           IF ZP-OFF NOT = "J"
               MOVE HZ-KTONR TO ZS-KTONR
               MOVE HZ-ZAEHLER TO ZS-ZAEHLER
               MOVE SPACE TO ZP-GEF
               READ ZSTAMM INVALID KEY MOVE "J" TO ZP-GEF
               END-READ
               IF NOT ZSTAMM-FEHLT AND ZS-VORJVER NOT = 0
                   MOVE ZS-VORJVER TO ZP-VOR
                   GO Z.
      *    Rueckgriff auf die Ablesungen des Vorjahres                  *
           MOVE HA-DATD(1:4) TO ZP-JJ.
           COMPUTE ZP-VJ0101 = (ZP-JJ - 1) * 10000 + 0101.
           COMPUTE ZP-VJ1231 = (ZP-JJ - 1) * 10000 + 1231.
           MOVE HZ-ZAEHLER TO ZP-ZNR.
           MOVE HZ-KTONR TO ZP-KTO.
           MOVE ZP-VJ0101 TO HZ-DATUM.
           MOVE 0 TO HZ-ZAEHLER.
           MOVE SPACE TO ZP-HZEOF.
           START HEIZ KEY NOT < HZ-KEY INVALID KEY
               MOVE "J" TO ZP-HZEOF.
       B.  IF ZP-HZEOF = "J" GO Z.
           READ HEIZ NEXT RECORD AT END MOVE "J" TO ZP-HZEOF GO B.
           IF HZ-KTONR NOT = ZP-KTO GO Z.
           IF HZ-DATUM > ZP-VJ1231 GO Z.
           IF HZ-ZAEHLER NOT = ZP-ZNR GO B.
           ADD HZ-VERBR TO ZP-VOR.
           GO B.
       Z.  EXIT.
      ************************************* Zaehler - Plausibilitaet *
      *  Neue Ablesung gegen den Vorwert: mehr als der dreifache        *
      *  Vorjahresverbrauch (verrutschtes Komma) nur nach               *
      *  Bestaetigung; T erfasst einen Zaehlertausch mit Alt- und       *
      *  Neustand, deren Summe als Verbrauch gebucht wird.              *
       HEIZ-PLAUSI SECTION.
       A.  MOVE "J" TO ZP-OKKZ.
      *    Der Vorjahres-Rueckgriff in HEIZ-VORWERT liest den           *
      *    HZ-Satzbereich neu - die eben erfasste Ablesung (samt        *
      *    HZ-VERBR) vorher retten und danach zurueckstellen, sonst     *
      *    wuerde der zuletzt gelesene Vorjahreswert gespeichert.       *
           MOVE HZ-KTONR TO ZP-KTO.
           MOVE HZ-ZAEHLER TO ZP-ZNR.
           MOVE HZ-VERBR TO ZP-VERBR.
           PERFORM HEIZ-VORWERT.
           MOVE ZP-KTO TO HZ-KTONR.
           MOVE ZP-ZNR TO HZ-ZAEHLER.
           MOVE ZP-VERBR TO HZ-VERBR.
           MOVE HA-DATD TO HZ-DATUM.
           IF ZP-VOR = 0 GO Z.
           IF HZ-VERBR NOT > ZP-VOR * 3 GO Z.
      *    Im Messdienst-Import ohne Rueckfrage - der Wert geht in      *
      *    die Abweisungsliste und wird von Hand nachgeprueft.          *
           IF ZP-STILL = "J" MOVE "N" TO ZP-OKKZ GO Z.
           MOVE ZP-VOR TO ZP-VERBED.
           DISPLAY "Verbrauch > 3x Vorjahr (" ZP-VERBED ")" AT 2401.
       B.  DISPLAY "J=trotzdem, T=Zaehlertausch, N=neu eingeben"
               AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2346.
           IF WH-X = "J" GO Z.
           IF WH-X = "N" MOVE "N" TO ZP-OKKZ GO Z.
           IF WH-X NOT = "T" GO B.
      *    Zaehlertausch: Verbrauch Altgeraet bis Ausbau plus           *
      *    Neugeraet ab Einbau.                                         *
       C.  DISPLAY "Verbrauch Altgeraet (x100)" AT 2301.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 2330.
           ACCEPT WH-WERT AT 2330.
           IF NOT RET GO C.
           COMPUTE ZP-TAUS = WH-WERT / 100.
       D.  DISPLAY "Verbrauch Neugeraet (x100)" AT 2301.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 2330.
           ACCEPT WH-WERT AT 2330.
           IF NOT RET GO D.
           COMPUTE HZ-VERBR = ZP-TAUS + WH-WERT / 100.
      *    Einbaudatum des Neugeraets im Zaehlerstamm nachziehen        *
           IF ZP-OFF NOT = "J"
               MOVE HZ-KTONR TO ZS-KTONR
               MOVE HZ-ZAEHLER TO ZS-ZAEHLER
               MOVE SPACE TO ZP-GEF
               READ ZSTAMM INVALID KEY MOVE "J" TO ZP-GEF
               END-READ
               IF NOT ZSTAMM-FEHLT
                   MOVE HA-DATD TO ZS-EINBAU
                   REWRITE ZS-SATZ.
       Z.  EXIT.
      ************************************* Zaehler - Vorwert nachfuehren *
      *  Nach dem Speichern der Ablesung wird der Verbrauch als         *
      *  Vorjahreswert fuer die naechste Pruefung hinterlegt.           *
       ZSTAMM-NACHF SECTION.
       A.  IF ZP-OFF = "J" GO Z.
           MOVE HZ-KTONR TO ZS-KTONR.
           MOVE HZ-ZAEHLER TO ZS-ZAEHLER.
           MOVE SPACE TO ZP-GEF.
           READ ZSTAMM INVALID KEY MOVE "J" TO ZP-GEF.
           IF ZSTAMM-FEHLT GO Z.
           MOVE HZ-VERBR TO ZS-VORJVER.
           REWRITE ZS-SATZ.
       Z.  EXIT.
      ************************************* Leerstandsauswertung *
      *  Je Whg.-Konto des Mandanten werden die Belegungszeitraeume     *
      *  aller Mieter des Berichtsjahrs aneinandergelegt (30/360 wie    *
      *  BKAB-TAGE), die Leerstandstage ermittelt und der in dieser     *
      *  Zeit beim Eigentuemer verbleibende BK-Anteil mit der           *
      *  Umlagelogik von BKAB-ANTEIL beziffert - auch fuer Konten       *
      *  ganz ohne Mieter.                                              *
       LEERSTAND SECTION.
       A.  MOVE " Leerstandsauswertg." TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO LE-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO LE-HEUTE
                           ELSE ADD 19000000 TO LE-HEUTE.
           MOVE LE-HEUTE(1:4) TO LE-JAHR.
           SUBTRACT 1 FROM LE-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Berichtsjahr" AT 2301.
           DISPLAY "Berichtsjahr........:" AT 0327.
           MOVE LE-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO LE-JAHR.
           COMPUTE LE-J0101 = LE-JAHR * 10000 + 0101.
           COMPUTE LE-J1231 = LE-JAHR * 10000 + 1231.
      *    Jahreskosten je Umlageschluessel (wie BKABRECHNUNG/B)        *
       B.  MOVE 0 TO LE-KSUM(1) LE-KSUM(2) LE-KSUM(3) LE-KSUM(4).
           MOVE SPACE TO LE-KPOFF.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35" MOVE "J" TO LE-KPOFF.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           IF WF-STATUS = "35"
               IF LE-KPOFF NOT = "J" CLOSE KPLAN END-IF
               DISPLAY "keine AK-Buchungen vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO LE-AKEOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO LE-AKEOF.
       B1. IF LE-AKEOF = "J" GO B9.
           READ AK NEXT RECORD AT END MOVE "J" TO LE-AKEOF GO B1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO LE-AKEOF GO B1.
           IF AK-DATUM < LE-J0101 OR AK-DATUM > LE-J1231 GO B1.
           PERFORM LEER-UMLKEY.
           IF LE-UIX = 0 GO B1.
           ADD AK-BETRAG TO LE-KSUM(LE-UIX).
           GO B1.
       B9. CLOSE AK.
           IF LE-KPOFF NOT = "J" CLOSE KPLAN.
      *    Umlagebasen des Mandanten (wie BKABRECHNUNG/C)               *
       C.  MOVE 0 TO EG-KTONR.
           MOVE 0 TO LE-BASIS(1) LE-BASIS(2) LE-BASIS(3) LE-BASIS(4).
           MOVE SPACE TO LE-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO LE-EOF.
       C1. IF LEER-EOF GO C9.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO LE-EOF GO C1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO LE-EOF GO C1.
           IF EG-UEBDAT NOT = 0 GO C1.
           ADD EG-ANTEILW TO LE-BASIS(1).
           ADD EG-ANTEILG TO LE-BASIS(2).
           ADD EG-NUTZFL TO LE-BASIS(3).
           ADD EG-WASSER TO LE-BASIS(4).
           GO C1.
       C9. IF LE-BASIS(1) = 0
               DISPLAY "keine Anteile im Mandanten" AT 2401
               PERFORM WEITER
               GO Z.
      *    Berichtsschleife je Whg.-Konto                               *
       D.  OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO LE-ZEILE.
           STRING "Leerstandsauswertung " LE-JAHR
               DELIMITED BY SIZE INTO LE-ZEILE.
           MOVE LE-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Konto  belegt  leer   BK-Anteil Eigentuemer"
               TO DR-ZEILE.
           MOVE "erw.leer  BK-Anteil erw." TO DR-ZEILE(46:24).
           WRITE DR-ZEILE.
      *    Befristungen fuer den erwarteten Leerstand (ohne Datei       *
      *    bleibt es beim tatsaechlichen)                               *
           MOVE SPACE TO LE-BFOFF.
           MOVE "HV-BEFRI.DAT" TO DATEI.
           OPEN INPUT BEFRIST.
           IF WF-STATUS = "35" MOVE "J" TO LE-BFOFF.
           MOVE 0 TO LE-ANZ LE-SUM LE-ESUM EG-KTONR.
           MOVE SPACE TO LE-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO LE-EOF.
       D1. IF LEER-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO LE-EOF GO D1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO LE-EOF GO D1.
           IF EG-UEBDAT NOT = 0 GO D1.
           PERFORM LEER-BELEGUNG.
           COMPUTE LE-LEER = 360 - LE-BELEGT.
           IF LE-LEER NOT > 0 AND LE-ERW = 0 GO D1.
           IF LE-LEER < 0 MOVE 0 TO LE-LEER.
           PERFORM LEER-ANTEIL.
           COMPUTE LE-KOST ROUNDED = LE-ANTEIL * LE-LEER / 360.
           COMPUTE LE-EKOST ROUNDED = LE-ANTEIL * LE-ERW / 360.
           ADD 1 TO LE-ANZ.
           ADD LE-KOST TO LE-SUM.
           ADD LE-EKOST TO LE-ESUM.
           MOVE EG-KTONR TO LE-KTOED.
           MOVE LE-BELEGT TO LE-TAGED.
           MOVE LE-LEER TO LE-TAGED2.
           MOVE LE-KOST TO LE-BETED.
           MOVE SPACE TO LE-ZEILE.
           IF LE-ERW = 0
               STRING LE-KTOED "  " LE-TAGED "  " LE-TAGED2 "  "
                   LE-BETED DELIMITED BY SIZE INTO LE-ZEILE
           ELSE
               MOVE LE-ERW TO LE-TAGED3
               MOVE LE-EKOST TO LE-BETED2
               STRING LE-KTOED "  " LE-TAGED "  " LE-TAGED2 "  "
                   LE-BETED "                    " LE-TAGED3 "  "
                   LE-BETED2
                   DELIMITED BY SIZE INTO LE-ZEILE.
           MOVE LE-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO D1.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE LE-SUM TO LE-SUMED.
           MOVE SPACE TO LE-ZEILE.
           STRING "Leerstandskosten gesamt: " LE-SUMED
               DELIMITED BY SIZE INTO LE-ZEILE.
           MOVE LE-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF LE-ESUM = 0 GO X1.
           MOVE LE-ESUM TO LE-SUMED.
           MOVE SPACE TO LE-ZEILE.
           STRING "erwartet aus ablaufenden Befristungen: " LE-SUMED
               DELIMITED BY SIZE INTO LE-ZEILE.
           MOVE LE-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       X1. IF LE-BFOFF NOT = "J" CLOSE BEFRIST.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Leerstand: " LE-ANZ " Konten mit Leerstand."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Leerstand - Umlageschluessel *
      *  Wie BKAB-UMLKEY: Schluessel 5 (Heizung) bleibt aussen vor,     *
      *  ohne Kontenplan(-satz) gilt Schluessel 1.                      *
       LEER-UMLKEY SECTION.
       A.  MOVE 1 TO LE-UIX.
           IF LE-KPOFF = "J" GO Z.
           MOVE AK-KTONR TO KP-KTONR.
           MOVE SPACE TO LE-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO LE-GEF.
           IF LEER-FEHLT GO Z.
           IF KP-UMLSCHL = 5 MOVE 0 TO LE-UIX GO Z.
           IF KP-UMLSCHL < 1 OR KP-UMLSCHL > 4 GO Z.
           MOVE KP-UMLSCHL TO LE-UIX.
       Z.  EXIT.
      ************************************* Leerstand - Belegungstage *
      *  Belegte Tage des Whg.-Kontos im Berichtsjahr: Zeitraeume       *
      *  aller Mieter mit MI-EGKTONR = Konto, 30/360 je Mieter wie      *
      *  BKAB-TAGE, Summe auf 360 gedeckelt (Ueberlappungen bei         *
      *  Doppelbelegung zaehlen nicht doppelt leer). Endet die noch     *
      *  nicht abgelaufene Befristung eines Mieters ohne Auszug im      *
      *  Berichtsjahr, gehen die Tage danach als erwarteter Leerstand   *
      *  nach LE-ERW (zusaetzlich zu den belegten Tagen).               *
       LEER-BELEGUNG SECTION.
       A.  MOVE 0 TO LE-BELEGT LE-ERW MI-KTONR.
           MOVE SPACE TO LE-MEOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO LE-MEOF.
       B.  IF LE-MEOF = "J" GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO LE-MEOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO LE-MEOF GO B.
           IF MI-EGKTONR NOT = EG-KTONR GO B.
           IF MI-EINZUG > LE-J1231 GO B.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < LE-J0101 GO B.
           MOVE LE-J0101 TO LE-VON.
           IF MI-EINZUG > LE-J0101 MOVE MI-EINZUG TO LE-VON.
           MOVE LE-J1231 TO LE-BIS.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < LE-J1231
               MOVE MI-AUSZUG TO LE-BIS.
           MOVE LE-VON(1:4) TO LE-VJ.
           MOVE LE-VON(5:2) TO LE-VM.
           MOVE LE-VON(7:2) TO LE-VT.
           MOVE LE-BIS(1:4) TO LE-BJ.
           MOVE LE-BIS(5:2) TO LE-BM.
           MOVE LE-BIS(7:2) TO LE-BT.
           COMPUTE LE-TAGE = (LE-BJ - LE-VJ) * 360
               + (LE-BM - LE-VM) * 30 + (LE-BT - LE-VT) + 1.
           IF LE-TAGE > 0 ADD LE-TAGE TO LE-BELEGT.
           IF LE-TAGE NOT > 0 OR MI-AUSZUG NOT = 0 GO B.
           IF LE-BFOFF = "J" GO B.
           MOVE MI-KTONR TO FR-KTONR.
           MOVE SPACE TO LE-GEF.
           READ BEFRIST INVALID KEY MOVE "J" TO LE-GEF.
           IF LEER-FEHLT GO B.
           IF FR-ENDE = 0 OR FR-ENDE < LE-HEUTE OR FR-ENDE NOT < LE-BIS
               GO B.
           MOVE FR-ENDE TO LE-EDAT.
           MOVE LE-EDAT(1:4) TO LE-EJ.
           MOVE LE-EDAT(5:2) TO LE-EM.
           MOVE LE-EDAT(7:2) TO LE-ET.
           IF LE-EDAT < LE-VON
               MOVE LE-TAGE TO LE-ETAGE
           ELSE
               COMPUTE LE-ETAGE = (LE-BJ - LE-EJ) * 360
                   + (LE-BM - LE-EM) * 30 + (LE-BT - LE-ET).
           IF LE-ETAGE > LE-TAGE MOVE LE-TAGE TO LE-ETAGE.
           IF LE-ETAGE > 0 ADD LE-ETAGE TO LE-ERW.
           GO B.
       X.  IF LE-BELEGT > 360 MOVE 360 TO LE-BELEGT.
           IF LE-ERW > LE-BELEGT MOVE LE-BELEGT TO LE-ERW.
       Z.  EXIT.
      ************************************* Leerstand - Jahres-BK-Anteil *
      *  Jahres-BK-Anteil des Whg.-Kontos ueber die vier Schluessel     *
      *  (Formel aus BKAB-ANTEIL, ohne Zeitanteil - der kommt erst      *
      *  mit den Leerstandstagen).                                      *
       LEER-ANTEIL SECTION.
       A.  MOVE 0 TO LE-ANTEIL.
           MOVE 1 TO LE-UIX.
       B.  IF LE-UIX > 4 GO Z.
           IF LE-KSUM(LE-UIX) = 0 GO C.
           MOVE LE-BASIS(LE-UIX) TO LE-BAS.
           EVALUATE LE-UIX
               WHEN 1 MOVE EG-ANTEILW TO LE-KEYW
               WHEN 2 MOVE EG-ANTEILG TO LE-KEYW
               WHEN 3 MOVE EG-NUTZFL TO LE-KEYW
               WHEN 4 MOVE EG-WASSER TO LE-KEYW
           END-EVALUATE.
           IF LE-BAS = 0
               MOVE LE-BASIS(1) TO LE-BAS
               MOVE EG-ANTEILW TO LE-KEYW.
           IF LE-BAS = 0 GO C.
           COMPUTE LE-ANTEIL ROUNDED = LE-ANTEIL
               + LE-KSUM(LE-UIX) * LE-KEYW / LE-BAS.
       C.  ADD 1 TO LE-UIX.
           GO B.
       Z.  EXIT.
      ************************************* Briefarchiv - Datei *
       ARCH-OEFFNEN SECTION.
       A.  MOVE SPACE TO AQ-OFF.
           MOVE "HV-ARCHI.DAT" TO DATEI.
           OPEN I-O ARCHIV.
           IF WF-STATUS = "35"
               OPEN OUTPUT ARCHIV
               CLOSE ARCHIV
               OPEN I-O ARCHIV.
           MOVE WH-DATUM TO AQ-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO AQ-HEUTE
                           ELSE ADD 19000000 TO AQ-HEUTE.
       Z.  EXIT.
      ************************************* Briefarchiv - Satz anlegen *
      *  Vergibt die naechste freie Archivnummer, legt den Indexsatz    *
      *  (Status D = gedruckt) an und stellt den eindeutigen Datei-     *
      *  namen BRFnnnnnn.PDF in WX-LPT - der Brief wird damit unter     *
      *  Archivnamen geschrieben statt den Vorgaenger zu ueberschrei-   *
      *  ben. AQ-QU/AQ-KTO/AQ-ART sind vom Aufrufer vorbelegt.          *
       ARCH-NAME SECTION.
       A.  IF AQ-OFF = "J" GO Z.
           IF AQ-NEXT = 0 MOVE 1 TO AQ-NEXT.
           MOVE AQ-NEXT TO AR-LFDNR.
       B.  MOVE AR-LFDNR TO AQ-NRED.
           MOVE SPACE TO AQ-DATEI.
           STRING "BRF" AQ-NRED ".PDF" DELIMITED BY SIZE
               INTO AQ-DATEI.
           MOVE WE-FNR TO AR-FNR.
           MOVE AQ-HEUTE TO AR-DATUM.
           MOVE AQ-QU TO AR-QUELLE.
           MOVE AQ-KTO TO AR-KTONR.
           MOVE AQ-ART TO AR-ART.
           MOVE AQ-DATEI TO AR-DATEI.
           MOVE "D" TO AR-STATUS.
           MOVE SPACE TO AR-EMAIL.
           WRITE AR-SATZ INVALID KEY
               ADD 1 TO AR-LFDNR
               GO B.
           MOVE AR-LFDNR TO AQ-NR.
           COMPUTE AQ-NEXT = AR-LFDNR + 1.
           MOVE AQ-DATEI TO WX-LPT.
       Z.  EXIT.
      ************************************* Briefarchiv - Versandstatus *
      *  Nach dem Versand: Status (M=gemailt, F=gescheitert) und        *
      *  Zieladresse am Indexsatz nachziehen; AQ-NR stammt aus          *
      *  ARCH-NAME.                                                     *
       ARCH-STATUS SECTION.
       A.  IF AQ-OFF = "J" GO Z.
           MOVE AQ-NR TO AR-LFDNR.
           MOVE SPACE TO AQ-GEF.
           READ ARCHIV INVALID KEY MOVE "J" TO AQ-GEF.
           IF ARCH-FEHLT GO Z.
           MOVE AQ-STATED TO AR-STATUS.
           MOVE AQ-EMAIL TO AR-EMAIL.
           REWRITE AR-SATZ.
       Z.  EXIT.
      ************************************* Briefarchiv - Lauf-PDF *
      *  Fuer Sammellaeufe mit PDF-Ausgabe (KO-DRU 2/3): der ganze      *
      *  Lauf bekommt einen Archivsatz (Konto 0) und einen datierten    *
      *  Dateinamen statt des immer gleichen HVDRUCK.PDF; auch          *
      *  WE-STG(9) wird umgestellt, damit der Mailversand dieselbe      *
      *  Datei schickt.                                                 *
       ARCH-LAUF SECTION.
       A.  IF KO-DRU(WL-RPT) NOT = 2 AND KO-DRU(WL-RPT) NOT = 3 GO Z.
           MOVE SPACE TO AQ-QU.
           MOVE 0 TO AQ-KTO.
           PERFORM ARCH-NAME.
           MOVE AQ-DATEI TO WE-STG(9).
       Z.  EXIT.
      ************************************* Briefarchiv - Lauf-Mail *
      *  Mailversand des Lauf-PDFs samt Statusnachweis - ersetzt den    *
      *  bisherigen nackten CAMAIL-Aufruf der Sammellaeufe.             *
       ARCH-LAUFMAIL SECTION.
       A.  IF KO-DRU(WL-RPT) NOT = 3 GO Z.
      *    WF-STATUS vor der Auswertung zuruecksetzen (vgl.            *
      *    MAHN-VERSENDEN).                                            *
           MOVE SPACE TO WF-STATUS.
           CALL "CAMAIL" USING WE-STG(9) SPACE WH-CREG.
           MOVE SPACE TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           PERFORM ARCH-STATUS.
       Z.  EXIT.
      ************************************* Briefarchiv - Auskunft *
      *  A = alle Briefe zu einem Konto mit Nachdruckmoeglichkeit,      *
      *  W = Wiederholungslauf fuer gescheiterte Mailzustellungen.      *
       ARCHIV-AUSKUNFT SECTION.
       A.  MOVE "     Briefarchiv" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           PERFORM ARCH-OEFFNEN.
       B.  DISPLAY "A=Auskunft/Nachdruck, W=Mail-Wiederholung, "
               "leer=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2355.
           IF WH-X = SPACE GO X.
           IF WH-X = "A" PERFORM ARCH-KONTO GO B.
           IF WH-X = "W" PERFORM ARCH-MAILWDH GO B.
           GO B.
       X.  CLOSE ARCHIV.
           MOVE "ARCHI" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Briefarchiv - Konto-Auskunft *
       ARCH-KONTO SECTION.
       A.  DISPLAY "Quelle E=Eigentuemer M=Mieter" AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO Z.
           MOVE WH-X TO AQ-QU.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           IF WH-WERT = 0
               MOVE AQ-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO B END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO AQ-KTO.
           MOVE 0 TO AQ-ANZ AR-LFDNR.
           MOVE 5 TO AQ-ZEIL.
           MOVE SPACE TO AQ-EOF.
           START ARCHIV KEY NOT < AR-KEY INVALID KEY
               MOVE "J" TO AQ-EOF.
       C.  IF ARCH-EOF GO D.
           READ ARCHIV NEXT RECORD AT END MOVE "J" TO AQ-EOF GO C.
           IF AR-FNR NOT = WE-FNR GO C.
           IF AR-QUELLE NOT = AQ-QU GO C.
           IF AR-KTONR NOT = AQ-KTO GO C.
           ADD 1 TO AQ-ANZ.
           IF AQ-ZEIL > 19 GO C.
           MOVE AR-LFDNR TO AQ-NRED.
           MOVE AR-DATUM TO AQ-DATED.
           MOVE SPACE TO AQ-ZEILE.
           STRING AQ-NRED " " AQ-DATED " " AR-ART " " AR-STATUS
               " " AR-DATEI DELIMITED BY SIZE INTO AQ-ZEILE.
           COMPUTE AQ-POS = AQ-ZEIL * 100 + 10.
           DISPLAY AQ-ZEILE(1:60) AT AQ-POS.
           ADD 1 TO AQ-ZEIL.
           GO C.
       D.  DISPLAY "Briefe gesamt: " AQ-ANZ AT 2101.
       E.  DISPLAY "Nachdruck Archivnummer, 0=keiner" AT 2301.
           DISPLAY "Archivnummer........:" AT 2201.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 2223.
           CALL "CAUP" USING "1022235006" WH-CREG.
           IF ESC GO Z.
           IF not RET GO E.
           IF WH-WERT = 0 GO Z.
           MOVE WH-WERT TO AR-LFDNR.
           MOVE SPACE TO AQ-GEF.
           READ ARCHIV INVALID KEY MOVE "J" TO AQ-GEF.
           IF ARCH-FEHLT
               DISPLAY "Archivsatz unbekannt" AT 2401
               GO E.
           PERFORM ARCH-NACHDRUCK.
           GO E.
       Z.  EXIT.
      ************************************* Briefarchiv - Nachdruck *
      *  Kopiert die archivierte Druckdatei zeilenweise auf die         *
      *  DRUCKER-Ausgabe - der Brief kommt unveraendert (samt           *
      *  Steuerzeichen) erneut heraus.                                  *
       ARCH-NACHDRUCK SECTION.
       A.  MOVE AR-DATEI TO AQ-DATEI.
           OPEN INPUT ARCDAT.
           IF WF-STATUS = "35"
               DISPLAY "Archivdatei fehlt: " AQ-DATEI AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SPACE TO AQ-GEF.
       B.  READ ARCDAT AT END GO X.
           WRITE DR-ZEILE FROM AC-ZEILE.
           GO B.
       X.  CLOSE ARCDAT DRUCKER.
           DISPLAY "Nachdruck erstellt" AT 2401.
       Z.  EXIT.
      ************************************* Briefarchiv - Mail-Wiederholg. *
      *  Stellt alle als gescheitert gekennzeichneten Mailzustellungen  *
      *  des Mandanten erneut zu und setzt den Status nach.             *
       ARCH-MAILWDH SECTION.
       A.  MOVE 0 TO AQ-ANZ AR-LFDNR.
           MOVE SPACE TO AQ-EOF.
           START ARCHIV KEY NOT < AR-KEY INVALID KEY
               MOVE "J" TO AQ-EOF.
       B.  IF ARCH-EOF GO X.
           READ ARCHIV NEXT RECORD AT END MOVE "J" TO AQ-EOF GO B.
           IF AR-FNR NOT = WE-FNR GO B.
           IF AR-STATUS NOT = "F" GO B.
           MOVE AR-DATEI TO AQ-DATEI.
      *    WF-STATUS vor der Auswertung zuruecksetzen (vgl.            *
      *    MAHN-VERSENDEN).                                            *
           MOVE SPACE TO WF-STATUS.
           CALL "CAMAIL" USING AQ-DATEI AR-EMAIL WH-CREG.
           IF WF-STATUS = "00" OR WF-STATUS = SPACE
               MOVE "M" TO AR-STATUS
               REWRITE AR-SATZ
               ADD 1 TO AQ-ANZ.
           GO B.
       X.  DISPLAY "Mail-Wiederholung: " AQ-ANZ " zugestellt."
               AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Mieter-Kontoauszug *
      *  Bewegungsliste je Mieter des Mandanten als Brief:              *
      *  Belastungen aus MIETBUCH (ohne die nicht saldowirksamen        *
      *  Ratensaetze), Zahlungen/Ruecklastschriften/Auszahlungen aus    *
      *  dem ZJOURNAL (ZJ-QUELLE M), chronologisch mit laufendem        *
      *  Saldo. Der Anfangssaldo wird rueckwaerts aus MI-SALDO und      *
      *  allen Bewegungen ab dem Von-Datum errechnet. PDF je Brief      *
      *  samt Mailversand wie beim Eigentuemer-Kontoauszug.             *
       MIETERAUSZUG SECTION.
       A.  MOVE " Mieter-Kontoauszug" TO WK-GEB.
           MOVE 3 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO MK-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO MK-HEUTE
                           ELSE ADD 19000000 TO MK-HEUTE.
       A1. DISPLAY "Zeitraum von JJJJMMTT, 0=Jahresbeginn" AT 2301.
           DISPLAY "von.................:" AT 0327.
           MOVE 0 TO MK-VON.
           DISPLAY MK-VON with highlight AT 0349.
           ACCEPT MK-VON AT 0349.
           IF NOT RET GO A1.
           IF MK-VON = 0
               MOVE MK-HEUTE TO MK-VON
               MOVE "0101" TO MK-VON(5:4).
       A2. DISPLAY "Zeitraum bis JJJJMMTT, 0=heute" AT 2301.
           DISPLAY "bis.................:" AT 0427.
           MOVE 0 TO MK-BIS.
           DISPLAY MK-BIS with highlight AT 0449.
           ACCEPT MK-BIS AT 0449.
           IF NOT RET GO A2.
           IF MK-BIS = 0 MOVE MK-HEUTE TO MK-BIS.
           IF MK-BIS < MK-VON GO A2.
           PERFORM ARCH-OEFFNEN.
           MOVE "MKTOA" TO AQ-ART.
           MOVE SPACE TO MK-MBOFF MK-ZJOFF.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN INPUT MIETBUCH.
           IF WF-STATUS = "35" MOVE "J" TO MK-MBOFF.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN INPUT ZJOURNAL.
           IF WF-STATUS = "35" MOVE "J" TO MK-ZJOFF.
           MOVE 0 TO MK-ANZ MI-KTONR.
           MOVE SPACE TO MK-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO MK-EOF.
      *    Sammel-PDF (Modus 2) als Lauf archivieren - bei Modus 3     *
      *    wird stattdessen jeder Brief einzeln archiviert.            *
           IF KO-DRU(WL-RPT) = 2 PERFORM ARCH-LAUF.
           IF KO-DRU(WL-RPT) NOT = 3 OPEN OUTPUT DRUCKER.
       B.  IF MKTO-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO MK-EOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO MK-EOF GO B.
           PERFORM MKTO-SAMMELN.
           IF KO-DRU(WL-RPT) = 3 PERFORM MKTO-OEFFNEN.
           PERFORM MKTO-BRIEF.
           IF KO-DRU(WL-RPT) = 3 PERFORM MKTO-VERSENDEN.
           ADD 1 TO MK-ANZ.
           GO B.
       X.  IF KO-DRU(WL-RPT) NOT = 3 CLOSE DRUCKER.
           CLOSE ARCHIV.
           IF MK-MBOFF NOT = "J" CLOSE MIETBUCH.
           IF MK-ZJOFF NOT = "J" CLOSE ZJOURNAL.
           DISPLAY "Mieter-Kontoauszug: " MK-ANZ " Briefe." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Mieterauszug - sammeln *
      *  Bewegungen des Mieters ab MK-VON chronologisch in die          *
      *  Tabelle einsortieren; gesammelt wird bis heute (fuer den       *
      *  Anfangssaldo), gedruckt spaeter nur bis MK-BIS.                *
       MKTO-SAMMELN SECTION.
       A.  MOVE 0 TO MK-CNT.
           MOVE SPACE TO MK-VOLL.
           IF MK-MBOFF = "J" GO C.
           MOVE MI-KTONR TO MB-KTONR.
           MOVE 0 TO MB-DATUM MB-LFDNR.
           MOVE SPACE TO MK-MBEOF.
           START MIETBUCH KEY NOT < MB-KEY INVALID KEY
               MOVE "J" TO MK-MBEOF.
       B.  IF MK-MBEOF = "J" GO C.
           READ MIETBUCH NEXT RECORD AT END MOVE "J" TO MK-MBEOF GO B.
           IF MB-KTONR NOT = MI-KTONR GO C.
           IF MB-FNR NOT = WE-FNR GO B.
           IF MB-ART = "R" GO B.
           IF MB-DATUM < MK-VON GO B.
           MOVE MB-DATUM TO MK-WDAT.
           MOVE MB-ART TO MK-WART.
           MOVE MB-BETRAG TO MK-WBET.
           MOVE MB-TEXT TO MK-WTXT.
           PERFORM MKTO-EINF.
           GO B.
       C.  IF MK-ZJOFF = "J" GO Z.
           MOVE 0 TO ZJ-LAUFNR ZJ-LFDNR.
           MOVE SPACE TO MK-JEOF.
           START ZJOURNAL KEY NOT < ZJ-KEY INVALID KEY
               MOVE "J" TO MK-JEOF.
       D.  IF MK-JEOF = "J" GO Z.
           READ ZJOURNAL NEXT RECORD AT END MOVE "J" TO MK-JEOF GO D.
           IF ZJ-FNR NOT = WE-FNR GO D.
           IF ZJ-QUELLE NOT = "M" GO D.
           IF ZJ-KTONR NOT = MI-KTONR GO D.
           IF ZJ-DATUM < MK-VON GO D.
           MOVE ZJ-DATUM TO MK-WDAT.
           EVALUATE ZJ-ART
               WHEN "E" MOVE "Z" TO MK-WART
                        COMPUTE MK-WBET = ZJ-BETRAG * -1
                        MOVE "Zahlungseingang" TO MK-WTXT
               WHEN "N" MOVE "Z" TO MK-WART
                        COMPUTE MK-WBET = ZJ-BETRAG * -1
                        MOVE "Zahlungseingang" TO MK-WTXT
               WHEN "L" MOVE "Z" TO MK-WART
                        COMPUTE MK-WBET = ZJ-BETRAG * -1
                        MOVE "Lastschrifteinzug" TO MK-WTXT
               WHEN "R" MOVE "B" TO MK-WART
                        MOVE ZJ-BETRAG TO MK-WBET
                        MOVE "Ruecklastschrift" TO MK-WTXT
               WHEN "A" MOVE "G" TO MK-WART
                        MOVE ZJ-BETRAG TO MK-WBET
                        MOVE "Guthabenauszahlung" TO MK-WTXT
               WHEN OTHER GO D
           END-EVALUATE.
           PERFORM MKTO-EINF.
           GO D.
       Z.  EXIT.
      ************************************* Mieterauszug - einsortieren *
      *  Einfuegen nach Datum (stabil: gleiche Tage in Erfassungs-      *
      *  folge); laeuft die Tabelle ueber, wird der Rest verworfen      *
      *  und im Brief vermerkt.                                         *
       MKTO-EINF SECTION.
       A.  IF MK-CNT NOT < 400
               MOVE "J" TO MK-VOLL
               GO Z.
           MOVE 1 TO MK-I.
       B.  IF MK-I > MK-CNT GO C.
           IF MK-TDAT(MK-I) > MK-WDAT GO C.
           ADD 1 TO MK-I.
           GO B.
       C.  MOVE MK-CNT TO MK-J.
       D.  IF MK-J < MK-I GO E.
           MOVE MK-TAB(MK-J) TO MK-TAB(MK-J + 1).
           SUBTRACT 1 FROM MK-J.
           GO D.
       E.  MOVE MK-WDAT TO MK-TDAT(MK-I).
           MOVE MK-WART TO MK-TART(MK-I).
           MOVE MK-WBET TO MK-TBET(MK-I).
           MOVE MK-WTXT TO MK-TTXT(MK-I).
           ADD 1 TO MK-CNT.
       Z.  EXIT.
      ************************************* Mieterauszug - Brief *
       MKTO-BRIEF SECTION.
       A.  WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-KTONR TO MK-KTOED.
           MOVE SPACE TO MK-ZEILE.
           STRING "Kontoauszug Konto " MK-KTOED " Zeitraum "
               MK-VON " - " MK-BIS
               DELIMITED BY SIZE INTO MK-ZEILE.
           MOVE MK-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
      *    Anfangssaldo rueckwaerts aus dem Stammsaldo                  *
           MOVE 0 TO MK-SUMME.
           PERFORM VARYING MK-I FROM 1 BY 1 UNTIL MK-I > MK-CNT
               ADD MK-TBET(MK-I) TO MK-SUMME.
           COMPUTE MK-SALDO = MI-SALDO - MK-SUMME.
           MOVE MK-SALDO TO MK-SALED.
           MOVE SPACE TO MK-ZEILE.
           STRING "Saldovortrag.............................: "
               MK-SALED DELIMITED BY SIZE INTO MK-ZEILE.
           MOVE MK-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM VARYING MK-I FROM 1 BY 1 UNTIL MK-I > MK-CNT
               PERFORM MKTO-ZEILE.
           MOVE MI-SALDO TO MK-SALED.
           MOVE SPACE TO MK-ZEILE.
           STRING "aktueller Saldo..........................: "
               MK-SALED DELIMITED BY SIZE INTO MK-ZEILE.
           MOVE MK-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF MK-VOLL = "J"
               MOVE "Hinweis: Liste gekuerzt (mehr als 400 Saetze)"
                   TO DR-ZEILE
               WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Mieterauszug - Bewegungszeile *
      *  Eine Tabellenzeile mit laufendem Saldo; der Saldo laeuft       *
      *  auch ueber Bewegungen nach MK-BIS mit (sie sind nur nicht      *
      *  mehr zu drucken).                                              *
       MKTO-ZEILE SECTION.
       A.  ADD MK-TBET(MK-I) TO MK-SALDO.
           IF MK-TDAT(MK-I) > MK-BIS GO Z.
           MOVE MK-TDAT(MK-I) TO MK-DATED.
           MOVE MK-TBET(MK-I) TO MK-BETED.
           MOVE MK-SALDO TO MK-SALED.
           MOVE SPACE TO MK-ZEILE.
           STRING MK-DATED " " MK-TART(MK-I) " "
               MK-TTXT(MK-I)(1:30) " " MK-BETED " "
               MK-SALED DELIMITED BY SIZE INTO MK-ZEILE.
           MOVE MK-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ******************** PDF je Mieter-Kontoauszug - oeffnen/benennen *
       MKTO-OEFFNEN SECTION.
       A.  MOVE "M" TO AQ-QU.
           MOVE MI-KTONR TO AQ-KTO.
           PERFORM ARCH-NAME.
           OPEN OUTPUT DRUCKER.
       Z.  EXIT.
      ******************** PDF je Mieter-Kontoauszug - schliessen/Mail *
       MKTO-VERSENDEN SECTION.
       A.  CLOSE DRUCKER.
      *    WF-STATUS vor der Auswertung zuruecksetzen (vgl.            *
      *    MAHN-VERSENDEN).                                            *
           MOVE SPACE TO WF-STATUS.
           IF MI-EMAIL NOT = SPACE
               CALL "CAMAIL" USING WX-LPT MI-EMAIL WH-CREG
               MOVE MI-EMAIL TO AQ-EMAIL
           ELSE
               CALL "CAMAIL" USING WX-LPT SPACE WH-CREG
               MOVE SPACE TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           PERFORM ARCH-STATUS.
       Z.  EXIT.
      ************************************* Namenssuche *
      *  Trefferliste zu einem Namensanfang aus EG-NAME bzw. MI-NAME    *
      *  (Rueckfall auf die Altbloecke EG-BEZ/MI-ANSCHR), mandanten-    *
      *  rein; NS-QU (E/M) ist vom Aufrufer vorbelegt, das gewaehlte    *
      *  Konto kommt in NS-KTONR zurueck (0 = keine Auswahl). Wird      *
      *  ueberall dort angeboten, wo eine Kontonummer abgefragt wird    *
      *  (Eingabe 0 = Namenssuche).                                     *
       NAME-SUCHE SECTION.
       A.  MOVE 0 TO NS-KTONR.
           DISPLAY "Namensanfang (leer=Abbruch):" AT 2301.
           MOVE SPACE TO NS-NAME.
           ACCEPT NS-NAME AT 2330.
           IF NS-NAME = SPACE GO Z.
           PERFORM VARYING NS-LEN FROM 20 BY -1 UNTIL NS-LEN < 1
               OR NS-NAME(NS-LEN:1) NOT = SPACE CONTINUE.
           IF NS-LEN = 0 GO Z.
           MOVE 0 TO NS-CNT.
           MOVE SPACE TO NS-MEHR NS-EOF.
           DISPLAY "Treffer:                              " AT 0501.
           PERFORM VARYING NS-IX FROM 1 BY 1 UNTIL NS-IX > 15
               COMPUTE NS-POS = (NS-IX + 5) * 100 + 01
               DISPLAY "                                             "
                   AT NS-POS.
           IF NS-QU = "E" PERFORM NAME-SUCHE-EG
                     ELSE PERFORM NAME-SUCHE-MI.
           IF NS-CNT = 0
               DISPLAY "keine Treffer" AT 2401
               PERFORM WEITER
               GO Z.
           IF NS-MEHR = "J"
               DISPLAY "weitere Treffer - Anfang verfeinern" AT 2401.
       B.  DISPLAY "Treffer-Nr waehlen, 0=keiner" AT 2301.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 2330.
           ACCEPT WH-WERT AT 2330.
           IF NOT RET GO B.
           IF WH-WERT = 0 GO Z.
           IF WH-WERT > NS-CNT GO B.
           MOVE WH-WERT TO NS-IX.
           MOVE NS-TABK(NS-IX) TO NS-KTONR.
       Z.  EXIT.
      ************************************* Namenssuche - Eigentuemer *
       NAME-SUCHE-EG SECTION.
       A.  MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO NS-EOF.
       B.  IF NAME-EOF GO Z.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO NS-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO NS-EOF GO B.
           IF EG-NAME NOT = SPACE
               MOVE EG-NAME TO NS-TRF
           ELSE
               MOVE EG-BEZ(1:40) TO NS-TRF.
           IF NS-TRF(1:NS-LEN) NOT = NS-NAME(1:NS-LEN) GO B.
           IF NS-CNT NOT < 15 MOVE "J" TO NS-MEHR GO Z.
           ADD 1 TO NS-CNT.
           MOVE EG-KTONR TO NS-TABK(NS-CNT).
           PERFORM NAME-TREFFER.
           GO B.
       Z.  EXIT.
      ************************************* Namenssuche - Mieter *
       NAME-SUCHE-MI SECTION.
       A.  MOVE 0 TO MI-KTONR.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO NS-EOF.
       B.  IF NAME-EOF GO Z.
           READ MIETER NEXT RECORD AT END MOVE "J" TO NS-EOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO NS-EOF GO B.
           IF MI-NAME NOT = SPACE
               MOVE MI-NAME TO NS-TRF
           ELSE
               MOVE MI-ANSCHR(1:40) TO NS-TRF.
           IF NS-TRF(1:NS-LEN) NOT = NS-NAME(1:NS-LEN) GO B.
           IF NS-CNT NOT < 15 MOVE "J" TO NS-MEHR GO Z.
           ADD 1 TO NS-CNT.
           MOVE MI-KTONR TO NS-TABK(NS-CNT).
           PERFORM NAME-TREFFER.
           GO B.
       Z.  EXIT.
      ************************************* Namenssuche - Trefferzeile *
       NAME-TREFFER SECTION.
       A.  MOVE NS-CNT TO NS-IXED.
           MOVE NS-TABK(NS-CNT) TO NS-KTOED.
           MOVE SPACE TO NS-ZEILE.
           STRING NS-IXED " Konto " NS-KTOED " " NS-TRF
               DELIMITED BY SIZE INTO NS-ZEILE.
           COMPUTE NS-POS = (NS-CNT + 5) * 100 + 01.
           DISPLAY NS-ZEILE AT NS-POS.
       Z.  EXIT.
      ************************************* Namenssuche - Auskunft *
      *  Eigenstaendige Telefon-Auskunft: Namensanfang eingeben,        *
      *  Trefferliste ansehen - der haeufigste Handgriff des Tages.     *
       NAMENS-AUSKUNFT SECTION.
       A.  MOVE "     Namenssuche" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
       B.  DISPLAY "Quelle E=Eigentuemer M=Mieter, leer=Ende" AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X = SPACE GO X.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO B.
           MOVE WH-X TO NS-QU.
           PERFORM NAME-SUCHE.
           IF NS-KTONR NOT = 0
               MOVE NS-KTONR TO NS-KTOED
               DISPLAY "gewaehltes Konto: " NS-KTOED AT 2401.
           GO B.
       X.  CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Dauerbuchungen - Wartung *
      *  Wiederkehrende Aufwaende je Mandant: AK-Konto aus dem          *
      *  Kontenplan, Betrag, Text, Intervall (M/V/J) und Gueltig-       *
      *  von/bis; Betrag 0 loescht den Satz.                            *
       DAUER-WARTUNG SECTION.
       A.  MOVE "    Dauerbuchungen" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35"
               DISPLAY "Kontenplan fehlt - zuerst anlegen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-DAUER.DAT" TO DATEI.
           OPEN I-O DAUER.
           IF WF-STATUS = "35"
               OPEN OUTPUT DAUER
               CLOSE DAUER
               OPEN I-O DAUER.
       B.  DISPLAY "<esc>=Abbruch, <ret>=laufende Nummer" AT 2301.
           DISPLAY "lfd. Nummer.........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495004" WH-CREG.
           IF ESC GO X.
           IF not RET GO B.
           IF WH-WERT = 0 GO B.
           MOVE WE-FNR TO DB-FNR.
           MOVE WH-WERT TO DB-LFDNR.
           READ DAUER INVALID KEY
               DISPLAY "neue Dauerbuchung - Anlage" AT 2401
               INITIALIZE DB-SATZ
               MOVE WE-FNR TO DB-FNR
               MOVE WH-WERT TO DB-LFDNR
               MOVE "M" TO DB-INT.
       C.  DISPLAY "<esc>=Abbr., <ret>=AK-Konto (Kontenplan)" AT 2301.
           DISPLAY "AK-Konto............:" AT 0427.
           MOVE DB-KTONR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           IF WH-WERT = 0 GO C.
           MOVE WH-WERT TO KP-KTONR.
           MOVE SPACE TO DL-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO DL-GEF.
           IF DAUER-FEHLT
               DISPLAY "Konto nicht im Kontenplan" AT 2401
               PERFORM WEITER
               GO C.
           MOVE WH-WERT TO DB-KTONR.
       D.  DISPLAY "Betrag x100, 0=Dauerbuchung loeschen" AT 2301.
           DISPLAY "Betrag (x100).......:" AT 0527.
           COMPUTE WH-WERT = DB-BETRAG * 100.
           DISPLAY WH-WERT with highlight AT 0549.
           CALL "CAUP" USING "1005495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO D.
           IF WH-WERT = 0
               DELETE DAUER RECORD INVALID KEY CONTINUE
               END-DELETE
               DISPLAY "Dauerbuchung geloescht" AT 2401
               MOVE "DAUER" TO WH-PN
               GO B.
           COMPUTE DB-BETRAG = WH-WERT / 100.
       E.  DISPLAY "Buchungstext........:" AT 0627.
           DISPLAY DB-TEXT with highlight AT 0649.
           ACCEPT DB-TEXT AT 0649.
           IF NOT RET GO E.
       F.  DISPLAY "Intervall M/V/J.....:" AT 0727.
           DISPLAY DB-INT with highlight AT 0749.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0749.
           IF WH-X = SPACE GO G.
           IF WH-X NOT = "M" AND WH-X NOT = "V" AND WH-X NOT = "J"
               GO F.
           MOVE WH-X TO DB-INT.
       G.  DISPLAY "gueltig von JJJJMMTT:" AT 0827.
           MOVE DB-VON TO DL-VOND.
           DISPLAY DL-VOND with highlight AT 0849.
           ACCEPT DL-VOND AT 0849.
           IF NOT RET GO G.
           IF DL-VOND = 0 GO G.
           MOVE DL-VOND TO DB-VON.
       H.  DISPLAY "gueltig bis (0=unbefristet)" AT 2301.
           DISPLAY "gueltig bis JJJJMMTT:" AT 0927.
           MOVE DB-BIS TO DL-VOND.
           DISPLAY DL-VOND with highlight AT 0949.
           ACCEPT DL-VOND AT 0949.
           IF NOT RET GO H.
           MOVE DL-VOND TO DB-BIS.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE DB-SATZ INVALID KEY WRITE DB-SATZ.
           MOVE "DAUER" TO WH-PN.
           GO B.
       X.  CLOSE DAUER KPLAN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Dauerbuchungen - Lauf *
      *  Monatlicher Lauf: faellige Dauerbuchungen des Mandanten als    *
      *  AK-Buchungen zum Tagesdatum; Periodensperre wie SOLLPER,       *
      *  Pseudo-Periode JJJJ(MM+40) - die echten Monate und die         *
      *  Jahrespseudoperioden 13-16 bleiben unberuehrt.                 *
       DAUERLAUF SECTION.
       A.  MOVE " Dauerbuchungs-Lauf" TO WK-GEB.
           MOVE WH-DATUM TO DL-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO DL-HEUTE
                           ELSE ADD 19000000 TO DL-HEUTE.
           MOVE "DAUR" TO JO-LAUF.
           PERFORM LAUFJ-PRUEF.
           IF JO-ABBRUCH GO Z.
           IF JO-FORTSETZEN MOVE JO-DATUM TO DL-HEUTE.
           MOVE DL-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - kein Lauf"
                   AT 2301
               PERFORM WEITER
               GO Z.
           COMPUTE DL-PER = DL-HEUTE / 100 + 40.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN I-O SOLLPER.
           IF WF-STATUS = "35"
               OPEN OUTPUT SOLLPER
               CLOSE SOLLPER
               OPEN I-O SOLLPER.
           MOVE WE-FNR TO SP-FNR.
           MOVE DL-PER TO SP-PERIODE.
           READ SOLLPER INVALID KEY GO B.
           CLOSE SOLLPER.
           DISPLAY "Dauerbuchungslauf bereits durchgefuehrt" AT 2301.
           PERFORM WEITER.
           GO Z.
       B.  MOVE "HV-DAUER.DAT" TO DATEI.
           OPEN INPUT DAUER.
           IF WF-STATUS = "35"
               CLOSE SOLLPER
               DISPLAY "keine Dauerbuchungen vorhanden" AT 2301
               PERFORM WEITER
               GO Z.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN I-O AK.
           IF WF-STATUS = "35"
               OPEN OUTPUT AK
               CLOSE AK
               OPEN I-O AK.
           MOVE 0 TO DL-ANZ DL-SUMME.
           MOVE DL-HEUTE(1:4) TO DL-HJ.
           MOVE DL-HEUTE(5:2) TO DL-HM.
           MOVE WE-FNR TO DB-FNR.
           MOVE 0 TO DB-LFDNR.
           MOVE DL-PER TO JO-PER.
           MOVE DL-HEUTE TO JO-DATUM.
           PERFORM LAUFJ-START.
           IF JO-FORTSETZEN
               MOVE JO-ANZ TO DL-ANZ
               MOVE JO-SUMME TO DL-SUMME
               COMPUTE DB-LFDNR = JO-LKEY + 1.
           MOVE SPACE TO DL-EOF.
           START DAUER KEY NOT < DB-KEY INVALID KEY
               MOVE "J" TO DL-EOF.
       C.  IF DAUER-EOF GO X.
           READ DAUER NEXT RECORD AT END MOVE "J" TO DL-EOF GO C.
           IF DB-FNR NOT = WE-FNR GO X.
           IF DB-VON = 0 OR DB-VON > DL-HEUTE GO C.
           IF DB-BIS NOT = 0 AND DB-BIS < DL-HEUTE GO C.
      *    Intervallpruefung ueber den Monatsabstand zum Beginn         *
           MOVE DB-VON TO DL-VOND.
           MOVE DL-VOND(1:4) TO DL-VJ.
           MOVE DL-VOND(5:2) TO DL-VM.
           COMPUTE DL-DIFF = (DL-HJ - DL-VJ) * 12 + DL-HM - DL-VM.
           IF DB-INT = "V"
               DIVIDE DL-DIFF BY 3 GIVING DL-Q REMAINDER DL-REST
               IF DL-REST NOT = 0 GO C END-IF
           END-IF.
           IF DB-INT = "J"
               DIVIDE DL-DIFF BY 12 GIVING DL-Q REMAINDER DL-REST
               IF DL-REST NOT = 0 GO C END-IF
           END-IF.
           PERFORM DAUER-BUCHUNG.
           MOVE DB-KTONR TO JO-KTO JO-BKTO.
           MOVE DB-LFDNR TO JO-LKEY.
           MOVE DB-BETRAG TO JO-BETRAG.
           MOVE AK-DATUM TO JO-BDAT.
           MOVE AK-LFDNR TO JO-BLFD.
           PERFORM LAUFJ-POSITION.
           ADD 1 TO DL-ANZ.
           ADD DB-BETRAG TO DL-SUMME.
           GO C.
       X.  CLOSE DAUER AK.
           MOVE WE-FNR TO SP-FNR.
           MOVE DL-PER TO SP-PERIODE.
           MOVE DL-HEUTE TO SP-DATUM.
           MOVE DL-ANZ TO SP-ANZ.
           MOVE DL-SUMME TO SP-SUMME.
           WRITE SP-SATZ.
           PERFORM LAUFJ-ENDE.
           CLOSE SOLLPER.
           DISPLAY "Dauerbuchungen: " DL-ANZ " Saetze gebucht."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Dauerbuchung - AK-Satz *
       DAUER-BUCHUNG SECTION.
       A.  MOVE DB-KTONR TO AK-KTONR.
           MOVE DL-HEUTE TO AK-DATUM.
           MOVE 0 TO AK-LFDNR.
       B.  ADD 1 TO AK-LFDNR.
           MOVE DB-BETRAG TO AK-BETRAG.
           MOVE DB-TEXT TO AK-TEXT.
           MOVE WE-FNR TO AK-FNR.
           MOVE SPACE TO AK-SKZ.
           WRITE AK-SATZ INVALID KEY GO B.
       Z.  EXIT.
      ************************************* DSGVO-Auskunft (Art. 15) *
      *  Sammelt zu einem Eigentuemer- (E) bzw. Mieterkonto (M)         *
      *  saemtliche gespeicherten Daten - Stammdaten, Bewegungen        *
      *  (MIETBUCH/EG-VS), Zahlungsjournal, Kautions-Ledger, Mandat     *
      *  und Briefarchiv - MANDANTENUEBERGREIFEND (die Kontonummer      *
      *  ist der systemweite Schluessel) und gibt sie als ueber-        *
      *  gabefertigen Druck aus. Jede Auskunft geht mit Kennung         *
      *  AUSKU ins Transaktionsprotokoll: wer hat wann Auskunft         *
      *  gezogen.                                                       *
       DSGVO-AUSKUNFT SECTION.
       A.  MOVE "   DSGVO-Auskunft" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
       A1. DISPLAY "Quelle E=Eigentuemer M=Mieter, leer=Ende" AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X = SPACE GO Z.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO A1.
           MOVE WH-X TO DA-QU.
       A2. DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A2.
      *    Die Auskunft wird nach Namen verlangt - Einstieg ueber      *
      *    die Namenssuche wie in den Wartungsmasken.                  *
           IF WH-WERT = 0
               MOVE DA-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO A2 END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO DA-KTO.
           IF DA-QU = "E"
               MOVE DA-KTO TO EG-KTONR
               MOVE SPACE TO DA-GEF
               READ EIGENTUM INVALID KEY MOVE "J" TO DA-GEF
               END-READ
           ELSE
               MOVE DA-KTO TO MI-KTONR
               MOVE SPACE TO DA-GEF
               READ MIETER INVALID KEY MOVE "J" TO DA-GEF
               END-READ.
           IF DSGA-FEHLT
               DISPLAY "Konto unbekannt" AT 2401
               PERFORM WEITER
               GO A2.
           MOVE SPACE TO DA-MBOFF DA-ZJOFF DA-KTOFF DA-MDOFF DA-AROFF.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN INPUT MIETBUCH.
           IF WF-STATUS = "35" MOVE "J" TO DA-MBOFF.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN INPUT ZJOURNAL.
           IF WF-STATUS = "35" MOVE "J" TO DA-ZJOFF.
           MOVE "HV-KAUT.DAT" TO DATEI.
           OPEN INPUT KAUT.
           IF WF-STATUS = "35" MOVE "J" TO DA-KTOFF.
           MOVE "HV-MANDAT.DAT" TO DATEI.
           OPEN INPUT MANDAT.
           IF WF-STATUS = "35" MOVE "J" TO DA-MDOFF.
           MOVE "HV-ARCHI.DAT" TO DATEI.
           OPEN INPUT ARCHIV.
           IF WF-STATUS = "35" MOVE "J" TO DA-AROFF.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE DA-KTO TO DA-KTOED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Datenauskunft nach Art. 15 DSGVO - Konto "
               DA-QU DA-KTOED DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF DA-QU = "E"
               PERFORM DSGA-STAMM-E
           ELSE
               PERFORM DSGA-STAMM-M
               PERFORM DSGA-MIETBUCH
               PERFORM DSGA-KAUT.
           PERFORM DSGA-ZJOURNAL.
           PERFORM DSGA-MANDAT.
           PERFORM DSGA-ARCHIV.
           CLOSE DRUCKER.
           IF DA-MBOFF NOT = "J" CLOSE MIETBUCH.
           IF DA-ZJOFF NOT = "J" CLOSE ZJOURNAL.
           IF DA-KTOFF NOT = "J" CLOSE KAUT.
           IF DA-MDOFF NOT = "J" CLOSE MANDAT.
           IF DA-AROFF NOT = "J" CLOSE ARCHIV.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           MOVE "AUSKU" TO WH-PN.
           PERFORM PROTOKOLL.
           DISPLAY "Auskunft gedruckt und protokolliert." AT 2401.
           PERFORM WEITER.
           GO A1.
       Z.  EXIT.
      ************************************* Auskunft - Stammdaten E *
       DSGA-STAMM-E SECTION.
       A.  MOVE "Stammdaten (EIGENTUM):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM ADR-EIGEN.
           IF EG-BEZ NOT = SPACE
               MOVE EG-BEZ(1:80) TO DR-ZEILE
               WRITE DR-ZEILE.
           IF EG-EMAIL NOT = SPACE
               MOVE SPACE TO DA-ZEILE
               STRING "Email: " EG-EMAIL
                   DELIMITED BY SIZE INTO DA-ZEILE
               MOVE DA-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE EG-BKLZL TO WS-BLZED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Bankverbindung: " EG-IBAN WS-BLZED EG-BKKTO
               " " EG-BANKNAME DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EG-SALDO TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Saldo: " DA-BETED " / Mahnstufe: " EG-MAHNSTUFE
               DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Verrechnungsperioden (EG-VS):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM VARYING WK9-IX FROM 1 BY 1 UNTIL WK9-IX > 5
               IF EG-VSDAT(WK9-IX) NOT = 0 PERFORM KA-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Auskunft - Stammdaten M *
       DSGA-STAMM-M SECTION.
       A.  MOVE "Stammdaten (MIETER):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM ADR-MIETER.
           IF MI-EMAIL NOT = SPACE
               MOVE SPACE TO DA-ZEILE
               STRING "Email: " MI-EMAIL
                   DELIMITED BY SIZE INTO DA-ZEILE
               MOVE DA-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE MI-EINZUG TO DA-DATED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Einzug: " DA-DATED DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-AUSZUG TO DA-DATED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Auszug: " DA-DATED DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-MIETE TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Miete: " DA-BETED DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-BKVORAUS TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "BK-Vorauszahlung: " DA-BETED
               DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MI-SALDO TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "Saldo: " DA-BETED DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Auskunft - MIETBUCH *
       DSGA-MIETBUCH SECTION.
       A.  IF DA-MBOFF = "J" GO Z.
           MOVE "Buchungen (MIETBUCH):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE DA-KTO TO MB-KTONR.
           MOVE 0 TO MB-DATUM MB-LFDNR.
           MOVE SPACE TO DA-EOF.
           START MIETBUCH KEY NOT < MB-KEY INVALID KEY
               MOVE "J" TO DA-EOF.
       B.  IF DSGA-EOF GO X.
           READ MIETBUCH NEXT RECORD AT END MOVE "J" TO DA-EOF GO B.
           IF MB-KTONR NOT = DA-KTO GO X.
           MOVE MB-DATUM TO DA-DATED.
           MOVE MB-BETRAG TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "  " DA-DATED " " MB-ART " " DA-BETED " " MB-TEXT
               DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Auskunft - Zahlungsjournal *
       DSGA-ZJOURNAL SECTION.
       A.  IF DA-ZJOFF = "J" GO Z.
           MOVE "Zahlungsjournal (ZJOURNAL):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO ZJ-LAUFNR ZJ-LFDNR.
           MOVE SPACE TO DA-EOF.
           START ZJOURNAL KEY NOT < ZJ-KEY INVALID KEY
               MOVE "J" TO DA-EOF.
       B.  IF DSGA-EOF GO X.
           READ ZJOURNAL NEXT RECORD AT END MOVE "J" TO DA-EOF GO B.
           IF ZJ-KTONR NOT = DA-KTO GO B.
           IF DA-QU = "E"
               IF ZJ-QUELLE NOT = "E" AND ZJ-QUELLE NOT = SPACE
                   GO B
               END-IF
           ELSE
               IF ZJ-QUELLE NOT = "M" GO B.
           MOVE ZJ-DATUM TO DA-DATED.
           MOVE ZJ-BETRAG TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "  " DA-DATED " " ZJ-ART " " DA-BETED
               DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Auskunft - Kautions-Ledger *
       DSGA-KAUT SECTION.
       A.  IF DA-KTOFF = "J" GO Z.
           MOVE "Kautionsbewegungen (KAUT):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE DA-KTO TO KT-KTONR.
           MOVE 0 TO KT-DATUM KT-LFDNR.
           MOVE SPACE TO DA-EOF.
           START KAUT KEY NOT < KT-KEY INVALID KEY
               MOVE "J" TO DA-EOF.
       B.  IF DSGA-EOF GO X.
           READ KAUT NEXT RECORD AT END MOVE "J" TO DA-EOF GO B.
           IF KT-KTONR NOT = DA-KTO GO X.
           MOVE KT-DATUM TO DA-DATED.
           MOVE KT-BETRAG TO DA-BETED.
           MOVE SPACE TO DA-ZEILE.
           STRING "  " DA-DATED " " KT-ART " " DA-BETED " " KT-TEXT
               DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Auskunft - Mandat *
       DSGA-MANDAT SECTION.
       A.  IF DA-MDOFF = "J" GO Z.
           MOVE DA-QU TO MD-QUELLE.
           MOVE DA-KTO TO MD-KTONR.
           MOVE SPACE TO DA-GEF.
           READ MANDAT INVALID KEY MOVE "J" TO DA-GEF.
           IF DSGA-FEHLT GO Z.
           MOVE "SEPA-Mandat (MANDAT):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE MD-UNTDAT TO DA-DATED.
           MOVE MD-BKLZL TO WS-BLZED.
           MOVE SPACE TO DA-ZEILE.
           STRING "  Referenz " MD-REF " unterschrieben " DA-DATED
               " Bank " MD-IBAN WS-BLZED MD-BKKTO
               DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Auskunft - Briefarchiv *
       DSGA-ARCHIV SECTION.
       A.  IF DA-AROFF = "J" GO Z.
           MOVE "Briefarchiv (ARCHIV):" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO AR-LFDNR.
           MOVE SPACE TO DA-EOF.
           START ARCHIV KEY NOT < AR-KEY INVALID KEY
               MOVE "J" TO DA-EOF.
       B.  IF DSGA-EOF GO X.
           READ ARCHIV NEXT RECORD AT END MOVE "J" TO DA-EOF GO B.
           IF AR-QUELLE NOT = DA-QU GO B.
           IF AR-KTONR NOT = DA-KTO GO B.
           MOVE AR-DATUM TO DA-DATED.
           MOVE SPACE TO DA-ZEILE.
           STRING "  " DA-DATED " " AR-ART " " AR-STATUS " "
               AR-DATEI DELIMITED BY SIZE INTO DA-ZEILE.
           MOVE DA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ********************************* Eigentuemer-Jahresabrechnung *
      *  Jahresabrechnung der Eigentuemer (WEG 2002 Par. 34): die AK-   *
      *  Kosten des Jahres werden je Kontenplan-Konto nach dessen       *
      *  Umlageschluessel (KP-UMLSCHL 1-4) auf die offenen Whg.-Konten  *
      *  verteilt, die Heizkosten (Schluessel 5) nach dem Schema der    *
      *  Heizkostenabrechnung (Grundanteil Nutzflaeche, Rest Ver-       *
      *  brauch). Dem Kostenanteil stehen die EG-VS-Vorschreibungen     *
      *  des Jahres (BKH+USTH abzgl. Gutschriften BKG+USTG) gegenueber; *
      *  der bereits mit der Heizkostenabrechnung belastete Heiz-       *
      *  anteil wird angerechnet. Nachzahlung/Guthaben gehen in         *
      *  EG-SALDO und OPOS (Quelle E), der Brief weist jedes Konto,     *
      *  die Vorschreibungen und den Anteil am Ruecklagenstand (nach    *
      *  EG-ANTEILW) aus. SOLLPER sperrt das Jahr als JJJJ17.           *
      *  Heizkosten setzen die gelaufene Heizkostenabrechnung (JJJJ15)  *
      *  voraus - sonst fehlte der angerechnete Heizanteil im Saldo.    *
       EIG-ABRECHNUNG SECTION.
       A.  MOVE " Eigent.-Abrechnung" TO WK-GEB.
           MOVE 3 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO EA-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO EA-HEUTE
                           ELSE ADD 19000000 TO EA-HEUTE.
           MOVE EA-HEUTE(1:4) TO EA-JAHR.
           SUBTRACT 1 FROM EA-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Abrechnungsjahr" AT 2301.
           DISPLAY "Abrechnungsjahr.....:" AT 0327.
           MOVE EA-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO EA-JAHR.
           COMPUTE EA-J0101 = EA-JAHR * 10000 + 0101.
           COMPUTE EA-J1231 = EA-JAHR * 10000 + 1231.
           COMPUTE EA-PER = EA-JAHR * 100 + 17.
           MOVE EA-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - kein Lauf"
                   AT 2301
               PERFORM WEITER
               GO Z.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN I-O SOLLPER.
           IF WF-STATUS = "35"
               OPEN OUTPUT SOLLPER
               CLOSE SOLLPER
               OPEN I-O SOLLPER.
           MOVE WE-FNR TO SP-FNR.
           MOVE EA-PER TO SP-PERIODE.
           READ SOLLPER INVALID KEY GO B.
           CLOSE SOLLPER.
           DISPLAY "Eigent.-Abrechnung " EA-JAHR
               " bereits durchgefuehrt" AT 2301.
           PERFORM WEITER.
           GO Z.
      *    Aufwand des Jahres je AK-Konto verdichten (AK ist nach       *
      *    Konto/Datum sortiert), Schluessel und Bezeichnung aus dem    *
      *    Kontenplan - ohne Kontenplansatz gilt Schluessel 1.          *
       B.  MOVE 0 TO EA-KANZ EA-HKOST.
           MOVE SPACE TO EA-KPOFF.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35" MOVE "J" TO EA-KPOFF.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           MOVE 0 TO AK-KTONR AK-DATUM AK-LFDNR.
           MOVE SPACE TO EA-AKEOF.
           MOVE WE-FNR TO AK-FNR.
           START AK KEY NOT < AK-FNRKEY INVALID KEY
               MOVE "J" TO EA-AKEOF.
       B1. IF EA-AKEOF = "J" GO B9.
           READ AK NEXT RECORD AT END MOVE "J" TO EA-AKEOF GO B1.
           IF AK-FNR NOT = WE-FNR MOVE "J" TO EA-AKEOF GO B1.
           IF AK-DATUM < EA-J0101 OR AK-DATUM > EA-J1231 GO B1.
           IF EA-KANZ > 0
               IF AK-KTONR = EA-TKTO(EA-KANZ) GO B2.
           IF EA-KANZ = 99
               CLOSE AK SOLLPER
               IF EA-KPOFF NOT = "J" CLOSE KPLAN END-IF
               DISPLAY "mehr als 99 Aufwandskonten - kein Lauf"
                   AT 2401
               PERFORM WEITER
               GO Z.
           ADD 1 TO EA-KANZ.
           MOVE AK-KTONR TO EA-TKTO(EA-KANZ).
           MOVE 0 TO EA-TSUM(EA-KANZ).
           PERFORM EGAB-KONTO.
       B2. ADD AK-BETRAG TO EA-TSUM(EA-KANZ).
           IF EA-TKEY(EA-KANZ) = 5 ADD AK-BETRAG TO EA-HKOST.
           GO B1.
       B9. CLOSE AK.
           IF EA-KPOFF NOT = "J" CLOSE KPLAN.
           IF EA-KANZ = 0
               CLOSE SOLLPER
               DISPLAY "keine Kosten im Jahr " EA-JAHR AT 2401
               PERFORM WEITER
               GO Z.
           IF EA-HKOST = 0 GO C.
           MOVE WE-FNR TO SP-FNR.
           COMPUTE SP-PERIODE = EA-JAHR * 100 + 15.
           MOVE SPACE TO EA-GEF.
           READ SOLLPER INVALID KEY MOVE "J" TO EA-GEF.
           IF EGAB-FEHLT
               CLOSE SOLLPER
               DISPLAY "zuerst Heizkostenabrechnung " EA-JAHR
                   " durchfuehren" AT 2401
               PERFORM WEITER
               GO Z.
           COMPUTE EA-HGRUND ROUNDED = EA-HKOST * KO-HZGRUND / 100.
           COMPUTE EA-HVERBK = EA-HKOST - EA-HGRUND.
      *    Umlagebasen und Heizbasen des Mandanten, Ruecklagenstand     *
       C.  MOVE SPACE TO EA-HZOFF.
           MOVE "HV-HEIZ.DAT" TO DATEI.
           OPEN INPUT HEIZ.
           IF WF-STATUS = "35" MOVE "J" TO EA-HZOFF.
           MOVE EA-J0101 TO HA-J0101.
           MOVE EA-J1231 TO HA-J1231.
           MOVE 0 TO EA-BASIS(1) EA-BASIS(2) EA-BASIS(3) EA-BASIS(4).
           MOVE 0 TO EA-NFSUM EA-VBSUM EG-KTONR.
           MOVE SPACE TO EA-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO EA-EOF.
       C1. IF EGAB-EOF GO C9.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO EA-EOF GO C1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO EA-EOF GO C1.
      *    geschlossene Konten (Eigentuemerwechsel) bleiben aussen vor  *
      *    wie in der BK- und Heizkostenabrechnung                      *
           IF EG-UEBDAT NOT = 0 GO C1.
           ADD EG-ANTEILW TO EA-BASIS(1).
           ADD EG-ANTEILG TO EA-BASIS(2).
           ADD EG-NUTZFL TO EA-BASIS(3).
           ADD EG-WASSER TO EA-BASIS(4).
           ADD EG-NUTZFL TO EA-NFSUM.
           IF EA-HZOFF NOT = "J"
               PERFORM HEIZ-UNIT
               ADD HA-VERBR TO EA-VBSUM.
           GO C1.
       C9. IF EA-BASIS(1) = 0
               CLOSE SOLLPER
               IF EA-HZOFF NOT = "J" CLOSE HEIZ END-IF
               DISPLAY "keine Anteile im Mandanten" AT 2401
               PERFORM WEITER
               GO Z.
           PERFORM EGAB-RUECKLAGE.
      *    Abrechnungsschleife je Whg.-Konto; Briefarchiv erst nach     *
      *    allen Abbruchpruefungen (Muster MIETERAUSZUG).               *
       D.  PERFORM OPOS-OEFFNEN.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           PERFORM ARCH-OEFFNEN.
           MOVE "EGAB" TO AQ-ART.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO EA-ANZ EA-SUMME EG-KTONR.
           MOVE SPACE TO EA-EOF EA-TEXTD.
           STRING "Eigentuemerabrechnung " EA-JAHR DELIMITED BY SIZE
               INTO EA-TEXTD.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO EA-EOF.
       D1. IF EGAB-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO EA-EOF GO D1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO EA-EOF GO D1.
           IF EG-UEBDAT NOT = 0 GO D1.
           PERFORM EGAB-VORSCHR.
           PERFORM EGAB-HEIZANT.
           COMPUTE EA-RLANT ROUNDED = EA-RLSTAND * EG-ANTEILW
               / EA-BASIS(1).
           PERFORM EGAB-BRIEF.
           COMPUTE EA-DIFF = EA-KOSTEN - EA-VORAUS - EA-HANT.
           PERFORM EGAB-ERGEBNIS.
           IF EA-DIFF NOT = 0
               ADD EA-DIFF TO EG-SALDO
               REWRITE EG-SATZ.
      *    Nachzahlung wird ein eigener offener Posten; ein Guthaben    *
      *    ziffert die aeltesten offenen Posten aus (vgl. BKAB).        *
           IF EA-DIFF > 0
               MOVE "E" TO OF-QU
               MOVE EG-KTONR TO OF-KTO
               MOVE "J" TO OF-ART
               MOVE EA-DIFF TO OF-BETRAG
               MOVE EA-HEUTE TO OF-DATUM OF-FAELL
               MOVE EA-TEXTD TO OF-TEXT
               PERFORM OPOS-BELASTUNG.
           IF EA-DIFF < 0
               MOVE "E" TO OF-QU
               MOVE EG-KTONR TO OF-KTO
               COMPUTE OF-REST = EA-DIFF * -1
               PERFORM OPOS-AUSZIFFERN.
           ADD 1 TO EA-ANZ.
           ADD EA-DIFF TO EA-SUMME.
           GO D1.
       X.  MOVE WE-FNR TO SP-FNR.
           MOVE EA-PER TO SP-PERIODE.
           MOVE EA-HEUTE TO SP-DATUM.
           MOVE EA-ANZ TO SP-ANZ.
           MOVE EA-SUMME TO SP-SUMME.
           WRITE SP-SATZ.
           CLOSE SOLLPER OPOS DRUCKER.
           IF EA-HZOFF NOT = "J" CLOSE HEIZ.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           PERFORM ARCH-LAUFMAIL.
           CLOSE ARCHIV.
           DISPLAY "Eigent.-Abrechnung: " EA-ANZ " Konten abgerechnet."
               AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Kontosatz *
      *  Schluessel und Bezeichnung des neuen Tabellenkontos; Schlues-  *
      *  sel ausserhalb 1-5 wird wie in der BK-Abrechnung zu 1.         *
       EGAB-KONTO SECTION.
       A.  MOVE 1 TO EA-TKEY(EA-KANZ).
           MOVE SPACE TO EA-TBEZ(EA-KANZ).
           IF EA-KPOFF = "J" GO Z.
           MOVE AK-KTONR TO KP-KTONR.
           MOVE SPACE TO EA-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO EA-GEF.
           IF EGAB-FEHLT GO Z.
           MOVE KP-BEZ TO EA-TBEZ(EA-KANZ).
           IF KP-UMLSCHL < 1 OR KP-UMLSCHL > 5 GO Z.
           MOVE KP-UMLSCHL TO EA-TKEY(EA-KANZ).
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Ruecklage *
      *  Fondsstand zum 31.12. des Abrechnungsjahres aus RLAGB.         *
       EGAB-RUECKLAGE SECTION.
       A.  MOVE 0 TO EA-RLSTAND.
           MOVE "HV-RLAGB.DAT" TO DATEI.
           OPEN INPUT RLAGB.
           IF WF-STATUS = "35" GO Z.
           MOVE WE-FNR TO RB-FNR.
           MOVE 0 TO RB-DATUM RB-LFDNR.
           MOVE SPACE TO EA-RBEOF.
           START RLAGB KEY NOT < RB-KEY INVALID KEY
               MOVE "J" TO EA-RBEOF.
       B.  IF EA-RBEOF = "J" GO X.
           READ RLAGB NEXT RECORD AT END MOVE "J" TO EA-RBEOF GO B.
           IF RB-FNR NOT = WE-FNR GO X.
           IF RB-DATUM > EA-J1231 GO X.
           IF RB-ART = "Z" ADD RB-BETRAG TO EA-RLSTAND
                      ELSE SUBTRACT RB-BETRAG FROM EA-RLSTAND.
           GO B.
       X.  CLOSE RLAGB.
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Vorschr. *
      *  EG-VS-Eintraege mit Periodenbeginn im Abrechnungsjahr.         *
       EGAB-VORSCHR SECTION.
       A.  MOVE 0 TO EA-BKH EA-USTH EA-BKG EA-USTG EA-RLAG.
           MOVE 1 TO EA-IX.
       B.  IF EA-IX > 5 GO X.
           IF EG-VSDAT(EA-IX) < EA-J0101 OR EG-VSDAT(EA-IX) > EA-J1231
               GO C.
           ADD EG-BKH(EA-IX) TO EA-BKH.
           ADD EG-USTH(EA-IX) TO EA-USTH.
           ADD EG-BKG(EA-IX) TO EA-BKG.
           ADD EG-USTG(EA-IX) TO EA-USTG.
           ADD EG-RLAG(EA-IX) TO EA-RLAG.
       C.  ADD 1 TO EA-IX.
           GO B.
       X.  COMPUTE EA-VORAUS = EA-BKH + EA-USTH - EA-BKG - EA-USTG.
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Heizanteil *
      *  Gleiche Rechnung wie HEIZABRECHNUNG/D1 - ergibt den dort       *
      *  bereits belasteten Anteil des Kontos.                          *
       EGAB-HEIZANT SECTION.
       A.  MOVE 0 TO EA-HANT.
           IF EA-HKOST = 0 OR EA-NFSUM = 0 GO Z.
           MOVE 0 TO HA-VERBR.
           IF EA-HZOFF NOT = "J" PERFORM HEIZ-UNIT.
           COMPUTE EA-HANT ROUNDED = EA-HGRUND * EG-NUTZFL / EA-NFSUM.
           IF EA-VBSUM NOT = 0
               COMPUTE EA-HANT ROUNDED = EA-HANT
                   + EA-HVERBK * HA-VERBR / EA-VBSUM
           ELSE
               COMPUTE EA-HANT ROUNDED = EA-HANT
                   + EA-HVERBK * EG-NUTZFL / EA-NFSUM.
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Brief *
      *  Je Aufwandskonto Gesamtbetrag, Schluessel und Anteil des       *
      *  Kontos; Heizkonten mit Verweis auf die Heizkostenabrechnung.   *
      *  Summiert den Kostenanteil in EA-KOSTEN.                        *
       EGAB-BRIEF SECTION.
       A.  WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM ADR-EIGEN.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EG-KTONR TO EA-KTOED.
           MOVE SPACE TO EA-ZEILE.
           STRING "Jahresabrechnung " EA-JAHR " - Konto " EA-KTOED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM WHG-TOPZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO EA-ZEILE.
           MOVE "Konto" TO EA-ZEILE(1:5).
           MOVE "Bezeichnung" TO EA-ZEILE(7:11).
           MOVE "S" TO EA-ZEILE(38:1).
           MOVE "Gesamt" TO EA-ZEILE(46:6).
           MOVE "Ihr Anteil" TO EA-ZEILE(55:10).
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO EA-KOSTEN.
           MOVE 1 TO EA-KIX.
       B.  IF EA-KIX > EA-KANZ GO C.
           MOVE EA-TKTO(EA-KIX) TO EA-KTOED.
           MOVE EA-TKEY(EA-KIX) TO EA-KEYED.
           MOVE EA-TSUM(EA-KIX) TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           IF EA-TKEY(EA-KIX) = 5
               STRING EA-KTOED "  " EA-TBEZ(EA-KIX) " " EA-KEYED " "
                   EA-BETED "  lt. Heizkostenabr."
                   DELIMITED BY SIZE INTO EA-ZEILE
           ELSE
               MOVE EA-TKEY(EA-KIX) TO EA-UIX
               PERFORM EGAB-ANTEIL
               ADD EA-TANT TO EA-KOSTEN
               MOVE EA-TANT TO EA-BETED2
               STRING EA-KTOED "  " EA-TBEZ(EA-KIX) " " EA-KEYED " "
                   EA-BETED " " EA-BETED2
                   DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           ADD 1 TO EA-KIX.
           GO B.
       C.  ADD EA-HANT TO EA-KOSTEN.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF EA-HKOST NOT = 0
               MOVE EA-HANT TO EA-BETED
               MOVE SPACE TO EA-ZEILE
               STRING "Ihr Heizkostenanteil.........: " EA-BETED
                   DELIMITED BY SIZE INTO EA-ZEILE
               MOVE EA-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE EA-KOSTEN TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "Ihr Kostenanteil gesamt......: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-BKH TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "Vorschreibung BK (BKH).......: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-USTH TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "USt Vorschreibung (USTH).....: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-BKG TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "abzgl. Gutschrift BK (BKG)...: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-USTG TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "abzgl. USt Gutschrift (USTG).: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-VORAUS TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "Vorschreibungen netto........: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF EA-HANT NOT = 0
               MOVE EA-HANT TO EA-BETED
               MOVE SPACE TO EA-ZEILE
               STRING "Heizkosten bereits belastet..: " EA-BETED
                   DELIMITED BY SIZE INTO EA-ZEILE
               MOVE EA-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Ergebnis *
      *  Nachzahlung/Guthaben und Ruecklagenanteil unter den Brief.     *
       EGAB-ERGEBNIS SECTION.
       A.  MOVE EA-DIFF TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           IF EA-DIFF > 0
               STRING "Nachzahlung..................: " EA-BETED
                   DELIMITED BY SIZE INTO EA-ZEILE
           ELSE
               STRING "Guthaben.....................: " EA-BETED
                   DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-RLAG TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "Ruecklage vorgeschrieben.....: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-RLSTAND TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "Ruecklagenstand 31.12." EA-JAHR "...: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EA-RLANT TO EA-BETED.
           MOVE SPACE TO EA-ZEILE.
           STRING "davon Ihr Anteil.............: " EA-BETED
               DELIMITED BY SIZE INTO EA-ZEILE.
           MOVE EA-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ********************************* Eigent.-Abrechnung - Kontoanteil *
      *  Anteil des Whg.-Kontos am Tabellenkonto EA-KIX nach Schluessel *
      *  EA-UIX; leere Umlagebasis faellt auf EG-ANTEILW zurueck.       *
       EGAB-ANTEIL SECTION.
       A.  MOVE 0 TO EA-TANT.
           MOVE EA-BASIS(EA-UIX) TO EA-BAS.
           EVALUATE EA-UIX
               WHEN 1 MOVE EG-ANTEILW TO EA-KEYW
               WHEN 2 MOVE EG-ANTEILG TO EA-KEYW
               WHEN 3 MOVE EG-NUTZFL TO EA-KEYW
               WHEN 4 MOVE EG-WASSER TO EA-KEYW
           END-EVALUATE.
           IF EA-BAS = 0
               MOVE EA-BASIS(1) TO EA-BAS
               MOVE EG-ANTEILW TO EA-KEYW.
           IF EA-BAS = 0 GO Z.
           COMPUTE EA-TANT ROUNDED = EA-TSUM(EA-KIX) * EA-KEYW
               / EA-BAS.
       Z.  EXIT.
      ************************************************ Verzugszinsen *
      *  Verzugszinsenlauf ueber die offenen Posten der Eigentuemer-    *
      *  (E) und Mieterkonten (M): je Posten mit Restbetrag werden      *
      *  Zinsen zum Jahreszinssatz KO-VZINS ab Faelligkeit (30/360)     *
      *  gerechnet - hat ein frueherer Lauf den Posten bereits bis      *
      *  KO-VZBIS verzinst, erst ab diesem Tag. Zinsposten (OP-ART Z)   *
      *  selbst werden nicht verzinst. Die Summe je Konto geht als      *
      *  eigener Posten Z in OPOS und in EG-SALDO bzw. MI-SALDO mit     *
      *  MIETBUCH-Satz Z; Konten mit aktiver Ratenvereinbarung          *
      *  bleiben aussen vor. Je belastetem Konto eine Zinsenauf-        *
      *  stellung (Lauf-PDF VZINS); SOLLPER sperrt den Monat als        *
      *  Pseudo-Periode JJJJ(MM+52), DAUERLAUF belegt JJJJ41-52.        *
       VERZUGSZINSEN SECTION.
       A.  MOVE "    Verzugszinsen" TO WK-GEB.
           MOVE 3 TO WL-RPT.
           PERFORM LAD-DRUCK.
           IF KO-VZINS = 0
               DISPLAY "kein Verzugszinssatz in den Konstanten - "
                   "kein Lauf" AT 2301
               PERFORM WEITER
               GO Z.
           MOVE WH-DATUM TO ZV-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO ZV-HEUTE
                           ELSE ADD 19000000 TO ZV-HEUTE.
           MOVE ZV-HEUTE(1:6) TO ZV-PERD.
           COMPUTE ZV-PER = ZV-PERD + 52.
           MOVE ZV-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - kein Lauf"
                   AT 2301
               PERFORM WEITER
               GO Z.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN I-O SOLLPER.
           IF WF-STATUS = "35"
               OPEN OUTPUT SOLLPER
               CLOSE SOLLPER
               OPEN I-O SOLLPER.
           MOVE WE-FNR TO SP-FNR.
           MOVE ZV-PER TO SP-PERIODE.
           READ SOLLPER INVALID KEY GO B.
           CLOSE SOLLPER.
           DISPLAY "Verzugszinsen " ZV-PERD " bereits durchgefuehrt"
               AT 2301.
           PERFORM WEITER.
           GO Z.
       B.  MOVE SPACE TO ZV-RTOFF.
           MOVE "HV-RATEN.DAT" TO DATEI.
           OPEN INPUT RATEN.
           IF WF-STATUS = "35" MOVE "J" TO ZV-RTOFF.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN I-O MIETBUCH.
           IF WF-STATUS = "35"
               OPEN OUTPUT MIETBUCH
               CLOSE MIETBUCH
               OPEN I-O MIETBUCH.
           PERFORM OPOS-OEFFNEN.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           PERFORM ARCH-OEFFNEN.
           MOVE "VZINS" TO AQ-ART.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO ZV-ANZ ZV-SUMME EG-KTONR.
           MOVE SPACE TO ZV-EOF ZV-TEXTD.
           STRING "Verzugszinsen " ZV-PERD DELIMITED BY SIZE
               INTO ZV-TEXTD.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO ZV-EOF.
      *    Eigentuemerkonten                                            *
       C.  IF VZINS-EOF GO D.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO ZV-EOF GO C.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO ZV-EOF GO C.
           MOVE "E" TO ZV-QU.
           MOVE EG-KTONR TO ZV-KTO.
           PERFORM VZINS-KONTO.
           IF ZV-KSUM NOT > 0 GO C.
           ADD ZV-KSUM TO EG-SALDO.
           REWRITE EG-SATZ.
           PERFORM VZINS-POSTEN.
           GO C.
      *    Mieterkonten; anonymisierte Altmieter sind abgeschlossen     *
       D.  MOVE 0 TO MI-KTONR.
           MOVE SPACE TO ZV-EOF.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO ZV-EOF.
       D1. IF VZINS-EOF GO X.
           READ MIETER NEXT RECORD AT END MOVE "J" TO ZV-EOF GO D1.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO ZV-EOF GO D1.
           IF MI-ANONYM = "J" GO D1.
           MOVE "M" TO ZV-QU.
           MOVE MI-KTONR TO ZV-KTO.
           PERFORM VZINS-KONTO.
           IF ZV-KSUM NOT > 0 GO D1.
           ADD ZV-KSUM TO MI-SALDO.
           REWRITE MI-SATZ.
           PERFORM VZINS-MBUCH.
           PERFORM VZINS-POSTEN.
           GO D1.
       X.  MOVE WE-FNR TO SP-FNR.
           MOVE ZV-PER TO SP-PERIODE.
           MOVE ZV-HEUTE TO SP-DATUM.
           MOVE ZV-ANZ TO SP-ANZ.
           MOVE ZV-SUMME TO SP-SUMME.
           WRITE SP-SATZ.
      *    Zinsen sind bis heute gerechnet - der Folgelauf setzt hier   *
      *    an, auch fuer Posten, die diesmal noch nicht faellig waren.  *
           MOVE WE-FNR TO WH-KEY.
       X1. READ KONSTANT INVALID KEY GO X2.
           IF ZUGRIF PERFORM BESETZT GO X1.
           MOVE ZV-HEUTE TO KO-VZBIS.
           MOVE SPACE TO KO-VZINSKZ.
           REWRITE KO-SATZ.
       X2. CLOSE SOLLPER MIETBUCH OPOS DRUCKER.
           IF ZV-RTOFF NOT = "J" CLOSE RATEN.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           PERFORM ARCH-LAUFMAIL.
           CLOSE ARCHIV.
           DISPLAY "Verzugszinsen: " ZV-ANZ " Konten belastet." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************ Verzugszinsen - je Konto *
      *  Zinsen der offenen Posten von ZV-QU/ZV-KTO nach ZV-KSUM; der   *
      *  Aufstellungskopf wird erst mit dem ersten verzinsten Posten    *
      *  gedruckt, Konten ohne Zinsen erhalten kein Schreiben.          *
       VZINS-KONTO SECTION.
       A.  MOVE 0 TO ZV-KSUM.
           MOVE SPACE TO ZV-BRIEF.
           IF ZV-RTOFF = "J" GO B.
           MOVE ZV-QU TO RT-QUELLE.
           MOVE ZV-KTO TO RT-KTONR.
           READ RATEN INVALID KEY GO B.
           IF RT-FNR = WE-FNR AND RT-STAT = "A" GO Z.
       B.  MOVE ZV-QU TO OP-QUELLE.
           MOVE ZV-KTO TO OP-KTONR.
           MOVE 0 TO OP-DATUM OP-LFDNR.
           MOVE SPACE TO ZV-OPEOF.
           START OPOS KEY NOT < OP-KEY INVALID KEY
               MOVE "J" TO ZV-OPEOF.
       C.  IF VZOP-EOF GO X.
           READ OPOS NEXT RECORD AT END MOVE "J" TO ZV-OPEOF GO C.
           IF OP-QUELLE NOT = ZV-QU OR OP-KTONR NOT = ZV-KTO GO X.
           IF OP-OFFEN NOT > 0 GO C.
           IF OP-ART = "Z" GO C.
           MOVE OP-FAELLIG TO ZV-FAELL.
           IF ZV-FAELL = 0 MOVE OP-DATUM TO ZV-FAELL.
           IF ZV-FAELL NOT < ZV-HEUTE GO C.
           MOVE ZV-FAELL TO ZV-VON.
           PERFORM VZINS-TAGE.
           MOVE ZV-TAGE TO ZV-UTAGE.
           IF KO-VZBIS > ZV-FAELL
               MOVE KO-VZBIS TO ZV-VON
               PERFORM VZINS-TAGE.
           IF ZV-TAGE NOT > 0 GO C.
           COMPUTE ZV-ZINS ROUNDED = OP-OFFEN * KO-VZINS * ZV-TAGE
               / 36000.
           IF ZV-ZINS NOT > 0 GO C.
           IF ZV-BRIEF NOT = "J" PERFORM VZINS-KOPF.
           MOVE OP-DATUM TO ZV-DATED.
           MOVE ZV-FAELL TO ZV-DATED2.
           MOVE OP-OFFEN TO ZV-BETED.
           MOVE ZV-UTAGE TO ZV-TAGED.
           MOVE ZV-TAGE TO ZV-TAGED2.
           MOVE ZV-ZINS TO ZV-BETED2.
           MOVE SPACE TO ZV-ZEILE.
           STRING ZV-DATED " " ZV-DATED2 " " ZV-BETED " " ZV-TAGED
               " " ZV-TAGED2 " " ZV-BETED2 "  " OP-TEXT(1:24)
               DELIMITED BY SIZE INTO ZV-ZEILE.
           MOVE ZV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           ADD ZV-ZINS TO ZV-KSUM.
           GO C.
       X.  IF ZV-BRIEF NOT = "J" GO Z.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE ZV-KSUM TO ZV-BETED.
           MOVE SPACE TO ZV-ZEILE.
           STRING "Verzugszinsen gesamt.........: " ZV-BETED
               DELIMITED BY SIZE INTO ZV-ZEILE.
           MOVE ZV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Der Betrag wird Ihrem Konto belastet." TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************ Verzugszinsen - Zinstage *
      *  Tage von ZV-VON bis ZV-HEUTE nach 30/360 (31. zaehlt als 30.)  *
       VZINS-TAGE SECTION.
       A.  MOVE ZV-VON(1:4) TO ZV-VJ.
           MOVE ZV-VON(5:2) TO ZV-VM.
           MOVE ZV-VON(7:2) TO ZV-VT.
           MOVE ZV-HEUTE(1:4) TO ZV-HJ.
           MOVE ZV-HEUTE(5:2) TO ZV-HM.
           MOVE ZV-HEUTE(7:2) TO ZV-HT.
           IF ZV-VT > 30 MOVE 30 TO ZV-VT.
           IF ZV-HT > 30 MOVE 30 TO ZV-HT.
           COMPUTE ZV-TAGE = (ZV-HJ - ZV-VJ) * 360
               + (ZV-HM - ZV-VM) * 30 + ZV-HT - ZV-VT.
       Z.  EXIT.
      ************************************ Verzugszinsen - Briefkopf *
       VZINS-KOPF SECTION.
       A.  MOVE "J" TO ZV-BRIEF.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF ZV-QU = "E" PERFORM ADR-EIGEN
                     ELSE PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE ZV-KTO TO ZV-KTOED.
           MOVE SPACE TO ZV-ZEILE.
           STRING "Verzugszinsenaufstellung - Konto " ZV-KTOED
               DELIMITED BY SIZE INTO ZV-ZEILE.
           MOVE ZV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF ZV-QU = "E" PERFORM WHG-TOPZEILE.
           MOVE KO-VZINS TO ZV-ZSED.
           MOVE ZV-HEUTE TO ZV-DATED.
           MOVE SPACE TO ZV-ZEILE.
           STRING "Zinssatz " ZV-ZSED " % p.a., gerechnet bis "
               ZV-DATED DELIMITED BY SIZE INTO ZV-ZEILE.
           MOVE ZV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO ZV-ZEILE.
           MOVE "Datum" TO ZV-ZEILE(1:5).
           MOVE "faellig" TO ZV-ZEILE(10:7).
           MOVE "offen" TO ZV-ZEILE(25:5).
           MOVE "Tage" TO ZV-ZEILE(32:4).
           MOVE "Zinst" TO ZV-ZEILE(37:5).
           MOVE "Zinsen" TO ZV-ZEILE(47:6).
           MOVE "Text" TO ZV-ZEILE(55:4).
           MOVE ZV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************ Verzugszinsen - Belastung *
      *  Zinssumme des Kontos als offener Posten Z, faellig sofort.     *
       VZINS-POSTEN SECTION.
       A.  MOVE ZV-QU TO OF-QU.
           MOVE ZV-KTO TO OF-KTO.
           MOVE "Z" TO OF-ART.
           MOVE ZV-KSUM TO OF-BETRAG.
           MOVE ZV-HEUTE TO OF-DATUM OF-FAELL.
           MOVE ZV-TEXTD TO OF-TEXT.
           PERFORM OPOS-BELASTUNG.
           ADD 1 TO ZV-ANZ.
           ADD ZV-KSUM TO ZV-SUMME.
       Z.  EXIT.
      ************************************ Verzugszinsen - MIETBUCH *
       VZINS-MBUCH SECTION.
       A.  MOVE 0 TO MB-LFDNR.
       B.  ADD 1 TO MB-LFDNR.
           MOVE MI-KTONR TO MB-KTONR.
           MOVE ZV-HEUTE TO MB-DATUM.
           MOVE WE-FNR TO MB-FNR.
           MOVE "Z" TO MB-ART.
           MOVE ZV-KSUM TO MB-BETRAG.
           MOVE ZV-TEXTD TO MB-TEXT.
           WRITE MB-SATZ INVALID KEY GO B.
       Z.  EXIT.
      ************************************************* Rechtsfaelle *
      *  Uebergabe eines Eigentuemer- (E) oder Mieterkontos (M) an     *
      *  Anwalt/Inkasso (Lieferant aus LIEF): bei der Anlage wird die   *
      *  Forderung aus den offenen Posten eingefroren und das Ueber-    *
      *  gabeschreiben mit allen offenen Posten gedruckt (Briefart      *
      *  RECHT). Danach Status U/K/T/X/E nachfuehren und Rechtskosten   *
      *  belasten (Saldo, OPOS und MIETBUCH mit Art K).                 *
       RECHTSF-WARTUNG SECTION.
       A.  MOVE "     Rechtsfaelle" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO RV-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO RV-HEUTE
                           ELSE ADD 19000000 TO RV-HEUTE.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN INPUT LIEF.
           IF WF-STATUS = "35"
               DISPLAY "keine Lieferanten - zuerst Anwalt anlegen"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-RECHT.DAT" TO DATEI.
           OPEN I-O RECHTSF.
           IF WF-STATUS = "35"
               OPEN OUTPUT RECHTSF
               CLOSE RECHTSF
               OPEN I-O RECHTSF.
       B.  DISPLAY "Quelle E=Eigentuemer M=Mieter, leer=Ende" AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X = SPACE GO X.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO B.
           MOVE WH-X TO RV-QU.
           DISPLAY RV-QU with highlight AT 0349.
       C.  DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           IF WH-WERT = 0
               MOVE RV-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO C END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO RV-KTO.
           PERFORM RECHT-KONTO.
           IF RECHT-FEHLT
               DISPLAY "Konto unbekannt" AT 2401
               PERFORM WEITER
               GO C.
           DISPLAY RV-NAME with highlight AT 0455.
           MOVE RV-QU TO RF-QUELLE.
           MOVE RV-KTO TO RF-KTONR.
           MOVE SPACE TO RV-NEU.
           READ RECHTSF INVALID KEY MOVE "J" TO RV-NEU.
           IF RV-NEU NOT = "J" AND RF-FNR NOT = WE-FNR
               DISPLAY "Rechtsfall gehoert anderem Mandanten" AT 2401
               PERFORM WEITER
               GO C.
           IF RV-NEU = "J" GO C8.
           IF RF-STAT NOT = "E" GO C9.
           DISPLAY "Rechtsfall erledigt - N=neue Uebergabe, "
               "<ret>=anzeigen" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2365.
           IF WH-X NOT = "N" GO C9.
      *    Neuanlage bzw. erneute Uebergabe nach Erledigung: Forderung  *
      *    und Kosten beginnen neu.                                     *
       C8. MOVE "J" TO RV-NEU.
           DISPLAY "neue Uebergabe - Anlage" AT 2401.
           INITIALIZE RF-SATZ.
           MOVE RV-QU TO RF-QUELLE.
           MOVE RV-KTO TO RF-KTONR.
           MOVE WE-FNR TO RF-FNR.
           MOVE RV-HEUTE TO RF-UEBDAT RF-STDAT.
           MOVE "U" TO RF-STAT.
           PERFORM RECHT-FORDERUNG.
           IF RF-ANZOP = 0
               DISPLAY "keine offenen Posten - keine Uebergabe"
                   AT 2401
               PERFORM WEITER
               GO C.
       C9. MOVE RF-STAT TO RV-STALT.
           MOVE 0 TO RV-BETRAG.
           DISPLAY "Uebergabe am........:" AT 0527.
           MOVE RF-UEBDAT TO RV-DATED.
           DISPLAY RV-DATED with highlight AT 0549.
           MOVE RF-FORDERUNG TO RV-BETED.
           MOVE RF-ANZOP TO RV-ANZED.
           DISPLAY "Forderung...........:" AT 0627.
           DISPLAY RV-BETED with highlight AT 0649
                   " aus " RV-ANZED " Posten" AT 0000.
           MOVE RF-KOSTEN TO RV-BETED.
           DISPLAY "Rechtskosten bisher.:" AT 0727.
           DISPLAY RV-BETED with highlight AT 0749.
       D.  DISPLAY "<esc>=Abbruch, <ret>=Anwalt/Inkasso (Lieferant)"
               AT 2301.
           DISPLAY "Anwalt (Lief.-Nr.)..:" AT 0827.
           MOVE RF-LFNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495005" WH-CREG.
           IF ESC GO B.
           IF not RET GO D.
           IF WH-WERT = 0 GO D.
           MOVE WH-WERT TO LF-NR.
           MOVE SPACE TO RV-GEF.
           READ LIEF INVALID KEY MOVE "J" TO RV-GEF.
           IF RECHT-FEHLT OR LF-FNR NOT = WE-FNR
               DISPLAY "Lieferant unbekannt" AT 2401
               PERFORM WEITER
               GO D.
           MOVE WH-WERT TO RF-LFNR.
           DISPLAY LF-NAME with highlight AT 0855.
       E.  DISPLAY "Aktenzeichen........:" AT 0927.
           DISPLAY RF-AKTZ with highlight AT 0949.
           ACCEPT RF-AKTZ AT 0949.
           IF NOT RET GO E.
           IF RV-NEU = "J" GO H.
       F.  DISPLAY "U=uebergeben K=Klage T=Titel X=Exekution "
               "E=erledigt" AT 2301.
           DISPLAY "Status..............:" AT 1027.
           DISPLAY RF-STAT with highlight AT 1049.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 1049.
           IF WH-X = SPACE GO G.
           IF WH-X NOT = "U" AND WH-X NOT = "K" AND WH-X NOT = "T"
              AND WH-X NOT = "X" AND WH-X NOT = "E"
               GO F.
           MOVE WH-X TO RF-STAT.
       G.  DISPLAY "<esc>=Abbr., <ret>=neue Rechtskosten (x100)"
               AT 2301.
           DISPLAY "neue Kosten (x100)..:" AT 1127.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1149.
           CALL "CAUP" USING "1011495007" WH-CREG.
           IF ESC GO B.
           IF not RET GO G.
           COMPUTE RV-BETRAG = WH-WERT / 100.
           IF RV-BETRAG = 0 GO H.
           MOVE RV-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - keine Kosten"
                   AT 2401
               MOVE 0 TO RV-BETRAG
               PERFORM WEITER
               GO G.
       H.  DISPLAY "Notiz...............:" AT 1227.
           DISPLAY RF-TEXT with highlight AT 1249.
           ACCEPT RF-TEXT AT 1249.
           IF NOT RET GO H.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO B.
           IF not RET GO M.
           IF RF-STAT NOT = RV-STALT MOVE RV-HEUTE TO RF-STDAT.
           IF RV-BETRAG NOT = 0 PERFORM RECHT-KOSTEN.
           REWRITE RF-SATZ INVALID KEY WRITE RF-SATZ.
           IF RV-NEU = "J" PERFORM RECHT-BRIEF.
           MOVE "RECHT" TO WH-PN.
           GO B.
       X.  CLOSE RECHTSF LIEF.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Rechtsfall - Kontosatz *
      *  Liest das Konto RV-QU/RV-KTO des Mandanten; Name und Saldo     *
      *  nach RV-NAME/RV-SALDO, RV-GEF = J wenn unbekannt.              *
       RECHT-KONTO SECTION.
       A.  MOVE SPACE TO RV-GEF RV-NAME.
           MOVE 0 TO RV-SALDO.
           IF RV-QU = "M" GO B.
           MOVE RV-KTO TO EG-KTONR.
           READ EIGENTUM INVALID KEY MOVE "J" TO RV-GEF.
           IF RECHT-FEHLT GO Z.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO RV-GEF GO Z.
           IF EG-NAME = SPACE MOVE EG-BEZ TO RV-NAME
                         ELSE MOVE EG-NAME TO RV-NAME.
           MOVE EG-SALDO TO RV-SALDO.
           GO Z.
       B.  MOVE RV-KTO TO MI-KTONR.
           READ MIETER INVALID KEY MOVE "J" TO RV-GEF.
           IF RECHT-FEHLT GO Z.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO RV-GEF GO Z.
           MOVE MI-NAME TO RV-NAME.
           MOVE MI-SALDO TO RV-SALDO.
       Z.  EXIT.
      ************************************* Rechtsfall - Forderung *
      *  Summe und Anzahl der offenen Posten des Kontos zum Ueber-      *
      *  gabetag - danach eingefroren.                                  *
       RECHT-FORDERUNG SECTION.
       A.  MOVE 0 TO RF-FORDERUNG RF-ANZOP.
           PERFORM OPOS-OEFFNEN.
           MOVE RV-QU TO OP-QUELLE.
           MOVE RV-KTO TO OP-KTONR.
           MOVE 0 TO OP-DATUM OP-LFDNR.
           MOVE SPACE TO RV-EOF.
           START OPOS KEY NOT < OP-KEY INVALID KEY
               MOVE "J" TO RV-EOF.
       B.  IF RECHT-EOF GO X.
           READ OPOS NEXT RECORD AT END MOVE "J" TO RV-EOF GO B.
           IF OP-QUELLE NOT = RV-QU OR OP-KTONR NOT = RV-KTO GO X.
           IF OP-OFFEN NOT > 0 GO B.
           ADD OP-OFFEN TO RF-FORDERUNG.
           ADD 1 TO RF-ANZOP.
           GO B.
       X.  CLOSE OPOS.
       Z.  EXIT.
      ************************************* Rechtsfall - Kosten *
      *  Rechtskosten RV-BETRAG dem Konto belasten: Saldo, eigener      *
      *  offener Posten K, beim Mieter zusaetzlich MIETBUCH-Satz K.     *
       RECHT-KOSTEN SECTION.
       A.  PERFORM RECHT-KONTO.
           IF RECHT-FEHLT GO Z.
           MOVE SPACE TO RV-TEXTD.
           STRING "Rechtskosten " RF-AKTZ DELIMITED BY SIZE
               INTO RV-TEXTD.
           IF RV-QU = "M" GO B.
           ADD RV-BETRAG TO EG-SALDO.
           REWRITE EG-SATZ.
           GO C.
       B.  ADD RV-BETRAG TO MI-SALDO.
           REWRITE MI-SATZ.
           MOVE "HV-MIBUCH.DAT" TO DATEI.
           OPEN I-O MIETBUCH.
           IF WF-STATUS = "35"
               OPEN OUTPUT MIETBUCH
               CLOSE MIETBUCH
               OPEN I-O MIETBUCH.
           MOVE MI-KTONR TO MB-KTONR.
           MOVE RV-HEUTE TO MB-DATUM.
           MOVE 0 TO MB-LFDNR.
       B1. ADD 1 TO MB-LFDNR.
           MOVE WE-FNR TO MB-FNR.
           MOVE "K" TO MB-ART.
           MOVE RV-BETRAG TO MB-BETRAG.
           MOVE RV-TEXTD TO MB-TEXT.
           WRITE MB-SATZ INVALID KEY GO B1.
           CLOSE MIETBUCH.
       C.  PERFORM OPOS-OEFFNEN.
           MOVE RV-QU TO OF-QU.
           MOVE RV-KTO TO OF-KTO.
           MOVE "K" TO OF-ART.
           MOVE RV-BETRAG TO OF-BETRAG.
           MOVE RV-HEUTE TO OF-DATUM OF-FAELL.
           MOVE RV-TEXTD TO OF-TEXT.
           PERFORM OPOS-BELASTUNG.
           CLOSE OPOS.
           ADD RV-BETRAG TO RF-KOSTEN.
       Z.  EXIT.
      ************************************* Rechtsfall - Uebergabe *
      *  Uebergabeschreiben an den Anwalt mit allen offenen Posten;     *
      *  bei PDF/Email-Ausgabe je Fall ein Archivbrief RECHT am Konto.  *
       RECHT-BRIEF SECTION.
       A.  MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-OEFFNEN.
           MOVE "RECHT" TO AQ-ART.
           MOVE RV-QU TO AQ-QU.
           MOVE RV-KTO TO AQ-KTO.
           IF KO-DRU(WL-RPT) = 2 OR KO-DRU(WL-RPT) = 3
               PERFORM ARCH-NAME.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE LF-NAME TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE RV-KTO TO RV-KTOED.
           MOVE SPACE TO RV-ZEILE.
           STRING "Uebergabe zur Rechtsverfolgung - Konto " RV-QU
               " " RV-KTOED DELIMITED BY SIZE INTO RV-ZEILE.
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF RF-AKTZ NOT = SPACE
               MOVE SPACE TO RV-ZEILE
               STRING "Ihr Zeichen: " RF-AKTZ DELIMITED BY SIZE
                   INTO RV-ZEILE
               MOVE RV-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Schuldner:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF RV-QU = "E" PERFORM ADR-EIGEN
                          PERFORM WHG-TOPZEILE
                     ELSE PERFORM ADR-MIETER.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO RV-ZEILE.
           MOVE "Datum" TO RV-ZEILE(1:5).
           MOVE "faellig" TO RV-ZEILE(10:7).
           MOVE "Betrag" TO RV-ZEILE(22:6).
           MOVE "offen" TO RV-ZEILE(34:5).
           MOVE "Text" TO RV-ZEILE(41:4).
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM OPOS-OEFFNEN.
           MOVE RV-QU TO OP-QUELLE.
           MOVE RV-KTO TO OP-KTONR.
           MOVE 0 TO OP-DATUM OP-LFDNR.
           MOVE SPACE TO RV-EOF.
           START OPOS KEY NOT < OP-KEY INVALID KEY
               MOVE "J" TO RV-EOF.
       B.  IF RECHT-EOF GO C.
           READ OPOS NEXT RECORD AT END MOVE "J" TO RV-EOF GO B.
           IF OP-QUELLE NOT = RV-QU OR OP-KTONR NOT = RV-KTO GO C.
           IF OP-OFFEN NOT > 0 GO B.
           MOVE OP-DATUM TO RV-DATED.
           MOVE OP-FAELLIG TO RV-DATED2.
           MOVE OP-BETRAG TO RV-BETED.
           MOVE OP-OFFEN TO RV-BETED2.
           MOVE SPACE TO RV-ZEILE.
           STRING RV-DATED " " RV-DATED2 " " RV-BETED " " RV-BETED2
               "  " OP-TEXT DELIMITED BY SIZE INTO RV-ZEILE.
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       C.  CLOSE OPOS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE RF-FORDERUNG TO RV-BETED.
           MOVE RF-UEBDAT TO RV-DATED.
           MOVE SPACE TO RV-ZEILE.
           STRING "Forderung zum " RV-DATED "......: " RV-BETED
               DELIMITED BY SIZE INTO RV-ZEILE.
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Wir uebergeben Ihnen die obige Forderung mit der"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Bitte um Einleitung der rechtlichen Schritte."
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Mahnungen durch die Hausverwaltung sind eingestellt."
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           IF KO-DRU(WL-RPT) NOT = 3 GO X.
           MOVE SPACE TO WF-STATUS.
           CALL "CAMAIL" USING WX-LPT SPACE WH-CREG.
           MOVE SPACE TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           PERFORM ARCH-STATUS.
       X.  CLOSE ARCHIV.
       Z.  EXIT.
      ************************************* Rechtsfall - Mahnsperre *
      *  RV-SPERRE = J, wenn fuer RV-QU/RV-KTO ein nicht erledigter     *
      *  Rechtsfall des Mandanten besteht (Aufrufer oeffnet RECHTSF,    *
      *  RV-RFOFF = J wenn die Datei fehlt).                            *
       RECHTSF-PRUEF SECTION.
       A.  MOVE SPACE TO RV-SPERRE.
           IF RV-RFOFF = "J" GO Z.
           MOVE RV-QU TO RF-QUELLE.
           MOVE RV-KTO TO RF-KTONR.
           MOVE SPACE TO RV-GEF.
           READ RECHTSF INVALID KEY MOVE "J" TO RV-GEF.
           IF RECHT-FEHLT GO Z.
           IF RF-FNR NOT = WE-FNR GO Z.
           IF RF-STAT NOT = "E" MOVE "J" TO RV-SPERRE.
       Z.  EXIT.
      ************************************* Rechtsfall - Liste *
      *  Alle Rechtsfaelle des Mandanten mit Status, eingefrorener      *
      *  Forderung, Kosten und aktuellem Kontosaldo; Summen ueber die   *
      *  nicht erledigten Faelle.                                       *
       RECHT-LISTE SECTION.
       A.  MOVE "  Rechtsfall-Liste" TO WK-GEB.
           MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE "HV-RECHT.DAT" TO DATEI.
           OPEN INPUT RECHTSF.
           IF WF-STATUS = "35"
               DISPLAY "keine Rechtsfaelle vorhanden" AT 2301
               PERFORM WEITER
               GO Z.
           MOVE 0 TO RV-ANZ RV-FSUM RV-KSUM RF-KTONR.
           MOVE SPACE TO RF-QUELLE RV-EOF.
           START RECHTSF KEY NOT < RF-KEY INVALID KEY
               MOVE "J" TO RV-EOF.
           OPEN OUTPUT DRUCKER.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Rechtsfaelle" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO RV-ZEILE.
           MOVE "Q Konto Name" TO RV-ZEILE(1:12).
           MOVE "Status" TO RV-ZEILE(27:6).
           MOVE "Uebergabe" TO RV-ZEILE(38:9).
           MOVE "Forderung" TO RV-ZEILE(48:9).
           MOVE "Kosten" TO RV-ZEILE(62:6).
           MOVE "Saldo" TO RV-ZEILE(74:5).
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       B.  IF RECHT-EOF GO X.
           READ RECHTSF NEXT RECORD AT END MOVE "J" TO RV-EOF GO B.
           IF RF-FNR NOT = WE-FNR GO B.
           MOVE RF-QUELLE TO RV-QU.
           MOVE RF-KTONR TO RV-KTO.
           PERFORM RECHT-KONTO.
           EVALUATE RF-STAT
               WHEN "U" MOVE "uebergeben" TO RV-STTXT
               WHEN "K" MOVE "Klage" TO RV-STTXT
               WHEN "T" MOVE "Titel" TO RV-STTXT
               WHEN "X" MOVE "Exekution" TO RV-STTXT
               WHEN OTHER MOVE "erledigt" TO RV-STTXT
           END-EVALUATE.
           MOVE RF-KTONR TO RV-KTOED.
           MOVE RF-UEBDAT TO RV-DATED.
           MOVE RF-FORDERUNG TO RV-BETED.
           MOVE RF-KOSTEN TO RV-BETED2.
           MOVE RV-SALDO TO RV-BETED3.
           MOVE SPACE TO RV-ZEILE.
           STRING RF-QUELLE " " RV-KTOED " " RV-NAME(1:18) " "
               RV-STTXT " " RV-DATED " " RV-BETED " " RV-BETED2 " "
               RV-BETED3 DELIMITED BY SIZE INTO RV-ZEILE.
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF RF-STAT = "E" GO B.
           ADD 1 TO RV-ANZ.
           ADD RF-FORDERUNG TO RV-FSUM.
           ADD RF-KOSTEN TO RV-KSUM.
           GO B.
       X.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE RV-ANZ TO RV-KTOED.
           MOVE RV-FSUM TO RV-BETED.
           MOVE RV-KSUM TO RV-BETED2.
           MOVE SPACE TO RV-ZEILE.
           STRING "offene Faelle: " RV-KTOED "  Forderung " RV-BETED
               "  Kosten " RV-BETED2 DELIMITED BY SIZE INTO RV-ZEILE.
           MOVE RV-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER RECHTSF.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Rechtsfaelle: " RV-ANZ " offen." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ********************************************* Klaerungsposten *
      *  Offene Klaerungsposten des Mandanten aus dem Kontoauszug-      *
      *  Import der Reihe nach abarbeiten: eine Gutschrift einem        *
      *  Eigentuemer- oder Mieterkonto zuordnen (Buchung wie beim       *
      *  Import, Journal ZJ-ART N) oder - nach Erfassung ueber die      *
      *  Buchungsmaske - als manuell gebucht erledigen.                 *
       KLAER-WARTUNG SECTION.
       A.  MOVE "   Klaerungsposten" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO BF-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO BF-HEUTE
                           ELSE ADD 19000000 TO BF-HEUTE.
           MOVE "HV-KLAER.DAT" TO DATEI.
           OPEN I-O KLAER.
           IF WF-STATUS = "35"
               DISPLAY "keine Klaerungsposten vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-ZJOUR.DAT" TO DATEI.
           OPEN I-O ZJOURNAL.
           IF WF-STATUS = "35"
               OPEN OUTPUT ZJOURNAL
               CLOSE ZJOURNAL
               OPEN I-O ZJOURNAL.
           PERFORM OPOS-OEFFNEN.
           MOVE WE-FNR TO KL-FNR.
           MOVE 0 TO KL-DATUM KL-LFDNR BF-ANZ.
           MOVE SPACE TO BF-EOF.
           START KLAER KEY NOT < KL-KEY INVALID KEY
               MOVE "J" TO BF-EOF.
       B.  IF BANK-EOF GO W.
           READ KLAER NEXT RECORD AT END MOVE "J" TO BF-EOF GO B.
           IF KL-FNR NOT = WE-FNR MOVE "J" TO BF-EOF GO B.
           IF KL-STAT NOT = "O" GO B.
           ADD 1 TO BF-ANZ.
           MOVE SPACE TO BF-NAME.
           DISPLAY "Auszug vom..........:" AT 0327.
           MOVE KL-DATUM TO BF-DATED.
           DISPLAY BF-DATED with highlight AT 0349.
           DISPLAY "Betrag..............:" AT 0427.
           MOVE KL-BETRAG TO BF-BETED.
           DISPLAY BF-BETED with highlight AT 0449.
           DISPLAY "Verwendungszweck....:" AT 0527.
           DISPLAY KL-REF(1:30) with highlight AT 0549.
           DISPLAY KL-REF(31:30) with highlight AT 0649.
           DISPLAY BF-NAME AT 0927.
           DISPLAY BF-NAME AT 1027.
       C.  DISPLAY "Z=Konto zuordnen B=manuell gebucht E=Ende, "
               "leer=weiter" AT 2301.
           DISPLAY "Aktion (Z/B/E)......:" AT 0827.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0849.
           IF WH-X = SPACE GO B.
           IF WH-X = "E" GO X.
           IF WH-X = "B" GO M.
           IF WH-X NOT = "Z" GO C.
           IF KL-BETRAG NOT > 0
               DISPLAY "Belastung - nur als manuell gebucht erledigen"
                   AT 2401
               PERFORM WEITER
               GO C.
           MOVE BF-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - keine Zuordnung"
                   AT 2401
               PERFORM WEITER
               GO C.
       D.  DISPLAY "Quelle E=Eigentuemer M=Mieter, leer=zurueck"
               AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0927.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0949.
           IF WH-X = SPACE GO C.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO D.
           MOVE WH-X TO BF-QU.
           DISPLAY BF-QU with highlight AT 0949.
       E.  DISPLAY "<esc>=zurueck, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 1027.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1049.
           CALL "CAUP" USING "1010495005" WH-CREG.
           IF ESC GO D.
           IF not RET GO E.
           IF WH-WERT = 0
               MOVE BF-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO E END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO BF-KTO.
           PERFORM KLAER-KONTO.
           IF BANK-FEHLT
               DISPLAY "Konto unbekannt" AT 2401
               PERFORM WEITER
               GO E.
           DISPLAY BF-NAME(1:25) with highlight AT 1055.
       F.  DISPLAY "<esc>=zurueck, <ret>=zuordnen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO C.
           IF not RET GO F.
           PERFORM KLAER-ZUORDNEN.
           IF BANK-FEHLT GO E.
           MOVE "Z" TO KL-STAT.
           MOVE BF-QU TO KL-QUELLE.
           MOVE BF-KTO TO KL-KTONR.
           GO N.
       M.  DISPLAY "<esc>=zurueck, <ret>=als manuell gebucht erledigen"
               AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO C.
           IF not RET GO M.
           MOVE "B" TO KL-STAT.
       N.  MOVE BF-HEUTE TO KL-ZDAT.
           MOVE WE-USER TO KL-USER.
           REWRITE KL-SATZ.
           MOVE "KLAER" TO WH-PN.
           GO B.
       W.  IF BF-ANZ = 0
               DISPLAY "keine offenen Klaerungsposten" AT 2401
           ELSE
               DISPLAY "keine weiteren offenen Klaerungsposten" AT 2401.
           PERFORM WEITER.
       X.  CLOSE KLAER ZJOURNAL OPOS.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Klaerungsposten - Konto *
      *  Liest das Konto BF-QU/BF-KTO des Mandanten, Name nach          *
      *  BF-NAME; BF-GEF = J wenn unbekannt.                            *
       KLAER-KONTO SECTION.
       A.  MOVE SPACE TO BF-GEF BF-NAME.
           IF BF-QU = "M" GO B.
           MOVE BF-KTO TO EG-KTONR.
           READ EIGENTUM INVALID KEY MOVE "J" TO BF-GEF.
           IF BANK-FEHLT GO Z.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO BF-GEF GO Z.
           IF EG-NAME = SPACE MOVE EG-BEZ TO BF-NAME
                         ELSE MOVE EG-NAME TO BF-NAME.
           GO Z.
       B.  MOVE BF-KTO TO MI-KTONR.
           READ MIETER INVALID KEY MOVE "J" TO BF-GEF.
           IF BANK-FEHLT GO Z.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO BF-GEF GO Z.
           MOVE MI-NAME TO BF-NAME.
       Z.  EXIT.
      ************************************ Klaerungsposten - Zuordnen *
      *  Gutschrift KL-BETRAG wie ein Import-Eingang verbuchen: Saldo   *
      *  mindern, offene Posten ausziffern, Journalsatz ZJ-ART N mit    *
      *  dem Importtag als Laufkennung (sperrt keinen Import).          *
       KLAER-ZUORDNEN SECTION.
       A.  PERFORM KLAER-KONTO.
           IF BANK-FEHLT GO Z.
           IF BF-QU = "E"
               SUBTRACT KL-BETRAG FROM EG-SALDO
               REWRITE EG-SATZ
           ELSE
               SUBTRACT KL-BETRAG FROM MI-SALDO
               REWRITE MI-SATZ.
           MOVE BF-QU TO OF-QU.
           MOVE BF-KTO TO OF-KTO.
           MOVE KL-BETRAG TO OF-REST.
           PERFORM OPOS-AUSZIFFERN.
           MOVE 0 TO BF-JLFD.
       B.  ADD 1 TO BF-JLFD.
           MOVE KL-DATUM TO ZJ-LAUFNR.
           MOVE BF-JLFD TO ZJ-LFDNR.
           MOVE WE-FNR TO ZJ-FNR.
           MOVE "N" TO ZJ-ART.
           MOVE BF-QU TO ZJ-QUELLE.
           MOVE BF-KTO TO ZJ-KTONR.
           MOVE BF-HEUTE TO ZJ-DATUM.
           MOVE KL-BETRAG TO ZJ-BETRAG.
           WRITE ZJ-SATZ INVALID KEY GO B.
       Z.  EXIT.
      ************************************* Bankabstimmung - Liste *
      *  Gespeicherte Abstimmungen des Mandanten fuer ein Jahr (Nach-   *
      *  weis fuer die Rechnungspruefer) und die derzeit offenen        *
      *  Klaerungsposten.                                               *
       BANK-LISTE SECTION.
       A.  MOVE "   Bankabstimmung" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           MOVE WH-DATUM TO BF-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO BF-HEUTE
                           ELSE ADD 19000000 TO BF-HEUTE.
           MOVE BF-HEUTE(1:4) TO BF-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Jahr" AT 2301.
           DISPLAY "Jahr................:" AT 0327.
           MOVE BF-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO BF-JAHR.
           COMPUTE BF-JVON = BF-JAHR * 10000.
           COMPUTE BF-JBIS = BF-JVON + 9999.
           MOVE "HV-AUSZS.DAT" TO DATEI.
           OPEN INPUT AUSZSAL.
           IF WF-STATUS = "35"
               DISPLAY "keine Bankabstimmung vorhanden" AT 2301
               PERFORM WEITER
               GO Z.
           MOVE 0 TO BF-ANZ BF-ANZK.
           OPEN OUTPUT DRUCKER.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO BF-ZEILE.
           STRING "Bankabstimmung Vereinskonto " BF-JAHR
               DELIMITED BY SIZE INTO BF-ZEILE.
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO BF-ZEILE.
           MOVE "Auszug" TO BF-ZEILE(1:6).
           MOVE "Schlusssaldo" TO BF-ZEILE(12:12).
           MOVE "Bankbuch" TO BF-ZEILE(30:8).
           MOVE "Klaerung" TO BF-ZEILE(44:8).
           MOVE "ungeklaert" TO BF-ZEILE(56:10).
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WE-FNR TO AZ-FNR.
           MOVE BF-JVON TO AZ-AUSZDAT.
           MOVE SPACE TO BF-EOF.
           START AUSZSAL KEY NOT < AZ-KEY INVALID KEY
               MOVE "J" TO BF-EOF.
       B.  IF BANK-EOF GO C.
           READ AUSZSAL NEXT RECORD AT END MOVE "J" TO BF-EOF GO B.
           IF AZ-FNR NOT = WE-FNR OR AZ-AUSZDAT > BF-JBIS GO C.
           ADD 1 TO BF-ANZ.
           IF AZ-DIFF NOT = 0 ADD 1 TO BF-ANZK.
           MOVE AZ-AUSZDAT TO BF-DATED.
           MOVE AZ-CLBD TO BF-BETED.
           MOVE AZ-BUCH TO BF-BETED2.
           MOVE AZ-KLAER TO BF-BETED3.
           MOVE AZ-DIFF TO BF-BETED4.
           MOVE SPACE TO BF-ZEILE.
           STRING BF-DATED " " BF-BETED " " BF-BETED2 " " BF-BETED3
               " " BF-BETED4 " " AZ-ANFKZ DELIMITED BY SIZE
               INTO BF-ZEILE.
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       C.  CLOSE AUSZSAL.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE BF-ANZ TO BF-ANZED.
           MOVE BF-ANZK TO BF-KTOED.
           MOVE SPACE TO BF-ZEILE.
           STRING "Auszuege: " BF-ANZED ", davon mit ungeklaerter "
               "Differenz: " BF-KTOED DELIMITED BY SIZE INTO BF-ZEILE.
           MOVE BF-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "(A = Bankbuch mit diesem Auszug eroeffnet)"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "derzeit offene Klaerungsposten:" TO DR-ZEILE.
           WRITE DR-ZEILE.
      *    Stichtag hinter jedem Zuordnungsdatum: nur Status O zaehlt.  *
           MOVE 99999999 TO BF-HEUTE.
           PERFORM BANK-KLAERSUM.
           MOVE "  Summe offene Klaerungsposten" TO BF-TEXT.
           MOVE BF-KLSUM TO BF-BET.
           PERFORM BANK-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           DISPLAY "Bankabstimmung: " BF-ANZ " Auszuege." AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Prueftermine - Menue *
      *  Gesetzliche Pruef- und Wartungstermine (Aufzug, Feuer-         *
      *  loescher, Blitzschutz, Rauchfang, Spielplatz, Brandschutz-     *
      *  tueren) je Mandant: Stammwartung, Eintrag einer durchge-       *
      *  fuehrten Pruefung und Faelligkeitsliste; die Liste laeuft      *
      *  auch im Stapel (Funktion PRUEFTERMINE).                        *
       PRUEF-MENU SECTION.
       A.  MOVE "     Prueftermine" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           PERFORM PRUEF-OEFFNEN.
       B.  DISPLAY "W=Wartung, P=Pruefung eintragen, "
               "L=Faelligkeitsliste, leer=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2366.
           IF WH-X = SPACE GO X.
           IF WH-X = "W" PERFORM PRUEF-WARTUNG GO B.
           IF WH-X = "P" PERFORM PRUEF-EINTRAG GO B.
           IF WH-X = "L" PERFORM PRUEF-LISTE GO B.
           GO B.
       X.  PERFORM PRUEF-SCHLIESSEN.
           MOVE "PRUEF" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Prueftermine - Dateien *
      *  Pruefstamm und -historie fuer die Dialogwartung (bei Bedarf    *
      *  angelegt), Lieferanten und Wohnungsstamm nur lesend.           *
       PRUEF-OEFFNEN SECTION.
       A.  MOVE WH-DATUM TO PW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO PW-HEUTE
                           ELSE ADD 19000000 TO PW-HEUTE.
           MOVE "HV-PRUEF.DAT" TO DATEI.
           OPEN I-O PRUEFT.
           IF WF-STATUS = "35"
               OPEN OUTPUT PRUEFT
               CLOSE PRUEFT
               OPEN I-O PRUEFT.
           MOVE "HV-PRUEH.DAT" TO DATEI.
           OPEN I-O PRUEFH.
           IF WF-STATUS = "35"
               OPEN OUTPUT PRUEFH
               CLOSE PRUEFH
               OPEN I-O PRUEFH.
           PERFORM PRUEF-NEBEN.
           MOVE "J" TO PW-OFFEN.
       Z.  EXIT.
      ******************************************************************
       PRUEF-SCHLIESSEN SECTION.
       A.  CLOSE PRUEFT PRUEFH.
           PERFORM PRUEF-NEBENZU.
           MOVE SPACE TO PW-OFFEN.
       Z.  EXIT.
      ******************************************************************
       PRUEF-NEBEN SECTION.
       A.  MOVE SPACE TO PW-LFOFF WQ-OFF.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN INPUT LIEF.
           IF WF-STATUS = "35" MOVE "J" TO PW-LFOFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
       Z.  EXIT.
      ******************************************************************
       PRUEF-NEBENZU SECTION.
       A.  IF PW-LFOFF NOT = "J" CLOSE LIEF.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
       Z.  EXIT.
      ************************************* Prueftermine - Wartung *
      *  Anlage/Aenderung eines Pruefobjekts. Die naechste Faelligkeit  *
      *  wird aus letzter Pruefung und Intervall vorgeschlagen und      *
      *  kann ueberschrieben werden; Intervall 0 = ausser Betrieb.      *
       PRUEF-WARTUNG SECTION.
       A.  DISPLAY "<esc>=Abbruch, <ret>=Pruefobjekt-Nr." AT 2301.
           DISPLAY "Pruefobjekt-Nr......:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A.
           IF WH-WERT = 0 GO A.
           MOVE WE-FNR TO PT-FNR.
           MOVE WH-WERT TO PT-NR.
           READ PRUEFT INVALID KEY
               DISPLAY "neues Pruefobjekt - Anlage" AT 2401
               INITIALIZE PT-SATZ
               MOVE WE-FNR TO PT-FNR
               MOVE WH-WERT TO PT-NR
               MOVE 30 TO PT-VORLAUF.
       B.  DISPLAY "A=Aufzug F=Loescher B=Blitz R=Rauchfang "
               "S=Spielpl. T=Brandsch.tuer X=sonst." AT 2301.
           DISPLAY "Pruefart............:" AT 0427.
           DISPLAY PT-ART with highlight AT 0449.
           ACCEPT PT-ART AT 0449.
           IF NOT RET GO B.
           IF PT-ART NOT = "A" AND PT-ART NOT = "F" AND
              PT-ART NOT = "B" AND PT-ART NOT = "R" AND
              PT-ART NOT = "S" AND PT-ART NOT = "T" AND
              PT-ART NOT = "X"
               GO B.
           MOVE PT-ART TO PW-ARTKZ.
           PERFORM PRUEF-ARTTEXT.
           DISPLAY PW-ARTTX AT 0455.
       C.  DISPLAY "<ret>=Bezeichnung des Pruefobjekts" AT 2301.
           DISPLAY "Objekt..............:" AT 0527.
           DISPLAY PT-OBJEKT with highlight AT 0549.
           ACCEPT PT-OBJEKT AT 0549.
           IF NOT RET GO C.
       D.  DISPLAY "<esc>=Abbruch, <ret>=Einheit, 0=allgemeine Teile"
               AT 2301.
           DISPLAY "Standort (Whg.-Nr.).:" AT 0627.
           MOVE PT-WHGNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO D.
           MOVE "allg." TO PW-TOP.
           IF WH-WERT = 0 GO D1.
           MOVE WE-FNR TO WO-FNR.
           MOVE WH-WERT TO WO-NR.
           MOVE SPACE TO PW-GEF.
           IF WQ-OFF = "J" MOVE "J" TO PW-GEF
           ELSE READ WOHNUNG INVALID KEY MOVE "J" TO PW-GEF.
           IF PRUEF-FEHLT
               DISPLAY "Einheit im Wohnungsstamm unbekannt" AT 2401
               PERFORM WEITER
               GO D.
           MOVE WO-TOP TO PW-TOP.
       D1. MOVE WH-WERT TO PT-WHGNR.
           DISPLAY "Top " PW-TOP AT 0655.
       E.  DISPLAY "<esc>=Abbruch, <ret>=zustaendiger Lieferant"
               AT 2301.
           DISPLAY "Lieferant (Nr.).....:" AT 0727.
           MOVE PT-LFNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO E.
           IF WH-WERT = 0 GO E.
           PERFORM PRUEF-LIEF.
           IF PRUEF-FEHLT
               DISPLAY "Lieferant unbekannt" AT 2401
               PERFORM WEITER
               GO E.
           MOVE WH-WERT TO PT-LFNR.
           DISPLAY PW-LFNAME with highlight AT 0755.
       F.  DISPLAY "<esc>=Abbruch, <ret>=Intervall in Monaten, "
               "0=ausser Betrieb" AT 2301.
           DISPLAY "Intervall (Monate)..:" AT 0827.
           MOVE PT-INTERVALL TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO F.
           IF WH-WERT > 120 GO F.
           MOVE WH-WERT TO PT-INTERVALL.
       G.  DISPLAY "<esc>=Abbruch, <ret>=Vorwarnzeit in Tagen" AT 2301.
           DISPLAY "Vorwarnung (Tage)...:" AT 0927.
           MOVE PT-VORLAUF TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO G.
           IF WH-WERT > 365 GO G.
           MOVE WH-WERT TO PT-VORLAUF.
       H.  DISPLAY "<ret>=letzte Pruefung JJJJMMTT, 0=noch keine"
               AT 2301.
           DISPLAY "letzte Pruefung.....:" AT 1027.
           MOVE PT-LETZT TO PW-DATED.
           DISPLAY PW-DATED with highlight AT 1049.
           ACCEPT PW-DATED AT 1049.
           IF NOT RET GO H.
           PERFORM PRUEF-DATCHK.
           IF PRUEF-FEHLT GO H.
           MOVE PW-DATED TO PT-LETZT.
           IF PT-LETZT NOT = 0 AND PT-INTERVALL NOT = 0
               PERFORM PRUEF-NAECHST.
       I.  DISPLAY "<ret>=naechste Faelligkeit JJJJMMTT" AT 2301.
           DISPLAY "naechste Faelligkeit:" AT 1127.
           MOVE PT-NAECHST TO PW-DATED.
           DISPLAY PW-DATED with highlight AT 1149.
           ACCEPT PW-DATED AT 1149.
           IF NOT RET GO I.
           PERFORM PRUEF-DATCHK.
           IF PRUEF-FEHLT GO I.
           MOVE PW-DATED TO PT-NAECHST.
       J.  DISPLAY "O=ohne Maengel, M=Maengel offen, leer=keine Angabe"
               AT 2301.
           DISPLAY "Ergebnis (O/M)......:" AT 1227.
           DISPLAY PT-ERGEBNIS with highlight AT 1249.
           ACCEPT PT-ERGEBNIS AT 1249.
           IF NOT RET GO J.
           IF PT-ERGEBNIS NOT = "O" AND PT-ERGEBNIS NOT = "M" AND
              PT-ERGEBNIS NOT = SPACE
               GO J.
       K.  DISPLAY "<ret>=Maengel bzw. Vermerk" AT 2301.
           DISPLAY "Maengel/Notiz.......:" AT 1327.
           DISPLAY PT-NOTIZ with highlight AT 1349.
           ACCEPT PT-NOTIZ AT 1349.
           IF NOT RET GO K.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           REWRITE PT-SATZ INVALID KEY WRITE PT-SATZ.
           MOVE "PRUEF" TO WH-PN.
           GO A.
       Z.  EXIT.
      ************************************* Prueftermine - Eintrag *
      *  Erfasst eine durchgefuehrte Pruefung in der Historie und       *
      *  fuehrt letzte Pruefung, Ergebnis, Maengelvermerk und naechste  *
      *  Faelligkeit im Stamm nach. Eine nachgetragene aeltere          *
      *  Pruefung geht nur in die Historie.                             *
       PRUEF-EINTRAG SECTION.
       A.  DISPLAY "<esc>=Abbruch, <ret>=Pruefobjekt-Nr." AT 2301.
           DISPLAY "Pruefobjekt-Nr......:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A.
           IF WH-WERT = 0 GO A.
           MOVE WE-FNR TO PT-FNR.
           MOVE WH-WERT TO PT-NR.
           MOVE SPACE TO PW-GEF.
           READ PRUEFT INVALID KEY MOVE "J" TO PW-GEF.
           IF PRUEF-FEHLT
               DISPLAY "Pruefobjekt unbekannt" AT 2401
               PERFORM WEITER
               GO A.
           MOVE PT-ART TO PW-ARTKZ.
           PERFORM PRUEF-ARTTEXT.
           DISPLAY PW-ARTTX with highlight AT 0355.
           DISPLAY "Objekt..............:" AT 0427.
           DISPLAY PT-OBJEKT with highlight AT 0449.
           DISPLAY "faellig am..........:" AT 0527.
           MOVE PT-NAECHST TO PW-DATED.
           DISPLAY PW-DATED with highlight AT 0549.
           INITIALIZE PH-SATZ.
       B.  DISPLAY "<ret>=Datum der Pruefung JJJJMMTT" AT 2301.
           DISPLAY "Pruefung am.........:" AT 0627.
           MOVE PW-HEUTE TO PW-DATED.
           DISPLAY PW-DATED with highlight AT 0649.
           ACCEPT PW-DATED AT 0649.
           IF NOT RET GO B.
           PERFORM PRUEF-DATCHK.
           IF PRUEF-FEHLT GO B.
           IF PW-DATED = 0 GO B.
           IF PW-DATED > PW-HEUTE
               DISPLAY "Pruefdatum liegt in der Zukunft" AT 2401
               PERFORM WEITER
               GO B.
           MOVE PW-DATED TO PW-PDAT.
       C.  DISPLAY "<esc>=Abbruch, <ret>=pruefender Lieferant" AT 2301.
           DISPLAY "Lieferant (Nr.).....:" AT 0727.
           MOVE PT-LFNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           IF WH-WERT = 0 GO C.
           PERFORM PRUEF-LIEF.
           IF PRUEF-FEHLT
               DISPLAY "Lieferant unbekannt" AT 2401
               PERFORM WEITER
               GO C.
           MOVE WH-WERT TO PW-NR.
           DISPLAY PW-LFNAME with highlight AT 0755.
       D.  DISPLAY "O=ohne Maengel, M=Maengel festgestellt" AT 2301.
           DISPLAY "Ergebnis (O/M)......:" AT 0827.
           MOVE SPACE TO PW-ERG.
           ACCEPT PW-ERG AT 0849.
           IF NOT RET GO D.
           IF PW-ERG NOT = "O" AND PW-ERG NOT = "M" GO D.
       E.  DISPLAY "<ret>=Maengel bzw. Vermerk" AT 2301.
           DISPLAY "Maengel/Notiz.......:" AT 0927.
           DISPLAY PH-NOTIZ with highlight AT 0949.
           ACCEPT PH-NOTIZ AT 0949.
           IF NOT RET GO E.
           IF PW-ERG = "M" AND PH-NOTIZ = SPACE
               DISPLAY "bitte Maengel beschreiben" AT 2401
               PERFORM WEITER
               GO E.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           MOVE WE-FNR TO PH-FNR.
           MOVE PT-NR TO PH-NR.
           MOVE PW-PDAT TO PH-DATUM.
           MOVE PW-NR TO PH-LFNR.
           MOVE PW-ERG TO PH-ERGEBNIS.
           MOVE PW-HEUTE TO PH-ERFDAT.
           MOVE WE-USER TO PH-USER.
           WRITE PH-SATZ INVALID KEY REWRITE PH-SATZ.
           IF PW-PDAT < PT-LETZT GO N.
           MOVE PW-PDAT TO PT-LETZT.
           MOVE PW-ERG TO PT-ERGEBNIS.
           MOVE PH-NOTIZ TO PT-NOTIZ.
           IF PT-INTERVALL NOT = 0 PERFORM PRUEF-NAECHST.
           REWRITE PT-SATZ.
       N.  MOVE PT-NAECHST TO PW-DATED.
           DISPLAY "gespeichert - naechste Faelligkeit " PW-DATED
               AT 2401.
           PERFORM WEITER.
           MOVE "PRUEF" TO WH-PN.
           GO A.
       Z.  EXIT.
      ************************************* Prueftermine - Lieferant *
      *  Liest den Lieferanten WH-WERT des Mandanten; Name nach         *
      *  PW-LFNAME, PW-GEF = J wenn unbekannt.                          *
       PRUEF-LIEF SECTION.
       A.  MOVE SPACE TO PW-GEF PW-LFNAME.
           IF PW-LFOFF = "J" MOVE "J" TO PW-GEF GO Z.
           MOVE WH-WERT TO LF-NR.
           READ LIEF INVALID KEY MOVE "J" TO PW-GEF.
           IF PRUEF-FEHLT GO Z.
           IF LF-FNR NOT = WE-FNR MOVE "J" TO PW-GEF GO Z.
           MOVE LF-NAME TO PW-LFNAME.
       Z.  EXIT.
      ************************************* Prueftermine - Datum *
       PRUEF-DATCHK SECTION.
       A.  MOVE SPACE TO PW-GEF.
           IF PW-DATED = 0 GO Z.
           MOVE PW-DATED TO PW-DAT.
           MOVE PW-DAT(5:2) TO PW-MM.
           MOVE PW-DAT(7:2) TO PW-TT.
           IF PW-MM < 1 OR PW-MM > 12 OR PW-TT < 1 OR PW-TT > 31
              OR PW-DAT < 19500101
               MOVE "J" TO PW-GEF
               DISPLAY "Datum ungueltig (JJJJMMTT)" AT 2401
               PERFORM WEITER.
       Z.  EXIT.
      ************************************* Prueftermine - Folgetermin *
      *  PT-NAECHST = PT-LETZT + PT-INTERVALL Monate; der Tag wird auf  *
      *  das Monatsende des Zielmonats begrenzt.                        *
       PRUEF-NAECHST SECTION.
       A.  MOVE PT-LETZT TO PW-DAT.
           MOVE PW-DAT(1:4) TO PW-JJ.
           MOVE PW-DAT(5:2) TO PW-MM.
           MOVE PW-DAT(7:2) TO PW-TT.
           COMPUTE PW-MON = PW-MM - 1 + PT-INTERVALL.
           DIVIDE PW-MON BY 12 GIVING PW-JZ REMAINDER PW-MR.
           ADD PW-JZ TO PW-JJ.
           COMPUTE PW-MM = PW-MR + 1.
           IF PW-TT > 30 AND (PW-MM = 4 OR PW-MM = 6 OR PW-MM = 9
                              OR PW-MM = 11)
               MOVE 30 TO PW-TT.
           IF PW-MM = 2 AND PW-TT > 28 MOVE 28 TO PW-TT.
           COMPUTE PT-NAECHST = PW-JJ * 10000 + PW-MM * 100 + PW-TT.
       Z.  EXIT.
      ************************************* Prueftermine - Resttage *
      *  Tage vom Stichtag PW-HEUTE bis PT-NAECHST (30/360).            *
       PRUEF-TAGE SECTION.
       A.  MOVE PT-NAECHST TO PW-DAT.
           MOVE PW-DAT(1:4) TO PW-JJ.
           MOVE PW-DAT(5:2) TO PW-MM.
           MOVE PW-DAT(7:2) TO PW-TT.
           MOVE PW-HEUTE(1:4) TO PW-HJ.
           MOVE PW-HEUTE(5:2) TO PW-HM.
           MOVE PW-HEUTE(7:2) TO PW-HT.
           IF PW-TT > 30 MOVE 30 TO PW-TT.
           IF PW-HT > 30 MOVE 30 TO PW-HT.
           COMPUTE PW-TAGE = (PW-JJ - PW-HJ) * 360
               + (PW-MM - PW-HM) * 30 + PW-TT - PW-HT.
       Z.  EXIT.
      ************************************* Prueftermine - Einstufung *
      *  PW-STUFE: U = ueberfaellig (auch: noch nie geprueft),          *
      *  F = binnen der Vorwarnzeit faellig, M = Maengel aus der        *
      *  letzten Pruefung offen, leer = nichts zu tun.                  *
       PRUEF-STUFE SECTION.
       A.  MOVE SPACE TO PW-STUFE.
           MOVE PT-ART TO PW-ARTKZ.
           IF PT-INTERVALL = 0 GO Z.
           IF PT-NAECHST < PW-HEUTE MOVE "U" TO PW-STUFE GO Z.
           PERFORM PRUEF-TAGE.
           IF PW-TAGE NOT > PT-VORLAUF MOVE "F" TO PW-STUFE GO Z.
           IF PT-ERGEBNIS = "M" MOVE "M" TO PW-STUFE.
       Z.  EXIT.
      ******************************************************************
       PRUEF-ARTTEXT SECTION.
       A.  EVALUATE PW-ARTKZ
               WHEN "A" MOVE "Aufzug"           TO PW-ARTTX
               WHEN "F" MOVE "Feuerloescher"    TO PW-ARTTX
               WHEN "B" MOVE "Blitzschutz"      TO PW-ARTTX
               WHEN "R" MOVE "Rauchfangkehrer"  TO PW-ARTTX
               WHEN "S" MOVE "Spielplatz"       TO PW-ARTTX
               WHEN "T" MOVE "Brandschutztuer"  TO PW-ARTTX
               WHEN OTHER MOVE "sonstige"       TO PW-ARTTX
           END-EVALUATE.
       Z.  EXIT.
      ************************************* Prueftermine - Listzeile *
      *  Baut PW-ZEILE fuer den geladenen PT-SATZ samt Standort und     *
      *  Lieferant (PW-TOP/PW-LFNAME).                                  *
       PRUEF-ZEILE SECTION.
       A.  PERFORM PRUEF-ARTTEXT.
           MOVE SPACE TO PW-TOP PW-LFNAME.
           IF PT-WHGNR = 0 MOVE "allg." TO PW-TOP GO B.
           IF WQ-OFF = "J" GO B.
           MOVE WE-FNR TO WO-FNR.
           MOVE PT-WHGNR TO WO-NR.
           MOVE SPACE TO PW-GEF.
           READ WOHNUNG INVALID KEY MOVE "J" TO PW-GEF.
           IF NOT PRUEF-FEHLT MOVE WO-TOP TO PW-TOP.
       B.  MOVE PT-LFNR TO WH-WERT.
           PERFORM PRUEF-LIEF.
           MOVE PT-NR TO PW-NRED.
           MOVE PT-NAECHST TO PW-DATED.
           EVALUATE TRUE
               WHEN PRUEF-UEBER   MOVE "UEBERFAELLIG" TO PW-TEXT
               WHEN PRUEF-FAELLIG MOVE "faellig"      TO PW-TEXT
               WHEN OTHER         MOVE "Maengel offen" TO PW-TEXT
           END-EVALUATE.
           MOVE SPACE TO PW-ZEILE.
           STRING PW-NRED " " PW-ARTTX(1:14) " " PT-OBJEKT(1:22)
               " Top " PW-TOP " " PW-DATED " " PW-TEXT
               DELIMITED BY SIZE INTO PW-ZEILE.
       Z.  EXIT.
      ************************************* Prueftermine - Liste *
      *  Faelligkeitsliste des Mandanten zum Stichtag: ueberfaellige,   *
      *  binnen der Vorwarnzeit faellige und mit offenen Maengeln       *
      *  abgeschlossene Pruefungen - zuerst die haftungsrelevanten      *
      *  Anlagen (Aufzug, Feuerloescher, Brandschutztueren), dann die   *
      *  uebrigen. Aus dem Menue oder im Stapel (eigene Dateioeffnung). *
       PRUEF-LISTE SECTION.
       A.  MOVE 0 TO PW-ANZ PW-UEB PW-SICH.
           MOVE WH-DATUM TO PW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO PW-HEUTE
                           ELSE ADD 19000000 TO PW-HEUTE.
           MOVE SPACE TO PW-SELBST.
           IF PW-OFFEN = "J" GO B.
           MOVE "HV-PRUEF.DAT" TO DATEI.
           OPEN INPUT PRUEFT.
           IF WF-STATUS = "35"
               DISPLAY "keine Prueftermine erfasst" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "J" TO PW-SELBST.
           PERFORM PRUEF-NEBEN.
       B.  MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE PW-HEUTE TO PW-DATED.
           MOVE SPACE TO PW-ZEILE.
           STRING "Faellige Pruef- und Wartungstermine - Stichtag "
               PW-DATED DELIMITED BY SIZE INTO PW-ZEILE.
           MOVE PW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 1 TO PW-PASS.
       C.  IF PW-PASS = 1
               MOVE "Sicherheitsrelevante Anlagen:" TO DR-ZEILE
           ELSE
               MOVE "Sonstige Pruefungen:" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WE-FNR TO PT-FNR.
           MOVE 0 TO PT-NR.
           MOVE SPACE TO PW-EOF.
           START PRUEFT KEY NOT < PT-KEY INVALID KEY
               MOVE "J" TO PW-EOF.
       D.  IF PRUEF-EOF GO E.
           READ PRUEFT NEXT RECORD AT END MOVE "J" TO PW-EOF GO D.
           IF PT-FNR NOT = WE-FNR MOVE "J" TO PW-EOF GO D.
           PERFORM PRUEF-STUFE.
           IF PW-STUFE = SPACE GO D.
           IF PW-PASS = 1 AND NOT PRUEF-SICHER GO D.
           IF PW-PASS = 2 AND PRUEF-SICHER GO D.
           ADD 1 TO PW-ANZ.
           IF PRUEF-UEBER ADD 1 TO PW-UEB.
           IF PRUEF-UEBER AND PRUEF-SICHER ADD 1 TO PW-SICH.
           PERFORM PRUEF-ZEILE.
           MOVE PW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO PW-ZEILE.
           STRING "      " PW-LFNAME " " PT-NOTIZ
               DELIMITED BY SIZE INTO PW-ZEILE.
           MOVE PW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO D.
       E.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PW-PASS = 1 MOVE 2 TO PW-PASS GO C.
           MOVE PW-ANZ TO PW-ANZED.
           MOVE PW-UEB TO PW-ANZED2.
           MOVE SPACE TO PW-ZEILE.
           STRING "Summe: " PW-ANZED " Termine, davon " PW-ANZED2
               " ueberfaellig" DELIMITED BY SIZE INTO PW-ZEILE.
           MOVE PW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF PW-SICH = 0 GO X.
           MOVE PW-SICH TO PW-ANZED.
           MOVE SPACE TO PW-ZEILE.
           STRING "ACHTUNG: " PW-ANZED " sicherheitsrelevante "
               "Pruefung(en) ueberfaellig - Haftung der Verwaltung!"
               DELIMITED BY SIZE INTO PW-ZEILE.
           MOVE PW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       X.  CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           IF PW-SELBST = "J"
               CLOSE PRUEFT
               PERFORM PRUEF-NEBENZU.
           MOVE PW-ANZ TO PW-ANZED.
           DISPLAY "Faelligkeitsliste: " PW-ANZED " Termine." AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Prueftermine - Hinweis *
      *  Nach Anmeldung und Mandantenwahl: faellige, ueberfaellige und  *
      *  maengelbehaftete Pruefungen am Bildschirm, sicherheitsrele-    *
      *  vante Anlagen hervorgehoben. Ohne Treffer kein Hinweis.        *
       PRUEF-HINWEIS SECTION.
       A.  MOVE SPACE TO PW-HINW.
           MOVE WH-DATUM TO PW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO PW-HEUTE
                           ELSE ADD 19000000 TO PW-HEUTE.
           MOVE "HV-PRUEF.DAT" TO DATEI.
           OPEN INPUT PRUEFT.
           IF WF-STATUS = "35" GO Z.
           PERFORM PRUEF-NEBEN.
           MOVE 0 TO PW-ANZ PW-UEB PW-SICH.
           MOVE 5 TO PW-ZL.
           MOVE WE-FNR TO PT-FNR.
           MOVE 0 TO PT-NR.
           MOVE SPACE TO PW-EOF.
           START PRUEFT KEY NOT < PT-KEY INVALID KEY
               MOVE "J" TO PW-EOF.
       B.  IF PRUEF-EOF GO X.
           READ PRUEFT NEXT RECORD AT END MOVE "J" TO PW-EOF GO B.
           IF PT-FNR NOT = WE-FNR MOVE "J" TO PW-EOF GO B.
           PERFORM PRUEF-STUFE.
           IF PW-STUFE = SPACE GO B.
           ADD 1 TO PW-ANZ.
           IF PRUEF-UEBER ADD 1 TO PW-UEB.
           IF PW-ANZ = 1
               CALL "CAUP" USING "1303012380000" WH-CREG
               DISPLAY "Pruef- und Wartungstermine "
                   "(hervorgehoben = sicherheitsrelevant)"
                   with highlight AT 0301.
           IF PW-ZL > 21 GO B.
           PERFORM PRUEF-ZEILE.
           COMPUTE VDU-LP = PW-ZL * 100 + 1.
           IF PRUEF-SICHER
               DISPLAY PW-ZEILE(1:79) with highlight AT VDU-LP
           ELSE
               DISPLAY PW-ZEILE(1:79) AT VDU-LP.
           ADD 1 TO PW-ZL.
           GO B.
       X.  CLOSE PRUEFT.
           PERFORM PRUEF-NEBENZU.
           IF PW-ANZ = 0 GO Z.
           MOVE PW-ANZ TO PW-ANZED.
           MOVE PW-UEB TO PW-ANZED2.
           DISPLAY PW-ANZED " Termine, davon " PW-ANZED2
               " ueberfaellig - Liste: Teilstamm 27" AT 2301.
           PERFORM WEITER.
           CALL "CAUP" USING "1303012380000" WH-CREG.
           CALL "CAUP" USING "06NKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Menue *
      *  Schadensmeldungen und Handwerkerauftraege: Erfassung einer     *
      *  Meldung, Beauftragung eines Lieferanten mit archiviertem       *
      *  Auftragsschreiben, Bearbeitungsstand bis zur Erledigung,       *
      *  Liste der offenen Auftraege nach Alter und Auskunft je Konto.  *
      *  Die Rechnungen werden bei der Erfassung in ERECH zugeordnet.   *
       AUFTR-MENU SECTION.
       A.  MOVE "  Schadensmeldungen" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO SW-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO SW-HEUTE
                           ELSE ADD 19000000 TO SW-HEUTE.
           MOVE "HV-AUFTR.DAT" TO DATEI.
           OPEN I-O AUFTRAG.
           IF WF-STATUS = "35"
               OPEN OUTPUT AUFTRAG
               CLOSE AUFTRAG
               OPEN I-O AUFTRAG.
           MOVE SPACE TO SW-LFOFF SW-EROFF WQ-OFF.
           MOVE "HV-LIEF.DAT" TO DATEI.
           OPEN INPUT LIEF.
           IF WF-STATUS = "35" MOVE "J" TO SW-LFOFF.
           MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN INPUT ERECH.
           IF WF-STATUS = "35" MOVE "J" TO SW-EROFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
       B.  DISPLAY "N=neue Meldung, B=Bearbeiten, L=offene Auftraege, "
               "A=Auskunft, leer=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2375.
           IF WH-X = SPACE GO X.
           IF WH-X = "N" PERFORM AUFTR-ERFASSEN GO B.
           IF WH-X = "B" PERFORM AUFTR-BEARB GO B.
           IF WH-X = "L" PERFORM AUFTR-LISTE GO B.
           IF WH-X = "A" PERFORM AUFTR-AUSKUNFT GO B.
           GO B.
       X.  CLOSE AUFTRAG.
           IF SW-LFOFF NOT = "J" CLOSE LIEF.
           IF SW-EROFF NOT = "J" CLOSE ERECH.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           MOVE "AUFTR" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Erfassung *
       AUFTR-ERFASSEN SECTION.
       A.  CALL "CAUP" USING "1303012280000" WH-CREG.
           PERFORM AUFTR-NEUNR.
           INITIALIZE SM-SATZ.
           MOVE 0 TO SW-WHG.
       B.  DISPLAY "E=Eigentuemer, M=Mieter, V=Verwaltung/Begehung, "
               "leer=Ende" AT 2301.
           DISPLAY "gemeldet von (E/M/V):" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X = SPACE GO Z.
           IF WH-X = "V"
               MOVE SPACE TO SM-MELDQU
               MOVE 0 TO SM-MELDKTO
               DISPLAY "Verwaltung" with highlight AT 0455
               GO D.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO B.
           MOVE WH-X TO SW-QU.
       C.  DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           IF WH-WERT = 0
               MOVE SW-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO C END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO SW-KTO.
           PERFORM AUFTR-KONTO.
           IF AUFTR-FEHLT
               DISPLAY "Konto unbekannt" AT 2401
               PERFORM WEITER
               GO C.
           DISPLAY SW-NAME with highlight AT 0455.
           MOVE SW-QU TO SM-MELDQU.
           MOVE SW-KTO TO SM-MELDKTO.
       D.  DISPLAY "<esc>=Abbruch, <ret>=Einheit, 0=allgemeine Teile"
               AT 2301.
           DISPLAY "Einheit (Whg.-Nr.)..:" AT 0527.
           MOVE SW-WHG TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0549.
           CALL "CAUP" USING "1005495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO D.
           MOVE WH-WERT TO SM-WHGNR.
           PERFORM AUFTR-TOP.
           IF AUFTR-FEHLT
               DISPLAY "Einheit im Wohnungsstamm unbekannt" AT 2401
               PERFORM WEITER
               GO D.
           DISPLAY "Top " SW-TOP AT 0555.
       E.  DISPLAY "Meldedatum JJJJMMTT, 0=heute" AT 2301.
           DISPLAY "gemeldet am.........:" AT 0627.
           MOVE SW-HEUTE TO SW-DATED.
           DISPLAY SW-DATED with highlight AT 0649.
           ACCEPT SW-DATED AT 0649.
           IF NOT RET GO E.
           IF SW-DATED = 0 MOVE SW-HEUTE TO SW-DATED.
           IF SW-DATED > SW-HEUTE GO E.
           MOVE SW-DATED TO SM-MELDDAT.
       F.  DISPLAY "<ret>=Schadensbeschreibung (zwei Zeilen)" AT 2301.
           DISPLAY "Schaden:" AT 0701.
           ACCEPT SM-TEXT1 AT 0710.
           IF NOT RET GO F.
           IF SM-TEXT1 = SPACE GO F.
           ACCEPT SM-TEXT2 AT 0810.
           IF NOT RET GO F.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           MOVE WE-FNR TO SM-FNR.
           MOVE SW-NR TO SM-NR.
           MOVE "G" TO SM-STAT.
           MOVE SW-HEUTE TO SM-STDAT.
           MOVE WE-USER TO SM-USER.
       N.  WRITE SM-SATZ INVALID KEY
               ADD 1 TO SM-NR
               GO N.
           MOVE SM-NR TO SW-NRED.
           DISPLAY "Meldung erfasst unter Nr. " SW-NRED AT 2401.
           PERFORM WEITER.
           MOVE "AUFTR" TO WH-PN.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Nummer *
      *  Naechste freie Meldungsnummer des Mandanten nach SW-NR.        *
       AUFTR-NEUNR SECTION.
       A.  MOVE 0 TO SW-NR.
           MOVE WE-FNR TO SM-FNR.
           MOVE 0 TO SM-NR.
           MOVE SPACE TO SW-EOF.
           START AUFTRAG KEY NOT < SM-KEY INVALID KEY
               MOVE "J" TO SW-EOF.
       B.  IF AUFTR-EOF GO X.
           READ AUFTRAG NEXT RECORD AT END MOVE "J" TO SW-EOF GO B.
           IF SM-FNR NOT = WE-FNR MOVE "J" TO SW-EOF GO B.
           MOVE SM-NR TO SW-NR.
           GO B.
       X.  ADD 1 TO SW-NR.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Melder *
      *  Liest das Konto SW-QU/SW-KTO des Mandanten; Name nach SW-NAME, *
      *  Einheit (Wohnungsstamm) des Kontos nach SW-WHG, SW-GEF = J     *
      *  wenn unbekannt. Beim Mieter gilt die Einheit des zugehoerigen  *
      *  Eigentuemerkontos.                                             *
       AUFTR-KONTO SECTION.
       A.  MOVE SPACE TO SW-GEF SW-NAME.
           MOVE 0 TO SW-WHG.
           IF SW-QU = "M" GO B.
           MOVE SW-KTO TO EG-KTONR.
           READ EIGENTUM INVALID KEY MOVE "J" TO SW-GEF.
           IF AUFTR-FEHLT GO Z.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO SW-GEF GO Z.
           IF EG-NAME = SPACE MOVE EG-BEZ TO SW-NAME
                         ELSE MOVE EG-NAME TO SW-NAME.
           MOVE EG-WHGNR TO SW-WHG.
           GO Z.
       B.  MOVE SW-KTO TO MI-KTONR.
           READ MIETER INVALID KEY MOVE "J" TO SW-GEF.
           IF AUFTR-FEHLT GO Z.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO SW-GEF GO Z.
           MOVE MI-NAME TO SW-NAME.
           MOVE MI-EGKTONR TO EG-KTONR.
           READ EIGENTUM INVALID KEY GO Z.
           MOVE EG-WHGNR TO SW-WHG.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Einheit *
      *  Top der Einheit SM-WHGNR nach SW-TOP ("allg." fuer allgemeine  *
      *  Teile); SW-GEF = J, wenn die Einheit im Wohnungsstamm fehlt.   *
       AUFTR-TOP SECTION.
       A.  MOVE SPACE TO SW-GEF SW-TOP.
           IF SM-WHGNR = 0 MOVE "allg." TO SW-TOP GO Z.
           IF WQ-OFF = "J" MOVE "J" TO SW-GEF GO Z.
           MOVE WE-FNR TO WO-FNR.
           MOVE SM-WHGNR TO WO-NR.
           READ WOHNUNG INVALID KEY MOVE "J" TO SW-GEF.
           IF NOT AUFTR-FEHLT MOVE WO-TOP TO SW-TOP.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Lieferant *
       AUFTR-LIEF SECTION.
       A.  MOVE SPACE TO SW-GEF SW-LFNAME.
           IF SM-LFNR = 0 GO Z.
           IF SW-LFOFF = "J" MOVE "J" TO SW-GEF GO Z.
           MOVE SM-LFNR TO LF-NR.
           READ LIEF INVALID KEY MOVE "J" TO SW-GEF.
           IF AUFTR-FEHLT GO Z.
           IF LF-FNR NOT = WE-FNR MOVE "J" TO SW-GEF GO Z.
           MOVE LF-NAME TO SW-LFNAME.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Status *
       AUFTR-STTEXT SECTION.
       A.  EVALUATE SM-STAT
               WHEN "G" MOVE "gemeldet"    TO SW-STTX
               WHEN "B" MOVE "beauftragt"  TO SW-STTX
               WHEN "A" MOVE "in Arbeit"   TO SW-STTX
               WHEN "E" MOVE "erledigt"    TO SW-STTX
               WHEN "S" MOVE "storniert"   TO SW-STTX
               WHEN OTHER MOVE SPACE       TO SW-STTX
           END-EVALUATE.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Rechnungen *
      *  Summe der zugeordneten Eingangsrechnungen nach SW-SUMME; mit   *
      *  SW-RZL > 0 werden die Rechnungen ab dieser Zeile angezeigt.    *
       AUFTR-RSUMME SECTION.
       A.  MOVE 0 TO SW-SUMME SW-IX.
           IF SW-EROFF = "J" GO Z.
       B.  ADD 1 TO SW-IX.
           IF SW-IX > 6 GO Z.
           IF SM-RBELEG(SW-IX) = SPACE GO B.
           MOVE SM-RLFNR(SW-IX) TO ER-LFNR.
           MOVE SM-RBELEG(SW-IX) TO ER-BELEG.
           READ ERECH INVALID KEY GO B.
           ADD ER-BETRAG TO SW-SUMME.
           IF SW-RZL = 0 GO B.
           MOVE ER-LFNR TO SW-KTOED.
           MOVE ER-DATUM TO SW-DATED.
           MOVE ER-BETRAG TO SW-BETED.
           MOVE SPACE TO SW-ZEILE.
           STRING "Lief. " SW-KTOED " Beleg " ER-BELEG " vom "
               SW-DATED " " SW-BETED DELIMITED BY SIZE INTO SW-ZEILE.
           IF ER-BEZKZ = "J"
               MOVE "bezahlt" TO SW-ZEILE(65:7).
           COMPUTE VDU-LP = SW-RZL * 100 + 1.
           DISPLAY SW-ZEILE(1:79) AT VDU-LP.
           ADD 1 TO SW-RZL.
           GO B.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Anzeige *
       AUFTR-ANZEIGE SECTION.
       A.  CALL "CAUP" USING "1304012280000" WH-CREG.
           MOVE SM-MELDDAT TO SW-DATED.
           MOVE SPACE TO SW-NAME.
           IF SM-MELDQU NOT = SPACE
               MOVE SM-MELDQU TO SW-QU
               MOVE SM-MELDKTO TO SW-KTO
               PERFORM AUFTR-KONTO
           ELSE
               MOVE "Verwaltung" TO SW-NAME.
           MOVE SM-MELDKTO TO SW-KTOED.
           DISPLAY "gemeldet am.........:" AT 0427.
           DISPLAY SW-DATED with highlight AT 0449
                   " " SM-MELDQU " " SW-KTOED " " SW-NAME(1:20) AT 0000.
           PERFORM AUFTR-TOP.
           DISPLAY "Einheit.............:" AT 0527.
           DISPLAY "Top " SW-TOP with highlight AT 0549.
           DISPLAY "Schaden:" AT 0601.
           DISPLAY SM-TEXT1 with highlight AT 0610.
           DISPLAY SM-TEXT2 with highlight AT 0710.
           PERFORM AUFTR-STTEXT.
           MOVE SM-STDAT TO SW-DATED.
           DISPLAY "Status..............:" AT 0827.
           DISPLAY SM-STAT with highlight AT 0849
                   " " SW-STTX " seit " SW-DATED AT 0000.
           PERFORM AUFTR-LIEF.
           MOVE SM-LFNR TO SW-KTOED.
           DISPLAY "Lieferant...........:" AT 0927.
           DISPLAY SW-KTOED with highlight AT 0949
                   " " SW-LFNAME(1:25) AT 0000.
           MOVE SM-AUFDAT TO SW-DATED.
           MOVE SM-ARCHNR TO SW-NRED.
           DISPLAY "beauftragt am.......:" AT 1027.
           DISPLAY SW-DATED with highlight AT 1049
                   " Archiv-Nr. " SW-NRED AT 0000.
           DISPLAY "Vermerk.............:" AT 1127.
           DISPLAY SM-VERMERK with highlight AT 1149.
           DISPLAY "Rechnungen:" AT 1301.
           MOVE 14 TO SW-RZL.
           PERFORM AUFTR-RSUMME.
           MOVE 0 TO SW-RZL.
           MOVE SW-SUMME TO SW-BETED.
           DISPLAY "Summe Rechnungen....:" AT 2027.
           DISPLAY SW-BETED with highlight AT 2049.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Bearbeiten *
      *  Lieferant, Bearbeitungsstand und Vermerk; bei neuer bzw.       *
      *  geaenderter Beauftragung wird das Auftragsschreiben gedruckt   *
      *  und im Briefarchiv abgelegt, der Stand geht auf beauftragt.    *
       AUFTR-BEARB SECTION.
       A.  CALL "CAUP" USING "1303012280000" WH-CREG.
           DISPLAY "<esc>=Abbruch, <ret>=Meldungsnummer" AT 2301.
           DISPLAY "Meldung Nr..........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495006" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A.
           IF WH-WERT = 0 GO A.
           MOVE WE-FNR TO SM-FNR.
           MOVE WH-WERT TO SM-NR.
           MOVE SPACE TO SW-GEF.
           READ AUFTRAG INVALID KEY MOVE "J" TO SW-GEF.
           IF AUFTR-FEHLT
               DISPLAY "Meldung unbekannt" AT 2401
               PERFORM WEITER
               GO A.
           PERFORM AUFTR-ANZEIGE.
           MOVE SM-STAT TO SW-STALT.
           MOVE SM-LFNR TO SW-LFALT.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Lieferant, 0=noch keiner"
               AT 2301.
           MOVE SM-LFNR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           MOVE WH-WERT TO SM-LFNR.
           PERFORM AUFTR-LIEF.
           IF AUFTR-FEHLT
               DISPLAY "Lieferant unbekannt" AT 2401
               PERFORM WEITER
               MOVE SW-LFALT TO SM-LFNR
               GO B.
           DISPLAY SW-LFNAME(1:25) AT 0955.
       C.  DISPLAY "G=gemeldet B=beauftragt A=in Arbeit E=erledigt "
               "S=storniert, leer=unveraendert" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0849.
           IF WH-X = SPACE GO D.
           IF WH-X NOT = "G" AND WH-X NOT = "B" AND WH-X NOT = "A"
              AND WH-X NOT = "E" AND WH-X NOT = "S"
               GO C.
           IF WH-X NOT = "G" AND WH-X NOT = "S" AND SM-LFNR = 0
               DISPLAY "ohne Lieferant nur gemeldet/storniert" AT 2401
               PERFORM WEITER
               GO C.
           MOVE WH-X TO SM-STAT.
       D.  DISPLAY "<ret>=Vermerk" AT 2301.
           ACCEPT SM-VERMERK AT 1149.
           IF NOT RET GO D.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           IF SM-LFNR = 0 GO N.
           IF SM-LFNR = SW-LFALT AND SM-AUFDAT NOT = 0 GO N.
           IF SM-STAT = "E" OR SM-STAT = "S" GO N.
           DISPLAY "Auftragsschreiben drucken (J/N)?" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2335.
           IF WH-X NOT = "J" GO N.
           PERFORM AUFTR-BRIEF.
           MOVE SW-HEUTE TO SM-AUFDAT.
           IF SM-STAT = "G" MOVE "B" TO SM-STAT.
       N.  IF SM-STAT NOT = SW-STALT
               MOVE SW-HEUTE TO SM-STDAT
               IF SM-STAT = "E" MOVE SW-HEUTE TO SM-ERLDAT END-IF
               IF SM-STAT NOT = "E" MOVE 0 TO SM-ERLDAT.
           MOVE WE-USER TO SM-USER.
           REWRITE SM-SATZ.
           MOVE "AUFTR" TO WH-PN.
           GO A.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Auftrag *
      *  Auftragsschreiben an den Lieferanten SM-LFNR; als Einzelbrief  *
      *  (Quelle L, Art AUFTR) im Briefarchiv, die Archivnummer geht    *
      *  nach SM-ARCHNR.                                                *
       AUFTR-BRIEF SECTION.
       A.  MOVE 1 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-OEFFNEN.
           MOVE "AUFTR" TO AQ-ART.
           MOVE "L" TO AQ-QU.
           MOVE SM-LFNR TO AQ-KTO.
           MOVE 0 TO SM-ARCHNR.
           IF KO-DRU(WL-RPT) = 2 OR KO-DRU(WL-RPT) = 3
               PERFORM ARCH-NAME
               MOVE AQ-NR TO SM-ARCHNR.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "An" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SW-LFNAME TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SM-NR TO SW-NRED.
           MOVE SW-HEUTE TO SW-DATED.
           MOVE SPACE TO SW-ZEILE.
           STRING "Handwerkerauftrag Nr. " SW-NRED " vom " SW-DATED
               DELIMITED BY SIZE INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM AUFTR-TOP.
           MOVE SPACE TO SW-ZEILE.
           IF SM-WHGNR = 0 OR AUFTR-FEHLT
               MOVE "Ort: allgemeine Teile der Liegenschaft"
                   TO SW-ZEILE
           ELSE
               STRING "Ort: Top " WO-TOP " Stiege " WO-STIEGE
                   " Stock " WO-STOCK DELIMITED BY SIZE INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SM-MELDDAT TO SW-DATED.
           MOVE SPACE TO SW-ZEILE.
           STRING "Schaden gemeldet am " SW-DATED ":"
               DELIMITED BY SIZE INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SM-TEXT1 TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF SM-TEXT2 NOT = SPACE
               MOVE SM-TEXT2 TO DR-ZEILE
               WRITE DR-ZEILE.
           IF SM-MELDQU = SPACE GO B.
           MOVE SM-MELDQU TO SW-QU.
           MOVE SM-MELDKTO TO SW-KTO.
           PERFORM AUFTR-KONTO.
           MOVE SPACE TO SW-ZEILE.
           STRING "Ansprechpartner vor Ort: " SW-NAME
               DELIMITED BY SIZE INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       B.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Wir beauftragen Sie mit der Behebung des beschriebenen"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Schadens. Bitte geben Sie auf Ihrer Rechnung die"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "obige Auftragsnummer an." TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) NOT = 3 GO X.
           MOVE SPACE TO WF-STATUS.
           CALL "CAMAIL" USING WX-LPT SPACE WH-CREG.
           MOVE SPACE TO AQ-EMAIL.
           MOVE "M" TO AQ-STATED.
           IF WF-STATUS NOT = "00" AND WF-STATUS NOT = SPACE
               MOVE "F" TO AQ-STATED.
           PERFORM ARCH-STATUS.
       X.  CLOSE ARCHIV.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Alter *
      *  Tage von der Meldung SM-MELDDAT bis SW-HEUTE (30/360).         *
       AUFTR-TAGE SECTION.
       A.  MOVE SM-MELDDAT TO SW-DAT.
           MOVE SW-DAT(1:4) TO SW-JJ.
           MOVE SW-DAT(5:2) TO SW-MM.
           MOVE SW-DAT(7:2) TO SW-TT.
           MOVE SW-HEUTE(1:4) TO SW-HJ.
           MOVE SW-HEUTE(5:2) TO SW-HM.
           MOVE SW-HEUTE(7:2) TO SW-HT.
           IF SW-TT > 30 MOVE 30 TO SW-TT.
           IF SW-HT > 30 MOVE 30 TO SW-HT.
           COMPUTE SW-TAGE = (SW-HJ - SW-JJ) * 360
               + (SW-HM - SW-MM) * 30 + SW-HT - SW-TT.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Liste *
      *  Offene Meldungen und Auftraege (nicht erledigt/storniert)      *
      *  nach Alter: ueber 90 Tage, 31 bis 90 Tage, bis 30 Tage; je     *
      *  Gruppe in Meldungsreihenfolge.                                 *
       AUFTR-LISTE SECTION.
       A.  MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           OPEN OUTPUT DRUCKER.
           MOVE SW-HEUTE TO SW-DATED.
           MOVE SPACE TO SW-ZEILE.
           STRING "Offene Schadensmeldungen/Auftraege - Stand "
               SW-DATED DELIMITED BY SIZE INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO SW-ZEILE.
           MOVE "Nr."       TO SW-ZEILE(4:3).
           MOVE "gemeldet"  TO SW-ZEILE(8:8).
           MOVE "Tage"      TO SW-ZEILE(18:4).
           MOVE "St"        TO SW-ZEILE(23:2).
           MOVE "Top"       TO SW-ZEILE(26:3).
           MOVE "Lieferant" TO SW-ZEILE(33:9).
           MOVE "Schaden"   TO SW-ZEILE(54:7).
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO SW-ANZG.
           MOVE 1 TO SW-PASS.
       B.  MOVE 0 TO SW-ANZ.
           EVALUATE SW-PASS
               WHEN 1 MOVE 91 TO SW-VON
                      MOVE 99999 TO SW-BIS
                      MOVE "aelter als 90 Tage:" TO DR-ZEILE
               WHEN 2 MOVE 31 TO SW-VON
                      MOVE 90 TO SW-BIS
                      MOVE "31 bis 90 Tage:" TO DR-ZEILE
               WHEN OTHER MOVE -99999 TO SW-VON
                      MOVE 30 TO SW-BIS
                      MOVE "bis 30 Tage:" TO DR-ZEILE
           END-EVALUATE.
           WRITE DR-ZEILE.
           MOVE WE-FNR TO SM-FNR.
           MOVE 0 TO SM-NR.
           MOVE SPACE TO SW-EOF.
           START AUFTRAG KEY NOT < SM-KEY INVALID KEY
               MOVE "J" TO SW-EOF.
       C.  IF AUFTR-EOF GO D.
           READ AUFTRAG NEXT RECORD AT END MOVE "J" TO SW-EOF GO C.
           IF SM-FNR NOT = WE-FNR MOVE "J" TO SW-EOF GO C.
           IF SM-STAT = "E" OR SM-STAT = "S" GO C.
           PERFORM AUFTR-TAGE.
           IF SW-TAGE < SW-VON OR SW-TAGE > SW-BIS GO C.
           ADD 1 TO SW-ANZ SW-ANZG.
           PERFORM AUFTR-TOP.
           PERFORM AUFTR-LIEF.
           MOVE SM-NR TO SW-NRED.
           MOVE SM-MELDDAT TO SW-DATED.
           MOVE SW-TAGE TO SW-TAGED.
           MOVE SPACE TO SW-ZEILE.
           STRING SW-NRED " " SW-DATED " " SW-TAGED " " SM-STAT " "
               SW-TOP " " SW-LFNAME(1:20) " " SM-TEXT1(1:27)
               DELIMITED BY SIZE INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO C.
       D.  MOVE SW-ANZ TO SW-ANZED.
           MOVE SPACE TO SW-ZEILE.
           STRING "  " SW-ANZED " Meldung(en)" DELIMITED BY SIZE
               INTO SW-ZEILE.
           MOVE SW-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           ADD 1 TO SW-PASS.
           IF SW-PASS < 4 GO B.
           MOVE "St: G=gemeldet B=beauftragt A=in Arbeit" TO DR-ZEILE.
           WRITE DR-ZEILE.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           MOVE SW-ANZG TO SW-ANZED.
           DISPLAY "offene Auftraege: " SW-ANZED AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Schadensmeldungen - Auskunft *
      *  Alle Meldungen eines Kontos am Bildschirm: vom Konto gemeldet  *
      *  oder dessen Einheit betreffend, beim Eigentuemer auch die      *
      *  allgemeinen Teile - mit Stand und Rechnungssumme.              *
       AUFTR-AUSKUNFT SECTION.
       A.  CALL "CAUP" USING "1303012280000" WH-CREG.
           DISPLAY "Quelle E=Eigentuemer M=Mieter, leer=Ende" AT 2301.
           DISPLAY "Quelle (E/M)........:" AT 0327.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 0349.
           IF WH-X NOT = "E" AND WH-X NOT = "M" GO Z.
           MOVE WH-X TO SW-QU.
       B.  DISPLAY "<esc>=Abbruch, <ret>=Konto, 0=Namenssuche"
               AT 2301.
           DISPLAY "Kontonummer.........:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           IF WH-WERT = 0
               MOVE SW-QU TO NS-QU
               PERFORM NAME-SUCHE
               IF NS-KTONR = 0 GO B END-IF
               MOVE NS-KTONR TO WH-WERT.
           MOVE WH-WERT TO SW-KTO.
           PERFORM AUFTR-KONTO.
           IF AUFTR-FEHLT
               DISPLAY "Konto unbekannt" AT 2401
               PERFORM WEITER
               GO B.
           CALL "CAUP" USING "1305012280000" WH-CREG.
           DISPLAY SW-NAME with highlight AT 0455.
           MOVE 0 TO SW-ANZ.
           MOVE 6 TO SW-ZL.
           MOVE WE-FNR TO SM-FNR.
           MOVE 0 TO SM-NR.
           MOVE SPACE TO SW-EOF.
           START AUFTRAG KEY NOT < SM-KEY INVALID KEY
               MOVE "J" TO SW-EOF.
       C.  IF AUFTR-EOF GO D.
           READ AUFTRAG NEXT RECORD AT END MOVE "J" TO SW-EOF GO C.
           IF SM-FNR NOT = WE-FNR MOVE "J" TO SW-EOF GO C.
           MOVE SPACE TO SW-TREFF.
           IF SM-MELDQU = SW-QU AND SM-MELDKTO = SW-KTO
               MOVE "J" TO SW-TREFF.
           IF SW-WHG NOT = 0 AND SM-WHGNR = SW-WHG
               MOVE "J" TO SW-TREFF.
           IF SW-QU = "E" AND SM-WHGNR = 0 MOVE "J" TO SW-TREFF.
           IF SW-TREFF NOT = "J" GO C.
           ADD 1 TO SW-ANZ.
           IF SW-ZL > 20 GO C.
           PERFORM AUFTR-STTEXT.
           PERFORM AUFTR-TOP.
           MOVE 0 TO SW-RZL.
           PERFORM AUFTR-RSUMME.
           MOVE SM-NR TO SW-NRED.
           MOVE SM-MELDDAT TO SW-DATED.
           MOVE SW-SUMME TO SW-BETED.
           MOVE SPACE TO SW-ZEILE.
           STRING SW-NRED " " SW-DATED " " SW-STTX(1:10) " "
               SW-TOP " " SW-BETED " " SM-TEXT1(1:30)
               DELIMITED BY SIZE INTO SW-ZEILE.
           COMPUTE VDU-LP = SW-ZL * 100 + 1.
           DISPLAY SW-ZEILE(1:79) AT VDU-LP.
           ADD 1 TO SW-ZL.
           GO C.
       D.  MOVE SW-ANZ TO SW-ANZED.
           DISPLAY "Meldungen: " SW-ANZED
               " - Einzelheiten ueber B=Bearbeiten" AT 2201.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Menue *
      *  Groessere Sanierungen je Mandant: Projekt mit Budget, dem      *
      *  beschliessenden Versammlungsbeschluss (BESCHL) und der         *
      *  Finanzierung aus Ruecklage und Sonderumlage. P = Projekt       *
      *  anlegen/aendern, E = Entnahme des Ruecklagenanteils in den     *
      *  Ruecklagen-Fonds, U = Sonderumlage-Lauf, S = Statusbericht.    *
      *  Die Eingangsrechnungen werden in ERECH-WARTUNG zugeordnet.     *
       SANPR-MENU SECTION.
       A.  MOVE " Sanierungsprojekte" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO SU-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO SU-HEUTE
                           ELSE ADD 19000000 TO SU-HEUTE.
           MOVE "HV-SANPR.DAT" TO DATEI.
           OPEN I-O SANPROJ.
           IF WF-STATUS = "35"
               OPEN OUTPUT SANPROJ
               CLOSE SANPROJ
               OPEN I-O SANPROJ.
           MOVE SPACE TO SU-BSOFF.
           MOVE "HV-BESCHL.DAT" TO DATEI.
           OPEN INPUT BESCHL.
           IF WF-STATUS = "35" MOVE "J" TO SU-BSOFF.
       B.  DISPLAY "P=Projekt, E=Ruecklagen-Entnahme, U=Sonderumlage, "
               "S=Statusbericht, leer=Ende" AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2378.
           IF WH-X = SPACE GO X.
           IF WH-X = "P" PERFORM SANPR-PFLEGE GO B.
           IF WH-X = "E" PERFORM SANPR-ENTNAHME GO B.
           IF WH-X = "U" PERFORM SANPR-UMLAGE GO B.
           IF WH-X = "S" PERFORM SANPR-STATUS GO B.
           GO B.
       X.  CLOSE SANPROJ.
           IF SU-BSOFF NOT = "J" CLOSE BESCHL.
           MOVE "SANPR" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Pflege *
      *  Projekt-Nr. 0 legt ein neues Projekt an. Budget und Ruecklagen-*
      *  anteil in ganzen Euro, der Rest ist Sonderumlage. Mit einem    *
      *  angenommenen Beschluss aus BESCHL wird das Projekt beschlossen *
      *  (B), ohne Beschluss bleibt es geplant (P). Ist die Sonder-     *
      *  umlage gestellt, bleiben Budget, Finanzierung und Raten fest.  *
       SANPR-PFLEGE SECTION.
       A.  CALL "CAUP" USING "1303012280000" WH-CREG.
           DISPLAY "<esc>=Abbruch, <ret>=Projektnummer, 0=neues Projekt"
               AT 2301.
           DISPLAY "Projekt Nr..........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495004" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A.
           IF WH-WERT NOT = 0 GO A1.
           PERFORM SANPR-NEUNR.
           INITIALIZE PJ-SATZ.
           MOVE WE-FNR TO PJ-FNR.
           MOVE SU-NR TO PJ-NR.
           MOVE 0 TO PJ-POS.
           MOVE "P" TO PJ-STAT.
           MOVE 1 TO PJ-RATANZ.
           PERFORM SANPR-ANZEIGE.
           DISPLAY "neues Projekt" AT 2401.
           GO B.
       A1. MOVE WE-FNR TO PJ-FNR.
           MOVE WH-WERT TO PJ-NR.
           MOVE 0 TO PJ-POS.
           MOVE SPACE TO SU-GEF.
           READ SANPROJ INVALID KEY MOVE "J" TO SU-GEF.
           IF SANPR-FEHLT
               DISPLAY "Projekt unbekannt" AT 2401
               PERFORM WEITER
               GO A.
           PERFORM SANPR-ANZEIGE.
       B.  DISPLAY "<ret>=Bezeichnung des Projekts" AT 2301.
           DISPLAY PJ-BEZ with highlight AT 0449.
           ACCEPT PJ-BEZ AT 0449.
           IF NOT RET GO B.
           IF PJ-BEZ = SPACE GO B.
           IF PJ-STAT = "U" OR PJ-STAT = "E" GO G.
       C.  DISPLAY "<esc>=Abbr., <ret>=Budget in ganzen Euro" AT 2301.
           MOVE PJ-BUDGET TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0549.
           CALL "CAUP" USING "1005495007" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
           IF WH-WERT = 0 GO C.
           MOVE WH-WERT TO PJ-BUDGET.
       D.  DISPLAY "<esc>=Abbr., <ret>=Anteil aus der Ruecklage in Euro"
               ", Rest Sonderumlage" AT 2301.
           MOVE PJ-RLAG TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495007" WH-CREG.
           IF ESC GO Z.
           IF not RET GO D.
           IF WH-WERT > PJ-BUDGET
               DISPLAY "Ruecklagenanteil groesser als das Budget"
                   AT 2401
               PERFORM WEITER
               GO D.
           IF WH-WERT < PJ-RLENT
               DISPLAY "aus der Ruecklage ist bereits mehr entnommen"
                   AT 2401
               PERFORM WEITER
               GO D.
           MOVE WH-WERT TO PJ-RLAG.
           COMPUTE PJ-UMLAGE = PJ-BUDGET - PJ-RLAG.
           MOVE PJ-UMLAGE TO SU-BETED.
           DISPLAY SU-BETED with highlight AT 0749.
      *    Beschluss: Datum und laufende Nummer wie in BESCHL           *
       E.  IF SU-BSOFF = "J"
               DISPLAY "keine Beschluesse erfasst - Projekt bleibt "
                   "geplant" AT 2401
               PERFORM WEITER
               MOVE 0 TO PJ-BSDAT PJ-BSLFD
               MOVE "P" TO PJ-STAT
               GO F.
           DISPLAY "Beschlussdatum JJJJMMTT, 0=noch kein Beschluss"
               AT 2301.
           MOVE PJ-BSDAT TO SU-DATD.
           DISPLAY SU-DATD with highlight AT 0849.
           ACCEPT SU-DATD AT 0849.
           IF NOT RET GO E.
           IF SU-DATD NOT = 0 GO E1.
           MOVE 0 TO PJ-BSDAT PJ-BSLFD.
           MOVE "P" TO PJ-STAT.
           DISPLAY "                                        " AT 1049.
           GO F.
       E1. DISPLAY "<esc>=zurueck, <ret>=laufende Nr. des Beschlusses"
               AT 2301.
           MOVE PJ-BSLFD TO WH-WERT.
           IF WH-WERT = 0 MOVE 1 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495002" WH-CREG.
           IF ESC GO E.
           IF not RET GO E1.
           MOVE WE-FNR TO BS-FNR.
           MOVE SU-DATD TO BS-DATUM.
           MOVE WH-WERT TO BS-LFDNR.
           MOVE SPACE TO SU-GEF.
           READ BESCHL INVALID KEY MOVE "J" TO SU-GEF.
           IF SANPR-FEHLT
               DISPLAY "Beschluss unbekannt" AT 2401
               PERFORM WEITER
               GO E.
           DISPLAY BS-TEXT AT 1049.
           IF BS-ERG NOT = "A"
               DISPLAY "Beschluss wurde abgelehnt" AT 2401
               PERFORM WEITER
               GO E.
           MOVE BS-DATUM TO PJ-BSDAT.
           MOVE BS-LFDNR TO PJ-BSLFD.
           MOVE "B" TO PJ-STAT.
      *    Raten der Sonderumlage mit aufsteigenden Faelligkeiten       *
       F.  IF PJ-UMLAGE = 0
               MOVE 0 TO PJ-RATANZ
               GO G.
           DISPLAY "<esc>=Abbr., <ret>=Anzahl Raten der Sonderumlage "
               "(1-4)" AT 2301.
           MOVE PJ-RATANZ TO WH-WERT.
           IF WH-WERT = 0 MOVE 1 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1149.
           CALL "CAUP" USING "1011495001" WH-CREG.
           IF ESC GO Z.
           IF not RET GO F.
           IF WH-WERT < 1 OR WH-WERT > 4 GO F.
           MOVE WH-WERT TO PJ-RATANZ.
           MOVE 0 TO SU-IX.
       F1. ADD 1 TO SU-IX.
           IF SU-IX > 4 GO G.
           COMPUTE VDU-LP = (SU-IX + 11) * 100 + 49.
           IF SU-IX > PJ-RATANZ
               MOVE 0 TO PJ-FAELL(SU-IX)
               DISPLAY "        " AT VDU-LP
               GO F1.
       F2. DISPLAY "Faelligkeit JJJJMMTT der Rate" AT 2301.
           MOVE PJ-FAELL(SU-IX) TO SU-DATD.
           DISPLAY SU-DATD with highlight AT VDU-LP.
           ACCEPT SU-DATD AT VDU-LP.
           IF NOT RET GO F2.
           IF SU-DATD < 19900101 OR SU-DATD > 20991231 GO F2.
           IF SU-IX > 1
               IF SU-DATD NOT > PJ-FAELL(SU-IX - 1)
                   DISPLAY "Faelligkeiten aufsteigend erfassen"
                       AT 2401
                   PERFORM WEITER
                   GO F2.
           MOVE SU-DATD TO PJ-FAELL(SU-IX).
           GO F1.
      *    beschlossene bzw. umgelegte Projekte koennen abgeschlossen   *
      *    werden; danach nimmt das Projekt keine Rechnungen mehr an    *
       G.  IF PJ-STAT NOT = "B" AND PJ-STAT NOT = "U" GO M.
           DISPLAY "Projekt abschliessen (J/N)?" AT 2301.
           MOVE "N" TO WH-X.
           ACCEPT WH-X AT 2329.
           IF WH-X = "J" MOVE "E" TO PJ-STAT.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           REWRITE PJ-SATZ INVALID KEY WRITE PJ-SATZ.
           MOVE PJ-NR TO SU-NRED.
           DISPLAY "Projekt " SU-NRED " gespeichert" AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Neue Nr. *
       SANPR-NEUNR SECTION.
       A.  MOVE 0 TO SU-NR.
           MOVE WE-FNR TO PJ-FNR.
           MOVE 0 TO PJ-NR PJ-POS.
           MOVE SPACE TO SU-EOF.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO SU-EOF.
       B.  IF SANPR-EOF GO X.
           READ SANPROJ NEXT RECORD AT END MOVE "J" TO SU-EOF GO B.
           IF PJ-FNR NOT = WE-FNR MOVE "J" TO SU-EOF GO B.
           MOVE PJ-NR TO SU-NR.
           GO B.
       X.  ADD 1 TO SU-NR.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Status *
       SANPR-STTEXT SECTION.
       A.  EVALUATE PJ-STAT
               WHEN "P" MOVE "geplant" TO SU-STTX
               WHEN "B" MOVE "beschlossen" TO SU-STTX
               WHEN "U" MOVE "Umlage gestellt" TO SU-STTX
               WHEN "E" MOVE "abgeschlossen" TO SU-STTX
               WHEN OTHER MOVE SPACE TO SU-STTX
           END-EVALUATE.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Anzeige *
       SANPR-ANZEIGE SECTION.
       A.  DISPLAY "Projekt Nr..........:" AT 0327.
           MOVE PJ-NR TO SU-NRED.
           DISPLAY SU-NRED with highlight AT 0349.
           PERFORM SANPR-STTEXT.
           DISPLAY SU-STTX AT 0355.
           DISPLAY "Bezeichnung.........:" AT 0427.
           DISPLAY PJ-BEZ with highlight AT 0449.
           DISPLAY "Budget (Euro).......:" AT 0527.
           MOVE PJ-BUDGET TO SU-BETED.
           DISPLAY SU-BETED with highlight AT 0549.
           DISPLAY "aus Ruecklage (Euro):" AT 0627.
           MOVE PJ-RLAG TO SU-BETED.
           DISPLAY SU-BETED with highlight AT 0649.
           DISPLAY "Sonderumlage........:" AT 0727.
           MOVE PJ-UMLAGE TO SU-BETED.
           DISPLAY SU-BETED with highlight AT 0749.
           DISPLAY "Beschluss vom.......:" AT 0827.
           MOVE PJ-BSDAT TO SU-DATD.
           DISPLAY SU-DATD with highlight AT 0849.
           DISPLAY "Beschluss lfd. Nr...:" AT 0927.
           MOVE PJ-BSLFD TO SU-LFDED.
           DISPLAY SU-LFDED with highlight AT 0949.
           DISPLAY "Raten...............:" AT 1127.
           MOVE PJ-RATANZ TO SU-RED.
           DISPLAY SU-RED with highlight AT 1149.
           MOVE 0 TO SU-IX.
       B.  ADD 1 TO SU-IX.
           IF SU-IX > 4 GO C.
           MOVE SPACE TO SU-ZEILE.
           MOVE SU-IX TO SU-RED.
           STRING "Faelligkeit Rate " SU-RED "..:" DELIMITED BY SIZE
               INTO SU-ZEILE.
           COMPUTE VDU-LP = (SU-IX + 11) * 100 + 27.
           DISPLAY SU-ZEILE(1:21) AT VDU-LP.
           ADD 22 TO VDU-LP.
           IF SU-IX > PJ-RATANZ
               DISPLAY "        " AT VDU-LP
           ELSE
               MOVE PJ-FAELL(SU-IX) TO SU-DATD
               DISPLAY SU-DATD with highlight AT VDU-LP.
           GO B.
       C.  DISPLAY "Ruecklage entnommen.:" AT 1627.
           MOVE PJ-RLENT TO SU-BETED.
           DISPLAY SU-BETED with highlight AT 1649.
           DISPLAY "Umlage gestellt am..:" AT 1727.
           MOVE PJ-UMLDAT TO SU-DATD.
           DISPLAY SU-DATD with highlight AT 1749.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Auswahl *
      *  Projektnummer abfragen und Kopfsatz lesen; SU-GEF = J bei      *
      *  Abbruch.                                                       *
       SANPR-WAHL SECTION.
       A.  CALL "CAUP" USING "1303012280000" WH-CREG.
           MOVE SPACE TO SU-GEF.
           DISPLAY "<esc>=Abbruch, <ret>=Projektnummer" AT 2301.
           DISPLAY "Projekt Nr..........:" AT 0327.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495004" WH-CREG.
           IF ESC MOVE "J" TO SU-GEF GO Z.
           IF not RET GO A.
           IF WH-WERT = 0 GO A.
           MOVE WE-FNR TO PJ-FNR.
           MOVE WH-WERT TO PJ-NR.
           MOVE 0 TO PJ-POS.
           READ SANPROJ INVALID KEY MOVE "J" TO SU-GEF.
           IF SANPR-FEHLT
               DISPLAY "Projekt unbekannt" AT 2401
               PERFORM WEITER
               GO A.
           PERFORM SANPR-ANZEIGE.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Entnahme *
      *  Bucht den Ruecklagenanteil - ganz oder nach Zahlungsfortschritt*
      *  in Teilen - als Entnahme (RB-ART E) in den Ruecklagen-Fonds    *
      *  des Mandanten; nur fuer beschlossene, nicht abgeschlossene     *
      *  Projekte und nie ueber PJ-RLAG hinaus.                         *
       SANPR-ENTNAHME SECTION.
       A.  PERFORM SANPR-WAHL.
           IF SANPR-FEHLT GO Z.
           IF PJ-STAT NOT = "B" AND PJ-STAT NOT = "U"
               DISPLAY "Projekt nicht beschlossen bzw. abgeschlossen"
                   AT 2401
               PERFORM WEITER
               GO Z.
           COMPUTE SU-REST = PJ-RLAG - PJ-RLENT.
           IF SU-REST NOT > 0
               DISPLAY "Ruecklagenanteil bereits voll entnommen"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE SU-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - keine Buchung"
                   AT 2401
               PERFORM WEITER
               GO Z.
       B.  DISPLAY "<esc>=Abbr., <ret>=Entnahmebetrag in Euro" AT 2301.
           DISPLAY "Entnahme (Euro).....:" AT 1927.
           MOVE SU-REST TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 1949.
           CALL "CAUP" USING "1019495007" WH-CREG.
           IF ESC GO Z.
           IF not RET GO B.
           IF WH-WERT = 0 OR WH-WERT > SU-REST GO B.
           MOVE WH-WERT TO RL-BETRAG.
       M.  DISPLAY "<esc>=Abbr., <ret>=buchen" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO M.
           MOVE "HV-RLAGB.DAT" TO DATEI.
           OPEN I-O RLAGB.
           IF WF-STATUS = "35"
               OPEN OUTPUT RLAGB
               CLOSE RLAGB
               OPEN I-O RLAGB.
           MOVE SU-HEUTE TO RL-HEUTE.
           MOVE PJ-NR TO SU-NRED.
           MOVE SPACE TO RL-TEXTD.
           STRING "Sanierung " SU-NRED " " PJ-BEZ DELIMITED BY SIZE
               INTO RL-TEXTD.
           MOVE "E" TO RB-ART.
           MOVE 0 TO RB-LFDNR.
           PERFORM RLAG-BUCHUNG.
           CLOSE RLAGB.
           ADD RL-BETRAG TO PJ-RLENT.
           REWRITE PJ-SATZ.
           MOVE RL-BETRAG TO SU-BETED.
           DISPLAY "Entnahme gebucht: " SU-BETED AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Umlage *
      *  Sonderumlage eines beschlossenen Projekts: PJ-UMLAGE wird nach *
      *  EG-ANTEILW auf die offenen Eigentuemerkonten verteilt (kumu-   *
      *  liert gerundet, die Summe geht auf den Cent auf) und je Rate   *
      *  als offener Posten (Quelle E, OP-ART U) mit der Faelligkeit    *
      *  aus dem Projekt gestellt; die letzte Rate nimmt den Rundungs-  *
      *  rest. In EG-SALDO gehen nur die bis Ende des Laufmonats        *
      *  faelligen Raten, die spaeteren stellt die Sollstellung ihres   *
      *  Faelligkeitsmonats (SOLL-UMLAGE). Jeder Eigentuemer erhaelt    *
      *  ein Schreiben mit Anteil und Ratenplan, der Kopfsatz steht     *
      *  danach auf U (kein zweiter Lauf). Bricht der Lauf ab, setzt    *
      *  der naechste hinter der letzten Projektposition (Konto/Rate)   *
      *  fort; die Schreiben werden dabei vollstaendig neu gedruckt.    *
       SANPR-UMLAGE SECTION.
       A.  PERFORM SANPR-WAHL.
           IF SANPR-FEHLT GO Z.
           IF PJ-STAT = "U"
               MOVE PJ-UMLDAT TO SU-DATD
               DISPLAY "Sonderumlage bereits gestellt am " SU-DATD
                   AT 2401
               PERFORM WEITER
               GO Z.
           IF PJ-STAT NOT = "B"
               DISPLAY "Projekt nicht beschlossen bzw. abgeschlossen"
                   AT 2401
               PERFORM WEITER
               GO Z.
           IF PJ-UMLAGE NOT > 0
               DISPLAY "Projekt ohne Sonderumlage" AT 2401
               PERFORM WEITER
               GO Z.
      *    der Beschluss muss weiterhin als angenommen vorliegen        *
           MOVE "J" TO SU-GEF.
           IF SU-BSOFF NOT = "J"
               MOVE WE-FNR TO BS-FNR
               MOVE PJ-BSDAT TO BS-DATUM
               MOVE PJ-BSLFD TO BS-LFDNR
               MOVE SPACE TO SU-GEF
               READ BESCHL INVALID KEY MOVE "J" TO SU-GEF.
           IF SANPR-FEHLT OR BS-ERG NOT = "A"
               DISPLAY "kein angenommener Beschluss - kein Lauf"
                   AT 2401
               PERFORM WEITER
               GO Z.
           IF PJ-RATANZ < 1 OR PJ-RATANZ > 4
               DISPLAY "Raten der Sonderumlage fehlen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 0 TO SU-IX.
       A1. ADD 1 TO SU-IX.
           IF SU-IX > PJ-RATANZ GO A2.
           IF PJ-FAELL(SU-IX) = 0
               DISPLAY "Faelligkeiten der Raten fehlen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE PJ-FAELL(SU-IX) TO SU-FAELL(SU-IX).
           GO A1.
       A2. MOVE SU-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - kein Lauf"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE PJ-NR TO SU-PJNR.
           MOVE PJ-BEZ TO SU-BEZ.
           MOVE PJ-BUDGET TO SU-BUDGET.
           MOVE PJ-RLAG TO SU-RLAG.
           MOVE PJ-UMLAGE TO SU-UMLAGE.
           MOVE PJ-BSDAT TO SU-BSDAT.
           MOVE PJ-RATANZ TO SU-RATANZ.
      *    Positionen eines abgebrochenen Laufs suchen - die letzte     *
      *    bestimmt den Wiederaufsetzpunkt und die naechste PJ-POS      *
       A3. MOVE 0 TO SU-NPOS SU-LKTO SU-LRATE.
           MOVE WE-FNR TO PJ-FNR.
           MOVE SU-PJNR TO PJ-NR.
           MOVE 1 TO PJ-POS.
           MOVE SPACE TO SU-EOF.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO SU-EOF.
       A4. IF SANPR-EOF GO B.
           READ SANPROJ NEXT RECORD AT END MOVE "J" TO SU-EOF GO A4.
           IF PJ-FNR NOT = WE-FNR OR PJ-NR NOT = SU-PJNR
               MOVE "J" TO SU-EOF
               GO A4.
           MOVE PJ-POS TO SU-NPOS.
           MOVE PJ-KTONR TO SU-LKTO.
           MOVE PJ-RATE TO SU-LRATE.
           GO A4.
      *    Verteilungsbasis: Anteile der offenen Konten                 *
       B.  MOVE 0 TO SU-BASIS SU-ANZ EG-KTONR.
           MOVE SPACE TO SU-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO SU-EOF.
       B1. IF SANPR-EOF GO B9.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO SU-EOF GO B1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO SU-EOF GO B1.
           IF EG-UEBDAT NOT = 0 GO B1.
           ADD EG-ANTEILW TO SU-BASIS.
           ADD 1 TO SU-ANZ.
           GO B1.
       B9. IF SU-BASIS = 0
               DISPLAY "keine Anteile im Mandanten" AT 2401
               PERFORM WEITER
               GO Z.
       C.  DISPLAY "Eigentuemerkonten...:" AT 1927.
           MOVE SU-ANZ TO SU-ANZED.
           DISPLAY SU-ANZED with highlight AT 1949.
           IF SU-LKTO NOT = 0
               MOVE SU-LKTO TO SU-KTOED
               MOVE SU-LRATE TO SU-RED
               DISPLAY "Lauf abgebrochen - Fortsetzung nach Konto "
                   SU-KTOED " Rate " SU-RED AT 2401.
           DISPLAY "<esc>=Abbr., <ret>=Sonderumlage stellen und Briefe "
               "drucken" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO Z.
           IF not RET GO C.
      *    Umlageschleife; Briefarchiv erst nach allen Abbruch-         *
      *    pruefungen (Muster EIG-ABRECHNUNG)                           *
       D.  PERFORM OPOS-OEFFNEN.
           MOVE SPACE TO WQ-OFF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" MOVE "J" TO WQ-OFF.
           MOVE 3 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-OEFFNEN.
           MOVE "SANU" TO AQ-ART.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           MOVE 0 TO SU-KUMW SU-KUMB SU-ANZ SU-SUMME EG-KTONR.
           MOVE SU-HEUTE TO SU-BIS.
           MOVE "31" TO SU-BIS(7:2).
           MOVE SU-PJNR TO SU-NRED.
           MOVE SU-RATANZ TO SU-RANZED.
           MOVE SPACE TO SU-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO SU-EOF.
       D1. IF SANPR-EOF GO X.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO SU-EOF GO D1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO SU-EOF GO D1.
           IF EG-UEBDAT NOT = 0 GO D1.
           ADD EG-ANTEILW TO SU-KUMW.
           COMPUTE SU-ANTEIL ROUNDED = SU-UMLAGE * SU-KUMW / SU-BASIS
               - SU-KUMB.
           IF SU-ANTEIL = 0 GO D1.
           ADD SU-ANTEIL TO SU-KUMB.
           PERFORM SANPR-RATEN.
           PERFORM SANPR-BRIEF.
      *    Wiederanlauf: schon gestellte Konten und Raten auslassen -   *
      *    die Verteilung laeuft ueber sie mit, damit der Rundungsrest  *
      *    wie im ersten Lauf beim letzten Konto bleibt.                *
           MOVE 0 TO SU-IX.
           IF SU-LKTO = 0 GO D2.
           IF EG-KTONR < SU-LKTO GO D3.
           IF EG-KTONR = SU-LKTO MOVE SU-LRATE TO SU-IX.
       D2. ADD 1 TO SU-IX.
           IF SU-IX > SU-RATANZ GO D3.
           IF SU-RATBET(SU-IX) = 0 GO D2.
           IF SU-FAELL(SU-IX) NOT > SU-BIS
               ADD SU-RATBET(SU-IX) TO EG-SALDO
               REWRITE EG-SATZ.
           MOVE "E" TO OF-QU.
           MOVE EG-KTONR TO OF-KTO.
           MOVE "U" TO OF-ART.
           MOVE SU-RATBET(SU-IX) TO OF-BETRAG.
           MOVE SU-HEUTE TO OF-DATUM.
           MOVE SU-FAELL(SU-IX) TO OF-FAELL.
           MOVE SU-IX TO SU-RED.
           MOVE SPACE TO OF-TEXT.
           STRING "Sonderumlage " SU-NRED " Rate " SU-RED "/"
               SU-RANZED " " SU-BEZ DELIMITED BY SIZE INTO OF-TEXT.
           PERFORM OPOS-BELASTUNG.
           ADD 1 TO SU-NPOS.
           INITIALIZE PJ-SATZ.
           MOVE WE-FNR TO PJ-FNR.
           MOVE SU-PJNR TO PJ-NR.
           MOVE SU-NPOS TO PJ-POS.
           MOVE EG-KTONR TO PJ-KTONR.
           MOVE OP-DATUM TO PJ-OPDAT.
           MOVE OP-LFDNR TO PJ-OPLFD.
           MOVE SU-RATBET(SU-IX) TO PJ-BETRAG.
           MOVE SU-IX TO PJ-RATE.
           WRITE PJ-SATZ.
           GO D2.
       D3. ADD 1 TO SU-ANZ.
           ADD SU-ANTEIL TO SU-SUMME.
           GO D1.
       X.  MOVE WE-FNR TO PJ-FNR.
           MOVE SU-PJNR TO PJ-NR.
           MOVE 0 TO PJ-POS.
           READ SANPROJ.
           MOVE "U" TO PJ-STAT.
           MOVE SU-HEUTE TO PJ-UMLDAT.
           MOVE SU-NPOS TO PJ-NPOS.
           REWRITE PJ-SATZ.
           CLOSE OPOS DRUCKER.
           IF WQ-OFF NOT = "J" CLOSE WOHNUNG.
           PERFORM ARCH-LAUFMAIL.
           CLOSE ARCHIV.
           MOVE SU-ANZ TO SU-ANZED.
           MOVE SU-SUMME TO SU-BETED.
           DISPLAY "Sonderumlage gestellt: " SU-ANZED " Konten, "
               SU-BETED AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Sonderumlage - Raten *
      *  Teilt SU-ANTEIL auf SU-RATANZ Raten, die letzte nimmt den      *
      *  Rundungsrest.                                                  *
       SANPR-RATEN SECTION.
       A.  MOVE SU-ANTEIL TO SU-REST.
           MOVE 0 TO SU-IX.
       B.  ADD 1 TO SU-IX.
           IF SU-IX > 4 GO Z.
           IF SU-IX > SU-RATANZ
               MOVE 0 TO SU-RATBET(SU-IX)
               GO B.
           IF SU-IX = SU-RATANZ
               MOVE SU-REST TO SU-RATBET(SU-IX)
               GO B.
           COMPUTE SU-RATBET(SU-IX) ROUNDED = SU-ANTEIL / SU-RATANZ.
           SUBTRACT SU-RATBET(SU-IX) FROM SU-REST.
           GO B.
       Z.  EXIT.
      ************************************* Sonderumlage - Schreiben *
       SANPR-BRIEF SECTION.
       A.  WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM ADR-EIGEN.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EG-KTONR TO SU-KTOED.
           MOVE SPACE TO SU-ZEILE.
           STRING "Sonderumlage - Konto " SU-KTOED
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM WHG-TOPZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO SU-ZEILE.
           STRING "Sanierungsprojekt " SU-NRED ": " SU-BEZ
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-BSDAT TO SU-DATD.
           MOVE SPACE TO SU-ZEILE.
           STRING "Beschluss der Eigentuemerversammlung vom " SU-DATD
               ":" DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO SU-ZEILE.
           STRING "  " BS-TEXT DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-BUDGET TO SU-BETED.
           MOVE SPACE TO SU-ZEILE.
           STRING "Budget des Projekts..........: " SU-BETED
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-RLAG TO SU-BETED.
           MOVE SPACE TO SU-ZEILE.
           STRING "davon aus der Ruecklage......: " SU-BETED
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-UMLAGE TO SU-BETED.
           MOVE SPACE TO SU-ZEILE.
           STRING "davon Sonderumlage...........: " SU-BETED
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE EG-ANTEILW TO SU-ANTED.
           MOVE SU-BASIS TO SU-BASED.
           MOVE SPACE TO SU-ZEILE.
           STRING "Ihr Anteil (Anteilswert).....:      " SU-ANTED
               " /" SU-BASED DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-ANTEIL TO SU-BETED.
           MOVE SPACE TO SU-ZEILE.
           STRING "Ihr Anteil an der Umlage.....: " SU-BETED
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Rate  faellig am        Betrag" TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO SU-IX.
       B.  ADD 1 TO SU-IX.
           IF SU-IX > SU-RATANZ GO C.
           MOVE SU-IX TO SU-RED.
           MOVE SU-FAELL(SU-IX) TO SU-DATD.
           MOVE SU-RATBET(SU-IX) TO SU-BETED.
           MOVE SPACE TO SU-ZEILE.
           STRING "  " SU-RED "   " SU-DATD "  " SU-BETED
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           GO B.
       C.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Wir bitten um Zahlung der Raten zu den genannten Termi"
               TO SU-ZEILE.
           MOVE "nen." TO SU-ZEILE(55:4).
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Bericht *
      *  Statusbericht aller Projekte des Mandanten: Budget und         *
      *  Finanzierung, zugeordnete Eingangsrechnungen (gesamt und       *
      *  bezahlt), gestellte und eingegangene Sonderumlage. Einge-      *
      *  gangen ist, was an den Umlageposten ausgeziffert ist.          *
       SANPR-STATUS SECTION.
       A.  MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM OPOS-OEFFNEN.
           MOVE SPACE TO SU-EROFF.
           MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN INPUT ERECH.
           IF WF-STATUS = "35" MOVE "J" TO SU-EROFF.
           OPEN OUTPUT DRUCKER.
           MOVE SU-HEUTE TO SU-DATD.
           MOVE SPACE TO SU-ZEILE.
           STRING "Sanierungsprojekte - Stand " SU-DATD
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 0 TO SU-ANZ.
           MOVE WE-FNR TO PJ-FNR.
           MOVE 0 TO PJ-NR PJ-POS.
           MOVE SPACE TO SU-EOF.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO SU-EOF.
       B.  IF SANPR-EOF GO X.
           READ SANPROJ NEXT RECORD AT END MOVE "J" TO SU-EOF GO B.
           IF PJ-FNR NOT = WE-FNR MOVE "J" TO SU-EOF GO B.
           IF PJ-POS NOT = 0 GO B.
           MOVE PJ-NR TO SU-PJNR.
           PERFORM SANPR-EINGANG.
           PERFORM SANPR-RECHSUM.
           PERFORM SANPR-STDRUCK.
           ADD 1 TO SU-ANZ.
           IF SU-PJNR = 9999 MOVE "J" TO SU-EOF GO B.
      *    hinter den Positionen des Projekts weiterlesen               *
           MOVE WE-FNR TO PJ-FNR.
           COMPUTE PJ-NR = SU-PJNR + 1.
           MOVE 0 TO PJ-POS.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO SU-EOF.
           GO B.
       X.  IF SU-ANZ = 0
               MOVE "keine Projekte erfasst" TO DR-ZEILE
               WRITE DR-ZEILE.
           CLOSE DRUCKER OPOS.
           IF SU-EROFF NOT = "J" CLOSE ERECH.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           MOVE SU-ANZ TO SU-ANZED.
           DISPLAY "Projekte im Bericht: " SU-ANZED AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Eingang *
      *  Gestellte (SU-GEST) und an den Umlageposten ausgezifferte      *
      *  Betraege (SU-EING) des Projekts SU-PJNR; liest danach den      *
      *  Kopfsatz wieder ein.                                           *
       SANPR-EINGANG SECTION.
       A.  MOVE 0 TO SU-GEST SU-EING.
           MOVE WE-FNR TO PJ-FNR.
           MOVE SU-PJNR TO PJ-NR.
           MOVE 1 TO PJ-POS.
           MOVE SPACE TO SU-OPEOF.
           START SANPROJ KEY NOT < PJ-KEY INVALID KEY
               MOVE "J" TO SU-OPEOF.
       B.  IF SU-OPEOF = "J" GO X.
           READ SANPROJ NEXT RECORD AT END MOVE "J" TO SU-OPEOF GO B.
           IF PJ-FNR NOT = WE-FNR OR PJ-NR NOT = SU-PJNR
               MOVE "J" TO SU-OPEOF
               GO B.
           ADD PJ-BETRAG TO SU-GEST.
           MOVE "E" TO OP-QUELLE.
           MOVE PJ-KTONR TO OP-KTONR.
           MOVE PJ-OPDAT TO OP-DATUM.
           MOVE PJ-OPLFD TO OP-LFDNR.
           READ OPOS INVALID KEY GO B.
           COMPUTE SU-EING = SU-EING + OP-BETRAG - OP-OFFEN.
           GO B.
       X.  MOVE WE-FNR TO PJ-FNR.
           MOVE SU-PJNR TO PJ-NR.
           MOVE 0 TO PJ-POS.
           READ SANPROJ.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Rechnungen *
      *  Summe und bezahlter Teil der dem Projekt SU-PJNR zugeordneten  *
      *  Eingangsrechnungen des Mandanten.                              *
       SANPR-RECHSUM SECTION.
       A.  MOVE 0 TO SU-RANZ SU-RECH SU-BEZAHLT.
           IF SU-EROFF = "J" GO Z.
           MOVE 0 TO ER-LFNR.
           MOVE LOW-VALUE TO ER-BELEG.
           MOVE SPACE TO SU-EREOF.
           START ERECH KEY NOT < ER-KEY INVALID KEY
               MOVE "J" TO SU-EREOF.
       B.  IF SU-EREOF = "J" GO Z.
           READ ERECH NEXT RECORD AT END MOVE "J" TO SU-EREOF GO B.
           IF ER-FNR NOT = WE-FNR GO B.
           IF ER-PRKZ NOT = "P" OR ER-PRNR NOT = SU-PJNR GO B.
           ADD 1 TO SU-RANZ.
           ADD ER-BETRAG TO SU-RECH.
           IF ER-BEZKZ = "J" ADD ER-BETRAG TO SU-BEZAHLT.
           GO B.
       Z.  EXIT.
      ************************************* Sanierungsprojekte - Block *
       SANPR-STDRUCK SECTION.
       A.  PERFORM SANPR-STTEXT.
           MOVE PJ-NR TO SU-NRED.
           MOVE SPACE TO SU-ZEILE.
           STRING SU-NRED "  " PJ-BEZ "  " SU-STTX
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO SU-ZEILE.
           IF PJ-BSDAT = 0
               MOVE "      Beschluss: noch keiner" TO SU-ZEILE
           ELSE
               MOVE PJ-BSDAT TO SU-DATD
               MOVE PJ-BSLFD TO SU-LFDED
               STRING "      Beschluss vom " SU-DATD " Nr. " SU-LFDED
                   DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE PJ-BUDGET TO SU-BETED.
           MOVE PJ-RLAG TO SU-BETED2.
           MOVE PJ-RLENT TO SU-BETED3.
           MOVE SPACE TO SU-ZEILE.
           STRING "      Budget........: " SU-BETED
               "   aus Ruecklage: " SU-BETED2
               "   entnommen..: " SU-BETED3
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-RECH TO SU-BETED.
           MOVE SU-BEZAHLT TO SU-BETED2.
           COMPUTE SU-BETED3 = PJ-BUDGET - SU-RECH.
           MOVE SU-RANZ TO SU-ANZED.
           MOVE SPACE TO SU-ZEILE.
           STRING "      Rechnungen....: " SU-BETED
               "   bezahlt......: " SU-BETED2
               "   Budget frei: " SU-BETED3
               "   (" SU-ANZED " Rechnungen)"
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SU-GEST TO SU-BETED.
           MOVE SU-EING TO SU-BETED2.
           COMPUTE SU-BETED3 = SU-GEST - SU-EING.
           MOVE SPACE TO SU-ZEILE.
           STRING "      Umlage gestellt " SU-BETED
               "   eingegangen..: " SU-BETED2
               "   ausstehend.: " SU-BETED3
               DELIMITED BY SIZE INTO SU-ZEILE.
           MOVE SU-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Menue *
      *  Eigenes Honorar der Hausverwaltung je Mandant: V = Verein-     *
      *  barung (Saetze laut Verwaltervertrag) pflegen, A = Quartals-   *
      *  abrechnung mit Rechnung, AK-Buchung und Briefarchiv.           *
       HONOR-MENU SECTION.
       A.  MOVE "  Verwalterhonorar" TO WK-GEB.
           CALL "CAUP" USING "06OKOPF" WH-CREG.
           DISPLAY WD-DPAR(1:9) AT 0172.
           MOVE WH-DATUM TO VH-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO VH-HEUTE
                           ELSE ADD 19000000 TO VH-HEUTE.
           MOVE "HV-HONOR.DAT" TO DATEI.
           OPEN I-O HONORAR.
           IF WF-STATUS = "35"
               OPEN OUTPUT HONORAR
               CLOSE HONORAR
               OPEN I-O HONORAR.
       B.  DISPLAY "V=Vereinbarung, A=Quartalsabrechnung, leer=Ende"
               AT 2301.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2349.
           IF WH-X = SPACE GO X.
           IF WH-X = "V" PERFORM HONOR-PFLEGE GO B.
           IF WH-X = "A" PERFORM HONOR-LAUF GO B.
           GO B.
       X.  CLOSE HONORAR.
           MOVE "HONOR" TO WH-PN.
           CALL "CAUP" USING "08CLOFEN" WH-CREG.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Pflege *
      *  Ein Satz je Mandant. Saetze netto je Monat (x100), das Honorar-*
      *  konto muss im Kontenplan stehen. VPI-Basis 0 = ohne Wert-      *
      *  sicherung. Vertragsdaten - gleiche Berechtigung wie die        *
      *  Konstanten.                                                    *
       HONOR-PFLEGE SECTION.
       A.  MOVE 3 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Konstanten)" AT 2401
               PERFORM WEITER
               GO Z.
           CALL "CAUP" USING "1303012280000" WH-CREG.
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35"
               DISPLAY "Kontenplan fehlt - zuerst anlegen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE WE-FNR TO HO-FNR.
           MOVE SPACE TO VH-GEF.
           READ HONORAR INVALID KEY MOVE "J" TO VH-GEF.
           IF HONOR-FEHLT
               INITIALIZE HO-SATZ
               MOVE WE-FNR TO HO-FNR
               MOVE "E" TO HO-ART
               DISPLAY "neue Honorarvereinbarung" AT 2401.
           PERFORM HONOR-ANZEIGE.
       B.  DISPLAY "E=je Einheit, Q=je m2 Nutzflaeche, P=Pauschale"
               AT 2301.
           MOVE HO-ART TO WH-X.
           DISPLAY WH-X with highlight AT 0349.
           ACCEPT WH-X AT 0349.
           IF WH-X NOT = "E" AND WH-X NOT = "Q" AND WH-X NOT = "P"
               GO B.
           MOVE WH-X TO HO-ART.
       C.  DISPLAY "<esc>=Abbr., <ret>=Monatssatz netto (x100)" AT 2301.
           COMPUTE WH-WERT = HO-BETRAG * 100.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO C.
           IF WH-WERT = 0 GO C.
           COMPUTE HO-BETRAG = WH-WERT / 100.
      *    Zusatzhonorare, 0 = nicht vereinbart                         *
       D.  DISPLAY "<esc>=Abbr., <ret>=je Eigentuemerwechsel netto "
               "(x100)" AT 2301.
           COMPUTE WH-WERT = HO-ZUEW * 100.
           DISPLAY WH-WERT with highlight AT 0549.
           CALL "CAUP" USING "1005495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO D.
           COMPUTE HO-ZUEW = WH-WERT / 100.
       E.  DISPLAY "<esc>=Abbr., <ret>=je gemahntem Konto netto (x100)"
               AT 2301.
           COMPUTE WH-WERT = HO-ZUMA * 100.
           DISPLAY WH-WERT with highlight AT 0649.
           CALL "CAUP" USING "1006495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO E.
           COMPUTE HO-ZUMA = WH-WERT / 100.
       F.  DISPLAY "<esc>=Abbr., <ret>=je Rechtsfall-Uebergabe netto "
               "(x100)" AT 2301.
           COMPUTE WH-WERT = HO-ZURF * 100.
           DISPLAY WH-WERT with highlight AT 0749.
           CALL "CAUP" USING "1007495007" WH-CREG.
           IF ESC GO X.
           IF not RET GO F.
           COMPUTE HO-ZURF = WH-WERT / 100.
       G.  DISPLAY "<esc>=Abbr., <ret>=USt-Kategorie aus den Konstanten"
               ", 0=keine" AT 2301.
           MOVE HO-USTKAT TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0849.
           CALL "CAUP" USING "1008491001" WH-CREG.
           IF ESC GO X.
           IF not RET GO G.
           IF WH-WERT > 6 GO G.
           MOVE WH-WERT TO HO-USTKAT.
           MOVE 0 TO VH-USTSATZ.
           IF HO-USTKAT > 0 MOVE KO-UST(HO-USTKAT) TO VH-USTSATZ.
           MOVE VH-USTSATZ TO VH-USTED.
           DISPLAY VH-USTED " %" AT 0855.
       H.  DISPLAY "<esc>=Abbr., <ret>=Aufwandskonto des Honorars"
               AT 2301.
           MOVE HO-AKKTO TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0949.
           CALL "CAUP" USING "1009495004" WH-CREG.
           IF ESC GO X.
           IF not RET GO H.
           IF WH-WERT = 0 GO H.
           MOVE WH-WERT TO KP-KTONR.
           MOVE SPACE TO VH-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO VH-GEF.
           IF HONOR-FEHLT
               DISPLAY "Konto nicht im Kontenplan" AT 2401
               PERFORM WEITER
               GO H.
           MOVE WH-WERT TO HO-AKKTO.
           DISPLAY KP-BEZ(1:24) AT 0955.
      *    die UVA rechnet die Vorsteuer nach der Kategorie des Kontos  *
           IF KP-USTKAT NOT = HO-USTKAT
               DISPLAY "USt-Kategorie des Kontos weicht ab - bitte "
                   "Kontenplan pruefen" AT 2401.
       I.  DISPLAY "Datum des Verwaltervertrags JJJJMMTT, 0=ohne"
               AT 2301.
           MOVE HO-VTDAT TO VH-DATD.
           DISPLAY VH-DATD with highlight AT 1049.
           ACCEPT VH-DATD AT 1049.
           IF NOT RET GO I.
           IF VH-DATD NOT = 0
               IF VH-DATD < 19900101 OR VH-DATD > 20991231 GO I.
           MOVE VH-DATD TO HO-VTDAT.
       J.  DISPLAY "<esc>=Abbr., <ret>=VPI-Basis (x100), 0=ohne "
               "Wertsicherung" AT 2301.
           COMPUTE WH-WERT = HO-VPIBAS * 100.
           DISPLAY WH-WERT with highlight AT 1149.
           CALL "CAUP" USING "1011495005" WH-CREG.
           IF ESC GO X.
           IF not RET GO J.
           COMPUTE HO-VPIBAS = WH-WERT / 100.
           IF HO-VPIBAS = 0
               MOVE 0 TO HO-VPISCHW
               DISPLAY "    0,00" AT 1249
               GO M.
       K.  DISPLAY "<esc>=Abbr., <ret>=Schwelle der Anpassung in "
               "Prozent (x100)" AT 2301.
           COMPUTE WH-WERT = HO-VPISCHW * 100.
           DISPLAY WH-WERT with highlight AT 1249.
           CALL "CAUP" USING "1012495004" WH-CREG.
           IF ESC GO X.
           IF not RET GO K.
           IF WH-WERT = 0 GO K.
           COMPUTE HO-VPISCHW = WH-WERT / 100.
       M.  DISPLAY "<esc>=Abbr., <ret>=speichern" AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC GO X.
           IF not RET GO M.
           REWRITE HO-SATZ INVALID KEY WRITE HO-SATZ.
           DISPLAY "Honorarvereinbarung gespeichert" AT 2401.
           PERFORM WEITER.
       X.  CLOSE KPLAN.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Anzeige *
       HONOR-ANZEIGE SECTION.
       A.  DISPLAY "Honorarart (E/Q/P)..:" AT 0327.
           DISPLAY HO-ART with highlight AT 0349.
           DISPLAY "Monatssatz (x100)...:" AT 0427.
           MOVE HO-BETRAG TO VH-SATZED.
           DISPLAY VH-SATZED with highlight AT 0449.
           DISPLAY "je Eig.-Wechsel.....:" AT 0527.
           MOVE HO-ZUEW TO VH-SATZED.
           DISPLAY VH-SATZED with highlight AT 0549.
           DISPLAY "je gemahnt. Konto...:" AT 0627.
           MOVE HO-ZUMA TO VH-SATZED.
           DISPLAY VH-SATZED with highlight AT 0649.
           DISPLAY "je Rechtsfall.......:" AT 0727.
           MOVE HO-ZURF TO VH-SATZED.
           DISPLAY VH-SATZED with highlight AT 0749.
           DISPLAY "USt-Kategorie (0-6).:" AT 0827.
           DISPLAY HO-USTKAT with highlight AT 0849.
           DISPLAY "Honorarkonto........:" AT 0927.
           MOVE HO-AKKTO TO VH-KTOED.
           DISPLAY VH-KTOED with highlight AT 0949.
           DISPLAY "Vertrag vom JJJJMMTT:" AT 1027.
           MOVE HO-VTDAT TO VH-DATD.
           DISPLAY VH-DATD with highlight AT 1049.
           DISPLAY "VPI-Basis (x100)....:" AT 1127.
           MOVE HO-VPIBAS TO VH-IXED.
           DISPLAY VH-IXED with highlight AT 1149.
           DISPLAY "VPI-Schwelle % x100.:" AT 1227.
           MOVE HO-VPISCHW TO VH-IXED.
           DISPLAY VH-IXED with highlight AT 1249.
           DISPLAY "letzte Anpassung....:" AT 1327.
           MOVE HO-ANPDAT TO VH-DATD.
           DISPLAY VH-DATD AT 1349.
           DISPLAY "zuletzt abgerechnet.:" AT 1427.
           IF HO-LETZPER = 0 GO Z.
           MOVE HO-LETZPER TO VH-MONED.
           MOVE HO-LETZRE TO VH-RENRED.
           MOVE HO-LETZBET TO VH-BETED.
           MOVE SPACE TO VH-ZEILE.
           STRING VH-MONED(6:1) "/" VH-MONED(1:4) " Re.Nr. " VH-RENRED
               " " VH-BETED DELIMITED BY SIZE INTO VH-ZEILE.
           DISPLAY VH-ZEILE(1:30) AT 1449.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Abrechnung *
      *  Quartalsrechnung des Verwalters an den Mandanten. Nach der     *
      *  Wertsicherung (HONOR-VPI) zaehlt HONOR-ZAEHLEN die Einheiten   *
      *  und Zusatzleistungen des Quartals; Grundhonorar = Monatssatz   *
      *  x Menge x 3. Die Rechnung erhaelt die naechste Nummer aus      *
      *  KO-RENUM, wird brutto als AK-Satz auf das Honorarkonto ge-     *
      *  bucht und als Lauf-PDF HONOR archiviert. SOLLPER sperrt das    *
      *  Quartal als Pseudo-Periode JJJJ(20+Quartal).                   *
       HONOR-LAUF SECTION.
       A.  CALL "CAUP" USING "1303012280000" WH-CREG.
           MOVE WE-FNR TO HO-FNR.
           MOVE SPACE TO VH-GEF.
           READ HONORAR INVALID KEY MOVE "J" TO VH-GEF.
           IF HONOR-FEHLT
               DISPLAY "keine Honorarvereinbarung - zuerst erfassen"
                   AT 2401
               PERFORM WEITER
               GO Z.
           MOVE VH-HEUTE(1:4) TO VH-JAHR.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Jahr" AT 2301.
           DISPLAY "Jahr................:" AT 0327.
           MOVE VH-JAHR TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495005" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 1990 OR WH-WERT > 2099 GO A1.
           MOVE WH-WERT TO VH-JAHR.
       A2. DISPLAY "<esc>=Abbruch, <ret>=Quartal (1-4)" AT 2301.
           DISPLAY "Quartal (1-4).......:" AT 0427.
           MOVE 0 TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0449.
           CALL "CAUP" USING "1004491001" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A2.
           IF WH-WERT < 1 OR WH-WERT > 4 GO A2.
           MOVE WH-WERT TO VH-QUART.
           COMPUTE VH-VON = VH-JAHR * 10000
               + (VH-QUART * 3 - 2) * 100 + 01.
           COMPUTE VH-BIS = VH-JAHR * 10000 + VH-QUART * 3 * 100 + 31.
           COMPUTE VH-PER = VH-JAHR * 100 + 20 + VH-QUART.
           MOVE VH-BIS(1:6) TO VH-MON.
           MOVE VH-HEUTE TO SR-DATUM.
           PERFORM SPERR-PRUEF.
           IF NOT SPERR-OK
               DISPLAY "Wirtschaftsjahr abgeschlossen - kein Lauf"
                   AT 2401
               PERFORM WEITER
               GO Z.
      *    Honorarkonto gegen den Kontenplan                            *
           MOVE "HV-KPLAN.DAT" TO DATEI.
           OPEN INPUT KPLAN.
           IF WF-STATUS = "35"
               DISPLAY "Kontenplan fehlt - zuerst anlegen" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE HO-AKKTO TO KP-KTONR.
           MOVE SPACE TO VH-GEF.
           READ KPLAN INVALID KEY MOVE "J" TO VH-GEF.
           MOVE KP-BEZ TO VH-KPBEZ.
           CLOSE KPLAN.
           IF HONOR-FEHLT OR HO-AKKTO = 0
               DISPLAY "Honorarkonto nicht im Kontenplan" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE "HV-SOLLPE.DAT" TO DATEI.
           OPEN I-O SOLLPER.
           IF WF-STATUS = "35"
               CLOSE SOLLPER
               OPEN I-O SOLLPER.
           MOVE WE-FNR TO SP-FNR.
           MOVE VH-PER TO SP-PERIODE.
           READ SOLLPER INVALID KEY GO B.
           CLOSE SOLLPER.
           DISPLAY "Honorar " VH-QUART "/" VH-JAHR " bereits "
               "abgerechnet" AT 2401.
           PERFORM WEITER.
           GO Z.
       B.  MOVE HO-BETRAG TO VH-BET.
           MOVE HO-ZUEW TO VH-EW.
           MOVE HO-ZUMA TO VH-MA.
           MOVE HO-ZURF TO VH-RF.
           PERFORM HONOR-VPI.
           PERFORM HONOR-ZAEHLEN.
      *    Honorar des Quartals                                         *
           EVALUATE HO-ART
               WHEN "E" MOVE VH-ANZE TO VH-MENGE
               WHEN "Q" MOVE VH-QM TO VH-MENGE
               WHEN OTHER MOVE 1 TO VH-MENGE
           END-EVALUATE.
           COMPUTE VH-GRUND ROUNDED = VH-BET * VH-MENGE * 3.
           COMPUTE VH-ZEW = VH-EW * VH-ANZEW.
           COMPUTE VH-ZMA = VH-MA * VH-ANZMA.
           COMPUTE VH-ZRF = VH-RF * VH-ANZRF.
           COMPUTE VH-NETTO = VH-GRUND + VH-ZEW + VH-ZMA + VH-ZRF.
           MOVE 0 TO VH-USTSATZ.
           IF HO-USTKAT > 0 MOVE KO-UST(HO-USTKAT) TO VH-USTSATZ.
           COMPUTE VH-UST ROUNDED = VH-NETTO * VH-USTSATZ / 100.
           COMPUTE VH-BRUTTO = VH-NETTO + VH-UST.
           DISPLAY "Einheiten...........:" AT 0627.
           MOVE VH-ANZE TO VH-ANZED.
           DISPLAY VH-ANZED with highlight AT 0649.
           DISPLAY "Nutzflaeche m2......:" AT 0727.
           MOVE VH-QM TO VH-QMED.
           DISPLAY VH-QMED with highlight AT 0749.
           DISPLAY "Eigentuemerwechsel..:" AT 0827.
           MOVE VH-ANZEW TO VH-ANZED.
           DISPLAY VH-ANZED with highlight AT 0849.
           DISPLAY "gemahnte Konten.....:" AT 0927.
           MOVE VH-ANZMA TO VH-ANZED.
           DISPLAY VH-ANZED with highlight AT 0949.
           DISPLAY "Rechtsfaelle........:" AT 1027.
           MOVE VH-ANZRF TO VH-ANZED.
           DISPLAY VH-ANZED with highlight AT 1049.
           IF VH-ANPKZ = "J"
               MOVE VH-PZ TO VH-PZED
               DISPLAY "Wertsicherung: VPI +" VH-PZED " % - Saetze "
                   "werden angepasst" AT 1127.
           DISPLAY "Honorar netto.......:" AT 1227.
           MOVE VH-NETTO TO VH-BETED.
           DISPLAY VH-BETED with highlight AT 1249.
           DISPLAY "Umsatzsteuer........:" AT 1327.
           MOVE VH-UST TO VH-BETED.
           DISPLAY VH-BETED with highlight AT 1349.
           DISPLAY "Rechnungsbetrag.....:" AT 1427.
           MOVE VH-BRUTTO TO VH-BETED.
           DISPLAY VH-BETED with highlight AT 1449.
           IF VH-BRUTTO NOT > 0
               CLOSE SOLLPER
               DISPLAY "kein Honorar abzurechnen" AT 2401
               PERFORM WEITER
               GO Z.
       C.  DISPLAY "<esc>=Abbr., <ret>=Rechnung erstellen und buchen"
               AT 2301.
           CALL "CAUP" USING "0023500000" WH-CREG.
           IF ESC CLOSE SOLLPER GO Z.
           IF not RET GO C.
      *    naechste Rechnungsnummer (Muster VERZUGSZINSEN/KO-VZBIS)     *
       D.  MOVE WE-FNR TO WH-KEY.
       D1. READ KONSTANT INVALID KEY GO D2.
           IF ZUGRIF PERFORM BESETZT GO D1.
           IF KO-RENUM = 0 MOVE 1 TO KO-RENUM.
           MOVE KO-RENUM TO VH-RENR.
           ADD 1 TO KO-RENUM.
           REWRITE KO-SATZ.
       D2. MOVE VH-RENR TO VH-RENRED.
      *    Rechnung                                                     *
       E.  MOVE 3 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM ARCH-OEFFNEN.
           MOVE "HONOR" TO AQ-ART.
           PERFORM ARCH-LAUF.
           OPEN OUTPUT DRUCKER.
           PERFORM HONOR-RECHNUNG.
           CLOSE DRUCKER.
           PERFORM ARCH-LAUFMAIL.
           CLOSE ARCHIV.
      *    AK-Buchung brutto auf das Honorarkonto                       *
       F.  MOVE "HV-AK.DAT" TO DATEI.
           OPEN I-O AK.
           IF WF-STATUS = "35"
               OPEN OUTPUT AK
               CLOSE AK
               OPEN I-O AK.
           MOVE HO-AKKTO TO AK-KTONR.
           MOVE VH-HEUTE TO AK-DATUM.
           MOVE 0 TO AK-LFDNR.
       F1. ADD 1 TO AK-LFDNR.
           MOVE VH-BRUTTO TO AK-BETRAG.
           MOVE SPACE TO AK-TEXT.
           STRING "Verwalterhonorar " VH-QUART "/" VH-JAHR " Re.Nr. "
               VH-RENRED DELIMITED BY SIZE INTO AK-TEXT.
           MOVE WE-FNR TO AK-FNR.
           MOVE SPACE TO AK-SKZ.
           WRITE AK-SATZ INVALID KEY GO F1.
           CLOSE AK.
      *    Quartal sperren, Vereinbarung fortschreiben                  *
       X.  MOVE WE-FNR TO SP-FNR.
           MOVE VH-PER TO SP-PERIODE.
           MOVE VH-HEUTE TO SP-DATUM.
           MOVE 1 TO SP-ANZ.
           MOVE VH-BRUTTO TO SP-SUMME.
           WRITE SP-SATZ.
           CLOSE SOLLPER.
           IF VH-ANPKZ = "J"
               MOVE VH-BET TO HO-BETRAG
               MOVE VH-EW TO HO-ZUEW
               MOVE VH-MA TO HO-ZUMA
               MOVE VH-RF TO HO-ZURF
               MOVE VH-VPI TO HO-VPIBAS
               MOVE VH-HEUTE TO HO-ANPDAT.
           MOVE VH-PER TO HO-LETZPER.
           MOVE VH-RENR TO HO-LETZRE.
           MOVE VH-BRUTTO TO HO-LETZBET.
           REWRITE HO-SATZ.
           MOVE VH-BRUTTO TO VH-BETED.
           DISPLAY "Rechnung " VH-RENRED " gebucht: " VH-BETED AT 2401.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Wertsich. *
      *  Juengster VPI-Wert bis zum Quartalsende gegen HO-VPIBAS; ab    *
      *  der Schwelle HO-VPISCHW werden die Saetze des Laufs im         *
      *  Verhaeltnis VPI/Basis angehoben (Muster WERTSICHERUNG). Die    *
      *  Vereinbarung selbst schreibt erst der gebuchte Lauf fort.      *
       HONOR-VPI SECTION.
       A.  MOVE SPACE TO VH-ANPKZ.
           MOVE 0 TO VH-VPI VH-VPIMON VH-PZ.
           MOVE HO-VPIBAS TO VH-VPIALT.
           IF HO-VPIBAS = 0 OR HO-VPISCHW = 0 GO Z.
           MOVE "HV-VPI.DAT" TO DATEI.
           OPEN INPUT VPI.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO VP-JJJJMM.
           MOVE SPACE TO VH-EOF.
           START VPI KEY NOT < VP-KEY INVALID KEY
               MOVE "J" TO VH-EOF.
       B.  IF HONOR-EOF GO C.
           READ VPI NEXT RECORD AT END MOVE "J" TO VH-EOF GO B.
           IF VP-JJJJMM > VH-MON GO C.
           MOVE VP-WERT TO VH-VPI.
           MOVE VP-JJJJMM TO VH-VPIMON.
           GO B.
       C.  CLOSE VPI.
           IF VH-VPI = 0 GO Z.
           COMPUTE VH-PZ ROUNDED = (VH-VPI - HO-VPIBAS) * 100
               / HO-VPIBAS.
           IF VH-PZ < HO-VPISCHW GO Z.
           MOVE "J" TO VH-ANPKZ.
           COMPUTE VH-BET ROUNDED = HO-BETRAG * VH-VPI / HO-VPIBAS.
           COMPUTE VH-EW ROUNDED = HO-ZUEW * VH-VPI / HO-VPIBAS.
           COMPUTE VH-MA ROUNDED = HO-ZUMA * VH-VPI / HO-VPIBAS.
           COMPUTE VH-RF ROUNDED = HO-ZURF * VH-VPI / HO-VPIBAS.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Mengen *
      *  Einheiten und Nutzflaeche aus dem Wohnungsstamm, ohne Woh-     *
      *  nungen aus den offenen Eigentuemerkonten. Zusatzleistungen im  *
      *  Quartal: Eigentuemerwechsel laut EIGWECHSEL.LOG (das alte      *
      *  Konto bestimmt den Mandanten), Eigentuemerkonten mit Mahnung   *
      *  (EG-MAHNDAT) und an den Anwalt uebergebene Rechtsfaelle.       *
       HONOR-ZAEHLEN SECTION.
       A.  MOVE 0 TO VH-ANZE VH-QM VH-ANZEW VH-ANZMA VH-ANZRF.
           MOVE "HV-WOHN.DAT" TO DATEI.
           OPEN INPUT WOHNUNG.
           IF WF-STATUS = "35" GO B.
           MOVE WE-FNR TO WO-FNR.
           MOVE 0 TO WO-NR.
           MOVE SPACE TO VH-EOF.
           START WOHNUNG KEY NOT < WO-KEY INVALID KEY
               MOVE "J" TO VH-EOF.
       A1. IF HONOR-EOF GO A9.
           READ WOHNUNG NEXT RECORD AT END MOVE "J" TO VH-EOF GO A1.
           IF WO-FNR NOT = WE-FNR MOVE "J" TO VH-EOF GO A1.
           ADD 1 TO VH-ANZE.
           ADD WO-NUTZFL TO VH-QM.
           GO A1.
       A9. CLOSE WOHNUNG.
      *    Eigentuemerkonten: Einheiten ohne Wohnungsstamm, Mahnungen   *
       B.  MOVE SPACE TO VH-WOKZ.
           IF VH-ANZE > 0 MOVE "J" TO VH-WOKZ.
           MOVE 0 TO EG-KTONR.
           MOVE SPACE TO VH-EOF.
           MOVE WE-FNR TO EG-FNR.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO VH-EOF.
       B1. IF HONOR-EOF GO C.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO VH-EOF GO B1.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO VH-EOF GO B1.
           IF EG-MAHNSTUFE > 0 AND EG-MAHNDAT NOT < VH-VON
                               AND EG-MAHNDAT NOT > VH-BIS
               ADD 1 TO VH-ANZMA.
           IF EG-UEBDAT NOT = 0 GO B1.
           IF VH-WOKZ = "J" GO B1.
           ADD 1 TO VH-ANZE.
           ADD EG-NUTZFL TO VH-QM.
           GO B1.
      *    Rechtsfaelle mit Uebergabe im Quartal                        *
       C.  MOVE "HV-RECHT.DAT" TO DATEI.
           OPEN INPUT RECHTSF.
           IF WF-STATUS = "35" GO D.
           MOVE LOW-VALUE TO RF-KEY.
           MOVE SPACE TO VH-EOF.
           START RECHTSF KEY NOT < RF-KEY INVALID KEY
               MOVE "J" TO VH-EOF.
       C1. IF HONOR-EOF GO C9.
           READ RECHTSF NEXT RECORD AT END MOVE "J" TO VH-EOF GO C1.
           IF RF-FNR NOT = WE-FNR GO C1.
           IF RF-UEBDAT < VH-VON OR RF-UEBDAT > VH-BIS GO C1.
           ADD 1 TO VH-ANZRF.
           GO C1.
       C9. CLOSE RECHTSF.
      *    Eigentuemerwechsel: Protokollzeilen mit Datum im Quartal     *
       D.  OPEN INPUT WECHLOG.
           IF WF-STATUS = "35" GO Z.
       D1. READ WECHLOG AT END GO D9.
           IF EWL-ZEILE(13:25) NOT = "Eigentuemerwechsel Konto "
               GO D1.
           MOVE EWL-ZEILE(1:8) TO VH-LOGDAT.
           IF VH-LOGDAT NOT NUMERIC GO D1.
           IF VH-LOGDAT < VH-VON OR VH-LOGDAT > VH-BIS GO D1.
           MOVE EWL-ZEILE(38:4) TO VH-LOGKTO.
           IF VH-LOGKTO NOT NUMERIC GO D1.
           MOVE VH-LOGKTO TO EG-KTONR.
           READ EIGENTUM INVALID KEY GO D1.
           IF EG-FNR NOT = WE-FNR GO D1.
           ADD 1 TO VH-ANZEW.
           GO D1.
       D9. CLOSE WECHLOG.
       Z.  EXIT.
      ************************************* Verwalterhonorar - Rechnung *
      *  Rechnung mit der Herleitung jeder Position (Menge x Satz), so  *
      *  dass das Honorar gegen den Verwaltervertrag nachpruefbar ist.  *
       HONOR-RECHNUNG SECTION.
       A.  WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE KO-ORT TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO VH-ZEILE.
           STRING "Rechnung Nr. " VH-RENRED " - Verwalterhonorar "
               VH-QUART ". Quartal " VH-JAHR
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO VH-ZEILE.
           STRING "Rechnungsdatum " VH-HEUTE DELIMITED BY SIZE
               INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF HO-VTDAT NOT = 0
               MOVE HO-VTDAT TO VH-DATD
               MOVE SPACE TO VH-ZEILE
               STRING "laut Verwaltervertrag vom " VH-DATD
                   DELIMITED BY SIZE INTO VH-ZEILE
               MOVE VH-ZEILE TO DR-ZEILE
               WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
      *    Wertsicherung der Saetze                                     *
           IF VH-ANPKZ NOT = "J" GO B.
           MOVE VH-VPIALT TO VH-IXED.
           MOVE VH-VPI TO VH-IXED2.
           MOVE VH-VPIMON TO VH-MONED.
           MOVE VH-PZ TO VH-PZED.
           MOVE SPACE TO VH-ZEILE.
           STRING "Wertsicherung: Basisindex " VH-IXED " / VPI "
               VH-IXED2 " (Monat " VH-MONED ") = " VH-PZED " %"
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Die Honorarsaetze werden ab diesem Quartal im selben "
               TO VH-ZEILE.
           MOVE "Verhaeltnis angepasst." TO VH-ZEILE(54:22).
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
      *    Positionen                                                   *
       B.  MOVE "Leistung" TO VH-ZEILE.
           MOVE "Menge" TO VH-ZEILE(40:5).
           MOVE "Satz" TO VH-ZEILE(52:4).
           MOVE "Betrag" TO VH-ZEILE(63:6).
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE VH-BET TO VH-SATZED.
           MOVE VH-GRUND TO VH-BETED.
           MOVE SPACE TO VH-ZEILE.
           EVALUATE HO-ART
               WHEN "E"
                   MOVE VH-ANZE TO VH-QMED
                   STRING "Grundhonorar je Einheit x 3 Mon.  "
                       VH-QMED "   " VH-SATZED "  " VH-BETED
                       DELIMITED BY SIZE INTO VH-ZEILE
               WHEN "Q"
                   MOVE VH-QM TO VH-QMED
                   STRING "Grundhonorar je m2 x 3 Monate     "
                       VH-QMED "   " VH-SATZED "  " VH-BETED
                       DELIMITED BY SIZE INTO VH-ZEILE
               WHEN OTHER
                   MOVE 1 TO VH-QMED
                   STRING "Grundhonorar pauschal x 3 Monate  "
                       VH-QMED "   " VH-SATZED "  " VH-BETED
                       DELIMITED BY SIZE INTO VH-ZEILE
           END-EVALUATE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF VH-ZEW = 0 GO C.
           MOVE VH-ANZEW TO VH-QMED.
           MOVE VH-EW TO VH-SATZED.
           MOVE VH-ZEW TO VH-BETED.
           MOVE SPACE TO VH-ZEILE.
           STRING "Eigentuemerwechsel                "
               VH-QMED "   " VH-SATZED "  " VH-BETED
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       C.  IF VH-ZMA = 0 GO D.
           MOVE VH-ANZMA TO VH-QMED.
           MOVE VH-MA TO VH-SATZED.
           MOVE VH-ZMA TO VH-BETED.
           MOVE SPACE TO VH-ZEILE.
           STRING "Mahnverfahren (gemahnte Konten)   "
               VH-QMED "   " VH-SATZED "  " VH-BETED
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       D.  IF VH-ZRF = 0 GO E.
           MOVE VH-ANZRF TO VH-QMED.
           MOVE VH-RF TO VH-SATZED.
           MOVE VH-ZRF TO VH-BETED.
           MOVE SPACE TO VH-ZEILE.
           STRING "Rechtsfall-Uebergaben             "
               VH-QMED "   " VH-SATZED "  " VH-BETED
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
      *    Summen                                                       *
       E.  MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE VH-NETTO TO VH-BETED.
           MOVE "Honorar netto" TO VH-ZEILE.
           MOVE VH-BETED TO VH-ZEILE(58:11).
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE VH-USTSATZ TO VH-USTED.
           MOVE VH-UST TO VH-BETED.
           MOVE SPACE TO VH-ZEILE.
           STRING "zuzueglich Umsatzsteuer " VH-USTED " %"
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-BETED TO VH-ZEILE(58:11).
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE VH-BRUTTO TO VH-BETED.
           MOVE "Rechnungsbetrag" TO VH-ZEILE.
           MOVE VH-BETED TO VH-ZEILE(58:11).
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE HO-AKKTO TO VH-KTOED.
           MOVE SPACE TO VH-ZEILE.
           STRING "Gebucht auf Konto " VH-KTOED " " VH-KPBEZ
               DELIMITED BY SIZE INTO VH-ZEILE.
           MOVE VH-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************ Monatlicher Verwalterbericht *
      *  Eine Seite je Mandant fuer den Beirat: Rueckstaende aus den    *
      *  offenen Posten nach Alter (Eigentuemer/Mieter), Konten in      *
      *  Mahnstufe 1/2, Leerstand, Ruecklage, Plan-Ist bis zum          *
      *  Berichtsmonat, unbezahlte und ueberfaellige Eingangsrech-      *
      *  nungen, Kautionsbestand und ablaufende SEPA-Mandate, jeweils   *
      *  gegen den Vormonat. Die Zahlen gehen je Monat nach MONKZ, der  *
      *  Vergleich liest den Satz des Vormonats (fehlt er, bleiben die  *
      *  Vergleichsspalten leer). Vorschlag bzw. im Stapel fest ist     *
      *  der Vormonat des Stichtags - daher am Monatsersten laufen      *
      *  lassen: offene Posten, Mahnstufen, Eingangsrechnungen und      *
      *  Mandate sind der Stand beim Lauf.                              *
       MONATSBERICHT SECTION.
       A.  MOVE "  Verwalterbericht" TO WK-GEB.
           MOVE 2 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM MONB-VORMONAT.
           IF BATCH-AKTIV GO B.
       A1. DISPLAY "<esc>=Abbruch, <ret>=Berichtsmonat JJJJMM" AT 2301.
           DISPLAY "Berichtsmonat.......:" AT 0327.
           MOVE VB-MONAT TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495006" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A1.
           IF WH-WERT < 199001 OR WH-WERT > 209912 GO A1.
           MOVE WH-WERT TO VB-MONAT.
           IF VB-MONAT(5:2) < "01" OR VB-MONAT(5:2) > "12" GO A1.
       B.  PERFORM MONB-ZEITRAUM.
           MOVE "HV-MONKZ.DAT" TO DATEI.
           OPEN I-O MONKZ.
           IF WF-STATUS = "35"
               OPEN OUTPUT MONKZ
               CLOSE MONKZ
               OPEN I-O MONKZ.
           IF NOT BATCH-AKTIV
               DISPLAY "Kennzahlen werden ermittelt ...     " AT 2301.
           PERFORM MONB-RECHNEN.
           MOVE WE-FNR TO KN-FNR.
           MOVE VB-MONAT TO KN-MONAT.
           MOVE VB-HEUTE TO KN-DATUM.
           REWRITE KN-SATZ INVALID KEY WRITE KN-SATZ.
           MOVE 1 TO VB-SP.
           INITIALIZE VB-SPALTE(1).
           PERFORM MONB-WERTE.
           PERFORM MONB-QUOTE.
      *    Vormonat zum Vergleich                                       *
           MOVE 2 TO VB-SP.
           INITIALIZE VB-SPALTE(2).
           MOVE SPACE TO VB-VORKZ.
           MOVE WE-FNR TO KN-FNR.
           MOVE VB-VORMON TO KN-MONAT.
           MOVE SPACE TO VB-GEF.
           READ MONKZ INVALID KEY MOVE "J" TO VB-GEF.
           IF NOT MONB-FEHLT
               MOVE "J" TO VB-VORKZ
               PERFORM MONB-WERTE
               PERFORM MONB-QUOTE.
           CLOSE MONKZ.
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE WE-FNR TO VB-FNRED.
           MOVE SPACE TO VB-ZEILE.
           STRING "Monatlicher Verwalterbericht " VB-MM "/" VB-JJ
               " - Mandant " VB-FNRED DELIMITED BY SIZE INTO VB-ZEILE.
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM MONB-STAND.
           PERFORM MONB-DRUCK.
           CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           IF NOT BATCH-AKTIV
               DISPLAY "Verwalterbericht " VB-MONAT " gedruckt.      "
                   AT 2301.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************* Verwalterbericht - Zentrale *
      *  Mandantenuebergreifender Ueberblick aus den Monatskennzahlen   *
      *  (MONKZ): je Mandant eine Zeile, darunter die Summe aller       *
      *  Mandanten gegen die Summe des Vormonats. Es zaehlen nur        *
      *  Mandanten, deren Monatsbericht fuer den Monat gelaufen ist;    *
      *  der Vergleich erscheint nur, wenn fuer alle diese auch der     *
      *  Vormonat vorliegt. Nur fuer Zentrale-Anwender mit dem Recht    *
      *  Zentralbericht (wie KONSOLIDIERUNG), im Stapel genuegt das     *
      *  Recht - dort nach den VERW-BERICHT-Zeilen der Mandanten.       *
       MONB-ZENTRAL SECTION.
       A.  MOVE "  Verwalterbericht" TO WK-GEB.
           MOVE 0 TO VB-MANZ VB-VANZ.
           IF BATCH-AKTIV GO A2.
           IF NOT ZENTRAL
               DISPLAY "nur fuer Zentrale-Anwender" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE 5 TO BN-RIX.
           PERFORM RECHT-PRUEF.
           IF NOT RECHT-OK
               DISPLAY "keine Berechtigung (Zentralbericht)" AT 2401
               PERFORM WEITER
               GO Z.
       A2. MOVE 4 TO WL-RPT.
           PERFORM LAD-DRUCK.
           PERFORM MONB-VORMONAT.
           IF BATCH-AKTIV GO B.
       A3. DISPLAY "<esc>=Abbruch, <ret>=Berichtsmonat JJJJMM" AT 2301.
           DISPLAY "Berichtsmonat.......:" AT 0327.
           MOVE VB-MONAT TO WH-WERT.
           DISPLAY WH-WERT with highlight AT 0349.
           CALL "CAUP" USING "1003495006" WH-CREG.
           IF ESC GO Z.
           IF not RET GO A3.
           IF WH-WERT < 199001 OR WH-WERT > 209912 GO A3.
           MOVE WH-WERT TO VB-MONAT.
           IF VB-MONAT(5:2) < "01" OR VB-MONAT(5:2) > "12" GO A3.
       B.  PERFORM MONB-ZEITRAUM.
           MOVE "HV-MONKZ.DAT" TO DATEI.
           OPEN INPUT MONKZ.
           IF WF-STATUS = "35"
               DISPLAY "noch keine Monatsberichte vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           INITIALIZE VB-SPALTE(1) VB-SPALTE(2).
           OPEN OUTPUT DRUCKER.
           WRITE DR-ZEILE FROM WE-STG(4).
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE AFTER ADVANCING PAGE.
           MOVE WK-FIRMA TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO VB-ZEILE.
           STRING "Monatlicher Verwalterbericht " VB-MM "/" VB-JJ
               " - alle Mandanten" DELIMITED BY SIZE INTO VB-ZEILE.
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO VB-ZEILE.
           MOVE "Mandant  Einheiten  Leer %" TO VB-ZEILE(1:26).
           MOVE "Rueckstaende  Mahnkt." TO VB-ZEILE(28:21).
           MOVE "Ruecklage  Rechn.ueberf." TO VB-ZEILE(54:24).
           MOVE "Kautionen" TO VB-ZEILE(82:9).
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE 1 TO VB-FIX.
       C.  IF VB-FIX > 6 GO D.
           MOVE VB-FIX TO KN-FNR.
           MOVE VB-MONAT TO KN-MONAT.
           MOVE SPACE TO VB-GEF.
           READ MONKZ INVALID KEY MOVE "J" TO VB-GEF.
           IF MONB-FEHLT GO C9.
           ADD 1 TO VB-MANZ.
           MOVE 1 TO VB-SP.
           PERFORM MONB-WERTE.
           PERFORM MONB-ZZEILE.
           MOVE VB-FIX TO KN-FNR.
           MOVE VB-VORMON TO KN-MONAT.
           MOVE SPACE TO VB-GEF.
           READ MONKZ INVALID KEY MOVE "J" TO VB-GEF.
           IF MONB-FEHLT GO C9.
           ADD 1 TO VB-VANZ.
           MOVE 2 TO VB-SP.
           PERFORM MONB-WERTE.
       C9. ADD 1 TO VB-FIX.
           GO C.
       D.  CLOSE MONKZ.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           IF VB-MANZ = 0
               MOVE "keine Monatsberichte fuer diesen Monat" TO DR-ZEILE
               WRITE DR-ZEILE
               GO X.
           MOVE SPACE TO VB-VORKZ.
           IF VB-VANZ = VB-MANZ MOVE "J" TO VB-VORKZ.
           MOVE 1 TO VB-SP.
           PERFORM MONB-QUOTE.
           MOVE 2 TO VB-SP.
           PERFORM MONB-QUOTE.
           MOVE VB-MANZ TO VB-FNRED.
           MOVE SPACE TO VB-ZEILE.
           STRING "Summe der " VB-FNRED " Mandanten"
               DELIMITED BY SIZE INTO VB-ZEILE.
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           PERFORM MONB-STAND.
           PERFORM MONB-DRUCK.
       X.  CLOSE DRUCKER.
           IF KO-DRU(WL-RPT) = 3 CALL "CAMAIL" USING WE-STG(9) SPACE
               WH-CREG.
           PERFORM WEITER.
       Z.  EXIT.
      ************************************** Verwalterbericht - Mandant *
      *  Zeile des Zentrale-Ueberblicks aus dem gelesenen KN-SATZ.      *
       MONB-ZZEILE SECTION.
       A.  MOVE SPACE TO VB-ZEILE.
           MOVE KN-FNR TO VB-FNRED.
           MOVE VB-FNRED TO VB-ZEILE(4:1).
           MOVE KN-EINH TO VB-ANZED.
           MOVE VB-ANZED TO VB-ZEILE(10:9).
           MOVE 0 TO VB-ZPZ.
           IF KN-EINH NOT = 0
               COMPUTE VB-ZPZ ROUNDED = KN-LEER * 100 / KN-EINH.
           MOVE VB-ZPZ TO VB-PZED.
           MOVE VB-PZED TO VB-ZEILE(20:7).
           COMPUTE VB-ZRST = KN-ALTER(1 1) + KN-ALTER(1 2)
               + KN-ALTER(1 3) + KN-ALTER(1 4) + KN-ALTER(2 1)
               + KN-ALTER(2 2) + KN-ALTER(2 3) + KN-ALTER(2 4).
           MOVE VB-ZRST TO VB-BETED.
           MOVE VB-BETED TO VB-ZEILE(27:13).
           COMPUTE VB-ANZED = KN-MAHN1 + KN-MAHN2.
           MOVE VB-ANZED TO VB-ZEILE(40:9).
           MOVE KN-RLSTAND TO VB-BETED.
           MOVE VB-BETED TO VB-ZEILE(50:13).
           MOVE KN-ERUBET TO VB-BETED.
           MOVE VB-BETED TO VB-ZEILE(65:13).
           MOVE KN-KAUT TO VB-BETED.
           MOVE VB-BETED TO VB-ZEILE(78:13).
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ************************************* Verwalterbericht - Vormonat *
      *  Stichtag VB-HEUTE und als Vorschlag dessen Vormonat.           *
       MONB-VORMONAT SECTION.
       A.  MOVE WH-DATUM TO VB-HEUTE.
           IF WH-DATUM < 500000 ADD 20000000 TO VB-HEUTE
                           ELSE ADD 19000000 TO VB-HEUTE.
           MOVE VB-HEUTE(1:4) TO VB-JJ.
           MOVE VB-HEUTE(5:2) TO VB-MM.
           IF VB-MM = 1
               MOVE 12 TO VB-MM
               SUBTRACT 1 FROM VB-JJ
           ELSE
               SUBTRACT 1 FROM VB-MM.
           COMPUTE VB-MONAT = VB-JJ * 100 + VB-MM.
       Z.  EXIT.
      ************************************* Verwalterbericht - Zeitraum *
      *  Aus VB-MONAT: Monatserster/-letzter, Vormonat und die Grenze   *
      *  fuer ablaufende Mandate (Ende des dritten Folgemonats).        *
       MONB-ZEITRAUM SECTION.
       A.  MOVE VB-MONAT(1:4) TO VB-JJ.
           MOVE VB-MONAT(5:2) TO VB-MM.
           COMPUTE VB-VON = VB-MONAT * 100 + 1.
           MOVE 31 TO VB-TT.
           IF VB-MM = 4 OR VB-MM = 6 OR VB-MM = 9 OR VB-MM = 11
               MOVE 30 TO VB-TT.
           IF VB-MM = 2
               DIVIDE VB-JJ BY 4 GIVING VB-DJ REMAINDER VB-REST
               IF VB-REST = 0
                   MOVE 29 TO VB-TT
               ELSE
                   MOVE 28 TO VB-TT.
           COMPUTE VB-BIS = VB-MONAT * 100 + VB-TT.
           IF VB-MM = 1
               COMPUTE VB-VORMON = (VB-JJ - 1) * 100 + 12
           ELSE
               COMPUTE VB-VORMON = VB-MONAT - 1.
           IF VB-MM > 9
               COMPUTE VB-GRENZ = (VB-JJ + 1) * 10000
                   + (VB-MM - 9) * 100 + 31
           ELSE
               COMPUTE VB-GRENZ = VB-JJ * 10000 + (VB-MM + 3) * 100
                   + 31.
       Z.  EXIT.
      **************************************** Verwalterbericht - Stand *
       MONB-STAND SECTION.
       A.  MOVE SPACE TO VB-ZEILE.
           STRING "Monatsende " VB-BIS ", Bestaende Stand " VB-HEUTE
               DELIMITED BY SIZE INTO VB-ZEILE.
           IF VB-VORKZ NOT = "J"
               MOVE "(kein Vormonatsvergleich)" TO VB-ZEILE(50:25).
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      *********************************** Verwalterbericht - Kennzahlen *
       MONB-RECHNEN SECTION.
       A.  INITIALIZE KN-SATZ.
           PERFORM MONB-OPOS.
           PERFORM MONB-EIGEN.
           PERFORM MONB-RLAG.
           PERFORM MONB-PLAN.
           PERFORM MONB-ERECH.
           PERFORM MONB-KAUT.
           PERFORM MONB-MANDAT.
       Z.  EXIT.
      *********************************** Verwalterbericht - Rueckstand *
      *  Offene, zum Monatsende faellige Posten des Mandanten nach      *
      *  Tagen seit Faelligkeit (ohne Faelligkeit: seit Buchung);       *
      *  Guthabenposten (OP-OFFEN negativ) zaehlen nicht.               *
       MONB-OPOS SECTION.
       A.  MOVE "HV-OPOS.DAT" TO DATEI.
           OPEN INPUT OPOS.
           IF WF-STATUS = "35" GO Z.
           MOVE SPACE TO OP-QUELLE.
           MOVE 0 TO OP-KTONR OP-DATUM OP-LFDNR.
           MOVE SPACE TO VB-EOF.
           START OPOS KEY NOT < OP-KEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO X.
           READ OPOS NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF OP-FNR NOT = WE-FNR OR OP-OFFEN NOT > 0 GO B.
           EVALUATE OP-QUELLE
               WHEN "E" MOVE 1 TO VB-QIX
               WHEN "M" MOVE 2 TO VB-QIX
               WHEN OTHER GO B
           END-EVALUATE.
           MOVE OP-FAELLIG TO VB-DAT.
           IF VB-DAT = 0 MOVE OP-DATUM TO VB-DAT.
           PERFORM MONB-TAGE.
           IF VB-TAGE NOT > 0 GO B.
           EVALUATE TRUE
               WHEN VB-TAGE NOT > 30 MOVE 1 TO VB-AIX
               WHEN VB-TAGE NOT > 60 MOVE 2 TO VB-AIX
               WHEN VB-TAGE NOT > 90 MOVE 3 TO VB-AIX
               WHEN OTHER MOVE 4 TO VB-AIX
           END-EVALUATE.
           ADD OP-OFFEN TO KN-ALTER(VB-QIX VB-AIX).
           GO B.
       X.  CLOSE OPOS.
       Z.  EXIT.
      ********************************* Verwalterbericht - Posten-Alter *
      *  Tage von VB-DAT bis zum Monatsende nach 30/360 (wie            *
      *  VZINS-TAGE, der 31. zaehlt als 30.).                           *
       MONB-TAGE SECTION.
       A.  MOVE VB-DAT(1:4) TO VB-DJ.
           MOVE VB-DAT(5:2) TO VB-DM.
           MOVE VB-DAT(7:2) TO VB-DT.
           MOVE VB-TT TO VB-BT.
           IF VB-DT > 30 MOVE 30 TO VB-DT.
           IF VB-BT > 30 MOVE 30 TO VB-BT.
           COMPUTE VB-TAGE = (VB-JJ - VB-DJ) * 360
               + (VB-MM - VB-DM) * 30 + VB-BT - VB-DT.
       Z.  EXIT.
      ************************************ Verwalterbericht - Einheiten *
      *  Offene Eigentuemerkonten des Mandanten: Mahnstufen, Einheiten  *
      *  und Leerstand zum Monatsende. Leer ist ein Whg.-Konto ohne     *
      *  Mieter an diesem Tag - auch ganz ohne Mieter, wie in der       *
      *  Leerstandsauswertung.                                          *
       MONB-EIGEN SECTION.
       A.  MOVE 0 TO EG-KTONR.
           MOVE WE-FNR TO EG-FNR.
           MOVE SPACE TO VB-EOF.
           START EIGENTUM KEY NOT < EG-FNRKEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO Z.
           READ EIGENTUM NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF EG-FNR NOT = WE-FNR MOVE "J" TO VB-EOF GO B.
           IF EG-UEBDAT NOT = 0 GO B.
           IF EG-MAHNSTUFE = 1 ADD 1 TO KN-MAHN1.
           IF EG-MAHNSTUFE = 2 ADD 1 TO KN-MAHN2.
           ADD 1 TO KN-EINH.
           PERFORM MONB-BELEGT.
           IF VB-BELEGT NOT = "J" ADD 1 TO KN-LEER.
           GO B.
       Z.  EXIT.
      ************************************* Verwalterbericht - Belegung *
      *  Belegt, wenn ein Mieter des Whg.-Kontos zum Monatsende         *
      *  eingezogen und nicht vor dem Monatsletzten ausgezogen ist.     *
       MONB-BELEGT SECTION.
       A.  MOVE SPACE TO VB-BELEGT VB-MEOF.
           MOVE 0 TO MI-KTONR.
           MOVE WE-FNR TO MI-FNR.
           START MIETER KEY NOT < MI-FNRKEY INVALID KEY
               MOVE "J" TO VB-MEOF.
       B.  IF VB-MEOF = "J" GO Z.
           READ MIETER NEXT RECORD AT END MOVE "J" TO VB-MEOF GO B.
           IF MI-FNR NOT = WE-FNR MOVE "J" TO VB-MEOF GO B.
           IF MI-EGKTONR NOT = EG-KTONR GO B.
           IF MI-EINZUG > VB-BIS GO B.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG < VB-BIS GO B.
           MOVE "J" TO VB-BELEGT.
       Z.  EXIT.
      ************************************ Verwalterbericht - Ruecklage *
      *  Fondsstand zum Monatsende, Zufuehrungen und Entnahmen im       *
      *  Berichtsmonat (wie RLAG-AUSZUG).                               *
       MONB-RLAG SECTION.
       A.  MOVE "HV-RLAGB.DAT" TO DATEI.
           OPEN INPUT RLAGB.
           IF WF-STATUS = "35" GO Z.
           MOVE WE-FNR TO RB-FNR.
           MOVE 0 TO RB-DATUM RB-LFDNR.
           MOVE SPACE TO VB-EOF.
           START RLAGB KEY NOT < RB-KEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO X.
           READ RLAGB NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF RB-FNR NOT = WE-FNR OR RB-DATUM > VB-BIS GO X.
           IF RB-ART = "Z"
               ADD RB-BETRAG TO KN-RLSTAND
               IF RB-DATUM NOT < VB-VON ADD RB-BETRAG TO KN-RLZU.
           IF RB-ART = "E"
               SUBTRACT RB-BETRAG FROM KN-RLSTAND
               IF RB-DATUM NOT < VB-VON ADD RB-BETRAG TO KN-RLENT.
           GO B.
       X.  CLOSE RLAGB.
       Z.  EXIT.
      ************************************* Verwalterbericht - Plan-Ist *
      *  Wirtschaftsplan des Berichtsjahrs anteilig bis einschliesslich *
      *  Berichtsmonat gegen die AK-Buchungen der Plankonten ab         *
      *  Jahresbeginn; Istkosten ueber PLANIST-IST.                     *
       MONB-PLAN SECTION.
       A.  MOVE "HV-WPLAN.DAT" TO DATEI.
           OPEN INPUT WPLAN.
           IF WF-STATUS = "35" GO Z.
           MOVE "HV-AK.DAT" TO DATEI.
           OPEN INPUT AK.
           IF WF-STATUS = "35"
               CLOSE WPLAN
               GO Z.
           COMPUTE PI-VON = VB-JJ * 10000 + 0101.
           MOVE VB-BIS TO PI-BIS.
           MOVE WE-FNR TO WP-FNR.
           MOVE VB-JJ TO WP-JAHR.
           MOVE 0 TO WP-KTONR.
           MOVE SPACE TO VB-EOF.
           START WPLAN KEY NOT < WP-KEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO X.
           READ WPLAN NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF WP-FNR NOT = WE-FNR OR WP-JAHR NOT = VB-JJ GO X.
           IF WP-KTONR = 0 GO B.
           COMPUTE PI-PLANT ROUNDED = WP-PLAN * VB-MM / 12.
           ADD PI-PLANT TO KN-PLAN.
           PERFORM PLANIST-IST.
           ADD PI-IST TO KN-IST.
           GO B.
       X.  CLOSE WPLAN AK.
       Z.  EXIT.
      *********************************** Verwalterbericht - Kreditoren *
      *  Bis zum Monatsende erfasste, unbezahlte Eingangsrechnungen     *
      *  des Mandanten, davon bis dahin faellige; nicht zugeordnete     *
      *  E-Rechnungen (ER-LFNR 0) zaehlen erst nach der Nacherfassung.  *
       MONB-ERECH SECTION.
       A.  MOVE "HV-ERECH.DAT" TO DATEI.
           OPEN INPUT ERECH.
           IF WF-STATUS = "35" GO Z.
           MOVE 1 TO ER-LFNR.
           MOVE SPACE TO ER-BELEG.
           MOVE SPACE TO VB-EOF.
           START ERECH KEY NOT < ER-KEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO X.
           READ ERECH NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF ER-FNR NOT = WE-FNR OR ER-BEZKZ = "J" GO B.
           IF ER-DATUM > VB-BIS GO B.
           ADD 1 TO KN-ERANZ.
           ADD ER-BETRAG TO KN-ERBET.
           IF ER-FAELLIG = 0 OR ER-FAELLIG > VB-BIS GO B.
           ADD 1 TO KN-ERUANZ.
           ADD ER-BETRAG TO KN-ERUBET.
           GO B.
       X.  CLOSE ERECH.
       Z.  EXIT.
      ************************************ Verwalterbericht - Kautionen *
      *  Kautionsstand je Mieter zum Monatsende aus dem Ledger (wie     *
      *  KAUT-SALDO); gezaehlt werden Mieter mit Guthaben.              *
       MONB-KAUT SECTION.
       A.  MOVE "HV-KAUT.DAT" TO DATEI.
           OPEN INPUT KAUT.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO KT-KTONR KT-DATUM KT-LFDNR VB-KTKTO VB-KTSAL.
           MOVE SPACE TO VB-EOF.
           START KAUT KEY NOT < KT-KEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO X.
           READ KAUT NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF KT-FNR NOT = WE-FNR OR KT-DATUM > VB-BIS GO B.
           IF KT-KTONR NOT = VB-KTKTO
               PERFORM MONB-KTSUM
               MOVE KT-KTONR TO VB-KTKTO.
           EVALUATE KT-ART
               WHEN "E" ADD KT-BETRAG TO VB-KTSAL
               WHEN "Z" ADD KT-BETRAG TO VB-KTSAL
               WHEN "R" SUBTRACT KT-BETRAG FROM VB-KTSAL
               WHEN "A" SUBTRACT KT-BETRAG FROM VB-KTSAL
           END-EVALUATE.
           GO B.
       X.  PERFORM MONB-KTSUM.
           CLOSE KAUT.
       Z.  EXIT.
      ******************************** Verwalterbericht - Kautionsstand *
       MONB-KTSUM SECTION.
       A.  IF VB-KTSAL > 0
               ADD 1 TO KN-KTANZ
               ADD VB-KTSAL TO KN-KAUT.
           MOVE 0 TO VB-KTSAL.
       Z.  EXIT.
      ************************************** Verwalterbericht - Mandate *
      *  SEPA-Mandate mit Ablaufdatum: bis zum Monatsende abgelaufen    *
      *  bzw. in den drei Folgemonaten ablaufend. Mandate uebergebener  *
      *  Eigentuemer- und ausgezogener Mieterkonten zaehlen nicht.      *
       MONB-MANDAT SECTION.
       A.  MOVE "HV-MANDAT.DAT" TO DATEI.
           OPEN INPUT MANDAT.
           IF WF-STATUS = "35" GO Z.
           MOVE SPACE TO MD-QUELLE.
           MOVE 0 TO MD-KTONR.
           MOVE SPACE TO VB-EOF.
           START MANDAT KEY NOT < MD-KEY INVALID KEY
               MOVE "J" TO VB-EOF.
       B.  IF MONB-EOF GO X.
           READ MANDAT NEXT RECORD AT END MOVE "J" TO VB-EOF GO B.
           IF MD-FNR NOT = WE-FNR OR MD-REF = SPACE GO B.
           IF MD-GUELTBIS = 0 OR MD-GUELTBIS > VB-GRENZ GO B.
           MOVE SPACE TO VB-GEF.
           IF MD-QUELLE = "E" GO C.
           MOVE MD-KTONR TO MI-KTONR.
           READ MIETER INVALID KEY MOVE "J" TO VB-GEF.
           IF MONB-FEHLT GO B.
           IF MI-AUSZUG NOT = 0 AND MI-AUSZUG NOT > VB-BIS GO B.
           GO D.
       C.  MOVE MD-KTONR TO EG-KTONR.
           READ EIGENTUM INVALID KEY MOVE "J" TO VB-GEF.
           IF MONB-FEHLT GO B.
           IF EG-UEBDAT NOT = 0 GO B.
       D.  IF MD-GUELTBIS NOT > VB-BIS
               ADD 1 TO KN-MDABL
           ELSE
               ADD 1 TO KN-MDBALD.
           GO B.
       X.  CLOSE MANDAT.
       Z.  EXIT.
      **************************************** Verwalterbericht - Werte *
      *  Addiert den KN-SATZ in die Druckspalte VB-SP (1 = Berichts-    *
      *  monat, 2 = Vormonat) - fuer den Zentrale-Ueberblick ueber      *
      *  mehrere Mandanten. Belegung der Kennzahlen VB-W(sp,n):         *
      *   1- 4 Rueckstand Eigentuemer nach Alter,  5 Summe              *
      *   6- 9 Rueckstand Mieter nach Alter,      10 Summe              *
      *  11/12 Konten Mahnstufe 1/2                                     *
      *  13/14 Einheiten/leer, 15 Leerstandsquote %                     *
      *  16-18 Ruecklage Stand/Zufuehrung/Entnahme                      *
      *  19/20 Plan anteilig/Ist, 21 Abweichung %                       *
      *  22/23 Eingangsrechn. unbezahlt, 24/25 davon ueberfaellig       *
      *  26/27 Kautionen Anzahl/Betrag, 28/29 Mandate abgel./ablaufend  *
      *  5, 10, 15 und 21 rechnet MONB-QUOTE aus der Summe nach.        *
       MONB-WERTE SECTION.
       A.  ADD KN-ALTER(1 1) TO VB-W(VB-SP 1).
           ADD KN-ALTER(1 2) TO VB-W(VB-SP 2).
           ADD KN-ALTER(1 3) TO VB-W(VB-SP 3).
           ADD KN-ALTER(1 4) TO VB-W(VB-SP 4).
           ADD KN-ALTER(2 1) TO VB-W(VB-SP 6).
           ADD KN-ALTER(2 2) TO VB-W(VB-SP 7).
           ADD KN-ALTER(2 3) TO VB-W(VB-SP 8).
           ADD KN-ALTER(2 4) TO VB-W(VB-SP 9).
           ADD KN-MAHN1 TO VB-W(VB-SP 11).
           ADD KN-MAHN2 TO VB-W(VB-SP 12).
           ADD KN-EINH TO VB-W(VB-SP 13).
           ADD KN-LEER TO VB-W(VB-SP 14).
           ADD KN-RLSTAND TO VB-W(VB-SP 16).
           ADD KN-RLZU TO VB-W(VB-SP 17).
           ADD KN-RLENT TO VB-W(VB-SP 18).
           ADD KN-PLAN TO VB-W(VB-SP 19).
           ADD KN-IST TO VB-W(VB-SP 20).
           ADD KN-ERANZ TO VB-W(VB-SP 22).
           ADD KN-ERBET TO VB-W(VB-SP 23).
           ADD KN-ERUANZ TO VB-W(VB-SP 24).
           ADD KN-ERUBET TO VB-W(VB-SP 25).
           ADD KN-KTANZ TO VB-W(VB-SP 26).
           ADD KN-KAUT TO VB-W(VB-SP 27).
           ADD KN-MDABL TO VB-W(VB-SP 28).
           ADD KN-MDBALD TO VB-W(VB-SP 29).
       Z.  EXIT.
      *************************************** Verwalterbericht - Quoten *
       MONB-QUOTE SECTION.
       A.  COMPUTE VB-W(VB-SP 5) = VB-W(VB-SP 1) + VB-W(VB-SP 2)
               + VB-W(VB-SP 3) + VB-W(VB-SP 4).
           COMPUTE VB-W(VB-SP 10) = VB-W(VB-SP 6) + VB-W(VB-SP 7)
               + VB-W(VB-SP 8) + VB-W(VB-SP 9).
           MOVE 0 TO VB-W(VB-SP 15) VB-W(VB-SP 21).
           IF VB-W(VB-SP 13) NOT = 0
               COMPUTE VB-W(VB-SP 15) ROUNDED = VB-W(VB-SP 14) * 100
                   / VB-W(VB-SP 13).
           IF VB-W(VB-SP 19) NOT = 0
               COMPUTE VB-W(VB-SP 21) ROUNDED =
                   (VB-W(VB-SP 20) - VB-W(VB-SP 19)) * 100
                   / VB-W(VB-SP 19).
       Z.  EXIT.
      **************************************** Verwalterbericht - Seite *
       MONB-DRUCK SECTION.
       A.  MOVE SPACE TO VB-ZEILE.
           MOVE "Berichtsmonat" TO VB-ZEILE(38:13).
           MOVE "Vormonat" TO VB-ZEILE(58:8).
           MOVE "Veraenderung" TO VB-ZEILE(69:12).
           MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Rueckstaende Eigentuemer (Tage seit Faelligkeit)"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "B" TO VB-ART.
           MOVE "    1 bis 30 Tage" TO VB-TEXT.
           MOVE 1 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   31 bis 60 Tage" TO VB-TEXT.
           MOVE 2 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   61 bis 90 Tage" TO VB-TEXT.
           MOVE 3 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   ueber 90 Tage" TO VB-TEXT.
           MOVE 4 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   gesamt" TO VB-TEXT.
           MOVE 5 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "Rueckstaende Mieter (Tage seit Faelligkeit)"
               TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "    1 bis 30 Tage" TO VB-TEXT.
           MOVE 6 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   31 bis 60 Tage" TO VB-TEXT.
           MOVE 7 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   61 bis 90 Tage" TO VB-TEXT.
           MOVE 8 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   ueber 90 Tage" TO VB-TEXT.
           MOVE 9 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "   gesamt" TO VB-TEXT.
           MOVE 10 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "A" TO VB-ART.
           MOVE "Eigentuemerkonten in Mahnstufe 1" TO VB-TEXT.
           MOVE 11 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "Eigentuemerkonten in Mahnstufe 2" TO VB-TEXT.
           MOVE 12 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Einheiten" TO VB-TEXT.
           MOVE 13 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "davon leer zum Monatsende" TO VB-TEXT.
           MOVE 14 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "B" TO VB-ART.
           MOVE "Leerstandsquote %" TO VB-TEXT.
           MOVE 15 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Ruecklage Stand zum Monatsende" TO VB-TEXT.
           MOVE 16 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "Ruecklage Zufuehrung im Monat" TO VB-TEXT.
           MOVE 17 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "Ruecklage Entnahme im Monat" TO VB-TEXT.
           MOVE 18 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "Wirtschaftsplan anteilig" TO VB-TEXT.
           MOVE 19 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "Istkosten seit Jahresbeginn" TO VB-TEXT.
           MOVE 20 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "Abweichung %" TO VB-TEXT.
           MOVE 21 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "A" TO VB-ART.
           MOVE "Eingangsrechnungen unbezahlt" TO VB-TEXT.
           MOVE 22 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "B" TO VB-ART.
           MOVE "   Betrag" TO VB-TEXT.
           MOVE 23 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "A" TO VB-ART.
           MOVE "davon ueberfaellig" TO VB-TEXT.
           MOVE 24 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "B" TO VB-ART.
           MOVE "   Betrag" TO VB-TEXT.
           MOVE 25 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "A" TO VB-ART.
           MOVE "Kautionen (Mieter mit Guthaben)" TO VB-TEXT.
           MOVE 26 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "B" TO VB-ART.
           MOVE "   Kautionsbestand" TO VB-TEXT.
           MOVE 27 TO VB-NR.
           PERFORM MONB-POS.
           MOVE SPACE TO DR-ZEILE.
           WRITE DR-ZEILE.
           MOVE "A" TO VB-ART.
           MOVE "SEPA-Mandate abgelaufen" TO VB-TEXT.
           MOVE 28 TO VB-NR.
           PERFORM MONB-POS.
           MOVE "SEPA-Mandate ablaufend (3 Monate)" TO VB-TEXT.
           MOVE 29 TO VB-NR.
           PERFORM MONB-POS.
       Z.  EXIT.
      **************************************** Verwalterbericht - Zeile *
      *  Kennzahl VB-NR: Berichtsmonat, Vormonat, Veraenderung;         *
      *  VB-ART A = Anzahl, B = Betrag bzw. Prozent.                    *
       MONB-POS SECTION.
       A.  MOVE VB-W(1 VB-NR) TO VB-AKT.
           MOVE VB-W(2 VB-NR) TO VB-VOR.
           COMPUTE VB-DIFF = VB-AKT - VB-VOR.
           MOVE SPACE TO VB-ZEILE.
           MOVE VB-TEXT TO VB-ZEILE(1:36).
           IF VB-ART = "A"
               MOVE VB-AKT TO VB-ANZED
               MOVE VB-ANZED TO VB-ZEILE(42:9)
           ELSE
               MOVE VB-AKT TO VB-BETED
               MOVE VB-BETED TO VB-ZEILE(38:13).
           IF VB-VORKZ NOT = "J" GO X.
           IF VB-ART = "A"
               MOVE VB-VOR TO VB-ANZED
               MOVE VB-ANZED TO VB-ZEILE(57:9)
               MOVE VB-DIFF TO VB-ANZED
               MOVE VB-ANZED TO VB-ZEILE(72:9)
           ELSE
               MOVE VB-VOR TO VB-BETED
               MOVE VB-BETED TO VB-ZEILE(53:13)
               MOVE VB-DIFF TO VB-BETED
               MOVE VB-BETED TO VB-ZEILE(68:13).
       X.  MOVE VB-ZEILE TO DR-ZEILE.
           WRITE DR-ZEILE.
       Z.  EXIT.
      ***************************************** Druckerparameter laden *
