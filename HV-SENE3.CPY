      **************************************** Hausverwaltungsprogramm *
      *    SELECT-Eintraege der nach HV-SENE2.CPY hinzugekommenen       *
      *    Datendateien - getrennt aus demselben Grund wie dort:        *
      *    Altprogramme, die nur die aelteren Bestaende kennen,         *
      *    bleiben unveraendert uebersetzbar.                           *
           SELECT RECHTSF   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS RF-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT AUSZSAL   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS AZ-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT KLAER     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS KL-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT PRUEFT    ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS PT-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT PRUEFH    ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS PH-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT AUFTRAG   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS SM-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT BEFRIST   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS FR-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT MZGRENZ   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS MG-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT PORTST    ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS PS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ZFREI     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS ZF-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT LAUFJ     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS LJ-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT SANPROJ   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS PJ-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT HONORAR   ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS HO-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT MONKZ     ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS KN-KEY
                             FILE STATUS IS WF-STATUS.
