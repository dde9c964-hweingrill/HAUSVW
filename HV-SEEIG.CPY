                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS EG-KEY
                             ALTERNATE RECORD KEY IS EG-FNRKEY
                                 = EG-FNR EG-KTONR
                             FILE STATUS IS WF-STATUS.
           SELECT MIETER    ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS MI-KEY
                             ALTERNATE RECORD KEY IS MI-FNRKEY
                                 = MI-FNR MI-KTONR
                             FILE STATUS IS WF-STATUS.
           SELECT KONSTANT  ASSIGN TO DATEI
                             ORGANIZATION RELATIVE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS AK-KEY
                             ALTERNATE RECORD KEY IS AK-FNRKEY
                                 = AK-FNR AK-KTONR AK-DATUM
                                   AK-LFDNR
                             FILE STATUS IS WF-STATUS.
           SELECT LK        ASSIGN TO DATEI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS LK-KEY
                             ALTERNATE RECORD KEY IS LK-FNRKEY
                                 = LK-FNR LK-KTONR LK-DATUM
                                   LK-LFDNR
                             FILE STATUS IS WF-STATUS.
