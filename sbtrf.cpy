           SELECT SBTRF ASSIGN TO DISK, TRF-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS ST-SBTRF.
