           SELECT PLSIP ASSIGN TO DISK, 'DATA\PLSIP.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS ST-PLSIP.
