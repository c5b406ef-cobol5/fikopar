           SELECT RFMSEG ASSIGN TO DISK, 'DATA\RFMSEG.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS ST-RFMSEG.
