           SELECT MLTUKET ASSIGN TO DISK, 'DATA\MLTUKET.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLT-KEY
               FILE STATUS IS ST-MLTUKET.
