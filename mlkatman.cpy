           SELECT MLKATMAN ASSIGN TO DISK, 'DATA\MLKATMAN.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MLK-KEY
               FILE STATUS IS ST-MLKATMAN.
