           SELECT PLLOG ASSIGN TO DISK, 'DATA\PLLOG.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-KEY
               FILE STATUS IS ST-PLLOG.
