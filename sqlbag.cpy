           SELECT SQLBAG ASSIGN TO DISK, 'DATA\SQLBAG.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS ST-SQLBAG.
