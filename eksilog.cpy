           SELECT EKSILOG ASSIGN TO DISK, 'DATA\EKSILOG.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS ST-EKSILOG.
