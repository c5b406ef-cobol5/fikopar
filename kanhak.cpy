           SELECT KANHAK ASSIGN TO DISK, 'DATA\KANHAK.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-KEY
               FILE STATUS IS ST-KANHAK.
