           SELECT KILITLER ASSIGN TO DISK, 'DATA\KILIT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KL-KEY
               FILE STATUS IS ST-KILITLER.
