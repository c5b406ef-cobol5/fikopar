           SELECT ERISGOZ ASSIGN TO DISK, 'DATA\ERISGOZ.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YG-KEY
               FILE STATUS IS ST-ERISGOZ.
