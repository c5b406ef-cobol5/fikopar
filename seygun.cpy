           SELECT SEYGUN ASSIGN TO DISK, 'DATA\SEYGUN.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS ST-SEYGUN.
