           SELECT EDEFLOG ASSIGN TO DISK, 'DATA\EDEFLOG.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-KEY
               FILE STATUS IS ST-EDEFLOG.
