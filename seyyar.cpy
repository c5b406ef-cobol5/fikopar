           SELECT SEYYAR ASSIGN TO DISK, 'DATA\SEYYAR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-DEPONO
               FILE STATUS IS ST-SEYYAR.
