           SELECT GIDPLAN ASSIGN TO DISK, 'DATA\GIDPLAN.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-NO
               FILE STATUS IS ST-GIDPLAN.
           SELECT GIDAY ASSIGN TO DISK, 'DATA\GIDAY.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GY-KEY
               FILE STATUS IS ST-GIDAY.
