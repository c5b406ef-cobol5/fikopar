           SELECT SQLKUYRUK ASSIGN TO DISK, 'DATA\SQLKUYR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               FILE STATUS IS ST-SQLKUYRUK.
