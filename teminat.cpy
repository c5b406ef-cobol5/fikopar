           SELECT TEMINAT ASSIGN TO DISK, 'DATA\TEMINAT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               ALTERNATE RECORD KEY IS TM-NO
               FILE STATUS IS ST-TEMINAT.
