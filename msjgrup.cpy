           SELECT MSJGRUP ASSIGN TO DISK, 'DATA\MSJGRUP.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-KEY
               FILE STATUS IS ST-MSJGRUP.
