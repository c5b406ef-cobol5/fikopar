           SELECT MVDAGIT ASSIGN TO DISK, 'DATA\MVDAGIT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS ST-MVDAGIT.
