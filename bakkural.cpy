           SELECT BAKKURAL ASSIGN TO DISK, 'DATA\BAKKURAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-TIPKOD
               FILE STATUS IS ST-BAKKURAL.
