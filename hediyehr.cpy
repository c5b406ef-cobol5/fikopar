           SELECT HEDIYEHR ASSIGN TO DISK, 'DATA\HEDIYEHR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               ALTERNATE RECORD KEY IS HH-CEKNO WITH DUPLICATES
               FILE STATUS IS ST-HEDIYEHR.
