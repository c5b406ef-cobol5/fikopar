           SELECT KALITE ASSIGN TO DISK, 'DATA\KALITE.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KK-KEY
               ALTERNATE RECORD KEY IS KK-STOK WITH DUPLICATES
               ALTERNATE RECORD KEY IS KK-HESAPNO WITH DUPLICATES
               FILE STATUS IS ST-KALITE.
