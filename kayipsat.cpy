           SELECT KAYIPSAT ASSIGN TO DISK, 'DATA\KAYIPSAT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-KEY
               ALTERNATE RECORD KEY IS KY-STOK WITH DUPLICATES
               FILE STATUS IS ST-KAYIPSAT.
