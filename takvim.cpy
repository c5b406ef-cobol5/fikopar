           SELECT TAKVIM ASSIGN TO DISK, 'DATA\TAKVIM.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-TARIH
               FILE STATUS IS ST-TAKVIM.
