           SELECT BAKIMHAT ASSIGN TO DISK, 'DATA\BAKIMHAT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS ST-BAKIMHAT.
