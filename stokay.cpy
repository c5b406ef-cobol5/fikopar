           SELECT STOKAY ASSIGN TO DISK, 'DATA\STOKAY.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STY-KEY
               FILE STATUS IS ST-STOKAY.
