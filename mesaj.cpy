           SELECT MESAJLAR ASSIGN TO DISK, 'DATA\MESAJ.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS MS-GIDEN-KEY WITH DUPLICATES
               FILE STATUS IS ST-MESAJLAR.
