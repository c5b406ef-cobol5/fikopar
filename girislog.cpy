           SELECT GIRISLOG ASSIGN TO DISK, 'DATA\GIRISLOG.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               FILE STATUS IS ST-GIRISLOG.
