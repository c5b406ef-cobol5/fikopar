           SELECT EKSMUT ASSIGN TO DISK, 'DATA\EKSMUT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS ST-EKSMUT.
