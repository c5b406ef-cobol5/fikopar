           SELECT BORDPAR ASSIGN TO DISK, 'DATA\BORDPAR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-YIL
               FILE STATUS IS ST-BORDPAR.
           SELECT BORDRO ASSIGN TO DISK, 'DATA\BORDRO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS ST-BORDRO.
