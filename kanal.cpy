           SELECT KANAL ASSIGN TO DISK, 'DATA\KANAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KN-KOD
               FILE STATUS IS ST-KANAL.
