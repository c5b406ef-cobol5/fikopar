           SELECT MASMER ASSIGN TO DISK, 'DATA\MASMER.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-KOD
               FILE STATUS IS ST-MASMER.
