           SELECT CAKISMA ASSIGN TO DISK, 'DATA\CAKISMA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CZ-KEY
               FILE STATUS IS ST-CAKISMA.
