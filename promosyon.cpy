           SELECT PROMOSYON ASSIGN TO DISK, 'DATA\PROMOSYON.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-NO
               FILE STATUS IS ST-PROMOSYON.
