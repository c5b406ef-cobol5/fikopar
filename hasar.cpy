           SELECT HASAR ASSIGN TO DISK, 'DATA\HASAR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HZ-NO
               ALTERNATE RECORD KEY IS HZ-PLAKA WITH DUPLICATES
               ALTERNATE RECORD KEY IS HZ-ISEMRI WITH DUPLICATES
               ALTERNATE RECORD KEY IS HZ-SIGORTACI WITH DUPLICATES
               FILE STATUS IS ST-HASAR.
           SELECT HASDET ASSIGN TO DISK, 'DATA\HASDET.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HZD-KEY
               FILE STATUS IS ST-HASDET.
