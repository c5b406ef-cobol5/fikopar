           SELECT BKREDI ASSIGN TO DISK, 'DATA\BKREDI.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-NO
               FILE STATUS IS ST-BKREDI.
           SELECT BKTAKSIT ASSIGN TO DISK, 'DATA\BKTAKSIT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKT-KEY
               FILE STATUS IS ST-BKTAKSIT.
