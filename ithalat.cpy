           SELECT ITHDOS ASSIGN TO DISK, 'DATA\ITHDOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-NO
               ALTERNATE RECORD KEY IS ID-HESAPNO WITH DUPLICATES
               FILE STATUS IS ST-ITHDOS.
           SELECT ITHDET ASSIGN TO DISK, 'DATA\ITHDET.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-KEY
               ALTERNATE RECORD KEY IS IDD-EVRAK WITH DUPLICATES
               FILE STATUS IS ST-ITHDET.
