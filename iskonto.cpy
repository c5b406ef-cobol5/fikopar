           SELECT ISKONTO ASSIGN TO DISK, 'DATA\ISKONTO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IK-NO
               FILE STATUS IS ST-ISKONTO.
           SELECT ISKDET ASSIGN TO DISK, 'DATA\ISKDET.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-KEY
               ALTERNATE RECORD KEY IS ID-NO WITH DUPLICATES
               FILE STATUS IS ST-ISKDET.
