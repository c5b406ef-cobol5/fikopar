           SELECT ISEMRI ASSIGN TO DISK, 'DATA\ISEMRI.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-NO
               ALTERNATE RECORD KEY IS IE-PLAKA WITH DUPLICATES
               FILE STATUS IS ST-ISEMRI.
           SELECT ISEMDET ASSIGN TO DISK, 'DATA\ISEMDET.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IED-KEY
               FILE STATUS IS ST-ISEMDET.
