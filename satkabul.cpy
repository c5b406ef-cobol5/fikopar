           SELECT SATKABUL ASSIGN TO DISK, 'DATA\SATKABUL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKB-KEY
               ALTERNATE RECORD KEY IS SKB-HESAPNO WITH DUPLICATES
               FILE STATUS IS ST-SATKABUL.
