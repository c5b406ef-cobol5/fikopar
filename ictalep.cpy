           SELECT ICTALEP ASSIGN TO DISK, 'DATA\ICTALEP.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-NO
               ALTERNATE RECORD KEY IS IT-KULLANICI WITH DUPLICATES
               ALTERNATE RECORD KEY IS IT-HESAPNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS IT-SAKEY WITH DUPLICATES
               FILE STATUS IS ST-ICTALEP.
