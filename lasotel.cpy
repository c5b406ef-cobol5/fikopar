           SELECT LASOTEL ASSIGN TO DISK, 'DATA\LASOTEL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-NO
               ALTERNATE RECORD KEY IS LO-PLAKA WITH DUPLICATES
               ALTERNATE RECORD KEY IS LO-HESAPNO WITH DUPLICATES
               FILE STATUS IS ST-LASOTEL.
