           SELECT CKARNE ASSIGN TO DISK, 'DATA\CKARNE.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKN-NO
               FILE STATUS IS ST-CKARNE.
           SELECT CKYAPRAK ASSIGN TO DISK, 'DATA\CKYAPRAK.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKY-KEY
               FILE STATUS IS ST-CKYAPRAK.
