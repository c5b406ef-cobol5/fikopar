           SELECT HEDIYE ASSIGN TO DISK, 'DATA\HEDIYE.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-CEKNO
               ALTERNATE RECORD KEY IS HC-BARKOD
               FILE STATUS IS ST-HEDIYE.
