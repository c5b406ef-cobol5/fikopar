           SELECT EARSIV ASSIGN TO DISK, 'DATA\EARSIV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-KEY
               ALTERNATE RECORD KEY IS EA-NO
               ALTERNATE RECORD KEY IS EA-TARIH WITH DUPLICATES
               FILE STATUS IS ST-EARSIV.
