           SELECT FIRE ASSIGN TO DISK, 'DATA\FIRE.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NO
               ALTERNATE RECORD KEY IS FR-ISLEM-TARIH WITH DUPLICATES
               FILE STATUS IS ST-FIRE.
