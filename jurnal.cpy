           SELECT JURNAL ASSIGN TO DISK, JRN-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JR-KEY
               FILE STATUS IS ST-JURNAL.
