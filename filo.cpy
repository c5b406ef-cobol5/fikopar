           SELECT FILO ASSIGN TO DISK, 'DATA\FILO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS ST-FILO.
           SELECT FILOHAR ASSIGN TO DISK, 'DATA\FILOHAR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               ALTERNATE RECORD KEY IS FH-AYKEY WITH DUPLICATES
               FILE STATUS IS ST-FILOHAR.
