           SELECT SIPAVANS ASSIGN TO DISK, 'DATA\SIPAVANS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAV-KEY
               ALTERNATE RECORD KEY IS SAV-MAKBUZNO
               FILE STATUS IS ST-SIPAVANS.
