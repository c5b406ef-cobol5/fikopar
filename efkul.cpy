           SELECT EFKUL ASSIGN TO DISK, 'DATA\EFKUL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFK-VKN
               FILE STATUS IS ST-EFKUL.
