       SAYI-COZ-SON.

       SATIR-ISLE.
           IF ST-HIZMET
              MOVE 'HIZMET SAYILMAZ' TO A3
              PERFORM RED-YAZ THRU RED-YAZ-SON
              GO SATIR-ISLE-SON.
           MOVE T-KATNO TO E-KATNO.
           MOVE T-STNO TO E-STNO.
           MOVE T-DEPONO TO E-DEPONO.
