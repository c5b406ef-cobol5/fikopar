       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stok.cpy'.
       copy 'stokay.cpy'.
       copy 'satinal.cpy'.
       copy 'bekleyen.cpy'.
       copy 'katlog.cpy'.
       copy 'tedarik.cpy'.
       copy 'kayipsat.cpy'.
            SELECT ACIKTOP ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'stokay.cpz'.
       copy 'satinal.cpz'.
       copy 'bekleyen.cpz'.
       copy 'katlog.cpz'.
       copy 'tedarik.cpz'.
       copy 'kayipsat.cpz'.
       FD ACIKTOP DATA RECORD IS AT-KAYIT.
       01 AT-KAYIT.
           02 AT-KEY.
           02 T-IHTIYAC         PIC S9(9)V999.
           02 T-KALAN           PIC S9(9)V999.
           02 ONERI-VAR         PIC 9.
           02 KAYIP-DOSYA       PIC 9.
           02 Z-ADET            PIC -(8)9,999.
           02 Z-AYLIK           PIC -(8)9,999.
       copy 'status.cpy'.
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO KALEM-SAYI.
           OPEN INPUT STOK STOKAY BEKLEYEN KATLOG TEDARIK.
           MOVE 1 TO KAYIP-DOSYA.
           OPEN INPUT KAYIPSAT.
           IF ST-KAYIPSAT = '35' MOVE ZEROS TO KAYIP-DOSYA.
           MOVE LOW-VALUES TO ST-KEY.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO PLAN-URET-KAPAT.
       PLAN-OKU.
           READ STOK NEXT AT END GO PLAN-URET-KAPAT.
           IF ST-HIZMET GO PLAN-OKU.
           PERFORM AYLIK-SATIS THRU AYLIK-SATIS-SON.
           PERFORM BEKLEYEN-TOPLA THRU BEKLEYEN-TOPLA-SON.
           PERFORM TESLIM-BUL THRU TESLIM-BUL-SON.
           PERFORM PLAN-SATIR-YAZ THRU PLAN-SATIR-YAZ-SON.
           GO PLAN-OKU.
       PLAN-URET-KAPAT.
           CLOSE STOK STOKAY BEKLEYEN KATLOG TEDARIK CSVOUT.
           IF KAYIP-DOSYA = 1 CLOSE KAYIPSAT.
       PLAN-URET-SON.

      * gelecek 12 ayin ihtiyaci ay ay yurutulur: eldeki net
           END-PERFORM.
       AYLIK-PLAN-SON.

      * ayni ayin onceki iki yildaki cikis ortalamasi aylik stok
      * ozetinden (STOKAY); o aylarda karsilanamayan talep (kayip
      * satis) de satilmis sayilir
       AYLIK-SATIS.
           PERFORM VARYING AYX FROM 1 BY 1 UNTIL AYX > 12
              MOVE ZEROS TO AY-SATIS(AYX) YIL-SAYAC(AYX)
           END-PERFORM.
           MOVE ST-KATNO TO STY-KATNO.
           MOVE ST-STNO TO STY-STNO.
           MOVE ZEROS TO STY-DEPONO STY-YIL STY-AY.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
              INVALID KEY GO AYLIK-KAYIP.
       AYLIK-OKU.
           READ STOKAY NEXT AT END GO AYLIK-KAYIP.
           IF STY-KATNO NOT = ST-KATNO OR STY-STNO NOT = ST-STNO
              GO AYLIK-KAYIP.
           IF STY-YIL < BU-YIL - 2 OR STY-YIL NOT < BU-YIL
              GO AYLIK-OKU.
           IF STY-CIK = ZEROS GO AYLIK-OKU.
           IF STY-AY < 1 OR STY-AY > 12 GO AYLIK-OKU.
           ADD STY-CIK TO AY-SATIS(STY-AY).
           GO AYLIK-OKU.
       AYLIK-KAYIP.
           IF KAYIP-DOSYA = ZEROS GO AYLIK-ORTALA.
           MOVE ST-KATNO TO KY-KATNO.
           MOVE ST-STNO TO KY-STNO.
           START KAYIPSAT KEY IS NOT LESS THAN KY-STOK
              INVALID KEY GO AYLIK-ORTALA.
       AYLIK-KAYIP-OKU.
           READ KAYIPSAT NEXT AT END GO AYLIK-ORTALA.
           IF KY-KATNO NOT = ST-KATNO OR KY-STNO NOT = ST-STNO
              GO AYLIK-ORTALA.
           IF KY-YIL < BU-YIL - 2 OR KY-YIL NOT < BU-YIL
              GO AYLIK-KAYIP-OKU.
           IF KY-AY < 1 OR KY-AY > 12 GO AYLIK-KAYIP-OKU.
           ADD KY-ADET TO AY-SATIS(KY-AY).
           GO AYLIK-KAYIP-OKU.
       AYLIK-ORTALA.
           PERFORM VARYING AYX FROM 1 BY 1 UNTIL AYX > 12
              COMPUTE AY-SATIS(AYX) = AY-SATIS(AYX) / 2
