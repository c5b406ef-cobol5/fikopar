           02 Z-SAYAC           PIC Z(6)9.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
              INVALID KEY GO DETAY-OKU.
           MOVE HD-KAYIT TO AHD-KAYIT.
           REWRITE AHD-KAYIT INVALID KEY WRITE AHD-KAYIT END-REWRITE.
      * iptal edilmemis satis satiri aylik ozetten geri alinir
           MOVE AHS-KAYIT TO HS-KAYIT.
           IF HS-SONUC NOT = 9 PERFORM AYLIK-SATIS-CIKAR.
           PERFORM DELETE-HAREKET-DETAY.
           ADD 1 TO SAYAC-DETAY.
           GO DETAY-OKU.

      * devir (sira 0) kayitlari yeni yilin acilisidir, tasinmaz
       ADET-ARSIV.
      * arsivlenen hareketin FIFO katmanindaki etkisi kalir
           MOVE 0 TO AYG-KATMAN.
           OPEN I-O STOKADET STOKADARS.
           MOVE LOW-VALUES TO STA-KEY.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
           IF STA-YIL > E-YIL GO ADET-OKU.
           MOVE STA-KAYIT TO ASA-KAYIT.
           REWRITE ASA-KAYIT INVALID KEY WRITE ASA-KAYIT END-REWRITE.
      * arsive giden satir aylik ozetten de geri alinir
           PERFORM AYLIK-ADET-CIKAR.
           PERFORM DELETE-STOKADET.
           ADD 1 TO SAYAC-ADET.
           GO ADET-OKU.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'stayadet.per'.
       copy 'staysat.per'.
