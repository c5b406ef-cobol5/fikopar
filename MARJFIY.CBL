       copy 'marj.cpy'.
       copy 'marjlog.cpy'.
       copy 'fiyatlis.cpy'.
       copy 'degislog.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'marj.cpz'.
       copy 'marjlog.cpz'.
       copy 'fiyatlis.cpz'.
       copy 'degislog.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 Z-YENI            PIC Z(8)9,9999.
           02 Z-MALIYET         PIC Z(8)9,9999.
           02 Z-ORAN            PIC ---9,99.
       copy 'degis.var'.
       copy 'oturum.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
              MOVE ONERI-FIYAT TO FL-FIYAT
              PERFORM REWRITE-FIYATLIS
              IF WVAR = 0 PERFORM WRITE-FIYATLIS END-IF
              PERFORM FIYAT-IZLE THRU FIYAT-IZLE-SON
              ADD 1 TO YAZILAN-SAYI
           END-IF.
           ADD 1 TO SATIR.
       ONERI-GOSTER-SON.

      * liste fiyati degisikligi iz dosyasina yazilir; anahtar
      * stok, alan liste numarasidir
       FIYAT-IZLE.
           PERFORM OTURUM-OKU.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'FIYATLIS' TO DGL-DOSYA.
           MOVE SPACES TO DGL-ANAHTAR DGL-ALAN.
           STRING FL-KATNO '/' FL-STNO DELIMITED BY SIZE
               INTO DGL-ANAHTAR.
           STRING 'LISTE' FL-LISTENO DELIMITED BY SIZE
               INTO DGL-ALAN.
           MOVE ST-FIYAT TO DGL-SAYI.
           MOVE DGL-SAYI TO DGL-ESKI.
           MOVE FL-FIYAT TO DGL-SAYI.
           MOVE DGL-SAYI TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       FIYAT-IZLE-SON.

      * gun icinde amir onayiyla gecen dusuk marjli satirlar
       ONAYLI-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==FIYATLIS==
                                  "%T%"  BY "FIYATLIS"
                                 ==%R%== BY ==FL-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
       copy 'degis.per'.
       copy 'oturum.per'.
