       copy 'degis.var'.
       copy 'oturum.var'.
       77 ED-LISTENO        PIC 9999.
       copy 'kilit.var'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
           OPEN I-O FIYATLIS.
           MOVE ZEROS TO FL-FIYAT E-LISTENO.
       LISTENO-AL.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           ACCEPT E-LISTENO LINE 4 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           CLOSE STOK.
           DISPLAY ST-CINSI LINE 5 POSITION 20 SIZE 45
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
      * listedeki stok fiyatlari baska kullanicida ise salt okunur
           MOVE 'FIYATLIS' TO KLT-DOSYA.
           MOVE SPACES TO KLT-ANAHTAR.
           STRING E-LISTENO TST-KATNO TST-STNO DELIMITED BY SIZE
               INTO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1 PERFORM SALT-OKU-UYAR
              ELSE PERFORM SALT-OKU-SIL.
           PERFORM FIYAT-LISTELE THRU FIYAT-LISTELE-SON.
       TARIH-AL.
           ACCEPT E-GUN LINE 6 POSITION 23 UPDATE
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE FIYATLIS GO STOP-PROGRAM.
           IF F = 52 GO STOK-AL.
           IF F = 10 AND SALT-OKU = 1
              PERFORM SALT-OKU-UYAR GO TARIH-AL.
           IF F = 10 PERFORM FIYAT-SIL THRU FIYAT-SIL-SON
                     PERFORM FIYAT-LISTELE THRU FIYAT-LISTELE-SON
                     GO TARIH-AL.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE FIYATLIS GO STOP-PROGRAM.
           IF F = 52 GO TARIH-AL.
           IF SALT-OKU = 1 PERFORM SALT-OKU-UYAR GO TARIH-AL.
           MOVE E-LISTENO TO FL-LISTENO.
           MOVE TST-KATNO TO FL-KATNO.
           MOVE TST-STNO TO FL-STNO.
           MOVE Z-FIYAT TO FL-FIYAT.
           PERFORM REWRITE-FIYATLIS.
           IF WVAR = 0 PERFORM WRITE-FIYATLIS.
           MOVE SPACES TO DGL-ESKI.
           MOVE FL-FIYAT TO DGL-SAYI.
           MOVE DGL-SAYI TO DGL-YENI.
           PERFORM FIYAT-IZLE THRU FIYAT-IZLE-SON.
           PERFORM FIYAT-LISTELE THRU FIYAT-LISTELE-SON.
           GO TARIH-AL.
       STOP-PROGRAM.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           READ FIYATLIS
              INVALID KEY GO FIYAT-SIL-SON.
           PERFORM DELETE-FIYATLIS.
           MOVE FL-FIYAT TO DGL-SAYI.
           MOVE DGL-SAYI TO DGL-ESKI.
           MOVE 'SILINDI' TO DGL-YENI.
           PERFORM FIYAT-IZLE THRU FIYAT-IZLE-SON.
       FIYAT-SIL-SON.

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
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       FIYAT-IZLE-SON.

      * musterinin hangi fiyat listesinden alacagini belirler
       MUSTERI-ATA.
           MOVE SPACES TO E-HESAPNO.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI SIZE 30
              ' LISTE NO:' LINE 7 POSITION 40.
           MOVE 'SICIL' TO KLT-DOSYA.
           MOVE SC-HESAPNO TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1
              DISPLAY SC-LISTENO LINE 7 POSITION 51
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PERFORM SALT-OKU-UYAR
              CLOSE SICIL GO MUSTERI-ATA-SON.
           MOVE SC-LISTENO TO ED-LISTENO.
           ACCEPT SC-LISTENO LINE 7 POSITION 51 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
              MOVE SC-LISTENO TO DGL-YENI
              PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           CLOSE SICIL.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           DISPLAY SPACES LINE 7 POSITION 2 SIZE 67
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       MUSTERI-ATA-SON.

      * kayit baska kullanicida: kimde oldugu alt satirda gosterilir
       SALT-OKU-UYAR.
           DISPLAY KLT-MESAJ LINE 31 POSITION 2 SIZE 67
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
       SALT-OKU-SIL.
           DISPLAY SPACES LINE 31 POSITION 2 SIZE 67
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.

       copy 'kilit.per'.

       copy fileop.cpy REPLACING ==%T%== BY ==FIYATLIS==
                                  "%T%"  BY "FIYATLIS"
                                 ==%R%== BY ==FL-KAYIT==.
