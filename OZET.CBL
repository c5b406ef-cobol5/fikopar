       copy 'ceksenet.cpy'.
       copy 'sipdet.cpy'.
       copy 'stok.cpy'.
       copy 'kur.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'hareket.cpz'.
       copy 'ceksenet.cpz'.
       copy 'sipdet.cpz'.
       copy 'stok.cpz'.
       copy 'kur.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 MIN-SAYI          PIC 9(5).
           02 GUN-SAYI          PIC 9(7).
           02 VADE-SAYI         PIC 9(7).
           02 KUR-VAR           PIC 9.
           02 KASA-TABLO.
               03 KT-SATIRI OCCURS 20 TIMES.
                   04 KT-NAKIT      PIC S9(13)V99.
           PERFORM CEK-TOPLA THRU CEK-TOPLA-SON.
           PERFORM SIPARIS-SAY THRU SIPARIS-SAY-SON.
           PERFORM MINIMUM-SAY THRU MINIMUM-SAY-SON.
           PERFORM KUR-KONTROL THRU KUR-KONTROL-SON.
           PERFORM OZET-GOSTER THRU OZET-GOSTER-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
              INVALID KEY GO MINIMUM-SAY-KAPAT.
       MINIMUM-SAY-OKU.
           READ STOK NEXT AT END GO MINIMUM-SAY-KAPAT.
           IF ST-HIZMET GO MINIMUM-SAY-OKU.
           IF ST-MIN = ZEROS GO MINIMUM-SAY-OKU.
           IF ST-BAKIYE-YIL NOT = BU-YIL GO MINIMUM-SAY-OKU.
           IF ST-BAKIYE < ST-MIN ADD 1 TO MIN-SAYI.
           CLOSE STOK.
       MINIMUM-SAY-SON.

      * gece aktarimi bugunun kurunu yazamadiysa uyarilir
       KUR-KONTROL.
           MOVE ZEROS TO KUR-VAR.
           OPEN INPUT KURLAR.
           MOVE BUGUN TO KR-TARIH.
           MOVE SPACES TO KR-DOVIZ.
           START KURLAR KEY IS NOT LESS THAN KR-KEY
              INVALID KEY GO KUR-KONTROL-KAPAT.
           READ KURLAR NEXT AT END GO KUR-KONTROL-KAPAT.
           IF KR-TARIH = BUGUN MOVE 1 TO KUR-VAR.
       KUR-KONTROL-KAPAT.
           CLOSE KURLAR.
       KUR-KONTROL-SON.

       OZET-GOSTER.
           MOVE BUGUN-SATIS TO Z-TUTAR.
           DISPLAY 'BUGUNKU SATIS        :' LINE 5 POSITION 4
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 11 POSITION 27 'ADET' LINE 11
              POSITION 34.
           IF KUR-VAR = ZEROS
              DISPLAY 'BUGUNUN DOVIZ KURLARI GIRILMEMIS !!!'
                 LINE 12 POSITION 4
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           DISPLAY 'KASA/BANKA DURUMU (DEPO NAKIT BANKA)'
              LINE 13 POSITION 4
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
