       copy 'access.cpy'.
       copy 'kredilog.cpy'.
       copy 'oturum.cpy'.
       copy 'teminat.cpy'.
       copy 'kur.cpy'.
       copy 'ayar.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'sicil.cpz'.
       copy 'access.cpz'.
       copy 'kredilog.cpz'.
       copy 'oturum.cpz'.
       copy 'teminat.cpz'.
       copy 'kur.cpz'.
       copy 'ayar.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 T-CBAKIYE         PIC S9(13)V99.
           02 GRUP-LIMITI       PIC S9(13)V99.
           02 GRUP-RISKI        PIC S9(13)V99.
           02 TEMINAT-TOPLAM    PIC S9(13)V99.
           02 T-KUR             PIC 9(6)V9999.
           02 SESSIZ            PIC 9.
           02 T-BUGUN.
               03 T-BYIL            PIC 9999.
               03 FILLER            PIC 9999.
       copy 'status.cpy'.
       copy 'sifre.var'.
       copy 'fileop.var'.
       copy 'yetki.var'.
       copy 'oturum.var'.
      * satis aninda risk denetimi: cari bakiye + portfoydeki
      * cek/senet + acik siparisler, yeni belge tutari ile
      * birlikte SC-LIMIT asiliyorsa yetkili onayi olmadan
      * devam edilemez. gecerli (baslamis, suresi dolmamis, iade
      * surecinde olmayan) teminatlar limite eklenir; AYAR 45
      * YAZPORT 'H' ise teminat sayilmaz.
      * G-SONUC: 0 devam, 1 engellendi.
      * G-SONUC 9 ile cagrilirsa (ekransiz aktarimlar) uyari
      * gosterilmez, onay sorulmaz - limit asimi 1 doner.
       PROCEDURE DIVISION USING G-HESAPNO G-YENI-TUTAR G-SONUC.
       BASLA.
           MOVE ZEROS TO SESSIZ.
           IF G-SONUC = 9 MOVE 1 TO SESSIZ.
           MOVE ZEROS TO G-SONUC RISK.
           OPEN INPUT SICIL.
           MOVE G-HESAPNO TO SC-HESAPNO.
                 NOT INVALID KEY
                    IF IC-ACIK
                       MOVE 1 TO G-SONUC
                       IF SESSIZ = ZEROS
                          DISPLAY 'HESAP HUKUKI TAKIPTE - SATIS'
                             ' YAPILAMAZ !!!' LINE 14 POSITION 30
                             CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
                       END-IF
                       CLOSE ICRA
                       GO BITIR
                    END-IF
           PERFORM CARI-RISK THRU CARI-RISK-SON.
           PERFORM CEK-RISK THRU CEK-RISK-SON.
           PERFORM SIPARIS-RISK THRU SIPARIS-RISK-SON.
           PERFORM TEMINAT-TOPLA THRU TEMINAT-TOPLA-SON.
           ADD TEMINAT-TOPLAM TO SC-LIMIT.
           IF RISK + G-YENI-TUTAR NOT > SC-LIMIT GO GRUP-TARAF.
           PERFORM UYARI THRU UYARI-SON.
           IF G-SONUC = 1 GO BITIR.
           CLOSE SIPARIS.
       SIPARIS-RISK-SON.

      * dovizli teminat gunun (yoksa son) alis kuruyla cevrilir;
      * kuru bulunamayan teminat sayilmaz
       TEMINAT-TOPLA.
           MOVE ZEROS TO TEMINAT-TOPLAM.
           OPEN INPUT AYAR.
           IF ST-AYAR = '00'
              MOVE 45 TO AY-TIP
              MOVE ZEROS TO AY-DEPONO
              READ AYAR
                 INVALID KEY MOVE SPACES TO AY-YAZPORT
              END-READ
              CLOSE AYAR
              IF AY-YAZPORT(1:1) = 'H' GO TEMINAT-TOPLA-SON END-IF
           END-IF.
           OPEN INPUT TEMINAT.
           IF ST-TEMINAT NOT = '00' GO TEMINAT-TOPLA-SON.
           ACCEPT T-BUGUN FROM CENTURY-DATE.
           MOVE G-HESAPNO TO TM-HESAPNO.
           MOVE ZEROS TO TM-SIRA.
           START TEMINAT KEY IS NOT LESS THAN TM-KEY
              INVALID KEY GO TEMINAT-TOPLA-KAPAT.
       TEMINAT-TOPLA-OKU.
           READ TEMINAT NEXT AT END GO TEMINAT-TOPLA-KAPAT.
           IF TM-HESAPNO NOT = G-HESAPNO GO TEMINAT-TOPLA-KAPAT.
           IF NOT TM-AKTIF GO TEMINAT-TOPLA-OKU.
           IF TM-BASLAMA > T-BUGUN GO TEMINAT-TOPLA-OKU.
           IF TM-BITIS NOT = ZEROS AND TM-BITIS < T-BUGUN
              GO TEMINAT-TOPLA-OKU.
           IF TM-DOVIZ = 'TL ' OR TM-DOVIZ = SPACES
              ADD TM-TUTAR TO TEMINAT-TOPLAM
              GO TEMINAT-TOPLA-OKU.
           PERFORM KUR-BUL THRU KUR-BUL-SON.
           IF T-KUR > ZEROS
              COMPUTE TEMINAT-TOPLAM ROUNDED =
                 TEMINAT-TOPLAM + TM-TUTAR * T-KUR.
           GO TEMINAT-TOPLA-OKU.
       TEMINAT-TOPLA-KAPAT.
           CLOSE TEMINAT.
       TEMINAT-TOPLA-SON.

       KUR-BUL.
           MOVE ZEROS TO T-KUR.
           OPEN INPUT KURLAR.
           IF ST-KURLAR NOT = '00' GO KUR-BUL-SON.
           MOVE T-BUGUN TO KR-TARIH.
           MOVE TM-DOVIZ TO KR-DOVIZ.
           START KURLAR KEY IS NOT GREATER THAN KR-KEY
              INVALID KEY GO KUR-BUL-KAPAT.
       KUR-BUL-OKU.
           READ KURLAR PREVIOUS AT END GO KUR-BUL-KAPAT.
           IF KR-YIL < T-BYIL - 1 GO KUR-BUL-KAPAT.
           IF KR-DOVIZ NOT = TM-DOVIZ GO KUR-BUL-OKU.
           MOVE KR-ALIS TO T-KUR.
       KUR-BUL-KAPAT.
           CLOSE KURLAR.
       KUR-BUL-SON.

      * grup uyeleri: ana hesap + ana hesabi bu olan subeler;
      * cari bakiyeler toplanip grup limitiyle kiyaslanir
       GRUP-KONTROL.
              GO GRUP-KONTROL-SON.
           MOVE GRUP-RISKI TO RISK.
           MOVE GRUP-LIMITI TO SC-LIMIT.
           MOVE ZEROS TO TEMINAT-TOPLAM.
           PERFORM UYARI THRU UYARI-SON.
       GRUP-KONTROL-SON.


       UYARI.
           MOVE 1 TO G-SONUC.
           IF SESSIZ = 1 GO UYARI-SON.
           MOVE RISK TO Z-RISK.
           MOVE SC-LIMIT TO Z-LIMIT.
           MOVE G-YENI-TUTAR TO Z-YENI.
           DISPLAY 'YENI BELGE  :' LINE 16 POSITION 30
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              Z-YENI SPACES SIZE 10.
           IF TEMINAT-TOPLAM > ZEROS
              DISPLAY 'LIMIT+TEM.  :' LINE 17 POSITION 30
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
                 Z-LIMIT SPACES SIZE 10
           ELSE
              DISPLAY 'LIMIT       :' LINE 17 POSITION 30
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
                 Z-LIMIT SPACES SIZE 10
           END-IF.
           DISPLAY 'DEVAM ICIN YETKILI ONAYI GEREKIR' LINE 18
              POSITION 30 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              SPACES SIZE 13.
           READ USERS
              INVALID KEY CLOSE USERS GO UYARI-TEMIZLE.
           CLOSE USERS.
           IF US-KILITLI GO UYARI-TEMIZLE.
           MOVE T-PASS TO SF-GIRILEN.
           PERFORM SIFRE-DOGRULA THRU SIFRE-DOGRULA-SON.
           IF SF-DOGRU = 0 GO UYARI-TEMIZLE.
           IF US-ACTIVE = 0 GO UYARI-TEMIZLE.
      * yetkili kullanicinin KREDI islem kodunda yazma yetkisi
      * olmali
       copy fileop.cpy REPLACING ==%T%== BY ==KREDILOG==
                                  "%T%"  BY "KREDILOG"
                                 ==%R%== BY ==KRL-KAYIT==.
       copy 'sifre.per'.
