       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'satinal.cpy'.
       copy 'satkabul.cpy'.
       copy 'kalite.cpy'.
       copy 'bekleyen.cpy'.
       copy 'stok.cpy'.
       copy 'sicil.cpy'.
       copy 'katlog.cpy'.
       copy 'hareket.cpy'.
       copy 'ayar.cpy'.
       copy 'ictalep.cpy'.
       copy 'mesaj.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'satinal.cpz'.
       copy 'satkabul.cpz'.
       copy 'kalite.cpz'.
       copy 'bekleyen.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       copy 'katlog.cpz'.
       copy 'hareket.cpz'.
       copy 'ayar.cpz'.
       copy 'ictalep.cpz'.
       copy 'mesaj.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-ONAY            PIC X.
           02 MY-NETFIYAT       PIC 9(10)V9999.
           02 B-KALAN           PIC 9(9)V999.
           02 KONTROL-SAYI      PIC 9(5).
       01 TST-KAYIT.
           02 TST-KEY.
               03 TST-KATNO              PIC 9999.
           02 B-FIYAT               PIC Z(7)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-TESLIM              PIC Z(6)9,999.
       copy 'sipbild.var'.
       copy 'stayg.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'numara.var'.
              ' F1 ' 'YENI SIPARIS' REVERSE
              ' F5 ' 'ONERIDEN OLUSTUR' REVERSE
              ' F6 ' 'MAL KABUL ESLESTIR' REVERSE
              ' F7 ' 'TALEPLERDEN OLUSTUR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO MAX-YIL.
           IF F = 5 PERFORM ONERIDEN-OLUSTUR
                    THRU ONERIDEN-OLUSTUR-SON GO TUS.
           IF F = 6 PERFORM MAL-KABUL THRU MAL-KABUL-SON GO TUS.
           IF F = 7 PERFORM TALEPTEN-OLUSTUR
                    THRU TALEPTEN-OLUSTUR-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
              INVALID KEY GO ONERI-KAPAT.
       ONERI-OKU.
           READ STOK NEXT AT END GO ONERI-KAPAT.
           IF ST-HIZMET GO ONERI-OKU.
           IF ST-MIN = ZEROS GO ONERI-OKU.
           IF ST-BAKIYE-YIL NOT = MAX-YIL GO ONERI-OKU.
           IF ST-BAKIYE NOT < ST-MIN GO ONERI-OKU.
           READ KATLOG INVALID KEY MOVE SPACES TO KT-HESAPNO.
           IF KT-HESAPNO = SPACES GO ONERI-OKU.
           IF KT-HESAPNO NOT = E-HESAPNO
              MOVE KT-HESAPNO TO E-HESAPNO
              PERFORM ONERI-BASLIK THRU ONERI-BASLIK-SON.
           ADD 1 TO E-SIRA.
           MOVE E-EVRAKNO TO SAD-EVRAKNO.
       ONERIDEN-OLUSTUR-SON.

       ONERI-BASLIK.
           PERFORM NUMARA-URET THRU NUMARA-URET-SON.
           OPEN INPUT SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           MOVE ZEROS TO E-SIRA.
       ONERI-BASLIK-SON.

      * onayli ic satin alma talepleri tedarikcisine gore
      * gruplanip tek adimda acik siparise cevrilir; tedarikcisi
      * olmayan serbest metinli talebe once tedarikci secilir
       TALEPTEN-OLUSTUR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN I-O ICTALEP.
           IF ST-ICTALEP NOT = '00'
              DISPLAY 'ONAYLI TALEP YOK' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO TALEPTEN-OLUSTUR-SON.
           MOVE ZEROS TO SAYAC.
           MOVE ZEROS TO IT-NO.
           START ICTALEP KEY IS NOT LESS THAN IT-NO
              INVALID KEY GO TALEP-CEVIR-ONAY.
       TALEP-TEDARIKCI-OKU.
           READ ICTALEP NEXT AT END GO TALEP-CEVIR-ONAY.
           IF NOT IT-ONAYLI GO TALEP-TEDARIKCI-OKU.
           ADD 1 TO SAYAC.
           IF IT-HESAPNO NOT = SPACES GO TALEP-TEDARIKCI-OKU.
           DISPLAY 'TEDARIKCI SECIN - TALEP' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IT-NO LINE 4 POSITION 26
              IT-CINSI LINE 4 POSITION 34 SIZE 50.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           DISPLAY SPACES LINE 4 POSITION 2 SIZE 87
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF E-HESAPNO = SPACES
              SUBTRACT 1 FROM SAYAC
              GO TALEP-TEDARIKCI-OKU.
           MOVE E-HESAPNO TO IT-HESAPNO.
           PERFORM REWRITE-ICTALEP.
           GO TALEP-TEDARIKCI-OKU.
       TALEP-CEVIR-ONAY.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'SIPARISE CEVRILECEK TALEP :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 4 POSITION 30.
           IF SAYAC = ZEROS GO TALEP-CEVIR-KAPAT.
           DISPLAY 'DEVAM (E/H) ?' LINE 4 POSITION 38
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 4 POSITION 52 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TALEP-CEVIR-KAPAT.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO TALEP-CEVIR-KAPAT.
           OPEN I-O SATINAL SATINDET.
           MOVE SPACES TO E-HESAPNO E-EVRAKNO.
           MOVE ZEROS TO SAYAC.
           MOVE 6 TO SATIR.
           MOVE LOW-VALUES TO IT-HESAPNO.
           START ICTALEP KEY IS NOT LESS THAN IT-HESAPNO
              INVALID KEY GO TALEP-SIPARIS-KAPAT.
       TALEP-SIPARIS-OKU.
           READ ICTALEP NEXT AT END GO TALEP-SIPARIS-KAPAT.
           IF NOT IT-ONAYLI OR IT-HESAPNO = SPACES
              GO TALEP-SIPARIS-OKU.
           IF IT-HESAPNO NOT = E-HESAPNO
              MOVE IT-HESAPNO TO E-HESAPNO
              PERFORM ONERI-BASLIK THRU ONERI-BASLIK-SON
              DISPLAY E-EVRAKNO LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SC-HESAPADI LINE SATIR POSITION 18 SIZE 40
              IF SATIR < 32 ADD 1 TO SATIR END-IF.
           ADD 1 TO E-SIRA.
           MOVE E-EVRAKNO TO SAD-EVRAKNO.
           MOVE E-SIRA TO SAD-SIRA.
           MOVE IT-KATNO TO SAD-KATNO.
           MOVE IT-STNO TO SAD-STNO.
           MOVE IT-CINSI TO SAD-CINSI.
           MOVE IT-ADET TO SAD-ADET.
           MOVE IT-FIYAT TO SAD-FIYAT.
           MOVE ZEROS TO SAD-TESLIM.
           MOVE SPACES TO SAD-DURUM.
           MOVE IT-IHTIYAC TO SAD-BEK-TARIH.
           PERFORM WRITE-SATINDET.
           MOVE E-EVRAKNO TO SA-EVRAKNO.
           READ SATINAL INVALID KEY CONTINUE.
           COMPUTE SA-TUTAR = SA-TUTAR + IT-TUTAR.
           PERFORM REWRITE-SATINAL.
           MOVE 'S' TO IT-DURUM.
           MOVE E-EVRAKNO TO IT-SA-EVRAKNO.
           MOVE E-SIRA TO IT-SA-SIRA.
           PERFORM REWRITE-ICTALEP.
           ADD 1 TO SAYAC.
           GO TALEP-SIPARIS-OKU.
       TALEP-SIPARIS-KAPAT.
           CLOSE SATINAL SATINDET.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'OLUSTURULAN SIPARIS SATIRI :' LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 33 POSITION 31.
       TALEP-CEVIR-KAPAT.
           CLOSE ICTALEP.
           ACCEPT F FROM ESCAPE KEY.
       TALEPTEN-OLUSTUR-SON.

      * gelen alis faturasi satirlarini ayni tedarikcinin acik
      * siparis satirlariyla karsilastirir - eksik/fazla miktar
      * ve fiyat farki ekranda isaretlenir
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'F.FIYAT      S.FIYAT   DURUM' LINE 6 POSITION 44.
           MOVE 7 TO SATIR.
           OPEN I-O SATINAL SATINDET SATKABUL.
           IF ST-SATKABUL = '35'
              CLOSE SATKABUL
              OPEN OUTPUT SATKABUL
              CLOSE SATKABUL
              OPEN I-O SATKABUL.
           OPEN I-O KALITE.
           IF ST-KALITE = '35'
              CLOSE KALITE
              OPEN OUTPUT KALITE
              CLOSE KALITE
              OPEN I-O KALITE.
           OPEN I-O ICTALEP MESAJLAR.
           MOVE ZEROS TO KONTROL-SAYI.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           PERFORM SIPARIS-ESLE THRU SIPARIS-ESLE-SON.
      * alis fiyati ortalama maliyete islenir
           PERFORM MALIYET-GUNCELLE THRU MALIYET-GUNCELLE-SON.
      * gelen miktar satilabilir stoga degil kalite kontrolune
      * girer
           PERFORM KALITE-YAZ THRU KALITE-YAZ-SON.
      * gelen mal once bekleyen musteri siparislerine ayrilir
           PERFORM BEKLEYEN-UYAR THRU BEKLEYEN-UYAR-SON.
           IF SATIR < 32 ADD 1 TO SATIR.
           PERFORM SIPARIS-KAPAT-KONTROL
              THRU SIPARIS-KAPAT-KONTROL-SON.
           CLOSE HAREKET-SICIL HAREKET-DETAY SATINAL SATINDET
                 SATKABUL KALITE BEKLEYEN STOK ICTALEP MESAJLAR.
           MOVE KONTROL-SAYI TO Z-SAYAC.
           DISPLAY 'ESLESTIRME TAMAMLANDI - DEVAM ICIN TUS'
              LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KALITE KONTROLUNE ALINAN SATIR:' LINE 33 POSITION 42
              Z-SAYAC LINE 33 POSITION 74.
           ACCEPT F FROM ESCAPE KEY.
       MAL-KABUL-SON.

           MOVE 1 TO ESLESTI.
           COMPUTE SAD-TESLIM = SAD-TESLIM + HD-ADET.
           PERFORM REWRITE-SATINDET.
           PERFORM KABUL-YAZ THRU KABUL-YAZ-SON.
           PERFORM TALEP-GELDI THRU TALEP-GELDI-SON.
       SIPARIS-ESLE-YAZ.
           MOVE HD-STNO TO B-STNO.
           DISPLAY B-STNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       SIPARIS-ESLE-SON.

      * eslesen her fatura satiri siparis satirina bagli kabul
      * kaydi olarak tutulur (tedarikci karnesi teslim suresi ve
      * fiyat farkini buradan olcer). ayni fatura satiri ikinci
      * kez eslestirilirse kayit zaten vardir, yazilmaz
       KABUL-YAZ.
           INITIALIZE SKB-KAYIT.
           MOVE SAD-EVRAKNO TO SKB-SIPNO.
           MOVE SAD-SIRA TO SKB-SIPSIRA.
           MOVE HD-TIP TO SKB-TIP.
           MOVE HD-EVRAKNO TO SKB-EVRAKNO.
           MOVE HD-SIRA TO SKB-HDSIRA.
           MOVE HS-HESAPNO TO SKB-HESAPNO.
           MOVE HS-FYIL TO SKB-YIL.
           MOVE HS-FAY TO SKB-AY.
           MOVE HS-FGUN TO SKB-GUN.
           MOVE HD-KATNO TO SKB-KATNO.
           MOVE HD-STNO TO SKB-STNO.
           MOVE HD-ADET TO SKB-ADET.
           COMPUTE SKB-FIYAT ROUNDED = HD-FIYAT
              * (1 - HD-ISKONTO1 / 100) * (1 - HD-ISKONTO2 / 100).
           MOVE SAD-FIYAT TO SKB-SIP-FIYAT.
           PERFORM WRITE-SATKABUL.
       KABUL-YAZ-SON.

      * siparis satirini isteyen ic talep varsa talep edene gelen
      * miktarla mesaj gider; satir tamamen gelince talep kapanir
       TALEP-GELDI.
           MOVE SAD-KEY TO IT-SAKEY.
           START ICTALEP KEY IS NOT LESS THAN IT-SAKEY
              INVALID KEY GO TALEP-GELDI-SON.
       TALEP-GELDI-OKU.
           READ ICTALEP NEXT AT END GO TALEP-GELDI-SON.
           IF IT-SAKEY NOT = SAD-KEY GO TALEP-GELDI-SON.
           IF NOT IT-SIPARIS-VERILDI GO TALEP-GELDI-OKU.
           IF SAD-TESLIM NOT < SAD-ADET
              MOVE 'G' TO IT-DURUM
              MOVE BUGUN TO IT-GELIS-TARIH
              PERFORM REWRITE-ICTALEP.
           INITIALIZE MS-KAYIT.
           MOVE IT-KULLANICI TO MS-ALICI MS-HEDEF.
           MOVE 'SATIN ALMA TALEBINIZ GELDI' TO MS-KONU.
           STRING 'TALEP NO ' IT-NO ' ' IT-CINSI
              DELIMITED BY SIZE INTO MS-SATIR(1).
           MOVE HD-ADET TO Z-ADET.
           STRING 'GELEN MIKTAR ' Z-ADET ' SIPARIS ' SAD-EVRAKNO
              DELIMITED BY SIZE INTO MS-SATIR(2).
           IF IT-SIPARISNO NOT = SPACES
              STRING 'MUSTERI SIPARISI ' IT-SIPARISNO
                 DELIMITED BY SIZE INTO MS-SATIR(3).
           MOVE HS-HESAPNO TO MS-HESAPNO.
           MOVE HS-TIP TO MS-EVRAK-TIP.
           MOVE HS-EVRAKNO TO MS-EVRAKNO.
           MOVE 'SATIN ALMA' TO MS-GONDEREN.
           MOVE BUGUN TO MS-TARIH MS-GTARIH.
           ACCEPT MS-SAAT FROM TIME.
           MOVE MS-SAAT TO MS-GSAAT.
           MOVE ZEROS TO MS-SIRA MS-OKUMA-TARIH MS-OKUMA-SAAT.
           MOVE SPACES TO MS-OKUNDU MS-BILDIRILDI.
       TALEP-MESAJ-YAZ.
           PERFORM WRITE-MESAJLAR.
           IF WVAR = 0 AND MS-SIRA < 99
              ADD 1 TO MS-SIRA
              GO TALEP-MESAJ-YAZ.
           GO TALEP-GELDI-OKU.
       TALEP-GELDI-SON.

      * fatura satiri faturanin deposunda kontrol bekler; ayni
      * satir ikinci kez eslestirilirse kayit zaten vardir.
      * hizmet kalemi kontrole girmez
       KALITE-YAZ.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO KALITE-YAZ-SON.
           IF ST-HIZMET GO KALITE-YAZ-SON.
           INITIALIZE KK-KAYIT.
           MOVE HD-TIP TO KK-TIP.
           MOVE HD-EVRAKNO TO KK-EVRAKNO.
           MOVE HD-SIRA TO KK-HDSIRA.
           MOVE HD-KATNO TO KK-KATNO.
           MOVE HD-STNO TO KK-STNO.
           MOVE HS-DEPONO TO KK-DEPONO.
           MOVE HS-HESAPNO TO KK-HESAPNO.
           MOVE HS-FYIL TO KK-YIL.
           MOVE HS-FAY TO KK-AY.
           MOVE HS-FGUN TO KK-GUN.
           MOVE HD-ADET TO KK-ADET.
           MOVE ZEROS TO KK-SERBEST KK-RED KK-IADE KK-KONTROL-TARIH.
           MOVE 'B' TO KK-DURUM.
           MOVE SPACES TO KK-NEDEN KK-IADE-EVRAKNO.
           PERFORM WRITE-KALITE.
           IF WVAR = 1 ADD 1 TO KONTROL-SAYI.
       KALITE-YAZ-SON.

      * yuruyen agirlikli ortalama: eldeki miktar eski maliyetle,
      * gelen miktar fatura fiyatiyla tartilir
       MALIYET-GUNCELLE.
                 / (ST-BAKIYE + HD-ADET)
           END-IF.
           PERFORM REWRITE-STOK.
      * girisle acilan FIFO katmani fatura net fiyatini alir
           MOVE 3 TO FF-ISLEM.
           MOVE HD-KATNO TO FF-KATNO.
           MOVE HD-STNO TO FF-STNO.
           MOVE HS-FYIL TO FF-YIL.
           MOVE HS-FAY TO FF-AY.
           MOVE HS-FGUN TO FF-GUN.
           MOVE HD-ADET TO FF-ADET.
           MOVE MY-NETFIYAT TO FF-BIRIM.
           MOVE 'A' TO FF-KAYNAK.
           CALL 'FIFOKAT' USING FF-ISTEK.
           CANCEL 'FIFOKAT'.
       MALIYET-GUNCELLE-SON.

      * gelen kaleme ayrilmis bekleyen siparis varsa en eski
           IF BEK-KARSILANAN NOT < BEK-ADET
              MOVE 'K' TO BEK-DURUM.
           PERFORM REWRITE-BEKLEYEN.
           MOVE 2 TO BI-OLAY.
           MOVE BEK-HESAPNO TO BI-HESAPNO.
           MOVE BEK-SIPARISNO TO BI-SIPARISNO.
           MOVE SPACES TO BI-TAKIPNO.
           CALL 'SIPBILD' USING BI-ISTEK.
           CANCEL 'SIPBILD'.
           GO BEKLEYEN-UYAR-OKU.
       BEKLEYEN-UYAR-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==SATINDET==
                                  "%T%"  BY "SATINDET"
                                 ==%R%== BY ==SAD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KALITE==
                                  "%T%"  BY "KALITE"
                                 ==%R%== BY ==KK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SATKABUL==
                                  "%T%"  BY "SATKABUL"
                                 ==%R%== BY ==SKB-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ICTALEP==
                                  "%T%"  BY "ICTALEP"
                                 ==%R%== BY ==IT-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==MESAJLAR==
                                  "%T%"  BY "MESAJLAR"
                                 ==%R%== BY ==MS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
