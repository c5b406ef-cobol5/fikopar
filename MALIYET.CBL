       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stok.cpy'.
       copy 'stokay.cpy'.
       copy 'hareket.cpy'.
       copy 'stokadet.cpy'.
       copy 'mlkatman.cpy'.
       copy 'mltuket.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'stokay.cpz'.
       copy 'hareket.cpz'.
       copy 'stokadet.cpz'.
       copy 'mlkatman.cpz'.
       copy 'mltuket.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-ANAHTAR            PIC X(34).
           02 TP-SATIS                  PIC S9(13)V99.
           02 TP-MALIYET                PIC S9(13)V99.
           02 TP-HIZMET                 PIC S9(13)V99.
           02 TP-FIFO                   PIC S9(13)V99.
           02 TP-BIRIM                  PIC 9(10)V9999.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 I-ISK2            PIC 9(12)V99999999.
           02 T-DEGER           PIC S9(13)V99.
           02 G-DEGER           PIC S9(13)V99.
           02 I-FIFO            PIC S9(13)V99.
           02 T-FIFO            PIC S9(13)V99.
           02 G-FIFO            PIC S9(13)V99.
           02 F-ADET            PIC 9(12)V999.
           02 F-DEGER           PIC 9(13)V99.
           02 F-BIRIM           PIC 9(10)V9999.
           02 SON-FIYAT         PIC 9(10)V9999.
           02 K-DEPONO          PIC 9999.
           02 K-ILK             PIC 9.
           02 E-ONAY            PIC X.
           02 Z-SAYAC           PIC ZZZZZZ9.
           02 K-SAYAC           PIC 9(7).
           02 K-ANAHTAR.
               03 K-TARIH.
                   04 K-YIL         PIC 9999.
                   04 K-AY          PIC 99.
                   04 K-GUN         PIC 99.
               03 K-TUR             PIC X.
                   88 K-DEVIR       VALUE '0'.
                   88 K-ALIS        VALUE '1'.
                   88 K-NET         VALUE '3'.
               03 FILLER            PIC X(25).
           02 X-TUTAR           PIC -(12)9,99.
           02 X-TUTAR2          PIC -(12)9,99.
           02 X-TUTAR3          PIC -(12)9,99.
           02 X-MARJ            PIC -(12)9,99.
           02 X-FIFO            PIC -(12)9,99.
           02 X-FMARJ           PIC -(12)9,99.
       01 BILGI.
           02 B-ANAHTAR             PIC X(15).
           02 FILLER                PIC X VALUE ' '.
           02 B-SATIS               PIC -(8)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-HIZMET              PIC -(8)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-MALIYET             PIC -(8)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-FIFO                PIC -(8)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-MARJ                PIC -(7)9,99.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       copy 'stayg.var'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'ENVANTER DEGERLEME' REVERSE
              ' F2 ' 'MARJ RAPORU' REVERSE
              ' F3 ' 'FIFO KATMANLARINI KUR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT D-TARIH FROM CENTURY-DATE.
       TUS.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM DEGERLEME THRU DEGERLEME-SON GO TUS.
           IF F = 2 PERFORM MARJ-RAPOR THRU MARJ-RAPOR-SON GO TUS.
           IF F = 3 PERFORM KATMAN-KUR THRU KATMAN-KUR-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
       EKRAN-TEMIZLE-SON.

      * depo ve tip kiriliminda miktar x ortalama maliyet -
      * depo bazli miktar bakiye yilinin aylik ozetinden cikar.
      * yanina ayni miktar FIFO katmanlarinin birim maliyetiyle
      * degerlenir
       DEGERLEME.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT STOK STOKAY MLKATMAN.
           MOVE ZEROS TO G-DEGER G-FIFO.
           MOVE LOW-VALUES TO ST-KEY.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO DEGERLEME-KAPAT.
       DEGERLEME-OKU.
           READ STOK NEXT AT END GO DEGERLEME-KAPAT.
           IF ST-HIZMET GO DEGERLEME-OKU.
           IF ST-MALIYET = ZEROS GO DEGERLEME-OKU.
           IF ST-BAKIYE = ZEROS GO DEGERLEME-OKU.
      * tip kirilimi
           MOVE 1 TO TP-BOLUM.
           MOVE ST-TIPI TO TP-ANAHTAR.
           PERFORM KATMAN-TOPLA THRU KATMAN-TOPLA-SON.
           COMPUTE T-DEGER = ST-BAKIYE * ST-MALIYET.
           COMPUTE T-FIFO ROUNDED = ST-BAKIYE * F-BIRIM.
           PERFORM DEGER-EKLE THRU DEGER-EKLE-SON.
           ADD T-DEGER TO G-DEGER.
           ADD T-FIFO TO G-FIFO.
           PERFORM DEPO-KIRILIM THRU DEPO-KIRILIM-SON.
           GO DEGERLEME-OKU.
       DEGERLEME-KAPAT.
           CLOSE STOK STOKAY MLKATMAN.
           PERFORM DOKUM THRU DOKUM-SON.
           MOVE G-DEGER TO X-TUTAR.
           MOVE G-FIFO TO X-FIFO.
           DISPLAY 'TOPLAM ENVANTER DEGERI :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-TUTAR LINE 32 POSITION 27
              'FIFO :' LINE 32 POSITION 45
              X-FIFO LINE 32 POSITION 52.
           ACCEPT F FROM ESCAPE KEY.
       DEGERLEME-SON.

       DEGER-EKLE.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-SATIS TP-MALIYET TP-HIZMET
                    TP-FIFO TP-BIRIM
                 WRITE TP-KAYIT
           END-READ.
           ADD T-DEGER TO TP-MALIYET.
           ADD T-FIFO TO TP-FIFO.
           REWRITE TP-KAYIT.
       DEGER-EKLE-SON.

      * kalemin katmanlarinda kalan miktarin ortalama FIFO birimi;
      * katmani olmayan kalem ortalama maliyetle degerlenir
       KATMAN-TOPLA.
           MOVE ZEROS TO F-ADET F-DEGER.
           MOVE ST-MALIYET TO F-BIRIM.
           MOVE ST-KATNO TO MLK-KATNO.
           MOVE ST-STNO TO MLK-STNO.
           MOVE ZEROS TO MLK-TARIH MLK-SIRA.
           START MLKATMAN KEY IS NOT LESS THAN MLK-KEY
              INVALID KEY GO KATMAN-TOPLA-SON.
       KATMAN-TOPLA-OKU.
           READ MLKATMAN NEXT AT END GO KATMAN-TOPLA-BIRIM.
           IF MLK-KATNO NOT = ST-KATNO OR MLK-STNO NOT = ST-STNO
              GO KATMAN-TOPLA-BIRIM.
           ADD MLK-KALAN TO F-ADET.
           COMPUTE F-DEGER ROUNDED = F-DEGER + MLK-KALAN * MLK-BIRIM.
           GO KATMAN-TOPLA-OKU.
       KATMAN-TOPLA-BIRIM.
           IF F-ADET > ZEROS
              COMPUTE F-BIRIM ROUNDED = F-DEGER / F-ADET.
       KATMAN-TOPLA-SON.

      * depo miktari aylik stok ozetinin (STOKAY) bakiye yili
      * satirlarindan (devir ayi 00 dahil)
       DEPO-KIRILIM.
           MOVE ST-KATNO TO STY-KATNO.
           MOVE ST-STNO TO STY-STNO.
           MOVE ZEROS TO STY-DEPONO STY-YIL STY-AY.
           START STOKAY KEY IS NOT LESS THAN STY-KEY
              INVALID KEY GO DEPO-KIRILIM-SON.
       DEPO-KIRILIM-OKU.
           READ STOKAY NEXT AT END GO DEPO-KIRILIM-SON.
           IF STY-KATNO NOT = ST-KATNO OR STY-STNO NOT = ST-STNO
              GO DEPO-KIRILIM-SON.
           IF STY-YIL NOT = ST-BAKIYE-YIL GO DEPO-KIRILIM-OKU.
           MOVE 2 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           STRING 'DEPO ' STY-DEPONO DELIMITED BY SIZE
              INTO TP-ANAHTAR.
           COMPUTE T-DEGER = (STY-GIR - STY-CIK) * ST-MALIYET.
           COMPUTE T-FIFO ROUNDED = (STY-GIR - STY-CIK) * F-BIRIM.
           PERFORM DEGER-EKLE THRU DEGER-EKLE-SON.
           GO DEPO-KIRILIM-OKU.
       DEPO-KIRILIM-SON.

      * ay icindeki satislarin geliri HD satir netinden, maliyeti
      * ortalama maliyetten, FIFO maliyeti o ay katmanlardan dusulen
      * birimden; evrak, musteri ve plasiyer kirilimi.
      * hizmet kalemlerinin geliri ayri kolonda, maliyetsiz toplanir
       MARJ-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'DONEM (AY/YIL) :' LINE 4 POSITION 2
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT STOK HAREKET-SICIL HAREKET-DETAY MLTUKET.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
           PERFORM MARJ-EVRAK THRU MARJ-EVRAK-SON.
           GO MARJ-OKU.
       MARJ-KAPAT.
           CLOSE STOK HAREKET-SICIL HAREKET-DETAY MLTUKET.
           PERFORM DOKUM THRU DOKUM-SON.
           ACCEPT F FROM ESCAPE KEY.
       MARJ-RAPOR-SON.
              (HD-FIYAT - I-ISK1 - I-ISK2) * HD-ADET.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY
              MOVE ZEROS TO ST-MALIYET
              MOVE SPACE TO ST-SINIF.
           COMPUTE I-MALIYET ROUNDED = HD-ADET * ST-MALIYET.
           MOVE I-MALIYET TO I-FIFO.
           MOVE HD-KATNO TO MLT-KATNO.
           MOVE HD-STNO TO MLT-STNO.
           MOVE E-YIL TO MLT-YIL.
           MOVE E-AY TO MLT-AY.
           READ MLTUKET INVALID KEY MOVE ZEROS TO MLT-ADET.
           IF MLT-ADET > ZEROS
              COMPUTE I-FIFO ROUNDED =
                 HD-ADET * MLT-TUTAR / MLT-ADET.
           IF ST-HIZMET MOVE ZEROS TO I-MALIYET I-FIFO.
      * evrak kirilimi
           MOVE 3 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
       MARJ-EKLE.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-SATIS TP-MALIYET TP-HIZMET
                    TP-FIFO TP-BIRIM
                 WRITE TP-KAYIT
           END-READ.
           IF ST-HIZMET
              ADD I-NET TO TP-HIZMET
           ELSE
              ADD I-NET TO TP-SATIS
           END-IF.
           ADD I-MALIYET TO TP-MALIYET.
           ADD I-FIFO TO TP-FIFO.
           REWRITE TP-KAYIT.
       MARJ-EKLE-SON.

      * FIFO katmanlari STOKADET gecmisinden bastan kurulur: her
      * kalemin hareketleri tarih sirasiyla islenir, girisler o
      * tarihe kadarki son alis faturasi net fiyatiyla (yoksa
      * ortalama maliyetle) katman acar, cikislar en eski
      * katmandan duser. depo transferleri katmana girmez, her
      * deponun ilk yil devri acilis katmani sayilir. TIP 1
      * transfer satirlari gun gun netlenir; sube ici transfer
      * sifirlanir, subeler arasi gonderim ve teslimin farki
      * katmana islenir
       KATMAN-KUR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'FIFO KATMANLARI HAREKET GECMISINDEN YENIDEN'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ' KURULACAK. DEVAM (E/H)?' LINE 4 POSITION 45.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 4 POSITION 70 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO KATMAN-KUR-SON.
           OPEN OUTPUT MLKATMAN MLTUKET.
           CLOSE MLKATMAN MLTUKET.
           ACCEPT TSAAT FROM TIME.
           MOVE ZEROS TO K-SAYAC.
           OPEN INPUT STOK STOKADET HAREKET-SICIL HAREKET-DETAY.
           MOVE LOW-VALUES TO ST-KEY.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO KATMAN-KUR-KAPAT.
       KATMAN-KUR-OKU.
           READ STOK NEXT AT END GO KATMAN-KUR-KAPAT.
           IF ST-HIZMET GO KATMAN-KUR-OKU.
           PERFORM KALEM-KUR THRU KALEM-KUR-SON.
           ADD 1 TO K-SAYAC.
           MOVE K-SAYAC TO Z-SAYAC.
           DISPLAY 'ISLENEN KALEM :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 6 POSITION 18.
           GO KATMAN-KUR-OKU.
       KATMAN-KUR-KAPAT.
           CLOSE STOK STOKADET HAREKET-SICIL HAREKET-DETAY.
           DISPLAY 'KATMANLAR KURULDU - DEVAM ICIN TUS'
              LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       KATMAN-KUR-SON.

      * kalemin alis fiyatlari ve stok hareketleri gecici dosyada
      * tarih sirasina dizilir; ayni gunun alis fiyati o gunun
      * hareketlerinden once gelir
       KALEM-KUR.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           MOVE ST-KATNO TO HD-KATNO.
           MOVE ST-STNO TO HD-STNO.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KATKEY
              INVALID KEY GO KALEM-KUR-HAREKET.
       KALEM-KUR-ALIS.
           READ HAREKET-DETAY NEXT AT END GO KALEM-KUR-HAREKET.
           IF HD-KATNO NOT = ST-KATNO OR HD-STNO NOT = ST-STNO
              GO KALEM-KUR-HAREKET.
           IF HD-TIP NOT = 4 AND HD-TIP NOT = 6 GO KALEM-KUR-ALIS.
           MOVE HD-TIP TO HS-TIP.
           MOVE HD-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO KALEM-KUR-ALIS.
           IF HS-SONUC = 9 GO KALEM-KUR-ALIS.
           MOVE 6 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           STRING HS-FYIL HS-FAY HS-FGUN '1' HD-TIP HD-EVRAKNO
              HD-SIRA DELIMITED BY SIZE INTO TP-ANAHTAR.
           MOVE ZEROS TO TP-SATIS TP-MALIYET TP-HIZMET TP-FIFO.
           COMPUTE TP-BIRIM = HD-FIYAT
              * (1 - HD-ISKONTO1 / 100) * (1 - HD-ISKONTO2 / 100).
           WRITE TP-KAYIT INVALID KEY CONTINUE END-WRITE.
           GO KALEM-KUR-ALIS.
       KALEM-KUR-HAREKET.
           MOVE ZEROS TO K-ILK.
           MOVE ST-KATNO TO STA-KATNO.
           MOVE ST-STNO TO STA-STNO.
           MOVE ZEROS TO STA-DEPONO STA-YIL STA-SIRA.
           START STOKADET KEY IS NOT LESS THAN STA-KEY
              INVALID KEY GO KALEM-KUR-ISLE.
       KALEM-KUR-ADET.
           READ STOKADET NEXT AT END GO KALEM-KUR-ISLE.
           IF STA-KATNO NOT = ST-KATNO OR STA-STNO NOT = ST-STNO
              GO KALEM-KUR-ISLE.
      * sonraki yillarin devri onceki yilin hareketlerinden gelir
           IF K-ILK = 1 AND STA-DEPONO = K-DEPONO
              AND STA-SIRA = ZEROS GO KALEM-KUR-ADET.
           MOVE 1 TO K-ILK.
           MOVE STA-DEPONO TO K-DEPONO.
           IF STA-GIR = ZEROS AND STA-CIK = ZEROS GO KALEM-KUR-ADET.
           IF STA-TIP = 1 AND STA-SIRA NOT = ZEROS
              GO KALEM-KUR-NET.
           IF STA-TRANSFER AND STA-SIRA NOT = ZEROS
              GO KALEM-KUR-ADET.
           MOVE 6 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           IF STA-SIRA = ZEROS
              STRING STA-YIL '0000' '0' STA-DEPONO
                 DELIMITED BY SIZE INTO TP-ANAHTAR
           ELSE
              STRING STA-YIL STA-AY STA-GUN '2' STA-DEPONO STA-SIRA
                 DELIMITED BY SIZE INTO TP-ANAHTAR
           END-IF.
           MOVE STA-GIR TO TP-SATIS.
           MOVE STA-CIK TO TP-MALIYET.
           MOVE ZEROS TO TP-HIZMET TP-FIFO TP-BIRIM.
           WRITE TP-KAYIT INVALID KEY CONTINUE END-WRITE.
           GO KALEM-KUR-ADET.
       KALEM-KUR-NET.
           MOVE 6 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           STRING STA-YIL STA-AY STA-GUN '3'
              DELIMITED BY SIZE INTO TP-ANAHTAR.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-SATIS TP-MALIYET TP-HIZMET
                    TP-FIFO TP-BIRIM
                 WRITE TP-KAYIT
           END-READ.
           ADD STA-GIR TO TP-SATIS.
           ADD STA-CIK TO TP-MALIYET.
           REWRITE TP-KAYIT.
           GO KALEM-KUR-ADET.
       KALEM-KUR-ISLE.
           MOVE ZEROS TO SON-FIYAT.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO KALEM-KUR-KAPAT.
       KALEM-KUR-SIRA.
           READ TEMPFILE NEXT AT END GO KALEM-KUR-KAPAT.
           MOVE TP-ANAHTAR TO K-ANAHTAR.
           IF K-ALIS
              MOVE TP-BIRIM TO SON-FIYAT
              GO KALEM-KUR-SIRA.
           MOVE ST-KATNO TO FF-KATNO.
           MOVE ST-STNO TO FF-STNO.
           MOVE K-TARIH TO FF-TARIH.
           IF K-DEVIR MOVE 1 TO FF-AY FF-GUN.
           IF K-NET
              IF TP-SATIS > TP-MALIYET
                 SUBTRACT TP-MALIYET FROM TP-SATIS
                 MOVE ZEROS TO TP-MALIYET
              ELSE
                 SUBTRACT TP-SATIS FROM TP-MALIYET
                 MOVE ZEROS TO TP-SATIS.
           MOVE 'Y' TO FF-KAYNAK.
           IF TP-SATIS > ZEROS
              MOVE 1 TO FF-ISLEM
              MOVE TP-SATIS TO FF-ADET
              MOVE SON-FIYAT TO FF-BIRIM
              CALL 'FIFOKAT' USING FF-ISTEK
              CANCEL 'FIFOKAT'.
           IF TP-MALIYET > ZEROS
              MOVE 2 TO FF-ISLEM
              MOVE TP-MALIYET TO FF-ADET
              MOVE ZEROS TO FF-BIRIM
              CALL 'FIFOKAT' USING FF-ISTEK
              CANCEL 'FIFOKAT'.
           GO KALEM-KUR-SIRA.
       KALEM-KUR-KAPAT.
           CLOSE TEMPFILE.
       KALEM-KUR-SON.

      * gecici dosyadaki kirilimlari ekrana ve CSV ye doker
       DOKUM.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'MALYT' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'BOLUM;ANAHTAR;SATIS;HIZMET;MALIYET;MARJ;'
              'FIFO MALIYET;FIFO MARJ' DELIMITED BY SIZE
              INTO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'ANAHTAR' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'SATIS' LINE 5 POSITION 25
              'HIZMET' LINE 5 POSITION 37
              'ORT.MALIYET' LINE 5 POSITION 45
              'FIFO MALIYET' LINE 5 POSITION 57
              'MARJ' LINE 5 POSITION 77.
           MOVE 6 TO SATIR.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
           READ TEMPFILE NEXT AT END GO DOKUM-KAPAT.
           MOVE TP-ANAHTAR TO B-ANAHTAR.
           MOVE TP-SATIS TO B-SATIS X-TUTAR.
           MOVE TP-HIZMET TO B-HIZMET X-TUTAR3.
           MOVE TP-MALIYET TO B-MALIYET X-TUTAR2.
           MOVE TP-FIFO TO B-FIFO X-FIFO.
           COMPUTE X-FMARJ = TP-SATIS + TP-HIZMET - TP-FIFO.
           COMPUTE X-MARJ = TP-SATIS + TP-HIZMET - TP-MALIYET.
           COMPUTE B-MARJ = TP-SATIS + TP-HIZMET - TP-MALIYET.
           IF SATIR < 32
              DISPLAY BILGI LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-BOLUM ';' TP-ANAHTAR ';' X-TUTAR ';'
              X-TUTAR3 ';' X-TUTAR2 ';' X-MARJ ';' X-FIFO ';'
              X-FMARJ DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO DOKUM-OKU.
       DOKUM-KAPAT.
