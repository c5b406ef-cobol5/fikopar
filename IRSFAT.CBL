               03 D-AY              PIC 99.
               03 D-GUN             PIC 99.
           02 Z-TUTAR           PIC -(12)9,99.
           02 Y-SIPARISNO       PIC X(15).
           02 MAHSUP-TUTAR      PIC S9(13)V99.
       copy 'donem.var'.
       01 IRSALIYE-LISTE.
           02 IRS-SATIR OCCURS 20 TIMES.
           02 B-TARIH               PIC X(10).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'win.cpy'.
              IF IL-SECILI(I) = 1 ADD 1 TO SECILI-SAYI END-IF
           END-PERFORM.
           IF SECILI-SAYI = ZEROS GO FATURA-OLUSTUR-SON.
           MOVE SPACES TO Y-SIPARISNO.
      * kapali doneme fatura kesilemez
           ACCEPT D-TARIH FROM CENTURY-DATE.
           MOVE D-YIL TO DNK-YIL.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY CONTINUE.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE 3 TO DX-TIP.
           MOVE HS-DEPONO TO DX-DEPONO.
              Y-EVRAKNO LINE 30 POSITION 23
              Z-TUTAR LINE 30 POSITION 40.
           CLOSE HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX AYAR.
      * irsaliyeler bir siparise bagliysa o siparisin acik
      * avanslari yeni faturaya mahsup edilir
           IF Y-SIPARISNO NOT = SPACES
              CALL 'AVANSMAH' USING Y-SIPARISNO Y-EVRAKNO
                 MAHSUP-TUTAR
              CANCEL 'AVANSMAH'
              IF MAHSUP-TUTAR NOT = ZEROS
                 MOVE MAHSUP-TUTAR TO Z-TUTAR
                 DISPLAY 'MAHSUP EDILEN AVANS :' LINE 29 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                    Z-TUTAR LINE 29 POSITION 40
              END-IF
           END-IF.
           ACCEPT F FROM ESCAPE KEY.
       FATURA-OLUSTUR-SON.

           MOVE 2 TO HS-TIP.
           MOVE IL-EVRAKNO(I) TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO IRSALIYE-AKTAR-SON.
           IF HS-SIPARISNO NOT = SPACES
              MOVE HS-SIPARISNO TO Y-SIPARISNO.
           MOVE 'E' TO HS-BAG.
           MOVE 3 TO HS-BAGTIPI.
           MOVE Y-EVRAKNO TO HS-BEVRAKNO.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'staysat.per'.
