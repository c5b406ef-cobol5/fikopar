       copy 'stokadet.cpy'.
       copy 'iptallog.cpy'.
       copy 'oturum.cpy'.
       copy 'earsiv.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       copy 'stokadet.cpz'.
       copy 'iptallog.cpz'.
       copy 'oturum.cpz'.
       copy 'earsiv.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
           02 Z-TUTAR           PIC -(11)9,99.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'oturum.var'.
       copy 'eksistok.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
                    GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'EKSISTOK'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           IF HS-TIP = 1 OR HS-TIP = 2 OR HS-TIP = 3
              OR HS-TIP = 7 OR HS-TIP = 8 OR HS-TIP = 9
              MOVE 1 TO SATIS-MI.
      * alis iptali stok cikisidir; eksi stok politikasina gore
      * denetlenir
           IF SATIS-MI = 0
              PERFORM STOK-DENETIM THRU STOK-DENETIM-SON
              IF ES-ENGELLENDI
                 DISPLAY 'STOK YETERSIZ - IPTAL EDILEMEZ !!!'
                    LINE 7 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO IPTAL-KAPAT
              END-IF
           END-IF.
           PERFORM SATIR-TERS THRU SATIR-TERS-SON.
           PERFORM CARI-TERS THRU CARI-TERS-SON.
           MOVE 9 TO HS-SONUC.
           PERFORM IZ-YAZ THRU IZ-YAZ-SON.
           DISPLAY 'EVRAK IPTAL EDILDI' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM EARSIV-IPTAL THRU EARSIV-IPTAL-SON.
       IPTAL-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY STOK STOKADET CARHAR.
           ACCEPT F FROM ESCAPE KEY.
               HD-ADET * HD-FIYAT
               * (1 + HD-KDV / 100)
               * (1 - HD-ISKONTO1 / 100) * (1 - HD-ISKONTO2 / 100).
           PERFORM AYLIK-SATIS-CIKAR.
           PERFORM STOK-TERS THRU STOK-TERS-SON.
           GO SATIR-TERS-OKU.
       SATIR-TERS-SON.

       STOK-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE HS-DEPONO TO ES-DEPONO.
           MOVE 'IPTAL' TO ES-PROGRAM.
           MOVE HS-TIP TO ES-EVRAKTIP.
           MOVE HS-EVRAKNO TO ES-EVRAKNO.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO STOK-DENETIM-SON.
       STOK-DENETIM-OKU.
           READ HAREKET-DETAY NEXT AT END GO STOK-DENETIM-SON.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO STOK-DENETIM-SON.
           MOVE HD-KATNO TO ES-KATNO.
           MOVE HD-STNO TO ES-STNO.
           MOVE HD-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI GO STOK-DENETIM-SON.
           GO STOK-DENETIM-OKU.
       STOK-DENETIM-SON.

       STOK-TERS.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-TERS-SON END-IF
           END-READ.
           MOVE HD-KATNO TO STA-KATNO.
           MOVE HD-STNO TO STA-STNO.
           MOVE HS-DEPONO TO STA-DEPONO.
              COMPUTE BK-FARK = 0 - HD-ADET
           END-IF.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY GO STOK-TERS-SON.
           CLOSE IPTALLOG.
       IZ-YAZ-SON.

      * e-arsiv faturasi ise iptal gunu isaretlenir ki o gunun
      * e-arsiv raporunda iptal satiri olarak bildirilsin
       EARSIV-IPTAL.
           OPEN I-O EARSIV.
           IF ST-EARSIV NOT = '00' GO EARSIV-IPTAL-SON.
           MOVE HS-TIP TO EA-TIP.
           MOVE HS-EVRAKNO TO EA-EVRAKNO.
           READ EARSIV INVALID KEY GO EARSIV-IPTAL-KAPAT.
           MOVE 9 TO EA-DURUM.
           MOVE BUGUN TO EA-IPTAL-TARIH.
           PERFORM REWRITE-EARSIV.
           DISPLAY 'E-ARSIV FATURASI' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              EA-NO LINE 8 POSITION 19
              'GUNLUK RAPORA IPTAL OLARAK GIRECEK' LINE 8 POSITION 37.
       EARSIV-IPTAL-KAPAT.
           CLOSE EARSIV.
       EARSIV-IPTAL-SON.

      * donemin iptalleri kullanici ve sebep ile dokulur
       IPTAL-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==IPTALLOG==
                                  "%T%"  BY "IPTALLOG"
                                 ==%R%== BY ==IPL-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==EARSIV==
                                  "%T%"  BY "EARSIV"
                                 ==%R%== BY ==EA-KAYIT==.
       copy 'stayadet.per'.
       copy 'staysat.per'.
