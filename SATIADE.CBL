       copy 'ayar.cpy'.
       copy 'donem.cpy'.
       copy 'niyet.cpy'.
       copy 'kalite.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'satinal.cpz'.
       copy 'ayar.cpz'.
       copy 'donem.cpz'.
       copy 'niyet.cpz'.
       copy 'kalite.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 E-HESAPNO         PIC X(15).
           02 E-KAYNAK          PIC X(15).
           02 E-DEPONO          PIC 9999.
           02 E-REDDEN          PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 ID-ADET           PIC 9(9)V999.
               03 ID-FIYAT          PIC 9(10)V9999.
               03 ID-KDV            PIC 9(3)V99.
               03 ID-KK-KEY         PIC X(22).
           02 Y-EVRAKNO         PIC X(15).
           02 Y-SIRA            PIC 9(5).
           02 BK-FARK           PIC S9(12)V9999.
           02 RD-KALAN          PIC 9(9)V999.
           02 RD-IADE           PIC 9(9)V999.
       77 IADE-TIP              PIC 99 VALUE 9.
       copy 'kdv.var'.
       copy 'donem.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'niyet.var'.
       copy 'eksistok.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           IF F = 1 PERFORM IADE-GIRIS THRU IADE-GIRIS-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'EKSISTOK'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           MOVE SPACES TO E-KAYNAK.
           ACCEPT E-KAYNAK LINE 6 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           DISPLAY 'REDDEDILEN MALLAR (E/H) :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-REDDEN.
           ACCEPT E-REDDEN LINE 7 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO IADE-GIRIS-SON.
           MOVE ZEROS TO ID-SAYI.
           IF E-REDDEN = 'E'
              PERFORM REDDEN-SEC THRU REDDEN-SEC-SON
           ELSE
           IF E-KAYNAK NOT = SPACES
              PERFORM SIPARISTEN-SEC THRU SIPARISTEN-SEC-SON
           ELSE
           MOVE Z-ADET TO ID-ADET(ID-SAYI).
           MOVE SAD-FIYAT TO ID-FIYAT(ID-SAYI).
           MOVE 20 TO ID-KDV(ID-SAYI).
           MOVE SPACES TO ID-KK-KEY(ID-SAYI).
           GO SIPARIS-SATIR-OKU.
       SIPARISTEN-SEC-KAPAT.
           CLOSE SATINAL SATINDET.
       SIPARISTEN-SEC-SON.

      * kalite kontrolde reddedilip bu depoda iade bekleyen satirlar
      * saticinin alis faturasindaki fiyat ve kdv ile onerilir
       REDDEN-SEC.
           OPEN INPUT KALITE.
           IF ST-KALITE NOT = '00'
              DISPLAY 'IADE BEKLEYEN RED YOK !!!' LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO REDDEN-SEC-SON.
           OPEN INPUT HAREKET-DETAY.
           DISPLAY 'STOK NO         EVRAK NO        RED NEDENI'
              LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'RED        IADE' LINE 8 POSITION 55.
           MOVE 9 TO SATIR.
           MOVE E-HESAPNO TO KK-HESAPNO.
           START KALITE KEY IS NOT LESS THAN KK-HESAPNO
              INVALID KEY GO REDDEN-SEC-KAPAT.
       REDDEN-SATIR-OKU.
           READ KALITE NEXT AT END GO REDDEN-SEC-KAPAT.
           IF KK-HESAPNO NOT = E-HESAPNO GO REDDEN-SEC-KAPAT.
           IF NOT KK-RED-BEKLIYOR OR KK-DEPONO NOT = E-DEPONO
              GO REDDEN-SATIR-OKU.
           IF SATIR > 31 OR ID-SAYI NOT < 30
              GO REDDEN-SEC-KAPAT.
           MOVE KK-TIP TO HD-TIP.
           MOVE KK-EVRAKNO TO HD-EVRAKNO.
           MOVE KK-HDSIRA TO HD-SIRA.
           READ HAREKET-DETAY INVALID KEY GO REDDEN-SATIR-OKU.
           COMPUTE RD-KALAN = KK-RED - KK-IADE.
           MOVE RD-KALAN TO Z-ADET.
           DISPLAY KK-STNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              KK-EVRAKNO LINE SATIR POSITION 18
              KK-NEDEN LINE SATIR POSITION 34
              Z-ADET LINE SATIR POSITION 54.
       REDDEN-MIKTAR.
           ACCEPT Z-ADET LINE SATIR POSITION 66 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO REDDEN-SEC-KAPAT.
           MOVE Z-ADET TO RD-IADE.
           IF RD-IADE > RD-KALAN
              DISPLAY 'IADE BEKLEYENDEN FAZLA !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO REDDEN-MIKTAR.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           IF RD-IADE = ZEROS GO REDDEN-SATIR-OKU.
           ADD 1 TO ID-SAYI.
           MOVE HD-KATNO TO ID-KATNO(ID-SAYI).
           MOVE HD-STNO TO ID-STNO(ID-SAYI).
           MOVE HD-CINSI TO ID-CINSI(ID-SAYI).
           MOVE RD-IADE TO ID-ADET(ID-SAYI).
           COMPUTE ID-FIYAT(ID-SAYI) ROUNDED = HD-FIYAT
              * (100 - HD-ISKONTO1) / 100 * (100 - HD-ISKONTO2) / 100.
           MOVE HD-KDV TO ID-KDV(ID-SAYI).
           MOVE KK-KEY TO ID-KK-KEY(ID-SAYI).
           GO REDDEN-SATIR-OKU.
       REDDEN-SEC-KAPAT.
           CLOSE KALITE HAREKET-DETAY.
       REDDEN-SEC-SON.

       ELLE-GIRIS.
           DISPLAY 'KAT  STOK NO         ADET'
              LINE 8 POSITION 2
           IF SATIR > 31 OR ID-SAYI NOT < 30 GO ELLE-GIRIS-KAPAT.
           ADD 1 TO ID-SAYI.
           MOVE ZEROS TO ID-KATNO(ID-SAYI).
           MOVE SPACES TO ID-STNO(ID-SAYI) ID-KK-KEY(ID-SAYI).
           ACCEPT ID-KATNO(ID-SAYI) LINE SATIR POSITION 2 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT ID-STNO(ID-SAYI) LINE SATIR POSITION 7 UPDATE
              DISPLAY 'DONEM KAPALI !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO IADE-POSTLA-SON.
      * iade edilecek miktar depodan eksi stok politikasina gore
      * denetlenir
           PERFORM STOK-DENETIM THRU STOK-DENETIM-SON.
           IF ES-ENGELLENDI
              DISPLAY 'STOK YETERSIZ - IADE YAPILAMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO IADE-POSTLA-SON.
           OPEN I-O HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR STOKADET STOK.
           MOVE IADE-TIP TO DX-TIP.
           MOVE IADE-TIP TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           PERFORM RED-IADE-ISLE THRU RED-IADE-ISLE-SON.
           MOVE 'Y' TO ES-ISLEM.
           MOVE IADE-TIP TO ES-EVRAKTIP.
           MOVE Y-EVRAKNO TO ES-EVRAKNO.
           CALL 'EKSISTOK' USING ES-ISTEK.
           PERFORM NIYET-BITIR THRU NIYET-BITIR-SON.
           PERFORM IADE-POSTLA-KAPAT.
           CALL 'CEVRAK' USING IADE-TIP Y-EVRAKNO.
              AYAR STOKADET STOK.
       IADE-POSTLA-SON.

      * iade edilen red miktari kalite kaydina islenir; tamami
      * iade edilen satir kapanir
       RED-IADE-ISLE.
           IF E-REDDEN NOT = 'E' GO RED-IADE-ISLE-SON.
           OPEN I-O KALITE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ID-SAYI
              IF ID-KK-KEY(I) NOT = SPACES
                 MOVE ID-KK-KEY(I) TO KK-KEY
                 READ KALITE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD ID-ADET(I) TO KK-IADE
                       MOVE Y-EVRAKNO TO KK-IADE-EVRAKNO
                       IF KK-IADE NOT < KK-RED
                          AND KK-ADET NOT > KK-SERBEST + KK-RED
                          MOVE 'T' TO KK-DURUM
                       END-IF
                       PERFORM REWRITE-KALITE
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE KALITE.
       RED-IADE-ISLE-SON.

       STOK-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE E-DEPONO TO ES-DEPONO.
           MOVE 'SATIADE' TO ES-PROGRAM.
           MOVE IADE-TIP TO ES-EVRAKTIP.
      * suresi gecmis lotlar saticiya iade edilebilir
           MOVE 'E' TO ES-MIAD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ID-SAYI
                OR ES-ENGELLENDI
              MOVE ID-KATNO(I) TO ES-KATNO
              MOVE ID-STNO(I) TO ES-STNO
              MOVE ID-ADET(I) TO ES-MIKTAR
              MOVE SPACES TO ES-KALITE
              IF ID-KK-KEY(I) NOT = SPACES
                 MOVE 'R' TO ES-KALITE
              END-IF
              CALL 'EKSISTOK' USING ES-ISTEK
           END-PERFORM.
       STOK-DENETIM-SON.

       IADE-SATIR-YAZ.
           ADD 1 TO Y-SIRA.
           INITIALIZE HD-KAYIT.
       IADE-SATIR-YAZ-SON.

       STOK-DUS.
           MOVE ID-KATNO(I) TO ST-KATNO.
           MOVE ID-STNO(I) TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-DUS-SON END-IF
           END-READ.
           MOVE ID-KATNO(I) TO STA-KATNO.
           MOVE ID-STNO(I) TO STA-STNO.
           MOVE E-DEPONO TO STA-DEPONO.
           MOVE ZEROS TO STA-GIR.
           MOVE ID-ADET(I) TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE ID-KATNO(I) TO ST-KATNO.
           MOVE ID-STNO(I) TO ST-STNO.
           READ STOK INVALID KEY GO STOK-DUS-SON.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KALITE==
                                  "%T%"  BY "KALITE"
                                 ==%R%== BY ==KK-KAYIT==.
       copy 'stayadet.per'.
