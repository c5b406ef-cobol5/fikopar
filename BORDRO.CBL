       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'BORDRO'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'personel.cpy'.
       copy 'bordro.cpy'.
       copy 'hesplan.cpy'.
       copy 'kasa.cpy'.
       copy 'yevmiye.cpy'.
       copy 'donem.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
            SELECT EFTOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'personel.cpz'.
       copy 'bordro.cpz'.
       copy 'hesplan.cpz'.
       copy 'kasa.cpz'.
       copy 'yevmiye.cpz'.
       copy 'donem.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(160).
       FD EFTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS EFT-SATIR.
       01 EFT-SATIR                     PIC X(160).
       WORKING-STORAGE SECTION.
       01 AY-GUNLERI-X          PIC X(24)
                                VALUE '312831303130313130313031'.
       01 AY-GUNLERI REDEFINES AY-GUNLERI-X.
           02 AY-SON-GUN        PIC 99 OCCURS 12 TIMES.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 D                 PIC 9.
           02 E-NO              PIC 9(4).
           02 E-DEPONO          PIC 9999.
           02 HP-HATA           PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 E-TARIH.
               03 E-YIL             PIC 9999.
               03 E-AY              PIC 99.
               03 E-GUN             PIC 99.
           02 D-YIL             PIC 9999.
           02 D-AY              PIC 99.
           02 AY-SAYAC          PIC 99.
           02 BOL               PIC 9999.
           02 KALAN             PIC 9999.
           02 TT                PIC 9(8).
           02 T-SON             PIC 9(8).
           02 SIRA-SAKLA        PIC 9(5).
           02 GIRILEN           PIC 9(4).
           02 HESAPLANAN        PIC 9(4).
           02 KESINLESEN        PIC 9(4).
           02 IBANSIZ           PIC 9(4).
           02 KONTROL-HESAP     PIC X(10).
           02 KONTROL-SINIF     PIC 9.
           02 P-ETIKET          PIC X(24).
           02 Z-ORAN            PIC Z9,99.
           02 Z-SAAT            PIC ZZ9,99.
           02 Z-KATSAYI         PIC 9,99.
           02 Z-SAYI            PIC ZZZ9.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 ZG-TUTAR2         PIC Z(11)9,99.
           02 Z-TUTAR           PIC -(10)9,99.
           02 Z-TUTAR2          PIC -(10)9,99.
           02 YZ-TUTAR          PIC -------------,--.
       01 HESAP-DEGIS.
           02 H-KUM-MATRAH      PIC S9(13)V99.
           02 H-GV              PIC S9(13)V9999.
           02 H-ISTISNA         PIC S9(13)V9999.
           02 H-NET             PIC S9(13)V99.
           02 AS-MATRAH         PIC S9(13)V99.
           02 V-MATRAH          PIC S9(13)V99.
           02 V-ALT             PIC S9(13)V99.
           02 V-VERGI           PIC S9(13)V9999.
           02 V-ONCE            PIC S9(13)V9999.
           02 T-BAKIYE          PIC S9(13)V99.
       01 TOPLAMLAR.
           02 T-KISI            PIC 9(4).
           02 T-BRUT            PIC S9(13)V99.
           02 T-SGK             PIC S9(13)V99.
           02 T-VERGI           PIC S9(13)V99.
           02 T-AVANS           PIC S9(13)V99.
           02 T-KESINTI         PIC S9(13)V99.
           02 T-NET             PIC S9(13)V99.
           02 T-ISVEREN         PIC S9(13)V99.
           02 T-GIDER           PIC S9(13)V99.
       01 FIS-DEGIS.
           02 MADDE-NO          PIC 9(7).
           02 P-TARIH.
               03 P-YIL             PIC 9999.
               03 P-AY              PIC 99.
               03 P-GUN             PIC 99.
           02 P-EVRAK           PIC X(15).
           02 P-ACIKLAMA        PIC X(60).
           02 S-HESAP-KOD       PIC X(10).
           02 S-BORC            PIC S9(13)V99.
           02 S-ALACAK          PIC S9(13)V99.
       copy 'donem.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' PERSONEL AYLIK BORDRO ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'PARAMETRE' REVERSE
              ' F2 ' 'AYLIK GIRIS' REVERSE
              ' F3 ' 'HESAPLA' REVERSE
              ' F4 ' 'PUSULA' REVERSE
              ' F5 ' 'BANKA DOSYASI' REVERSE
              ' F6 ' 'MUHASEBE' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM PARAMETRE THRU PARAMETRE-SON GO TUS.
           IF F = 2 PERFORM AYLIK-GIRIS THRU AYLIK-GIRIS-SON GO TUS.
           IF F = 3 PERFORM HESAPLA THRU HESAPLA-SON GO TUS.
           IF F = 4 PERFORM PUSULA THRU PUSULA-SON GO TUS.
           IF F = 5 PERFORM EFT-YAZ THRU EFT-YAZ-SON GO TUS.
           IF F = 6 PERFORM MUHASEBE THRU MUHASEBE-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * bordro donemi her islemde ayni yerden sorulur
       DONEM-AL.
           DISPLAY 'DONEM AY/YIL:' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 18.
           MOVE BU-AY TO D-AY.
           MOVE BU-YIL TO D-YIL.
           ACCEPT D-AY LINE 4 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT D-YIL LINE 4 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF D-AY < 1 OR D-AY > 12 MOVE 27 TO F.
       DONEM-AL-SON.

      * yil parametresi yoksa onceki yilinki oneri olarak gelir
       PARAMETRE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PARAMETRE YILI :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BU-YIL TO D-YIL.
           ACCEPT D-YIL LINE 4 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR D-YIL = ZEROS GO PARAMETRE-SON.
           OPEN I-O BORDPAR.
           MOVE D-YIL TO BP-YIL.
           READ BORDPAR
              INVALID KEY
                 COMPUTE BP-YIL = D-YIL - 1
                 READ BORDPAR
                    INVALID KEY
                       PERFORM PARAMETRE-VARSAYILAN
                          THRU PARAMETRE-VARSAYILAN-SON
                 END-READ
           END-READ.
           MOVE D-YIL TO BP-YIL.
           DISPLAY 'SGK ISCI      %:' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'SGK ISVEREN      %:' LINE 6 POSITION 30.
           DISPLAY 'ISSIZLIK ISCI %:' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ISSIZLIK ISVEREN %:' LINE 7 POSITION 30.
           DISPLAY 'DAMGA (BINDE)  :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'ASGARI UCRET   :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(BRUT)' LINE 9 POSITION 36.
           DISPLAY 'SGK TAVANI     :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'AYLIK SAAT     :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MESAI KATSAYISI  :' LINE 11 POSITION 30.
           DISPLAY 'GELIR VERGISI DILIMLERI (YILLIK KUMULATIF MATRAH)'
              LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT BP-SGK-ISCI LINE 6 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-SGK-ISVEREN LINE 6 POSITION 50 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-ISSIZ-ISCI LINE 7 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-ISSIZ-ISVEREN LINE 7 POSITION 50 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-DAMGA LINE 8 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE BP-ASGARI TO ZG-TUTAR.
           ACCEPT ZG-TUTAR LINE 9 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZG-TUTAR TO BP-ASGARI.
           MOVE BP-TAVAN TO ZG-TUTAR.
           ACCEPT ZG-TUTAR LINE 10 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZG-TUTAR TO BP-TAVAN.
           ACCEPT BP-AYLIK-SAAT LINE 11 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE BP-MESAI-KATSAYI TO Z-KATSAYI.
           ACCEPT Z-KATSAYI LINE 11 POSITION 50 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-KATSAYI TO BP-MESAI-KATSAYI.
           MOVE 1 TO D.
           PERFORM PARAMETRE-DILIM THRU PARAMETRE-DILIM-SON.
           DISPLAY 'GIDER HESABI   :' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(BRUT + ISVEREN PAYI)' LINE 20 POSITION 31.
           DISPLAY 'SGK HESABI     :' LINE 21 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'VERGI HESABI   :' LINE 22 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(GELIR + DAMGA)' LINE 22 POSITION 31.
           DISPLAY 'AVANS HESABI   :' LINE 23 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KESINTI HESABI :' LINE 24 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BANKA HESABI   :' LINE 25 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(NET ODEME)' LINE 25 POSITION 31.
           ACCEPT BP-GIDER-HESAP LINE 20 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-SGK-HESAP LINE 21 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-VERGI-HESAP LINE 22 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-AVANS-HESAP LINE 23 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-KESINTI-HESAP LINE 24 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BP-BANKA-HESAP LINE 25 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO PARAMETRE-KAPAT.
           IF BP-AYLIK-SAAT = ZEROS
              DISPLAY 'AYLIK SAAT GIRILMELI !!!' LINE 27 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO PARAMETRE-KAPAT.
           PERFORM HESAPLARI-KONTROL THRU HESAPLARI-KONTROL-SON.
           IF HP-HATA = 1 GO PARAMETRE-KAPAT.
           PERFORM REWRITE-BORDPAR.
           IF WVAR = 0 PERFORM WRITE-BORDPAR.
           DISPLAY 'PARAMETRELER KAYDEDILDI' LINE 27 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       PARAMETRE-KAPAT.
           CLOSE BORDPAR.
       PARAMETRE-SON.

       PARAMETRE-VARSAYILAN.
           INITIALIZE BP-KAYIT.
           MOVE 14 TO BP-SGK-ISCI.
           MOVE 1 TO BP-ISSIZ-ISCI.
           MOVE 15,75 TO BP-SGK-ISVEREN.
           MOVE 2 TO BP-ISSIZ-ISVEREN.
           MOVE 7,59 TO BP-DAMGA.
           MOVE 225 TO BP-AYLIK-SAAT.
           MOVE 1,50 TO BP-MESAI-KATSAYI.
           MOVE '770' TO BP-GIDER-HESAP.
           MOVE '361' TO BP-SGK-HESAP.
           MOVE '360' TO BP-VERGI-HESAP.
           MOVE '196' TO BP-AVANS-HESAP.
           MOVE '335' TO BP-KESINTI-HESAP.
           MOVE '102' TO BP-BANKA-HESAP.
       PARAMETRE-VARSAYILAN-SON.

      * son dilimin siniri yoktur, yalniz orani girilir
       PARAMETRE-DILIM.
           COMPUTE SATIR = 13 + D.
           DISPLAY D LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '. DILIM SINIRI:' LINE SATIR POSITION 3
              'ORAN %:' LINE SATIR POSITION 42.
           MOVE BP-DILIM-ORAN(D) TO Z-ORAN.
           IF D = 5
              DISPLAY 'USTU' LINE SATIR POSITION 19
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              MOVE BP-DILIM-SINIR(D) TO ZG-TUTAR
              ACCEPT ZG-TUTAR LINE SATIR POSITION 19 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              MOVE ZG-TUTAR TO BP-DILIM-SINIR(D)
           END-IF.
           ACCEPT Z-ORAN LINE SATIR POSITION 50 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-ORAN TO BP-DILIM-ORAN(D).
           IF D < 5 ADD 1 TO D GO PARAMETRE-DILIM.
       PARAMETRE-DILIM-SON.

      * gider hesabi gider, banka ve avans aktif, sgk/vergi ve
      * diger kesinti hesaplari pasif sinifta olmali
       HESAPLARI-KONTROL.
           MOVE 1 TO HP-HATA.
           OPEN INPUT HESPLAN.
           MOVE BP-GIDER-HESAP TO KONTROL-HESAP.
           MOVE 4 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BP-SGK-HESAP TO KONTROL-HESAP.
           MOVE 2 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BP-VERGI-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BP-KESINTI-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BP-AVANS-HESAP TO KONTROL-HESAP.
           MOVE 1 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BP-BANKA-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
       HESAPLARI-KONTROL-KAPAT.
           CLOSE HESPLAN.
       HESAPLARI-KONTROL-SON.

       HESAP-KONTROL.
           MOVE 1 TO HP-HATA.
           MOVE KONTROL-HESAP TO HP-KOD.
           READ HESPLAN
              INVALID KEY
                 DISPLAY 'HESAP PLANINDA YOK :' LINE 27 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    KONTROL-HESAP LINE 27 POSITION 23
                 GO HESAP-KONTROL-SON.
           IF HP-SINIF NOT = KONTROL-SINIF
              DISPLAY 'HESAP SINIFI UYMUYOR :' LINE 27 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 KONTROL-HESAP LINE 27 POSITION 25
              GO HESAP-KONTROL-SON.
           MOVE 0 TO HP-HATA.
       HESAP-KONTROL-SON.

      * mesai saati, prim ve diger kesinti girisi; degisen satir
      * yeniden hesaplanana kadar muhasebelestirilemez
       AYLIK-GIRIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO AYLIK-GIRIS-SON.
           DISPLAY 'PERSONEL NO :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 6 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-NO = ZEROS GO AYLIK-GIRIS-SON.
           OPEN INPUT PERSONEL.
           MOVE E-NO TO PR-NO.
           READ PERSONEL
              INVALID KEY
                 DISPLAY 'PERSONEL YOK !!!' LINE 8 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE PERSONEL
                 GO AYLIK-GIRIS-SON.
           CLOSE PERSONEL.
           DISPLAY PR-ADI LINE 6 POSITION 22
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           OPEN I-O BORDRO.
           MOVE D-YIL TO BR-YIL.
           MOVE D-AY TO BR-AY.
           MOVE E-NO TO BR-NO.
           READ BORDRO
              INVALID KEY
                 INITIALIZE BR-KAYIT
                 MOVE D-YIL TO BR-YIL
                 MOVE D-AY TO BR-AY
                 MOVE E-NO TO BR-NO.
           IF BR-KESIN
              DISPLAY 'BU AY MUHASEBELESTI - DEGISTIRILEMEZ !!!'
                 LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO AYLIK-GIRIS-KAPAT.
           DISPLAY 'MESAI SAATI :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'PRIM        :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DIGER KESNT.:' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BR-MESAI-SAAT TO Z-SAAT.
           MOVE BR-PRIM TO ZG-TUTAR.
           MOVE BR-KESINTI TO ZG-TUTAR2.
           ACCEPT Z-SAAT LINE 8 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT ZG-TUTAR LINE 10 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT ZG-TUTAR2 LINE 12 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AYLIK-GIRIS-KAPAT.
           MOVE Z-SAAT TO BR-MESAI-SAAT.
           MOVE ZG-TUTAR TO BR-PRIM.
           MOVE ZG-TUTAR2 TO BR-KESINTI.
           MOVE SPACE TO BR-DURUM.
           PERFORM REWRITE-BORDRO.
           IF WVAR = 0 PERFORM WRITE-BORDRO.
           DISPLAY 'KAYDEDILDI - AY YENIDEN HESAPLANMALI'
              LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       AYLIK-GIRIS-KAPAT.
           CLOSE BORDRO.
       AYLIK-GIRIS-SON.

      * ayin satirlarini durumlarina gore sayar
       AY-DURUM.
           MOVE ZEROS TO GIRILEN HESAPLANAN KESINLESEN.
           MOVE D-YIL TO BR-YIL.
           MOVE D-AY TO BR-AY.
           MOVE ZEROS TO BR-NO.
           START BORDRO KEY IS NOT LESS THAN BR-KEY
              INVALID KEY GO AY-DURUM-SON.
       AY-DURUM-OKU.
           READ BORDRO NEXT AT END GO AY-DURUM-SON.
           IF BR-YIL NOT = D-YIL OR BR-AY NOT = D-AY
              GO AY-DURUM-SON.
           IF BR-GIRILDI ADD 1 TO GIRILEN.
           IF BR-HESAPLANDI ADD 1 TO HESAPLANAN.
           IF BR-KESIN ADD 1 TO KESINLESEN.
           GO AY-DURUM-OKU.
       AY-DURUM-SON.

      * aktif ve maasi tanimli her personel ile ay icin girisi
      * olan herkes hesaplanir; muhasebelesmis ay tekrar
      * hesaplanmaz
       HESAPLA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO HESAPLA-SON.
           OPEN INPUT BORDPAR.
           MOVE D-YIL TO BP-YIL.
           READ BORDPAR
              INVALID KEY
                 DISPLAY 'YIL PARAMETRESI YOK !!!' LINE 6 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE BORDPAR
                 GO HESAPLA-SON.
           CLOSE BORDPAR.
           OPEN I-O BORDRO.
           PERFORM AY-DURUM THRU AY-DURUM-SON.
           IF KESINLESEN > ZEROS
              DISPLAY 'BU AY MUHASEBELESTI - HESAPLANAMAZ !!!'
                 LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE BORDRO
              GO HESAPLA-SON.
      * avans bakiyesi bordro ayinin son gunune kadar alinir
           MOVE D-YIL TO P-YIL.
           MOVE D-AY TO P-AY.
           PERFORM AY-SONU-BUL THRU AY-SONU-BUL-SON.
           COMPUTE T-SON = P-YIL * 10000 + P-AY * 100 + P-GUN.
           INITIALIZE TOPLAMLAR.
           OPEN INPUT PERSONEL AVANS.
           MOVE ZEROS TO PR-NO.
           START PERSONEL KEY IS NOT LESS THAN PR-NO
              INVALID KEY GO HESAPLA-KAPAT.
       HESAPLA-OKU.
           READ PERSONEL NEXT AT END GO HESAPLA-KAPAT.
           PERFORM KISI-HESAPLA THRU KISI-HESAPLA-SON.
           GO HESAPLA-OKU.
       HESAPLA-KAPAT.
           CLOSE PERSONEL AVANS BORDRO.
           PERFORM TOPLAM-GOSTER THRU TOPLAM-GOSTER-SON.
       HESAPLA-SON.

       KISI-HESAPLA.
           MOVE ZEROS TO H-KUM-MATRAH.
           MOVE 1 TO AY-SAYAC.
       KUMULATIF-OKU.
           IF AY-SAYAC NOT < D-AY GO KISI-SATIR.
           MOVE D-YIL TO BR-YIL.
           MOVE AY-SAYAC TO BR-AY.
           MOVE PR-NO TO BR-NO.
           READ BORDRO
              NOT INVALID KEY ADD BR-GV-MATRAH TO H-KUM-MATRAH.
           ADD 1 TO AY-SAYAC.
           GO KUMULATIF-OKU.
       KISI-SATIR.
           MOVE D-YIL TO BR-YIL.
           MOVE D-AY TO BR-AY.
           MOVE PR-NO TO BR-NO.
           READ BORDRO
              INVALID KEY
                 IF NOT PR-AKTIF-EVET OR PR-BRUT = ZEROS
                    GO KISI-HESAPLA-SON
                 END-IF
                 INITIALIZE BR-KAYIT
                 MOVE D-YIL TO BR-YIL
                 MOVE D-AY TO BR-AY
                 MOVE PR-NO TO BR-NO.
           MOVE PR-BRUT TO BR-MAAS.
           COMPUTE BR-MESAI ROUNDED = PR-BRUT * BP-MESAI-KATSAYI
              * BR-MESAI-SAAT / BP-AYLIK-SAAT.
           COMPUTE BR-BRUT = BR-MAAS + BR-MESAI + BR-PRIM.
      * sgk primleri tavanla sinirli matrah uzerinden
           MOVE BR-BRUT TO BR-SGK-MATRAH.
           IF BP-TAVAN > ZEROS AND BR-SGK-MATRAH > BP-TAVAN
              MOVE BP-TAVAN TO BR-SGK-MATRAH.
           COMPUTE BR-SGK-ISCI ROUNDED =
              BR-SGK-MATRAH * BP-SGK-ISCI / 100.
           COMPUTE BR-ISSIZ-ISCI ROUNDED =
              BR-SGK-MATRAH * BP-ISSIZ-ISCI / 100.
           COMPUTE BR-SGK-ISVEREN ROUNDED =
              BR-SGK-MATRAH * BP-SGK-ISVEREN / 100.
           COMPUTE BR-ISSIZ-ISVEREN ROUNDED =
              BR-SGK-MATRAH * BP-ISSIZ-ISVEREN / 100.
      * gelir vergisi yil basindan birikmis matrah uzerinden
      * dilimli hesaplanir; asgari ucrete isabet eden vergi
      * ayni yontemle bulunup dusulur
           COMPUTE BR-GV-MATRAH =
              BR-BRUT - BR-SGK-ISCI - BR-ISSIZ-ISCI.
           MOVE H-KUM-MATRAH TO BR-KUM-MATRAH.
           MOVE H-KUM-MATRAH TO V-MATRAH.
           PERFORM VERGI-HESAPLA THRU VERGI-HESAPLA-SON.
           MOVE V-VERGI TO V-ONCE.
           COMPUTE V-MATRAH = H-KUM-MATRAH + BR-GV-MATRAH.
           PERFORM VERGI-HESAPLA THRU VERGI-HESAPLA-SON.
           COMPUTE H-GV = V-VERGI - V-ONCE.
           COMPUTE AS-MATRAH ROUNDED = BP-ASGARI
              - BP-ASGARI * (BP-SGK-ISCI + BP-ISSIZ-ISCI) / 100.
           COMPUTE V-MATRAH = AS-MATRAH * (D-AY - 1).
           PERFORM VERGI-HESAPLA THRU VERGI-HESAPLA-SON.
           MOVE V-VERGI TO V-ONCE.
           COMPUTE V-MATRAH = AS-MATRAH * D-AY.
           PERFORM VERGI-HESAPLA THRU VERGI-HESAPLA-SON.
           COMPUTE H-ISTISNA = V-VERGI - V-ONCE.
           COMPUTE BR-GELIR-VERGISI ROUNDED = H-GV - H-ISTISNA.
           IF BR-GELIR-VERGISI < ZEROS
              MOVE ZEROS TO BR-GELIR-VERGISI.
           COMPUTE BR-DAMGA-VERGISI ROUNDED =
              (BR-BRUT - BP-ASGARI) * BP-DAMGA / 1000.
           IF BR-DAMGA-VERGISI < ZEROS
              MOVE ZEROS TO BR-DAMGA-VERGISI.
           COMPUTE H-NET = BR-BRUT - BR-SGK-ISCI - BR-ISSIZ-ISCI
              - BR-GELIR-VERGISI - BR-DAMGA-VERGISI - BR-KESINTI.
      * acik avans bakiyesi net ucreti asmayacak kadar kesilir
           PERFORM KISI-BAKIYE THRU KISI-BAKIYE-SON.
           MOVE ZEROS TO BR-AVANS.
           IF T-BAKIYE > ZEROS AND H-NET > ZEROS
              MOVE T-BAKIYE TO BR-AVANS
              IF BR-AVANS > H-NET
                 MOVE H-NET TO BR-AVANS
              END-IF
           END-IF.
           COMPUTE BR-NET = H-NET - BR-AVANS.
           MOVE 'H' TO BR-DURUM.
           PERFORM REWRITE-BORDRO.
           IF WVAR = 0 PERFORM WRITE-BORDRO.
           PERFORM TOPLAM-EKLE THRU TOPLAM-EKLE-SON.
       KISI-HESAPLA-SON.

      * V-MATRAH icin yillik kumulatif dilimli vergi
       VERGI-HESAPLA.
           MOVE ZEROS TO V-VERGI V-ALT.
           MOVE 1 TO D.
       VERGI-DILIM.
           IF D < 5 AND V-MATRAH > BP-DILIM-SINIR(D)
              COMPUTE V-VERGI = V-VERGI + (BP-DILIM-SINIR(D) - V-ALT)
                 * BP-DILIM-ORAN(D) / 100
              MOVE BP-DILIM-SINIR(D) TO V-ALT
              ADD 1 TO D
              GO VERGI-DILIM.
           IF V-MATRAH > V-ALT
              COMPUTE V-VERGI = V-VERGI + (V-MATRAH - V-ALT)
                 * BP-DILIM-ORAN(D) / 100.
       VERGI-HESAPLA-SON.

       KISI-BAKIYE.
           MOVE ZEROS TO T-BAKIYE.
           MOVE PR-NO TO AV-NO.
           MOVE ZEROS TO AV-TARIH AV-SIRA.
           START AVANS KEY IS NOT LESS THAN AV-KEY
              INVALID KEY GO KISI-BAKIYE-SON.
       KISI-BAKIYE-OKU.
           READ AVANS NEXT AT END GO KISI-BAKIYE-SON.
           IF AV-NO NOT = PR-NO GO KISI-BAKIYE-SON.
           COMPUTE TT = AV-YIL * 10000 + AV-AY * 100 + AV-GUN.
           IF TT > T-SON GO KISI-BAKIYE-SON.
           IF AV-TIP-AVANS
              ADD AV-TUTAR TO T-BAKIYE
           ELSE
              SUBTRACT AV-TUTAR FROM T-BAKIYE
           END-IF.
           GO KISI-BAKIYE-OKU.
       KISI-BAKIYE-SON.

       TOPLAM-EKLE.
           ADD 1 TO T-KISI.
           ADD BR-BRUT TO T-BRUT.
           ADD BR-SGK-ISCI BR-ISSIZ-ISCI BR-SGK-ISVEREN
              BR-ISSIZ-ISVEREN TO T-SGK.
           ADD BR-GELIR-VERGISI BR-DAMGA-VERGISI TO T-VERGI.
           ADD BR-AVANS TO T-AVANS.
           ADD BR-KESINTI TO T-KESINTI.
           ADD BR-NET TO T-NET.
           ADD BR-SGK-ISVEREN BR-ISSIZ-ISVEREN TO T-ISVEREN.
           COMPUTE T-GIDER = T-BRUT + T-ISVEREN.
       TOPLAM-EKLE-SON.

       TOPLAM-GOSTER.
           MOVE T-KISI TO Z-SAYI.
           DISPLAY 'PERSONEL SAYISI      :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 8 POSITION 25.
           MOVE T-BRUT TO YZ-TUTAR.
           DISPLAY 'TOPLAM BRUT          :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 10 POSITION 25.
           MOVE T-ISVEREN TO YZ-TUTAR.
           DISPLAY 'ISVEREN PAYLARI      :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 11 POSITION 25.
           MOVE T-SGK TO YZ-TUTAR.
           DISPLAY 'SGK + ISSIZLIK       :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 12 POSITION 25.
           MOVE T-VERGI TO YZ-TUTAR.
           DISPLAY 'GELIR + DAMGA VERGISI:' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 13 POSITION 25.
           MOVE T-KESINTI TO YZ-TUTAR.
           DISPLAY 'DIGER KESINTILER     :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 14 POSITION 25.
           MOVE T-AVANS TO YZ-TUTAR.
           DISPLAY 'AVANS KESINTISI      :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 15 POSITION 25.
           MOVE T-NET TO YZ-TUTAR.
           DISPLAY 'ODENECEK NET         :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 16 POSITION 25.
       TOPLAM-GOSTER-SON.

       AY-SONU-BUL.
           MOVE AY-SON-GUN(P-AY) TO P-GUN.
           IF P-AY NOT = 2 GO AY-SONU-BUL-SON.
           DIVIDE P-YIL BY 4 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = 0 GO AY-SONU-BUL-SON.
           MOVE 29 TO P-GUN.
           DIVIDE P-YIL BY 100 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = 0 GO AY-SONU-BUL-SON.
           DIVIDE P-YIL BY 400 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = 0 MOVE 28 TO P-GUN.
       AY-SONU-BUL-SON.

      * her personel icin bir pusula; ekranda ozet liste
       PUSULA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO PUSULA-SON.
           DISPLAY 'NO   ADI SOYADI                           BRUT'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'NET' LINE 6 POSITION 66.
           MOVE 7 TO SATIR.
           MOVE ZEROS TO GIRILEN.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'PUSLA' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           OPEN INPUT BORDRO PERSONEL.
           MOVE D-YIL TO BR-YIL.
           MOVE D-AY TO BR-AY.
           MOVE ZEROS TO BR-NO.
           START BORDRO KEY IS NOT LESS THAN BR-KEY
              INVALID KEY GO PUSULA-KAPAT.
       PUSULA-OKU.
           READ BORDRO NEXT AT END GO PUSULA-KAPAT.
           IF BR-YIL NOT = D-YIL OR BR-AY NOT = D-AY
              GO PUSULA-KAPAT.
           IF BR-GIRILDI ADD 1 TO GIRILEN GO PUSULA-OKU.
           MOVE BR-NO TO PR-NO.
           READ PERSONEL INVALID KEY MOVE SPACES TO PR-ADI PR-GOREVI.
           PERFORM PUSULA-YAZ THRU PUSULA-YAZ-SON.
           IF SATIR > 30 GO PUSULA-OKU.
           MOVE BR-BRUT TO Z-TUTAR.
           MOVE BR-NET TO Z-TUTAR2.
           DISPLAY BR-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PR-ADI LINE SATIR POSITION 7
              Z-TUTAR LINE SATIR POSITION 38
              Z-TUTAR2 LINE SATIR POSITION 56.
           ADD 1 TO SATIR.
           GO PUSULA-OKU.
       PUSULA-KAPAT.
           CLOSE BORDRO PERSONEL CSVOUT.
           IF GIRILEN > ZEROS
              MOVE GIRILEN TO Z-SAYI
              DISPLAY 'HESAPLANMAMIS SATIR :' LINE 31 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 Z-SAYI LINE 31 POSITION 24.
           DISPLAY 'PUSULA DOSYASI: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 32 POSITION 18.
       PUSULA-SON.

       PUSULA-YAZ.
           MOVE ALL '-' TO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE SPACES TO CSV-SATIR.
           STRING 'MAAS PUSULASI ' D-AY '/' D-YIL
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE SPACES TO CSV-SATIR.
           STRING 'PERSONEL : ' BR-NO ' ' PR-ADI ' ' PR-GOREVI
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE 'BRUT MAAS' TO P-ETIKET.
           MOVE BR-MAAS TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE BR-MESAI-SAAT TO Z-SAAT.
           MOVE SPACES TO P-ETIKET.
           STRING 'FAZLA MESAI ' Z-SAAT ' SAAT'
              DELIMITED BY SIZE INTO P-ETIKET.
           MOVE BR-MESAI TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'PRIM' TO P-ETIKET.
           MOVE BR-PRIM TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'TOPLAM BRUT' TO P-ETIKET.
           MOVE BR-BRUT TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'SGK ISCI PAYI' TO P-ETIKET.
           MOVE BR-SGK-ISCI TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'ISSIZLIK ISCI PAYI' TO P-ETIKET.
           MOVE BR-ISSIZ-ISCI TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'GELIR VERGISI MATRAHI' TO P-ETIKET.
           MOVE BR-GV-MATRAH TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'KUMULATIF MATRAH' TO P-ETIKET.
           COMPUTE YZ-TUTAR = BR-KUM-MATRAH + BR-GV-MATRAH.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'GELIR VERGISI' TO P-ETIKET.
           MOVE BR-GELIR-VERGISI TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'DAMGA VERGISI' TO P-ETIKET.
           MOVE BR-DAMGA-VERGISI TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'DIGER KESINTI' TO P-ETIKET.
           MOVE BR-KESINTI TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'AVANS KESINTISI' TO P-ETIKET.
           MOVE BR-AVANS TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'NET ODENEN' TO P-ETIKET.
           MOVE BR-NET TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'SGK ISVEREN PAYI' TO P-ETIKET.
           MOVE BR-SGK-ISVEREN TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
           MOVE 'ISSIZLIK ISVEREN PAYI' TO P-ETIKET.
           MOVE BR-ISSIZ-ISVEREN TO YZ-TUTAR.
           PERFORM PUSULA-SATIR THRU PUSULA-SATIR-SON.
       PUSULA-YAZ-SON.

       PUSULA-SATIR.
           MOVE SPACES TO CSV-SATIR.
           STRING P-ETIKET ': ' YZ-TUTAR
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
       PUSULA-SATIR-SON.

      * banka toplu maas duzeni ODEMETOP ile ayni:
      * IBAN;ADI;TUTAR;ACIKLAMA - ibani olmayan listelenir
       EFT-YAZ.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO EFT-YAZ-SON.
           OPEN INPUT BORDRO.
           PERFORM AY-DURUM THRU AY-DURUM-SON.
           IF GIRILEN > ZEROS
              OR HESAPLANAN + KESINLESEN = ZEROS
              DISPLAY 'AY HESAPLANMAMIS - ONCE HESAPLAYIN !!!'
                 LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE BORDRO
              GO EFT-YAZ-SON.
           MOVE ZEROS TO T-NET IBANSIZ.
           MOVE 8 TO SATIR.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'EFTMS' TO CSV-TANIM.
           OPEN OUTPUT EFTOUT.
           OPEN INPUT PERSONEL.
           MOVE D-YIL TO BR-YIL.
           MOVE D-AY TO BR-AY.
           MOVE ZEROS TO BR-NO.
           START BORDRO KEY IS NOT LESS THAN BR-KEY
              INVALID KEY GO EFT-YAZ-KAPAT.
       EFT-OKU.
           READ BORDRO NEXT AT END GO EFT-YAZ-KAPAT.
           IF BR-YIL NOT = D-YIL OR BR-AY NOT = D-AY
              GO EFT-YAZ-KAPAT.
           IF BR-NET NOT > ZEROS GO EFT-OKU.
           MOVE BR-NO TO PR-NO.
           READ PERSONEL INVALID KEY MOVE SPACES TO PR-ADI PR-IBAN.
           IF PR-IBAN = SPACES
              ADD 1 TO IBANSIZ
              IF SATIR < 31
                 DISPLAY 'IBAN YOK :' LINE SATIR POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    BR-NO LINE SATIR POSITION 13
                    PR-ADI LINE SATIR POSITION 18
                 ADD 1 TO SATIR
              END-IF
              GO EFT-OKU.
           PERFORM EFT-SATIR-YAZ THRU EFT-SATIR-YAZ-SON.
           ADD BR-NET TO T-NET.
           GO EFT-OKU.
       EFT-YAZ-KAPAT.
           CLOSE BORDRO PERSONEL EFTOUT.
           MOVE T-NET TO YZ-TUTAR.
           DISPLAY 'DOSYADAKI TOPLAM :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 6 POSITION 21.
           DISPLAY 'EFT DOSYASI: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 32 POSITION 15.
       EFT-YAZ-SON.

       EFT-SATIR-YAZ.
           MOVE BR-NET TO ZG-TUTAR.
           MOVE SPACES TO EFT-SATIR.
           STRING PR-IBAN ';'
              PR-ADI DELIMITED BY '  '
              ';' ZG-TUTAR ';MAAS ODEMESI ' D-AY '/' D-YIL
              DELIMITED BY SIZE
              INTO EFT-SATIR.
           WRITE EFT-SATIR.
       EFT-SATIR-YAZ-SON.

      * ay tek seferde muhasebelesir: satirlar kesinlesir, kesilen
      * avanslar personel defterine islenir, net toplam bankadan
      * tek satir cikar ve gider/kesintiler tek yevmiye maddesi
      * olur; evrak no BRD ile baslar, MUHFIS kasa satirini
      * kuraldan ayrica islemez
       MUHASEBE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO MUHASEBE-SON.
           DISPLAY 'ODEME TARIHI:' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 6 POSITION 18 '/' LINE 6 POSITION 21.
           DISPLAY 'KASA (DEPO) :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BUGUN TO E-TARIH.
           ACCEPT E-GUN LINE 6 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AY LINE 6 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 6 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 2 TO E-DEPONO.
           ACCEPT E-DEPONO LINE 7 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO MUHASEBE-SON.
      * kapali doneme bordro islenemez
           MOVE E-YIL TO DNK-YIL.
           MOVE E-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              DISPLAY 'DONEM KAPALI - BORDRO ISLENEMEZ !!!'
                 LINE 9 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MUHASEBE-SON.
           OPEN INPUT BORDPAR.
           MOVE D-YIL TO BP-YIL.
           READ BORDPAR
              INVALID KEY
                 DISPLAY 'YIL PARAMETRESI YOK !!!' LINE 9 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE BORDPAR
                 GO MUHASEBE-SON.
           CLOSE BORDPAR.
           OPEN I-O BORDRO.
           PERFORM AY-DURUM THRU AY-DURUM-SON.
           IF KESINLESEN > ZEROS
              DISPLAY 'BU AY ZATEN MUHASEBELESTI !!!' LINE 9
                 POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MUHASEBE-KAPAT.
           IF GIRILEN > ZEROS OR HESAPLANAN = ZEROS
              DISPLAY 'AY HESAPLANMAMIS - ONCE HESAPLAYIN !!!'
                 LINE 9 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO MUHASEBE-KAPAT.
           INITIALIZE TOPLAMLAR.
           MOVE SPACES TO P-EVRAK P-ACIKLAMA.
           STRING 'BRD' D-YIL D-AY DELIMITED BY SIZE INTO P-EVRAK.
           STRING 'MAAS ODEMESI ' D-AY '/' D-YIL
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           OPEN I-O AVANS.
           MOVE D-YIL TO BR-YIL.
           MOVE D-AY TO BR-AY.
           MOVE ZEROS TO BR-NO.
           START BORDRO KEY IS NOT LESS THAN BR-KEY
              INVALID KEY GO MUHASEBE-FIS.
       MUHASEBE-OKU.
           READ BORDRO NEXT AT END GO MUHASEBE-FIS.
           IF BR-YIL NOT = D-YIL OR BR-AY NOT = D-AY
              GO MUHASEBE-FIS.
           MOVE 'K' TO BR-DURUM.
           MOVE E-TARIH TO BR-ODEME-TARIH.
           MOVE E-DEPONO TO BR-DEPONO.
           PERFORM REWRITE-BORDRO.
           PERFORM TOPLAM-EKLE THRU TOPLAM-EKLE-SON.
           IF BR-AVANS > ZEROS
              PERFORM AVANS-KES THRU AVANS-KES-SON.
           GO MUHASEBE-OKU.
       MUHASEBE-FIS.
           CLOSE AVANS.
           PERFORM KASA-YAZ THRU KASA-YAZ-SON.
           OPEN I-O YEVMIYE.
           MOVE E-TARIH TO P-TARIH.
           PERFORM MADDE-BUL THRU MADDE-BUL-SON.
           ADD 1 TO MADDE-NO.
           PERFORM BORDRO-MADDE THRU BORDRO-MADDE-SON.
           CLOSE YEVMIYE.
           PERFORM TOPLAM-GOSTER THRU TOPLAM-GOSTER-SON.
           DISPLAY 'BORDRO MUHASEBELESTI' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       MUHASEBE-KAPAT.
           CLOSE BORDRO.
       MUHASEBE-SON.

      * bordrodan kesilen avans personel defterinde bakiyeyi kapatir
       AVANS-KES.
           MOVE BR-NO TO AV-NO.
           MOVE E-TARIH TO AV-TARIH.
           MOVE 1 TO AV-SIRA.
           MOVE 3 TO AV-TIP.
           MOVE BR-AVANS TO AV-TUTAR.
           MOVE SPACES TO AV-ACIKLAMA.
           STRING 'MAASTAN KESINTI ' D-AY '/' D-YIL
              DELIMITED BY SIZE INTO AV-ACIKLAMA.
           MOVE E-DEPONO TO AV-DEPONO.
           MOVE ZEROS TO AV-MMKOD.
       AVANS-KES-YAZ.
           PERFORM WRITE-AVANS.
           IF WVAR = 0 ADD 1 TO AV-SIRA GO AVANS-KES-YAZ.
       AVANS-KES-SON.

       KASA-YAZ.
           OPEN I-O KASA.
           MOVE E-TARIH TO KS-TARIH.
           MOVE 99999 TO KS-SIRA.
           START KASA KEY IS NOT GREATER THAN KS-KEY
              INVALID KEY MOVE ZEROS TO KS-SIRA
              NOT INVALID KEY
                 READ KASA PREVIOUS
                    AT END MOVE ZEROS TO KS-SIRA
                    NOT AT END
                       IF KS-TARIH NOT = E-TARIH
                          MOVE ZEROS TO KS-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO KS-SIRA.
           MOVE KS-SIRA TO SIRA-SAKLA.
           INITIALIZE KS-KAYIT.
           MOVE E-TARIH TO KS-TARIH.
           MOVE SIRA-SAKLA TO KS-SIRA.
           MOVE E-DEPONO TO KS-DEPONO.
           MOVE 2 TO KS-HESAPTURU.
           MOVE P-ACIKLAMA TO KS-ACIKLAMA.
           MOVE ZEROS TO KS-GELIR.
           MOVE T-NET TO KS-GIDER.
           MOVE P-EVRAK TO KS-MEVRAKNO.
           MOVE 'TL ' TO KS-DOVIZ.
           MOVE 1 TO KS-KUR.
       KASA-YAZ-DENE.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO KASA-YAZ-DENE.
           CLOSE KASA.
       KASA-YAZ-SON.

      * madde numarasi yilin son maddesinden devam eder
       MADDE-BUL.
           MOVE ZEROS TO MADDE-NO.
           MOVE P-YIL TO YV-YIL.
           MOVE 12 TO YV-AY.
           MOVE 31 TO YV-GUN.
           MOVE 9999999 TO YV-SIRA.
           START YEVMIYE KEY IS NOT GREATER THAN YV-KEY
              INVALID KEY GO MADDE-BUL-SON.
           READ YEVMIYE PREVIOUS AT END GO MADDE-BUL-SON.
           IF YV-YIL = P-YIL MOVE YV-MADDE TO MADDE-NO.
       MADDE-BUL-SON.

      * borc: brut ucret + isveren paylari gider hesabina; alacak:
      * sgk (isci + isveren), gelir ve damga vergisi, kesilen
      * avans, diger kesinti ve bankadan odenen net
       BORDRO-MADDE.
           MOVE BP-GIDER-HESAP TO YV-HESAP-KOD.
           MOVE T-GIDER TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE BP-SGK-HESAP TO YV-HESAP-KOD.
           MOVE T-SGK TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-VERGI-HESAP TO YV-HESAP-KOD.
           MOVE T-VERGI TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-AVANS-HESAP TO YV-HESAP-KOD.
           MOVE T-AVANS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-KESINTI-HESAP TO YV-HESAP-KOD.
           MOVE T-KESINTI TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-BANKA-HESAP TO YV-HESAP-KOD.
           MOVE T-NET TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
       BORDRO-MADDE-SON.

       YEVMIYE-YAZ.
           IF YV-BORC = ZEROS AND YV-ALACAK = ZEROS
              GO YEVMIYE-YAZ-SON.
           MOVE P-TARIH TO YV-TARIH.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE P-TARIH TO YV-TARIH.
           MOVE MADDE-NO TO YV-MADDE.
           MOVE P-ACIKLAMA TO YV-ACIKLAMA.
           MOVE 6 TO YV-KAYNAK.
           MOVE ZEROS TO YV-KAYNAK-TIP YV-MMKOD.
           MOVE P-EVRAK TO YV-KAYNAK-EVRAK.
       YEVMIYE-YAZ-DENE.
           WRITE YV-KAYIT INVALID KEY
              ADD 1 TO YV-SIRA
              GO YEVMIYE-YAZ-DENE.
       YEVMIYE-YAZ-SON.

      * sira ararken okunan kayit ayagin hesap ve tutarini ezmesin
      * diye saklanip geri konur
       SIRA-BUL.
           MOVE YV-HESAP-KOD TO S-HESAP-KOD.
           MOVE YV-BORC TO S-BORC.
           MOVE YV-ALACAK TO S-ALACAK.
           MOVE 9999999 TO YV-SIRA.
           START YEVMIYE KEY IS NOT GREATER THAN YV-KEY
              INVALID KEY MOVE ZEROS TO YV-SIRA
              NOT INVALID KEY
                 READ YEVMIYE PREVIOUS
                    AT END MOVE ZEROS TO YV-SIRA
                    NOT AT END
                       IF YV-TARIH NOT = P-TARIH
                          MOVE ZEROS TO YV-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO YV-SIRA.
           MOVE S-HESAP-KOD TO YV-HESAP-KOD.
           MOVE S-BORC TO YV-BORC.
           MOVE S-ALACAK TO YV-ALACAK.
       SIRA-BUL-SON.

       copy 'donem.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==BORDPAR==
                                  "%T%"  BY "BORDPAR"
                                 ==%R%== BY ==BP-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==BORDRO==
                                  "%T%"  BY "BORDRO"
                                 ==%R%== BY ==BR-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AVANS==
                                  "%T%"  BY "AVANS"
                                 ==%R%== BY ==AV-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
