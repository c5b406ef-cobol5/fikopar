       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'BKREDI'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'bkredi.cpy'.
       copy 'hesplan.cpy'.
       copy 'kasa.cpy'.
       copy 'yevmiye.cpy'.
       copy 'kur.cpy'.
       copy 'donem.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'bkredi.cpz'.
       copy 'hesplan.cpz'.
       copy 'kasa.cpz'.
       copy 'yevmiye.cpz'.
       copy 'kur.cpz'.
       copy 'donem.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(200).
       WORKING-STORAGE SECTION.
       01 AY-GUNLERI-X          PIC X(24)
                                VALUE '312831303130313130313031'.
       01 AY-GUNLERI REDEFINES AY-GUNLERI-X.
           02 AY-SON-GUN        PIC 99 OCCURS 12 TIMES.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-NO              PIC 9999.
           02 E-DEPONO          PIC 9999.
           02 E-KUR             PIC 9(6)V9999.
           02 HP-HATA           PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 E-TARIH.
               03 E-YIL             PIC 9999.
               03 E-AY              PIC 99.
               03 E-GUN             PIC 99.
           02 T-TARIH           PIC 9(8).
           02 T-VADE            PIC 9(8).
           02 T-ODEME           PIC 9(8).
           02 BOL               PIC 9999.
           02 KALAN             PIC 9999.
           02 SAYAC             PIC 999.
           02 SIRA-SAKLA        PIC 9(5).
           02 AYLIK-ORAN        PIC 9V9(10).
           02 CARPAN            PIC 9(9)V9(10).
           02 TAKSIT-TUTAR      PIC S9(13)V99.
           02 BAKIYE            PIC S9(13)V99.
           02 PLAN-KALAN        PIC S9(13)V99.
           02 FIILI-KALAN       PIC S9(13)V99.
           02 V-YIL             PIC 9999.
           02 V-AY              PIC 99.
           02 KONTROL-HESAP     PIC X(10).
           02 KONTROL-SINIF     PIC 9.
           02 Z-ORAN            PIC ZZ9,99.
           02 Z-BSMV            PIC Z9,99.
           02 Z-KUR             PIC ZZZZZ9,9999.
           02 Z-SAYI            PIC ZZ9.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 Z-TUTAR           PIC -(8)9,99.
           02 Z-TUTAR2          PIC -(8)9,99.
           02 Z-TUTAR3          PIC -(8)9,99.
           02 Z-TUTAR4          PIC -(8)9,99.
           02 YZ-TUTAR          PIC -------------,--.
       01 FIS-DEGIS.
           02 MADDE-NO          PIC 9(7).
           02 P-TARIH.
               03 P-YIL             PIC 9999.
               03 P-AY              PIC 99.
               03 P-GUN             PIC 99.
           02 P-EVRAK           PIC X(15).
           02 TL-ANAPARA        PIC S9(13)V99.
           02 TL-FAIZ           PIC S9(13)V99.
           02 TL-BSMV           PIC S9(13)V99.
           02 TL-TOPLAM         PIC S9(13)V99.
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
              ' BANKA KREDILERI VE GERI ODEME PLANLARI '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI KREDI' REVERSE
              ' F2 ' 'KREDI LISTESI' REVERSE
              ' F3 ' 'TAKSIT ODE' REVERSE
              ' F4 ' 'KREDI EKSTRESI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-KREDI THRU YENI-KREDI-SON GO TUS.
           IF F = 2 PERFORM KREDI-LISTE THRU KREDI-LISTE-SON GO TUS.
           IF F = 3 PERFORM TAKSIT-ODE THRU TAKSIT-ODE-SON GO TUS.
           IF F = 4 PERFORM EKSTRE THRU EKSTRE-SON GO TUS.
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

      * kredi tanimlanir ve geri odeme plani hemen uretilir;
      * bsmv hesabi bos birakilirsa faiz hesabina yazilir
       YENI-KREDI.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN I-O BKREDI.
           MOVE 9999 TO BKR-NO.
           START BKREDI KEY IS NOT GREATER THAN BKR-NO
              INVALID KEY MOVE ZEROS TO BKR-NO
              NOT INVALID KEY
                 READ BKREDI PREVIOUS
                    AT END MOVE ZEROS TO BKR-NO
                 END-READ
           END-START.
           ADD 1 TO BKR-NO.
           MOVE BKR-NO TO E-NO.
           INITIALIZE BKR-KAYIT.
           MOVE E-NO TO BKR-NO.
           DISPLAY 'KREDI NO    :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-NO LINE 4 POSITION 16.
           DISPLAY 'BANKA       :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'ACIKLAMA    :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'ANAPARA     :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DOVIZ       :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '(TL/EUR/USD)' LINE 9 POSITION 21.
           DISPLAY 'YILLIK FAIZ :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '%' LINE 10 POSITION 23.
           DISPLAY 'BSMV ORANI  :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '% (FAIZ UZERINDEN)' LINE 11 POSITION 23.
           DISPLAY 'BASLAMA     :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 12 POSITION 18 '/' LINE 12 POSITION 21.
           DISPLAY 'VADE (AY)   :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KREDI HES.  :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'FAIZ GIDERI :' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BSMV GIDERI :' LINE 17 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BANKA HES.  :' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT BKR-BANKA LINE 5 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BKR-ACIKLAMA LINE 6 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO ZG-TUTAR.
           ACCEPT ZG-TUTAR LINE 8 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 'TL ' TO BKR-DOVIZ.
           ACCEPT BKR-DOVIZ LINE 9 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO Z-ORAN.
           ACCEPT Z-ORAN LINE 10 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 5 TO Z-BSMV.
           ACCEPT Z-BSMV LINE 11 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE BUGUN TO BKR-BASLA.
           ACCEPT BKR-BGUN LINE 12 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BKR-BAY LINE 12 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BKR-BYIL LINE 12 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 12 TO BKR-VADE-AY.
           ACCEPT BKR-VADE-AY LINE 13 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE '300' TO BKR-KREDI-HESAP.
           ACCEPT BKR-KREDI-HESAP LINE 15 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE '780' TO BKR-FAIZ-HESAP.
           ACCEPT BKR-FAIZ-HESAP LINE 16 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT BKR-BSMV-HESAP LINE 17 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE '102' TO BKR-BANKA-HESAP.
           ACCEPT BKR-BANKA-HESAP LINE 18 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR BKR-BANKA = SPACES
              CLOSE BKREDI GO YENI-KREDI-SON.
           IF BKR-DOVIZ = SPACES MOVE 'TL ' TO BKR-DOVIZ.
           IF BKR-BSMV-HESAP = SPACES
              MOVE BKR-FAIZ-HESAP TO BKR-BSMV-HESAP.
           MOVE ZG-TUTAR TO BKR-ANAPARA.
           MOVE Z-ORAN TO BKR-FAIZ.
           MOVE Z-BSMV TO BKR-BSMV.
           IF BKR-ANAPARA = ZEROS OR BKR-VADE-AY = ZEROS
              OR BKR-BAY < 1 OR BKR-BAY > 12 OR BKR-BGUN < 1
              OR BKR-BGUN > 31
              DISPLAY 'ANAPARA, VADE YA DA TARIH HATALI !!!'
                 LINE 22 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE BKREDI GO YENI-KREDI-SON.
           PERFORM HESAPLARI-KONTROL THRU HESAPLARI-KONTROL-SON.
           IF HP-HATA = 1 CLOSE BKREDI GO YENI-KREDI-SON.
           MOVE 'A' TO BKR-DURUM.
           PERFORM WRITE-BKREDI.
           CLOSE BKREDI.
           PERFORM PLAN-URET THRU PLAN-URET-SON.
           MOVE TAKSIT-TUTAR TO YZ-TUTAR.
           DISPLAY 'KREDI KAYDEDILDI, AYLIK TAKSIT :' LINE 22
              POSITION 2 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 22 POSITION 35
              BKR-DOVIZ LINE 22 POSITION 52.
       YENI-KREDI-SON.

      * kredi hesabi pasif, faiz ve bsmv gider, banka aktif sinifta
       HESAPLARI-KONTROL.
           MOVE 1 TO HP-HATA.
           OPEN INPUT HESPLAN.
           MOVE BKR-KREDI-HESAP TO KONTROL-HESAP.
           MOVE 2 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BKR-FAIZ-HESAP TO KONTROL-HESAP.
           MOVE 4 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BKR-BSMV-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE BKR-BANKA-HESAP TO KONTROL-HESAP.
           MOVE 1 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
       HESAPLARI-KONTROL-KAPAT.
           CLOSE HESPLAN.
       HESAPLARI-KONTROL-SON.

       HESAP-KONTROL.
           MOVE 1 TO HP-HATA.
           MOVE KONTROL-HESAP TO HP-KOD.
           READ HESPLAN
              INVALID KEY
                 DISPLAY 'HESAP PLANINDA YOK :' LINE 22 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    KONTROL-HESAP LINE 22 POSITION 23
                 GO HESAP-KONTROL-SON.
           IF HP-SINIF NOT = KONTROL-SINIF
              DISPLAY 'HESAP SINIFI UYMUYOR :' LINE 22 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 KONTROL-HESAP LINE 22 POSITION 25
              GO HESAP-KONTROL-SON.
           MOVE 0 TO HP-HATA.
       HESAP-KONTROL-SON.

      * esit taksitli plan: aylik oran faiz ve bsmv birlikte
      * alinarak taksit bulunur, her taksitte faiz kalan anapara
      * uzerinden, bsmv faiz uzerinden hesaplanir; son taksit
      * kalan anaparayi kapatir. taksit gunu ay sonunu asarsa ay
      * sonuna cekilir
       PLAN-URET.
           OPEN I-O BKTAKSIT.
           MOVE BKR-ANAPARA TO BAKIYE.
           COMPUTE AYLIK-ORAN = BKR-FAIZ / 1200 * (1 + BKR-BSMV / 100).
           IF AYLIK-ORAN = ZEROS
              COMPUTE TAKSIT-TUTAR ROUNDED =
                 BKR-ANAPARA / BKR-VADE-AY
           ELSE
              MOVE 1 TO CARPAN
              PERFORM VARYING SAYAC FROM 1 BY 1
                 UNTIL SAYAC > BKR-VADE-AY
                 COMPUTE CARPAN = CARPAN * (1 + AYLIK-ORAN)
              END-PERFORM
              COMPUTE TAKSIT-TUTAR ROUNDED = BKR-ANAPARA
                 * AYLIK-ORAN * CARPAN / (CARPAN - 1)
           END-IF.
           MOVE BKR-BYIL TO V-YIL.
           MOVE BKR-BAY TO V-AY.
           MOVE ZEROS TO SAYAC.
       PLAN-TAKSIT.
           ADD 1 TO SAYAC.
           IF SAYAC > BKR-VADE-AY GO PLAN-URET-KAPAT.
           ADD 1 TO V-AY.
           IF V-AY > 12 MOVE 1 TO V-AY ADD 1 TO V-YIL.
           MOVE V-YIL TO P-YIL.
           MOVE V-AY TO P-AY.
           PERFORM AY-SONU-BUL THRU AY-SONU-BUL-SON.
           IF BKR-BGUN < P-GUN MOVE BKR-BGUN TO P-GUN.
           INITIALIZE BKT-KAYIT.
           MOVE BKR-NO TO BKT-NO.
           MOVE SAYAC TO BKT-TAKSIT.
           MOVE P-TARIH TO BKT-VADE.
           COMPUTE BKT-FAIZ ROUNDED = BAKIYE * BKR-FAIZ / 1200.
           COMPUTE BKT-BSMV ROUNDED = BKT-FAIZ * BKR-BSMV / 100.
           IF SAYAC = BKR-VADE-AY
              MOVE BAKIYE TO BKT-ANAPARA
           ELSE
              COMPUTE BKT-ANAPARA = TAKSIT-TUTAR - BKT-FAIZ - BKT-BSMV
           END-IF.
           COMPUTE BKT-TOPLAM = BKT-ANAPARA + BKT-FAIZ + BKT-BSMV.
           SUBTRACT BKT-ANAPARA FROM BAKIYE.
           MOVE BAKIYE TO BKT-KALAN.
           MOVE SPACES TO BKT-DURUM.
           PERFORM WRITE-BKTAKSIT.
           GO PLAN-TAKSIT.
       PLAN-URET-KAPAT.
           CLOSE BKTAKSIT.
       PLAN-URET-SON.

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

      * acik kredilerin bugun itibariyle kalan anaparasi
       KREDI-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO   BANKA' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'DVZ      ANAPARA   KALAN ANAPR  D' LINE 4 POSITION 40.
           MOVE 5 TO SATIR.
           MOVE BUGUN TO E-TARIH.
           COMPUTE T-TARIH = E-YIL * 10000 + E-AY * 100 + E-GUN.
           OPEN INPUT BKREDI BKTAKSIT.
           MOVE ZEROS TO BKR-NO.
           START BKREDI KEY IS NOT LESS THAN BKR-NO
              INVALID KEY GO KREDI-LISTE-KAPAT.
       KREDI-LISTE-OKU.
           READ BKREDI NEXT AT END GO KREDI-LISTE-KAPAT.
           IF SATIR > 32 GO KREDI-LISTE-KAPAT.
           PERFORM KALAN-HESAPLA THRU KALAN-HESAPLA-SON.
           MOVE BKR-ANAPARA TO Z-TUTAR.
           MOVE FIILI-KALAN TO Z-TUTAR2.
           DISPLAY BKR-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              BKR-BANKA(1:30) LINE SATIR POSITION 7
              BKR-DOVIZ LINE SATIR POSITION 40
              Z-TUTAR LINE SATIR POSITION 44
              Z-TUTAR2 LINE SATIR POSITION 57
              BKR-DURUM LINE SATIR POSITION 73.
           ADD 1 TO SATIR.
           GO KREDI-LISTE-OKU.
       KREDI-LISTE-KAPAT.
           CLOSE BKREDI BKTAKSIT.
       KREDI-LISTE-SON.

      * T-TARIH itibariyle kalan anapara: plana gore vadesi gelmis,
      * fiilen o tarihe kadar odenmis taksitler dusulerek
       KALAN-HESAPLA.
           MOVE BKR-ANAPARA TO PLAN-KALAN FIILI-KALAN.
           MOVE BKR-NO TO BKT-NO.
           MOVE ZEROS TO BKT-TAKSIT.
           START BKTAKSIT KEY IS NOT LESS THAN BKT-KEY
              INVALID KEY GO KALAN-HESAPLA-SON.
       KALAN-HESAPLA-OKU.
           READ BKTAKSIT NEXT AT END GO KALAN-HESAPLA-SON.
           IF BKT-NO NOT = BKR-NO GO KALAN-HESAPLA-SON.
           COMPUTE T-VADE = BKT-VYIL * 10000 + BKT-VAY * 100
              + BKT-VGUN.
           IF T-VADE NOT > T-TARIH
              SUBTRACT BKT-ANAPARA FROM PLAN-KALAN.
           IF BKT-ODENDI
              COMPUTE T-ODEME = BKT-OYIL * 10000 + BKT-OAY * 100
                 + BKT-OGUN
              IF T-ODEME NOT > T-TARIH
                 SUBTRACT BKT-ANAPARA FROM FIILI-KALAN
              END-IF
           END-IF.
           GO KALAN-HESAPLA-OKU.
       KALAN-HESAPLA-SON.

      * siradaki odenmemis taksit odenir: banka cikisi kasaya,
      * anapara/faiz/bsmv ayrimi tek madde olarak yevmiyeye
       TAKSIT-ODE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KREDI NO    :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 4 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-NO = ZEROS GO TAKSIT-ODE-SON.
           OPEN I-O BKREDI BKTAKSIT.
           MOVE E-NO TO BKR-NO.
           READ BKREDI
              INVALID KEY
                 DISPLAY 'KREDI BULUNAMADI !!!' LINE 6 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO TAKSIT-ODE-KAPAT.
           DISPLAY BKR-BANKA LINE 4 POSITION 22
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BKR-NO TO BKT-NO.
           MOVE ZEROS TO BKT-TAKSIT.
           START BKTAKSIT KEY IS NOT LESS THAN BKT-KEY
              INVALID KEY GO TAKSIT-YOK.
       TAKSIT-BUL.
           READ BKTAKSIT NEXT AT END GO TAKSIT-YOK.
           IF BKT-NO NOT = BKR-NO GO TAKSIT-YOK.
           IF BKT-ODENDI GO TAKSIT-BUL.
           GO TAKSIT-GOSTER.
       TAKSIT-YOK.
           DISPLAY 'ODENECEK TAKSIT YOK !!!' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           GO TAKSIT-ODE-KAPAT.
       TAKSIT-GOSTER.
           MOVE BKT-TAKSIT TO Z-SAYI.
           DISPLAY 'TAKSIT NO   :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 6 POSITION 16
              'VADE :' LINE 6 POSITION 22
              BKT-VGUN LINE 6 POSITION 29 '/' LINE 6 POSITION 31
              BKT-VAY LINE 6 POSITION 32 '/' LINE 6 POSITION 34
              BKT-VYIL LINE 6 POSITION 35.
           MOVE BKT-ANAPARA TO YZ-TUTAR.
           DISPLAY 'ANAPARA     :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 8 POSITION 16.
           MOVE BKT-FAIZ TO YZ-TUTAR.
           DISPLAY 'FAIZ        :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 9 POSITION 16.
           MOVE BKT-BSMV TO YZ-TUTAR.
           DISPLAY 'BSMV        :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 10 POSITION 16.
           MOVE BKT-TOPLAM TO YZ-TUTAR.
           DISPLAY 'TOPLAM      :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 11 POSITION 16
              BKR-DOVIZ LINE 11 POSITION 33.
           DISPLAY 'ODEME TARIHI:' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 13 POSITION 18 '/' LINE 13 POSITION 21.
           DISPLAY 'KASA (DEPO) :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BUGUN TO E-TARIH.
           ACCEPT E-GUN LINE 13 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AY LINE 13 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 13 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 1 TO E-DEPONO.
           ACCEPT E-DEPONO LINE 14 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 1 TO E-KUR.
           IF BKR-DOVIZ NOT = 'TL '
              PERFORM KUR-AL THRU KUR-AL-SON.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TAKSIT-ODE-KAPAT.
           IF E-KUR = ZEROS
              DISPLAY 'KUR GIRILMEDI !!!' LINE 18 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TAKSIT-ODE-KAPAT.
      * kapali doneme odeme islenemez
           MOVE E-YIL TO DNK-YIL.
           MOVE E-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              DISPLAY 'DONEM KAPALI - ODEME ISLENEMEZ !!!'
                 LINE 18 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TAKSIT-ODE-KAPAT.
           MOVE 'O' TO BKT-DURUM.
           MOVE E-TARIH TO BKT-ODEME-TARIH.
           MOVE E-KUR TO BKT-KUR.
           MOVE E-DEPONO TO BKT-DEPONO.
           PERFORM REWRITE-BKTAKSIT.
           PERFORM KASA-YAZ THRU KASA-YAZ-SON.
           OPEN I-O YEVMIYE.
           MOVE E-TARIH TO P-TARIH.
           PERFORM MADDE-BUL THRU MADDE-BUL-SON.
           ADD 1 TO MADDE-NO.
           PERFORM TAKSIT-MADDE THRU TAKSIT-MADDE-SON.
           CLOSE YEVMIYE.
           IF BKT-KALAN = ZEROS
              MOVE 'K' TO BKR-DURUM
              PERFORM REWRITE-BKREDI.
           DISPLAY 'TAKSIT ODENDI' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       TAKSIT-ODE-KAPAT.
           CLOSE BKREDI BKTAKSIT.
       TAKSIT-ODE-SON.

       KUR-AL.
           OPEN INPUT KURLAR.
           MOVE E-TARIH TO KR-TARIH.
           MOVE BKR-DOVIZ TO KR-DOVIZ.
           READ KURLAR
               INVALID KEY MOVE ZEROS TO KR-SATIS.
           CLOSE KURLAR.
           MOVE KR-SATIS TO E-KUR.
           DISPLAY 'KUR         :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE E-KUR TO Z-KUR.
           ACCEPT Z-KUR LINE 15 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-KUR TO E-KUR.
       KUR-AL-SON.

      * banka cikisi kasaya kredinin dovizi ve kuruyla yazilir;
      * evrak no KRD ile baslar, MUHFIS bu satiri kasa kuralindan
      * ayrica islemez
       KASA-YAZ.
           MOVE SPACES TO P-EVRAK.
           STRING 'KRD' BKT-NO '/' BKT-TAKSIT
              DELIMITED BY SIZE INTO P-EVRAK.
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
           MOVE SPACES TO KS-ACIKLAMA.
           STRING 'KREDI TAKSIDI ' BKR-BANKA
              DELIMITED BY SIZE INTO KS-ACIKLAMA.
           MOVE ZEROS TO KS-GELIR.
           MOVE BKT-TOPLAM TO KS-GIDER.
           MOVE P-EVRAK TO KS-MEVRAKNO.
           MOVE BKR-DOVIZ TO KS-DOVIZ.
           MOVE E-KUR TO KS-KUR.
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

      * tutarlar odeme kuruyla TL ye cevrilir: borc kredi, faiz
      * ve bsmv hesaplari, alacak banka hesabi
       TAKSIT-MADDE.
           COMPUTE TL-ANAPARA ROUNDED = BKT-ANAPARA * BKT-KUR.
           COMPUTE TL-FAIZ ROUNDED = BKT-FAIZ * BKT-KUR.
           COMPUTE TL-BSMV ROUNDED = BKT-BSMV * BKT-KUR.
           COMPUTE TL-TOPLAM = TL-ANAPARA + TL-FAIZ + TL-BSMV.
           MOVE SPACES TO P-EVRAK.
           STRING 'KRD' BKT-NO '/' BKT-TAKSIT
              DELIMITED BY SIZE INTO P-EVRAK.
           MOVE BKR-KREDI-HESAP TO YV-HESAP-KOD.
           MOVE TL-ANAPARA TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BKR-FAIZ-HESAP TO YV-HESAP-KOD.
           MOVE TL-FAIZ TO YV-BORC.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BKR-BSMV-HESAP TO YV-HESAP-KOD.
           MOVE TL-BSMV TO YV-BORC.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BKR-BANKA-HESAP TO YV-HESAP-KOD.
           MOVE ZEROS TO YV-BORC.
           MOVE TL-TOPLAM TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
       TAKSIT-MADDE-SON.

       YEVMIYE-YAZ.
           IF YV-BORC = ZEROS AND YV-ALACAK = ZEROS
              GO YEVMIYE-YAZ-SON.
           MOVE P-TARIH TO YV-TARIH.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE P-TARIH TO YV-TARIH.
           MOVE MADDE-NO TO YV-MADDE.
           MOVE SPACES TO YV-ACIKLAMA.
           STRING 'KREDI TAKSIDI ' BKR-BANKA
              DELIMITED BY SIZE INTO YV-ACIKLAMA.
           MOVE 5 TO YV-KAYNAK.
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

      * istenen tarih itibariyle kredi ekstresi: taksitler, odeme
      * durumu, plana gore ve fiilen kalan anapara
       EKSTRE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'KREDI NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TARIH :' LINE 4 POSITION 20
              '/' LINE 4 POSITION 30 '/' LINE 4 POSITION 33.
           MOVE ZEROS TO E-NO.
           MOVE BUGUN TO E-TARIH.
           ACCEPT E-NO LINE 4 POSITION 13 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GUN LINE 4 POSITION 28 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AY LINE 4 POSITION 31 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 4 POSITION 34 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-NO = ZEROS GO EKSTRE-SON.
           COMPUTE T-TARIH = E-YIL * 10000 + E-AY * 100 + E-GUN.
           OPEN INPUT BKREDI BKTAKSIT.
           MOVE E-NO TO BKR-NO.
           READ BKREDI
              INVALID KEY
                 DISPLAY 'KREDI BULUNAMADI !!!' LINE 6 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE BKREDI BKTAKSIT
                 GO EKSTRE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'BKRED' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'KREDI;' BKR-NO ';' BKR-BANKA DELIMITED BY '  '
              ';' BKR-DOVIZ ';ANAPARA;' BKR-ANAPARA ';FAIZ;' BKR-FAIZ
              ';VADE AY;' BKR-VADE-AY DELIMITED BY SIZE
              INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE 'TAKSIT;VADE;ANAPARA;FAIZ;BSMV;TOPLAM;KALAN;ODEME'
              TO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY BKR-BANKA LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              BKR-DOVIZ LINE 5 POSITION 34.
           DISPLAY 'NO  VADE          ANAPARA        FAIZ'
              LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'BSMV       TOPLAM ODEME' LINE 6 POSITION 47.
           MOVE 7 TO SATIR.
           MOVE BKR-NO TO BKT-NO.
           MOVE ZEROS TO BKT-TAKSIT.
           START BKTAKSIT KEY IS NOT LESS THAN BKT-KEY
              INVALID KEY GO EKSTRE-TOPLAM.
       EKSTRE-OKU.
           READ BKTAKSIT NEXT AT END GO EKSTRE-TOPLAM.
           IF BKT-NO NOT = BKR-NO GO EKSTRE-TOPLAM.
           MOVE BKT-KALAN TO YZ-TUTAR.
           MOVE SPACES TO CSV-SATIR.
           STRING BKT-TAKSIT ';' BKT-VGUN '/' BKT-VAY '/' BKT-VYIL
              ';' BKT-ANAPARA ';' BKT-FAIZ ';' BKT-BSMV ';'
              BKT-TOPLAM ';' YZ-TUTAR ';' BKT-OGUN '/' BKT-OAY '/'
              BKT-OYIL DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 27 GO EKSTRE-OKU.
           MOVE BKT-ANAPARA TO Z-TUTAR.
           MOVE BKT-FAIZ TO Z-TUTAR2.
           MOVE BKT-BSMV TO Z-TUTAR3.
           MOVE BKT-TOPLAM TO Z-TUTAR4.
           DISPLAY BKT-TAKSIT LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              BKT-VGUN LINE SATIR POSITION 6 '/' LINE SATIR
              POSITION 8 BKT-VAY LINE SATIR POSITION 9
              '/' LINE SATIR POSITION 11
              BKT-VYIL LINE SATIR POSITION 12
              Z-TUTAR LINE SATIR POSITION 17
              Z-TUTAR2 LINE SATIR POSITION 30
              Z-TUTAR3 LINE SATIR POSITION 43
              Z-TUTAR4 LINE SATIR POSITION 56.
           IF BKT-ODENDI
              DISPLAY BKT-OGUN LINE SATIR POSITION 69
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 '/' LINE SATIR POSITION 71
                 BKT-OAY LINE SATIR POSITION 72
                 '/' LINE SATIR POSITION 74
                 BKT-OYIL(3:2) LINE SATIR POSITION 75.
           ADD 1 TO SATIR.
           GO EKSTRE-OKU.
       EKSTRE-TOPLAM.
           PERFORM KALAN-HESAPLA THRU KALAN-HESAPLA-SON.
           MOVE PLAN-KALAN TO YZ-TUTAR.
           DISPLAY 'PLANA GORE KALAN ANAPARA :' LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 29 POSITION 30.
           MOVE SPACES TO CSV-SATIR.
           STRING 'PLANA GORE KALAN;' YZ-TUTAR
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE FIILI-KALAN TO YZ-TUTAR.
           DISPLAY 'ODEMELERE GORE KALAN     :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR LINE 30 POSITION 30.
           MOVE SPACES TO CSV-SATIR.
           STRING 'ODEMELERE GORE KALAN;' YZ-TUTAR
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           CLOSE BKREDI BKTAKSIT CSVOUT.
           DISPLAY 'EKSTRE DOSYASI: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 32 POSITION 18.
       EKSTRE-SON.

       copy 'donem.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==BKREDI==
                                  "%T%"  BY "BKREDI"
                                 ==%R%== BY ==BKR-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==BKTAKSIT==
                                  "%T%"  BY "BKTAKSIT"
                                 ==%R%== BY ==BKT-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
