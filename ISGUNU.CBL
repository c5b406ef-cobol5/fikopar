       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ISGUNU'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'takvim.cpy'.
       copy 'anlasma.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'takvim.cpz'.
       copy 'anlasma.cpz'.
       WORKING-STORAGE SECTION.
       77 YUKLENDI              PIC 9 VALUE 0.
       77 HAFTASONU             PIC X(7) VALUE 'NNNNNEE'.
       01 OZEL-TABLO.
           02 OZ-SAYI           PIC 9(4).
           02 OZ-SATIR OCCURS 1000 TIMES.
               03 OZ-TARIH          PIC 9(8).
               03 OZ-TIP            PIC X.
       01 YILLIK-TABLO.
           02 YT-SAYI           PIC 99.
           02 YT-SATIR OCCURS 40 TIMES.
               03 YT-AYGUN          PIC 9(4).
               03 YT-TIP            PIC X.
       01 AY-GUNLERI-X          PIC X(24)
                                VALUE '312831303130313130313031'.
       01 AY-GUNLERI REDEFINES AY-GUNLERI-X.
           02 AY-SON-GUN        PIC 99 OCCURS 12 TIMES.
       01 TARIH-DEGIS.
           02 TR-TARIH.
               03 TR-YIL            PIC 9999.
               03 TR-AY             PIC 99.
               03 TR-GUN            PIC 99.
           02 TR-TARIH-SAYI REDEFINES TR-TARIH
                                PIC 9(8).
           02 TR-GUNNO          PIC 9(8).
           02 TR-HGUN           PIC 9.
           02 TR-AYGUN          PIC 9(4).
           02 AYSON             PIC 99.
           02 BUGUN             PIC 9(8).
           02 J-A               PIC 9(8).
           02 J-Y               PIC 9(8).
           02 J-M               PIC 9(8).
           02 J-T1              PIC 9(8).
           02 J-T2              PIC 9(8).
           02 J-T3              PIC 9(8).
           02 J-T4              PIC 9(8).
           02 K-L               PIC 9(12).
           02 K-N               PIC 9(12).
           02 K-I               PIC 9(12).
           02 K-J               PIC 9(12).
           02 K-X               PIC 9(12).
           02 BOL               PIC 9(8).
           02 KALAN             PIC 9(4).
           02 GUN-TIPI          PIC X.
           02 SAYAC             PIC 9(5).
           02 TI                PIC 9(4).
           02 YI                PIC 99.
           02 BAS-TARIH         PIC 9(8).
           02 BAS-NO            PIC 9(8).
           02 BAS-HGUN          PIC 9.
           02 BIT-TARIH         PIC 9(8).
           02 BIT-NO            PIC 9(8).
           02 BIT-HGUN          PIC 9.
           02 GERI              PIC 9.
           02 SON-HESAPNO       PIC X(15) VALUE HIGH-VALUES.
           02 SON-SAYIM         PIC X.
       copy 'status.cpy'.
       LINKAGE SECTION.
       01 G-ISTEK.
           02 G-ISLEM                   PIC X.
           02 G-HESAPNO                 PIC X(15).
           02 G-TARIH1                  PIC 9(8).
           02 G-TARIH2                  PIC 9(8).
           02 G-GUN                     PIC S9(5).
           02 G-HAM-TARIH               PIC 9(8).
           02 G-SONUC-TARIH             PIC 9(8).
           02 G-SONUC-NO                PIC 9(8).
           02 G-TAKVIM-GUN              PIC S9(5).
           02 G-IS-GUNU                 PIC S9(5)V9.
           02 G-GECIKME                 PIC S9(5).
           02 G-SAYIM                   PIC X.
           02 G-DURUM                   PIC 9.
      * vade ve gecikme hesaplari icin is gunu kurali: hafta sonu
      * ya da tatile dusen vade ilk is gunune kayar, yarim gun is
      * gunu sayilir. gun sayimi musterinin vade anlasmasinda is
      * gunu denmisse is gunu, degilse takvim gunudur. takvim ilk
      * cagrida belleye alinir; cagiran program bitince CANCEL
      * eder
       PROCEDURE DIVISION USING G-ISTEK.
       START-PROGRAM.
           MOVE ZEROS TO G-DURUM.
           IF YUKLENDI = 0 PERFORM TAKVIM-YUKLE THRU TAKVIM-YUKLE-SON.
           IF G-ISLEM = 'I' GO ILK-IS-GUNU.
           IF G-ISLEM = 'E' GO GUN-EKLE.
           IF G-ISLEM = 'N' GO GUN-NUMARASI.
           IF G-ISLEM = 'F' GO GUN-FARKI.
           GO CIKIS.
       ILK-IS-GUNU.
           MOVE G-TARIH1 TO TR-TARIH-SAYI G-HAM-TARIH G-SONUC-TARIH.
           MOVE ZEROS TO G-SONUC-NO.
           PERFORM TARIH-DUZELT THRU TARIH-DUZELT-SON.
           IF G-DURUM NOT = 0 GO CIKIS.
           MOVE TR-TARIH-SAYI TO G-HAM-TARIH.
           PERFORM IS-GUNUNE-AL THRU IS-GUNUNE-AL-SON.
           MOVE TR-TARIH-SAYI TO G-SONUC-TARIH.
           MOVE TR-GUNNO TO G-SONUC-NO.
           GO CIKIS.
       GUN-EKLE.
           MOVE G-TARIH1 TO TR-TARIH-SAYI G-HAM-TARIH G-SONUC-TARIH.
           MOVE ZEROS TO G-SONUC-NO.
           PERFORM TARIH-DUZELT THRU TARIH-DUZELT-SON.
           IF G-DURUM NOT = 0 GO CIKIS.
           IF G-GUN > 0
              ADD G-GUN TO TR-GUNNO
              PERFORM GUNNO-TARIH THRU GUNNO-TARIH-SON.
           MOVE TR-TARIH-SAYI TO G-HAM-TARIH.
           PERFORM IS-GUNUNE-AL THRU IS-GUNUNE-AL-SON.
           MOVE TR-TARIH-SAYI TO G-SONUC-TARIH.
           MOVE TR-GUNNO TO G-SONUC-NO.
           GO CIKIS.
       GUN-NUMARASI.
           MOVE G-TARIH1 TO TR-TARIH-SAYI G-HAM-TARIH G-SONUC-TARIH.
           MOVE ZEROS TO G-SONUC-NO.
           PERFORM TARIH-DUZELT THRU TARIH-DUZELT-SON.
           IF G-DURUM NOT = 0 GO CIKIS.
           MOVE TR-TARIH-SAYI TO G-HAM-TARIH G-SONUC-TARIH.
           MOVE TR-GUNNO TO G-SONUC-NO.
           GO CIKIS.
      * iki tarih arasi: TARIH1 haric TARIH2 dahil sayilir, TARIH2
      * once ise sonuc eksidir
       GUN-FARKI.
           MOVE ZEROS TO G-TAKVIM-GUN G-IS-GUNU G-GECIKME.
           MOVE 'T' TO G-SAYIM.
           MOVE G-TARIH1 TO TR-TARIH-SAYI.
           PERFORM TARIH-DUZELT THRU TARIH-DUZELT-SON.
           IF G-DURUM NOT = 0 GO CIKIS.
           MOVE TR-TARIH-SAYI TO BAS-TARIH.
           MOVE TR-GUNNO TO BAS-NO.
           MOVE TR-HGUN TO BAS-HGUN.
           MOVE G-TARIH2 TO TR-TARIH-SAYI.
           PERFORM TARIH-DUZELT THRU TARIH-DUZELT-SON.
           IF G-DURUM NOT = 0 GO CIKIS.
           MOVE TR-TARIH-SAYI TO BIT-TARIH.
           MOVE TR-GUNNO TO BIT-NO.
           MOVE TR-HGUN TO BIT-HGUN.
           COMPUTE G-TAKVIM-GUN = BIT-NO - BAS-NO.
           IF G-HESAPNO NOT = SPACES
              PERFORM ANLASMA-BAK THRU ANLASMA-BAK-SON.
           IF G-HESAPNO = SPACES OR G-SAYIM = 'I'
              PERFORM IS-GUNU-SAY THRU IS-GUNU-SAY-SON.
           IF G-SAYIM = 'I'
              MOVE G-IS-GUNU TO G-GECIKME
           ELSE
              MOVE G-TAKVIM-GUN TO G-GECIKME.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

      * takvim dosyasi bellege alinir; dosya yoksa yalniz
      * cumartesi ve pazar tatil sayilir
       TAKVIM-YUKLE.
           MOVE 1 TO YUKLENDI.
           MOVE ZEROS TO OZ-SAYI YT-SAYI.
           ACCEPT BUGUN FROM CENTURY-DATE.
           OPEN INPUT TAKVIM.
           IF ST-TAKVIM NOT = '00' GO TAKVIM-YUKLE-SON.
           MOVE ZEROS TO TK-TARIH.
           START TAKVIM KEY IS NOT LESS THAN TK-TARIH
              INVALID KEY GO TAKVIM-YUKLE-KAPAT.
       TAKVIM-YUKLE-OKU.
           READ TAKVIM NEXT AT END GO TAKVIM-YUKLE-KAPAT.
           IF TK-TARIH = ZEROS
              IF TK-HAFTASONU NOT = SPACES
                 MOVE TK-HAFTASONU TO HAFTASONU
              END-IF
              GO TAKVIM-YUKLE-OKU.
           IF TK-YIL = ZEROS
              IF YT-SAYI < 40
                 ADD 1 TO YT-SAYI
                 COMPUTE YT-AYGUN(YT-SAYI) = TK-AY * 100 + TK-GUN
                 MOVE TK-TIP TO YT-TIP(YT-SAYI)
              END-IF
              GO TAKVIM-YUKLE-OKU.
           IF OZ-SAYI < 1000
              ADD 1 TO OZ-SAYI
              MOVE TK-TARIH TO OZ-TARIH(OZ-SAYI)
              MOVE TK-TIP TO OZ-TIP(OZ-SAYI).
           GO TAKVIM-YUKLE-OKU.
       TAKVIM-YUKLE-KAPAT.
           CLOSE TAKVIM.
       TAKVIM-YUKLE-SON.

      * TR-TARIH denetlenir, ay sonunu asan gun ay sonuna cekilir
      * (31 ile baslayan aylik vadeler), gun numarasi ve haftanin
      * gunu bulunur
       TARIH-DUZELT.
           IF TR-YIL < 1900 OR TR-AY = ZEROS OR TR-AY > 12
              OR TR-GUN = ZEROS
              MOVE 1 TO G-DURUM
              GO TARIH-DUZELT-SON.
           PERFORM AY-SONU-BUL THRU AY-SONU-BUL-SON.
           IF TR-GUN > AYSON MOVE AYSON TO TR-GUN.
           PERFORM GUN-NO-HESAPLA THRU GUN-NO-HESAPLA-SON.
       TARIH-DUZELT-SON.

       AY-SONU-BUL.
           MOVE AY-SON-GUN(TR-AY) TO AYSON.
           IF TR-AY NOT = 2 GO AY-SONU-BUL-SON.
           DIVIDE TR-YIL BY 4 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = 0 GO AY-SONU-BUL-SON.
           MOVE 29 TO AYSON.
           DIVIDE TR-YIL BY 100 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = 0 GO AY-SONU-BUL-SON.
           DIVIDE TR-YIL BY 400 GIVING BOL REMAINDER KALAN.
           IF KALAN NOT = 0 MOVE 28 TO AYSON.
       AY-SONU-BUL-SON.

      * miladi gun numarasi; bolmeler tam sayiya kesilerek adim
      * adim yapilir. gun numarasinin 7 ye bolumunden kalan 0 ise
      * pazartesidir, TR-HGUN 1 pazartesi 7 pazar
       GUN-NO-HESAPLA.
           COMPUTE J-A = (14 - TR-AY) / 12.
           COMPUTE J-Y = TR-YIL + 4800 - J-A.
           COMPUTE J-M = TR-AY + 12 * J-A - 3.
           COMPUTE J-T1 = (153 * J-M + 2) / 5.
           COMPUTE J-T2 = J-Y / 4.
           COMPUTE J-T3 = J-Y / 100.
           COMPUTE J-T4 = J-Y / 400.
           COMPUTE TR-GUNNO = TR-GUN + J-T1 + 365 * J-Y + J-T2
              - J-T3 + J-T4 - 32045.
           DIVIDE TR-GUNNO BY 7 GIVING BOL REMAINDER KALAN.
           COMPUTE TR-HGUN = KALAN + 1.
       GUN-NO-HESAPLA-SON.

      * gun numarasindan tarihe donus
       GUNNO-TARIH.
           COMPUTE K-L = TR-GUNNO + 68569.
           COMPUTE K-N = (4 * K-L) / 146097.
           COMPUTE K-X = (146097 * K-N + 3) / 4.
           COMPUTE K-L = K-L - K-X.
           COMPUTE K-I = (4000 * (K-L + 1)) / 1461001.
           COMPUTE K-X = (1461 * K-I) / 4.
           COMPUTE K-L = K-L - K-X + 31.
           COMPUTE K-J = (80 * K-L) / 2447.
           COMPUTE K-X = (2447 * K-J) / 80.
           COMPUTE TR-GUN = K-L - K-X.
           COMPUTE K-L = K-J / 11.
           COMPUTE TR-AY = K-J + 2 - 12 * K-L.
           COMPUTE TR-YIL = 100 * (K-N - 49) + K-I + K-L.
           DIVIDE TR-GUNNO BY 7 GIVING BOL REMAINDER KALAN.
           COMPUTE TR-HGUN = KALAN + 1.
       GUNNO-TARIH-SON.

       GUN-ARTIR.
           ADD 1 TO TR-GUNNO TR-GUN TR-HGUN.
           IF TR-HGUN > 7 MOVE 1 TO TR-HGUN.
           PERFORM AY-SONU-BUL THRU AY-SONU-BUL-SON.
           IF TR-GUN NOT > AYSON GO GUN-ARTIR-SON.
           MOVE 1 TO TR-GUN.
           ADD 1 TO TR-AY.
           IF TR-AY > 12
              MOVE 1 TO TR-AY
              ADD 1 TO TR-YIL.
       GUN-ARTIR-SON.

      * TR-TARIH in tipi: I is gunu, Y yarim gun, T tatil. tarihe
      * ozel kayit yillik tatili, yillik tatil hafta sonunu ezer.
      * TI tarih ilerledikce geri donmeden ilerler
       GUN-TIPI-BUL.
           MOVE 'I' TO GUN-TIPI.
           IF HAFTASONU(TR-HGUN:1) = 'E' MOVE 'T' TO GUN-TIPI.
           COMPUTE TR-AYGUN = TR-AY * 100 + TR-GUN.
           MOVE 1 TO YI.
       YILLIK-ARA.
           IF YI > YT-SAYI GO OZEL-ARA.
           IF YT-AYGUN(YI) NOT = TR-AYGUN
              ADD 1 TO YI
              GO YILLIK-ARA.
           IF YT-TIP(YI) = 'T' MOVE 'T' TO GUN-TIPI.
           IF YT-TIP(YI) = 'Y' AND GUN-TIPI = 'I'
              MOVE 'Y' TO GUN-TIPI.
           IF YT-TIP(YI) = 'C' MOVE 'I' TO GUN-TIPI.
       OZEL-ARA.
           IF TI > OZ-SAYI GO GUN-TIPI-BUL-SON.
           IF OZ-TARIH(TI) < TR-TARIH-SAYI
              ADD 1 TO TI
              GO OZEL-ARA.
           IF OZ-TARIH(TI) NOT = TR-TARIH-SAYI GO GUN-TIPI-BUL-SON.
           IF OZ-TIP(TI) = 'T' MOVE 'T' TO GUN-TIPI.
           IF OZ-TIP(TI) = 'Y' MOVE 'Y' TO GUN-TIPI.
           IF OZ-TIP(TI) = 'C' MOVE 'I' TO GUN-TIPI.
       GUN-TIPI-BUL-SON.

      * tatile dusen tarih ilk is gunune kayar; yarim gun is
      * gunudur
       IS-GUNUNE-AL.
           MOVE 1 TO TI.
           MOVE ZEROS TO SAYAC.
       IS-GUNUNE-AL-BAK.
           PERFORM GUN-TIPI-BUL THRU GUN-TIPI-BUL-SON.
           IF GUN-TIPI NOT = 'T' GO IS-GUNUNE-AL-SON.
           ADD 1 TO SAYAC.
           IF SAYAC > 60 GO IS-GUNUNE-AL-SON.
           PERFORM GUN-ARTIR THRU GUN-ARTIR-SON.
           GO IS-GUNUNE-AL-BAK.
       IS-GUNUNE-AL-SON.

      * BAS-TARIH ile BIT-TARIH arasindaki is gunleri; yarim gun
      * yarim sayilir
       IS-GUNU-SAY.
           MOVE ZEROS TO G-IS-GUNU GERI.
           IF BAS-NO = BIT-NO GO IS-GUNU-SAY-SON.
           IF BAS-NO < BIT-NO
              MOVE BAS-TARIH TO TR-TARIH-SAYI
              MOVE BAS-NO TO TR-GUNNO
              MOVE BAS-HGUN TO TR-HGUN
           ELSE
              MOVE 1 TO GERI
              MOVE BIT-TARIH TO TR-TARIH-SAYI
              MOVE BIT-NO TO TR-GUNNO
              MOVE BIT-HGUN TO TR-HGUN
              MOVE BAS-NO TO BIT-NO.
           MOVE 1 TO TI.
       IS-GUNU-SAY-GUN.
           PERFORM GUN-ARTIR THRU GUN-ARTIR-SON.
           PERFORM GUN-TIPI-BUL THRU GUN-TIPI-BUL-SON.
           IF GUN-TIPI = 'I' ADD 1 TO G-IS-GUNU.
           IF GUN-TIPI = 'Y' ADD 0,5 TO G-IS-GUNU.
           IF TR-GUNNO < BIT-NO GO IS-GUNU-SAY-GUN.
           IF GERI = 1
              COMPUTE G-IS-GUNU = 0 - G-IS-GUNU.
       IS-GUNU-SAY-SON.

      * musterinin gecerli vade anlasmasi (kapsam 3) gun sayimini
      * belirler; son bakilan hesap saklanir
       ANLASMA-BAK.
           IF G-HESAPNO = SON-HESAPNO
              MOVE SON-SAYIM TO G-SAYIM
              GO ANLASMA-BAK-SON.
           MOVE 'T' TO G-SAYIM.
           OPEN INPUT ANLASMA.
           IF ST-ANLASMA NOT = '00' GO ANLASMA-BAK-SAKLA.
           MOVE G-HESAPNO TO AN-HESAPNO.
           MOVE ZEROS TO AN-SIRA.
           START ANLASMA KEY IS NOT LESS THAN AN-KEY
              INVALID KEY GO ANLASMA-BAK-KAPAT.
       ANLASMA-BAK-OKU.
           READ ANLASMA NEXT AT END GO ANLASMA-BAK-KAPAT.
           IF AN-HESAPNO NOT = G-HESAPNO GO ANLASMA-BAK-KAPAT.
           IF NOT AN-KAPSAM-VADE GO ANLASMA-BAK-OKU.
           IF AN-BITIS NOT = ZEROS AND AN-BITIS < BUGUN
              GO ANLASMA-BAK-OKU.
           IF AN-ISGUNU-SAYIM MOVE 'I' TO G-SAYIM.
       ANLASMA-BAK-KAPAT.
           CLOSE ANLASMA.
       ANLASMA-BAK-SAKLA.
           MOVE G-HESAPNO TO SON-HESAPNO.
           MOVE G-SAYIM TO SON-SAYIM.
       ANLASMA-BAK-SON.
