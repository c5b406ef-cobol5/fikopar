       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'GIDPLAN'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'gidplan.cpy'.
       copy 'hesplan.cpy'.
       copy 'yevmiye.cpy'.
       copy 'masmer.cpy'.
       copy 'donem.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'gidplan.cpz'.
       copy 'hesplan.cpz'.
       copy 'yevmiye.cpz'.
       copy 'masmer.cpz'.
       copy 'donem.cpz'.
      * pesin gider hesabi bazinda plan kalani ve defter bakiyesi
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-HESAP              PIC X(10).
           02 TP-KALAN                  PIC S9(13)V99.
           02 TP-DEFTER                 PIC S9(13)V99.
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
           02 OTOMATIK          PIC 9.
           02 E-NO              PIC 9(5).
           02 E-YIL             PIC 9999.
           02 E-AY              PIC 99.
           02 E-MMKOD           PIC 9999.
           02 MM-HATA           PIC 9.
           02 HP-HATA           PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 BOL               PIC 9999.
           02 KALAN             PIC 9999.
           02 AY-SIRA           PIC S9(5).
           02 AY-SAYI           PIC S9(5).
           02 AYLIK-TUTAR       PIC S9(13)V99.
           02 ONCEKI-PAY        PIC S9(13)V99.
           02 ISLENEN-TUTAR     PIC S9(13)V99.
           02 KALAN-TUTAR       PIC S9(13)V99.
           02 ISLENEN           PIC 9(5).
           02 MUKERRER          PIC 9(5).
           02 Z-SAYI            PIC ZZZZ9.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 YZ-TUTAR          PIC -------------,--.
           02 YZ-TUTAR2         PIC -------------,--.
           02 FARK-ISARET       PIC X(5).
       01 FIS-DEGIS.
           02 MADDE-NO          PIC 9(7).
           02 P-TARIH.
               03 P-YIL             PIC 9999.
               03 P-AY              PIC 99.
               03 P-GUN             PIC 99.
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
      * gece isinden cagrilirsa yalniz icinde bulunulan ayin
      * paylari islenir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO E-YIL.
           MOVE BU-AY TO E-AY.
           IF OTOMATIK = 1
              PERFORM AYLIK-KOS THRU AYLIK-KOS-SON
              GO STOP-PROGRAM.
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
              ' PESIN ODENEN VE TAHAKKUK EDEN GIDERLER '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI PLAN' REVERSE
              ' F2 ' 'AYLIK ISLEM' REVERSE
              ' F3 ' 'KALAN BAKIYE' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-KAYIT THRU YENI-KAYIT-SON GO TUS.
           IF F = 2 PERFORM AYLIK-ISLEM THRU AYLIK-ISLEM-SON
              GO TUS.
           IF F = 3 PERFORM KALAN-RAPOR THRU KALAN-RAPOR-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           IF OTOMATIK = ZEROS
              MOVE WCB TO NESTED-WCB (1)
              DISPLAY NESTED-WCB (1)
                 LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'
           END-IF.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * pesin giderde bilanco hesabi aktif (180/280), tahakkukta
      * pasif (381) sinifta olmalidir; gider hesabi gider sinifi
       YENI-KAYIT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN I-O GIDPLAN.
           MOVE 99999 TO GP-NO.
           START GIDPLAN KEY IS NOT GREATER THAN GP-NO
              INVALID KEY MOVE ZEROS TO GP-NO
              NOT INVALID KEY
                 READ GIDPLAN PREVIOUS
                    AT END MOVE ZEROS TO GP-NO
                 END-READ
           END-START.
           ADD 1 TO GP-NO.
           MOVE GP-NO TO E-NO.
           INITIALIZE GP-KAYIT.
           MOVE E-NO TO GP-NO.
           DISPLAY 'PLAN NO     :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-NO LINE 4 POSITION 16.
           DISPLAY 'ACIKLAMA    :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'TUR (P/T)   :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'P=PESIN ODENEN  T=TAHAKKUK EDEN' LINE 8 POSITION 20.
           DISPLAY 'TOPLAM TUTAR:' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BASLAMA AY  :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BITIS AY    :' LINE 14 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'GIDER HESABI:' LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BILANCO HES.:' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'M.MERKEZI   :' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT GP-ACIKLAMA LINE 6 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 'P' TO GP-TUR.
           ACCEPT GP-TUR LINE 8 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO ZG-TUTAR.
           ACCEPT ZG-TUTAR LINE 10 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE BU-AY TO GP-BAY.
           MOVE BU-YIL TO GP-BYIL.
           ACCEPT GP-BAY LINE 12 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT GP-BYIL LINE 12 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE GP-BAY TO GP-SAY.
           MOVE GP-BYIL TO GP-SYIL.
           ACCEPT GP-SAY LINE 14 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT GP-SYIL LINE 14 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT GP-GIDER-HESAP LINE 16 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT GP-BILANCO-HESAP LINE 18 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO E-MMKOD.
           ACCEPT E-MMKOD LINE 20 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR GP-ACIKLAMA = SPACES
              CLOSE GIDPLAN GO YENI-KAYIT-SON.
           IF NOT GP-PESIN AND NOT GP-TAHAKKUK
              DISPLAY 'TUR P VEYA T OLMALI !!!' LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE GIDPLAN GO YENI-KAYIT-SON.
           IF ZG-TUTAR = ZEROS
              DISPLAY 'TUTAR GIRILMEDI !!!' LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE GIDPLAN GO YENI-KAYIT-SON.
           IF GP-BAY < 1 OR GP-BAY > 12 OR GP-SAY < 1 OR GP-SAY > 12
              OR GP-SYIL * 12 + GP-SAY < GP-BYIL * 12 + GP-BAY
              DISPLAY 'AY ARALIGI HATALI !!!' LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              CLOSE GIDPLAN GO YENI-KAYIT-SON.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 CLOSE GIDPLAN GO YENI-KAYIT-SON.
           PERFORM MERKEZ-KONTROL THRU MERKEZ-KONTROL-SON.
           IF MM-HATA = 1 CLOSE GIDPLAN GO YENI-KAYIT-SON.
           MOVE E-MMKOD TO GP-MMKOD.
           MOVE ZG-TUTAR TO GP-TUTAR.
           PERFORM WRITE-GIDPLAN.
           CLOSE GIDPLAN.
           DISPLAY 'PLAN KAYDEDILDI' LINE 24 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       YENI-KAYIT-SON.

      * tanimsiz ya da sinifi uymayan hesapta HP-HATA 1 doner
       HESAP-KONTROL.
           MOVE 1 TO HP-HATA.
           OPEN INPUT HESPLAN.
           MOVE GP-GIDER-HESAP TO HP-KOD.
           READ HESPLAN
              INVALID KEY
                 DISPLAY 'GIDER HESABI YOK !!!' LINE 24 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO HESAP-KONTROL-KAPAT.
           IF NOT HP-SINIF-GIDER
              DISPLAY 'GIDER HESABI GIDER SINIFINDA DEGIL !!!'
                 LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO HESAP-KONTROL-KAPAT.
           MOVE GP-BILANCO-HESAP TO HP-KOD.
           READ HESPLAN
              INVALID KEY
                 DISPLAY 'BILANCO HESABI YOK !!!' LINE 24 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO HESAP-KONTROL-KAPAT.
           IF GP-PESIN AND NOT HP-SINIF-AKTIF
              DISPLAY 'PESIN GIDER HESABI AKTIF SINIFTA OLMALI !!!'
                 LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO HESAP-KONTROL-KAPAT.
           IF GP-TAHAKKUK AND NOT HP-SINIF-PASIF
              DISPLAY 'TAHAKKUK HESABI PASIF SINIFTA OLMALI !!!'
                 LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO HESAP-KONTROL-KAPAT.
           MOVE 0 TO HP-HATA.
       HESAP-KONTROL-KAPAT.
           CLOSE HESPLAN.
       HESAP-KONTROL-SON.

      * tanimsiz kod girilirse uyarilir, MM-HATA 1 doner
       MERKEZ-KONTROL.
           MOVE 0 TO MM-HATA.
           IF E-MMKOD = ZEROS GO MERKEZ-KONTROL-SON.
           OPEN INPUT MASMER.
           MOVE E-MMKOD TO MM-KOD.
           READ MASMER
              INVALID KEY
                 DISPLAY 'MASRAF MERKEZI YOK !!!' LINE 24 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE 1 TO MM-HATA.
           CLOSE MASMER.
       MERKEZ-KONTROL-SON.

       AYLIK-ISLEM.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'ISLENECEK AY :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 5 POSITION 19.
           ACCEPT E-AY LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 5 POSITION 20 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO AYLIK-ISLEM-SON.
           IF E-AY < 1 OR E-AY > 12 GO AYLIK-ISLEM-SON.
           PERFORM AYLIK-KOS THRU AYLIK-KOS-SON.
       AYLIK-ISLEM-SON.

      * ayin payi ay sonu tarihiyle tek madde olarak yevmiyeye
      * yazilir: borc gider hesabi, alacak bilanco hesabi. bir ay
      * GIDAY da varsa tekrar islenmez; kapali donem islenmez.
      * pay yuvarlama farki birikmeden dagitilir: k. ayin payi
      * tutar * k / n - tutar * (k - 1) / n
       AYLIK-KOS.
           MOVE ZEROS TO ISLENEN MUKERRER.
           MOVE E-YIL TO DNK-YIL.
           MOVE E-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              IF OTOMATIK = ZEROS
                 DISPLAY 'DONEM KAPALI, ISLEM YAPILMADI !!!'
                    LINE 7 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              END-IF
              GO AYLIK-KOS-SON.
           MOVE E-YIL TO P-YIL.
           MOVE E-AY TO P-AY.
           PERFORM AY-SONU-BUL THRU AY-SONU-BUL-SON.
           OPEN INPUT GIDPLAN.
           OPEN I-O GIDAY YEVMIYE.
           PERFORM MADDE-BUL THRU MADDE-BUL-SON.
           MOVE ZEROS TO GP-NO.
           START GIDPLAN KEY IS NOT LESS THAN GP-NO
              INVALID KEY GO AYLIK-KAPAT.
       AYLIK-OKU.
           READ GIDPLAN NEXT AT END GO AYLIK-KAPAT.
           COMPUTE AY-SIRA = (E-YIL * 12 + E-AY)
              - (GP-BYIL * 12 + GP-BAY) + 1.
           COMPUTE AY-SAYI = (GP-SYIL * 12 + GP-SAY)
              - (GP-BYIL * 12 + GP-BAY) + 1.
           IF AY-SIRA < 1 OR AY-SIRA > AY-SAYI GO AYLIK-OKU.
           MOVE GP-NO TO GY-NO.
           MOVE E-YIL TO GY-YIL.
           MOVE E-AY TO GY-AY.
           READ GIDAY
              NOT INVALID KEY
                 ADD 1 TO MUKERRER
                 GO AYLIK-OKU.
           COMPUTE AYLIK-TUTAR ROUNDED = GP-TUTAR * AY-SIRA / AY-SAYI.
           COMPUTE ONCEKI-PAY ROUNDED =
              GP-TUTAR * (AY-SIRA - 1) / AY-SAYI.
           SUBTRACT ONCEKI-PAY FROM AYLIK-TUTAR.
           IF AYLIK-TUTAR = ZEROS GO AYLIK-OKU.
           ADD 1 TO MADDE-NO.
           MOVE P-TARIH TO YV-TARIH.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE P-TARIH TO YV-TARIH.
           MOVE MADDE-NO TO YV-MADDE.
           MOVE GP-ACIKLAMA TO YV-ACIKLAMA.
           MOVE 4 TO YV-KAYNAK.
           MOVE ZEROS TO YV-KAYNAK-TIP.
           MOVE SPACES TO YV-KAYNAK-EVRAK.
           MOVE GP-NO TO YV-KAYNAK-EVRAK.
           MOVE GP-MMKOD TO YV-MMKOD.
           MOVE GP-GIDER-HESAP TO YV-HESAP-KOD.
           MOVE AYLIK-TUTAR TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           ADD 1 TO YV-SIRA.
           MOVE GP-BILANCO-HESAP TO YV-HESAP-KOD.
           MOVE ZEROS TO YV-BORC.
           MOVE AYLIK-TUTAR TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           INITIALIZE GY-KAYIT.
           MOVE GP-NO TO GY-NO.
           MOVE E-YIL TO GY-YIL.
           MOVE E-AY TO GY-AY.
           MOVE P-TARIH TO GY-TARIH.
           MOVE AYLIK-TUTAR TO GY-TUTAR.
           MOVE GP-ACIKLAMA TO GY-ACIKLAMA.
           MOVE GP-GIDER-HESAP TO GY-GIDER-HESAP.
           MOVE GP-BILANCO-HESAP TO GY-BILANCO-HESAP.
           MOVE GP-MMKOD TO GY-MMKOD.
           PERFORM WRITE-GIDAY.
           ADD 1 TO ISLENEN.
           GO AYLIK-OKU.
       AYLIK-KAPAT.
           CLOSE GIDPLAN GIDAY YEVMIYE.
           IF OTOMATIK = ZEROS
              MOVE ISLENEN TO Z-SAYI
              DISPLAY 'ISLENEN PLAN       :' LINE 7 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI LINE 7 POSITION 23
              MOVE MUKERRER TO Z-SAYI
              DISPLAY 'DAHA ONCE ISLENMIS :' LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI LINE 8 POSITION 23
           END-IF.
       AYLIK-KOS-SON.

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

       YEVMIYE-YAZ.
           WRITE YV-KAYIT INVALID KEY
              ADD 1 TO YV-SIRA
              GO YEVMIYE-YAZ.
       YEVMIYE-YAZ-SON.

       SIRA-BUL.
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
       SIRA-BUL-SON.

      * plan bazinda islenen ve kalan; pesin giderlerin kalani
      * bilanco hesabi bazinda toplanip yevmiyedeki hesap
      * bakiyesiyle karsilastirilir, fark varsa '!' konur
       KALAN-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'GIDPL' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'NO;ACIKLAMA;TUR;TUTAR;BASLA;BITIS;GIDER HESAP;'
              'BILANCO HESAP;M.MERKEZI;ISLENEN;KALAN'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'NO    ACIKLAMA                 T' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TUTAR        ISLENEN          KALAN'
              LINE 4 POSITION 43.
           MOVE 5 TO SATIR.
           OPEN INPUT GIDPLAN GIDAY.
           MOVE ZEROS TO GP-NO.
           START GIDPLAN KEY IS NOT LESS THAN GP-NO
              INVALID KEY GO KALAN-PLAN-KAPAT.
       KALAN-PLAN-OKU.
           READ GIDPLAN NEXT AT END GO KALAN-PLAN-KAPAT.
           PERFORM ISLENEN-TOPLA THRU ISLENEN-TOPLA-SON.
           COMPUTE KALAN-TUTAR = GP-TUTAR - ISLENEN-TUTAR.
           MOVE ISLENEN-TUTAR TO YZ-TUTAR.
           MOVE KALAN-TUTAR TO YZ-TUTAR2.
           MOVE SPACES TO CSV-SATIR.
           STRING GP-NO ';'
              GP-ACIKLAMA DELIMITED BY '  ' ';' DELIMITED BY SIZE
              GP-TUR ';' GP-TUTAR ';'
              GP-BAY '/' GP-BYIL ';' GP-SAY '/' GP-SYIL ';'
              GP-GIDER-HESAP ';' GP-BILANCO-HESAP ';' GP-MMKOD ';'
              YZ-TUTAR ';' YZ-TUTAR2
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR < 23
              DISPLAY GP-NO LINE SATIR POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 GP-ACIKLAMA(1:24) LINE SATIR POSITION 8
                 GP-TUR LINE SATIR POSITION 33
                 YZ-TUTAR(3:14) LINE SATIR POSITION 50
                 YZ-TUTAR2(3:14) LINE SATIR POSITION 65
              MOVE GP-TUTAR TO YZ-TUTAR
              DISPLAY YZ-TUTAR(3:14) LINE SATIR POSITION 35
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SATIR
           END-IF.
           IF NOT GP-PESIN GO KALAN-PLAN-OKU.
           MOVE GP-BILANCO-HESAP TO TP-HESAP.
           READ TEMPFILE
              INVALID KEY
                 MOVE ZEROS TO TP-KALAN TP-DEFTER
                 ADD KALAN-TUTAR TO TP-KALAN
                 WRITE TP-KAYIT
              NOT INVALID KEY
                 ADD KALAN-TUTAR TO TP-KALAN
                 REWRITE TP-KAYIT
           END-READ.
           GO KALAN-PLAN-OKU.
       KALAN-PLAN-KAPAT.
           CLOSE GIDPLAN GIDAY.
           DISPLAY 'PESIN GIDER HESABI' LINE 24 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'PLAN KALANI' LINE 24 POSITION 38
              'DEFTER BAKIYESI' LINE 24 POSITION 49.
           MOVE 25 TO SATIR.
           OPEN INPUT YEVMIYE.
           MOVE SPACES TO TP-HESAP.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO KALAN-RAPOR-KAPAT.
       KALAN-HESAP-OKU.
           READ TEMPFILE NEXT AT END GO KALAN-RAPOR-KAPAT.
           PERFORM DEFTER-BAKIYE THRU DEFTER-BAKIYE-SON.
           MOVE TP-KALAN TO YZ-TUTAR.
           MOVE TP-DEFTER TO YZ-TUTAR2.
           MOVE SPACES TO CSV-SATIR.
           MOVE SPACES TO FARK-ISARET.
           IF TP-KALAN NOT = TP-DEFTER MOVE ';FARK' TO FARK-ISARET.
           STRING 'MUTABAKAT;' TP-HESAP ';' YZ-TUTAR ';' YZ-TUTAR2
              FARK-ISARET DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 32 GO KALAN-HESAP-OKU.
           DISPLAY TP-HESAP LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              YZ-TUTAR(3:14) LINE SATIR POSITION 35
              YZ-TUTAR2(3:14) LINE SATIR POSITION 50.
           IF TP-KALAN NOT = TP-DEFTER
              DISPLAY '!' LINE SATIR POSITION 65
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           ADD 1 TO SATIR.
           GO KALAN-HESAP-OKU.
       KALAN-RAPOR-KAPAT.
           CLOSE YEVMIYE CSVOUT TEMPFILE.
           DELETE FILE TEMPFILE.
           DISPLAY 'RAPOR DOSYASI: ' LINE 33 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 33 POSITION 17.
       KALAN-RAPOR-SON.

       ISLENEN-TOPLA.
           MOVE ZEROS TO ISLENEN-TUTAR.
           MOVE GP-NO TO GY-NO.
           MOVE ZEROS TO GY-YIL GY-AY.
           START GIDAY KEY IS NOT LESS THAN GY-KEY
              INVALID KEY GO ISLENEN-TOPLA-SON.
       ISLENEN-TOPLA-OKU.
           READ GIDAY NEXT AT END GO ISLENEN-TOPLA-SON.
           IF GY-NO NOT = GP-NO GO ISLENEN-TOPLA-SON.
           ADD GY-TUTAR TO ISLENEN-TUTAR.
           GO ISLENEN-TOPLA-OKU.
       ISLENEN-TOPLA-SON.

      * pesin gider hesabi borc bakiyesi verir
       DEFTER-BAKIYE.
           MOVE TP-HESAP TO YV-HESAP-KOD.
           START YEVMIYE KEY IS NOT LESS THAN YV-HESAP-KOD
              INVALID KEY GO DEFTER-BAKIYE-YAZ.
       DEFTER-BAKIYE-OKU.
           READ YEVMIYE NEXT AT END GO DEFTER-BAKIYE-YAZ.
           IF YV-HESAP-KOD NOT = TP-HESAP GO DEFTER-BAKIYE-YAZ.
           COMPUTE TP-DEFTER = TP-DEFTER + YV-BORC - YV-ALACAK.
           GO DEFTER-BAKIYE-OKU.
       DEFTER-BAKIYE-YAZ.
           REWRITE TP-KAYIT.
       DEFTER-BAKIYE-SON.

       copy 'donem.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==GIDPLAN==
                                  "%T%"  BY "GIDPLAN"
                                 ==%R%== BY ==GP-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==GIDAY==
                                  "%T%"  BY "GIDAY"
                                 ==%R%== BY ==GY-KAYIT==.
