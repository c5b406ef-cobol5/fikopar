       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'CEKISK'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'iskonto.cpy'.
       copy 'ceksenet.cpy'.
       copy 'kasa.cpy'.
       copy 'yevmiye.cpy'.
       copy 'hesplan.cpy'.
       copy 'carhar.cpy'.
       copy 'donem.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'iskonto.cpz'.
       copy 'ceksenet.cpz'.
       copy 'kasa.cpz'.
       copy 'yevmiye.cpz'.
       copy 'hesplan.cpz'.
       copy 'carhar.cpz'.
       copy 'donem.cpz'.
       copy 'oturum.cpz'.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(160).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-NO              PIC 9(7).
           02 E-TIP             PIC 9.
           02 E-MAKBUZ          PIC X(15).
           02 E-HESAPNO         PIC X(15).
           02 E-ACIKLAMA        PIC X(60).
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 E-TARIH.
               03 E-YIL             PIC 9999.
               03 E-AY              PIC 99.
               03 E-GUN             PIC 99.
           02 Z-NO              PIC Z(6)9.
           02 Z-SAYI            PIC ZZ9.
           02 Z-GUN             PIC -(4)9.
           02 Z-ORAN            PIC ZZ9,99.
           02 ZG-TUTAR          PIC Z(11)9,99.
           02 Z-TUTAR           PIC -(11)9,99.
           02 Z-TUTAR2          PIC -(11)9,99.
           02 Z-TUTAR3          PIC -(11)9,99.
           02 Z-FAIZ            PIC -(7)9,99.
           02 B-DURUM           PIC X(12).
           02 B-TUTAR           PIC -(12)9,99.
       01 ISKONTO-DEGIS.
           02 HP-HATA           PIC 9.
           02 KONTROL-HESAP     PIC X(10).
           02 KONTROL-SINIF     PIC 9.
           02 T-BRUT            PIC S9(13)V99.
           02 T-FAIZ            PIC S9(13)V99.
           02 R-TOPLAM          PIC S9(13)V99.
           02 R-SAYI            PIC 9(5).
           02 SIRA-SAKLA        PIC 9(5).
           02 YEDEK-KAYIT       PIC X(200).
           02 SEC-I             PIC 99.
           02 SEC-SAYI          PIC 99.
           02 BULDU             PIC 9.
           02 SEC-SATIRI OCCURS 14 TIMES.
               03 SEC-TIP           PIC 9.
               03 SEC-MAKBUZ        PIC X(15).
               03 SEC-HESAPNO       PIC X(15).
               03 SEC-TUTAR         PIC S9(13)V99.
               03 SEC-VADE          PIC 9(8).
               03 SEC-GUN           PIC 9(5).
               03 SEC-FAIZ          PIC S9(13)V99.
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
       copy 'isgunu.var'.
       copy 'oturum.var'.
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
      * portfoydeki musteri cek/senetleri bankaya iskonto ettirilir:
      * banka faiz ve masrafi kesip neti hesaba yatirir, cekler
      * vadesine kadar bizim sorumlulugumuzda kalir. vadesi gecen
      * cekin sorumlulugu kapatilir, karsiliksiz cikan cek musteriye
      * yeniden borc, bankaya borc olur
       START-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 78 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 80
              ' CEK/SENET ISKONTOSU ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI BORDRO' REVERSE
              ' F2 ' 'BORDRO GOSTER' REVERSE
              ' F3 ' 'VADE KAPAT' REVERSE
              ' F4 ' 'KARSILIKSIZ' REVERSE
              ' F5 ' 'RISK RAPORU' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-BORDRO THRU YENI-BORDRO-SON GO TUS.
           IF F = 2 PERFORM BORDRO-GOSTER THRU BORDRO-GOSTER-SON
                    GO TUS.
           IF F = 3 PERFORM VADE-KAPAT THRU VADE-KAPAT-SON GO TUS.
           IF F = 4 PERFORM KARSILIKSIZ THRU KARSILIKSIZ-SON GO TUS.
           IF F = 5 PERFORM RISK-RAPOR THRU RISK-RAPOR-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
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

       HATA-GOSTER.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY E-ACIKLAMA LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-GOSTER-SON.

       CEK-BUL.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'CEK TIPI/MAKBUZ NO :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-TIP.
           ACCEPT E-TIP LINE 30 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE SPACES TO E-MAKBUZ.
           ACCEPT E-MAKBUZ LINE 30 POSITION 26 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       CEK-BUL-SON.

      * bordro basligi: banka, yillik faiz orani, masraf ve
      * muhasebe hesaplari; sonra portfoyden cekler secilir.
      * faiz her cek icin iskonto gununden vadesine kadar takvim
      * gunu uzerinden, yil 365 gun alinarak hesaplanir
       YENI-BORDRO.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           INITIALIZE IK-KAYIT.
           MOVE BUGUN TO IK-TARIH.
           MOVE 1 TO IK-DEPONO.
           DISPLAY 'BANKA         :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DEPO          :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'YILLIK FAIZ % :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'MASRAF        :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BANKA HESABI  :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'CEK HESABI    :' LINE 8 POSITION 40.
           DISPLAY 'FAIZ GIDERI   :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MASRAF GIDERI :' LINE 9 POSITION 40.
           DISPLAY 'BANKA BORCU   :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KARS. CEKLER  :' LINE 10 POSITION 40.
           ACCEPT IK-BANKA LINE 4 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IK-DEPONO LINE 5 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO Z-ORAN.
           ACCEPT Z-ORAN LINE 6 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE Z-ORAN TO IK-FAIZ-ORAN.
           MOVE ZEROS TO ZG-TUTAR.
           ACCEPT ZG-TUTAR LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZG-TUTAR TO IK-MASRAF.
           ACCEPT IK-BANKA-HESAP LINE 8 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IK-CEK-HESAP LINE 8 POSITION 56 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IK-FAIZ-HESAP LINE 9 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IK-MASRAF-HESAP LINE 9 POSITION 56 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IK-BORC-HESAP LINE 10 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IK-KARS-HESAP LINE 10 POSITION 56 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR IK-BANKA = SPACES GO YENI-BORDRO-SON.
           PERFORM HESAPLARI-KONTROL THRU HESAPLARI-KONTROL-SON.
           IF HP-HATA = 1 GO YENI-BORDRO-SON.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              MOVE 'DONEM KAPALI - BORDRO GIRILEMEZ !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-SON.
           MOVE ZEROS TO SEC-SAYI T-BRUT T-FAIZ.
           DISPLAY 'T MAKBUZ          HESAP NO                 TUTAR'
              LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'VADE        GUN       FAIZ' LINE 12 POSITION 52.
           MOVE 13 TO SATIR.
       YENI-BORDRO-CEK.
           IF SEC-SAYI = 14 GO YENI-BORDRO-ONAY.
           PERFORM CEK-BUL THRU CEK-BUL-SON.
           IF F = 27 OR E-MAKBUZ = SPACES GO YENI-BORDRO-ONAY.
           MOVE 0 TO BULDU.
           PERFORM VARYING SEC-I FROM 1 BY 1
              UNTIL SEC-I > SEC-SAYI OR BULDU = 1
                IF SEC-TIP (SEC-I) = E-TIP
                   AND SEC-MAKBUZ (SEC-I) = E-MAKBUZ
                   MOVE 1 TO BULDU
                END-IF
           END-PERFORM.
           IF BULDU = 1
              MOVE 'CEK BORDRODA ZATEN VAR !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-CEK.
           OPEN INPUT CEKSENET.
           MOVE E-TIP TO CS-TIP.
           MOVE E-MAKBUZ TO CS-MAKBUZ.
           READ CEKSENET INVALID KEY MOVE 9 TO CS-DURUM.
           CLOSE CEKSENET.
           IF CS-DURUM = 9
              MOVE 'CEK BULUNAMADI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-CEK.
           IF CS-TIP = 5
              MOVE 'VERILEN CEK ISKONTO EDILEMEZ !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-CEK.
           IF NOT CS-PORTFOYDE
              MOVE 'CEK PORTFOYDE DEGIL !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-CEK.
           MOVE 'F' TO IG-ISLEM.
           MOVE SPACES TO IG-HESAPNO.
           MOVE IK-TARIH TO IG-TARIH1.
           MOVE CS-VADE TO IG-TARIH2.
           CALL 'ISGUNU' USING IG-ISTEK.
           IF IG-TARIH-HATALI OR IG-TAKVIM-GUN NOT > ZEROS
              MOVE 'VADESI GELMIS CEK ISKONTO EDILEMEZ !!!'
                 TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-CEK.
           ADD 1 TO SEC-SAYI.
           MOVE CS-TIP TO SEC-TIP (SEC-SAYI).
           MOVE CS-MAKBUZ TO SEC-MAKBUZ (SEC-SAYI).
           MOVE CS-HESAPNO TO SEC-HESAPNO (SEC-SAYI).
           MOVE CS-TUTAR TO SEC-TUTAR (SEC-SAYI).
           MOVE CS-VADE TO SEC-VADE (SEC-SAYI).
           MOVE IG-TAKVIM-GUN TO SEC-GUN (SEC-SAYI).
           COMPUTE SEC-FAIZ (SEC-SAYI) ROUNDED = CS-TUTAR
              * IK-FAIZ-ORAN / 100 * IG-TAKVIM-GUN / 365.
           ADD CS-TUTAR TO T-BRUT.
           ADD SEC-FAIZ (SEC-SAYI) TO T-FAIZ.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE CS-TUTAR TO Z-TUTAR.
           MOVE IG-TAKVIM-GUN TO Z-GUN.
           MOVE SEC-FAIZ (SEC-SAYI) TO Z-FAIZ.
           DISPLAY CS-TIP LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CS-MAKBUZ LINE SATIR POSITION 4
              CS-HESAPNO LINE SATIR POSITION 20
              Z-TUTAR LINE SATIR POSITION 36
              CS-VGUN LINE SATIR POSITION 52
              '/' LINE SATIR POSITION 54
              CS-VAY LINE SATIR POSITION 55
              '/' LINE SATIR POSITION 57
              CS-VYIL LINE SATIR POSITION 58
              Z-GUN LINE SATIR POSITION 62
              Z-FAIZ LINE SATIR POSITION 68.
           ADD 1 TO SATIR.
           GO YENI-BORDRO-CEK.
       YENI-BORDRO-ONAY.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF SEC-SAYI = ZEROS GO YENI-BORDRO-SON.
           MOVE T-BRUT TO IK-BRUT.
           MOVE T-FAIZ TO IK-FAIZ.
           MOVE SEC-SAYI TO IK-CEK-SAYI.
           COMPUTE IK-NET = IK-BRUT - IK-FAIZ - IK-MASRAF.
           MOVE IK-BRUT TO Z-TUTAR.
           COMPUTE Z-TUTAR2 = IK-FAIZ + IK-MASRAF.
           MOVE IK-NET TO Z-TUTAR3.
           DISPLAY 'BRUT' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              Z-TUTAR LINE 31 POSITION 7
              'KESINTI' LINE 31 POSITION 24
              Z-TUTAR2 LINE 31 POSITION 32
              'NET' LINE 31 POSITION 49
              Z-TUTAR3 LINE 31 POSITION 53.
           IF IK-NET NOT > ZEROS
              MOVE 'NET TUTAR SIFIRDAN BUYUK OLMALI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-BORDRO-SON.
           DISPLAY 'BORDRO KAYDEDILSIN MI (E/H) :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 32 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO YENI-BORDRO-SON.
           PERFORM BORDRO-KAYDET THRU BORDRO-KAYDET-SON.
           MOVE IK-NO TO Z-NO.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BORDRO NO :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 32 POSITION 14
              ' - NET TUTAR BANKA HESABINA ISLENDI'
              LINE 32 POSITION 21.
       YENI-BORDRO-SON.

      * banka ve cekler aktif, faiz ve masraf gider sinifinda;
      * karsiliksiz cikan cekin bankaya borcu pasif, musteriden
      * alacagi aktif sinifta
       HESAPLARI-KONTROL.
           MOVE 1 TO HP-HATA.
           OPEN INPUT HESPLAN.
           MOVE IK-BANKA-HESAP TO KONTROL-HESAP.
           MOVE 1 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE IK-CEK-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE IK-KARS-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE IK-FAIZ-HESAP TO KONTROL-HESAP.
           MOVE 4 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE IK-MASRAF-HESAP TO KONTROL-HESAP.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
           IF HP-HATA = 1 GO HESAPLARI-KONTROL-KAPAT.
           MOVE IK-BORC-HESAP TO KONTROL-HESAP.
           MOVE 2 TO KONTROL-SINIF.
           PERFORM HESAP-KONTROL THRU HESAP-KONTROL-SON.
       HESAPLARI-KONTROL-KAPAT.
           CLOSE HESPLAN.
       HESAPLARI-KONTROL-SON.

       HESAP-KONTROL.
           MOVE 1 TO HP-HATA.
           MOVE KONTROL-HESAP TO HP-KOD.
           READ HESPLAN
              INVALID KEY
                 DISPLAY 'HESAP PLANINDA YOK :' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                    KONTROL-HESAP LINE 32 POSITION 23
                 GO HESAP-KONTROL-SON.
           IF HP-SINIF NOT = KONTROL-SINIF
              DISPLAY 'HESAP SINIFI UYMUYOR :' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 KONTROL-HESAP LINE 32 POSITION 25
              GO HESAP-KONTROL-SON.
           MOVE 0 TO HP-HATA.
       HESAP-KONTROL-SON.

      * bordro numarasi verilir, cekler iskonto edildi olur ve her
      * cek icin sorumluluk kaydi acilir. net tutar banka girisi
      * olarak kasaya (evrak ISK ile baslar, MUHFIS bu satiri kasa
      * kuralindan ayrica islemez), tam madde yevmiyeye yazilir
       BORDRO-KAYDET.
           OPEN I-O ISKONTO.
           IF ST-ISKONTO = '35'
              CLOSE ISKONTO
              OPEN OUTPUT ISKONTO
              CLOSE ISKONTO
              OPEN I-O ISKONTO.
           MOVE IK-KAYIT TO YEDEK-KAYIT.
           MOVE 9999999 TO IK-NO.
           START ISKONTO KEY IS NOT GREATER THAN IK-NO
              INVALID KEY MOVE ZEROS TO E-NO
              NOT INVALID KEY
                 READ ISKONTO PREVIOUS
                    AT END MOVE ZEROS TO E-NO
                    NOT AT END MOVE IK-NO TO E-NO
                 END-READ
           END-START.
           ADD 1 TO E-NO.
           MOVE YEDEK-KAYIT TO IK-KAYIT.
           MOVE E-NO TO IK-NO.
           MOVE OT-KULLANICI-ADI TO IK-KULLANICI.
           PERFORM WRITE-ISKONTO.
           CLOSE ISKONTO.
           OPEN I-O ISKDET.
           IF ST-ISKDET = '35'
              CLOSE ISKDET
              OPEN OUTPUT ISKDET
              CLOSE ISKDET
              OPEN I-O ISKDET.
           OPEN I-O CEKSENET.
           PERFORM VARYING SEC-I FROM 1 BY 1 UNTIL SEC-I > SEC-SAYI
                INITIALIZE ID-KAYIT
                MOVE SEC-TIP (SEC-I) TO ID-TIP
                MOVE SEC-MAKBUZ (SEC-I) TO ID-MAKBUZ
                MOVE IK-NO TO ID-NO
                MOVE SEC-HESAPNO (SEC-I) TO ID-HESAPNO
                MOVE SEC-TUTAR (SEC-I) TO ID-TUTAR
                MOVE SEC-VADE (SEC-I) TO ID-VADE
                MOVE SEC-GUN (SEC-I) TO ID-GUN
                MOVE SEC-FAIZ (SEC-I) TO ID-FAIZ
                MOVE 'R' TO ID-DURUM
                PERFORM REWRITE-ISKDET
                IF WVAR = 0 PERFORM WRITE-ISKDET END-IF
                MOVE SEC-TIP (SEC-I) TO CS-TIP
                MOVE SEC-MAKBUZ (SEC-I) TO CS-MAKBUZ
                READ CEKSENET
                   NOT INVALID KEY
                      MOVE 5 TO CS-DURUM
                      MOVE IK-TARIH TO CS-BANKA-TARIH
                      MOVE IK-BANKA TO CS-BANKA-ADI
                      PERFORM REWRITE-CEKSENET
                END-READ
           END-PERFORM.
           CLOSE ISKDET CEKSENET.
           MOVE SPACES TO P-EVRAK.
           STRING 'ISK' IK-NO DELIMITED BY SIZE INTO P-EVRAK.
           PERFORM KASA-YAZ THRU KASA-YAZ-SON.
           MOVE IK-TARIH TO P-TARIH.
           MOVE SPACES TO P-ACIKLAMA.
           STRING 'CEK ISKONTOSU ' IK-BANKA
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           OPEN I-O YEVMIYE.
           PERFORM MADDE-BUL THRU MADDE-BUL-SON.
           ADD 1 TO MADDE-NO.
           PERFORM ISKONTO-MADDE THRU ISKONTO-MADDE-SON.
           CLOSE YEVMIYE.
       BORDRO-KAYDET-SON.

       KASA-YAZ.
           OPEN I-O KASA.
           MOVE IK-TARIH TO KS-TARIH.
           MOVE 99999 TO KS-SIRA.
           START KASA KEY IS NOT GREATER THAN KS-KEY
              INVALID KEY MOVE ZEROS TO KS-SIRA
              NOT INVALID KEY
                 READ KASA PREVIOUS
                    AT END MOVE ZEROS TO KS-SIRA
                    NOT AT END
                       IF KS-TARIH NOT = IK-TARIH
                          MOVE ZEROS TO KS-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO KS-SIRA.
           MOVE KS-SIRA TO SIRA-SAKLA.
           INITIALIZE KS-KAYIT.
           MOVE IK-TARIH TO KS-TARIH.
           MOVE SIRA-SAKLA TO KS-SIRA.
           MOVE IK-DEPONO TO KS-DEPONO.
           MOVE 2 TO KS-HESAPTURU.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING 'CEK ISKONTOSU ' IK-BANKA
              DELIMITED BY SIZE INTO KS-ACIKLAMA.
           MOVE IK-NET TO KS-GELIR.
           MOVE ZEROS TO KS-GIDER.
           MOVE P-EVRAK TO KS-MEVRAKNO.
           MOVE 'TL ' TO KS-DOVIZ.
           MOVE 1 TO KS-KUR.
       KASA-YAZ-DENE.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO KASA-YAZ-DENE.
           CLOSE KASA.
       KASA-YAZ-SON.

      * borc banka (net), faiz ve masraf giderleri; alacak cekler
       ISKONTO-MADDE.
           MOVE IK-BANKA-HESAP TO YV-HESAP-KOD.
           MOVE IK-NET TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE IK-FAIZ-HESAP TO YV-HESAP-KOD.
           MOVE IK-FAIZ TO YV-BORC.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE IK-MASRAF-HESAP TO YV-HESAP-KOD.
           MOVE IK-MASRAF TO YV-BORC.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE IK-CEK-HESAP TO YV-HESAP-KOD.
           MOVE ZEROS TO YV-BORC.
           MOVE IK-BRUT TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
       ISKONTO-MADDE-SON.

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
           IF YV-BORC = ZEROS AND YV-ALACAK = ZEROS
              GO YEVMIYE-YAZ-SON.
           MOVE P-TARIH TO YV-TARIH.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE P-TARIH TO YV-TARIH.
           MOVE MADDE-NO TO YV-MADDE.
           MOVE P-ACIKLAMA TO YV-ACIKLAMA.
           MOVE 7 TO YV-KAYNAK.
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

       BORDRO-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'BORDRO NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-NO.
           ACCEPT E-NO LINE 4 POSITION 14 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-NO = ZEROS GO BORDRO-GOSTER-SON.
           OPEN INPUT ISKONTO ISKDET.
           MOVE E-NO TO IK-NO.
           READ ISKONTO
              INVALID KEY
                 MOVE 'BORDRO BULUNAMADI !!!' TO E-ACIKLAMA
                 PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
                 GO BORDRO-GOSTER-KAPAT.
           MOVE IK-FAIZ-ORAN TO Z-ORAN.
           MOVE IK-CEK-SAYI TO Z-SAYI.
           DISPLAY 'BANKA :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IK-BANKA LINE 5 POSITION 10
              IK-GUN LINE 5 POSITION 42
              '/' LINE 5 POSITION 44
              IK-AY LINE 5 POSITION 45
              '/' LINE 5 POSITION 47
              IK-YIL LINE 5 POSITION 48
              'FAIZ %' LINE 5 POSITION 54
              Z-ORAN LINE 5 POSITION 61
              'CEK' LINE 5 POSITION 69
              Z-SAYI LINE 5 POSITION 73.
           MOVE IK-BRUT TO Z-TUTAR.
           MOVE IK-FAIZ TO Z-TUTAR2.
           MOVE IK-MASRAF TO Z-TUTAR3.
           DISPLAY 'BRUT' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 6 POSITION 7
              'FAIZ' LINE 6 POSITION 24
              Z-TUTAR2 LINE 6 POSITION 29
              'MASRAF' LINE 6 POSITION 46
              Z-TUTAR3 LINE 6 POSITION 53.
           MOVE IK-NET TO Z-TUTAR.
           DISPLAY 'NET ' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 7 POSITION 7
              'KULLANICI' LINE 7 POSITION 24
              IK-KULLANICI LINE 7 POSITION 34.
           DISPLAY 'T MAKBUZ          HESAP NO                 TUTAR'
              LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'VADE       DURUM' LINE 9 POSITION 52.
           MOVE 10 TO SATIR.
           MOVE E-NO TO ID-NO.
           START ISKDET KEY IS NOT LESS THAN ID-NO
              INVALID KEY GO BORDRO-GOSTER-KAPAT.
       BORDRO-GOSTER-OKU.
           READ ISKDET NEXT AT END GO BORDRO-GOSTER-KAPAT.
           IF ID-NO NOT = E-NO GO BORDRO-GOSTER-KAPAT.
           IF SATIR > 31 GO BORDRO-GOSTER-KAPAT.
           PERFORM DURUM-ADI THRU DURUM-ADI-SON.
           MOVE ID-TUTAR TO Z-TUTAR.
           DISPLAY ID-TIP LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ID-MAKBUZ LINE SATIR POSITION 4
              ID-HESAPNO LINE SATIR POSITION 20
              Z-TUTAR LINE SATIR POSITION 36
              ID-VGUN LINE SATIR POSITION 52
              '/' LINE SATIR POSITION 54
              ID-VAY LINE SATIR POSITION 55
              '/' LINE SATIR POSITION 57
              ID-VYIL LINE SATIR POSITION 58
              B-DURUM LINE SATIR POSITION 63.
           ADD 1 TO SATIR.
           GO BORDRO-GOSTER-OKU.
       BORDRO-GOSTER-KAPAT.
           CLOSE ISKONTO ISKDET.
       BORDRO-GOSTER-SON.

       DURUM-ADI.
           EVALUATE TRUE
              WHEN ID-RISKTE MOVE 'RISKTE' TO B-DURUM
              WHEN ID-KAPANDI MOVE 'KAPANDI' TO B-DURUM
              WHEN ID-BORCA-DONDU MOVE 'KARSILIKSIZ' TO B-DURUM
              WHEN OTHER MOVE SPACES TO B-DURUM
           END-EVALUATE.
       DURUM-ADI-SON.

      * verilen tarihten once vadesi dolmus ve karsiliksiz
      * bildirilmemis ceklerin sorumlulugu kapanir; muhasebe
      * kaydi gerekmez, cek iskonto gununde alacaklanmistir
       VADE-KAPAT.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'VADESI BU TARIHTEN ONCE OLANLAR :'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 38 '/' LINE 4 POSITION 41.
           MOVE BUGUN TO E-TARIH.
           ACCEPT E-GUN LINE 4 POSITION 36 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-AY LINE 4 POSITION 39 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 4 POSITION 42 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO VADE-KAPAT-SON.
           IF E-TARIH > BUGUN MOVE BUGUN TO E-TARIH.
           MOVE ZEROS TO R-SAYI R-TOPLAM.
           OPEN I-O ISKDET.
           IF ST-ISKDET = '35' GO VADE-KAPAT-SON.
           MOVE ZEROS TO ID-TIP.
           MOVE SPACES TO ID-MAKBUZ.
           START ISKDET KEY IS NOT LESS THAN ID-KEY
              INVALID KEY GO VADE-KAPAT-KAPAT.
       VADE-KAPAT-OKU.
           READ ISKDET NEXT AT END GO VADE-KAPAT-KAPAT.
           IF NOT ID-RISKTE GO VADE-KAPAT-OKU.
           IF ID-VADE NOT < E-TARIH GO VADE-KAPAT-OKU.
           MOVE 'K' TO ID-DURUM.
           MOVE BUGUN TO ID-KAPANIS-TARIH.
           PERFORM REWRITE-ISKDET.
           ADD 1 TO R-SAYI.
           ADD ID-TUTAR TO R-TOPLAM.
           GO VADE-KAPAT-OKU.
       VADE-KAPAT-KAPAT.
           CLOSE ISKDET.
           MOVE R-SAYI TO Z-NO.
           MOVE R-TOPLAM TO Z-TUTAR.
           DISPLAY 'KAPANAN CEK :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 6 POSITION 16
              'TUTAR :' LINE 6 POSITION 26
              Z-TUTAR LINE 6 POSITION 34.
       VADE-KAPAT-SON.

      * iskontolu cek karsiliksiz donerse banka tutari bize borc
      * yazar: musteri cari hesabi yeniden borclanir, yevmiyede
      * karsiliksiz cek alacagi bankaya borc karsiliginda acilir
       KARSILIKSIZ.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM CEK-BUL THRU CEK-BUL-SON.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF F = 27 OR E-MAKBUZ = SPACES GO KARSILIKSIZ-SON.
           OPEN INPUT ISKDET ISKONTO.
           MOVE E-TIP TO ID-TIP.
           MOVE E-MAKBUZ TO ID-MAKBUZ.
           READ ISKDET INVALID KEY MOVE SPACE TO ID-DURUM.
           MOVE ID-NO TO IK-NO.
           IF ID-DURUM NOT = SPACE
              READ ISKONTO INVALID KEY MOVE SPACE TO ID-DURUM.
           CLOSE ISKDET ISKONTO.
           IF ID-DURUM = SPACE
              MOVE 'ISKONTO EDILMIS CEK BULUNAMADI !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO KARSILIKSIZ-SON.
           IF ID-BORCA-DONDU
              MOVE 'CEK ZATEN KARSILIKSIZ ISLENMIS !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO KARSILIKSIZ-SON.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              MOVE 'DONEM KAPALI - ISLEM YAPILAMAZ !!!' TO E-ACIKLAMA
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO KARSILIKSIZ-SON.
           MOVE ID-TUTAR TO Z-TUTAR.
           MOVE ID-NO TO Z-NO.
           DISPLAY 'BORDRO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 4 POSITION 11
              IK-BANKA LINE 4 POSITION 20.
           DISPLAY 'MUSTERI:' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ID-HESAPNO LINE 5 POSITION 11
              'TUTAR :' LINE 5 POSITION 30
              Z-TUTAR LINE 5 POSITION 38.
           DISPLAY 'KARSILIKSIZ ISLENSIN MI (E/H) :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 7 POSITION 34 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO KARSILIKSIZ-SON.
           OPEN I-O ISKDET CEKSENET.
           READ ISKDET INVALID KEY CONTINUE.
           MOVE 'B' TO ID-DURUM.
           MOVE BUGUN TO ID-KAPANIS-TARIH.
           PERFORM REWRITE-ISKDET.
           MOVE ID-TIP TO CS-TIP.
           MOVE ID-MAKBUZ TO CS-MAKBUZ.
           READ CEKSENET
              NOT INVALID KEY
                 MOVE 3 TO CS-DURUM
                 PERFORM REWRITE-CEKSENET
           END-READ.
           CLOSE ISKDET CEKSENET.
      * musteri yeniden borclu
           MOVE ID-HESAPNO TO E-HESAPNO.
           MOVE 'ISKONTOLU CEK KARSILIKSIZ' TO E-ACIKLAMA.
           PERFORM CARI-KAYIT-BORC THRU CARI-KAYIT-BORC-SON.
      * karsiliksiz cek alacagi / bankaya borc
           MOVE BUGUN TO P-TARIH.
           MOVE SPACES TO P-EVRAK P-ACIKLAMA.
           STRING 'ISK' IK-NO DELIMITED BY SIZE INTO P-EVRAK.
           STRING 'ISKONTOLU CEK KARSILIKSIZ ' ID-MAKBUZ
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           OPEN I-O YEVMIYE.
           PERFORM MADDE-BUL THRU MADDE-BUL-SON.
           ADD 1 TO MADDE-NO.
           PERFORM KARSILIKSIZ-MADDE THRU KARSILIKSIZ-MADDE-SON.
           CLOSE YEVMIYE.
           DISPLAY 'KARSILIKSIZ ISLEMLERI TAMAMLANDI'
              LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KARSILIKSIZ-SON.

       KARSILIKSIZ-MADDE.
           MOVE IK-KARS-HESAP TO YV-HESAP-KOD.
           MOVE ID-TUTAR TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE IK-BORC-HESAP TO YV-HESAP-KOD.
           MOVE ZEROS TO YV-BORC.
           MOVE ID-TUTAR TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
       KARSILIKSIZ-MADDE-SON.

       CARI-KAYIT-BORC.
           OPEN I-O CARHAR.
           MOVE E-HESAPNO TO CH-HESAPNO.
           MOVE 1 TO CH-DEPONO.
           MOVE BUGUN TO CH-TARIH.
           MOVE 1 TO CH-SIRA.
           MOVE ID-MAKBUZ TO CH-EVRAKNO.
           MOVE 8 TO CH-TIP.
           MOVE E-ACIKLAMA TO CH-ACIKLAMA.
           MOVE ID-TUTAR TO CH-BORC.
           MOVE ZEROS TO CH-ALACAK.
           MOVE SPACES TO CH-VADE.
           MOVE 'TL ' TO CH-DOVIZ.
           MOVE 1 TO CH-KUR.
       CARI-BORC-YAZ.
           PERFORM WRITE-CARHAR.
           IF WVAR = 0 ADD 1 TO CH-SIRA GO CARI-BORC-YAZ.
           CALL 'BAKIYGUN' USING CH-KAYIT
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'BAKIYGUN'.
           CLOSE CARHAR.
       CARI-KAYIT-BORC-SON.

      * vadesi gelmemis ya da sonucu bekleyen iskontolu cekler:
      * bordro sirasiyla, vadeye kalan gun ve toplam risk
       RISK-RAPOR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'ISKRS' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'BORDRO;BANKA;ISKONTO TARIHI;TIP;MAKBUZ;HESAP NO;TUTA
      -         'R;VADE;KALAN GUN' TO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'BORDRO  MAKBUZ          HESAP NO'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TUTAR   VADE        GUN' LINE 4 POSITION 52.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO R-SAYI R-TOPLAM IK-NO.
           OPEN INPUT ISKONTO ISKDET.
           IF ST-ISKDET = '35' GO RISK-RAPOR-KAPAT.
           MOVE ZEROS TO ID-NO.
           START ISKDET KEY IS NOT LESS THAN ID-NO
              INVALID KEY GO RISK-RAPOR-KAPAT.
       RISK-RAPOR-OKU.
           READ ISKDET NEXT AT END GO RISK-RAPOR-KAPAT.
           IF NOT ID-RISKTE GO RISK-RAPOR-OKU.
           IF ID-NO NOT = IK-NO
              MOVE ID-NO TO IK-NO
              READ ISKONTO INVALID KEY INITIALIZE IK-KAYIT
              END-READ
              MOVE ID-NO TO IK-NO
           END-IF.
           MOVE 'F' TO IG-ISLEM.
           MOVE SPACES TO IG-HESAPNO.
           MOVE BUGUN TO IG-TARIH1.
           MOVE ID-VADE TO IG-TARIH2.
           CALL 'ISGUNU' USING IG-ISTEK.
           ADD 1 TO R-SAYI.
           ADD ID-TUTAR TO R-TOPLAM.
           MOVE ID-TUTAR TO B-TUTAR.
           MOVE IG-TAKVIM-GUN TO Z-GUN.
           MOVE SPACES TO CSV-SATIR.
           STRING ID-NO ';' IK-BANKA ';'
              IK-GUN '/' IK-AY '/' IK-YIL ';'
              ID-TIP ';' ID-MAKBUZ ';' ID-HESAPNO ';' B-TUTAR ';'
              ID-VGUN '/' ID-VAY '/' ID-VYIL ';' Z-GUN
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 30 GO RISK-RAPOR-OKU.
           MOVE ID-NO TO Z-NO.
           MOVE ID-TUTAR TO Z-TUTAR.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ID-MAKBUZ LINE SATIR POSITION 10
              ID-HESAPNO LINE SATIR POSITION 26
              Z-TUTAR LINE SATIR POSITION 42
              ID-VGUN LINE SATIR POSITION 58
              '/' LINE SATIR POSITION 60
              ID-VAY LINE SATIR POSITION 61
              '/' LINE SATIR POSITION 63
              ID-VYIL LINE SATIR POSITION 64
              Z-GUN LINE SATIR POSITION 70.
           ADD 1 TO SATIR.
           GO RISK-RAPOR-OKU.
       RISK-RAPOR-KAPAT.
           CLOSE ISKONTO ISKDET CSVOUT.
           MOVE R-SAYI TO Z-NO.
           MOVE R-TOPLAM TO Z-TUTAR.
           DISPLAY 'RISKTEKI CEK :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 31 POSITION 17
              'TOPLAM RISK :' LINE 31 POSITION 28
              Z-TUTAR LINE 31 POSITION 42
              'DOKUM: ' LINE 32 POSITION 2
              CSV-DOSYA.
       RISK-RAPOR-SON.

       copy 'donem.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==ISKONTO==
                                  "%T%"  BY "ISKONTO"
                                 ==%R%== BY ==IK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ISKDET==
                                  "%T%"  BY "ISKDET"
                                 ==%R%== BY ==ID-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CEKSENET==
                                  "%T%"  BY "CEKSENET"
                                 ==%R%== BY ==CS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==KASA==
                                  "%T%"  BY "KASA"
                                 ==%R%== BY ==KS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==CARHAR==
                                  "%T%"  BY "CARHAR"
                                 ==%R%== BY ==CH-KAYIT==.
