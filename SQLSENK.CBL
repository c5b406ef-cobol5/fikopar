       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SQLSENK'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sqlbag.cpy'.
       copy 'sqlkuyr.cpy'.
       copy 'degislog.cpy'.
       copy 'access.cpy'.
       copy 'oturum.cpy'.
       copy 'stok.cpy'.
       copy 'sicil.cpy'.
       copy 'fiyatlis.cpy'.
       copy 'carhar.cpy'.
       copy 'hareket.cpy'.
       copy 'stokadet.cpy'.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'sqlbag.cpz'.
       copy 'sqlkuyr.cpz'.
       copy 'degislog.cpz'.
       copy 'access.cpz'.
       copy 'oturum.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       copy 'fiyatlis.cpz'.
       copy 'carhar.cpz'.
       copy 'hareket.cpz'.
       copy 'stokadet.cpz'.
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-SUNUCU          PIC X(40).
           02 E-KULLANICI       PIC X(20).
           02 E-SIFRE           PIC X(20).
           02 E-VERITABANI      PIC X(20).
           02 Z-SAYI            PIC ZZZZZZ9.
           02 Z-SAYI2           PIC ZZZZZZ9.
           02 Z-TOPLAM          PIC Z(14)9.
           02 Z-TOPLAM2         PIC Z(14)9.
           02 DURUM-ADI         PIC X(11).
       77 OTOMATIK              PIC 9.
       01 SENK-DEGIS.
           02 L-NEDEN           PIC X(40).
           02 GONDERILEN        PIC 9(7).
           02 FARK-SAY          PIC 9(3).
      * mutabakat: her dosya icin kayit sayisi ve anahtar baytlarinin
      * konumla carpilmis toplami; toplam okuma sirasindan bagimsizdir
       01 SENK-MUTABAKAT.
           02 SM-TABLO          PIC X(20).
           02 SM-YEREL-SAYI     PIC 9(9).
           02 SM-UZAK-SAYI      PIC 9(9).
           02 SM-YEREL-TOPLAM   PIC 9(15).
           02 SM-UZAK-TOPLAM    PIC 9(15).
           02 SM-KAYIT-TOPLAM   PIC 9(9).
           02 SM-UZAK-HATA      PIC 9.
           02 SM-SON            PIC 9.
           02 SM-ANAHTAR        PIC X(40).
           02 SM-UZUNLUK        PIC 99.
           02 SM-I              PIC 99.
       01 SM-SIRA-ALAN.
           02 SM-SIRA-SAYI      PIC 9(4) BINARY.
       01 SM-SIRA-BAYT REDEFINES SM-SIRA-ALAN.
           02 SM-SIRA-UST       PIC X.
           02 SM-SIRA-ALT       PIC X.
       copy 'sqlbag.var'.
       copy 'degis.var'.
       copy 'yetki.var'.
       copy 'trim.var'.
       copy 'oturum.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * mysql kopyasi bakimi: sunucuya ulasilamadigi icin SQLKUYR
      * dosyasinda bekleyen islemler sirasiyla gonderilir, yerel
      * dosyalar ile mysql tablolari kayit sayisi ve anahtar
      * toplamiyla karsilastirilir, baglanti ayari yetkili
      * kullanici tarafindan degistirilir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * /K ile kuyruk gonderilir, /M ile mutabakat alinir; hata ya
      * da fark varsa RETURN-CODE 1 doner
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/K'
                 MOVE 1 TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/M'
                 MOVE 2 TO OTOMATIK.
           PERFORM OTURUM-OKU.
           IF OTOMATIK NOT = ZEROS
              IF OTOMATIK = 1
                 PERFORM KUYRUK-GONDER THRU KUYRUK-GONDER-SON
              ELSE
                 PERFORM MUTABAKAT THRU MUTABAKAT-SON
              END-IF
              IF L-NEDEN NOT = SPACES OR FARK-SAY NOT = ZEROS
                 MOVE 1 TO RETURN-CODE
              END-IF
              GO CIKIS.
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
              ' MYSQL KOPYASI ESITLEME ' LINE 2 POSITION 2.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KUYRUK-GONDER THRU KUYRUK-GONDER-SON
              GO TUS.
           IF F = 2 PERFORM MUTABAKAT THRU MUTABAKAT-SON
              GO TUS.
           IF F = 3 PERFORM BAGLANTI-AYAR THRU BAGLANTI-AYAR-SON
              PERFORM ANA-MENU THRU ANA-MENU-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KUYRUGU GONDER' REVERSE
              ' F2 ' 'MUTABAKAT' REVERSE
              ' F3 ' 'BAGLANTI AYARI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       ANA-MENU-SON.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

       HATA-YAZ.
           IF OTOMATIK NOT = ZEROS GO HATA-YAZ-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY L-NEDEN LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-YAZ-SON.

      * kuyruktaki islemler anahtar sirasiyla gonderilir; gonderilen
      * silinir, ilk hatada durulur ki sira bozulmasin
       KUYRUK-GONDER.
           MOVE SPACES TO L-NEDEN.
           MOVE ZEROS TO GONDERILEN FARK-SAY.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM BAGLANTI-OKU THRU BAGLANTI-OKU-SON.
           IF SQB-TAMAM = 0
              MOVE 'BAGLANTI AYARI YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO KUYRUK-GONDER-SON.
           OPEN I-O SQLKUYRUK.
           IF ST-SQLKUYRUK NOT = '00' GO KUYRUK-GONDER-SONUC.
       KUYRUK-GONDER-OKU.
           READ SQLKUYRUK NEXT AT END GO KUYRUK-GONDER-KAPAT.
           MOVE SQ-TABLO TO SQB-TABLO.
           MOVE SQ-ISLEM TO SQB-ISLEM.
           MOVE SQ-UZUNLUK TO SQB-UZUNLUK.
           MOVE SQ-VERI TO SQB-KAYIT.
           PERFORM SQL-GONDER THRU SQL-GONDER-SON.
           IF SQB-SONUC NOT = 0
              MOVE 'SUNUCUYA ULASILAMADI - KUYRUK BEKLIYOR'
                 TO L-NEDEN
              GO KUYRUK-GONDER-KAPAT.
           DELETE SQLKUYRUK RECORD.
           ADD 1 TO GONDERILEN.
           GO KUYRUK-GONDER-OKU.
       KUYRUK-GONDER-KAPAT.
           CLOSE SQLKUYRUK.
       KUYRUK-GONDER-SONUC.
           IF OTOMATIK NOT = ZEROS GO KUYRUK-GONDER-SON.
           MOVE GONDERILEN TO Z-SAYI.
           DISPLAY 'GONDERILEN ISLEM   :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 4 POSITION 23.
           IF L-NEDEN NOT = SPACES
              PERFORM HATA-YAZ THRU HATA-YAZ-SON.
       KUYRUK-GONDER-SON.

      * mutabakat: her dosya icin bir satir; fark ya da erisim
      * hatasi olan dosyalar ekranda kirmizi yazilir
       MUTABAKAT.
           MOVE SPACES TO L-NEDEN.
           MOVE ZEROS TO FARK-SAY.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM BAGLANTI-OKU THRU BAGLANTI-OKU-SON.
           IF SQB-TAMAM = 0
              MOVE 'BAGLANTI AYARI YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO MUTABAKAT-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'SQLMT' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE 'TABLO;YEREL SAYI;UZAK SAYI;YEREL TOPLAM;UZAK TOPLAM;
      -       'DURUM' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF OTOMATIK = ZEROS
              DISPLAY 'TABLO            YEREL    UZAK'
                 LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 'YEREL TOPLAM    UZAK TOPLAM  DURUM'
                 LINE 4 POSITION 34.
           MOVE 5 TO SATIR.
           PERFORM MUTABAKAT-STOK THRU END-MUTABAKAT-STOK.
           PERFORM MUTABAKAT-SICIL THRU END-MUTABAKAT-SICIL.
           PERFORM MUTABAKAT-FIYATLIS THRU END-MUTABAKAT-FIYATLIS.
           PERFORM MUTABAKAT-CARHAR THRU END-MUTABAKAT-CARHAR.
           PERFORM MUTABAKAT-HAREKET-SICIL
              THRU END-MUTABAKAT-HAREKET-SICIL.
           PERFORM MUTABAKAT-HAREKET-DETAY
              THRU END-MUTABAKAT-HAREKET-DETAY.
           PERFORM MUTABAKAT-STOKADET THRU END-MUTABAKAT-STOKADET.
           CLOSE RAPOR.
           IF OTOMATIK NOT = ZEROS GO MUTABAKAT-SON.
           MOVE FARK-SAY TO Z-SAYI.
           DISPLAY 'FARKLI TABLO:' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 30 POSITION 16
              'RAPOR: ' LINE 32 POSITION 2
              CSV-DOSYA LINE 32 POSITION 10.
       MUTABAKAT-SON.

       MUTABAKAT-YAZ.
           MOVE 'TAMAM' TO DURUM-ADI.
           IF SM-YEREL-SAYI NOT = SM-UZAK-SAYI
              OR SM-YEREL-TOPLAM NOT = SM-UZAK-TOPLAM
              MOVE 'FARK' TO DURUM-ADI.
           IF SM-UZAK-HATA = 1
              MOVE 'ULASILAMADI' TO DURUM-ADI.
           IF DURUM-ADI NOT = 'TAMAM' ADD 1 TO FARK-SAY.
           MOVE SPACES TO RAPOR-SATIR.
           STRING SM-TABLO ';' SM-YEREL-SAYI ';' SM-UZAK-SAYI ';'
              SM-YEREL-TOPLAM ';' SM-UZAK-TOPLAM ';' DURUM-ADI
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF OTOMATIK NOT = ZEROS GO MUTABAKAT-YAZ-SON.
           MOVE SM-YEREL-SAYI TO Z-SAYI.
           MOVE SM-UZAK-SAYI TO Z-SAYI2.
           MOVE SM-YEREL-TOPLAM TO Z-TOPLAM.
           MOVE SM-UZAK-TOPLAM TO Z-TOPLAM2.
           DISPLAY SM-TABLO LINE SATIR POSITION 2 SIZE 15
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE SATIR POSITION 18
              Z-SAYI2 LINE SATIR POSITION 26
              Z-TOPLAM LINE SATIR POSITION 34
              Z-TOPLAM2 LINE SATIR POSITION 50.
           IF DURUM-ADI = 'TAMAM'
              DISPLAY DURUM-ADI LINE SATIR POSITION 66
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY DURUM-ADI LINE SATIR POSITION 66
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
           END-IF.
           ADD 1 TO SATIR.
       MUTABAKAT-YAZ-SON.

      * anahtar baytlari sira degeri x konum olarak toplanir
       ANAHTAR-TOPLA.
           MOVE ZEROS TO SM-KAYIT-TOPLAM.
           MOVE LOW-VALUE TO SM-SIRA-UST.
           PERFORM VARYING SM-I FROM 1 BY 1 UNTIL SM-I > SM-UZUNLUK
                MOVE SM-ANAHTAR(SM-I:1) TO SM-SIRA-ALT
                COMPUTE SM-KAYIT-TOPLAM =
                   SM-KAYIT-TOPLAM + SM-SIRA-SAYI * SM-I
           END-PERFORM.
       ANAHTAR-TOPLA-SON.

      * baglanti ayari yalniz ACCESS dosyasinda SQLBAG kodu icin
      * degistirme yetkisi tanimli kullaniciya aciktir; kayit
      * yoksa yetki de yoktur. sifre ekranda gorunmez, bos
      * birakilirsa eskisi kalir
       BAGLANTI-AYAR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO L-NEDEN.
           MOVE OT-KULLANICI-ADI TO UA-NAME.
           MOVE 'SQLBAG' TO YT-KOD.
           MOVE 'U' TO YT-ISLEM.
           MOVE 'SQLBAG' TO UA-CODE.
           MOVE 'BAGLANTI AYARI ICIN YETKINIZ YOK !!!' TO L-NEDEN.
           OPEN INPUT USERACCESS.
           IF ST-USERACCESS = '00'
              READ USERACCESS NOT INVALID KEY MOVE SPACES TO L-NEDEN
              END-READ
              CLOSE USERACCESS.
           IF L-NEDEN NOT = SPACES
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO BAGLANTI-AYAR-SON.
           PERFORM YETKI-KONTROL THRU YETKI-KONTROL-SON.
           IF YETKILI = 0
              MOVE 'BAGLANTI AYARI ICIN YETKINIZ YOK !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO BAGLANTI-AYAR-SON.
           OPEN I-O SQLBAG.
           IF ST-SQLBAG = '35'
              CLOSE SQLBAG
              OPEN OUTPUT SQLBAG
              CLOSE SQLBAG
              OPEN I-O SQLBAG.
           MOVE '1' TO BG-KEY.
           READ SQLBAG INVALID KEY
                INITIALIZE BG-KAYIT
                MOVE '1' TO BG-KEY
                MOVE 'COBOL' TO BG-VERITABANI.
           MOVE BG-SUNUCU TO E-SUNUCU.
           MOVE BG-KULLANICI TO E-KULLANICI.
           MOVE BG-VERITABANI TO E-VERITABANI.
           MOVE SPACES TO E-SIFRE.
           DISPLAY 'SUNUCU             :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KULLANICI          :' LINE 6 POSITION 2
              'SIFRE              :' LINE 8 POSITION 2
              'VERITABANI         :' LINE 10 POSITION 2
              E-SUNUCU LINE 4 POSITION 23
              E-KULLANICI LINE 6 POSITION 23
              E-VERITABANI LINE 10 POSITION 23.
       BAGLANTI-AYAR-SUNUCU.
           ACCEPT E-SUNUCU LINE 4 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BAGLANTI-AYAR-KAPAT.
           IF E-SUNUCU = SPACES GO BAGLANTI-AYAR-SUNUCU.
       BAGLANTI-AYAR-KULLANICI.
           ACCEPT E-KULLANICI LINE 6 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BAGLANTI-AYAR-KAPAT.
           IF E-KULLANICI = SPACES GO BAGLANTI-AYAR-KULLANICI.
           ACCEPT E-SIFRE LINE 8 POSITION 23 OFF
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BAGLANTI-AYAR-KAPAT.
           ACCEPT E-VERITABANI LINE 10 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BAGLANTI-AYAR-KAPAT.
           IF E-VERITABANI = SPACES MOVE 'COBOL' TO E-VERITABANI.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'SQLBAG' TO DGL-DOSYA.
           MOVE BG-KEY TO DGL-ANAHTAR.
           MOVE 'SUNUCU' TO DGL-ALAN.
           MOVE BG-SUNUCU TO DGL-ESKI.
           MOVE E-SUNUCU TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           MOVE 'KULLANICI' TO DGL-ALAN.
           MOVE BG-KULLANICI TO DGL-ESKI.
           MOVE E-KULLANICI TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           MOVE 'VERITABANI' TO DGL-ALAN.
           MOVE BG-VERITABANI TO DGL-ESKI.
           MOVE E-VERITABANI TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
           IF E-SIFRE NOT = SPACES
              MOVE 'SIFRE' TO DGL-ALAN
              MOVE SPACES TO DGL-ESKI
              MOVE '********' TO DGL-YENI
              PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA
              INSPECT E-SIFRE CONVERTING SQB-ACIK TO SQB-GIZLI
              MOVE E-SIFRE TO BG-SIFRE.
           MOVE E-SUNUCU TO BG-SUNUCU.
           MOVE E-KULLANICI TO BG-KULLANICI.
           MOVE E-VERITABANI TO BG-VERITABANI.
           MOVE OT-KULLANICI-ADI TO BG-DEGISTIREN.
           ACCEPT BG-TARIH FROM CENTURY-DATE.
           ACCEPT BG-SAAT FROM TIME.
           WRITE BG-KAYIT INVALID KEY REWRITE BG-KAYIT.
           MOVE ZEROS TO SQB-TAMAM.
           MOVE 'BAGLANTI AYARI KAYDEDILDI' TO L-NEDEN.
           DISPLAY L-NEDEN LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       BAGLANTI-AYAR-KAPAT.
           CLOSE SQLBAG.
       BAGLANTI-AYAR-SON.

       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==STOK==
                                    "%T%"  BY "STOK"
                                   ==%R%== BY ==ST-KAYIT==
                                   ==%K%== BY ==ST-KEY==.
       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==SICIL==
                                    "%T%"  BY "SICIL"
                                   ==%R%== BY ==SC-KAYIT==
                                   ==%K%== BY ==SC-HESAPNO==.
       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==FIYATLIS==
                                    "%T%"  BY "FIYATLIS"
                                   ==%R%== BY ==FL-KAYIT==
                                   ==%K%== BY ==FL-KEY==.
       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==CARHAR==
                                    "%T%"  BY "CARHAR"
                                   ==%R%== BY ==CH-KAYIT==
                                   ==%K%== BY ==CH-KEY==.
       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==HAREKET-SICIL==
                                    "%T%"  BY "HAREKET-SICIL"
                                   ==%R%== BY ==HS-KAYIT==
                                   ==%K%== BY ==HS-KEY==.
       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==HAREKET-DETAY==
                                    "%T%"  BY "HAREKET-DETAY"
                                   ==%R%== BY ==HD-KAYIT==
                                   ==%K%== BY ==HD-KEY==.
       copy 'sqlmut.cpy' REPLACING ==%T%== BY ==STOKADET==
                                    "%T%"  BY "STOKADET"
                                   ==%R%== BY ==STA-KAYIT==
                                   ==%K%== BY ==STA-KEY==.
       copy 'sqlbag.per'.
       copy 'degis.per'.
       copy 'yetki.per'.
       copy 'trim.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
