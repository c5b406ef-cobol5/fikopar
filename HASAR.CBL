       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'HASAR'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'hasar.cpy'.
       copy 'musarac.cpy'.
       copy 'isemri.cpy'.
       copy 'sicil.cpy'.
       copy 'stok.cpy'.
       copy 'oturum.cpy'.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'hasar.cpz'.
       copy 'musarac.cpz'.
       copy 'isemri.cpz'.
       copy 'sicil.cpz'.
       copy 'stok.cpz'.
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
           02 E-PLAKA           PIC X(10).
           02 E-HESAPNO         PIC X(15).
           02 E-SIRA            PIC 9(3).
           02 E-DURUM           PIC 9.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 MAX-YIL           PIC 9999.
           02 Z-NO              PIC Z(6)9.
           02 Z-ADET            PIC Z(6)9,999.
           02 Z-FIYAT           PIC Z(8)9,99.
           02 Z-TUTAR           PIC Z(10)9,99-.
           02 Z-GUN             PIC ZZZ9.
           02 B-DURUM           PIC X(16).
           02 B-TUTAR           PIC -(12)9,99.
           02 B-KALAN           PIC -(12)9,99.
       01 HASAR-DEGIS.
           02 ONAY-TUTAR        PIC S9(13)V99.
           02 KALAN             PIC S9(13)V99.
           02 TAHSIL            PIC 9(11)V99.
           02 G-TOPLAM          PIC S9(13)V99.
           02 A-TOPLAM          PIC S9(13)V99.
           02 SON-SIGORTACI     PIC X(15).
           02 GUN-SAYI          PIC 9(7).
           02 BAS-SAYI          PIC 9(7).
           02 BEKLEYEN          PIC 9(5).
           02 YEDEK-SATIR       PIC X(120).
           02 YEDEK-KAYIT       PIC X(400).
       01 TST-KAYIT.
           02 TST-KEY.
               03 TST-KATNO              PIC 9999.
               03 TST-STNO               PIC X(15).
           02 TST-PRCNO                  PIC X(30).
           02 TST-OEMNO                  PIC X(30).
           02 TST-TIPI                   PIC X(30).
           02 TST-CINSI                  PIC X(60).
           02 TST-MARKA                  PIC X(30).
           02 TST-ADET                    PIC S9(12)V9999.
           02 TST-FIYAT                  PIC 9(10)V9999.
           02 TST-BARKOD                 PIC X(20).
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
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
      * sigortali hasar onarimi: dosya is emrine ve plakaya baglanir,
      * eksperin onayladigi kalemler onay fiyatiyla girilir. ISEMRI
      * onayli dosyanin is emrini faturalarken sigorta sirketine ve
      * arac sahibine (muafiyet ve onaysiz kisim) iki fatura keser.
      * sigorta tahsilati dosya bazinda izlenir
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
              ' SIGORTALI HASAR DOSYALARI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI' REVERSE
              ' F2 ' 'DOSYA SEC' REVERSE
              ' F3 ' 'ONAYLI KALEM' REVERSE
              ' F4 ' 'KALEM SIL' REVERSE
              ' F5 ' 'DURUM' REVERSE
              ' F6 ' 'TAHSILAT' REVERSE
              ' F7 ' 'ACIK ALACAK' REVERSE
              ' F8 ' 'TAKIP' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO MAX-YIL.
           MOVE ZEROS TO E-NO.
           PERFORM OTURUM-OKU.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-DOSYA THRU YENI-DOSYA-SON GO TUS.
           IF F = 2 PERFORM DOSYA-SEC THRU DOSYA-SEC-SON GO TUS.
           IF F = 3 PERFORM KALEM-EKLE THRU KALEM-EKLE-SON GO TUS.
           IF F = 4 PERFORM KALEM-SIL THRU KALEM-SIL-SON GO TUS.
           IF F = 5 PERFORM DURUM-DEGIS THRU DURUM-DEGIS-SON GO TUS.
           IF F = 6 PERFORM TAHSILAT THRU TAHSILAT-SON GO TUS.
           IF F = 7 PERFORM ACIK-ALACAK THRU ACIK-ALACAK-SON GO TUS.
           IF F = 8 PERFORM TAKIP-LISTE THRU TAKIP-LISTE-SON GO TUS.
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

       HATA-GOSTER.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY YEDEK-SATIR(1:60) LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
       HATA-GOSTER-SON.

      * dosya plakadan acilir; arac sahibi MUSARAC tan gelir, is
      * emri ayni plakanin faturalanmamis is emri olmalidir
       YENI-DOSYA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           INITIALIZE HZ-KAYIT.
           DISPLAY 'PLAKA        :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'IS EMRI NO   :' LINE 7 POSITION 2
              'SIGORTACI    :' LINE 9 POSITION 2
              'POLICE NO    :' LINE 11 POSITION 2
              'HASAR DOSYA  :' LINE 13 POSITION 2
              'EKSPER       :' LINE 15 POSITION 2
              'MUAFIYET     :' LINE 17 POSITION 2
              '(KDV DAHIL, ARAC SAHIBI ODER)' LINE 17 POSITION 33.
           MOVE SPACES TO E-PLAKA.
           ACCEPT E-PLAKA LINE 5 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-PLAKA = SPACES GO YENI-DOSYA-SON.
           OPEN INPUT MUSARAC SICIL ISEMRI.
           MOVE E-PLAKA TO MA-PLAKA.
           READ MUSARAC
              INVALID KEY
                 MOVE 'PLAKA KAYITLI DEGIL - ONCE MUSARAC !!!'
                    TO YEDEK-SATIR
                 PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
                 GO YENI-DOSYA-KAPAT.
           MOVE MA-HESAPNO TO HZ-HESAPNO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           DISPLAY SC-HESAPADI(1:40) LINE 5 POSITION 33
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       YENI-DOSYA-ISEMRI.
           ACCEPT HZ-ISEMRI LINE 7 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-DOSYA-KAPAT.
           MOVE HZ-ISEMRI TO IE-NO.
           READ ISEMRI
              INVALID KEY
                 MOVE 'IS EMRI BULUNAMADI !!!' TO YEDEK-SATIR
                 PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
                 GO YENI-DOSYA-ISEMRI.
           IF IE-PLAKA NOT = E-PLAKA OR IE-FATURALANDI
              MOVE 'IS EMRI BU PLAKANIN ACIK IS EMRI DEGIL !!!'
                 TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-DOSYA-ISEMRI.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       YENI-DOSYA-SIGORTACI.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO YENI-DOSYA-KAPAT.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO YENI-DOSYA-SIGORTACI.
           IF E-HESAPNO = HZ-HESAPNO
              MOVE 'SIGORTACI ARAC SAHIBI OLAMAZ !!!' TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO YENI-DOSYA-SIGORTACI.
           MOVE E-HESAPNO TO HZ-SIGORTACI.
           DISPLAY HZ-SIGORTACI LINE 9 POSITION 17
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:40) LINE 9 POSITION 33.
           ACCEPT HZ-POLICE LINE 11 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT HZ-DOSYANO LINE 13 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT HZ-EKSPER LINE 15 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO Z-FIYAT.
           ACCEPT Z-FIYAT LINE 17 POSITION 17 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO YENI-DOSYA-KAPAT.
           MOVE Z-FIYAT TO HZ-MUAFIYET.
           CLOSE MUSARAC SICIL ISEMRI.
           OPEN I-O HASAR.
           IF ST-HASAR = '35'
              CLOSE HASAR
              OPEN OUTPUT HASAR
              CLOSE HASAR
              OPEN I-O HASAR.
           MOVE HZ-KAYIT TO YEDEK-KAYIT.
           PERFORM NO-URET THRU NO-URET-SON.
           MOVE HZ-NO TO E-NO.
           MOVE YEDEK-KAYIT TO HZ-KAYIT.
           MOVE E-NO TO HZ-NO.
           MOVE E-PLAKA TO HZ-PLAKA.
           MOVE BUGUN TO HZ-TARIH.
           MOVE 1 TO HZ-DURUM.
           MOVE ZEROS TO HZ-ONAY-TARIH HZ-FAT-TARIH HZ-SG-TUTAR
              HZ-MS-TUTAR HZ-TAHSIL HZ-TAHSIL-TARIH.
           MOVE SPACES TO HZ-SG-EVRAKNO HZ-MS-EVRAKNO.
           MOVE OT-KULLANICI-ADI TO HZ-KULLANICI.
           PERFORM WRITE-HASAR.
           CLOSE HASAR.
           MOVE E-NO TO Z-NO.
           DISPLAY 'HASAR DOSYA NO :' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 20 POSITION 19
              ' - F3 ILE EKSPER ONAYLI KALEMLERI GIRIN'
              LINE 20 POSITION 27.
           GO YENI-DOSYA-SON.
       YENI-DOSYA-KAPAT.
           CLOSE MUSARAC SICIL ISEMRI.
       YENI-DOSYA-SON.

       NO-URET.
           MOVE 9999999 TO HZ-NO.
           START HASAR KEY IS NOT GREATER THAN HZ-NO
              INVALID KEY MOVE ZEROS TO HZ-NO
              NOT INVALID KEY
                 READ HASAR PREVIOUS
                    AT END MOVE ZEROS TO HZ-NO
                 END-READ
           END-START.
           ADD 1 TO HZ-NO.
       NO-URET-SON.

       DOSYA-SEC.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'HASAR DOSYA NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-NO LINE 4 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 MOVE ZEROS TO E-NO GO DOSYA-SEC-SON.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       DOSYA-SEC-SON.

       DOSYA-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN INPUT HASAR HASDET SICIL.
           MOVE E-NO TO HZ-NO.
           READ HASAR
              INVALID KEY
                 DISPLAY 'HASAR DOSYASI BULUNAMADI !!!'
                    LINE 5 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE ZEROS TO E-NO
                 GO DOSYA-GOSTER-KAPAT.
           PERFORM DURUM-ADI THRU DURUM-ADI-SON.
           MOVE HZ-NO TO Z-NO.
           DISPLAY 'DOSYA   :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 4 POSITION 12
              HZ-PLAKA LINE 4 POSITION 21
              'IS EMRI:' LINE 4 POSITION 33
              HZ-ISEMRI LINE 4 POSITION 42
              B-DURUM LINE 4 POSITION 52
              HZ-GUN LINE 4 POSITION 69
              '/' LINE 4 POSITION 71
              HZ-AY LINE 4 POSITION 72
              '/' LINE 4 POSITION 74
              HZ-YIL LINE 4 POSITION 75.
           MOVE HZ-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           DISPLAY 'SAHIBI  :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:40) LINE 5 POSITION 12.
           MOVE HZ-SIGORTACI TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           DISPLAY 'SIGORTA :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:40) LINE 6 POSITION 12
              'POLICE:' LINE 6 POSITION 53
              HZ-POLICE(1:18) LINE 6 POSITION 61.
           MOVE HZ-MUAFIYET TO Z-TUTAR.
           DISPLAY 'DOSYA NO:' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HZ-DOSYANO LINE 7 POSITION 12
              'MUAFIYET:' LINE 7 POSITION 43
              Z-TUTAR LINE 7 POSITION 53.
           DISPLAY 'EKSPER  :' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HZ-EKSPER LINE 8 POSITION 12.
           IF HZ-FATURALI OR HZ-KAPALI
              DISPLAY 'FATURA  :' LINE 9 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 HZ-SG-EVRAKNO LINE 9 POSITION 12
                 HZ-MS-EVRAKNO LINE 9 POSITION 29.
           DISPLAY 'SIRA STOK NO         CINSI'
              LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MIKTAR     ONAY FIYATI' LINE 10 POSITION 52.
           MOVE 11 TO SATIR.
           MOVE ZEROS TO ONAY-TUTAR.
           MOVE E-NO TO HZD-NO.
           MOVE ZEROS TO HZD-SIRA.
           START HASDET KEY IS NOT LESS THAN HZD-KEY
              INVALID KEY GO DOSYA-GOSTER-TOPLAM.
       DOSYA-GOSTER-OKU.
           READ HASDET NEXT AT END GO DOSYA-GOSTER-TOPLAM.
           IF HZD-NO NOT = E-NO GO DOSYA-GOSTER-TOPLAM.
           COMPUTE ONAY-TUTAR ROUNDED = ONAY-TUTAR
              + HZD-ADET * HZD-FIYAT.
           IF SATIR > 30 GO DOSYA-GOSTER-OKU.
           MOVE HZD-ADET TO Z-ADET.
           MOVE HZD-FIYAT TO Z-FIYAT.
           DISPLAY HZD-SIRA LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HZD-STNO LINE SATIR POSITION 7
              HZD-CINSI(1:28) LINE SATIR POSITION 23
              Z-ADET LINE SATIR POSITION 52
              Z-FIYAT LINE SATIR POSITION 63.
           ADD 1 TO SATIR.
           GO DOSYA-GOSTER-OKU.
       DOSYA-GOSTER-TOPLAM.
           MOVE ONAY-TUTAR TO Z-TUTAR.
           DISPLAY 'ONAYLANAN (KDV HARIC) :' LINE 31 POSITION 38
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 31 POSITION 63.
       DOSYA-GOSTER-KAPAT.
           CLOSE HASAR HASDET SICIL.
       DOSYA-GOSTER-SON.

       DURUM-ADI.
           EVALUATE HZ-DURUM
            WHEN 1 MOVE 'EKSPER BEKLIYOR ' TO B-DURUM
            WHEN 2 MOVE 'ONAYLANDI       ' TO B-DURUM
            WHEN 3 MOVE 'FATURALANDI     ' TO B-DURUM
            WHEN 4 MOVE 'TAHSIL EDILDI   ' TO B-DURUM
            WHEN 9 MOVE 'IPTAL           ' TO B-DURUM
            WHEN OTHER MOVE '?               ' TO B-DURUM
           END-EVALUATE.
       DURUM-ADI-SON.

       DOSYA-DURUM-OKU.
           MOVE ZEROS TO HZ-DURUM.
           IF E-NO = ZEROS
              MOVE 'ONCE DOSYA SECIN (F1/F2) !!!' TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO DOSYA-DURUM-OKU-SON.
           OPEN INPUT HASAR.
           MOVE E-NO TO HZ-NO.
           READ HASAR INVALID KEY MOVE ZEROS TO HZ-DURUM.
           CLOSE HASAR.
       DOSYA-DURUM-OKU-SON.

      * eksperin onayladigi kalem, miktar ve iskontolu kdv haric
      * birim fiyat; fatura kesilmis dosyaya kalem eklenmez
       KALEM-EKLE.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF HZ-DURUM = ZEROS GO KALEM-EKLE-SON.
           IF HZ-DURUM > 2
              MOVE 'DOSYA KAPALI - KALEM EKLENEMEZ !!!' TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO KALEM-EKLE-SON.
           INITIALIZE TST-KAYIT.
           CALL 'STOKSEC' USING TST-KAYIT MAX-YIL BY CONTENT 0017 1.
           CANCEL 'STOKSEC'.
           IF TST-STNO = SPACES GO KALEM-EKLE-SON.
           OPEN I-O HASDET.
           IF ST-HASDET = '35'
              CLOSE HASDET
              OPEN OUTPUT HASDET
              CLOSE HASDET
              OPEN I-O HASDET.
           OPEN INPUT STOK.
           MOVE TST-KATNO TO ST-KATNO.
           MOVE TST-STNO TO ST-STNO.
           READ STOK INVALID KEY GO KALEM-EKLE-KAPAT.
           INITIALIZE HZD-KAYIT.
           MOVE ST-KATNO TO HZD-KATNO.
           MOVE ST-STNO TO HZD-STNO.
           MOVE ST-CINSI TO HZD-CINSI.
           PERFORM VARYING SATIR FROM 22 BY 1 UNTIL SATIR > 28
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           DISPLAY 'EKSPER ONAYLI KALEM' LINE 22 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HZD-STNO LINE 22 POSITION 23
              'ACIKLAMA    :' LINE 24 POSITION 2
              'ONAY MIKTAR :' LINE 26 POSITION 2
              'ONAY FIYATI :' LINE 28 POSITION 2.
           ACCEPT HZD-CINSI LINE 24 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 1 TO Z-ADET.
           ACCEPT Z-ADET LINE 26 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZEROS TO Z-FIYAT.
           ACCEPT Z-FIYAT LINE 28 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KALEM-EKLE-KAPAT.
           MOVE Z-ADET TO HZD-ADET.
           MOVE Z-FIYAT TO HZD-FIYAT.
           IF HZD-ADET = ZEROS GO KALEM-EKLE-KAPAT.
           MOVE E-NO TO HZD-NO.
           MOVE 999 TO HZD-SIRA.
           MOVE HZD-KAYIT TO YEDEK-KAYIT.
           START HASDET KEY IS NOT GREATER THAN HZD-KEY
              INVALID KEY MOVE ZEROS TO E-SIRA
              NOT INVALID KEY
                 READ HASDET PREVIOUS
                    AT END MOVE ZEROS TO E-SIRA
                    NOT AT END
                       IF HZD-NO NOT = E-NO
                          MOVE ZEROS TO E-SIRA
                       ELSE
                          MOVE HZD-SIRA TO E-SIRA
                       END-IF
                 END-READ
           END-START.
           MOVE YEDEK-KAYIT TO HZD-KAYIT.
           ADD 1 TO E-SIRA.
           MOVE E-SIRA TO HZD-SIRA.
           PERFORM WRITE-HASDET.
       KALEM-EKLE-KAPAT.
           CLOSE HASDET STOK.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       KALEM-EKLE-SON.

       KALEM-SIL.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF HZ-DURUM = ZEROS GO KALEM-SIL-SON.
           IF HZ-DURUM > 2
              MOVE 'DOSYA KAPALI - KALEM SILINEMEZ !!!' TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO KALEM-SIL-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'SILINECEK SIRA :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SIRA.
           ACCEPT E-SIRA LINE 32 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-SIRA = ZEROS GO KALEM-SIL-SON.
           OPEN I-O HASDET.
           MOVE E-NO TO HZD-NO.
           MOVE E-SIRA TO HZD-SIRA.
           READ HASDET
              NOT INVALID KEY PERFORM DELETE-HASDET
           END-READ.
           CLOSE HASDET.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       KALEM-SIL-SON.

      * eksper onayi verilmeden is emri faturalanamaz; iptal
      * edilen dosyanin is emri normal faturalanir
       DURUM-DEGIS.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF HZ-DURUM = ZEROS GO DURUM-DEGIS-SON.
           IF HZ-DURUM > 2 AND NOT HZ-IPTAL
              MOVE 'FATURALANMIS DOSYA DEGISTIRILEMEZ !!!'
                 TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO DURUM-DEGIS-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY '1=EKSPER BEKLIYOR 2=ONAYLANDI 9=IPTAL :'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE HZ-DURUM TO E-DURUM.
           ACCEPT E-DURUM LINE 32 POSITION 42 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO DURUM-DEGIS-SON.
           IF E-DURUM NOT = 1 AND E-DURUM NOT = 2 AND E-DURUM NOT = 9
              GO DURUM-DEGIS-SON.
           OPEN I-O HASAR HASDET.
           IF E-DURUM = 2
              MOVE E-NO TO HZD-NO
              MOVE ZEROS TO HZD-SIRA
              START HASDET KEY IS NOT LESS THAN HZD-KEY
                 INVALID KEY MOVE ZEROS TO HZD-NO
                 NOT INVALID KEY
                    READ HASDET NEXT
                       AT END MOVE ZEROS TO HZD-NO
                    END-READ
              END-START
              IF HZD-NO NOT = E-NO
                 CLOSE HASAR HASDET
                 MOVE 'ONAYLI KALEM GIRILMEMIS !!!' TO YEDEK-SATIR
                 PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
                 GO DURUM-DEGIS-SON
              END-IF
           END-IF.
           MOVE E-NO TO HZ-NO.
           READ HASAR INVALID KEY GO DURUM-DEGIS-KAPAT.
           MOVE E-DURUM TO HZ-DURUM.
           IF E-DURUM = 2
              MOVE BUGUN TO HZ-ONAY-TARIH
           ELSE
              MOVE ZEROS TO HZ-ONAY-TARIH.
           PERFORM REWRITE-HASAR.
       DURUM-DEGIS-KAPAT.
           CLOSE HASAR HASDET.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       DURUM-DEGIS-SON.

      * sigortadan gelen odeme kasa/bankaya her zamanki gibi
      * islenir; burada dosyanin alacagindan dusulur. fatura
      * tutari kapaninca dosya kapanir
       TAHSILAT.
           PERFORM DOSYA-DURUM-OKU THRU DOSYA-DURUM-OKU-SON.
           IF HZ-DURUM = ZEROS GO TAHSILAT-SON.
           IF NOT HZ-FATURALI
              MOVE 'YALNIZCA FATURALI DOSYAYA TAHSILAT GIRILIR !!!'
                 TO YEDEK-SATIR
              PERFORM HATA-GOSTER THRU HATA-GOSTER-SON
              GO TAHSILAT-SON.
           COMPUTE KALAN = HZ-SG-TUTAR - HZ-TAHSIL.
           MOVE KALAN TO Z-TUTAR.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'KALAN :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 32 POSITION 10
              'TAHSIL EDILEN :' LINE 32 POSITION 28.
           MOVE KALAN TO Z-FIYAT.
           ACCEPT Z-FIYAT LINE 32 POSITION 44 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TAHSILAT-SON.
           MOVE Z-FIYAT TO TAHSIL.
           IF TAHSIL = ZEROS GO TAHSILAT-SON.
           OPEN I-O HASAR.
           MOVE E-NO TO HZ-NO.
           READ HASAR INVALID KEY CLOSE HASAR GO TAHSILAT-SON.
           ADD TAHSIL TO HZ-TAHSIL.
           MOVE BUGUN TO HZ-TAHSIL-TARIH.
           IF HZ-TAHSIL NOT < HZ-SG-TUTAR MOVE 4 TO HZ-DURUM.
           PERFORM REWRITE-HASAR.
           CLOSE HASAR.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM DOSYA-GOSTER THRU DOSYA-GOSTER-SON.
       TAHSILAT-SON.

      * faturalanip tahsil edilmemis dosyalar sigorta sirketine
      * gore, sirket ara toplamlariyla
       ACIK-ALACAK.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'HZALC' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'SIGORTACI;UNVAN;DOSYA;HASAR DOSYA NO;PLAKA;FATURA;FA
      -         'TURA TARIHI;FATURA TUTARI;TAHSIL EDILEN;KALAN;GUN'
              TO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'DOSYA   PLAKA      FATURA          TARIH'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KALAN    GUN' LINE 4 POSITION 63.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO G-TOPLAM A-TOPLAM.
           MOVE SPACES TO SON-SIGORTACI.
           COMPUTE GUN-SAYI = BU-GUN + BU-AY * 30,41 + BU-YIL * 365.
           OPEN INPUT HASAR SICIL.
           MOVE SPACES TO HZ-SIGORTACI.
           START HASAR KEY IS NOT LESS THAN HZ-SIGORTACI
              INVALID KEY GO ACIK-ALACAK-KAPAT.
       ACIK-ALACAK-OKU.
           READ HASAR NEXT AT END GO ACIK-ALACAK-KAPAT.
           IF NOT HZ-FATURALI GO ACIK-ALACAK-OKU.
           IF HZ-SIGORTACI NOT = SON-SIGORTACI
              PERFORM ARA-TOPLAM THRU ARA-TOPLAM-SON
              MOVE HZ-SIGORTACI TO SON-SIGORTACI SC-HESAPNO
              READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI
              END-READ
              IF SATIR < 31
                 DISPLAY SC-HESAPADI(1:40) LINE SATIR POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
                 ADD 1 TO SATIR
              END-IF
           END-IF.
           COMPUTE KALAN = HZ-SG-TUTAR - HZ-TAHSIL.
           ADD KALAN TO G-TOPLAM A-TOPLAM.
           COMPUTE BAS-SAYI = HZ-FGUN + HZ-FAY * 30,41
              + HZ-FYIL * 365.
           MOVE ZEROS TO Z-GUN.
           IF GUN-SAYI > BAS-SAYI
              COMPUTE Z-GUN = GUN-SAYI - BAS-SAYI.
           MOVE HZ-SG-TUTAR TO B-TUTAR.
           MOVE KALAN TO B-KALAN.
           MOVE SPACES TO CSV-SATIR.
           STRING HZ-SIGORTACI ';' SC-HESAPADI ';' HZ-NO ';'
              HZ-DOSYANO ';' HZ-PLAKA ';' HZ-SG-EVRAKNO ';'
              HZ-FGUN '/' HZ-FAY '/' HZ-FYIL ';'
              B-TUTAR ';' HZ-TAHSIL ';' B-KALAN ';' Z-GUN
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 30 GO ACIK-ALACAK-OKU.
           MOVE HZ-NO TO Z-NO.
           MOVE KALAN TO Z-TUTAR.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HZ-PLAKA LINE SATIR POSITION 10
              HZ-SG-EVRAKNO LINE SATIR POSITION 21
              HZ-FGUN LINE SATIR POSITION 37
              '/' LINE SATIR POSITION 39
              HZ-FAY LINE SATIR POSITION 40
              '/' LINE SATIR POSITION 42
              HZ-FYIL LINE SATIR POSITION 43
              Z-TUTAR LINE SATIR POSITION 53
              Z-GUN LINE SATIR POSITION 71.
           ADD 1 TO SATIR.
           GO ACIK-ALACAK-OKU.
       ACIK-ALACAK-KAPAT.
           PERFORM ARA-TOPLAM THRU ARA-TOPLAM-SON.
           CLOSE HASAR SICIL CSVOUT.
           MOVE G-TOPLAM TO Z-TUTAR.
           DISPLAY 'TOPLAM ACIK SIGORTA ALACAGI :' LINE 31 POSITION 22
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 31 POSITION 53
              'DOKUM: ' LINE 32 POSITION 2
              CSV-DOSYA.
       ACIK-ALACAK-SON.

       ARA-TOPLAM.
           IF SON-SIGORTACI = SPACES GO ARA-TOPLAM-SON.
           IF SATIR < 31
              MOVE A-TOPLAM TO Z-TUTAR
              DISPLAY 'ARA TOPLAM' LINE SATIR POSITION 40
                 CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
                 Z-TUTAR LINE SATIR POSITION 53
              ADD 1 TO SATIR
           END-IF.
           MOVE ZEROS TO A-TOPLAM.
       ARA-TOPLAM-SON.

      * odemesi beklenen tum dosyalar: eksper onayi bekleyen,
      * onaylanip faturalanmamis ve faturali acik dosyalar.
      * bekleme gunu dosya, faturaliysa fatura tarihinden sayilir
       TAKIP-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'HZTKP' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'DOSYA;PLAKA;HASAR DOSYA NO;SIGORTACI;EKSPER;DURUM;IS
      -         ' EMRI;ACIK TUTAR;GUN' TO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'DOSYA   PLAKA      HASAR DOSYA NO       DURUM'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'ACIK TUTAR    GUN' LINE 4 POSITION 58.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO BEKLEYEN.
           COMPUTE GUN-SAYI = BU-GUN + BU-AY * 30,41 + BU-YIL * 365.
           OPEN INPUT HASAR.
           MOVE ZEROS TO HZ-NO.
           START HASAR KEY IS NOT LESS THAN HZ-NO
              INVALID KEY GO TAKIP-LISTE-KAPAT.
       TAKIP-LISTE-OKU.
           READ HASAR NEXT AT END GO TAKIP-LISTE-KAPAT.
           IF HZ-DURUM > 3 GO TAKIP-LISTE-OKU.
           ADD 1 TO BEKLEYEN.
           PERFORM DURUM-ADI THRU DURUM-ADI-SON.
           MOVE ZEROS TO KALAN.
           IF HZ-FATURALI
              COMPUTE KALAN = HZ-SG-TUTAR - HZ-TAHSIL
              COMPUTE BAS-SAYI = HZ-FGUN + HZ-FAY * 30,41
                 + HZ-FYIL * 365
           ELSE
              COMPUTE BAS-SAYI = HZ-GUN + HZ-AY * 30,41
                 + HZ-YIL * 365
           END-IF.
           MOVE ZEROS TO Z-GUN.
           IF GUN-SAYI > BAS-SAYI
              COMPUTE Z-GUN = GUN-SAYI - BAS-SAYI.
           MOVE KALAN TO B-KALAN.
           MOVE SPACES TO CSV-SATIR.
           STRING HZ-NO ';' HZ-PLAKA ';' HZ-DOSYANO ';'
              HZ-SIGORTACI ';' HZ-EKSPER ';' B-DURUM ';'
              HZ-ISEMRI ';' B-KALAN ';' Z-GUN
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 30 GO TAKIP-LISTE-OKU.
           MOVE HZ-NO TO Z-NO.
           MOVE KALAN TO Z-TUTAR.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              HZ-PLAKA LINE SATIR POSITION 10
              HZ-DOSYANO LINE SATIR POSITION 21
              B-DURUM LINE SATIR POSITION 42
              Z-TUTAR LINE SATIR POSITION 58
              Z-GUN LINE SATIR POSITION 74.
           ADD 1 TO SATIR.
           GO TAKIP-LISTE-OKU.
       TAKIP-LISTE-KAPAT.
           CLOSE HASAR CSVOUT.
           MOVE BEKLEYEN TO Z-NO.
           DISPLAY 'BEKLEYEN DOSYA :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 31 POSITION 19
              'DOKUM: ' LINE 32 POSITION 2
              CSV-DOSYA.
       TAKIP-LISTE-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==HASAR==
                                  "%T%"  BY "HASAR"
                                 ==%R%== BY ==HZ-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HASDET==
                                  "%T%"  BY "HASDET"
                                 ==%R%== BY ==HZD-KAYIT==.
