       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ISEMRI'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'isemri.cpy'.
       copy 'musarac.cpy'.
       copy 'personel.cpy'.
       copy 'sicil.cpy'.
       copy 'stok.cpy'.
       copy 'stokadet.cpy'.
       copy 'stokbom.cpy'.
       copy 'hareket.cpy'.
       copy 'ayar.cpy'.
       copy 'carhar.cpy'.
       copy 'donem.cpy'.
       copy 'niyet.cpy'.
       copy 'oturum.cpy'.
       copy 'hasar.cpy'.
       copy 'filo.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'isemri.cpz'.
       copy 'musarac.cpz'.
       copy 'personel.cpz'.
       copy 'sicil.cpz'.
       copy 'stok.cpz'.
       copy 'stokadet.cpz'.
       copy 'stokbom.cpz'.
       copy 'hareket.cpz'.
       copy 'ayar.cpz'.
       copy 'carhar.cpz'.
       copy 'donem.cpz'.
       copy 'niyet.cpz'.
       copy 'oturum.cpz'.
       copy 'hasar.cpz'.
       copy 'filo.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-NO              PIC 9(7).
           02 E-PLAKA           PIC X(10).
           02 E-SIRA            PIC 9(3).
           02 E-DURUM           PIC 9.
           02 E-DEPONO          PIC 9999.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 MAX-YIL           PIC 9999.
           02 Z-NO              PIC Z(6)9.
           02 Z-KM              PIC Z(6)9.
           02 Z-ADET            PIC Z(6)9,999.
           02 Z-FIYAT           PIC Z(8)9,99.
           02 Z-TUTAR           PIC Z(10)9,99.
           02 B-DURUM           PIC X(16).
           02 B-TUR             PIC X(8).
       01 ISEMRI-DEGIS.
           02 L-FIYAT           PIC 9(10)V9999.
           02 A-ISK1            PIC 9(3)V99.
           02 A-ISK2            PIC 9(3)V99.
           02 IS-TUTAR          PIC S9(13)V99.
           02 SATIR-SAYI        PIC 9(3).
           02 Y-EVRAKNO         PIC X(15).
           02 Y-SIRA            PIC 9(5).
           02 BK-FARK           PIC S9(12)V9999.
           02 C-KATNO           PIC 9999.
           02 C-STNO            PIC X(15).
           02 C-ADET            PIC 9(9)V999.
           02 KIT-VAR           PIC 9.
           02 FAT-HESAPNO       PIC X(15).
           02 FAT-GECIS         PIC 9.
           02 SG-EVRAKNO        PIC X(15).
           02 SG-TUTAR          PIC S9(13)V99.
           02 MS-EVRAKNO        PIC X(15).
           02 MS-TUTAR          PIC S9(13)V99.
      * is emrine bagli hasar dosyasi ve eksper onayli kalemleri
       01 HASAR-DEGIS.
           02 H-DURUM           PIC 9.
           02 H-NO              PIC 9(7).
           02 H-SIGORTACI       PIC X(15).
           02 H-DOSYANO         PIC X(20).
           02 H-PLAKA           PIC X(10).
           02 H-MUAFIYET        PIC 9(11)V99.
           02 H-CINSI           PIC X(60).
           02 H-ADET            PIC 9(9)V999.
           02 H-FIYAT           PIC 9(10)V9999.
           02 H-ISK1            PIC 9(3)V99.
           02 H-ISK2            PIC 9(3)V99.
           02 H-TUTAR-SATIRI    PIC 9.
           02 N-FIYAT           PIC 9(10)V9999.
           02 P-ONAY            PIC 9(10)V9999.
           02 P-FARK            PIC 9(10)V9999.
           02 Q-ONAY            PIC 9(9)V999.
           02 Q-DIS             PIC 9(9)V999.
           02 ONAY-TOPLAM       PIC S9(13)V99.
           02 SAHIP-TOPLAM      PIC S9(13)V99.
           02 MUAF              PIC S9(13)V99.
           02 ORAN              PIC 9V9(8).
           02 ONY-I             PIC 99.
           02 ONY-SAYI          PIC 99.
           02 ONY-SATIR OCCURS 50 TIMES.
               03 ONY-KATNO         PIC 9999.
               03 ONY-STNO          PIC X(15).
               03 ONY-ADET          PIC 9(9)V999.
               03 ONY-KALAN         PIC 9(9)V999.
               03 ONY-FIYAT         PIC 9(10)V9999.
      * filo hesabinin donem is emirleri tek faturada
       01 TOPLU-DEGIS.
           02 TF-HESAPNO        PIC X(15).
           02 TF-DONEM.
               03 TF-YIL            PIC 9999.
               03 TF-AY             PIC 99.
           02 TF-KAPANIS.
               03 TF-KYIL           PIC 9999.
               03 TF-KAY            PIC 99.
           02 TF-ESKI-NO        PIC 9(7).
           02 TF-TUTAR          PIC S9(13)V99.
           02 TF-I              PIC 999.
           02 TF-SAYI           PIC 999.
           02 TF-NO OCCURS 100 TIMES PIC 9(7).
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
       01 YEDEK-SATIR           PIC X(200).
       01 PROMO-DEGIS.
           02 P-I               PIC 99.
           02 P-SONSIRA         PIC 9(3).
           02 P-CINSI           PIC X(60).
           02 P-SIRA OCCURS 23 TIMES PIC 9(3).
       77 KRD-SONUC             PIC 9.
       77 LMT-UYAR              PIC 9.
       77 FAT-TIP               PIC 99 VALUE 3.
       copy 'niyet.var'.
       copy 'promo.var'.
       copy 'oturum.var'.
       copy 'donem.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'eksistok.var'.
       copy 'filo.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
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
              ' SERVIS IS EMIRLERI ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'YENI' REVERSE
              ' F2 ' 'IS EMRI SEC' REVERSE
              ' F3 ' 'ISCILIK' REVERSE
              ' F4 ' 'PARCA' REVERSE
              ' F5 ' 'DURUM' REVERSE
              ' F6 ' 'SATIR SIL' REVERSE
              ' F7 ' 'FATURALA' REVERSE
              ' F8 ' 'ACIK ISLER' REVERSE
              ' F9 ' 'TOPLU FATURA' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE BU-YIL TO MAX-YIL.
           MOVE ZEROS TO E-NO.
           PERFORM OTURUM-OKU.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM YENI-IS THRU YENI-IS-SON GO TUS.
           IF F = 2 PERFORM IS-SEC THRU IS-SEC-SON GO TUS.
           IF F = 3 MOVE 1 TO E-DURUM
              PERFORM SATIR-EKLE THRU SATIR-EKLE-SON GO TUS.
           IF F = 4 MOVE 2 TO E-DURUM
              PERFORM SATIR-EKLE THRU SATIR-EKLE-SON GO TUS.
           IF F = 5 PERFORM DURUM-DEGIS THRU DURUM-DEGIS-SON GO TUS.
           IF F = 6 PERFORM SATIR-SIL THRU SATIR-SIL-SON GO TUS.
           IF F = 7 PERFORM FATURALA THRU FATURALA-SON GO TUS.
           IF F = 8 PERFORM ACIK-LISTE THRU ACIK-LISTE-SON GO TUS.
           IF F = 9 PERFORM TOPLU-FATURA THRU TOPLU-FATURA-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'EKSISTOK'.
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

      * is emri plakadan acilir; musteri MUSARAC kaydindan
      * gelir, teknisyen aktif PERSONEL kartlarindan secilir
       YENI-IS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'PLAKA       :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-PLAKA.
           ACCEPT E-PLAKA LINE 5 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-PLAKA = SPACES GO YENI-IS-SON.
           OPEN INPUT MUSARAC SICIL PERSONEL.
           MOVE E-PLAKA TO MA-PLAKA.
           READ MUSARAC
              INVALID KEY
                 DISPLAY 'PLAKA KAYITLI DEGIL - ONCE MUSARAC !!!'
                    LINE 7 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 CLOSE MUSARAC SICIL PERSONEL
                 GO YENI-IS-SON.
           MOVE MA-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY INITIALIZE SC-KAYIT.
           DISPLAY 'HESAP       :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MA-HESAPNO LINE 7 POSITION 16
              SC-HESAPADI(1:40) LINE 7 POSITION 33.
           INITIALIZE IE-KAYIT.
           DISPLAY 'KILOMETRE   :' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'SIKAYET     :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'TEKNISYEN   :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DEPO        :' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT IE-KM LINE 9 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IE-SIKAYET LINE 11 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
       YENI-IS-PERSONEL.
           ACCEPT IE-PERSONEL LINE 13 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE MUSARAC SICIL PERSONEL GO YENI-IS-SON.
           MOVE IE-PERSONEL TO PR-NO.
           READ PERSONEL
              INVALID KEY
                 DISPLAY 'PERSONEL YOK !!!' LINE 13 POSITION 23
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO YENI-IS-PERSONEL.
           IF NOT PR-AKTIF-EVET
              DISPLAY 'PERSONEL AKTIF DEGIL !!!' LINE 13 POSITION 23
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO YENI-IS-PERSONEL.
           DISPLAY PR-ADI LINE 13 POSITION 23
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO IE-DEPONO.
           ACCEPT IE-DEPONO LINE 15 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           CLOSE MUSARAC SICIL PERSONEL.
           IF F = 27 GO YENI-IS-SON.
           OPEN I-O ISEMRI.
           IF ST-ISEMRI = '35'
              CLOSE ISEMRI
              OPEN OUTPUT ISEMRI
              CLOSE ISEMRI
              OPEN I-O ISEMRI.
           PERFORM NO-URET THRU NO-URET-SON.
           MOVE E-PLAKA TO IE-PLAKA.
           MOVE MA-HESAPNO TO IE-HESAPNO.
           MOVE BUGUN TO IE-TARIH.
           ACCEPT IE-SAAT FROM TIME.
           MOVE SPACES TO IE-YAPILAN IE-FAT-EVRAKNO.
           MOVE ZEROS TO IE-KAPANIS-TARIH IE-FAT-TIP.
           MOVE 1 TO IE-DURUM.
           MOVE OT-KULLANICI-ADI TO IE-KULLANICI.
           PERFORM WRITE-ISEMRI.
           MOVE IE-NO TO E-NO.
           CLOSE ISEMRI.
           MOVE E-NO TO Z-NO.
           DISPLAY 'IS EMRI NO :' LINE 17 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 17 POSITION 15
              ' - F3 ISCILIK / F4 PARCA EKLEYIN'
              LINE 17 POSITION 23.
       YENI-IS-SON.

       NO-URET.
           MOVE 9999999 TO IE-NO.
           START ISEMRI KEY IS NOT GREATER THAN IE-NO
              INVALID KEY MOVE ZEROS TO IE-NO
              NOT INVALID KEY
                 READ ISEMRI PREVIOUS
                    AT END MOVE ZEROS TO IE-NO
                 END-READ
           END-START.
           ADD 1 TO IE-NO.
       NO-URET-SON.

      * secilen is emri ekranda kalir; satir ekleme, durum ve
      * faturalama hep bu is emri uzerinde calisir
       IS-SEC.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'IS EMRI NO :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-NO LINE 4 POSITION 15 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 MOVE ZEROS TO E-NO GO IS-SEC-SON.
           PERFORM IS-GOSTER THRU IS-GOSTER-SON.
       IS-SEC-SON.

       IS-GOSTER.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           OPEN INPUT ISEMRI ISEMDET PERSONEL SICIL.
           MOVE E-NO TO IE-NO.
           READ ISEMRI
              INVALID KEY
                 DISPLAY 'IS EMRI BULUNAMADI !!!' LINE 5 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 MOVE ZEROS TO E-NO
                 GO IS-GOSTER-KAPAT.
           MOVE IE-PERSONEL TO PR-NO.
           READ PERSONEL INVALID KEY MOVE SPACES TO PR-ADI.
           MOVE IE-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           PERFORM DURUM-ADI THRU DURUM-ADI-SON.
           MOVE IE-NO TO Z-NO.
           MOVE IE-KM TO Z-KM.
           DISPLAY 'IS EMRI :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 4 POSITION 12
              IE-PLAKA LINE 4 POSITION 21
              'KM:' LINE 4 POSITION 33
              Z-KM LINE 4 POSITION 37
              B-DURUM LINE 4 POSITION 47
              IE-GUN LINE 4 POSITION 65
              '/' LINE 4 POSITION 67
              IE-AY LINE 4 POSITION 68
              '/' LINE 4 POSITION 70
              IE-YIL LINE 4 POSITION 71.
           DISPLAY 'MUSTERI :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:40) LINE 5 POSITION 12
              'TEKN:' LINE 5 POSITION 53
              PR-ADI(1:20) LINE 5 POSITION 59.
           DISPLAY 'SIKAYET :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IE-SIKAYET LINE 6 POSITION 12.
           DISPLAY 'YAPILAN :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IE-YAPILAN LINE 7 POSITION 12.
           IF IE-FATURALANDI
              DISPLAY 'FATURA  :' LINE 8 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 IE-FAT-EVRAKNO LINE 8 POSITION 12.
           DISPLAY 'SIRA TUR      STOK NO         CINSI'
              LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MIKTAR       TUTAR' LINE 9 POSITION 52.
           MOVE 10 TO SATIR.
           MOVE ZEROS TO IS-TUTAR SATIR-SAYI.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO IS-GOSTER-TOPLAM.
       IS-GOSTER-OKU.
           READ ISEMDET NEXT AT END GO IS-GOSTER-TOPLAM.
           IF IED-NO NOT = E-NO GO IS-GOSTER-TOPLAM.
           ADD 1 TO SATIR-SAYI.
           COMPUTE IS-TUTAR ROUNDED = IS-TUTAR + IED-ADET * IED-FIYAT
              * (1 - IED-ISKONTO1 / 100) * (1 - IED-ISKONTO2 / 100)
              * (1 + IED-KDV / 100).
           IF SATIR > 30 GO IS-GOSTER-OKU.
           IF IED-ISCILIK
              MOVE 'ISCILIK ' TO B-TUR
           ELSE
              MOVE 'PARCA   ' TO B-TUR
           END-IF.
           MOVE IED-ADET TO Z-ADET.
           COMPUTE Z-TUTAR ROUNDED = IED-ADET * IED-FIYAT
              * (1 - IED-ISKONTO1 / 100) * (1 - IED-ISKONTO2 / 100).
           DISPLAY IED-SIRA LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              B-TUR LINE SATIR POSITION 7
              IED-STNO LINE SATIR POSITION 16
              IED-CINSI(1:19) LINE SATIR POSITION 32
              Z-ADET LINE SATIR POSITION 52
              Z-TUTAR LINE SATIR POSITION 63.
           ADD 1 TO SATIR.
           GO IS-GOSTER-OKU.
       IS-GOSTER-TOPLAM.
           MOVE IS-TUTAR TO Z-TUTAR.
           DISPLAY 'TOPLAM (KDV DAHIL) :' LINE 31 POSITION 42
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TUTAR LINE 31 POSITION 63.
       IS-GOSTER-KAPAT.
           CLOSE ISEMRI ISEMDET PERSONEL SICIL.
       IS-GOSTER-SON.

       DURUM-ADI.
           EVALUATE IE-DURUM
            WHEN 1 MOVE 'ACIK            ' TO B-DURUM
            WHEN 2 MOVE 'ISLEMDE         ' TO B-DURUM
            WHEN 3 MOVE 'PARCA BEKLIYOR  ' TO B-DURUM
            WHEN 4 MOVE 'TAMAMLANDI      ' TO B-DURUM
            WHEN 5 MOVE 'FATURALANDI     ' TO B-DURUM
            WHEN OTHER MOVE '?               ' TO B-DURUM
           END-EVALUATE.
       DURUM-ADI-SON.

      * secili is emrinin durumu okunur; faturalanmis ya da
      * tamamlanmis ise emrine satir eklenemez
       IS-DURUM-OKU.
           MOVE ZEROS TO IE-DURUM.
           IF E-NO = ZEROS
              DISPLAY 'ONCE IS EMRI SECIN (F1/F2) !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO IS-DURUM-OKU-SON.
           OPEN INPUT ISEMRI.
           MOVE E-NO TO IE-NO.
           READ ISEMRI INVALID KEY MOVE ZEROS TO IE-DURUM.
           CLOSE ISEMRI.
       IS-DURUM-OKU-SON.

      * iscilik (E-DURUM 1) ve parca (E-DURUM 2) satirlari ayni
      * akistan girer: fiyat musterinin listesinden, iskonto
      * anlasmadan gelir; iscilik stok hareketi dogurmaz
       SATIR-EKLE.
           MOVE ZEROS TO LMT-UYAR.
           PERFORM IS-DURUM-OKU THRU IS-DURUM-OKU-SON.
           IF IE-DURUM = ZEROS GO SATIR-EKLE-SON.
           IF IE-DURUM > 3
              DISPLAY 'IS EMRI KAPALI - SATIR EKLENEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SATIR-EKLE-SON.
           INITIALIZE TST-KAYIT.
           CALL 'STOKSEC' USING TST-KAYIT MAX-YIL BY CONTENT 0017 1.
           CANCEL 'STOKSEC'.
           IF TST-STNO = SPACES GO SATIR-EKLE-SON.
           OPEN I-O ISEMDET.
           IF ST-ISEMDET = '35'
              CLOSE ISEMDET
              OPEN OUTPUT ISEMDET
              CLOSE ISEMDET
              OPEN I-O ISEMDET.
           OPEN INPUT STOK SICIL PERSONEL.
           MOVE TST-KATNO TO ST-KATNO.
           MOVE TST-STNO TO ST-STNO.
           READ STOK INVALID KEY GO SATIR-EKLE-KAPAT.
           MOVE IE-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE ZEROS TO SC-LISTENO.
           INITIALIZE IED-KAYIT.
           MOVE E-DURUM TO IED-TUR.
           MOVE ST-KATNO TO IED-KATNO.
           MOVE ST-STNO TO IED-STNO.
           MOVE ST-CINSI TO IED-CINSI.
           MOVE IE-DEPONO TO IED-DEPONO.
           MOVE ST-KDV TO IED-KDV.
           MOVE IE-PERSONEL TO IED-PERSONEL.
           CALL 'FIYATBUL' USING SC-LISTENO ST-KATNO ST-STNO
              BUGUN L-FIYAT.
           CANCEL 'FIYATBUL'.
           MOVE ZEROS TO A-ISK1 A-ISK2.
           CALL 'ANLASBUL' USING IE-HESAPNO ST-KATNO ST-STNO
              BUGUN A-ISK1 A-ISK2.
           CANCEL 'ANLASBUL'.
           MOVE A-ISK1 TO IED-ISKONTO1.
           MOVE A-ISK2 TO IED-ISKONTO2.
           PERFORM VARYING SATIR FROM 20 BY 1 UNTIL SATIR > 28
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 77
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
           IF IED-ISCILIK
              DISPLAY 'ISCILIK SATIRI' LINE 20 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY 'PARCA SATIRI' LINE 20 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
           DISPLAY 'ACIKLAMA    :' LINE 22 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'MIKTAR/SAAT :' LINE 24 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'BIRIM FIYAT :' LINE 26 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'TEKNISYEN   :' LINE 28 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT IED-CINSI LINE 22 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 1 TO Z-ADET.
           ACCEPT Z-ADET LINE 24 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE L-FIYAT TO Z-FIYAT.
           ACCEPT Z-FIYAT LINE 26 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT IED-PERSONEL LINE 28 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SATIR-EKLE-KAPAT.
           MOVE Z-ADET TO IED-ADET.
           MOVE Z-FIYAT TO IED-FIYAT.
           IF IED-ADET = ZEROS GO SATIR-EKLE-KAPAT.
           MOVE IED-PERSONEL TO PR-NO.
           READ PERSONEL
              INVALID KEY MOVE IE-PERSONEL TO IED-PERSONEL.
      * sira bir sonraki bos numaradan verilir
           MOVE E-NO TO IED-NO.
           MOVE 999 TO IED-SIRA.
           MOVE IED-KAYIT TO YEDEK-SATIR.
           START ISEMDET KEY IS NOT GREATER THAN IED-KEY
              INVALID KEY MOVE ZEROS TO E-SIRA
              NOT INVALID KEY
                 READ ISEMDET PREVIOUS
                    AT END MOVE ZEROS TO E-SIRA
                    NOT AT END
                       IF IED-NO NOT = E-NO
                          MOVE ZEROS TO E-SIRA
                       ELSE
                          MOVE IED-SIRA TO E-SIRA
                       END-IF
                 END-READ
           END-START.
           MOVE YEDEK-SATIR TO IED-KAYIT.
           ADD 1 TO E-SIRA.
           MOVE E-SIRA TO IED-SIRA.
           PERFORM WRITE-ISEMDET.
           MOVE 1 TO LMT-UYAR.
           PERFORM PROMOSYON-UYGULA THRU PROMOSYON-UYGULA-SON.
       SATIR-EKLE-KAPAT.
           CLOSE ISEMDET STOK SICIL PERSONEL.
      * ilk satir girilince acik is emri islemde sayilir
           IF IE-ACIK
              OPEN I-O ISEMRI
              MOVE E-NO TO IE-NO
              READ ISEMRI
                 NOT INVALID KEY
                    MOVE 2 TO IE-DURUM
                    PERFORM REWRITE-ISEMRI
              END-READ
              CLOSE ISEMRI.
           PERFORM IS-GOSTER THRU IS-GOSTER-SON.
           IF LMT-UYAR = 1
              PERFORM LIMIT-UYAR THRU LIMIT-UYAR-SON.
       SATIR-EKLE-SON.

      * filo aracinin bu ayki harcamasi ile is emri toplami
      * aracin aylik limitini asarsa uyarilir
       LIMIT-UYAR.
           MOVE IE-HESAPNO TO FLV-HESAPNO.
           PERFORM FILO-HESAP-OKU THRU FILO-HESAP-OKU-SON.
           IF FLV-FILO = 0 GO LIMIT-UYAR-SON.
           MOVE IE-PLAKA TO FLV-PLAKA.
           MOVE BU-YIL TO FLV-YIL.
           MOVE BU-AY TO FLV-AY.
           PERFORM FILO-HARCAMA-AL THRU FILO-HARCAMA-AL-SON.
           IF FLV-LIMIT = ZEROS GO LIMIT-UYAR-SON.
           ADD IS-TUTAR TO FLV-HARCAMA.
           IF FLV-HARCAMA NOT > FLV-LIMIT GO LIMIT-UYAR-SON.
           MOVE FLV-HARCAMA TO Z-TUTAR.
           DISPLAY 'ARAC AYLIK LIMITI ASILIYOR - HARCAMA :'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              Z-TUTAR LINE 32 POSITION 41.
       LIMIT-UYAR-SON.

      * is emrinin satirlari PROMOBUL a verilir; bedava urun %100
      * iskontolu yeni satir olarak eklenir (ayni kalemse girilen
      * satirdan bolunur), yuzde indirim kurala uyan satirlarin
      * ikinci iskontosuna islenir. kural kodu IED-PROMO da durur,
      * faturada HD-KOD olur
       PROMOSYON-UYGULA.
           MOVE E-SIRA TO P-SONSIRA.
           MOVE BUGUN TO PRM-TARIH.
           MOVE IE-HESAPNO TO PRM-HESAPNO.
           MOVE ZEROS TO PRM-SATIR-SAYI PRM-YENI.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO PROMOSYON-UYGULA-SON.
       PROMOSYON-OKU.
           READ ISEMDET NEXT AT END GO PROMOSYON-DEGERLE.
           IF IED-NO NOT = E-NO GO PROMOSYON-DEGERLE.
           IF PRM-SATIR-SAYI NOT < 23 GO PROMOSYON-DEGERLE.
           ADD 1 TO PRM-SATIR-SAYI.
           MOVE PRM-SATIR-SAYI TO P-I.
           MOVE IED-SIRA TO P-SIRA(P-I).
           MOVE IED-KATNO TO PRM-KATNO(P-I).
           MOVE IED-STNO TO PRM-STNO(P-I).
           MOVE IED-ADET TO PRM-ADET(P-I).
           MOVE IED-PROMO TO PRM-KOD(P-I).
           MOVE ZEROS TO PRM-BEDAVA(P-I).
           IF IED-PROMO NOT = SPACES AND IED-ISKONTO2 = 100
              MOVE 1 TO PRM-BEDAVA(P-I).
           IF IED-SIRA = P-SONSIRA MOVE P-I TO PRM-YENI.
           GO PROMOSYON-OKU.
       PROMOSYON-DEGERLE.
           IF PRM-YENI = ZEROS GO PROMOSYON-UYGULA-SON.
           CALL 'PROMOBUL' USING PRM-ISTEK
              ON EXCEPTION MOVE ZEROS TO PRM-SONUC
           END-CALL.
           CANCEL 'PROMOBUL'.
           IF PRM-ISKONTO
              PERFORM VARYING P-I FROM 1 BY 1
                 UNTIL P-I > PRM-SATIR-SAYI
                 PERFORM PROMOSYON-ISKONTO THRU PROMOSYON-ISKONTO-SON
              END-PERFORM
              GO PROMOSYON-UYGULA-SON.
           IF NOT PRM-URUN GO PROMOSYON-UYGULA-SON.
           MOVE E-NO TO IED-NO.
           MOVE P-SONSIRA TO IED-SIRA.
           READ ISEMDET INVALID KEY GO PROMOSYON-UYGULA-SON.
      * odul girilen satirin tamamini karsiliyorsa satir bedava olur
           IF PRM-AYNI = 1 AND PRM-ODUL-ADET NOT < IED-ADET
              MOVE ZEROS TO IED-ISKONTO1
              MOVE 100 TO IED-ISKONTO2
              MOVE PRM-KURAL TO IED-PROMO
              PERFORM REWRITE-ISEMDET
              GO PROMOSYON-UYGULA-SON.
           IF PRM-AYNI = 1
              SUBTRACT PRM-ODUL-ADET FROM IED-ADET
              PERFORM REWRITE-ISEMDET
              MOVE IED-CINSI TO P-CINSI
           ELSE
              MOVE PRM-ODUL-KATNO TO ST-KATNO
              MOVE PRM-ODUL-STNO TO ST-STNO
              READ STOK INVALID KEY GO PROMOSYON-UYGULA-SON
              END-READ
              MOVE 2 TO IED-TUR
              MOVE ST-KATNO TO IED-KATNO
              MOVE ST-STNO TO IED-STNO
              MOVE ST-KDV TO IED-KDV
              CALL 'FIYATBUL' USING SC-LISTENO ST-KATNO ST-STNO
                 BUGUN L-FIYAT
              CANCEL 'FIYATBUL'
              MOVE L-FIYAT TO IED-FIYAT
              MOVE ST-CINSI TO P-CINSI
           END-IF.
           MOVE SPACES TO IED-CINSI.
           STRING 'PROMOSYON ' P-CINSI
              DELIMITED BY SIZE INTO IED-CINSI.
           MOVE PRM-ODUL-ADET TO IED-ADET.
           MOVE ZEROS TO IED-ISKONTO1.
           MOVE 100 TO IED-ISKONTO2.
           MOVE PRM-KURAL TO IED-PROMO.
           COMPUTE IED-SIRA = P-SONSIRA + 1.
       PROMOSYON-YAZ.
           PERFORM WRITE-ISEMDET.
           IF WVAR = 0 ADD 1 TO IED-SIRA GO PROMOSYON-YAZ.
       PROMOSYON-UYGULA-SON.

      * indirim yalniz kurala uyan, baska kurala bagli olmayan ve
      * anlasma iskontosu daha dusuk olan satirlara islenir
       PROMOSYON-ISKONTO.
           IF PRM-UYGUN(P-I) NOT = 1 GO PROMOSYON-ISKONTO-SON.
           IF PRM-KOD(P-I) NOT = SPACES GO PROMOSYON-ISKONTO-SON.
           MOVE E-NO TO IED-NO.
           MOVE P-SIRA(P-I) TO IED-SIRA.
           READ ISEMDET INVALID KEY GO PROMOSYON-ISKONTO-SON.
           IF IED-ISKONTO2 NOT < PRM-YUZDE GO PROMOSYON-ISKONTO-SON.
           MOVE PRM-YUZDE TO IED-ISKONTO2.
           MOVE PRM-KURAL TO IED-PROMO.
           PERFORM REWRITE-ISEMDET.
       PROMOSYON-ISKONTO-SON.

       SATIR-SIL.
           PERFORM IS-DURUM-OKU THRU IS-DURUM-OKU-SON.
           IF IE-DURUM = ZEROS GO SATIR-SIL-SON.
           IF IE-FATURALANDI
              DISPLAY 'FATURALANMIS IS EMRI DEGISTIRILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SATIR-SIL-SON.
           DISPLAY 'SILINECEK SIRA :' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE ZEROS TO E-SIRA.
           ACCEPT E-SIRA LINE 32 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-SIRA = ZEROS GO SATIR-SIL-SON.
           OPEN I-O ISEMDET.
           MOVE E-NO TO IED-NO.
           MOVE E-SIRA TO IED-SIRA.
           READ ISEMDET
              NOT INVALID KEY PERFORM DELETE-ISEMDET
           END-READ.
           CLOSE ISEMDET.
           PERFORM IS-GOSTER THRU IS-GOSTER-SON.
       SATIR-SIL-SON.

      * durum elle ilerletilir; faturali durum (5) yalnizca
      * faturalama ile verilir. yapilan is tamamlanirken yazilir
       DURUM-DEGIS.
           PERFORM IS-DURUM-OKU THRU IS-DURUM-OKU-SON.
           IF IE-DURUM = ZEROS GO DURUM-DEGIS-SON.
           IF IE-FATURALANDI
              DISPLAY 'FATURALANMIS IS EMRI DEGISTIRILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO DURUM-DEGIS-SON.
           OPEN I-O ISEMRI.
           MOVE E-NO TO IE-NO.
           READ ISEMRI INVALID KEY CLOSE ISEMRI GO DURUM-DEGIS-SON.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY '1=ACIK 2=ISLEMDE 3=PARCA BEKLIYOR 4=TAMAM :'
              LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE IE-DURUM TO E-DURUM.
           ACCEPT E-DURUM LINE 32 POSITION 47 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-DURUM < 1 OR E-DURUM > 4
              CLOSE ISEMRI GO DURUM-DEGIS-SON.
           IF E-DURUM = 4
              DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              DISPLAY 'YAPILAN :' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT IE-YAPILAN LINE 32 POSITION 12 UPDATE
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              MOVE BUGUN TO IE-KAPANIS-TARIH
           ELSE
              MOVE ZEROS TO IE-KAPANIS-TARIH
           END-IF.
           MOVE E-DURUM TO IE-DURUM.
           PERFORM REWRITE-ISEMRI.
           CLOSE ISEMRI.
           DISPLAY SPACES LINE 32 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           PERFORM IS-GOSTER THRU IS-GOSTER-SON.
       DURUM-DEGIS-SON.

      * tamamlanan is emri normal satis faturasina (TIP 3)
      * donusur: satirlar HAREKET-DETAY e yazilir, parcalar
      * is emrinin deposundan stoktan dusulur, cari borclanir.
      * eksper onayli hasar dosyasi varsa iki fatura kesilir:
      * onayli kalemler muafiyet dusulerek sigortaciya, muafiyet
      * payi, onay fiyatini asan fark ve onaysiz kalemler arac
      * sahibine. onay bekleyen dosyanin is emri faturalanmaz
       FATURALA.
           PERFORM IS-DURUM-OKU THRU IS-DURUM-OKU-SON.
           IF IE-DURUM = ZEROS GO FATURALA-SON.
           IF NOT IE-TAMAM
              DISPLAY 'YALNIZCA TAMAMLANAN IS FATURALANIR !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           PERFORM IS-GOSTER THRU IS-GOSTER-SON.
           IF SATIR-SAYI = ZEROS
              DISPLAY 'IS EMRINDE SATIR YOK !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           PERFORM HASAR-BUL THRU HASAR-BUL-SON.
           IF H-DURUM = 1
              DISPLAY 'HASAR DOSYASI EKSPER ONAYI BEKLIYOR !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
      * toplu faturali filo hesabinin isleri ay sonunda F9 ile
      * faturalanir; hasar dosyali is tek tek faturalanir
           MOVE IE-HESAPNO TO FLV-HESAPNO.
           PERFORM FILO-HESAP-OKU THRU FILO-HESAP-OKU-SON.
           IF FLV-FILO = 1 AND FLV-TOPLU = 'E' AND H-DURUM NOT = 2
              DISPLAY 'FILO TOPLU FATURA HESABI - F9 ILE FATURALAYIN'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              DISPLAY 'DONEM KAPALI - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
      * hasarli iste kredi yalniz arac sahibinin payina bakilir
           IF H-DURUM = 2
              PERFORM HASAR-PAYLAS THRU HASAR-PAYLAS-SON
              IF ONAY-TOPLAM = ZEROS
                 DISPLAY 'ONAYLI KALEMLER IS EMRINDE YOK !!!'
                    LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO FATURALA-SON
              END-IF
              MOVE SAHIP-TOPLAM TO IS-TUTAR
           END-IF.
           MOVE ZEROS TO KRD-SONUC.
           CALL 'KREDI' USING IE-HESAPNO IS-TUTAR KRD-SONUC
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'KREDI'.
           IF KRD-SONUC = 1
              DISPLAY 'KREDI ENGELI - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
      * parca satirlari eksi stok politikasina gore denetlenir
           PERFORM STOK-DENETIM THRU STOK-DENETIM-SON.
           IF ES-ENGELLENDI
              DISPLAY 'STOK YETERSIZ - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-SON.
           MOVE IE-DEPONO TO E-DEPONO.
           MOVE SPACES TO SG-EVRAKNO MS-EVRAKNO.
           MOVE ZEROS TO SG-TUTAR MS-TUTAR.
           IF H-DURUM = 2
              MOVE 1 TO FAT-GECIS
           ELSE
              MOVE ZEROS TO FAT-GECIS.
           OPEN I-O HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR STOKADET STOK ISEMRI ISEMDET.
           OPEN INPUT SICIL STOKBOM.
           IF FLV-FILO = 1 PERFORM FILO-HAR-AC THRU FILO-HAR-AC-SON.
       FATURA-BASLA.
           MOVE 3 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES
              DISPLAY 'FATURA EVRAK SAYACI BOS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO FATURALA-KAPAT.
           MOVE AY-EVRAKNO TO Y-EVRAKNO.
           MOVE E-NO TO IE-NO.
           READ ISEMRI INVALID KEY GO FATURALA-KAPAT.
           MOVE IE-HESAPNO TO FAT-HESAPNO.
           IF FAT-GECIS = 1 MOVE H-SIGORTACI TO FAT-HESAPNO.
           MOVE FAT-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY INITIALIZE SC-KAYIT.
           MOVE 3 TO NYV-TIP.
           MOVE Y-EVRAKNO TO NYV-EVRAKNO.
           MOVE E-DEPONO TO NYV-DEPONO.
           MOVE FAT-HESAPNO TO NYV-HESAPNO.
           PERFORM NIYET-BASLA THRU NIYET-BASLA-SON.
           INITIALIZE HS-KAYIT.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           MOVE E-DEPONO TO HS-DEPONO.
           MOVE FAT-HESAPNO TO HS-HESAPNO.
           MOVE SC-HESAPADI TO HS-HESAPADI.
           MOVE SC-YETKILI TO HS-YETKILI.
           IF FAT-GECIS = 1
              MOVE SPACES TO HS-YETKILI
              STRING 'HASAR ' H-DOSYANO ' ' H-PLAKA
                 DELIMITED BY SIZE INTO HS-YETKILI.
           MOVE SC-MAHALLE TO HS-MAHALLE.
           MOVE SC-ILCE TO HS-ILCE.
           MOVE SC-IL TO HS-IL.
           MOVE SC-ULKE TO HS-ULKE.
           MOVE SC-PLKOD TO HS-PLKOD.
           MOVE BU-GUN TO HS-FGUN HS-DGUN.
           MOVE BU-AY TO HS-FAY HS-DAY.
           MOVE BU-YIL TO HS-FYIL HS-DYIL.
           ACCEPT HS-SAAT FROM TIME.
           MOVE SPACES TO HS-BAG HS-BEVRAKNO HS-SIPARISNO.
           MOVE ZEROS TO HS-BAGTIPI HS-SONUC HS-YAZDIRMA-SAYISI.
           MOVE 'TL ' TO HS-DOVIZ.
           MOVE 1 TO HS-KUR.
           PERFORM WRITE-HAREKET-SICIL.
           MOVE SPACES TO HIDX-KAYIT.
           STRING HS-TIP HS-EVRAKNO DELIMITED BY SIZE
              INTO HIDX-EVRAKNO.
           MOVE HS-HESAPADI TO HIDX-HESAPADI.
           MOVE HS-YETKILI TO HIDX-YETKILI.
           PERFORM WRITE-HAREKET-INDEX.
           MOVE ZEROS TO Y-SIRA.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           PERFORM ONAY-SIFIRLA THRU ONAY-SIFIRLA-SON.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO FATURA-TOPLAM.
       FATURA-SATIR-OKU.
           READ ISEMDET NEXT AT END GO FATURA-TOPLAM.
           IF IED-NO NOT = E-NO GO FATURA-TOPLAM.
           EVALUATE FAT-GECIS
            WHEN 1 PERFORM SIGORTA-SATIR-YAZ THRU SIGORTA-SATIR-YAZ-SON
            WHEN 2 PERFORM SAHIP-SATIR-YAZ THRU SAHIP-SATIR-YAZ-SON
            WHEN OTHER
                 PERFORM FATURA-SATIR-YAZ THRU FATURA-SATIR-YAZ-SON
           END-EVALUATE.
           GO FATURA-SATIR-OKU.
       FATURA-TOPLAM.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY CONTINUE.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE 3 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           IF FAT-GECIS < 2
              MOVE 'Y' TO ES-ISLEM
              MOVE 3 TO ES-EVRAKTIP
              MOVE Y-EVRAKNO TO ES-EVRAKNO
              CALL 'EKSISTOK' USING ES-ISTEK
              MOVE Y-EVRAKNO TO SG-EVRAKNO
              MOVE T-TUTAR TO SG-TUTAR
           ELSE
              MOVE Y-EVRAKNO TO MS-EVRAKNO
              MOVE T-TUTAR TO MS-TUTAR
           END-IF.
      * sigortaci faturasindan sonra arac sahibinin faturasi
           IF FAT-GECIS = 1 AND SAHIP-TOPLAM > ZEROS
              PERFORM NIYET-BITIR THRU NIYET-BITIR-SON
              MOVE 2 TO FAT-GECIS
              GO FATURA-BASLA
           END-IF.
           MOVE E-NO TO IE-NO.
           READ ISEMRI INVALID KEY CONTINUE.
           MOVE 5 TO IE-DURUM.
           MOVE 3 TO IE-FAT-TIP.
           MOVE SG-EVRAKNO TO IE-FAT-EVRAKNO.
           PERFORM REWRITE-ISEMRI.
           IF H-DURUM = 2
              PERFORM HASAR-FATURALI THRU HASAR-FATURALI-SON.
           PERFORM NIYET-BITIR THRU NIYET-BITIR-SON.
           PERFORM FATURALA-KAPAT.
           CALL 'CEVRAK' USING FAT-TIP SG-EVRAKNO.
           CANCEL 'CEVRAK'.
           IF MS-EVRAKNO NOT = SPACES
              CALL 'CEVRAK' USING FAT-TIP MS-EVRAKNO
              CANCEL 'CEVRAK'.
           PERFORM IS-GOSTER THRU IS-GOSTER-SON.
           GO FATURALA-SON.
       FATURALA-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR STOKADET STOK ISEMRI ISEMDET SICIL STOKBOM.
           IF FLV-FILO = 1 CLOSE FILOHAR.
       FATURALA-SON.

      * iscilik satirlari disindaki parcalar depodan denetlenir;
      * recetesi olan parca bilesenlerinden denetlenir
       STOK-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE IE-DEPONO TO ES-DEPONO.
           MOVE 'ISEMRI' TO ES-PROGRAM.
           MOVE 3 TO ES-EVRAKTIP.
           MOVE 'E' TO ES-RECETE.
           OPEN INPUT ISEMDET.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO STOK-DENETIM-KAPAT.
       STOK-DENETIM-OKU.
           READ ISEMDET NEXT AT END GO STOK-DENETIM-KAPAT.
           IF IED-NO NOT = E-NO GO STOK-DENETIM-KAPAT.
           IF IED-ISCILIK GO STOK-DENETIM-OKU.
           MOVE IED-KATNO TO ES-KATNO.
           MOVE IED-STNO TO ES-STNO.
           MOVE IED-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI GO STOK-DENETIM-KAPAT.
           GO STOK-DENETIM-OKU.
       STOK-DENETIM-KAPAT.
           CLOSE ISEMDET.
       STOK-DENETIM-SON.

       FATURA-SATIR-YAZ.
           ADD 1 TO Y-SIRA.
           INITIALIZE HD-KAYIT.
           MOVE 3 TO HD-TIP.
           MOVE Y-EVRAKNO TO HD-EVRAKNO.
           MOVE Y-SIRA TO HD-SIRA.
           MOVE IED-KATNO TO HD-KATNO.
           MOVE IED-STNO TO HD-STNO.
           MOVE IED-CINSI TO HD-CINSI.
           MOVE IED-ADET TO HD-ADET.
           MOVE IED-FIYAT TO HD-FIYAT.
           MOVE IED-ISKONTO1 TO HD-ISKONTO1.
           MOVE IED-ISKONTO2 TO HD-ISKONTO2.
           MOVE IED-KDV TO HD-KDV.
           MOVE IED-PROMO TO HD-KOD.
           MOVE IED-KATNO TO ST-KATNO.
           MOVE IED-STNO TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           MOVE ST-PRCNO TO HD-PRCNO.
           MOVE ST-MARKA TO HD-MARKA.
           MOVE ST-TIPI TO HD-TIPI.
           PERFORM WRITE-HAREKET-DETAY.
           IF FLV-FILO = 1
              PERFORM FILO-SATIR-YAZ THRU FILO-SATIR-YAZ-SON.
           PERFORM PARCA-CIKIS THRU PARCA-CIKIS-SON.
       FATURA-SATIR-YAZ-SON.

      * filo hesabina kesilen satir aracin plakasiyla FILOHAR a;
      * iscilik satiri ve hizmet kalemi iscilik sayilir
       FILO-SATIR-YAZ.
           MOVE 'P' TO FLV-TUR.
           IF IED-ISCILIK OR ST-HIZMET MOVE 'I' TO FLV-TUR.
           MOVE IE-PLAKA TO FLV-PLAKA.
           MOVE BUGUN TO FLV-TARIH.
           PERFORM FILO-HAR-YAZ THRU FILO-HAR-YAZ-SON.
       FILO-SATIR-YAZ-SON.

      * parca: set ise recetedeki bilesenlerden, degilse
      * kendisinden stok cikisi yapilir; hizmet kalemi atlanir
       PARCA-CIKIS.
           IF IED-ISCILIK GO PARCA-CIKIS-SON.
           MOVE IED-KATNO TO ST-KATNO.
           MOVE IED-STNO TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           IF ST-HIZMET GO PARCA-CIKIS-SON.
           MOVE ZEROS TO KIT-VAR.
           MOVE IED-KATNO TO BOM-KATNO.
           MOVE IED-STNO TO BOM-STNO.
           MOVE ZEROS TO BOM-SIRA.
           START STOKBOM KEY IS NOT LESS THAN BOM-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ STOKBOM NEXT
                    AT END CONTINUE
                    NOT AT END
                       IF BOM-KATNO = IED-KATNO
                          AND BOM-STNO = IED-STNO
                          MOVE 1 TO KIT-VAR
                       END-IF
                 END-READ
           END-START.
           IF KIT-VAR = 1
              PERFORM KIT-CIKIS THRU KIT-CIKIS-SON
              GO PARCA-CIKIS-SON.
           MOVE IED-KATNO TO C-KATNO.
           MOVE IED-STNO TO C-STNO.
           MOVE IED-ADET TO C-ADET.
           PERFORM TEK-CIKIS THRU TEK-CIKIS-SON.
       PARCA-CIKIS-SON.

      * is emrine bagli iptal edilmemis hasar dosyasi aranir;
      * onayli dosyanin kalemleri tabloya alinir
       HASAR-BUL.
           MOVE ZEROS TO H-DURUM ONY-SAYI H-TUTAR-SATIRI.
           OPEN INPUT HASAR.
           IF ST-HASAR = '35' GO HASAR-BUL-SON.
           MOVE E-NO TO HZ-ISEMRI.
           START HASAR KEY IS NOT LESS THAN HZ-ISEMRI
              INVALID KEY GO HASAR-BUL-KAPAT.
       HASAR-BUL-OKU.
           READ HASAR NEXT AT END GO HASAR-BUL-KAPAT.
           IF HZ-ISEMRI NOT = E-NO GO HASAR-BUL-KAPAT.
           IF NOT HZ-EKSPER-BEKLIYOR AND NOT HZ-ONAYLI
              GO HASAR-BUL-OKU.
           MOVE HZ-DURUM TO H-DURUM.
           MOVE HZ-NO TO H-NO.
           MOVE HZ-SIGORTACI TO H-SIGORTACI.
           MOVE HZ-DOSYANO TO H-DOSYANO.
           MOVE HZ-PLAKA TO H-PLAKA.
           MOVE HZ-MUAFIYET TO H-MUAFIYET.
           IF H-DURUM = 2 PERFORM ONAY-YUKLE THRU ONAY-YUKLE-SON.
       HASAR-BUL-KAPAT.
           CLOSE HASAR.
       HASAR-BUL-SON.

       ONAY-YUKLE.
           OPEN INPUT HASDET.
           IF ST-HASDET = '35' GO ONAY-YUKLE-SON.
           MOVE H-NO TO HZD-NO.
           MOVE ZEROS TO HZD-SIRA.
           START HASDET KEY IS NOT LESS THAN HZD-KEY
              INVALID KEY GO ONAY-YUKLE-KAPAT.
       ONAY-YUKLE-OKU.
           READ HASDET NEXT AT END GO ONAY-YUKLE-KAPAT.
           IF HZD-NO NOT = H-NO OR ONY-SAYI = 50
              GO ONAY-YUKLE-KAPAT.
           ADD 1 TO ONY-SAYI.
           MOVE HZD-KATNO TO ONY-KATNO (ONY-SAYI).
           MOVE HZD-STNO TO ONY-STNO (ONY-SAYI).
           MOVE HZD-ADET TO ONY-ADET (ONY-SAYI).
           MOVE HZD-FIYAT TO ONY-FIYAT (ONY-SAYI).
           GO ONAY-YUKLE-OKU.
       ONAY-YUKLE-KAPAT.
           CLOSE HASDET.
       ONAY-YUKLE-SON.

       ONAY-SIFIRLA.
           PERFORM VARYING ONY-I FROM 1 BY 1 UNTIL ONY-I > ONY-SAYI
                MOVE ONY-ADET (ONY-I) TO ONY-KALAN (ONY-I)
           END-PERFORM.
       ONAY-SIFIRLA-SON.

      * satir onayli kalemle eslestirilir: onayli miktar Q-ONAY,
      * kalan Q-DIS; onay fiyati atolyenin iskontolu fiyatini
      * asamaz, asan kisim P-FARK olarak arac sahibine kalir
       ONAY-ESLE.
           COMPUTE N-FIYAT ROUNDED = IED-FIYAT
              * (1 - IED-ISKONTO1 / 100) * (1 - IED-ISKONTO2 / 100).
           MOVE ZEROS TO Q-ONAY P-ONAY P-FARK.
           MOVE IED-ADET TO Q-DIS.
           MOVE 1 TO ONY-I.
       ONAY-ESLE-ARA.
           IF ONY-I > ONY-SAYI GO ONAY-ESLE-SON.
           IF ONY-KATNO (ONY-I) = IED-KATNO
              AND ONY-STNO (ONY-I) = IED-STNO
              AND ONY-KALAN (ONY-I) > ZEROS
              GO ONAY-ESLE-BUL.
           ADD 1 TO ONY-I.
           GO ONAY-ESLE-ARA.
       ONAY-ESLE-BUL.
           MOVE IED-ADET TO Q-ONAY.
           IF Q-ONAY > ONY-KALAN (ONY-I)
              MOVE ONY-KALAN (ONY-I) TO Q-ONAY.
           SUBTRACT Q-ONAY FROM ONY-KALAN (ONY-I) Q-DIS.
           MOVE ONY-FIYAT (ONY-I) TO P-ONAY.
           IF P-ONAY > N-FIYAT MOVE N-FIYAT TO P-ONAY.
           COMPUTE P-FARK = N-FIYAT - P-ONAY.
       ONAY-ESLE-SON.

      * muafiyet (kdv dahil) onayli tutardan buyuk olamaz; ORAN
      * her onayli satirin arac sahibine dusen payidir
       HASAR-PAYLAS.
           MOVE ZEROS TO ONAY-TOPLAM SAHIP-TOPLAM MUAF ORAN.
           PERFORM ONAY-SIFIRLA THRU ONAY-SIFIRLA-SON.
           OPEN INPUT ISEMDET.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO HASAR-PAYLAS-KAPAT.
       HASAR-PAYLAS-OKU.
           READ ISEMDET NEXT AT END GO HASAR-PAYLAS-KAPAT.
           IF IED-NO NOT = E-NO GO HASAR-PAYLAS-KAPAT.
           PERFORM ONAY-ESLE THRU ONAY-ESLE-SON.
           COMPUTE ONAY-TOPLAM ROUNDED = ONAY-TOPLAM
              + Q-ONAY * P-ONAY * (1 + IED-KDV / 100).
           COMPUTE SAHIP-TOPLAM ROUNDED = SAHIP-TOPLAM
              + (Q-ONAY * P-FARK + Q-DIS * N-FIYAT)
              * (1 + IED-KDV / 100).
           GO HASAR-PAYLAS-OKU.
       HASAR-PAYLAS-KAPAT.
           CLOSE ISEMDET.
           MOVE H-MUAFIYET TO MUAF.
           IF MUAF > ONAY-TOPLAM MOVE ONAY-TOPLAM TO MUAF.
           IF ONAY-TOPLAM > ZEROS
              COMPUTE ORAN ROUNDED = MUAF / ONAY-TOPLAM.
           ADD MUAF TO SAHIP-TOPLAM.
       HASAR-PAYLAS-SON.

      * sigortaci faturasi: onayli miktar, muafiyet payi dusulmus
      * onay fiyatiyla; stok cikisi satirin tamami icin burada
       SIGORTA-SATIR-YAZ.
           PERFORM ONAY-ESLE THRU ONAY-ESLE-SON.
           IF Q-ONAY > ZEROS
              MOVE IED-CINSI TO H-CINSI
              MOVE Q-ONAY TO H-ADET
              COMPUTE H-FIYAT ROUNDED = P-ONAY * (1 - ORAN)
              MOVE ZEROS TO H-ISK1 H-ISK2
              PERFORM HASAR-SATIR THRU HASAR-SATIR-SON
           END-IF.
           PERFORM PARCA-CIKIS THRU PARCA-CIKIS-SON.
       SIGORTA-SATIR-YAZ-SON.

      * arac sahibi faturasi: muafiyet payi, onay fiyatini asan
      * fark ve onaylanmayan miktar kendi fiyat ve iskontosuyla.
      * onayli miktar sigortaci faturasinda satildigi icin muafiyet
      * ve fark satirlari stoksuz, 1 adet toplam tutarla yazilir
       SAHIP-SATIR-YAZ.
           PERFORM ONAY-ESLE THRU ONAY-ESLE-SON.
           MOVE 1 TO H-ADET.
           MOVE ZEROS TO H-ISK1 H-ISK2.
           MOVE 1 TO H-TUTAR-SATIRI.
           IF Q-ONAY > ZEROS AND ORAN > ZEROS
              MOVE SPACES TO H-CINSI
              STRING 'MUAFIYET PAYI - ' IED-CINSI
                 DELIMITED BY SIZE INTO H-CINSI
              COMPUTE H-FIYAT ROUNDED = Q-ONAY * P-ONAY * ORAN
              PERFORM HASAR-SATIR THRU HASAR-SATIR-SON
           END-IF.
           IF Q-ONAY > ZEROS AND P-FARK > ZEROS
              MOVE SPACES TO H-CINSI
              STRING 'ONAYSIZ FIYAT FARKI - ' IED-CINSI
                 DELIMITED BY SIZE INTO H-CINSI
              COMPUTE H-FIYAT ROUNDED = Q-ONAY * P-FARK
              PERFORM HASAR-SATIR THRU HASAR-SATIR-SON
           END-IF.
           MOVE 0 TO H-TUTAR-SATIRI.
           IF Q-DIS > ZEROS
              MOVE IED-CINSI TO H-CINSI
              MOVE Q-DIS TO H-ADET
              MOVE IED-FIYAT TO H-FIYAT
              MOVE IED-ISKONTO1 TO H-ISK1
              MOVE IED-ISKONTO2 TO H-ISK2
              PERFORM HASAR-SATIR THRU HASAR-SATIR-SON
           END-IF.
       SAHIP-SATIR-YAZ-SON.

       HASAR-SATIR.
           ADD 1 TO Y-SIRA.
           INITIALIZE HD-KAYIT.
           MOVE 3 TO HD-TIP.
           MOVE Y-EVRAKNO TO HD-EVRAKNO.
           MOVE Y-SIRA TO HD-SIRA.
           MOVE IED-KATNO TO HD-KATNO.
           MOVE IED-STNO TO HD-STNO.
           MOVE H-CINSI TO HD-CINSI.
           MOVE H-ADET TO HD-ADET.
           MOVE H-FIYAT TO HD-FIYAT.
           MOVE H-ISK1 TO HD-ISKONTO1.
           MOVE H-ISK2 TO HD-ISKONTO2.
           MOVE IED-KDV TO HD-KDV.
           MOVE IED-PROMO TO HD-KOD.
           MOVE IED-KATNO TO ST-KATNO.
           MOVE IED-STNO TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           IF H-TUTAR-SATIRI = 1
              MOVE ZEROS TO HD-KATNO
              MOVE SPACES TO HD-STNO
              INITIALIZE ST-KAYIT.
           MOVE ST-PRCNO TO HD-PRCNO.
           MOVE ST-MARKA TO HD-MARKA.
           MOVE ST-TIPI TO HD-TIPI.
           PERFORM WRITE-HAREKET-DETAY.
           IF FAT-GECIS = 2 AND FLV-FILO = 1
              PERFORM FILO-SATIR-YAZ THRU FILO-SATIR-YAZ-SON.
       HASAR-SATIR-SON.

       HASAR-FATURALI.
           OPEN I-O HASAR.
           MOVE H-NO TO HZ-NO.
           READ HASAR INVALID KEY GO HASAR-FATURALI-KAPAT.
           MOVE 3 TO HZ-DURUM.
           MOVE BUGUN TO HZ-FAT-TARIH.
           MOVE SG-EVRAKNO TO HZ-SG-EVRAKNO.
           MOVE SG-TUTAR TO HZ-SG-TUTAR.
           MOVE MS-EVRAKNO TO HZ-MS-EVRAKNO.
           MOVE MS-TUTAR TO HZ-MS-TUTAR.
           PERFORM REWRITE-HASAR.
       HASAR-FATURALI-KAPAT.
           CLOSE HASAR.
       HASAR-FATURALI-SON.

       KIT-CIKIS.
           MOVE IED-KATNO TO BOM-KATNO.
           MOVE IED-STNO TO BOM-STNO.
           MOVE ZEROS TO BOM-SIRA.
           START STOKBOM KEY IS NOT LESS THAN BOM-KEY
              INVALID KEY GO KIT-CIKIS-SON.
       KIT-CIKIS-OKU.
           READ STOKBOM NEXT AT END GO KIT-CIKIS-SON.
           IF BOM-KATNO NOT = IED-KATNO
              OR BOM-STNO NOT = IED-STNO
              GO KIT-CIKIS-SON.
           MOVE BOM-ES-KATNO TO C-KATNO.
           MOVE BOM-ES-STNO TO C-STNO.
           COMPUTE C-ADET = IED-ADET * BOM-ADET.
           PERFORM TEK-CIKIS THRU TEK-CIKIS-SON.
           GO KIT-CIKIS-OKU.
       KIT-CIKIS-SON.

       TEK-CIKIS.
           MOVE C-KATNO TO STA-KATNO.
           MOVE C-STNO TO STA-STNO.
           MOVE E-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE 99999 TO STA-SIRA.
           START STOKADET KEY IS NOT GREATER THAN STA-KEY
              INVALID KEY MOVE ZEROS TO STA-SIRA
              NOT INVALID KEY
                 READ STOKADET PREVIOUS
                    AT END MOVE ZEROS TO STA-SIRA
                    NOT AT END
                       IF STA-KATNO NOT = C-KATNO
                          OR STA-STNO NOT = C-STNO
                          OR STA-DEPONO NOT = E-DEPONO
                          OR STA-YIL NOT = BU-YIL
                          MOVE ZEROS TO STA-SIRA
                       END-IF
                 END-READ
           END-START.
           ADD 1 TO STA-SIRA.
           MOVE C-KATNO TO STA-KATNO.
           MOVE C-STNO TO STA-STNO.
           MOVE E-DEPONO TO STA-DEPONO.
           MOVE BU-YIL TO STA-YIL.
           MOVE BU-AY TO STA-AY.
           MOVE BU-GUN TO STA-GUN.
           MOVE 3 TO STA-TIP.
           MOVE ZEROS TO STA-GIR.
           MOVE C-ADET TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE C-KATNO TO ST-KATNO.
           MOVE C-STNO TO ST-STNO.
           READ STOK INVALID KEY GO TEK-CIKIS-SON.
           IF BU-YIL NOT = ST-BAKIYE-YIL
              MOVE ZEROS TO ST-BAKIYE
              MOVE BU-YIL TO ST-BAKIYE-YIL.
           COMPUTE BK-FARK = 0 - C-ADET.
           ADD BK-FARK TO ST-BAKIYE.
           PERFORM REWRITE-STOK.
       TEK-CIKIS-SON.

      * toplu faturali filo hesabinin donem sonuna kadar
      * tamamlanmis isleri tek satis faturasinda (TIP 3)
      * toplanir. isler plaka sirasiyla okunur, satir cinsinin
      * basina aracin plakasi yazilir. hasar dosyali is kendi
      * faturasiyla kesilir, burada alinmaz
       TOPLU-FATURA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE E-NO TO TF-ESKI-NO.
           MOVE SPACES TO TF-HESAPNO.
           CALL 'SICPEN' USING TF-HESAPNO.
           CANCEL 'SICPEN'.
           IF TF-HESAPNO = SPACES GO TOPLU-FATURA-SON.
           MOVE TF-HESAPNO TO FLV-HESAPNO.
           PERFORM FILO-HESAP-OKU THRU FILO-HESAP-OKU-SON.
           IF FLV-FILO = 0 OR FLV-TOPLU NOT = 'E'
              DISPLAY 'HESAP TOPLU FATURALI FILO HESABI DEGIL !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TOPLU-FATURA-SON.
           OPEN INPUT SICIL.
           MOVE TF-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY INITIALIZE SC-KAYIT.
           CLOSE SICIL.
           DISPLAY 'HESAP       :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              TF-HESAPNO LINE 5 POSITION 16
              SC-HESAPADI(1:40) LINE 5 POSITION 33.
           DISPLAY 'DEPO        :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'DONEM AY/YIL:' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 9 POSITION 18.
           MOVE 1 TO E-DEPONO.
           MOVE BU-YIL TO TF-YIL.
           MOVE BU-AY TO TF-AY.
           ACCEPT E-DEPONO LINE 7 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TF-AY LINE 9 POSITION 16 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT TF-YIL LINE 9 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO TOPLU-FATURA-SON.
           MOVE BU-YIL TO DNK-YIL.
           MOVE BU-AY TO DNK-AY.
           PERFORM DONEM-KONTROL THRU END-DONEM-KONTROL.
           IF DNK-KILITLI = 1
              DISPLAY 'DONEM KAPALI - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TOPLU-FATURA-SON.
           PERFORM TOPLU-TARA THRU TOPLU-TARA-SON.
           IF TF-SAYI = ZEROS
              DISPLAY 'DONEMDE FATURALANACAK IS EMRI YOK !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TOPLU-FATURA-SON.
           MOVE TF-SAYI TO Z-NO.
           MOVE TF-TUTAR TO Z-TUTAR.
           DISPLAY 'IS EMRI     :' LINE 11 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-NO LINE 11 POSITION 16
              'TOPLAM (KDV DAHIL) :' LINE 11 POSITION 30
              Z-TUTAR LINE 11 POSITION 51.
           MOVE ZEROS TO KRD-SONUC.
           CALL 'KREDI' USING TF-HESAPNO TF-TUTAR KRD-SONUC
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'KREDI'.
           IF KRD-SONUC = 1
              DISPLAY 'KREDI ENGELI - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TOPLU-FATURA-SON.
           PERFORM TOPLU-DENETIM THRU TOPLU-DENETIM-SON.
           IF ES-ENGELLENDI
              DISPLAY 'STOK YETERSIZ - FATURA KESILEMEZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TOPLU-FATURA-SON.
           MOVE ZEROS TO FAT-GECIS H-DURUM ONY-SAYI.
           OPEN I-O HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR STOKADET STOK ISEMRI ISEMDET.
           OPEN INPUT SICIL STOKBOM.
           PERFORM FILO-HAR-AC THRU FILO-HAR-AC-SON.
           MOVE 3 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
           IF AY-EVRAKNO = SPACES
              DISPLAY 'FATURA EVRAK SAYACI BOS !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TOPLU-FATURA-KAPAT.
           MOVE AY-EVRAKNO TO Y-EVRAKNO.
           MOVE TF-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY INITIALIZE SC-KAYIT.
           MOVE 3 TO NYV-TIP.
           MOVE Y-EVRAKNO TO NYV-EVRAKNO.
           MOVE E-DEPONO TO NYV-DEPONO.
           MOVE TF-HESAPNO TO NYV-HESAPNO.
           PERFORM NIYET-BASLA THRU NIYET-BASLA-SON.
           INITIALIZE HS-KAYIT.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           MOVE E-DEPONO TO HS-DEPONO.
           MOVE TF-HESAPNO TO HS-HESAPNO.
           MOVE SC-HESAPADI TO HS-HESAPADI.
           MOVE SPACES TO HS-YETKILI.
           STRING 'FILO TOPLU FATURA ' TF-AY '/' TF-YIL
              DELIMITED BY SIZE INTO HS-YETKILI.
           MOVE SC-MAHALLE TO HS-MAHALLE.
           MOVE SC-ILCE TO HS-ILCE.
           MOVE SC-IL TO HS-IL.
           MOVE SC-ULKE TO HS-ULKE.
           MOVE SC-PLKOD TO HS-PLKOD.
           MOVE BU-GUN TO HS-FGUN HS-DGUN.
           MOVE BU-AY TO HS-FAY HS-DAY.
           MOVE BU-YIL TO HS-FYIL HS-DYIL.
           ACCEPT HS-SAAT FROM TIME.
           MOVE SPACES TO HS-BAG HS-BEVRAKNO HS-SIPARISNO.
           MOVE ZEROS TO HS-BAGTIPI HS-SONUC HS-YAZDIRMA-SAYISI.
           MOVE 'TL ' TO HS-DOVIZ.
           MOVE 1 TO HS-KUR.
           PERFORM WRITE-HAREKET-SICIL.
           MOVE SPACES TO HIDX-KAYIT.
           STRING HS-TIP HS-EVRAKNO DELIMITED BY SIZE
              INTO HIDX-EVRAKNO.
           MOVE HS-HESAPADI TO HIDX-HESAPADI.
           MOVE HS-YETKILI TO HIDX-YETKILI.
           PERFORM WRITE-HAREKET-INDEX.
           MOVE ZEROS TO Y-SIRA.
           MOVE 1 TO TF-I.
       TOPLU-FATURA-IS.
           IF TF-I > TF-SAYI GO TOPLU-FATURA-TOPLAM.
           MOVE TF-NO (TF-I) TO IE-NO E-NO.
           READ ISEMRI INVALID KEY GO TOPLU-FATURA-SONRAKI.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO TOPLU-FATURA-SONRAKI.
       TOPLU-FATURA-SATIR.
           READ ISEMDET NEXT AT END GO TOPLU-FATURA-SONRAKI.
           IF IED-NO NOT = E-NO GO TOPLU-FATURA-SONRAKI.
           MOVE SPACES TO H-CINSI.
           STRING IE-PLAKA ' ' IED-CINSI
              DELIMITED BY SIZE INTO H-CINSI.
           MOVE H-CINSI TO IED-CINSI.
           PERFORM FATURA-SATIR-YAZ THRU FATURA-SATIR-YAZ-SON.
           GO TOPLU-FATURA-SATIR.
       TOPLU-FATURA-SONRAKI.
           ADD 1 TO TF-I.
           GO TOPLU-FATURA-IS.
       TOPLU-FATURA-TOPLAM.
           MOVE 3 TO HS-TIP.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY CONTINUE.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE 3 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           MOVE 'Y' TO ES-ISLEM.
           MOVE 3 TO ES-EVRAKTIP.
           MOVE Y-EVRAKNO TO ES-EVRAKNO.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 1 TO TF-I.
       TOPLU-FATURA-ISARET.
           IF TF-I > TF-SAYI GO TOPLU-FATURA-BITIR.
           MOVE TF-NO (TF-I) TO IE-NO.
           READ ISEMRI
              NOT INVALID KEY
                 MOVE 5 TO IE-DURUM
                 MOVE 3 TO IE-FAT-TIP
                 MOVE Y-EVRAKNO TO IE-FAT-EVRAKNO
                 PERFORM REWRITE-ISEMRI
           END-READ.
           ADD 1 TO TF-I.
           GO TOPLU-FATURA-ISARET.
       TOPLU-FATURA-BITIR.
           PERFORM NIYET-BITIR THRU NIYET-BITIR-SON.
           PERFORM FATURALA-KAPAT.
           DISPLAY 'FATURA NO   :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Y-EVRAKNO LINE 13 POSITION 16.
           CALL 'CEVRAK' USING FAT-TIP Y-EVRAKNO.
           CANCEL 'CEVRAK'.
           GO TOPLU-FATURA-SON.
       TOPLU-FATURA-KAPAT.
           PERFORM FATURALA-KAPAT.
       TOPLU-FATURA-SON.
           MOVE TF-ESKI-NO TO E-NO.

      * hesabin depodaki, donem sonuna kadar tamamlanmis ve
      * hasar dosyasi olmayan satirli isleri plaka sirasiyla
      * tabloya alinir; TF-TUTAR kdv dahil toplamdir
       TOPLU-TARA.
           MOVE ZEROS TO TF-SAYI TF-TUTAR.
           OPEN INPUT ISEMRI ISEMDET.
           MOVE LOW-VALUES TO IE-PLAKA.
           START ISEMRI KEY IS NOT LESS THAN IE-PLAKA
              INVALID KEY GO TOPLU-TARA-KAPAT.
       TOPLU-TARA-OKU.
           READ ISEMRI NEXT AT END GO TOPLU-TARA-KAPAT.
           IF IE-HESAPNO NOT = TF-HESAPNO OR NOT IE-TAMAM
              OR IE-DEPONO NOT = E-DEPONO
              GO TOPLU-TARA-OKU.
           MOVE IE-KYIL TO TF-KYIL.
           MOVE IE-KAY TO TF-KAY.
           IF TF-KAPANIS > TF-DONEM GO TOPLU-TARA-OKU.
           MOVE IE-NO TO E-NO.
           PERFORM HASAR-BUL THRU HASAR-BUL-SON.
           IF H-DURUM NOT = ZEROS GO TOPLU-TARA-OKU.
           IF TF-SAYI = 100 GO TOPLU-TARA-KAPAT.
           MOVE ZEROS TO SATIR-SAYI.
           MOVE E-NO TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO TOPLU-TARA-OKU.
       TOPLU-TARA-SATIR.
           READ ISEMDET NEXT AT END GO TOPLU-TARA-EKLE.
           IF IED-NO NOT = E-NO GO TOPLU-TARA-EKLE.
           ADD 1 TO SATIR-SAYI.
           COMPUTE TF-TUTAR ROUNDED = TF-TUTAR + IED-ADET * IED-FIYAT
              * (1 - IED-ISKONTO1 / 100) * (1 - IED-ISKONTO2 / 100)
              * (1 + IED-KDV / 100).
           GO TOPLU-TARA-SATIR.
       TOPLU-TARA-EKLE.
           IF SATIR-SAYI = ZEROS GO TOPLU-TARA-OKU.
           ADD 1 TO TF-SAYI.
           MOVE E-NO TO TF-NO (TF-SAYI).
           GO TOPLU-TARA-OKU.
       TOPLU-TARA-KAPAT.
           CLOSE ISEMRI ISEMDET.
       TOPLU-TARA-SON.

      * tablodaki islerin parca satirlari tek denetimde
       TOPLU-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE E-DEPONO TO ES-DEPONO.
           MOVE 'ISEMRI' TO ES-PROGRAM.
           MOVE 3 TO ES-EVRAKTIP.
           MOVE 'E' TO ES-RECETE.
           OPEN INPUT ISEMDET.
           MOVE 1 TO TF-I.
       TOPLU-DENETIM-IS.
           IF TF-I > TF-SAYI GO TOPLU-DENETIM-KAPAT.
           MOVE TF-NO (TF-I) TO IED-NO.
           MOVE ZEROS TO IED-SIRA.
           START ISEMDET KEY IS NOT LESS THAN IED-KEY
              INVALID KEY GO TOPLU-DENETIM-SONRAKI.
       TOPLU-DENETIM-OKU.
           READ ISEMDET NEXT AT END GO TOPLU-DENETIM-SONRAKI.
           IF IED-NO NOT = TF-NO (TF-I) GO TOPLU-DENETIM-SONRAKI.
           IF IED-ISCILIK GO TOPLU-DENETIM-OKU.
           MOVE IED-KATNO TO ES-KATNO.
           MOVE IED-STNO TO ES-STNO.
           MOVE IED-ADET TO ES-MIKTAR.
           CALL 'EKSISTOK' USING ES-ISTEK.
           IF ES-ENGELLENDI GO TOPLU-DENETIM-KAPAT.
           GO TOPLU-DENETIM-OKU.
       TOPLU-DENETIM-SONRAKI.
           ADD 1 TO TF-I.
           GO TOPLU-DENETIM-IS.
       TOPLU-DENETIM-KAPAT.
           CLOSE ISEMDET.
       TOPLU-DENETIM-SON.

      * faturalanmamis tum is emirleri acilis sirasiyla
       ACIK-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'IS EMRI PLAKA      TARIH      KM'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TEKNISYEN        DURUM' LINE 4 POSITION 45.
           MOVE 5 TO SATIR.
           OPEN INPUT ISEMRI PERSONEL.
           MOVE ZEROS TO IE-NO.
           START ISEMRI KEY IS NOT LESS THAN IE-NO
              INVALID KEY GO ACIK-LISTE-KAPAT.
       ACIK-LISTE-OKU.
           READ ISEMRI NEXT AT END GO ACIK-LISTE-KAPAT.
           IF IE-FATURALANDI GO ACIK-LISTE-OKU.
           IF SATIR > 32 GO ACIK-LISTE-KAPAT.
           PERFORM DURUM-ADI THRU DURUM-ADI-SON.
           MOVE IE-PERSONEL TO PR-NO.
           READ PERSONEL INVALID KEY MOVE SPACES TO PR-ADI.
           MOVE IE-NO TO Z-NO.
           MOVE IE-KM TO Z-KM.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              IE-PLAKA LINE SATIR POSITION 10
              IE-GUN LINE SATIR POSITION 21
              '/' LINE SATIR POSITION 23
              IE-AY LINE SATIR POSITION 24
              '/' LINE SATIR POSITION 26
              IE-YIL LINE SATIR POSITION 27
              Z-KM LINE SATIR POSITION 33
              PR-ADI(1:16) LINE SATIR POSITION 45
              B-DURUM LINE SATIR POSITION 62.
           ADD 1 TO SATIR.
           GO ACIK-LISTE-OKU.
       ACIK-LISTE-KAPAT.
           CLOSE ISEMRI PERSONEL.
       ACIK-LISTE-SON.

       copy 'numara.per'.
       copy 'toplam.per'.
       copy 'donem.per'.
       copy 'oturum.per'.
       copy 'filo.per'.
       copy 'filohar.per'.
       copy 'niyet.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==ISEMRI==
                                  "%T%"  BY "ISEMRI"
                                 ==%R%== BY ==IE-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ISEMDET==
                                  "%T%"  BY "ISEMDET"
                                 ==%R%== BY ==IED-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-SICIL==
                                  "%T%"  BY "HAREKET-SICIL"
                                 ==%R%== BY ==HS-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-DETAY==
                                  "%T%"  BY "HAREKET-DETAY"
                                 ==%R%== BY ==HD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HAREKET-INDEX==
                                  "%T%"  BY "HAREKET-INDEX"
                                 ==%R%== BY ==HIDX-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOKADET==
                                  "%T%"  BY "STOKADET"
                                 ==%R%== BY ==STA-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==HASAR==
                                  "%T%"  BY "HASAR"
                                 ==%R%== BY ==HZ-KAYIT==.
       copy 'stayadet.per'.
       copy 'staysat.per'.
