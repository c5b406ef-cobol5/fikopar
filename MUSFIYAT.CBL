       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MUSFIYAT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'stok.cpy'.
       copy 'katlog.cpy'.
       copy 'sicil.cpy'.
       copy 'sicilkod.cpy'.
       copy 'sicilpos.cpy'.
       copy 'musparca.cpy'.
       copy 'tipkod.cpy'.
       copy 'ayar.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'katlog.cpz'.
       copy 'sicil.cpz'.
       copy 'sicilkod.cpz'.
       copy 'sicilpos.cpz'.
       copy 'musparca.cpz'.
       copy 'tipkod.cpz'.
       copy 'ayar.cpz'.
      * katalog satirlari - CMUSFIY ayni yerlesimi okur
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-KATNO              PIC 9999.
               03 TP-STNO               PIC X(15).
           02 TP-PRCNO                  PIC X(30).
           02 TP-MUSKOD                 PIC X(30).
           02 TP-OEMNO                  PIC X(30).
           02 TP-CINSI                  PIC X(60).
           02 TP-MARKA                  PIC X(30).
           02 TP-LFIYAT                 PIC 9(10)V9999.
           02 TP-NFIYAT                 PIC 9(10)V9999.
           02 TP-KMP-FIYAT              PIC 9(10)V9999.
           02 TP-KMP-BITIS.
               03 TP-KYIL               PIC 9999.
               03 TP-KAY                PIC 99.
               03 TP-KGUN               PIC 99.
           02 TP-GECERLI.
               03 TP-GYIL               PIC 9999.
               03 TP-GAY                PIC 99.
               03 TP-GGUN               PIC 99.
           02 TP-KAYNAK                 PIC X.
           02 TP-DURUM                  PIC X(3).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-HESAPNO         PIC X(15).
           02 T-KOD             PIC 9999.
           02 E-KATNO           PIC 9999.
           02 E-MARKA           PIC X(30).
           02 E-TIPI            PIC X(30).
           02 E-GECERLI.
               03 E-GYIL            PIC 9999.
               03 E-GAY             PIC 99.
               03 E-GGUN            PIC 99.
           02 E-PDF             PIC X.
           02 E-EPOSTA          PIC X.
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 Z-SAYI            PIC Z(6)9.
           02 Z-KOD             PIC ZZZ9.
           02 Z-LFIYAT          PIC Z(9)9,99.
           02 Z-NFIYAT          PIC Z(9)9,99.
       01 KATALOG-DEGIS.
           02 KALEM-SAYI        PIC 9(7).
           02 MUSTERI-SAYI      PIC 9(5).
           02 ATLANAN           PIC 9(5).
           02 POSTA-SAYI        PIC 9(5).
           02 SON-KATNO         PIC 9999.
           02 KAT-ATLA          PIC 9.
           02 K                 PIC 99.
           02 KMP-SAYI          PIC 99.
           02 KMP-TABLO OCCURS 50 TIMES.
               03 KMP-KATNO         PIC 9999.
               03 KMP-AKTIF         PIC 9.
               03 KMP-BITIS         PIC 9(8).
           02 KMP-BITIS-X       PIC 9(8).
           02 L-FIYAT           PIC 9(10)V9999.
           02 A-ISK1            PIC 9(3)V99.
           02 A-ISK2            PIC 9(3)V99.
           02 I-NET             PIC 9(10)V9999.
           02 REZ-ADET          PIC S9(12)V9999.
           02 ATP-ADET          PIC S9(12)V9999.
           02 BOLUM             PIC 9(4).
           02 KALAN             PIC 9(4).
           02 PDF-DOSYA         PIC X(10).
       01 MAIL-PARAM.
           02 FILLER            PIC X(8) VALUE 'CMAIL   '.
           02 MP-MAIL           PIC X(60).
           02 FILLER            PIC X VALUE SPACE.
           02 MP-DOSYA          PIC X(36).
           02 FILLER            PIC X VALUE SPACE.
           02 MP-KONU           PIC X(15).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
           02  MAIN-ARGUMENT-VALUE.
               03  PIC X OCCURS 1 TO 100
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
      * musteriye ozel net fiyat katalogu: liste fiyati musterinin
      * fiyat listesinden (FIYATBUL), iskonto anlasmasindan
      * (ANLASBUL), gecerli kampanya katalogundaki fiyat daha
      * dusukse o alinir. musterinin kendi parca numaralari
      * MUSPARCA dan gelir. cikti CSV ve AYAR (TIP 52) daki format
      * ile CMUSFIY uzerinden PDF; istenirse musterinin e-posta
      * adreslerine CMAIL duzeniyle gonderilir
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 82 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 84
              ' MUSTERI FIYAT KATALOGU ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'TEK MUSTERI' REVERSE
              ' F2 ' 'ETIKET GRUBU' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM AYAR-OKU THRU AYAR-OKU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM TEK-MUSTERI THRU TEK-MUSTERI-SON GO TUS.
           IF F = 2 PERFORM ETIKET-GRUBU THRU ETIKET-GRUBU-SON GO TUS.
           GO TUS.
       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.

       EKRAN-TEMIZLE.
           PERFORM VARYING SATIR FROM 4 BY 1 UNTIL SATIR > 32
                DISPLAY SPACES LINE SATIR POSITION 2 SIZE 81
                   CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-PERFORM.
       EKRAN-TEMIZLE-SON.

      * AYAR (TIP 52): YAZDOS format dosyasi, YAZPORT olusan PDF,
      * CIKTITIPI formatin cikti tipi - ilk kullanimda acilir
       AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 52 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'MUSTERI FIYAT KATALOGU' TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO
                    AY-YAZDOS2
                 MOVE 'FIYKAT.FRM' TO AY-YAZDOS
                 MOVE 'FIYKAT.PDF' TO AY-YAZPORT
                 MOVE 'PDF' TO AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE AY-YAZPORT TO PDF-DOSYA.
           CLOSE AYAR.
       AYAR-OKU-SON.

       TEK-MUSTERI.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO TEK-MUSTERI-SON.
           DISPLAY 'MUSTERI :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              E-HESAPNO LINE 4 POSITION 12.
           PERFORM SECENEK-AL THRU SECENEK-AL-SON.
           IF F = 27 GO TEK-MUSTERI-SON.
           PERFORM KALEM-TOPLA THRU KALEM-TOPLA-SON.
           IF KALEM-SAYI = ZEROS GO TEK-MUSTERI-KAPAT.
           OPEN INPUT SICIL SICILPOS MUSPARCA.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL
              INVALID KEY
                 DISPLAY 'HESAP BULUNAMADI !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              NOT INVALID KEY
                 PERFORM MUSTERI-ISLE THRU MUSTERI-ISLE-SON
           END-READ.
           CLOSE SICIL SICILPOS MUSPARCA.
           PERFORM SONUC-GOSTER THRU SONUC-GOSTER-SON.
       TEK-MUSTERI-KAPAT.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
       TEK-MUSTERI-SON.

      * etiket (SICILKOD) grubundaki her acik hesaba ayri katalog
       ETIKET-GRUBU.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE 1 TO T-KOD.
           CALL 'KODPEN' USING 1 T-KOD.
           CANCEL 'KODPEN'.
           IF T-KOD = ZEROS GO ETIKET-GRUBU-SON.
           OPEN INPUT TIPKOD.
           MOVE T-KOD TO TK-KOD.
           READ TIPKOD INVALID KEY MOVE SPACES TO TK-TIP.
           CLOSE TIPKOD.
           MOVE T-KOD TO Z-KOD.
           DISPLAY 'ETIKET  :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-KOD LINE 4 POSITION 12 TK-TIP LINE 4 POSITION 17.
           PERFORM SECENEK-AL THRU SECENEK-AL-SON.
           IF F = 27 GO ETIKET-GRUBU-SON.
           PERFORM KALEM-TOPLA THRU KALEM-TOPLA-SON.
           IF KALEM-SAYI = ZEROS GO ETIKET-GRUBU-KAPAT.
           OPEN INPUT SICIL SICILPOS MUSPARCA SICILKOD.
           MOVE LOW-VALUES TO SK-HESAPNO.
           MOVE ZEROS TO SK-KOD.
           START SICILKOD KEY IS NOT LESS THAN SK-KEY
              INVALID KEY GO ETIKET-GRUBU-BITTI.
       ETIKET-GRUBU-OKU.
           READ SICILKOD NEXT AT END GO ETIKET-GRUBU-BITTI.
           IF SK-KOD NOT = T-KOD GO ETIKET-GRUBU-OKU.
           MOVE SK-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO ETIKET-GRUBU-OKU.
           IF SC-KAPANDI
              ADD 1 TO ATLANAN
              GO ETIKET-GRUBU-OKU.
           PERFORM MUSTERI-ISLE THRU MUSTERI-ISLE-SON.
           GO ETIKET-GRUBU-OKU.
       ETIKET-GRUBU-BITTI.
           CLOSE SICIL SICILPOS MUSPARCA SICILKOD.
           PERFORM SONUC-GOSTER THRU SONUC-GOSTER-SON.
       ETIKET-GRUBU-KAPAT.
           CLOSE TEMPFILE.
           DELETE FILE TEMPFILE.
       ETIKET-GRUBU-SON.

      * marka / grup (stok tipi) / katalog suzgeci, gecerlilik
      * tarihi (varsayilan ay sonu), cikti ve gonderim secimi
       SECENEK-AL.
           MOVE ZEROS TO E-KATNO.
           MOVE SPACES TO E-MARKA E-TIPI.
           MOVE BUGUN TO E-GECERLI.
           EVALUATE BU-AY
            WHEN 2
              DIVIDE BU-YIL BY 4 GIVING BOLUM REMAINDER KALAN
              IF KALAN = ZEROS MOVE 29 TO E-GGUN
              ELSE MOVE 28 TO E-GGUN END-IF
            WHEN 4 WHEN 6 WHEN 9 WHEN 11
              MOVE 30 TO E-GGUN
            WHEN OTHER
              MOVE 31 TO E-GGUN
           END-EVALUATE.
           MOVE 'E' TO E-PDF.
           MOVE 'H' TO E-EPOSTA.
           DISPLAY 'KATALOG NO (0=TUMU) :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'MARKA (BOS=TUMU)    :' LINE 7 POSITION 2
              'GRUP  (BOS=TUMU)    :' LINE 8 POSITION 2
              'GECERLILIK TARIHI   :' LINE 9 POSITION 2
              '/' LINE 9 POSITION 26 '/' LINE 9 POSITION 29
              'PDF (E/H)           :' LINE 10 POSITION 2
              'E-POSTA (E/H)       :' LINE 11 POSITION 2.
           ACCEPT E-KATNO LINE 6 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-MARKA LINE 7 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-TIPI LINE 8 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GGUN LINE 9 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GAY LINE 9 POSITION 27 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-GYIL LINE 9 POSITION 30 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-PDF LINE 10 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-EPOSTA LINE 11 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO SECENEK-AL-SON.
           IF E-PDF = 'e' MOVE 'E' TO E-PDF.
           IF E-EPOSTA = 'e' MOVE 'E' TO E-EPOSTA.
           IF E-GECERLI < BUGUN
              DISPLAY 'GECERLILIK BUGUNDEN ONCE OLAMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              MOVE 27 TO F
              GO SECENEK-AL-SON.
           DISPLAY 'KATALOG HAZIRLANSIN MI (E/H) :' LINE 13 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 13 POSITION 33 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e' MOVE 27 TO F.
       SECENEK-AL-SON.

      * suzgece uyan kalemler musteriden bagimsiz bir kez toplanir:
      * kampanya kataloglari (KATLOG hesabi 'KAMPANYA') listeye
      * girmez, bugun gecerli olanlardaki en dusuk fiyat kalemin
      * kampanya fiyatidir. stok durumu rezervler dusulerek bulunur
       KALEM-TOPLA.
           MOVE ZEROS TO KALEM-SAYI MUSTERI-SAYI ATLANAN POSTA-SAYI
              KMP-SAYI.
           DISPLAY 'KALEMLER TOPLANIYOR...' LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           OPEN INPUT KATLOG STOK.
           MOVE ZEROS TO KT-KATNO.
           START KATLOG KEY IS NOT LESS THAN KT-KATNO
              INVALID KEY GO KALEM-TOPLA-STOK.
       KAMPANYA-OKU.
           READ KATLOG NEXT AT END GO KALEM-TOPLA-STOK.
           IF KT-HESAPNO NOT = 'KAMPANYA' GO KAMPANYA-OKU.
           IF KMP-SAYI NOT < 50 GO KAMPANYA-OKU.
           ADD 1 TO KMP-SAYI.
           MOVE KT-KATNO TO KMP-KATNO(KMP-SAYI).
           MOVE KT-BITTARIH TO KMP-BITIS(KMP-SAYI).
           MOVE 1 TO KMP-AKTIF(KMP-SAYI).
           IF KT-BASTARIH NOT = ZEROS AND BUGUN < KT-BASTARIH
              MOVE ZEROS TO KMP-AKTIF(KMP-SAYI).
           IF KT-BITTARIH NOT = ZEROS AND BUGUN > KT-BITTARIH
              MOVE ZEROS TO KMP-AKTIF(KMP-SAYI).
           GO KAMPANYA-OKU.
       KALEM-TOPLA-STOK.
           MOVE 9999 TO SON-KATNO.
           MOVE ZEROS TO KAT-ATLA.
           MOVE E-KATNO TO ST-KATNO.
           MOVE LOW-VALUES TO ST-STNO.
           START STOK KEY IS NOT LESS THAN ST-KEY
              INVALID KEY GO KALEM-TOPLA-KAMPANYA.
       KALEM-TOPLA-OKU.
           READ STOK NEXT AT END GO KALEM-TOPLA-KAMPANYA.
           IF E-KATNO NOT = ZEROS AND ST-KATNO NOT = E-KATNO
              GO KALEM-TOPLA-KAMPANYA.
           IF ST-KATNO NOT = SON-KATNO
              MOVE ST-KATNO TO SON-KATNO
              MOVE ZEROS TO KAT-ATLA
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > KMP-SAYI
                 IF KMP-KATNO(K) = ST-KATNO MOVE 1 TO KAT-ATLA END-IF
              END-PERFORM
           END-IF.
           IF KAT-ATLA = 1 GO KALEM-TOPLA-OKU.
           IF E-MARKA NOT = SPACES AND ST-MARKA NOT = E-MARKA
              GO KALEM-TOPLA-OKU.
           IF E-TIPI NOT = SPACES AND ST-TIPI NOT = E-TIPI
              GO KALEM-TOPLA-OKU.
           INITIALIZE TP-KAYIT.
           MOVE ST-KATNO TO TP-KATNO.
           MOVE ST-STNO TO TP-STNO.
           MOVE ST-PRCNO TO TP-PRCNO.
           IF TP-PRCNO = SPACES MOVE ST-STNO TO TP-PRCNO.
           MOVE ST-OEMNO TO TP-OEMNO.
           MOVE ST-CINSI TO TP-CINSI.
           MOVE ST-MARKA TO TP-MARKA.
           MOVE 'VAR' TO TP-DURUM.
           IF NOT ST-HIZMET
              CALL 'REZBUL' USING ST-KATNO ST-STNO 0 REZ-ADET
              CANCEL 'REZBUL'
              COMPUTE ATP-ADET = ST-BAKIYE - REZ-ADET
              IF ATP-ADET NOT > ZEROS MOVE 'YOK' TO TP-DURUM END-IF
           END-IF.
           WRITE TP-KAYIT.
           ADD 1 TO KALEM-SAYI.
           GO KALEM-TOPLA-OKU.
       KALEM-TOPLA-KAMPANYA.
           IF KALEM-SAYI = ZEROS
              CLOSE KATLOG STOK
              DISPLAY 'SUZGECE UYAN KALEM YOK !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO KALEM-TOPLA-SON.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO KALEM-TOPLA-KAPAT.
       KAMPANYA-FIYAT-OKU.
           READ TEMPFILE NEXT AT END GO KALEM-TOPLA-KAPAT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KMP-SAYI
              PERFORM KAMPANYA-FIYAT THRU KAMPANYA-FIYAT-SON
           END-PERFORM.
           REWRITE TP-KAYIT.
           GO KAMPANYA-FIYAT-OKU.
       KALEM-TOPLA-KAPAT.
           CLOSE KATLOG STOK.
       KALEM-TOPLA-SON.

       KAMPANYA-FIYAT.
           IF KMP-AKTIF(K) = ZEROS GO KAMPANYA-FIYAT-SON.
           MOVE KMP-KATNO(K) TO ST-KATNO.
           MOVE TP-STNO TO ST-STNO.
           READ STOK INVALID KEY GO KAMPANYA-FIYAT-SON.
           IF ST-FIYAT = ZEROS GO KAMPANYA-FIYAT-SON.
           IF TP-KMP-FIYAT NOT = ZEROS AND ST-FIYAT NOT < TP-KMP-FIYAT
              GO KAMPANYA-FIYAT-SON.
           MOVE ST-FIYAT TO TP-KMP-FIYAT.
           MOVE KMP-BITIS(K) TO KMP-BITIS-X.
           MOVE KMP-BITIS-X TO TP-KMP-BITIS.
       KAMPANYA-FIYAT-SON.

      * bir musteri icin fiyatlar, parca numaralari, CSV, PDF ve
      * e-posta
       MUSTERI-ISLE.
           DISPLAY SC-HESAPNO LINE 16 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI LINE 16 POSITION 18 SIZE 40.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO MUSTERI-ISLE-SON.
       MUSTERI-FIYAT-OKU.
           READ TEMPFILE NEXT AT END GO MUSTERI-PARCA.
           CALL 'FIYATBUL' USING SC-LISTENO TP-KATNO TP-STNO
              BUGUN L-FIYAT.
           CANCEL 'FIYATBUL'.
           MOVE ZEROS TO A-ISK1 A-ISK2.
           CALL 'ANLASBUL' USING SC-HESAPNO TP-KATNO TP-STNO
              BUGUN A-ISK1 A-ISK2.
           CANCEL 'ANLASBUL'.
           MOVE L-FIYAT TO TP-LFIYAT.
           COMPUTE I-NET ROUNDED = L-FIYAT * (100 - A-ISK1) / 100.
           COMPUTE I-NET ROUNDED = I-NET * (100 - A-ISK2) / 100.
           MOVE 'L' TO TP-KAYNAK.
           IF A-ISK1 NOT = ZEROS OR A-ISK2 NOT = ZEROS
              MOVE 'A' TO TP-KAYNAK.
           MOVE E-GECERLI TO TP-GECERLI.
           IF TP-KMP-FIYAT NOT = ZEROS AND TP-KMP-FIYAT < I-NET
              MOVE TP-KMP-FIYAT TO I-NET
              MOVE 'K' TO TP-KAYNAK
              IF TP-KMP-BITIS NOT = ZEROS
                 AND TP-KMP-BITIS < E-GECERLI
                 MOVE TP-KMP-BITIS TO TP-GECERLI
              END-IF
           END-IF.
           MOVE I-NET TO TP-NFIYAT.
           MOVE SPACES TO TP-MUSKOD.
           REWRITE TP-KAYIT.
           GO MUSTERI-FIYAT-OKU.
       MUSTERI-PARCA.
           MOVE SC-HESAPNO TO MP-HESAPNO.
           MOVE LOW-VALUES TO MP-MUSKOD.
           START MUSPARCA KEY IS NOT LESS THAN MP-KEY
              INVALID KEY GO MUSTERI-CIKTI.
       MUSTERI-PARCA-OKU.
           READ MUSPARCA NEXT AT END GO MUSTERI-CIKTI.
           IF MP-HESAPNO NOT = SC-HESAPNO GO MUSTERI-CIKTI.
           MOVE MP-KATNO TO TP-KATNO.
           MOVE MP-STNO TO TP-STNO.
           READ TEMPFILE INVALID KEY GO MUSTERI-PARCA-OKU.
           IF TP-MUSKOD NOT = SPACES GO MUSTERI-PARCA-OKU.
           MOVE MP-MUSKOD TO TP-MUSKOD.
           REWRITE TP-KAYIT.
           GO MUSTERI-PARCA-OKU.
       MUSTERI-CIKTI.
           ADD 1 TO MUSTERI-SAYI.
           PERFORM CSV-YAZ THRU CSV-YAZ-SON.
           IF E-PDF = 'E'
              CLOSE TEMPFILE
              CALL 'CMUSFIY' USING TSAAT SC-HESAPNO E-GECERLI
              CANCEL 'CMUSFIY'
              OPEN I-O TEMPFILE.
           IF E-EPOSTA = 'E'
              PERFORM EPOSTA-GONDER THRU EPOSTA-GONDER-SON.
       MUSTERI-ISLE-SON.

      * her musteri ayri CSV (saat alani musteri sirasiyla artar)
       CSV-YAZ.
           IF MUSTERI-SAYI = 1
              ACCEPT CSV-SAAT FROM TIME
           ELSE
              ADD 1 TO CSV-SAAT.
           MOVE 'FYKAT' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING SC-HESAPNO ';' SC-HESAPADI ';GECERLILIK;'
              E-GGUN '/' E-GAY '/' E-GYIL
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE SPACES TO CSV-SATIR.
           STRING 'STOK KODU;PARCA NO;MUSTERI PARCA NO;OEM NO;'
              'ACIKLAMA;MARKA;LISTE FIYATI;NET FIYAT;STOK;'
              'GECERLILIK;KAYNAK'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE LOW-VALUES TO TP-KEY.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO CSV-YAZ-KAPAT.
       CSV-YAZ-OKU.
           READ TEMPFILE NEXT AT END GO CSV-YAZ-KAPAT.
           MOVE TP-LFIYAT TO Z-LFIYAT.
           MOVE TP-NFIYAT TO Z-NFIYAT.
           MOVE SPACES TO CSV-SATIR.
           STRING TP-STNO ';' TP-PRCNO ';' TP-MUSKOD ';' TP-OEMNO ';'
              TP-CINSI ';' TP-MARKA ';' Z-LFIYAT ';' Z-NFIYAT ';'
              TP-DURUM ';' TP-GGUN '/' TP-GAY '/' TP-GYIL ';'
              TP-KAYNAK
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           GO CSV-YAZ-OKU.
       CSV-YAZ-KAPAT.
           CLOSE CSVOUT.
       CSV-YAZ-SON.

      * PDF ve CSV musterinin kayitli adreslerine
       EPOSTA-GONDER.
           MOVE SC-HESAPNO TO SP-HESAPNO.
           MOVE ZEROS TO SP-SIRA.
           START SICILPOS KEY IS NOT LESS THAN SP-KEY
              INVALID KEY GO EPOSTA-GONDER-SON.
       EPOSTA-GONDER-OKU.
           READ SICILPOS NEXT AT END GO EPOSTA-GONDER-SON.
           IF SP-HESAPNO NOT = SC-HESAPNO GO EPOSTA-GONDER-SON.
           IF SP-MAIL = SPACES GO EPOSTA-GONDER-OKU.
           MOVE SP-MAIL TO MP-MAIL.
           MOVE 'FIYAT KATALOGU' TO MP-KONU.
           IF E-PDF = 'E'
              MOVE PDF-DOSYA TO MP-DOSYA
              CALL 'SYSTEM' USING MAIL-PARAM.
           MOVE CSV-DOSYA TO MP-DOSYA.
           CALL 'SYSTEM' USING MAIL-PARAM.
           ADD 1 TO POSTA-SAYI.
           GO EPOSTA-GONDER-OKU.
       EPOSTA-GONDER-SON.

       SONUC-GOSTER.
           MOVE KALEM-SAYI TO Z-SAYI.
           DISPLAY 'KALEM           :' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 18 POSITION 20.
           MOVE MUSTERI-SAYI TO Z-SAYI.
           DISPLAY 'MUSTERI         :' LINE 19 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 19 POSITION 20.
           MOVE ATLANAN TO Z-SAYI.
           DISPLAY 'KAPALI (ATLANAN):' LINE 20 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 20 POSITION 20.
           MOVE POSTA-SAYI TO Z-SAYI.
           DISPLAY 'E-POSTA         :' LINE 21 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 21 POSITION 20.
           DISPLAY 'CSV :' LINE 23 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 23 POSITION 8.
           IF E-PDF = 'E'
              DISPLAY 'PDF :' LINE 24 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 PDF-DOSYA LINE 24 POSITION 8.
           ACCEPT F FROM ESCAPE KEY.
       SONUC-GOSTER-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
