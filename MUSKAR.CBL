       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MUSKAR'.
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
       copy 'hareket.cpy'.
       copy 'sicil.cpy'.
       copy 'riskskor.cpy'.
       copy 'ciroprim.cpy'.
       copy 'sevk.cpy'.
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
       copy 'hareket.cpz'.
       copy 'sicil.cpz'.
       copy 'riskskor.cpz'.
       copy 'ciroprim.cpz'.
       copy 'sevk.cpz'.
       copy 'ayar.cpz'.
      * bolum 1 musteri toplami, 2 siralama (buyuk net kar once),
      * 3 sevk/musteri tekrar kontrolu, 4 bilesen detayi
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
               03 TP-BOLUM              PIC 9.
               03 TP-ANAHTAR            PIC X(40).
               03 TP-SIRALI REDEFINES TP-ANAHTAR.
                   04 TP-SIRA-DEGER     PIC 9(14)V99.
                   04 TP-SIRA-HESAP     PIC X(15).
                   04 FILLER            PIC X(9).
               03 TP-DETAY REDEFINES TP-ANAHTAR.
                   04 TP-D-HESAP        PIC X(15).
                   04 TP-D-BILESEN      PIC X.
                   04 TP-D-REF          PIC X(15).
                   04 FILLER            PIC X(9).
           02 TP-VERI.
               03 TP-SATIS              PIC S9(13)V99.
               03 TP-MALIYET            PIC S9(13)V99.
               03 TP-ISKONTO            PIC S9(13)V99.
               03 TP-IADE               PIC S9(13)V99.
               03 TP-IADE-MALIYET       PIC S9(13)V99.
               03 TP-PRIM               PIC S9(13)V99.
               03 TP-FINANS             PIC S9(13)V99.
               03 TP-SEVK-SAYI          PIC 9(5).
               03 TP-SEVK-GIDER         PIC S9(13)V99.
               03 TP-NET-KAR            PIC S9(13)V99.
               03 TP-ORT-GUN            PIC 9(4).
               03 TP-TARIH.
                   04 TP-T-YIL          PIC 9999.
                   04 TP-T-AY           PIC 99.
                   04 TP-T-GUN          PIC 99.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(300).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-AY              PIC 99.
           02 E-YIL             PIC 9999.
           02 E-HESAPNO         PIC X(15).
           02 D-TARIH.
               03 D-YIL             PIC 9999.
               03 D-AY              PIC 99.
               03 D-GUN             PIC 99.
           02 HAZIR             PIC 9 VALUE ZERO.
           02 SIRA-NO           PIC 9(5).
           02 ZG-FAIZ           PIC ZZ9,99.
           02 ZG-SEVK           PIC Z(8)9,99.
           02 Z-SAYI            PIC Z(4)9.
           02 Z-GUN             PIC ZZZ9.
       01 KAR-DEGIS.
           02 I-NET             PIC S9(13)V99.
           02 I-MALIYET         PIC S9(13)V99.
           02 I-BRUT            PIC S9(13)V99.
           02 I-ISK1            PIC 9(12)V99999999.
           02 I-ISK2            PIC 9(12)V99999999.
           02 I-TABAN           PIC S9(13)V99.
           02 I-YON             PIC 9.
           02 E-FAIZ            PIC 9(3)V99.
           02 E-SEVK-BIRIM      PIC 9(9)V99.
           02 ESKI-FAIZ         PIC 9(3)V99.
           02 ESKI-SEVK-BIRIM   PIC 9(9)V99.
           02 CP-VAR            PIC 9.
           02 RS-VAR            PIC 9.
           02 T-HESAPNO         PIC X(15).
           02 G-SATIS           PIC S9(13)V99.
           02 G-MARJ            PIC S9(13)V99.
           02 G-NET             PIC S9(13)V99.
      * AYAR TIP 51 parametreleri metin alanlarda saklanir
       01 PARAM-ALAN.
           02 PA-FAIZ           PIC X(5).
           02 PA-FAIZ-N REDEFINES PA-FAIZ PIC 9(3)V99.
           02 PA-SEVK           PIC X(11).
           02 PA-SEVK-N REDEFINES PA-SEVK PIC 9(9)V99.
       01 TUTAR-DEGIS.
           02 X-SATIS           PIC -(12)9,99.
           02 X-MALIYET         PIC -(12)9,99.
           02 X-MARJ            PIC -(12)9,99.
           02 X-ISKONTO         PIC -(12)9,99.
           02 X-IADE            PIC -(12)9,99.
           02 X-IADE-MALIYET    PIC -(12)9,99.
           02 X-PRIM            PIC -(12)9,99.
           02 X-FINANS          PIC -(12)9,99.
           02 X-SEVK-GIDER      PIC -(12)9,99.
           02 X-NET-KAR         PIC -(12)9,99.
           02 X-FAIZ            PIC ZZ9,99.
       01 BILGI.
           02 B-SIRA                PIC ZZZ9.
           02 FILLER                PIC X VALUE ' '.
           02 B-HESAPNO             PIC X(15).
           02 FILLER                PIC X VALUE ' '.
           02 B-ADI                 PIC X(18).
           02 FILLER                PIC X VALUE ' '.
           02 B-SATIS               PIC -(9)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-MARJ                PIC -(9)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-NET-KAR             PIC -(9)9,99.
       01 BILESEN.
           02 BS-ACIKLAMA           PIC X(40).
           02 FILLER                PIC X VALUE ' '.
           02 BS-TUTAR              PIC -(12)9,99.
       01 DETAY-SATIRI.
           02 DS-BILESEN            PIC X(10).
           02 FILLER                PIC X VALUE ' '.
           02 DS-REF                PIC X(15).
           02 FILLER                PIC X VALUE ' '.
           02 DS-TARIH              PIC X(10).
           02 FILLER                PIC X VALUE ' '.
           02 DS-TUTAR1             PIC -(9)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 DS-TUTAR2             PIC -(9)9,99.
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
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
       BEGIN-PROGRAM.
      * musteri karliligi: satis marjindan iadelerin marj kaybi,
      * ciro primi tahakkuku, gec odemenin finansman gideri
      * (RISKSKOR ortalama odeme gunu x yillik faiz) ve sevk
      * basina tasima/hazirlama gideri dusulur. ANLASMA ve satir
      * iskontolari satis netinin icindedir, bilgi olarak gosterilir
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 32
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 82 '|'
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 84
              ' MUSTERI KARLILIK RAPORU ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'KARLILIK SIRALAMASI' REVERSE
              ' F2 ' 'MUSTERI BILESEN DETAYI' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT D-TARIH FROM CENTURY-DATE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM KARLILIK THRU KARLILIK-SON GO TUS.
           IF F = 2 PERFORM BILESEN-DETAY THRU BILESEN-DETAY-SON
              GO TUS.
           GO TUS.
       STOP-PROGRAM.
           IF HAZIR = 1 DELETE FILE TEMPFILE.
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

      * AYAR (TIP 51): YAZDOS yillik finansman faizi (%, 999V99),
      * YAZDOS2 sevk basina gider (9(9)V99)
       AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 51 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'MUSTERI KARLILIK FAIZ / SEVK GIDERI'
                    TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-YAZPORT
                    AY-CIKTITIPI AY-EVRAKNO AY-YAZDOS AY-YAZDOS2
                 MOVE '03000' TO AY-YAZDOS
                 MOVE '00000000000' TO AY-YAZDOS2
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE ZEROS TO E-FAIZ E-SEVK-BIRIM.
           MOVE AY-YAZDOS(1:5) TO PA-FAIZ.
           IF PA-FAIZ-N NUMERIC MOVE PA-FAIZ-N TO E-FAIZ.
           MOVE AY-YAZDOS2(1:11) TO PA-SEVK.
           IF PA-SEVK-N NUMERIC MOVE PA-SEVK-N TO E-SEVK-BIRIM.
           MOVE E-FAIZ TO ESKI-FAIZ.
           MOVE E-SEVK-BIRIM TO ESKI-SEVK-BIRIM.
       AYAR-OKU-SON.

      * degistirilen parametreler bir sonraki calisma icin yazilir
       AYAR-YAZ.
           IF E-FAIZ = ESKI-FAIZ AND E-SEVK-BIRIM = ESKI-SEVK-BIRIM
              GO AYAR-YAZ-SON.
           MOVE E-FAIZ TO PA-FAIZ-N.
           MOVE E-SEVK-BIRIM TO PA-SEVK-N.
           MOVE SPACES TO AY-YAZDOS AY-YAZDOS2.
           MOVE PA-FAIZ TO AY-YAZDOS(1:5).
           MOVE PA-SEVK TO AY-YAZDOS2(1:11).
           PERFORM REWRITE-AYAR.
       AYAR-YAZ-SON.

       DONEM-AL.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM AYAR-OKU THRU AYAR-OKU-SON.
           DISPLAY 'DONEM (AY/YIL, AY 00 = YIL) :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'YILLIK FINANSMAN FAIZI %    :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'SEVK BASINA GIDER           :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE D-AY TO E-AY.
           MOVE D-YIL TO E-YIL.
           ACCEPT E-AY LINE 4 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-YIL LINE 4 POSITION 35 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE E-FAIZ TO ZG-FAIZ.
           ACCEPT ZG-FAIZ LINE 5 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZG-FAIZ TO E-FAIZ.
           MOVE E-SEVK-BIRIM TO ZG-SEVK.
           ACCEPT ZG-SEVK LINE 6 POSITION 32 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE ZG-SEVK TO E-SEVK-BIRIM.
           ACCEPT F FROM ESCAPE KEY.
           IF F NOT = 27 AND E-AY > 12 MOVE 27 TO F.
           IF F NOT = 27 PERFORM AYAR-YAZ THRU AYAR-YAZ-SON.
           CLOSE AYAR.
       DONEM-AL-SON.

       KARLILIK.
           PERFORM DONEM-AL THRU DONEM-AL-SON.
           IF F = 27 GO KARLILIK-SON.
           DISPLAY 'HAZIRLANIYOR...' LINE 8 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF HAZIR = 1 DELETE FILE TEMPFILE.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT TEMPFILE. CLOSE TEMPFILE.
           OPEN I-O TEMPFILE.
           MOVE 1 TO HAZIR.
           OPEN INPUT STOK HAREKET-SICIL HAREKET-DETAY.
           PERFORM EVRAK-TARA THRU EVRAK-TARA-SON.
           PERFORM SEVK-TARA THRU SEVK-TARA-SON.
           PERFORM TAMAMLA THRU TAMAMLA-SON.
           CLOSE STOK HAREKET-SICIL HAREKET-DETAY.
           PERFORM SIRALAMA THRU SIRALAMA-SON.
           CLOSE TEMPFILE.
       KARLILIK-SON.

       DONEM-UYGUN.
           MOVE ZEROS TO I-YON.
           IF HS-FYIL NOT = E-YIL GO DONEM-UYGUN-SON.
           IF E-AY NOT = ZEROS AND HS-FAY NOT = E-AY
              GO DONEM-UYGUN-SON.
           IF HS-SONUC = 9 GO DONEM-UYGUN-SON.
           EVALUATE HS-TIP
            WHEN 1 WHEN 3 MOVE 1 TO I-YON
            WHEN 10 WHEN 12 MOVE 2 TO I-YON
           END-EVALUATE.
       DONEM-UYGUN-SON.

      * satis faturalari (tip 1/3) marjin, musteri iadeleri
      * (tip 10/12) geri alinan marjin kaynagidir; iptaller girmez
       EVRAK-TARA.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO EVRAK-TARA-SON.
       EVRAK-TARA-OKU.
           READ HAREKET-SICIL NEXT AT END GO EVRAK-TARA-SON.
           PERFORM DONEM-UYGUN THRU DONEM-UYGUN-SON.
           IF I-YON = ZEROS GO EVRAK-TARA-OKU.
           PERFORM EVRAK-SATIR THRU EVRAK-SATIR-SON.
           GO EVRAK-TARA-OKU.
       EVRAK-TARA-SON.

       EVRAK-SATIR.
           MOVE HS-TIP TO HD-TIP.
           MOVE HS-EVRAKNO TO HD-EVRAKNO.
           MOVE ZEROS TO HD-SIRA.
           START HAREKET-DETAY KEY IS NOT LESS THAN HD-KEY
              INVALID KEY GO EVRAK-SATIR-SON.
       EVRAK-SATIR-OKU.
           READ HAREKET-DETAY NEXT AT END GO EVRAK-SATIR-SON.
           IF HD-TIP NOT = HS-TIP OR HD-EVRAKNO NOT = HS-EVRAKNO
              GO EVRAK-SATIR-SON.
           COMPUTE I-ISK1 = HD-FIYAT * HD-ISKONTO1 / 100.
           COMPUTE I-ISK2 = (HD-FIYAT - I-ISK1) * HD-ISKONTO2 / 100.
           COMPUTE I-NET ROUNDED =
              (HD-FIYAT - I-ISK1 - I-ISK2) * HD-ADET.
           COMPUTE I-BRUT ROUNDED = HD-FIYAT * HD-ADET.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY
              MOVE ZEROS TO ST-MALIYET
              MOVE SPACE TO ST-SINIF.
           COMPUTE I-MALIYET ROUNDED = HD-ADET * ST-MALIYET.
           IF ST-HIZMET MOVE ZEROS TO I-MALIYET.
           MOVE 1 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           MOVE HS-HESAPNO TO TP-ANAHTAR.
           PERFORM TP-OKU THRU TP-OKU-SON.
           PERFORM SATIR-EKLE THRU SATIR-EKLE-SON.
           MOVE 4 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           MOVE HS-HESAPNO TO TP-D-HESAP.
           IF I-YON = 1
              MOVE 'S' TO TP-D-BILESEN
           ELSE
              MOVE 'I' TO TP-D-BILESEN
           END-IF.
           MOVE HS-EVRAKNO TO TP-D-REF.
           PERFORM TP-OKU THRU TP-OKU-SON.
           MOVE HS-FYIL TO TP-T-YIL.
           MOVE HS-FAY TO TP-T-AY.
           MOVE HS-FGUN TO TP-T-GUN.
           PERFORM SATIR-EKLE THRU SATIR-EKLE-SON.
           GO EVRAK-SATIR-OKU.
       EVRAK-SATIR-SON.

       SATIR-EKLE.
           IF I-YON = 1
              ADD I-NET TO TP-SATIS
              ADD I-MALIYET TO TP-MALIYET
              COMPUTE TP-ISKONTO = TP-ISKONTO + I-BRUT - I-NET
           ELSE
              ADD I-NET TO TP-IADE
              ADD I-MALIYET TO TP-IADE-MALIYET
           END-IF.
           REWRITE TP-KAYIT.
       SATIR-EKLE-SON.

       TP-OKU.
           READ TEMPFILE
              INVALID KEY
                 INITIALIZE TP-VERI
                 WRITE TP-KAYIT
           END-READ.
       TP-OKU-SON.

      * donemdeki her sevkiyat, icindeki evraklarin musterisine
      * bir kez sayilir (ayni sevkte birden cok faturasi olsa da)
       SEVK-TARA.
           OPEN INPUT SEVK SEVKDET.
           IF ST-SEVK NOT = '00' OR ST-SEVKDET NOT = '00'
              GO SEVK-TARA-KAPAT.
           MOVE ZEROS TO SV-NO.
           START SEVK KEY IS NOT LESS THAN SV-NO
              INVALID KEY GO SEVK-TARA-KAPAT.
       SEVK-TARA-OKU.
           READ SEVK NEXT AT END GO SEVK-TARA-KAPAT.
           IF SV-YIL NOT = E-YIL GO SEVK-TARA-OKU.
           IF E-AY NOT = ZEROS AND SV-AY NOT = E-AY
              GO SEVK-TARA-OKU.
           MOVE SV-NO TO SVD-SEVKNO.
           MOVE ZEROS TO SVD-SIRA.
           START SEVKDET KEY IS NOT LESS THAN SVD-KEY
              INVALID KEY GO SEVK-TARA-OKU.
       SEVK-SATIR-OKU.
           READ SEVKDET NEXT AT END GO SEVK-TARA-OKU.
           IF SVD-SEVKNO NOT = SV-NO GO SEVK-TARA-OKU.
           MOVE SVD-TIP TO HS-TIP.
           MOVE SVD-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY GO SEVK-SATIR-OKU.
           IF HS-SONUC = 9 GO SEVK-SATIR-OKU.
           MOVE 3 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           STRING SV-NO HS-HESAPNO DELIMITED BY SIZE
              INTO TP-ANAHTAR.
           READ TEMPFILE
              INVALID KEY
                 INITIALIZE TP-VERI
                 WRITE TP-KAYIT
                 PERFORM SEVK-EKLE THRU SEVK-EKLE-SON
           END-READ.
           GO SEVK-SATIR-OKU.
       SEVK-TARA-KAPAT.
           IF ST-SEVK = '00' CLOSE SEVK.
           IF ST-SEVKDET = '00' CLOSE SEVKDET.
       SEVK-TARA-SON.

       SEVK-EKLE.
           MOVE 1 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           MOVE HS-HESAPNO TO TP-ANAHTAR.
           PERFORM TP-OKU THRU TP-OKU-SON.
           ADD 1 TO TP-SEVK-SAYI.
           REWRITE TP-KAYIT.
           MOVE 4 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           MOVE HS-HESAPNO TO TP-D-HESAP.
           MOVE 'V' TO TP-D-BILESEN.
           MOVE SV-NO TO TP-D-REF.
           PERFORM TP-OKU THRU TP-OKU-SON.
           MOVE 1 TO TP-SEVK-SAYI.
           MOVE SV-TARIH TO TP-TARIH.
           MOVE E-SEVK-BIRIM TO TP-SEVK-GIDER.
           REWRITE TP-KAYIT.
       SEVK-EKLE-SON.

      * musteri satirlarina prim, finansman ve sevk gideri eklenir,
      * net kar hesaplanip siralama satiri (bolum 2) yazilir.
      * ay raporunda yillik prim tahakkuku ayin ciro payiyla
      * dagitilir
       TAMAMLA.
           MOVE ZEROS TO CP-VAR RS-VAR.
           OPEN INPUT CIROPRIM.
           IF ST-CIROPRIM = '00' MOVE 1 TO CP-VAR.
           OPEN INPUT RISKSKOR.
           IF ST-RISKSKOR = '00' MOVE 1 TO RS-VAR.
           MOVE 1 TO TP-BOLUM.
           MOVE LOW-VALUES TO TP-ANAHTAR.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO TAMAMLA-KAPAT.
       TAMAMLA-OKU.
           READ TEMPFILE NEXT AT END GO TAMAMLA-KAPAT.
           IF TP-BOLUM NOT = 1 GO TAMAMLA-KAPAT.
           MOVE TP-ANAHTAR TO T-HESAPNO.
           COMPUTE I-TABAN = TP-SATIS - TP-IADE.
           IF I-TABAN < ZEROS MOVE ZEROS TO I-TABAN.
           MOVE ZEROS TO TP-PRIM TP-FINANS TP-ORT-GUN.
           IF CP-VAR = 1
              PERFORM PRIM-BUL THRU PRIM-BUL-SON.
           IF RS-VAR = 1
              MOVE T-HESAPNO TO RS-HESAPNO
              READ RISKSKOR
                 NOT INVALID KEY MOVE RS-ORT-GUN TO TP-ORT-GUN
              END-READ.
           COMPUTE TP-FINANS ROUNDED =
              I-TABAN * TP-ORT-GUN * E-FAIZ / 36500.
           COMPUTE TP-SEVK-GIDER = TP-SEVK-SAYI * E-SEVK-BIRIM.
           COMPUTE TP-NET-KAR = TP-SATIS - TP-MALIYET
              - (TP-IADE - TP-IADE-MALIYET)
              - TP-PRIM - TP-FINANS - TP-SEVK-GIDER.
           REWRITE TP-KAYIT.
           MOVE 2 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           COMPUTE TP-SIRA-DEGER = 50000000000000 - TP-NET-KAR.
           MOVE T-HESAPNO TO TP-SIRA-HESAP.
           WRITE TP-KAYIT.
           GO TAMAMLA-OKU.
       TAMAMLA-KAPAT.
           IF CP-VAR = 1 CLOSE CIROPRIM.
           IF RS-VAR = 1 CLOSE RISKSKOR.
       TAMAMLA-SON.

       PRIM-BUL.
           MOVE T-HESAPNO TO CP-HESAPNO.
           MOVE E-YIL TO CP-YIL.
           READ CIROPRIM INVALID KEY GO PRIM-BUL-SON.
           IF NOT CP-MUSTERIYE GO PRIM-BUL-SON.
           IF E-AY = ZEROS
              MOVE CP-TAHAKKUK TO TP-PRIM
              GO PRIM-BUL-SON.
           IF CP-CIRO NOT > ZEROS GO PRIM-BUL-SON.
           COMPUTE TP-PRIM ROUNDED =
              CP-TAHAKKUK * I-TABAN / CP-CIRO.
       PRIM-BUL-SON.

      * bolum 2 buyuk net kardan kucuge okunur
       SIRALAMA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'MUSKR' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSV-SATIR.
           STRING 'SIRA;HESAP NO;HESAP ADI;NET SATIS;SATIS MALIYETI;'
              'BRUT MARJ;ISKONTO (BILGI);IADE;IADE MALIYETI;'
              'CIRO PRIMI;ORT ODEME GUNU;FINANSMAN;SEVK SAYISI;'
              'SEVK GIDERI;NET KAR'
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           DISPLAY 'SIRA HESAP NO       HESAP ADI         '
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '    NET SATIS     BRUT MARJ       NET KAR'
              LINE 4 POSITION 41.
           MOVE 5 TO SATIR.
           MOVE ZEROS TO SIRA-NO G-SATIS G-MARJ G-NET.
           OPEN INPUT SICIL.
           MOVE 2 TO TP-BOLUM.
           MOVE LOW-VALUES TO TP-ANAHTAR.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO SIRALAMA-KAPAT.
       SIRALAMA-OKU.
           READ TEMPFILE NEXT AT END GO SIRALAMA-KAPAT.
           IF TP-BOLUM NOT = 2 GO SIRALAMA-KAPAT.
           ADD 1 TO SIRA-NO.
           MOVE TP-SIRA-HESAP TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           ADD TP-SATIS TO G-SATIS.
           COMPUTE G-MARJ = G-MARJ + TP-SATIS - TP-MALIYET.
           ADD TP-NET-KAR TO G-NET.
           MOVE SIRA-NO TO B-SIRA.
           MOVE TP-SIRA-HESAP TO B-HESAPNO.
           MOVE SC-HESAPADI TO B-ADI.
           MOVE TP-SATIS TO B-SATIS.
           COMPUTE B-MARJ = TP-SATIS - TP-MALIYET.
           MOVE TP-NET-KAR TO B-NET-KAR.
           IF SATIR < 31
              IF TP-NET-KAR < ZEROS
                 DISPLAY BILGI LINE SATIR POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              ELSE
                 DISPLAY BILGI LINE SATIR POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              END-IF
              ADD 1 TO SATIR.
           PERFORM CSV-YAZ THRU CSV-YAZ-SON.
           GO SIRALAMA-OKU.
       SIRALAMA-KAPAT.
           CLOSE SICIL CSVOUT.
           MOVE G-SATIS TO X-SATIS.
           COMPUTE X-MARJ = G-MARJ.
           MOVE G-NET TO X-NET-KAR.
           DISPLAY 'TOPLAM SATIS:' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              X-SATIS LINE 32 POSITION 15
              'MARJ:' LINE 32 POSITION 32
              X-MARJ LINE 32 POSITION 37
              'NET:' LINE 32 POSITION 54
              X-NET-KAR LINE 32 POSITION 58.
           ACCEPT F FROM ESCAPE KEY.
       SIRALAMA-SON.

       CSV-YAZ.
           MOVE TP-SATIS TO X-SATIS.
           MOVE TP-MALIYET TO X-MALIYET.
           COMPUTE X-MARJ = TP-SATIS - TP-MALIYET.
           MOVE TP-ISKONTO TO X-ISKONTO.
           MOVE TP-IADE TO X-IADE.
           MOVE TP-IADE-MALIYET TO X-IADE-MALIYET.
           MOVE TP-PRIM TO X-PRIM.
           MOVE TP-FINANS TO X-FINANS.
           MOVE TP-SEVK-GIDER TO X-SEVK-GIDER.
           MOVE TP-NET-KAR TO X-NET-KAR.
           MOVE TP-ORT-GUN TO Z-GUN.
           MOVE TP-SEVK-SAYI TO Z-SAYI.
           MOVE SPACES TO CSV-SATIR.
           STRING SIRA-NO ';' TP-SIRA-HESAP ';' SC-HESAPADI ';'
              X-SATIS ';' X-MALIYET ';' X-MARJ ';' X-ISKONTO ';'
              X-IADE ';' X-IADE-MALIYET ';' X-PRIM ';' Z-GUN ';'
              X-FINANS ';' Z-SAYI ';' X-SEVK-GIDER ';' X-NET-KAR
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
       CSV-YAZ-SON.

      * son hazirlanan raporda secilen musterinin bilesenleri ve
      * her bilesenin arkasindaki evrak / sevkiyatlar
       BILESEN-DETAY.
           IF HAZIR = ZEROS
              DISPLAY 'ONCE F1 ILE RAPOR HAZIRLANMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO BILESEN-DETAY-SON.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO BILESEN-DETAY-SON.
           OPEN INPUT TEMPFILE SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY MOVE SPACES TO SC-HESAPADI.
           MOVE 1 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           MOVE E-HESAPNO TO TP-ANAHTAR.
           READ TEMPFILE
              INVALID KEY
                 DISPLAY 'DONEMDE HAREKETI YOK !!!' LINE 32 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO BILESEN-DETAY-KAPAT.
           PERFORM BILESEN-YAZ THRU BILESEN-YAZ-SON.
           PERFORM DETAY-LISTE THRU DETAY-LISTE-SON.
       BILESEN-DETAY-KAPAT.
           CLOSE TEMPFILE SICIL.
           ACCEPT F FROM ESCAPE KEY.
       BILESEN-DETAY-SON.

       BILESEN-YAZ.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY E-HESAPNO LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI LINE 4 POSITION 18.
           MOVE 5 TO SATIR.
           MOVE 'NET SATIS' TO BS-ACIKLAMA.
           MOVE TP-SATIS TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE '- SATIS MALIYETI' TO BS-ACIKLAMA.
           MOVE TP-MALIYET TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE '= BRUT MARJ' TO BS-ACIKLAMA.
           COMPUTE BS-TUTAR = TP-SATIS - TP-MALIYET.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE '- IADE MARJ KAYBI (IADE - MALIYETI)' TO BS-ACIKLAMA.
           COMPUTE BS-TUTAR = TP-IADE - TP-IADE-MALIYET.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE '- CIRO PRIMI TAHAKKUKU' TO BS-ACIKLAMA.
           MOVE TP-PRIM TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE TP-ORT-GUN TO Z-GUN.
           MOVE E-FAIZ TO X-FAIZ.
           MOVE SPACES TO BS-ACIKLAMA.
           STRING '- FINANSMAN (' Z-GUN ' GUN, %' X-FAIZ ')'
              DELIMITED BY SIZE INTO BS-ACIKLAMA.
           MOVE TP-FINANS TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE TP-SEVK-SAYI TO Z-SAYI.
           MOVE SPACES TO BS-ACIKLAMA.
           STRING '- SEVK GIDERI (' Z-SAYI ' SEVK)'
              DELIMITED BY SIZE INTO BS-ACIKLAMA.
           MOVE TP-SEVK-GIDER TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE '= NET KARLILIK' TO BS-ACIKLAMA.
           MOVE TP-NET-KAR TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
           MOVE '  (BILGI) VERILEN ISKONTOLAR' TO BS-ACIKLAMA.
           MOVE TP-ISKONTO TO BS-TUTAR.
           PERFORM BILESEN-SATIR THRU BILESEN-SATIR-SON.
       BILESEN-YAZ-SON.

       BILESEN-SATIR.
           DISPLAY BILESEN LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
       BILESEN-SATIR-SON.

      * S satis faturasi (net / maliyet), I iade (net / maliyet),
      * V sevkiyat (gider); ekran dolunca tus beklenir
       DETAY-LISTE.
           DISPLAY 'BILESEN    EVRAK/SEVK NO   TARIH     '
              LINE 15 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '      TUTAR  MALIYET' LINE 15 POSITION 42.
           MOVE 16 TO SATIR.
           MOVE 4 TO TP-BOLUM.
           MOVE SPACES TO TP-ANAHTAR.
           MOVE E-HESAPNO TO TP-D-HESAP.
           START TEMPFILE KEY IS NOT LESS THAN TP-KEY
              INVALID KEY GO DETAY-LISTE-SON.
       DETAY-LISTE-OKU.
           READ TEMPFILE NEXT AT END GO DETAY-LISTE-SON.
           IF TP-BOLUM NOT = 4 OR TP-D-HESAP NOT = E-HESAPNO
              GO DETAY-LISTE-SON.
           IF SATIR > 31
              DISPLAY 'DEVAM ICIN TUS (ESC CIKIS)' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ACCEPT F FROM ESCAPE KEY
              IF F = 27 GO DETAY-LISTE-SON END-IF
              PERFORM VARYING SATIR FROM 16 BY 1 UNTIL SATIR > 32
                 DISPLAY SPACES LINE SATIR POSITION 2 SIZE 81
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              END-PERFORM
              MOVE 16 TO SATIR.
           MOVE SPACES TO DETAY-SATIRI.
           EVALUATE TP-D-BILESEN
            WHEN 'S'
              MOVE 'SATIS' TO DS-BILESEN
              MOVE TP-SATIS TO DS-TUTAR1
              MOVE TP-MALIYET TO DS-TUTAR2
            WHEN 'I'
              MOVE 'IADE' TO DS-BILESEN
              MOVE TP-IADE TO DS-TUTAR1
              MOVE TP-IADE-MALIYET TO DS-TUTAR2
            WHEN 'V'
              MOVE 'SEVK' TO DS-BILESEN
              MOVE TP-SEVK-GIDER TO DS-TUTAR1
              MOVE ZEROS TO DS-TUTAR2
           END-EVALUATE.
           MOVE TP-D-REF TO DS-REF.
           STRING TP-T-GUN '/' TP-T-AY '/' TP-T-YIL
              DELIMITED BY SIZE INTO DS-TARIH.
           DISPLAY DETAY-SATIRI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ADD 1 TO SATIR.
           GO DETAY-LISTE-OKU.
       DETAY-LISTE-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
