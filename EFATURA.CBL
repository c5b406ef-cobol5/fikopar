       FILE-CONTROL.
       copy 'hareket.cpy'.
       copy 'ayar.cpy'.
       copy 'efkul.cpy'.
       copy 'earsiv.cpy'.
       copy 'sicilpos.cpy'.
       copy 'sevk.cpy'.
       copy 'stok.cpy'.
       copy 'sicil.cpy'.
            SELECT FIRMAKFG ASSIGN TO DISK, 'DATA\FIRMA.KFG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT XMLOUT ASSIGN TO DISK, XML-YOL
               ORGANIZATION LINE SEQUENTIAL.
            SELECT RAPOROUT ASSIGN TO DISK, RAPOR-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
            SELECT KULTXT ASSIGN TO DISK, 'DATA\EFKUL.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
       DATA DIVISION.
       FILE SECTION.
       copy 'hareket.cpz'.
       copy 'ayar.cpz'.
       copy 'efkul.cpz'.
       copy 'earsiv.cpz'.
       copy 'sicilpos.cpz'.
       copy 'sevk.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       FD FIRMAKFG.
       01 KFG-SATIR                     PIC X(80).
       FD XMLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS XML-SATIR.
       01 XML-SATIR                     PIC X(300).
       FD RAPOROUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(300).
       FD KULTXT.
       01 KUL-SATIR                     PIC X(140).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 SAYAC             PIC 9(5).
           02 Z-SAYAC           PIC Z(4)9.
           02 EF-SAAT           PIC 9(8).
           02 OTOMATIK          PIC 9.
           02 SENARYO           PIC X.
               88 SEN-EFATURA       VALUE 'F'.
               88 SEN-EARSIV        VALUE 'A'.
               88 SEN-IHRACAT       VALUE 'I'.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 RAPOR-SAYI        PIC 9(5).
           02 KUL-SAYI          PIC 9(7).
           02 Z-KUL             PIC Z(6)9.
           02 RP-DURUM          PIC X(6).
           02 NO-HATALI         PIC 9.
           02 CARI-EFATURA      PIC X.
           02 HATALI-SAYI       PIC 9(5).
       01 FIRMA-BILGI.
           02 FB-UNVAN          PIC X(60).
           02 FB-VKN            PIC X(15).
           02 FB-ADRES          PIC X(60).
           02 FB-ILCE           PIC X(20).
           02 FB-IL             PIC X(20).
           02 FB-WEB            PIC X(40).
       01 XML-DOSYA.
           02 XD-KLASOR         PIC X(20).
           02 XD-EVRAKNO        PIC X(15).
           02 XD-SON            PIC X(4) VALUE '.XML'.
       01 EA-DOSYA.
           02 EAD-KLASOR        PIC X(20).
           02 EAD-NO            PIC X(16).
           02 EAD-SON           PIC X(4) VALUE '.XML'.
       01 RAPOR-DOSYA.
           02 RD-KLASOR         PIC X(20).
           02 FILLER            PIC X(6) VALUE 'RAPOR_'.
           02 RD-TARIH          PIC 9(8).
           02 FILLER            PIC X(4) VALUE '.XML'.
       01 XML-YOL               PIC X(40).
       01 EARSIV-NO-DEGIS.
           02 EAN-YIL           PIC 9999.
           02 EAN-SIRA          PIC 9(9).
           02 EAN-SIRA-X REDEFINES EAN-SIRA
                                PIC X(9).
       01 MAIL-PARAM.
           02 FILLER            PIC X(8) VALUE 'CMAIL   '.
           02 MP-MAIL           PIC X(60).
           02 FILLER            PIC X VALUE SPACE.
           02 MP-DOSYA          PIC X(40).
           02 FILLER            PIC X VALUE SPACE.
           02 MP-KONU           PIC X(16).
       01 XML-IS.
           02 XI-SIRA           PIC 9(5).
           02 XI-ADET           PIC -(9)9,999.
           02 XE-ORAN           PIC 999,99.
           02 XI-GUNX           PIC X(10).
           02 XI-ETTN           PIC X(36).
           02 XI-FATNO          PIC X(16).
           02 XZ-GIRDI          PIC X(16).
           02 XZ-DEGER          PIC X(16).
           02 XZ-BAS            PIC 99.
       copy 'fileop.var'.
       copy 'trim.var'.
       copy 'win.cpy'.
       copy 'vergino.var'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           02  MAIN-ARGUMENT-SIZE      PIC 9(4) BINARY.
                   DEPENDING ON MAIN-ARGUMENT-SIZE.
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * gece isinden parametreyle cagrilirsa gunun faturalari ve
      * e-arsiv raporu ekran acilmadan uretilir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           IF OTOMATIK = 1
              PERFORM GECE-KOSU THRU GECE-KOSU-SON
              GO STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           END-PERFORM.
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 70
              ' E-FATURA / E-ARSIV (UBL-TR) DISARI AKTARIM '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 67
              'FATURA TARIHI      :' LINE 4 POSITION 2.
              'CIKIS KLASORU      :' LINE 8 POSITION 2.
           DISPLAY SPACES LINE 16 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F2 ' 'E-FATURA KULLANICI LISTESI YUKLE' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           PERFORM FIRMA-OKU THRU FIRMA-OKU-SON.
           PERFORM KLASOR-OKU THRU KLASOR-OKU-SON.
           PERFORM EARSIV-AYAR-OKU THRU EARSIV-AYAR-OKU-SON.
           ACCEPT E-TARIH FROM CENTURY-DATE.
       TARIH-AL.
           ACCEPT E-GUN LINE 4 POSITION 23 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 2
              PERFORM KULLANICI-YUKLE THRU KULLANICI-YUKLE-SON
              GO TARIH-AL.
       EVRAKNO-AL.
           MOVE SPACES TO E-EVRAKNO.
           ACCEPT E-EVRAKNO LINE 6 POSITION 23 UPDATE
           IF F = 27 GO STOP-PROGRAM.
           IF F = 52 GO EVRAKNO-AL.
           PERFORM KLASOR-KAYDET THRU KLASOR-KAYDET-SON.
           MOVE ZEROS TO SAYAC HATALI-SAYI.
           PERFORM DOSYA-AC.
           IF E-EVRAKNO NOT = SPACES
              PERFORM TEK-EVRAK THRU TEK-EVRAK-SON
           ELSE
              PERFORM GUN-EVRAKLARI THRU GUN-EVRAKLARI-SON
           END-IF.
           PERFORM DOSYA-KAPAT.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'OLUSTURULAN XML SAYISI :' LINE 12 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 12 POSITION 27.
           IF HATALI-SAYI > ZEROS
              MOVE HATALI-SAYI TO Z-SAYAC
              DISPLAY 'VERGI NO HATALI ATLANAN:' LINE 14 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 Z-SAYAC LINE 14 POSITION 27.
      * gunun tamami aktarildiysa e-arsiv raporu da yazilir
           IF E-EVRAKNO = SPACES
              PERFORM RAPOR-YAZ THRU RAPOR-YAZ-SON
              MOVE RAPOR-SAYI TO Z-SAYAC
              DISPLAY 'E-ARSIV RAPOR SATIRI   :' LINE 13 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYAC LINE 13 POSITION 27.
       SON-TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           GO SON-TUS.
       STOP-PROGRAM.
           IF OTOMATIK = ZEROS
              MOVE WCB TO NESTED-WCB (1)
              DISPLAY NESTED-WCB (1)
                 LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'
           END-IF.
           EXIT PROGRAM.
           STOP RUN.

       GECE-KOSU.
           MOVE BUGUN TO E-TARIH.
           MOVE SPACES TO E-EVRAKNO.
           PERFORM FIRMA-OKU THRU FIRMA-OKU-SON.
           PERFORM KLASOR-OKU THRU KLASOR-OKU-SON.
           PERFORM EARSIV-AYAR-OKU THRU EARSIV-AYAR-OKU-SON.
           MOVE ZEROS TO SAYAC HATALI-SAYI.
           PERFORM DOSYA-AC.
           PERFORM GUN-EVRAKLARI THRU GUN-EVRAKLARI-SON.
           PERFORM DOSYA-KAPAT.
           PERFORM RAPOR-YAZ THRU RAPOR-YAZ-SON.
       GECE-KOSU-SON.

       DOSYA-AC.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY EFKUL SICILPOS
              SEVK SEVKDET STOK SICIL.
           IF ST-EFKUL = '35'
              OPEN OUTPUT EFKUL
              CLOSE EFKUL
              OPEN INPUT EFKUL
           END-IF.
           OPEN I-O EARSIV.
           IF ST-EARSIV = '35'
              OPEN OUTPUT EARSIV
              CLOSE EARSIV
              OPEN I-O EARSIV
           END-IF.

       DOSYA-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY EFKUL SICILPOS
              SEVK SEVKDET EARSIV STOK SICIL.

      * firma kimligi DATA\FIRMA.KFG den satir sirasina gore
      * okunur: unvan, vkn, vergi dairesi, mersis, adres,
      * ilce, il, internet satis adresi
       FIRMA-OKU.
           INITIALIZE FIRMA-BILGI.
           OPEN INPUT FIRMAKFG.
            WHEN 5 MOVE KFG-SATIR TO FB-ADRES
            WHEN 6 MOVE KFG-SATIR TO FB-ILCE
            WHEN 7 MOVE KFG-SATIR TO FB-IL
            WHEN 8 MOVE KFG-SATIR TO FB-WEB
           END-EVALUATE.
           IF KFG-NO < 8 GO FIRMA-OKU-SATIR.
           CLOSE FIRMAKFG.
       FIRMA-OKU-SON.

              INVALID KEY MOVE 'EFATURA\' TO AY-YAZDOS.
           CLOSE AYAR.
           MOVE AY-YAZDOS TO XD-KLASOR.
           IF OTOMATIK = ZEROS
              DISPLAY XD-KLASOR LINE 8 POSITION 23
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       KLASOR-OKU-SON.

      * e-arsiv faturalari kendi serisinden numaralanir: AYAR
      * (TIP 42) kaydinda on ek (3 harf) EVRAKFORMAT ta, siradaki
      * numara yil+9 hane olarak EVRAKNO da, cikis klasoru YAZDOS
      * ta durur; yil donunce sira 1 den baslar
       EARSIV-AYAR-OKU.
           OPEN I-O AYAR.
           MOVE 42 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE 'E-ARSIV NUMARA SERISI' TO AY-ACIKLAMA
                 MOVE 'EAR' TO AY-EVRAKFORMAT
                 MOVE BU-YIL TO EAN-YIL
                 MOVE 1 TO EAN-SIRA
                 MOVE SPACES TO AY-EVRAKNO
                 STRING EAN-YIL EAN-SIRA-X
                    DELIMITED BY SIZE INTO AY-EVRAKNO
                 MOVE 'EARSIV\' TO AY-YAZDOS
                 MOVE SPACES TO AY-YAZPORT AY-CIKTITIPI AY-YAZDOS2
                 PERFORM WRITE-AYAR
           END-READ.
           CLOSE AYAR.
           MOVE AY-YAZDOS TO EAD-KLASOR RD-KLASOR.
       EARSIV-AYAR-OKU-SON.

       EARSIV-NO-AL.
           OPEN I-O AYAR.
           MOVE 42 TO AY-TIP.
           MOVE ZEROS TO AY-DEPONO.
           READ AYAR INVALID KEY CONTINUE.
           MOVE HS-FYIL TO EAN-YIL.
           IF AY-EVRAKNO(1:4) NOT = EAN-YIL
              OR AY-EVRAKNO(5:9) NOT NUMERIC
              MOVE 1 TO EAN-SIRA
           ELSE
              MOVE AY-EVRAKNO(5:9) TO EAN-SIRA-X
           END-IF.
           MOVE SPACES TO EA-NO.
           STRING AY-EVRAKFORMAT(1:3) EAN-YIL EAN-SIRA-X
              DELIMITED BY SIZE INTO EA-NO.
           ADD 1 TO EAN-SIRA.
           MOVE SPACES TO AY-EVRAKNO.
           STRING EAN-YIL EAN-SIRA-X
              DELIMITED BY SIZE INTO AY-EVRAKNO.
           PERFORM REWRITE-AYAR.
           CLOSE AYAR.
       EARSIV-NO-AL-SON.

       KLASOR-KAYDET.
           OPEN I-O AYAR.
           MOVE 30 TO AY-TIP.
                 LINE 30 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TEK-EVRAK-SON.
           PERFORM VERGI-KONTROL THRU VERGI-KONTROL-SON.
           IF NO-HATALI = 1
              DISPLAY 'ALICI VERGI / TC KIMLIK NO HATALI !!!'
                 LINE 30 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TEK-EVRAK-SON.
           PERFORM XML-YAZ THRU XML-YAZ-SON.
       TEK-EVRAK-SON.

           IF HS-FTARIH NOT = E-TARIH GO GUN-EVRAK-OKU.
      * iptal edilen fatura entegratore gonderilmez
           IF HS-SONUC = 9 GO GUN-EVRAK-OKU.
           PERFORM VERGI-KONTROL THRU VERGI-KONTROL-SON.
           IF NO-HATALI = 1 ADD 1 TO HATALI-SAYI GO GUN-EVRAK-OKU.
           PERFORM XML-YAZ THRU XML-YAZ-SON.
           GO GUN-EVRAK-OKU.
       GUN-EVRAKLARI-SON.

      * alicinin vergi ya da tc kimlik numarasi hane kontrolunden
      * gecmezse belge entegratorden geri donecegi icin yazilmaz;
      * ihracatta alici yabanci numara tasir, denetlenmez.
      * numarayi basliga yazmayan belgelerde numara ve alici turu
      * cari kartindan alinir
       VERGI-KONTROL.
           MOVE ZEROS TO NO-HATALI.
           MOVE SPACE TO CARI-EFATURA.
           IF HS-IHRACAT GO VERGI-KONTROL-SON.
           IF HS-VNO = SPACES AND HS-TCNO = SPACES
              AND HS-HESAPNO NOT = SPACES
              MOVE HS-HESAPNO TO SC-HESAPNO
              READ SICIL
                 NOT INVALID KEY
                    MOVE SC-VNO TO HS-VNO
                    MOVE SC-TCNO TO HS-TCNO
                    MOVE SC-EFATURA TO CARI-EFATURA
              END-READ
           END-IF.
           MOVE HS-VNO TO VN-NO.
           CALL 'VKNKONT' USING VN-ISTEK.
           IF VN-HATALI MOVE 1 TO NO-HATALI.
           MOVE HS-TCNO TO VN-NO.
           CALL 'VKNKONT' USING VN-ISTEK.
           IF VN-HATALI OR VN-VKN MOVE 1 TO NO-HATALI.
           CANCEL 'VKNKONT'.
       VERGI-KONTROL-SON.

      * tek faturayi UBL-TR 1.2 duzeninde yazar; alici e-fatura
      * kullanicisi degilse belge e-arsiv olarak kendi serisinden
      * numaralanip e-arsiv klasorune yazilir
       XML-YAZ.
           PERFORM EVRAK-TOPLA THRU EVRAK-TOPLA-SON.
           PERFORM SENARYO-BELIRLE THRU SENARYO-BELIRLE-SON.
           IF SEN-EARSIV
              PERFORM EARSIV-HAZIRLA THRU EARSIV-HAZIRLA-SON
              MOVE EA-NO TO XI-FATNO EAD-NO
              MOVE EA-DOSYA TO XML-YOL
           ELSE
              MOVE HS-EVRAKNO TO XI-FATNO XD-EVRAKNO
              INSPECT XD-EVRAKNO REPLACING ALL ' ' BY '_'
              MOVE XML-DOSYA TO XML-YOL
           END-IF.
           OPEN OUTPUT XMLOUT.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO XML-SATIR.
              INTO XML-SATIR.
           WRITE XML-SATIR.
           PERFORM XML-ETIKET-UBL THRU XML-ETIKET-UBL-SON.
           IF SEN-EARSIV
              PERFORM XML-GONDERIM THRU XML-GONDERIM-SON.
           PERFORM XML-SATICI THRU XML-SATICI-SON.
           PERFORM XML-ALICI THRU XML-ALICI-SON.
           IF SEN-EARSIV AND EA-INTERNET-SATIS
              PERFORM XML-INTERNET THRU XML-INTERNET-SON.
           PERFORM XML-KDV THRU XML-KDV-SON.
           PERFORM XML-TOPLAMLAR THRU XML-TOPLAMLAR-SON.
           PERFORM XML-SATIRLAR THRU XML-SATIRLAR-SON.
           WRITE XML-SATIR.
           CLOSE XMLOUT.
           ADD 1 TO SAYAC.
           IF SEN-EARSIV
              PERFORM EARSIV-EPOSTA THRU EARSIV-EPOSTA-SON.
       XML-YAZ-SON.

      * alicinin vergi ya da tc kimlik numarasi e-fatura kayitli
      * kullanici listesinde varsa e-fatura, yoksa e-arsivdir.
      * ihracat faturasi her zaman ihracat senaryosuyla gider
       SENARYO-BELIRLE.
           IF HS-IHRACAT
              MOVE 'I' TO SENARYO
              GO SENARYO-BELIRLE-SON.
           MOVE 'A' TO SENARYO.
           IF HS-VNO NOT = SPACES
              MOVE HS-VNO TO EFK-VKN
              READ EFKUL
                 NOT INVALID KEY
                    MOVE 'F' TO SENARYO
                    GO SENARYO-BELIRLE-SON
              END-READ
           END-IF.
           IF HS-TCNO NOT = SPACES
              MOVE HS-TCNO TO EFK-VKN
              READ EFKUL
                 NOT INVALID KEY
                    MOVE 'F' TO SENARYO
                    GO SENARYO-BELIRLE-SON
              END-READ
           END-IF.
      * listede bulunmazsa cari kartinda isaretli tur gecerlidir
           IF CARI-EFATURA = 'F' MOVE 'F' TO SENARYO.
       SENARYO-BELIRLE-SON.

      * numara ve ettn ilk uretimde verilir, yeniden uretimde
      * korunur; tutar, teslim ve internet bilgisi tazelenir
       EARSIV-HAZIRLA.
           MOVE HS-TIP TO EA-TIP.
           MOVE HS-EVRAKNO TO EA-EVRAKNO.
           READ EARSIV INVALID KEY GO EARSIV-YENI.
           PERFORM EARSIV-BILGI THRU EARSIV-BILGI-SON.
           PERFORM REWRITE-EARSIV.
           GO EARSIV-HAZIRLA-SON.
       EARSIV-YENI.
           INITIALIZE EA-KAYIT.
           MOVE HS-TIP TO EA-TIP.
           MOVE HS-EVRAKNO TO EA-EVRAKNO.
           PERFORM EARSIV-NO-AL THRU EARSIV-NO-AL-SON.
           ACCEPT EF-SAAT FROM TIME.
           STRING HS-FYIL '-' HS-FAY '-' HS-FGUN '-' EF-SAAT '-'
              EA-NO(8:9) DELIMITED BY SIZE INTO EA-ETTN.
           MOVE HS-FYIL TO EA-YIL.
           MOVE HS-FAY TO EA-AY.
           MOVE HS-FGUN TO EA-GUN.
           MOVE HS-HESAPNO TO EA-HESAPNO.
           MOVE HS-HESAPADI TO EA-HESAPADI.
      * kimligi bilinmeyen perakende alici icin 11 tane 1 yazilir
           EVALUATE TRUE
            WHEN HS-VNO NOT = SPACES  MOVE HS-VNO TO EA-ALICI-NO
            WHEN HS-TCNO NOT = SPACES MOVE HS-TCNO TO EA-ALICI-NO
            WHEN OTHER MOVE '11111111111' TO EA-ALICI-NO
           END-EVALUATE.
           MOVE 1 TO EA-DURUM.
           PERFORM EARSIV-BILGI THRU EARSIV-BILGI-SON.
           PERFORM WRITE-EARSIV.
       EARSIV-HAZIRLA-SON.

      * hesabin ilk e-posta adresi varsa fatura elektronik, yoksa
      * kagit olarak teslim edilir. web magazasindan gelen
      * siparisin faturasi internet satisidir; kargo bilgisi
      * faturanin bagli oldugu sevkiyattan alinir
       EARSIV-BILGI.
           MOVE ET-GENEL TO EA-TUTAR.
           MOVE ET-KDV TO EA-KDV.
           IF EA-EPOSTA = SPACES
              PERFORM EPOSTA-BUL THRU EPOSTA-BUL-SON.
           MOVE 'K' TO EA-GONDERIM.
           IF EA-EPOSTA NOT = SPACES MOVE 'E' TO EA-GONDERIM.
           IF HS-SIPARISNO(1:3) NOT = 'WEB'
              MOVE SPACE TO EA-INTERNET
              GO EARSIV-BILGI-SON.
           MOVE 'E' TO EA-INTERNET.
           MOVE 'KREDIKARTI' TO EA-ODEME-SEKLI.
           MOVE EA-TARIH TO EA-ODEME-TARIH EA-GONDERI-TARIH.
           PERFORM SEVK-BUL THRU SEVK-BUL-SON.
       EARSIV-BILGI-SON.

       EPOSTA-BUL.
           MOVE HS-HESAPNO TO SP-HESAPNO.
           MOVE ZEROS TO SP-SIRA.
           START SICILPOS KEY IS NOT LESS THAN SP-KEY
              INVALID KEY GO EPOSTA-BUL-SON.
       EPOSTA-BUL-OKU.
           READ SICILPOS NEXT AT END GO EPOSTA-BUL-SON.
           IF SP-HESAPNO NOT = HS-HESAPNO GO EPOSTA-BUL-SON.
           IF SP-MAIL = SPACES GO EPOSTA-BUL-OKU.
           MOVE SP-MAIL TO EA-EPOSTA.
       EPOSTA-BUL-SON.

       SEVK-BUL.
           MOVE ZEROS TO SVD-SEVKNO SVD-SIRA.
           START SEVKDET KEY IS NOT LESS THAN SVD-KEY
              INVALID KEY GO SEVK-BUL-SON.
       SEVK-BUL-OKU.
           READ SEVKDET NEXT AT END GO SEVK-BUL-SON.
           IF SVD-TIP NOT = HS-TIP OR SVD-EVRAKNO NOT = HS-EVRAKNO
              GO SEVK-BUL-OKU.
           MOVE SVD-SEVKNO TO SV-NO.
           READ SEVK INVALID KEY GO SEVK-BUL-SON.
           MOVE SV-TASIYICI TO EA-TASIYICI.
           MOVE SV-TAKIPNO TO EA-TAKIPNO.
           MOVE SV-YIL TO EA-SYIL.
           MOVE SV-AY TO EA-SAY.
           MOVE SV-GUN TO EA-SGUN.
           IF SV-KAPIDA-TUTAR NOT = ZEROS
              MOVE 'KAPIDAODEME' TO EA-ODEME-SEKLI.
       SEVK-BUL-SON.

      * elektronik teslimde xml alicinin adresine bir kez gider
       EARSIV-EPOSTA.
           IF NOT EA-ELEKTRONIK GO EARSIV-EPOSTA-SON.
           IF EA-EYIL NOT = ZEROS GO EARSIV-EPOSTA-SON.
           MOVE EA-EPOSTA TO MP-MAIL.
           MOVE XML-YOL TO MP-DOSYA.
           MOVE EA-NO TO MP-KONU.
           CALL 'SYSTEM' USING MAIL-PARAM.
           MOVE BUGUN TO EA-EPOSTA-TARIH.
           PERFORM REWRITE-EARSIV.
       EARSIV-EPOSTA-SON.

       XML-ETIKET-UBL.
           MOVE '  <cbc:UBLVersionID>2.1</cbc:UBLVersionID>'
              TO XML-SATIR.
           MOVE '  <cbc:CustomizationID>TR1.2</cbc:CustomizationID>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           EVALUATE TRUE
            WHEN SEN-IHRACAT
              MOVE
               '  <cbc:ProfileID>IHRACAT</cbc:ProfileID>'
                 TO XML-SATIR
            WHEN SEN-EARSIV
              MOVE
               '  <cbc:ProfileID>EARSIVFATURA</cbc:ProfileID>'
                 TO XML-SATIR
            WHEN OTHER
              MOVE
               '  <cbc:ProfileID>TICARIFATURA</cbc:ProfileID>'
                 TO XML-SATIR
           END-EVALUATE.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '  <cbc:ID>' DELIMITED BY SIZE
              XI-FATNO DELIMITED BY ' '
              '</cbc:ID>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XI-ETTN.
           STRING HS-FYIL '-' HS-FAY '-' HS-FGUN '-' EF-SAAT
              DELIMITED BY SIZE INTO XI-ETTN.
           IF SEN-EARSIV MOVE EA-ETTN TO XI-ETTN.
           MOVE SPACES TO XML-SATIR.
           STRING '  <cbc:UUID>' DELIMITED BY SIZE
              XI-ETTN DELIMITED BY ' '
              '</cbc:IssueDate>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           IF SEN-IHRACAT
              MOVE
               '  <cbc:InvoiceTypeCode>ISTISNA</cbc:InvoiceTypeCode>'
                 TO XML-SATIR
           ELSE
              MOVE
               '  <cbc:InvoiceTypeCode>SATIS</cbc:InvoiceTypeCode>'
                 TO XML-SATIR
           END-IF.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           IF HS-DOVIZ = SPACES OR HS-DOVIZ = 'TL '
           MOVE '  <cac:AccountingSupplierParty><cac:Party>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           IF SEN-EARSIV AND EA-INTERNET-SATIS AND FB-WEB NOT = SPACES
              MOVE SPACES TO XML-SATIR
              STRING '    <cbc:WebsiteURI>' DELIMITED BY SIZE
                 FB-WEB DELIMITED BY ' '
                 '</cbc:WebsiteURI>' DELIMITED BY SIZE
                 INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
           MOVE FB-UNVAN TO TRIM-VALUE.
           PERFORM TRIM-BLOCK.
           MOVE SPACES TO XML-SATIR.
       XML-SATICI-SON.

       XML-ALICI.
           IF SEN-IHRACAT
              PERFORM XML-IHRACAT-ALICI THRU XML-IHRACAT-ALICI-SON
              GO XML-ALICI-SON.
           MOVE '  <cac:AccountingCustomerParty><cac:Party>'
              TO XML-SATIR.
           WRITE XML-SATIR.
                 INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
      * e-arsivde vergi numarasi olmayan alici tc kimligiyle yazilir
           IF HS-VNO = SPACES AND SEN-EARSIV
              STRING '    <cbc:ID schemeID="TCKN">'
                 DELIMITED BY SIZE
                 EA-ALICI-NO DELIMITED BY ' '
                 '</cbc:ID>' DELIMITED BY SIZE
                 INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
           IF HS-MERSIS NOT = SPACES
              MOVE SPACES TO XML-SATIR
              STRING '    <cbc:ID schemeID="MERSISNO">'
           WRITE XML-SATIR.
       XML-ALICI-SON.

      * ihracatta fatura gumruk bakanligina kesilir, yabanci
      * alici ayrica buyercustomerparty olarak yazilir
       XML-IHRACAT-ALICI.
           MOVE '  <cac:AccountingCustomerParty><cac:Party>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cbc:Name>GUMRUK VE TICARET BAKANLIGI BILGI '
              'ISLEM DAIRESI BASKANLIGI</cbc:Name>'
              DELIMITED BY SIZE INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE '    <cbc:ID schemeID="VKN">1460415308</cbc:ID>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cac:PostalAddress><cbc:StreetName>'
              'UNIVERSITELER MAH. DUMLUPINAR BLV. NO:151'
              '</cbc:StreetName>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cbc:CitySubdivisionName>CANKAYA'
              '</cbc:CitySubdivisionName><cbc:CityName>ANKARA'
              '</cbc:CityName></cac:PostalAddress>'
              DELIMITED BY SIZE INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cac:PartyTaxScheme><cac:TaxScheme>'
              '<cbc:Name>ULUS</cbc:Name>'
              '</cac:TaxScheme></cac:PartyTaxScheme>'
              DELIMITED BY SIZE INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE '  </cac:Party></cac:AccountingCustomerParty>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE '  <cac:BuyerCustomerParty><cac:Party>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE '    <cbc:ID schemeID="PARTYTYPE">EXPORT</cbc:ID>'
              TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE HS-HESAPADI TO TRIM-VALUE.
           PERFORM TRIM-BLOCK.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cbc:Name>' DELIMITED BY SIZE
              TRIM-VALUE(1:TRIM-SIZE) DELIMITED BY SIZE
              '</cbc:Name>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE HS-ADRES1 TO TRIM-VALUE.
           PERFORM TRIM-BLOCK.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cac:PostalAddress><cbc:StreetName>'
              DELIMITED BY SIZE
              TRIM-VALUE(1:TRIM-SIZE) DELIMITED BY SIZE
              '</cbc:StreetName>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cbc:CityName>' DELIMITED BY SIZE
              HS-IL DELIMITED BY '  '
              '</cbc:CityName><cac:Country><cbc:Name>'
              DELIMITED BY SIZE
              HS-ULKE DELIMITED BY '  '
              '</cbc:Name></cac:Country></cac:PostalAddress>'
              DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE '  </cac:Party></cac:BuyerCustomerParty>'
              TO XML-SATIR.
           WRITE XML-SATIR.
       XML-IHRACAT-ALICI-SON.

      * teslim sekli (elektronik/kagit) e-arsiv belgesinin ek
      * referansi olarak yazilir
       XML-GONDERIM.
           MOVE SPACES TO XML-SATIR.
           IF EA-ELEKTRONIK
              STRING '  <cac:AdditionalDocumentReference><cbc:ID>'
                 'ELEKTRONIK</cbc:ID>' DELIMITED BY SIZE
                 INTO XML-SATIR
           ELSE
              STRING '  <cac:AdditionalDocumentReference><cbc:ID>'
                 'KAGIT</cbc:ID>' DELIMITED BY SIZE
                 INTO XML-SATIR
           END-IF.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '    <cbc:IssueDate>' XI-GUNX(1:10)
              '</cbc:IssueDate><cbc:DocumentTypeCode>GONDERIM_SEKLI'
              '</cbc:DocumentTypeCode>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE '  </cac:AdditionalDocumentReference>' TO XML-SATIR.
           WRITE XML-SATIR.
       XML-GONDERIM-SON.

      * internet satisinda odeme sekli/tarihi ve tasiyici ile
      * gonderim tarihi bulunmak zorundadir
       XML-INTERNET.
           MOVE SPACES TO XML-SATIR.
           STRING '  <cac:Delivery><cbc:ActualDeliveryDate>'
              EA-SYIL '-' EA-SAY '-' EA-SGUN
              '</cbc:ActualDeliveryDate>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           IF EA-TASIYICI NOT = SPACES
              MOVE EA-TASIYICI TO TRIM-VALUE
              PERFORM TRIM-BLOCK
              MOVE SPACES TO XML-SATIR
              STRING '    <cac:CarrierParty><cac:PartyName><cbc:Name>'
                 DELIMITED BY SIZE
                 TRIM-VALUE(1:TRIM-SIZE) DELIMITED BY SIZE
                 '</cbc:Name></cac:PartyName></cac:CarrierParty>'
                 DELIMITED BY SIZE
                 INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
           IF EA-TAKIPNO NOT = SPACES
              MOVE SPACES TO XML-SATIR
              STRING '    <cac:Shipment><cbc:ID>' DELIMITED BY SIZE
                 EA-TAKIPNO DELIMITED BY ' '
                 '</cbc:ID></cac:Shipment>' DELIMITED BY SIZE
                 INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
           MOVE '  </cac:Delivery>' TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '  <cac:PaymentMeans><cbc:PaymentMeansCode>'
              DELIMITED BY SIZE
              EA-ODEME-SEKLI DELIMITED BY ' '
              '</cbc:PaymentMeansCode><cbc:PaymentDueDate>'
              DELIMITED BY SIZE
              EA-OYIL '-' EA-OAY '-' EA-OGUN
              '</cbc:PaymentDueDate></cac:PaymentMeans>'
              DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
       XML-INTERNET-SON.

       XML-KDV.
           MOVE ET-KDV TO XE-TUTAR.
           INSPECT XE-TUTAR REPLACING ALL ',' BY '.'.
              XZ-DEGER DELIMITED BY ' '
              '</cbc:TaxAmount><cbc:Percent>' DELIMITED BY SIZE
              XE-ORAN DELIMITED BY SIZE
              '</cbc:Percent>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
      * ihracat istisnasi vergi kategorisinde muafiyet kodu ile
      * belirtilir
           IF SEN-IHRACAT
              MOVE SPACES TO XML-SATIR
              STRING '    <cac:TaxCategory>'
                 '<cbc:TaxExemptionReasonCode>' DELIMITED BY SIZE
                 HS-ISTISNA-KOD DELIMITED BY SIZE
                 '</cbc:TaxExemptionReasonCode>' DELIMITED BY SIZE
                 INTO XML-SATIR
              WRITE XML-SATIR
              MOVE SPACES TO XML-SATIR
              STRING '    <cac:TaxScheme><cbc:TaxTypeCode>0015'
                 '</cbc:TaxTypeCode></cac:TaxScheme></cac:TaxCategory>'
                 DELIMITED BY SIZE INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
           MOVE '    </cac:TaxSubtotal>' TO XML-SATIR.
           WRITE XML-SATIR.
       XML-KDV-ALT-SON.

       XML-TOPLAMLAR.
              '</cbc:LineExtensionAmount>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           IF SEN-IHRACAT
              PERFORM XML-IHRACAT-TESLIM THRU XML-IHRACAT-TESLIM-SON.
           MOVE HD-CINSI TO TRIM-VALUE.
           PERFORM TRIM-BLOCK.
           MOVE SPACES TO XML-SATIR.
           GO XML-SATIR-OKU.
       XML-SATIRLAR-SON.

      * ihracat satirinda teslim sekli, gtip ve varsa gcb
      * numarasi satirin teslim bilgisi olarak yazilir
       XML-IHRACAT-TESLIM.
           MOVE HD-KATNO TO ST-KATNO.
           MOVE HD-STNO TO ST-STNO.
           READ STOK INVALID KEY MOVE SPACES TO ST-GTIP.
           MOVE '    <cac:Delivery>' TO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '      <cac:DeliveryAddress><cbc:CityName>'
              DELIMITED BY SIZE
              HS-IL DELIMITED BY '  '
              '</cbc:CityName><cac:Country><cbc:Name>'
              DELIMITED BY SIZE
              HS-ULKE DELIMITED BY '  '
              '</cbc:Name></cac:Country></cac:DeliveryAddress>'
              DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '      <cac:DeliveryTerms><cbc:ID schemeID='
              '"INCOTERMS">' DELIMITED BY SIZE
              HS-TESLIM-SART DELIMITED BY SIZE
              '</cbc:ID></cac:DeliveryTerms>' DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           MOVE SPACES TO XML-SATIR.
           STRING '      <cac:Shipment><cbc:ID/><cac:GoodsItem>'
              '<cbc:RequiredCustomsID>' DELIMITED BY SIZE
              ST-GTIP DELIMITED BY ' '
              '</cbc:RequiredCustomsID></cac:GoodsItem>'
              DELIMITED BY SIZE
              INTO XML-SATIR.
           WRITE XML-SATIR.
           IF HS-GCB-NO NOT = SPACES
              MOVE SPACES TO XML-SATIR
              STRING '      <cac:TransportHandlingUnit>'
                 '<cac:CustomsDeclaration><cbc:ID>'
                 DELIMITED BY SIZE
                 HS-GCB-NO DELIMITED BY ' '
                 '</cbc:ID></cac:CustomsDeclaration>'
                 '</cac:TransportHandlingUnit>'
                 DELIMITED BY SIZE
                 INTO XML-SATIR
              WRITE XML-SATIR
           END-IF.
           MOVE '      </cac:Shipment></cac:Delivery>' TO XML-SATIR.
           WRITE XML-SATIR.
       XML-IHRACAT-TESLIM-SON.

      * soldaki bosluklari atar ki sayilar xml icinde
      * bosluksuz ciksin
       SOL-KIRP.
           GO ORAN-SLOT-TARA.
       ORAN-SLOT-BUL-SON.

      * entegratorden alinan kayitli kullanici listesi
      * DATA\EFKUL.TXT (vkn;unvan;etiket) tablonun yerine yuklenir
       KULLANICI-YUKLE.
           MOVE ZEROS TO KUL-SAYI.
           OPEN INPUT KULTXT.
           IF ST-TEMPFILE NOT = '00'
              DISPLAY 'DATA\EFKUL.TXT BULUNAMADI' LINE 10 POSITION 2
                 CONTROL 'BCOLOR=RED, FCOLOR=WHITE'
              GO KULLANICI-YUKLE-SON.
           OPEN OUTPUT EFKUL.
           CLOSE EFKUL.
           OPEN I-O EFKUL.
       KULLANICI-YUKLE-OKU.
           READ KULTXT AT END GO KULLANICI-YUKLE-BITIR.
           IF KUL-SATIR = SPACES OR KUL-SATIR(1:1) = '*'
              GO KULLANICI-YUKLE-OKU.
           INITIALIZE EFK-KAYIT.
           UNSTRING KUL-SATIR DELIMITED BY ';'
              INTO EFK-VKN EFK-UNVAN EFK-ETIKET.
           IF EFK-VKN = SPACES GO KULLANICI-YUKLE-OKU.
           PERFORM WRITE-EFKUL.
           IF WVAR = 1 ADD 1 TO KUL-SAYI.
           GO KULLANICI-YUKLE-OKU.
       KULLANICI-YUKLE-BITIR.
           CLOSE KULTXT EFKUL.
           MOVE KUL-SAYI TO Z-KUL.
           DISPLAY 'YUKLENEN KULLANICI SAYISI :' LINE 10 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-KUL LINE 10 POSITION 30.
       KULLANICI-YUKLE-SON.

      * gunluk e-arsiv raporu: o gun duzenlenen ve o gun iptal
      * edilen e-arsiv faturalari
       RAPOR-YAZ.
           MOVE ZEROS TO RAPOR-SAYI.
           MOVE E-TARIH TO RD-TARIH.
           OPEN INPUT EARSIV.
           IF ST-EARSIV NOT = '00' GO RAPOR-YAZ-SON.
           OPEN OUTPUT RAPOROUT.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE SPACES TO RAPOR-SATIR.
           STRING '<eArsivRaporu><baslik><vkn>' DELIMITED BY SIZE
              FB-VKN DELIMITED BY ' '
              '</vkn><tarih>' E-YIL '-' E-AY '-' E-GUN
              '</tarih></baslik>' DELIMITED BY SIZE
              INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           MOVE LOW-VALUES TO EA-KEY.
           START EARSIV KEY IS NOT LESS THAN EA-KEY
              INVALID KEY GO RAPOR-YAZ-BITIR.
       RAPOR-YAZ-OKU.
           READ EARSIV NEXT AT END GO RAPOR-YAZ-BITIR.
           IF EA-TARIH = E-TARIH
              MOVE 'NORMAL' TO RP-DURUM
              PERFORM RAPOR-SATIR-YAZ THRU RAPOR-SATIR-YAZ-SON.
           IF EA-IPTAL AND EA-IPTAL-TARIH = E-TARIH
              MOVE 'IPTAL' TO RP-DURUM
              PERFORM RAPOR-SATIR-YAZ THRU RAPOR-SATIR-YAZ-SON.
           GO RAPOR-YAZ-OKU.
       RAPOR-YAZ-BITIR.
           MOVE '</eArsivRaporu>' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           CLOSE RAPOROUT EARSIV.
       RAPOR-YAZ-SON.

       RAPOR-SATIR-YAZ.
           MOVE EA-TUTAR TO XE-TUTAR.
           INSPECT XE-TUTAR REPLACING ALL ',' BY '.'.
           MOVE XE-TUTAR TO XZ-GIRDI.
           PERFORM SOL-KIRP.
           MOVE SPACES TO RAPOR-SATIR.
           STRING '  <fatura><durum>' DELIMITED BY SIZE
              RP-DURUM DELIMITED BY ' '
              '</durum><no>' DELIMITED BY SIZE
              EA-NO DELIMITED BY ' '
              '</no><ettn>' DELIMITED BY SIZE
              EA-ETTN DELIMITED BY ' '
              '</ettn><tarih>' DELIMITED BY SIZE
              EA-YIL '-' EA-AY '-' EA-GUN
              '</tarih><alici>' DELIMITED BY SIZE
              EA-ALICI-NO DELIMITED BY ' '
              '</alici><gonderim>' DELIMITED BY SIZE
              EA-GONDERIM
              '</gonderim><tutar>' DELIMITED BY SIZE
              XZ-DEGER DELIMITED BY ' '
              '</tutar></fatura>' DELIMITED BY SIZE
              INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           ADD 1 TO RAPOR-SAYI.
       RAPOR-SATIR-YAZ-SON.

       copy 'trim.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==EFKUL==
                                  "%T%"  BY "EFKUL"
                                 ==%R%== BY ==EFK-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==EARSIV==
                                  "%T%"  BY "EARSIV"
                                 ==%R%== BY ==EA-KAYIT==.
