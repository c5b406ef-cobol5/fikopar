       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'VERGINO'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sicil.cpy'.
       copy 'efkul.cpy'.
       copy 'hareket.cpy'.
            SELECT KULTXT ASSIGN TO DISK, 'DATA\EFKUL.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT CSVOUT ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'sicil.cpz'.
       copy 'efkul.cpz'.
       copy 'hareket.cpz'.
       FD KULTXT.
       01 KUL-SATIR                     PIC X(140).
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
       01 CSV-SATIR                     PIC X(160).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 OTOMATIK          PIC 9.
           02 E-HESAPNO         PIC X(15).
           02 E-VNO             PIC X(15).
           02 E-TCNO            PIC X(11).
           02 BUGUN             PIC 9(8).
           02 YENI-DURUM        PIC X.
           02 D-ESKI            PIC X(8).
           02 D-YENI            PIC X(8).
           02 SORUN             PIC X(30).
           02 DEGISTI           PIC 9.
           02 SAYAC             PIC 9(7).
           02 DEGISEN           PIC 9(7).
           02 KUL-SAYI          PIC 9(7).
           02 Z-SAYAC           PIC Z(6)9.
       copy 'vergino.var'.
       copy 'kilit.var'.
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
      * gece isinden parametreyle cagrilirsa kayitli kullanici
      * listesi ekran acilmadan yuklenip hesaplar isaretlenir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > ZEROS MOVE 1 TO OTOMATIK.
           ACCEPT BUGUN FROM CENTURY-DATE.
           IF OTOMATIK = 1
              PERFORM LISTE-YUKLE THRU LISTE-YUKLE-SON
              GO STOP-PROGRAM.
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
              ' VERGI / TC KIMLIK NO VE E-FATURA MUKELLEFIYETI '
              LINE 2 POSITION 2.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'HESAP NUMARALARI' REVERSE
              ' F2 ' 'GIB LISTESI YUKLE' REVERSE
              ' F3 ' 'HATALI NUMARALAR' REVERSE
              ' F4 ' 'FATURALARDAN AKTAR' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM VERGI-GIRIS THRU VERGI-GIRIS-SON GO TUS.
           IF F = 2 PERFORM LISTE-YUKLE THRU LISTE-YUKLE-SON GO TUS.
           IF F = 3 PERFORM HATALI-LISTE THRU HATALI-LISTE-SON
                    GO TUS.
           IF F = 4 PERFORM FATURADAN-AKTAR THRU FATURADAN-AKTAR-SON
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

      * hesabin vergi ve tc kimlik numarasi hane kontroluyle
      * girilir; kayitli kullanici listesine gore turu yenilenir
       VERGI-GIRIS.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO VERGI-GIRIS-SON.
           OPEN I-O SICIL.
           OPEN INPUT EFKUL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL
              INVALID KEY
                 DISPLAY 'HESAP BULUNAMADI !!!' LINE 5 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO VERGI-GIRIS-KAPAT.
           DISPLAY SC-HESAPADI LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
      * hesap baska kullanicida degisiyorsa numara girilmez
           MOVE 'SICIL' TO KLT-DOSYA.
           MOVE SC-HESAPNO TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1
              DISPLAY KLT-MESAJ LINE 10 POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO VERGI-GIRIS-KAPAT.
           DISPLAY 'VERGI NO      :' LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'TC KIMLIK NO  :' LINE 8 POSITION 2.
           MOVE SC-VNO TO E-VNO.
           MOVE SC-TCNO TO E-TCNO.
       VNO-AL.
           ACCEPT E-VNO LINE 7 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO VERGI-GIRIS-KAPAT.
           MOVE E-VNO TO VN-NO.
           CALL 'VKNKONT' USING VN-ISTEK.
           CANCEL 'VKNKONT'.
           IF VN-HATALI
              DISPLAY 'VERGI NO HATALI !!!' LINE 10 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO VNO-AL.
           DISPLAY SPACES LINE 10 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       TCNO-AL.
           ACCEPT E-TCNO LINE 8 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO VERGI-GIRIS-KAPAT.
           IF F = 52 GO VNO-AL.
           MOVE E-TCNO TO VN-NO.
           CALL 'VKNKONT' USING VN-ISTEK.
           CANCEL 'VKNKONT'.
           IF VN-HATALI OR VN-VKN
              DISPLAY 'TC KIMLIK NO HATALI !!!' LINE 10 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO TCNO-AL.
           DISPLAY SPACES LINE 10 POSITION 2 SIZE 77
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
      * kayit yazmadan once tazelenir; giris sirasinda baska
      * programlarin yazdigi alanlar ezilmez
           PERFORM SICIL-KONTROL THRU SICIL-KONTROL-SON.
           IF KLT-TUTULUYOR
              DISPLAY KLT-MESAJ LINE 10 POSITION 2 SIZE 77
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO VERGI-GIRIS-KAPAT.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO VERGI-GIRIS-KAPAT.
           MOVE E-VNO TO SC-VNO.
           MOVE E-TCNO TO SC-TCNO.
           PERFORM DURUM-BELIRLE THRU DURUM-BELIRLE-SON.
           IF YENI-DURUM NOT = SC-EFATURA
              MOVE YENI-DURUM TO SC-EFATURA
              MOVE BUGUN TO SC-EF-TARIH.
           PERFORM REWRITE-SICIL.
           IF SC-EFATURA-KULLANICI
              DISPLAY 'KAYDEDILDI - E-FATURA KAYITLI KULLANICI'
                 LINE 10 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           ELSE
              DISPLAY 'KAYDEDILDI - E-ARSIV ALICISI'
                 LINE 10 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-IF.
       VERGI-GIRIS-KAPAT.
           CLOSE SICIL EFKUL.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
       VERGI-GIRIS-SON.

      * SC-HESAPNO kaydini baska kullanici degistirmek icin
      * tutuyorsa KLT-TUTULUYOR olur; toplu islerde hesap atlanir
       SICIL-KONTROL.
           MOVE 'K' TO KLT-ISLEM.
           MOVE 'SICIL' TO KLT-DOSYA.
           MOVE SC-HESAPNO TO KLT-ANAHTAR.
           CALL 'KAYITKIL' USING KLT-ISTEK.
       SICIL-KONTROL-SON.

      * vergi no, bulunamazsa tc kimlik no kayitli kullanici
      * listesinde aranir; listede olan e-fatura, olmayan e-arsiv
      * alicisidir
       DURUM-BELIRLE.
           MOVE 'A' TO YENI-DURUM.
           IF SC-VNO NOT = SPACES
              MOVE SC-VNO TO EFK-VKN
              READ EFKUL
                 NOT INVALID KEY MOVE 'F' TO YENI-DURUM
              END-READ
           END-IF.
           IF YENI-DURUM = 'A' AND SC-TCNO NOT = SPACES
              MOVE SC-TCNO TO EFK-VKN
              READ EFKUL
                 NOT INVALID KEY MOVE 'F' TO YENI-DURUM
              END-READ
           END-IF.
       DURUM-BELIRLE-SON.

      * gib kayitli kullanici listesi DATA\EFKUL.TXT (vkn;unvan;
      * etiket) tablonun yerine yuklenir, ardindan tum hesaplarin
      * turu yenilenir. turu degisen hesaplar CSV ye dokulur
       LISTE-YUKLE.
           IF OTOMATIK = ZEROS
              PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM KULLANICI-YUKLE THRU KULLANICI-YUKLE-SON.
      * bos liste tum hesaplari e-arsive cevirmesin
           IF KUL-SAYI = ZEROS GO LISTE-YUKLE-SON.
           PERFORM DURUM-ISLE THRU DURUM-ISLE-SON.
       LISTE-YUKLE-SON.

       KULLANICI-YUKLE.
           MOVE ZEROS TO KUL-SAYI.
           OPEN INPUT KULTXT.
           IF ST-TEMPFILE NOT = '00'
              IF OTOMATIK = ZEROS
                 DISPLAY 'DATA\EFKUL.TXT BULUNAMADI' LINE 4 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              END-IF
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
           IF OTOMATIK = ZEROS
              MOVE KUL-SAYI TO Z-SAYAC
              DISPLAY 'YUKLENEN KULLANICI SAYISI :' LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYAC LINE 4 POSITION 30.
       KULLANICI-YUKLE-SON.

      * ilk kez isaretlenen hesap degisiklik sayilmaz
       DURUM-ISLE.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'EFDEG' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'HESAP NO;UNVAN;VERGI NO;TC KIMLIK NO;ESKI;YENI'
              TO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO SAYAC DEGISEN.
           MOVE 7 TO SATIR.
           OPEN I-O SICIL.
           OPEN INPUT EFKUL.
           MOVE SPACES TO SC-HESAPNO.
           START SICIL KEY IS NOT LESS THAN SC-HESAPNO
              INVALID KEY GO DURUM-ISLE-KAPAT.
       DURUM-ISLE-OKU.
           READ SICIL NEXT AT END GO DURUM-ISLE-KAPAT.
           IF SC-KAPANDI GO DURUM-ISLE-OKU.
           PERFORM DURUM-BELIRLE THRU DURUM-BELIRLE-SON.
           IF YENI-DURUM = SC-EFATURA GO DURUM-ISLE-OKU.
           PERFORM SICIL-KONTROL THRU SICIL-KONTROL-SON.
           IF KLT-TUTULUYOR GO DURUM-ISLE-OKU.
           ADD 1 TO SAYAC.
           IF SC-EFATURA NOT = SPACE
              PERFORM DEGISEN-YAZ THRU DEGISEN-YAZ-SON.
           MOVE YENI-DURUM TO SC-EFATURA.
           MOVE BUGUN TO SC-EF-TARIH.
           PERFORM REWRITE-SICIL.
           GO DURUM-ISLE-OKU.
       DURUM-ISLE-KAPAT.
           CLOSE SICIL EFKUL CSVOUT.
           IF OTOMATIK = 1 GO DURUM-ISLE-SON.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'ISARETLENEN HESAP :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 5 POSITION 22.
           MOVE DEGISEN TO Z-SAYAC.
           DISPLAY 'TURU DEGISEN      :' LINE 5 POSITION 32
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 5 POSITION 52
              'DOKUM: ' LINE 33 POSITION 2
              CSV-DOSYA.
           ACCEPT F FROM ESCAPE KEY.
       DURUM-ISLE-SON.

       DEGISEN-YAZ.
           ADD 1 TO DEGISEN.
           MOVE 'E-ARSIV' TO D-ESKI D-YENI.
           IF SC-EFATURA-KULLANICI MOVE 'E-FATURA' TO D-ESKI.
           IF YENI-DURUM = 'F' MOVE 'E-FATURA' TO D-YENI.
           MOVE SPACES TO CSV-SATIR.
           STRING SC-HESAPNO ';' SC-HESAPADI ';' SC-VNO ';'
              SC-TCNO ';' D-ESKI ';' D-YENI
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF OTOMATIK = 1 OR SATIR > 31 GO DEGISEN-YAZ-SON.
           DISPLAY SC-HESAPNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:36) LINE SATIR POSITION 18
              D-ESKI LINE SATIR POSITION 56
              '>' LINE SATIR POSITION 65
              D-YENI LINE SATIR POSITION 67.
           ADD 1 TO SATIR.
       DEGISEN-YAZ-SON.

      * numarasi olmayan ya da hane kontrolunden gecmeyen acik
      * hesaplar temizlik icin dokulur
       HATALI-LISTE.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'VKNHT' TO CSV-TANIM.
           OPEN OUTPUT CSVOUT.
           MOVE 'HESAP NO;UNVAN;VERGI NO;TC KIMLIK NO;SORUN'
              TO CSV-SATIR.
           WRITE CSV-SATIR.
           MOVE ZEROS TO SAYAC.
           MOVE 5 TO SATIR.
           OPEN INPUT SICIL.
           MOVE SPACES TO SC-HESAPNO.
           START SICIL KEY IS NOT LESS THAN SC-HESAPNO
              INVALID KEY GO HATALI-LISTE-KAPAT.
       HATALI-LISTE-OKU.
           READ SICIL NEXT AT END GO HATALI-LISTE-KAPAT.
           IF SC-KAPANDI GO HATALI-LISTE-OKU.
           IF SC-HESAPADI(1:6) = 'ANONIM' GO HATALI-LISTE-OKU.
           MOVE SPACES TO SORUN.
           IF SC-VNO = SPACES AND SC-TCNO = SPACES
              MOVE 'NUMARA YOK' TO SORUN
              GO HATALI-LISTE-YAZ.
           MOVE SC-VNO TO VN-NO.
           CALL 'VKNKONT' USING VN-ISTEK.
           IF VN-HATALI MOVE 'VERGI NO HATALI' TO SORUN.
           MOVE SC-TCNO TO VN-NO.
           CALL 'VKNKONT' USING VN-ISTEK.
           IF VN-HATALI OR VN-VKN
              IF SORUN = SPACES
                 MOVE 'TC KIMLIK NO HATALI' TO SORUN
              ELSE
                 MOVE 'VERGI VE TC KIMLIK NO HATALI' TO SORUN
              END-IF
           END-IF.
           IF SORUN = SPACES GO HATALI-LISTE-OKU.
       HATALI-LISTE-YAZ.
           ADD 1 TO SAYAC.
           MOVE SPACES TO CSV-SATIR.
           STRING SC-HESAPNO ';' SC-HESAPADI ';' SC-VNO ';'
              SC-TCNO ';' SORUN
              DELIMITED BY SIZE INTO CSV-SATIR.
           WRITE CSV-SATIR.
           IF SATIR > 31 GO HATALI-LISTE-OKU.
           DISPLAY SC-HESAPNO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI(1:30) LINE SATIR POSITION 18
              SORUN LINE SATIR POSITION 49.
           ADD 1 TO SATIR.
           GO HATALI-LISTE-OKU.
       HATALI-LISTE-KAPAT.
           CLOSE SICIL CSVOUT.
           CANCEL 'VKNKONT'.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'HATALI / EKSIK :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 4 POSITION 19
              'DOKUM: ' LINE 33 POSITION 2
              CSV-DOSYA.
           ACCEPT F FROM ESCAPE KEY.
       HATALI-LISTE-SON.

      * numarasi bos hesaplara evrak basliklarindaki gecerli
      * numara tasinir; dolu numaraya dokunulmaz
       FATURADAN-AKTAR.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE ZEROS TO SAYAC.
           OPEN I-O SICIL.
           OPEN INPUT HAREKET-SICIL.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO FATURADAN-AKTAR-KAPAT.
       FATURADAN-AKTAR-OKU.
           READ HAREKET-SICIL NEXT AT END GO FATURADAN-AKTAR-KAPAT.
           IF HS-HESAPNO = SPACES GO FATURADAN-AKTAR-OKU.
           IF HS-VNO = SPACES AND HS-TCNO = SPACES
              GO FATURADAN-AKTAR-OKU.
           MOVE HS-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO FATURADAN-AKTAR-OKU.
           IF SC-VNO NOT = SPACES AND SC-TCNO NOT = SPACES
              GO FATURADAN-AKTAR-OKU.
           MOVE ZEROS TO DEGISTI.
           IF SC-VNO = SPACES AND HS-VNO NOT = SPACES
              MOVE HS-VNO TO VN-NO
              CALL 'VKNKONT' USING VN-ISTEK
              IF NOT VN-HATALI
                 MOVE HS-VNO TO SC-VNO
                 MOVE 1 TO DEGISTI
              END-IF
           END-IF.
           IF SC-TCNO = SPACES AND HS-TCNO NOT = SPACES
              MOVE HS-TCNO TO VN-NO
              CALL 'VKNKONT' USING VN-ISTEK
              IF VN-TCKN
                 MOVE HS-TCNO TO SC-TCNO
                 MOVE 1 TO DEGISTI
              END-IF
           END-IF.
           IF DEGISTI = ZEROS GO FATURADAN-AKTAR-OKU.
           PERFORM SICIL-KONTROL THRU SICIL-KONTROL-SON.
           IF KLT-TUTULUYOR GO FATURADAN-AKTAR-OKU.
           PERFORM REWRITE-SICIL.
           ADD 1 TO SAYAC.
           GO FATURADAN-AKTAR-OKU.
       FATURADAN-AKTAR-KAPAT.
           CLOSE SICIL HAREKET-SICIL.
           CANCEL 'VKNKONT'.
           MOVE SAYAC TO Z-SAYAC.
           DISPLAY 'NUMARASI TAMAMLANAN HESAP :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYAC LINE 4 POSITION 30.
           ACCEPT F FROM ESCAPE KEY.
       FATURADAN-AKTAR-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==SICIL==
                                  "%T%"  BY "SICIL"
                                 ==%R%== BY ==SC-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==EFKUL==
                                  "%T%"  BY "EFKUL"
                                 ==%R%== BY ==EFK-KAYIT==.
       copy 'kilit.per'.
