       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MVDAGIT'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'mvdagit.cpy'.
       copy 'degislog.cpy'.
       copy 'stok.cpy'.
       copy 'sicil.cpy'.
       copy 'fiyatlis.cpy'.
       copy 'promosyon.cpy'.
       copy 'oturum.cpy'.
            SELECT ORTAKKFG ASSIGN TO DISK, 'DATA\ORTAK.KFG'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT PAKET ASSIGN TO DISK, PKT-DOSYA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-TEMPFILE.
            SELECT ANAHTOP ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'mvdagit.cpz'.
       copy 'degislog.cpz'.
       copy 'stok.cpz'.
       copy 'sicil.cpz'.
       copy 'fiyatlis.cpz'.
       copy 'promosyon.cpz'.
       copy 'oturum.cpz'.
       FD ORTAKKFG.
       01 ORTAK-SATIR                   PIC X(100).
      * paket satiri: ilk harf satir tipi, ikinci ';' ardindan
      * kaydin merkezdeki tam goruntusu
      *   H baslik, S stok, C cari, G fiyat grubu (liste/stok),
      *   F fiyat satiri, R promosyon kurali, X silinen kayit,
      *   E kapanis (satir sayisi)
       FD PAKET.
       01 PK-SATIR.
           02 PK-TIP                    PIC X.
           02 PK-AYRAC                  PIC X.
           02 PK-VERI                   PIC X(498).
       01 PK-BASLIK.
           02 FILLER                    PIC X(2).
           02 PB-SURUM                  PIC 9(7).
           02 FILLER                    PIC X.
           02 PB-TARIH                  PIC 9(8).
           02 FILLER                    PIC X.
           02 PB-SAAT                   PIC 9(8).
       01 PK-SON.
           02 FILLER                    PIC X(2).
           02 PS-SAYI                   PIC 9(7).
       01 PK-GRUP.
           02 FILLER                    PIC X(2).
           02 PG-LISTENO                PIC 9999.
           02 PG-KATNO                  PIC 9999.
           02 PG-STNO                   PIC X(15).
       01 PK-SIL.
           02 FILLER                    PIC X(2).
           02 PX-DOSYA                  PIC X(8).
           02 PX-ANAHTAR                PIC X(20).
      * pakete girecek kayitlar; ayni kayda ait birden cok
      * degisiklik tek satira iner
       FD ANAHTOP.
       01 AT-KAYIT.
           02 AT-KEY.
               03 AT-DOSYA              PIC X(8).
               03 AT-ANAHTAR            PIC X(20).
               03 AT-LISTE              PIC X(4).
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
       01 RAPOR-SATIR                   PIC X(200).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 CIZ               PIC 99.
           02 SATIR             PIC 99.
           02 E-SURUM           PIC 9(7).
           02 E-ONAY            PIC X.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 SIMDI             PIC 9(8).
           02 Z-SAYI            PIC ZZZZZZ9.
           02 Z-SAYI2           PIC ZZZZZZ9.
           02 Z-TARIH.
               03 Z-GUN             PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-AY              PIC 99.
               03 FILLER            PIC X VALUE '/'.
               03 Z-YIL             PIC 9999.
           02 ROL-ADI           PIC X(8).
       77 OTOMATIK              PIC 9.
      * paketler DATA\ORTAK.KFG ilk satirindaki ortak klasore
      * MVnnnnnnn.PKT adiyla yazilir
       01 PKT-DOSYA.
           02 PKT-YOL           PIC X(40).
           02 FILLER            PIC X(2) VALUE 'MV'.
           02 PKT-SURUM         PIC 9(7).
           02 FILLER            PIC X(4) VALUE '.PKT'.
       01 DAGIT-DEGIS.
           02 L-NEDEN           PIC X(40).
           02 SON-SURUM         PIC 9(7).
           02 BEKLENEN          PIC 9(7).
           02 SON-DGL           PIC X(21).
           02 YENI-DGL          PIC X(21).
           02 KAYIT-SAY         PIC 9(7).
           02 RED-SAY           PIC 9(7).
           02 SATIR-SAY         PIC 9(7).
           02 DETAY-SIRA        PIC 9(5).
           02 PAKET-TAMAM       PIC 9.
           02 UYGULANDI         PIC 9.
           02 GRUP-LISTENO      PIC 9999.
           02 GRUP-KATNO        PIC 9999.
           02 GRUP-STNO         PIC X(15).
      * gelen kaydin goruntusu; subede kalacak alanlar yerel
      * kayittan buraya alinip geri konur
       01 GELEN-KAYIT           PIC X(498).
       01 YEREL-DEGIS.
           02 YR-BAKIYE         PIC S9(12)V9999.
           02 YR-BAKIYE-YIL     PIC 9999.
           02 YR-MALIYET        PIC 9(10)V9999.
           02 YR-MIN            PIC 9(12)V9999.
           02 YR-MAX            PIC 9(12)V9999.
           02 YR-PLKOD          PIC 9999.
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
      * merkez veri dagitimi: merkez son paketten bu yana DEGISLOG
      * izine dusen stok, cari, fiyat listesi ve promosyon
      * degisikliklerini numarali bir pakete yazar. sube paketleri
      * numara sirasiyla uygular; sira disi paket reddedilir ve
      * gunluge yazilir. stok bakiyesi, maliyet, min/max ve
      * carinin plasiyeri subede kalir, depo tanimlari dagitilmaz
       PROCEDURE DIVISION USING MAIN-ARGUMENT.
       START-PROGRAM.
      * /P ile ekransiz paket hazirlanir, /U ile bekleyen butun
      * paketler sirayla uygulanir
           MOVE ZEROS TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/P'
                 MOVE 1 TO OTOMATIK.
           IF MAIN-ARGUMENT-SIZE > 1
              IF MAIN-ARGUMENT-VALUE(1:2) = '/U'
                 MOVE 2 TO OTOMATIK.
           PERFORM OTURUM-OKU.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM ORTAK-OKU THRU ORTAK-OKU-SON.
           IF OTOMATIK NOT = ZEROS
              IF L-NEDEN = SPACES
                 PERFORM DOSYA-AC THRU DOSYA-AC-SON
                 IF OTOMATIK = 1
                    PERFORM PAKET-HAZIRLA THRU PAKET-HAZIRLA-SON
                 ELSE
                    PERFORM TOPLU-UYGULA THRU TOPLU-UYGULA-SON
                 END-IF
                 PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON
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
              ' MERKEZ VERI DAGITIMI ' LINE 2 POSITION 2.
           IF L-NEDEN NOT = SPACES
              DISPLAY L-NEDEN LINE 4 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              DISPLAY SPACES LINE 34 POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
                 ' ESC ' 'CIKIS' REVERSE
              GO SON-TUS.
           PERFORM DOSYA-AC THRU DOSYA-AC-SON.
           PERFORM ANA-MENU THRU ANA-MENU-SON.
       TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM PAKET-HAZIRLA THRU PAKET-HAZIRLA-SON
              GO TUS.
           IF F = 2 PERFORM PAKET-UYGULA THRU PAKET-UYGULA-SON
              GO TUS.
           IF F = 3 PERFORM GUNLUK THRU GUNLUK-SON
              GO TUS.
           GO TUS.
       SON-TUS.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO PENCERE-KAPAT.
           GO SON-TUS.
       STOP-PROGRAM.
           PERFORM DOSYA-KAPAT THRU DOSYA-KAPAT-SON.
       PENCERE-KAPAT.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
       CIKIS.
           EXIT PROGRAM.
           STOP RUN.

       ANA-MENU.
           DISPLAY SPACES LINE 34 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'PAKET HAZIRLA (MERKEZ)' REVERSE
              ' F2 ' 'PAKET UYGULA (SUBE)' REVERSE
              ' F3 ' 'DAGITIM GUNLUGU' REVERSE
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

      * ortak klasor DATA\ORTAK.KFG ilk satirindan okunur
       ORTAK-OKU.
           MOVE SPACES TO L-NEDEN PKT-YOL.
           OPEN INPUT ORTAKKFG.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'ORTAK.KFG BOS YA DA YOK !!!' TO L-NEDEN
              GO ORTAK-OKU-SON.
           READ ORTAKKFG AT END MOVE SPACES TO ORTAK-SATIR.
           CLOSE ORTAKKFG.
           MOVE ORTAK-SATIR TO PKT-YOL.
           IF PKT-YOL = SPACES
              MOVE 'ORTAK.KFG BOS YA DA YOK !!!' TO L-NEDEN.
       ORTAK-OKU-SON.

       DOSYA-AC.
           OPEN I-O MVDAGIT.
           IF ST-MVDAGIT = '35'
              CLOSE MVDAGIT
              OPEN OUTPUT MVDAGIT
              CLOSE MVDAGIT
              OPEN I-O MVDAGIT.
           OPEN I-O STOK SICIL FIYATLIS PROMOSYON.
       DOSYA-AC-SON.

       DOSYA-KAPAT.
           CLOSE MVDAGIT STOK SICIL FIYATLIS PROMOSYON.
       DOSYA-KAPAT-SON.

      * merkezde hazirlanan son paket ve pakete giren son iz
       SON-PAKET-BUL.
           MOVE ZEROS TO SON-SURUM SON-DGL.
           MOVE 'P' TO MD-ROL.
           MOVE 9999999 TO MD-SURUM.
           MOVE 99999 TO MD-SIRA.
           START MVDAGIT KEY IS NOT GREATER THAN MD-KEY
              INVALID KEY GO SON-PAKET-BUL-SON.
           READ MVDAGIT PREVIOUS AT END GO SON-PAKET-BUL-SON.
           IF NOT MD-PAKET GO SON-PAKET-BUL-SON.
           MOVE MD-SURUM TO SON-SURUM.
           MOVE MD-SON-DGL TO SON-DGL.
       SON-PAKET-BUL-SON.

      * subede son uygulanan paket ozet satirindan bulunur; ozeti
      * yazilmamis yarim uygulama sayilmaz
       SON-UYGULAMA-BUL.
           MOVE ZEROS TO SON-SURUM.
           MOVE 'U' TO MD-ROL.
           MOVE 9999999 TO MD-SURUM.
           MOVE 99999 TO MD-SIRA.
           START MVDAGIT KEY IS NOT GREATER THAN MD-KEY
              INVALID KEY GO SON-UYGULAMA-BUL-SON.
       SON-UYGULAMA-OKU.
           READ MVDAGIT PREVIOUS AT END GO SON-UYGULAMA-BUL-SON.
           IF NOT MD-UYGULAMA GO SON-UYGULAMA-BUL-SON.
           IF MD-SIRA NOT = ZEROS GO SON-UYGULAMA-OKU.
           MOVE MD-SURUM TO SON-SURUM.
       SON-UYGULAMA-BUL-SON.

      * merkez: son paketten sonraki izler taranir, degisen
      * kayitlarin guncel hali pakete yazilir
       PAKET-HAZIRLA.
           MOVE SPACES TO L-NEDEN.
           PERFORM SON-PAKET-BUL THRU SON-PAKET-BUL-SON.
           IF OTOMATIK NOT = ZEROS GO PAKET-HAZIRLA-BASLA.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SON-SURUM TO Z-SAYI.
           DISPLAY 'SON PAKET NO       :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 4 POSITION 23.
           DISPLAY 'PAKET HAZIRLANSIN MI (E/H) :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'E' TO E-ONAY.
           ACCEPT E-ONAY LINE 6 POSITION 31 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO PAKET-HAZIRLA-SON.
           IF E-ONAY NOT = 'E' AND E-ONAY NOT = 'e'
              GO PAKET-HAZIRLA-SON.
       PAKET-HAZIRLA-BASLA.
           OPEN INPUT DEGISLOG.
           IF ST-DEGISLOG NOT = '00'
              MOVE 'DEGISIKLIK IZI ACILAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO PAKET-HAZIRLA-SON.
           ACCEPT TSAAT FROM TIME.
           OPEN OUTPUT ANAHTOP.
           CLOSE ANAHTOP.
           OPEN I-O ANAHTOP.
           MOVE ZEROS TO KAYIT-SAY SATIR-SAY.
           MOVE SON-DGL TO YENI-DGL.
           MOVE SON-DGL TO DGL-KEY.
           START DEGISLOG KEY IS GREATER THAN DGL-KEY
              INVALID KEY GO IZ-TARA-SON.
       IZ-TARA.
           READ DEGISLOG NEXT AT END GO IZ-TARA-SON.
           MOVE DGL-KEY TO YENI-DGL.
           IF DGL-DOSYA NOT = 'STOK' AND DGL-DOSYA NOT = 'SICIL'
              AND DGL-DOSYA NOT = 'FIYATLIS'
              AND DGL-DOSYA NOT = 'PROMOSYN'
              GO IZ-TARA.
           MOVE DGL-DOSYA TO AT-DOSYA.
           MOVE DGL-ANAHTAR TO AT-ANAHTAR.
           MOVE SPACES TO AT-LISTE.
           IF DGL-DOSYA = 'FIYATLIS'
              MOVE DGL-ALAN(6:4) TO AT-LISTE.
           WRITE AT-KAYIT
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO KAYIT-SAY
           END-WRITE.
           GO IZ-TARA.
       IZ-TARA-SON.
           CLOSE DEGISLOG.
           IF KAYIT-SAY = ZEROS
              CLOSE ANAHTOP
              MOVE 'DAGITILACAK DEGISIKLIK YOK' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO PAKET-HAZIRLA-SON.
           COMPUTE PKT-SURUM = SON-SURUM + 1.
           OPEN OUTPUT PAKET.
           IF ST-TEMPFILE NOT = '00'
              CLOSE ANAHTOP
              MOVE 'PAKET DOSYASI ACILAMADI !!!' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO PAKET-HAZIRLA-SON.
           ACCEPT SIMDI FROM TIME.
           MOVE SPACES TO PK-SATIR.
           MOVE 'H;' TO PK-SATIR(1:2).
           MOVE PKT-SURUM TO PB-SURUM.
           MOVE ';' TO PK-SATIR(10:1) PK-SATIR(19:1).
           MOVE BUGUN TO PB-TARIH.
           MOVE SIMDI TO PB-SAAT.
           WRITE PK-SATIR.
           MOVE LOW-VALUES TO AT-KEY.
           START ANAHTOP KEY IS NOT LESS THAN AT-KEY
              INVALID KEY GO PAKET-YAZ-SON.
       PAKET-YAZ.
           READ ANAHTOP NEXT AT END GO PAKET-YAZ-SON.
           IF AT-DOSYA = 'STOK'
              PERFORM PAKET-STOK THRU PAKET-STOK-SON.
           IF AT-DOSYA = 'SICIL'
              PERFORM PAKET-SICIL THRU PAKET-SICIL-SON.
           IF AT-DOSYA = 'FIYATLIS'
              PERFORM PAKET-FIYAT THRU PAKET-FIYAT-SON.
           IF AT-DOSYA = 'PROMOSYN'
              PERFORM PAKET-KURAL THRU PAKET-KURAL-SON.
           GO PAKET-YAZ.
       PAKET-YAZ-SON.
           CLOSE ANAHTOP.
           MOVE SPACES TO PK-SATIR.
           MOVE 'E;' TO PK-SATIR(1:2).
           MOVE SATIR-SAY TO PS-SAYI.
           WRITE PK-SATIR.
           CLOSE PAKET.
           INITIALIZE MD-KAYIT.
           MOVE 'P' TO MD-ROL.
           MOVE PKT-SURUM TO MD-SURUM.
           MOVE ZEROS TO MD-SIRA.
           MOVE BUGUN TO MD-TARIH.
           MOVE SIMDI TO MD-SAAT.
           MOVE OT-KULLANICI-ADI TO MD-KULLANICI.
           MOVE YENI-DGL TO MD-SON-DGL.
           MOVE KAYIT-SAY TO MD-KAYIT-SAYI.
           PERFORM WRITE-MVDAGIT.
           IF OTOMATIK NOT = ZEROS GO PAKET-HAZIRLA-SON.
           MOVE PKT-SURUM TO Z-SAYI.
           MOVE KAYIT-SAY TO Z-SAYI2.
           DISPLAY 'PAKET' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 8
              'HAZIRLANDI - KAYIT:' LINE 32 POSITION 16
              Z-SAYI2 LINE 32 POSITION 36
              PKT-DOSYA LINE 30 POSITION 2.
       PAKET-HAZIRLA-SON.

      * iz anahtari KATNO/STNO bicimindedir; silinen kartin KART
      * izi merkezde kart bulunamadigi icin silme satiri olarak gider
       PAKET-STOK.
           MOVE AT-ANAHTAR(1:4) TO ST-KATNO.
           MOVE AT-ANAHTAR(6:15) TO ST-STNO.
           READ STOK INVALID KEY
              PERFORM SILINEN-YAZ THRU SILINEN-YAZ-SON
              GO PAKET-STOK-SON.
           MOVE SPACES TO PK-SATIR.
           STRING 'S;' ST-KAYIT DELIMITED BY SIZE INTO PK-SATIR.
           WRITE PK-SATIR.
           ADD 1 TO SATIR-SAY.
       PAKET-STOK-SON.

       PAKET-SICIL.
           MOVE AT-ANAHTAR TO SC-HESAPNO.
           READ SICIL INVALID KEY
              PERFORM SILINEN-YAZ THRU SILINEN-YAZ-SON
              GO PAKET-SICIL-SON.
           MOVE SPACES TO PK-SATIR.
           STRING 'C;' SC-KAYIT DELIMITED BY SIZE INTO PK-SATIR.
           WRITE PK-SATIR.
           ADD 1 TO SATIR-SAY.
       PAKET-SICIL-SON.

      * liste/stok grubunun butun tarihli fiyatlari gider; subede
      * grup silinip yeniden yazilir, boylece silinen fiyat da
      * tasinmis olur
       PAKET-FIYAT.
           MOVE AT-LISTE TO GRUP-LISTENO.
           MOVE AT-ANAHTAR(1:4) TO GRUP-KATNO.
           MOVE AT-ANAHTAR(6:15) TO GRUP-STNO.
           MOVE SPACES TO PK-SATIR.
           MOVE 'G;' TO PK-SATIR(1:2).
           MOVE GRUP-LISTENO TO PG-LISTENO.
           MOVE GRUP-KATNO TO PG-KATNO.
           MOVE GRUP-STNO TO PG-STNO.
           WRITE PK-SATIR.
           ADD 1 TO SATIR-SAY.
           MOVE GRUP-LISTENO TO FL-LISTENO.
           MOVE GRUP-KATNO TO FL-KATNO.
           MOVE GRUP-STNO TO FL-STNO.
           MOVE ZEROS TO FL-BASTARIH.
           START FIYATLIS KEY IS NOT LESS THAN FL-KEY
              INVALID KEY GO PAKET-FIYAT-SON.
       PAKET-FIYAT-OKU.
           READ FIYATLIS NEXT AT END GO PAKET-FIYAT-SON.
           IF FL-LISTENO NOT = GRUP-LISTENO
              OR FL-KATNO NOT = GRUP-KATNO OR FL-STNO NOT = GRUP-STNO
              GO PAKET-FIYAT-SON.
           MOVE SPACES TO PK-SATIR.
           STRING 'F;' FL-KAYIT DELIMITED BY SIZE INTO PK-SATIR.
           WRITE PK-SATIR.
           ADD 1 TO SATIR-SAY.
           GO PAKET-FIYAT-OKU.
       PAKET-FIYAT-SON.

       PAKET-KURAL.
           MOVE AT-ANAHTAR(1:4) TO PM-NO.
           READ PROMOSYON INVALID KEY
              PERFORM SILINEN-YAZ THRU SILINEN-YAZ-SON
              GO PAKET-KURAL-SON.
           MOVE SPACES TO PK-SATIR.
           STRING 'R;' PM-KAYIT DELIMITED BY SIZE INTO PK-SATIR.
           WRITE PK-SATIR.
           ADD 1 TO SATIR-SAY.
       PAKET-KURAL-SON.

      * merkezde artik bulunmayan kayit silme satiri olarak gider
       SILINEN-YAZ.
           MOVE SPACES TO PK-SATIR.
           MOVE 'X;' TO PK-SATIR(1:2).
           MOVE AT-DOSYA TO PX-DOSYA.
           MOVE AT-ANAHTAR TO PX-ANAHTAR.
           WRITE PK-SATIR.
           ADD 1 TO SATIR-SAY.
       SILINEN-YAZ-SON.

      * /U: sonraki paket ortak klasorde oldukca sirayla uygulanir
       TOPLU-UYGULA.
           PERFORM SON-UYGULAMA-BUL THRU SON-UYGULAMA-BUL-SON.
           COMPUTE E-SURUM = SON-SURUM + 1.
           MOVE ZEROS TO UYGULANDI.
           PERFORM PAKET-ISLE THRU PAKET-ISLE-SON.
           IF UYGULANDI = 1 GO TOPLU-UYGULA.
       TOPLU-UYGULA-SON.

      * sube: paket numarasi sorulur, son uygulananin bir fazlasi
      * degilse paket reddedilir
       PAKET-UYGULA.
           MOVE SPACES TO L-NEDEN.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           PERFORM SON-UYGULAMA-BUL THRU SON-UYGULAMA-BUL-SON.
           COMPUTE E-SURUM = SON-SURUM + 1.
           MOVE SON-SURUM TO Z-SAYI.
           DISPLAY 'SON UYGULANAN PAKET :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 4 POSITION 24.
           DISPLAY 'PAKET NO            :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT E-SURUM LINE 6 POSITION 24 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO PAKET-UYGULA-SON.
           MOVE ZEROS TO UYGULANDI.
           PERFORM PAKET-ISLE THRU PAKET-ISLE-SON.
           IF UYGULANDI = ZEROS GO PAKET-UYGULA-SON.
           MOVE KAYIT-SAY TO Z-SAYI.
           MOVE RED-SAY TO Z-SAYI2.
           DISPLAY 'PAKET UYGULANDI - UYGULANAN:' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE 32 POSITION 31
              'REDDEDILEN:' LINE 32 POSITION 40
              Z-SAYI2 LINE 32 POSITION 52.
       PAKET-UYGULA-SON.

      * E-SURUM numarali paket denetlenip uygulanir. sira disi,
      * eksik ya da bozuk paket R rolunde gunluge yazilir
       PAKET-ISLE.
           MOVE SPACES TO L-NEDEN.
           PERFORM SON-UYGULAMA-BUL THRU SON-UYGULAMA-BUL-SON.
           COMPUTE BEKLENEN = SON-SURUM + 1.
           IF E-SURUM < BEKLENEN
              MOVE 'PAKET DAHA ONCE UYGULANDI !!!' TO L-NEDEN
              PERFORM PAKET-RET THRU PAKET-RET-SON
              GO PAKET-ISLE-SON.
           IF E-SURUM > BEKLENEN
              MOVE BEKLENEN TO Z-SAYI
              STRING 'SIRA DISI PAKET - ONCE' Z-SAYI
                 ' UYGULANMALI' DELIMITED BY SIZE INTO L-NEDEN
              PERFORM PAKET-RET THRU PAKET-RET-SON
              GO PAKET-ISLE-SON.
           MOVE E-SURUM TO PKT-SURUM.
           OPEN INPUT PAKET.
           IF ST-TEMPFILE NOT = '00'
              MOVE 'PAKET BULUNAMADI' TO L-NEDEN
              PERFORM HATA-YAZ THRU HATA-YAZ-SON
              GO PAKET-ISLE-SON.
      * once paketin tam geldigi denetlenir
           MOVE ZEROS TO PAKET-TAMAM SATIR-SAY.
           READ PAKET AT END MOVE SPACES TO PK-SATIR.
           IF PK-TIP NOT = 'H' OR PB-SURUM NOT = E-SURUM
              CLOSE PAKET
              MOVE 'PAKET BASLIGI NUMARAYLA UYUSMUYOR !!!' TO L-NEDEN
              PERFORM PAKET-RET THRU PAKET-RET-SON
              GO PAKET-ISLE-SON.
       PAKET-DENETLE.
           READ PAKET AT END GO PAKET-DENETLE-SON.
           IF PK-TIP NOT = 'E'
              ADD 1 TO SATIR-SAY
              GO PAKET-DENETLE.
           IF PS-SAYI = SATIR-SAY MOVE 1 TO PAKET-TAMAM.
       PAKET-DENETLE-SON.
           CLOSE PAKET.
           IF PAKET-TAMAM = ZEROS
              MOVE 'PAKET EKSIK YA DA BOZUK !!!' TO L-NEDEN
              PERFORM PAKET-RET THRU PAKET-RET-SON
              GO PAKET-ISLE-SON.
           MOVE ZEROS TO KAYIT-SAY RED-SAY DETAY-SIRA.
           OPEN INPUT PAKET.
           READ PAKET AT END GO PAKET-SATIR-SON.
       PAKET-SATIR.
           READ PAKET AT END GO PAKET-SATIR-SON.
           IF PK-TIP = 'E' GO PAKET-SATIR-SON.
           MOVE PK-VERI TO GELEN-KAYIT.
           IF PK-TIP = 'S'
              PERFORM STOK-UYGULA THRU STOK-UYGULA-SON.
           IF PK-TIP = 'C'
              PERFORM SICIL-UYGULA THRU SICIL-UYGULA-SON.
           IF PK-TIP = 'G'
              PERFORM GRUP-UYGULA THRU GRUP-UYGULA-SON.
           IF PK-TIP = 'F'
              PERFORM FIYAT-UYGULA THRU FIYAT-UYGULA-SON.
           IF PK-TIP = 'R'
              PERFORM KURAL-UYGULA THRU KURAL-UYGULA-SON.
           IF PK-TIP = 'X'
              PERFORM SIL-UYGULA THRU SIL-UYGULA-SON.
           GO PAKET-SATIR.
       PAKET-SATIR-SON.
           CLOSE PAKET.
           INITIALIZE MD-KAYIT.
           MOVE 'U' TO MD-ROL.
           MOVE E-SURUM TO MD-SURUM.
           MOVE ZEROS TO MD-SIRA.
           MOVE BUGUN TO MD-TARIH.
           ACCEPT MD-SAAT FROM TIME.
           MOVE OT-KULLANICI-ADI TO MD-KULLANICI.
           MOVE KAYIT-SAY TO MD-KAYIT-SAYI.
           MOVE RED-SAY TO MD-RED-SAYI.
           PERFORM WRITE-MVDAGIT.
           IF WVAR = 0 PERFORM REWRITE-MVDAGIT.
           MOVE 1 TO UYGULANDI.
       PAKET-ISLE-SON.

      * reddedilen paket; ayni numara birden cok kez denenirse
      * sira artar
       PAKET-RET.
           INITIALIZE MD-KAYIT.
           MOVE 'R' TO MD-ROL.
           MOVE E-SURUM TO MD-SURUM.
           MOVE 1 TO MD-SIRA.
           MOVE BUGUN TO MD-TARIH.
           ACCEPT MD-SAAT FROM TIME.
           MOVE OT-KULLANICI-ADI TO MD-KULLANICI.
           MOVE 'R' TO MD-SONUC.
           MOVE L-NEDEN TO MD-NEDEN.
       PAKET-RET-YAZ.
           PERFORM WRITE-MVDAGIT.
           IF WVAR = 0 ADD 1 TO MD-SIRA GO PAKET-RET-YAZ.
           PERFORM HATA-YAZ THRU HATA-YAZ-SON.
       PAKET-RET-SON.

      * kayit sonucu gunluge; cagiran MD-DOSYA, MD-ANAHTAR,
      * MD-SONUC ve MD-NEDEN alanlarini doldurur
       SONUC-YAZ.
           ADD 1 TO DETAY-SIRA.
           MOVE 'U' TO MD-ROL.
           MOVE E-SURUM TO MD-SURUM.
           MOVE DETAY-SIRA TO MD-SIRA.
           MOVE BUGUN TO MD-TARIH.
           ACCEPT MD-SAAT FROM TIME.
           MOVE OT-KULLANICI-ADI TO MD-KULLANICI.
           MOVE SPACES TO MD-SON-DGL.
           MOVE ZEROS TO MD-KAYIT-SAYI MD-RED-SAYI.
           IF MD-UYGULANDI
              ADD 1 TO KAYIT-SAY
           ELSE
              ADD 1 TO RED-SAY
           END-IF.
           PERFORM WRITE-MVDAGIT.
           IF WVAR = 0 PERFORM REWRITE-MVDAGIT.
       SONUC-YAZ-SON.

      * stok karti: bakiye, maliyet ve min/max subede kalir; yeni
      * kart sifir bakiye ve maliyetle acilir
       STOK-UYGULA.
           MOVE GELEN-KAYIT(1:19) TO ST-KEY.
           MOVE 'STOK' TO MD-DOSYA.
           MOVE SPACES TO MD-ANAHTAR MD-NEDEN.
           STRING ST-KATNO '/' ST-STNO DELIMITED BY SIZE
              INTO MD-ANAHTAR.
           MOVE 'U' TO MD-SONUC.
           READ STOK INVALID KEY GO STOK-UYGULA-YENI.
           MOVE ST-BAKIYE TO YR-BAKIYE.
           MOVE ST-BAKIYE-YIL TO YR-BAKIYE-YIL.
           MOVE ST-MALIYET TO YR-MALIYET.
           MOVE ST-MIN TO YR-MIN.
           MOVE ST-MAX TO YR-MAX.
           MOVE GELEN-KAYIT TO ST-KAYIT.
           MOVE YR-BAKIYE TO ST-BAKIYE.
           MOVE YR-BAKIYE-YIL TO ST-BAKIYE-YIL.
           MOVE YR-MALIYET TO ST-MALIYET.
           MOVE YR-MIN TO ST-MIN.
           MOVE YR-MAX TO ST-MAX.
           PERFORM REWRITE-STOK.
           GO STOK-UYGULA-SONUC.
       STOK-UYGULA-YENI.
           MOVE GELEN-KAYIT TO ST-KAYIT.
           MOVE ZEROS TO ST-BAKIYE ST-BAKIYE-YIL ST-MALIYET.
           PERFORM WRITE-STOK.
       STOK-UYGULA-SONUC.
           IF WVAR = 0
              MOVE 'R' TO MD-SONUC
              MOVE 'STOK KAYDI YAZILAMADI' TO MD-NEDEN.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       STOK-UYGULA-SON.

      * cari kart: plasiyer subede kalir
       SICIL-UYGULA.
           MOVE GELEN-KAYIT(1:15) TO SC-HESAPNO.
           MOVE 'SICIL' TO MD-DOSYA.
           MOVE SC-HESAPNO TO MD-ANAHTAR.
           MOVE SPACES TO MD-NEDEN.
           MOVE 'U' TO MD-SONUC.
           READ SICIL INVALID KEY GO SICIL-UYGULA-YENI.
           MOVE SC-PLKOD TO YR-PLKOD.
           MOVE GELEN-KAYIT TO SC-KAYIT.
           MOVE YR-PLKOD TO SC-PLKOD.
           PERFORM REWRITE-SICIL.
           GO SICIL-UYGULA-SONUC.
       SICIL-UYGULA-YENI.
           MOVE GELEN-KAYIT TO SC-KAYIT.
           MOVE ZEROS TO SC-PLKOD.
           PERFORM WRITE-SICIL.
       SICIL-UYGULA-SONUC.
           IF WVAR = 0
              MOVE 'R' TO MD-SONUC
              MOVE 'CARI KAYDI YAZILAMADI' TO MD-NEDEN.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       SICIL-UYGULA-SON.

      * fiyat grubu: subedeki butun tarihli fiyatlar silinir,
      * ardindan gelen F satirlari yazilir
       GRUP-UYGULA.
           MOVE PG-LISTENO TO GRUP-LISTENO FL-LISTENO.
           MOVE PG-KATNO TO GRUP-KATNO FL-KATNO.
           MOVE PG-STNO TO GRUP-STNO FL-STNO.
           MOVE ZEROS TO FL-BASTARIH.
           MOVE 'FIYATLIS' TO MD-DOSYA.
           MOVE SPACES TO MD-ANAHTAR MD-NEDEN.
           STRING GRUP-LISTENO '/' GRUP-KATNO '/' GRUP-STNO
              DELIMITED BY SIZE INTO MD-ANAHTAR.
           MOVE 'U' TO MD-SONUC.
           START FIYATLIS KEY IS NOT LESS THAN FL-KEY
              INVALID KEY GO GRUP-UYGULA-SONUC.
       GRUP-UYGULA-OKU.
           READ FIYATLIS NEXT AT END GO GRUP-UYGULA-SONUC.
           IF FL-LISTENO NOT = GRUP-LISTENO
              OR FL-KATNO NOT = GRUP-KATNO OR FL-STNO NOT = GRUP-STNO
              GO GRUP-UYGULA-SONUC.
           PERFORM DELETE-FIYATLIS.
           GO GRUP-UYGULA-OKU.
       GRUP-UYGULA-SONUC.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       GRUP-UYGULA-SON.

       FIYAT-UYGULA.
           MOVE GELEN-KAYIT TO FL-KAYIT.
           PERFORM WRITE-FIYATLIS.
           IF WVAR = 0 PERFORM REWRITE-FIYATLIS.
           IF WVAR = 1 GO FIYAT-UYGULA-SON.
           MOVE 'FIYATLIS' TO MD-DOSYA.
           MOVE SPACES TO MD-ANAHTAR.
           STRING FL-LISTENO '/' FL-KATNO '/' FL-STNO
              DELIMITED BY SIZE INTO MD-ANAHTAR.
           MOVE 'R' TO MD-SONUC.
           MOVE 'FIYAT KAYDI YAZILAMADI' TO MD-NEDEN.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       FIYAT-UYGULA-SON.

       KURAL-UYGULA.
           MOVE GELEN-KAYIT TO PM-KAYIT.
           MOVE 'PROMOSYN' TO MD-DOSYA.
           MOVE PM-NO TO MD-ANAHTAR.
           MOVE SPACES TO MD-NEDEN.
           MOVE 'U' TO MD-SONUC.
           PERFORM WRITE-PROMOSYON.
           IF WVAR = 0 PERFORM REWRITE-PROMOSYON.
           IF WVAR = 0
              MOVE 'R' TO MD-SONUC
              MOVE 'PROMOSYON KAYDI YAZILAMADI' TO MD-NEDEN.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       KURAL-UYGULA-SON.

      * merkezde silinen kayit: bakiyesi olan stok ve cari kart
      * subede silinmez
       SIL-UYGULA.
           MOVE PX-DOSYA TO MD-DOSYA.
           MOVE PX-ANAHTAR TO MD-ANAHTAR.
           MOVE SPACES TO MD-NEDEN.
           MOVE 'U' TO MD-SONUC.
           IF PX-DOSYA = 'SICIL'
              MOVE 'R' TO MD-SONUC
              MOVE 'CARI KART SUBEDE SILINMEZ' TO MD-NEDEN
              GO SIL-UYGULA-SONUC.
           IF PX-DOSYA = 'PROMOSYN'
              MOVE PX-ANAHTAR(1:4) TO PM-NO
              READ PROMOSYON INVALID KEY GO SIL-UYGULA-SONUC
              END-READ
              PERFORM DELETE-PROMOSYON
              GO SIL-UYGULA-SONUC.
           MOVE PX-ANAHTAR(1:4) TO ST-KATNO.
           MOVE PX-ANAHTAR(6:15) TO ST-STNO.
           READ STOK INVALID KEY GO SIL-UYGULA-SONUC.
           IF ST-BAKIYE NOT = ZEROS
              MOVE 'R' TO MD-SONUC
              MOVE 'SUBEDE BAKIYE VAR - SILINMEDI' TO MD-NEDEN
              GO SIL-UYGULA-SONUC.
           PERFORM DELETE-STOK.
       SIL-UYGULA-SONUC.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       SIL-UYGULA-SON.

      * gunluk: ekranda paket ozetleri ve reddedilen paketler,
      * CSV de kayit kayit sonuclarla birlikte butun gunluk
       GUNLUK.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           ACCEPT CSV-SAAT FROM TIME.
           MOVE 'MVDAG' TO CSV-TANIM.
           OPEN OUTPUT RAPOR.
           MOVE 'ROL;PAKET;SIRA;TARIH;KULLANICI;UYGULANAN;REDDEDILEN;
      -       'DOSYA;ANAHTAR;SONUC;NEDEN' TO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           DISPLAY 'ROL       PAKET     TARIH       KULLANICI'
              LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'KAYIT    RED  NEDEN' LINE 4 POSITION 44.
           MOVE 5 TO SATIR.
           MOVE LOW-VALUES TO MD-KEY.
           START MVDAGIT KEY IS NOT LESS THAN MD-KEY
              INVALID KEY GO GUNLUK-KAPAT.
       GUNLUK-OKU.
           READ MVDAGIT NEXT AT END GO GUNLUK-KAPAT.
           MOVE 'PAKET' TO ROL-ADI.
           IF MD-UYGULAMA MOVE 'UYGULAMA' TO ROL-ADI.
           IF MD-RET MOVE 'RET' TO ROL-ADI.
           MOVE MD-GUN TO Z-GUN.
           MOVE MD-AY TO Z-AY.
           MOVE MD-YIL TO Z-YIL.
           MOVE SPACES TO RAPOR-SATIR.
           STRING ROL-ADI ';' MD-SURUM ';' MD-SIRA ';' Z-TARIH ';'
              MD-KULLANICI ';' MD-KAYIT-SAYI ';' MD-RED-SAYI ';'
              MD-DOSYA ';' MD-ANAHTAR ';' MD-SONUC ';' MD-NEDEN
              DELIMITED BY SIZE INTO RAPOR-SATIR.
           WRITE RAPOR-SATIR.
           IF MD-UYGULAMA AND MD-SIRA NOT = ZEROS GO GUNLUK-OKU.
           IF SATIR > 31 GO GUNLUK-OKU.
           MOVE MD-KAYIT-SAYI TO Z-SAYI.
           MOVE MD-RED-SAYI TO Z-SAYI2.
           DISPLAY ROL-ADI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              MD-SURUM LINE SATIR POSITION 12
              Z-TARIH LINE SATIR POSITION 22
              MD-KULLANICI LINE SATIR POSITION 34 SIZE 9.
           IF MD-RET
              DISPLAY MD-NEDEN LINE SATIR POSITION 44 SIZE 35
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
           ELSE
              DISPLAY Z-SAYI LINE SATIR POSITION 44
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 Z-SAYI2 LINE SATIR POSITION 52
           END-IF.
           ADD 1 TO SATIR.
           GO GUNLUK-OKU.
       GUNLUK-KAPAT.
           CLOSE RAPOR.
           DISPLAY 'GUNLUK: ' LINE 32 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              CSV-DOSYA LINE 32 POSITION 10.
       GUNLUK-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==MVDAGIT==
                                  "%T%"  BY "MVDAGIT"
                                 ==%R%== BY ==MD-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==STOK==
                                  "%T%"  BY "STOK"
                                 ==%R%== BY ==ST-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==SICIL==
                                  "%T%"  BY "SICIL"
                                 ==%R%== BY ==SC-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==FIYATLIS==
                                  "%T%"  BY "FIYATLIS"
                                 ==%R%== BY ==FL-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==PROMOSYON==
                                  "%T%"  BY "PROMOSYON"
                                 ==%R%== BY ==PM-KAYIT==.
